       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0022.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   CORRIDA DE AUTORIZACION DE CAMBIOS DE SALARIO RETENIDOS.
      *>   PROG0020 RETIENE EN PENDAUT (CPPNDREG) LOS CAMBIOS CUYO
      *>   AUMENTO PASA DEL LIMITE; AQUI SE APLICAN LAS DECISIONES
      *>   DEL ARCHIVO AUTORIZA (CPDECREG), UNA POR FOLIO: "L" LIBERA
      *>   EL CAMBIO Y "R" LO NIEGA. QUIEN DECIDE DEBE TENER
      *>   AUTORIZACION "L" EN LA TABLA DE USUARIOS (AUTUSUA) Y SER
      *>   OTRO USUARIO QUE EL QUE CAPTURO EL CAMBIO; SI NO, LA
      *>   DECISION SE OBSERVA Y EL CAMBIO SIGUE PENDIENTE.
      *>   EL CAMBIO LIBERADO SE GRABA EN LIBNUEVO (MISMO FORMATO QUE
      *>   TRANMAE, CON EL USUARIO QUE AUTORIZO), DETRAS DE LOS
      *>   LIBERADOS DE UNA AUTORIZACION ANTERIOR QUE PROG0015 TODAVIA
      *>   NO LEE (TRANLIB, OPCIONAL, SE COPIA PRIMERO); LIBNUEVO SE
      *>   PROMUEVE A TRANLIB EN EL MISMO JOB PARA QUE ENTRE POR
      *>   LA PRE-EDICION DE PROG0015 EN LA SIGUIENTE CORRIDA Y
      *>   PROG0020 LO APLIQUE SIN VOLVER A RETENERLO; EL NEGADO SE
      *>   DESCARTA. LOS DOS QUEDAN EN EL HISTORICO DE CAMBIOS
      *>   (MOVS0022, FORMATO CPMOVREG) CON EL USUARIO QUE CAPTURO Y
      *>   EL QUE AUTORIZO. LO QUE NO TIENE DECISION PASA TAL CUAL A
      *>   PNDNUEVO, QUE SE PROMUEVE A PENDAUT EN EL MISMO JOB. EL
      *>   REPORTE AUTOLIST LISTA CADA DECISION Y LAS QUE NO SE
      *>   PUDIERON APLICAR (FOLIO QUE NO ESTA PENDIENTE, DECISION
      *>   REPETIDA O INVALIDA); EN ESE CASO TERMINA CON RETURN-CODE 4
      *>   PARA QUE OPERACION REVISE.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL
                  PENDAUT         ASSIGN TO UT-S-PENDAUT
                                  FILE STATUS IS WS-STATUS-PENDAUT.
           SELECT AUTORIZA        ASSIGN TO UT-S-AUTORIZA.
           SELECT AUTUSUA         ASSIGN TO UT-S-AUTUSUA.
           SELECT PND-NUEVO       ASSIGN TO UT-S-PNDNUEVO.
           SELECT OPTIONAL
                  LIB-ANTERIOR    ASSIGN TO UT-S-TRANLIB
                                  FILE STATUS IS WS-STATUS-TRANLIB.
           SELECT TRAN-LIBERADA   ASSIGN TO UT-S-LIBNUEVO.
           SELECT MOVSALIDA       ASSIGN TO UT-S-MOVS0022.
           SELECT AUTOLIST        ASSIGN TO US-S-AUTOLIST.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *>   PENDAUT - CAMBIOS RETENIDOS EN ESPERA DE AUTORIZACION, EN
      *>   ORDEN DE FOLIO; ES OPCIONAL (PUEDE NO HABER NINGUNO)
      *>----------------------------------------------------------------
       FD  PENDAUT
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PENDAUT.
           COPY CPPNDREG.

       FD  AUTORIZA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AUTORIZA.
           COPY CPDECREG.

       FD  AUTUSUA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AUTUSUA.
           COPY CPAUTREG.

       FD  PND-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PND-NUEVO.
       01  REG-PND-NUEVO           PIC X(180).

      *>----------------------------------------------------------------
      *>   LIB-ANTERIOR - LIBERADOS DE UNA CORRIDA ANTERIOR QUE LA
      *>   PRE-EDICION AUN NO LEE; ES OPCIONAL Y PASA TAL CUAL
      *>----------------------------------------------------------------
       FD  LIB-ANTERIOR
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-LIB-ANTERIOR.
       01  REG-LIB-ANTERIOR        PIC X(125).

      *>----------------------------------------------------------------
      *>   TRAN-LIBERADA - CAMBIOS LIBERADOS, FORMATO TRANMAE DE 125
      *>   POSICIONES (LIBNUEVO); SE PROMUEVE A TRANLIB, ENTRADA DE
      *>   LA SIGUIENTE PRE-EDICION
      *>----------------------------------------------------------------
       FD  TRAN-LIBERADA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRAN-LIBERADA.
       01  REG-TRAN-LIBERADA       PIC X(125).

      *>----------------------------------------------------------------
      *>   MOVSALIDA - LIBERACIONES Y NEGATIVAS EN FORMATO CPMOVREG
      *>   (LLAVE = NUMERO DE EMPLEADO); PROG0110 LAS CONSOLIDA EN EL
      *>   HISTORICO PERMANENTE
      *>----------------------------------------------------------------
       FD  MOVSALIDA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.

       FD  AUTOLIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AUTOLIST.
       01  REG-AUTOLIST            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PENDAUT      PIC X(02)  VALUE SPACES.
           05 SW-PENDAUT-ABIERTO     PIC X(03)  VALUE "NO ".
           05 WS-STATUS-TRANLIB      PIC X(02)  VALUE SPACES.
           05 SW-FIN-LIB-ANTERIOR    PIC X(03)  VALUE SPACES.
           05 WS-TOT-ARRASTRADOS     PIC 9(05)  VALUE ZEROS.
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 SW-FIN-AUTORIZA        PIC X(03)  VALUE SPACES.
           05 SW-FIN-DECISION        PIC X(03)  VALUE SPACES.
           05 SW-DEC-HALLADA         PIC X(03)  VALUE "NO ".
           05 SW-DEC-VALIDA          PIC X(03)  VALUE "NO ".
           05 SW-AUT-HALLADA         PIC X(03)  VALUE "NO ".
           05 WS-AUT-USUARIO-BUSCA   PIC X(08)  VALUE SPACES.
           05 WS-FOLIO-BUSCA         PIC 9(07)  VALUE ZEROS.
           05 WS-AUT-PERDIDAS        PIC 9(05)  VALUE ZEROS.
           05 WS-DEC-PERDIDAS        PIC 9(05)  VALUE ZEROS.
           05 WS-MOTIVO-OBSERVA      PIC X(20)  VALUE SPACES.
           05 WS-TOT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-LIBERADOS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-NEGADOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-OBSERVADOS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-SIN-DECISION    PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-IGNORADAS       PIC 9(05)  VALUE ZEROS.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 50.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

       COPY CPAUTTAB.

      *>----------------------------------------------------------------
      *>   TABLA EN MEMORIA DE DECISIONES, UNA POR FOLIO; SE MARCA LA
      *>   QUE SE USA PARA LISTAR AL FINAL LAS QUE NO ENCONTRARON
      *>   CAMBIO PENDIENTE
      *>----------------------------------------------------------------
       01  WS-TAB-DECISIONES.
           05 WS-TAB-DEC-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-DEC-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-DEC-CANT
                                  INDEXED BY WS-IDX-DEC.
               10 WS-TAB-DEC-FOLIO    PIC 9(07).
               10 WS-TAB-DEC-DECISION PIC X(01).
                   88 WS-TAB-DEC-LIBERA       VALUE "L".
                   88 WS-TAB-DEC-RECHAZA      VALUE "R".
               10 WS-TAB-DEC-USUARIO  PIC X(08).
               10 WS-TAB-DEC-MOTIVO   PIC X(20).
               10 WS-TAB-DEC-USADA    PIC X(03).

       01  WS-TITULO-AUT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(48)      VALUE
              "AUTORIZACION DE CAMBIOS DE SALARIO RETENIDOS - ".
           05 WS-TIT-FEC-DIA        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO       PIC 9(04).
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA         PIC ZZ9.
           05 FILLER                PIC X(52)      VALUE SPACES.

       01  WS-GUIONES-AUT.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(130)     VALUE ALL "-".
           05 FILLER                PIC X(01)      VALUE SPACES.

       01  WS-SUB-TITULO-AUT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(07)      VALUE "  FOLIO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "  NUM".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(24)      VALUE "NOMBRE".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "CAPTURO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "AUTORIZA".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(12)      VALUE "SAL.ANTERIOR".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(12)      VALUE "SAL.PROPUEST".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(06)      VALUE "  % AU".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "RESULTADO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(20)      VALUE "MOTIVO".
           05 FILLER                PIC X(01)      VALUE SPACES.

       01  WS-DET-AUT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-DET-FOLIO          PIC ZZZZZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-NUMERO         PIC ZZZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-NOMBRE         PIC X(24).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-CAPTURO        PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-AUTORIZA       PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-SAL-ANTERIOR   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-SAL-PROPUESTO  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-PCT            PIC ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-RESULTADO      PIC X(10).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-MOTIVO         PIC X(20).
           05 FILLER                PIC X(01)      VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-TOT-CONCEPTO       PIC X(40).
           05 WS-TOT-CANTIDAD       PIC ZZ,ZZ9.
           05 FILLER                PIC X(85)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 025-COPIA-ANTERIORES THRU 025-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 021-CARGA-AUTORIZA  THRU 021-FIN
           PERFORM 023-CARGA-DECISIONES THRU 023-FIN
           PERFORM 040-LEE-PENDIENTE   THRU 040-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT AUTORIZA
                      AUTUSUA
                OUTPUT PND-NUEVO
                       TRAN-LIBERADA
                       MOVSALIDA
                       AUTOLIST
           OPEN INPUT PENDAUT
           IF WS-STATUS-PENDAUT EQUAL "00"
               MOVE "SI " TO SW-PENDAUT-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN
           END-IF.
       020-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   025/026 - LOS LIBERADOS QUE PROG0015 NO HA LEIDO VAN
      *>   PRIMERO EN LIBNUEVO, PARA QUE UNA SEGUNDA AUTORIZACION
      *>   ANTES DE LA PRE-EDICION NO LOS PIERDA
      *>----------------------------------------------------------------
       025-COPIA-ANTERIORES.
           MOVE SPACES TO SW-FIN-LIB-ANTERIOR
           OPEN INPUT LIB-ANTERIOR
           IF WS-STATUS-TRANLIB EQUAL "00"
               PERFORM 026-LEE-ANTERIOR THRU 026-FIN
                   UNTIL SW-FIN-LIB-ANTERIOR EQUAL "FIN"
               CLOSE LIB-ANTERIOR
           END-IF.
       025-FIN. EXIT.
       026-LEE-ANTERIOR.
           READ LIB-ANTERIOR
               AT END
                   MOVE "FIN" TO SW-FIN-LIB-ANTERIOR
               NOT AT END
                   WRITE REG-TRAN-LIBERADA FROM REG-LIB-ANTERIOR
                   ADD 1 TO WS-TOT-ARRASTRADOS
           END-READ.
       026-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   021 - TABLA DE USUARIOS AUTORIZADOS; AQUI SOLO INTERESAN
      *>   LOS QUE PUEDEN LIBERAR (TIPO "L")
      *>----------------------------------------------------------------
       021-CARGA-AUTORIZA.
           PERFORM 022-LEE-AUTORIZA THRU 022-FIN
               UNTIL SW-FIN-AUTORIZA EQUAL "FIN"
           CLOSE AUTUSUA
           IF WS-AUT-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0022: AUTORIZACIONES NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: " WS-AUT-PERDIDAS
           END-IF.
       021-FIN. EXIT.
       022-LEE-AUTORIZA.
           READ AUTUSUA
               AT END
                   MOVE "FIN" TO SW-FIN-AUTORIZA
               NOT AT END
                   IF NOT AUT-ES-LIBERA OR
                      AUT-USUARIO EQUAL SPACES
                       GO TO 022-FIN
                   END-IF
                   IF WS-TAB-AUT-CANT GREATER THAN OR EQUAL TO 500
                       ADD 1 TO WS-AUT-PERDIDAS
                       GO TO 022-FIN
                   END-IF
                   ADD 1 TO WS-TAB-AUT-CANT
                   SET WS-IDX-AUT TO WS-TAB-AUT-CANT
                   MOVE AUT-USUARIO TO WS-TAB-AUT-USUARIO (WS-IDX-AUT)
                   MOVE AUT-TIPO    TO WS-TAB-AUT-TIPO (WS-IDX-AUT)
           END-READ.
       022-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   023 - DECISIONES DEL DIA. UN FOLIO NO NUMERICO O REPETIDO
      *>   SE LISTA COMO IGNORADO Y NO ENTRA A LA TABLA
      *>----------------------------------------------------------------
       023-CARGA-DECISIONES.
           PERFORM 024-LEE-DECISION THRU 024-FIN
               UNTIL SW-FIN-DECISION EQUAL "FIN"
           CLOSE AUTORIZA
           IF WS-DEC-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0022: DECISIONES NO CARGADAS POR FALTA DE "
                       "ESPACIO EN TABLA: " WS-DEC-PERDIDAS
           END-IF.
       023-FIN. EXIT.
       024-LEE-DECISION.
           READ AUTORIZA
               AT END
                   MOVE "FIN" TO SW-FIN-DECISION
                   GO TO 024-FIN
           END-READ
           IF DEC-FOLIO IS NOT NUMERIC
               MOVE ZEROS            TO WS-DET-FOLIO
               MOVE DEC-USUARIO      TO WS-DET-AUTORIZA
               MOVE "FOLIO INVALIDO" TO WS-DET-MOTIVO
               PERFORM 072-LISTA-IGNORADA THRU 072-FIN
               GO TO 024-FIN
           END-IF
           MOVE DEC-FOLIO TO WS-FOLIO-BUSCA
           PERFORM 052-BUSCA-DECISION THRU 052-FIN
           IF SW-DEC-HALLADA EQUAL "SI "
               MOVE DEC-FOLIO        TO WS-DET-FOLIO
               MOVE DEC-USUARIO      TO WS-DET-AUTORIZA
               MOVE "FOLIO REPETIDO" TO WS-DET-MOTIVO
               PERFORM 072-LISTA-IGNORADA THRU 072-FIN
               GO TO 024-FIN
           END-IF
           IF WS-TAB-DEC-CANT GREATER THAN OR EQUAL TO 1000
               ADD 1 TO WS-DEC-PERDIDAS
               GO TO 024-FIN
           END-IF
           ADD 1 TO WS-TAB-DEC-CANT
           SET WS-IDX-DEC TO WS-TAB-DEC-CANT
           MOVE DEC-FOLIO    TO WS-TAB-DEC-FOLIO (WS-IDX-DEC)
           MOVE DEC-DECISION TO WS-TAB-DEC-DECISION (WS-IDX-DEC)
           MOVE DEC-USUARIO  TO WS-TAB-DEC-USUARIO (WS-IDX-DEC)
           MOVE DEC-MOTIVO   TO WS-TAB-DEC-MOTIVO (WS-IDX-DEC)
           MOVE "NO "        TO WS-TAB-DEC-USADA (WS-IDX-DEC).
       024-FIN. EXIT.
       030-TITULOS.
           MOVE WS-FEC-SIS-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-FEC-SIS-MES  TO WS-TIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-AUTOLIST FROM WS-TITULO-AUT
                                    AFTER ADVANCING PAGE
           WRITE REG-AUTOLIST FROM WS-GUIONES-AUT AFTER ADVANCING 1
           WRITE REG-AUTOLIST FROM WS-SUB-TITULO-AUT
                                    AFTER ADVANCING 1
           WRITE REG-AUTOLIST FROM WS-GUIONES-AUT AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS.
       030-FIN. EXIT.
       035-VERIFICA-SALTO.
           ADD 1 TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       035-FIN. EXIT.
       040-LEE-PENDIENTE.
           READ PENDAUT
               AT END
                   MOVE "FIN" TO SW-FIN
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
           END-READ.
       040-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   050 - CADA CAMBIO PENDIENTE: SIN DECISION, O CON UNA
      *>   DECISION QUE NO PROCEDE, SIGUE EN PND-NUEVO; LIBERADO VA A
      *>   TRAN-LIBERADA Y NEGADO SE DESCARTA
      *>----------------------------------------------------------------
       050-PROCESA.
           MOVE PND-FOLIO TO WS-FOLIO-BUSCA
           PERFORM 052-BUSCA-DECISION THRU 052-FIN
           IF SW-DEC-HALLADA EQUAL "NO "
               WRITE REG-PND-NUEVO FROM REG-PENDAUT
               ADD 1 TO WS-TOT-SIN-DECISION
               GO TO 050-LEE
           END-IF
           MOVE "SI " TO WS-TAB-DEC-USADA (WS-IDX-DEC)
           PERFORM 054-VALIDA-DECISION THRU 054-FIN
           EVALUATE TRUE
               WHEN SW-DEC-VALIDA EQUAL "NO "
                   WRITE REG-PND-NUEVO FROM REG-PENDAUT
                   ADD 1 TO WS-TOT-OBSERVADOS
                   MOVE "OBSERVADA"       TO WS-DET-RESULTADO
                   MOVE WS-MOTIVO-OBSERVA TO WS-DET-MOTIVO
                   PERFORM 070-LISTA-PENDIENTE THRU 070-FIN
               WHEN WS-TAB-DEC-LIBERA (WS-IDX-DEC)
                   PERFORM 056-LIBERA THRU 056-FIN
               WHEN OTHER
                   PERFORM 058-NIEGA THRU 058-FIN
           END-EVALUATE.
       050-LEE.
           PERFORM 040-LEE-PENDIENTE THRU 040-FIN.
       050-FIN. EXIT.
       052-BUSCA-DECISION.
           MOVE "NO " TO SW-DEC-HALLADA
           IF WS-TAB-DEC-CANT GREATER THAN ZERO
               SET WS-IDX-DEC TO 1
               SEARCH WS-TAB-DEC-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DEC-FOLIO (WS-IDX-DEC)
                                         EQUAL WS-FOLIO-BUSCA
                       MOVE "SI " TO SW-DEC-HALLADA
               END-SEARCH
           END-IF.
       052-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   054 - LA DECISION PROCEDE SI ES "L" O "R", SI QUIEN DECIDE
      *>   NO ES QUIEN CAPTURO EL CAMBIO Y SI TIENE AUTORIZACION "L"
      *>----------------------------------------------------------------
       054-VALIDA-DECISION.
           MOVE "NO "  TO SW-DEC-VALIDA
           MOVE SPACES TO WS-MOTIVO-OBSERVA
           IF NOT WS-TAB-DEC-LIBERA (WS-IDX-DEC) AND
              NOT WS-TAB-DEC-RECHAZA (WS-IDX-DEC)
               MOVE "DECISION INVALIDA"    TO WS-MOTIVO-OBSERVA
               GO TO 054-FIN
           END-IF
           IF WS-TAB-DEC-USUARIO (WS-IDX-DEC) EQUAL PND-USUARIO
               MOVE "MISMO USUARIO CAPTURA" TO WS-MOTIVO-OBSERVA
               GO TO 054-FIN
           END-IF
           MOVE WS-TAB-DEC-USUARIO (WS-IDX-DEC) TO WS-AUT-USUARIO-BUSCA
           PERFORM 085-BUSCA-AUTORIZACION THRU 085-FIN
           IF SW-AUT-HALLADA EQUAL "NO "
               MOVE "USUARIO NO AUTORIZADO" TO WS-MOTIVO-OBSERVA
               GO TO 054-FIN
           END-IF
           MOVE "SI " TO SW-DEC-VALIDA.
       054-FIN. EXIT.
       056-LIBERA.
           MOVE WS-TAB-DEC-USUARIO (WS-IDX-DEC) TO PND-AUTORIZO
           WRITE REG-TRAN-LIBERADA FROM PND-TRANSACCION
           ADD 1 TO WS-TOT-LIBERADOS
           MOVE "LIBERADA"  TO WS-DET-RESULTADO
           MOVE WS-TAB-DEC-MOTIVO (WS-IDX-DEC) TO WS-DET-MOTIVO
           PERFORM 070-LISTA-PENDIENTE THRU 070-FIN
           PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN.
       056-FIN. EXIT.
       058-NIEGA.
           ADD 1 TO WS-TOT-NEGADOS
           MOVE "NEGADA"    TO WS-DET-RESULTADO
           MOVE WS-TAB-DEC-MOTIVO (WS-IDX-DEC) TO WS-DET-MOTIVO
           PERFORM 070-LISTA-PENDIENTE THRU 070-FIN
           PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN.
       058-FIN. EXIT.
       060-FINAL.
           PERFORM 062-CHECA-NO-USADA THRU 062-FIN
               VARYING WS-IDX-DEC FROM 1 BY 1
               UNTIL WS-IDX-DEC GREATER THAN WS-TAB-DEC-CANT
           MOVE "CAMBIOS PENDIENTES LEIDOS             : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-LEIDOS        TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 2
           MOVE "LIBERADOS (A TRANLIB)                 : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-LIBERADOS     TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "LIBERADOS ANTERIORES AUN SIN APLICAR  : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-ARRASTRADOS   TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "NEGADOS                               : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-NEGADOS       TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "OBSERVADOS, SIGUEN PENDIENTES         : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-OBSERVADOS    TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "SIN DECISION, SIGUEN PENDIENTES       : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-SIN-DECISION  TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "DECISIONES IGNORADAS                  : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-IGNORADAS     TO WS-TOT-CANTIDAD
           WRITE REG-AUTOLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           IF WS-TOT-OBSERVADOS GREATER THAN ZERO OR
              WS-TOT-IGNORADAS  GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-PENDAUT-ABIERTO EQUAL "SI "
               CLOSE PENDAUT
           END-IF
           CLOSE PND-NUEVO
                 TRAN-LIBERADA
                 MOVSALIDA
                 AUTOLIST.
       060-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   062 - LA DECISION QUE NO ENCONTRO SU FOLIO EN PENDAUT (YA
      *>   RESUELTO O MAL CAPTURADO) SE LISTA COMO IGNORADA
      *>----------------------------------------------------------------
       062-CHECA-NO-USADA.
           IF WS-TAB-DEC-USADA (WS-IDX-DEC) EQUAL "SI "
               GO TO 062-FIN
           END-IF
           MOVE WS-TAB-DEC-FOLIO (WS-IDX-DEC)   TO WS-DET-FOLIO
           MOVE WS-TAB-DEC-USUARIO (WS-IDX-DEC) TO WS-DET-AUTORIZA
           MOVE "FOLIO NO PENDIENTE"            TO WS-DET-MOTIVO
           PERFORM 072-LISTA-IGNORADA THRU 072-FIN.
       062-FIN. EXIT.
       070-LISTA-PENDIENTE.
           MOVE PND-FOLIO        TO WS-DET-FOLIO
           MOVE PND-NUMERO       TO WS-DET-NUMERO
           MOVE PND-NOMBRE       TO WS-DET-NOMBRE
           MOVE PND-USUARIO      TO WS-DET-CAPTURO
           MOVE WS-TAB-DEC-USUARIO (WS-IDX-DEC) TO WS-DET-AUTORIZA
           MOVE PND-SAL-ANTERIOR TO WS-DET-SAL-ANTERIOR
           MOVE PND-SALARIO      TO WS-DET-SAL-PROPUESTO
           MOVE PND-PCT-AUMENTO  TO WS-DET-PCT
           WRITE REG-AUTOLIST FROM WS-DET-AUT AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       070-FIN. EXIT.
      *>   072 - FOLIO, USUARIO Y MOTIVO YA VIENEN EN EL DETALLE
       072-LISTA-IGNORADA.
           ADD 1 TO WS-TOT-IGNORADAS
           MOVE ZEROS           TO WS-DET-NUMERO
                                   WS-DET-SAL-ANTERIOR
                                   WS-DET-SAL-PROPUESTO
                                   WS-DET-PCT
           MOVE SPACES          TO WS-DET-NOMBRE
                                   WS-DET-CAPTURO
           MOVE "IGNORADA"      TO WS-DET-RESULTADO
           WRITE REG-AUTOLIST FROM WS-DET-AUT AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       072-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   080 - MOVIMIENTO DE LA LIBERACION O NEGATIVA PARA EL
      *>   HISTORICO, CON EL USUARIO QUE CAPTURO Y EL QUE AUTORIZO.
      *>   "ANTES" LLEVA EL SALARIO VIGENTE AL RETENERSE Y "DESPUES"
      *>   EL PROPUESTO; DEPTO, PUESTO Y STATUS SON LOS PROPUESTOS EN
      *>   LOS DOS LADOS. EL RESULTADO ES EL DE LA LINEA DE DETALLE
      *>----------------------------------------------------------------
       080-GRABA-MOVIMIENTO.
           MOVE SPACES             TO REG-MOVIMIENTO
           MOVE PND-NUMERO         TO MOV-LLAVE
           MOVE WS-FECHA-SISTEMA   TO MOV-FECHA
           MOVE "PROG0022"         TO MOV-ORIGEN
           MOVE "AUTORIZACION "    TO MOV-TIPO
           MOVE WS-DET-RESULTADO   TO MOV-RESULTADO
           MOVE PND-USUARIO        TO MOV-USUARIO
           MOVE WS-TAB-DEC-USUARIO (WS-IDX-DEC) TO MOV-USUARIO-AUT
           MOVE PND-NOMBRE         TO MOV-VALOR-ANTES
                                      MOV-VALOR-DESPUES
           MOVE PND-SAL-ANTERIOR   TO MOV-SAL-ANTES
           MOVE PND-SALARIO        TO MOV-SAL-DESPUES
           MOVE PND-DEPTO          TO MOV-DEP-ANTES
                                      MOV-DEP-DESPUES
           MOVE PND-PUESTO         TO MOV-PUE-ANTES
                                      MOV-PUE-DESPUES
           MOVE PND-STATUS         TO MOV-STA-ANTES
                                      MOV-STA-DESPUES
           IF PND-FEC-EFECTIVA IS NUMERIC AND
              PND-FEC-EFECTIVA GREATER THAN ZERO
               MOVE PND-FEC-EFECTIVA TO MOV-FEC-EFECTIVA
           ELSE
               MOVE WS-FECHA-SISTEMA TO MOV-FEC-EFECTIVA
           END-IF
           WRITE REG-MOVIMIENTO.
       080-FIN. EXIT.
       085-BUSCA-AUTORIZACION.
           MOVE "NO " TO SW-AUT-HALLADA
           IF WS-TAB-AUT-CANT GREATER THAN ZERO
               SET WS-IDX-AUT TO 1
               SEARCH WS-TAB-AUT-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-AUT-USUARIO (WS-IDX-AUT)
                                         EQUAL WS-AUT-USUARIO-BUSCA
                       MOVE "SI " TO SW-AUT-HALLADA
               END-SEARCH
           END-IF.
       085-FIN. EXIT.
