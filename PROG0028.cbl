       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0028.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   PRE-EDICION DE INCIDENCIAS DEL PERIODO (CPINCREG): HORAS
      *>   EXTRA, FALTAS Y BONOS QUE REPORTAN LOS SUPERVISORES. CORRE
      *>   ANTES DE PROG0030: VALIDA CADA INCIDENCIA (TIPO, EMPLEADO
      *>   ACTIVO EN EL MAESTRO, PERIODO DE LA CORRIDA, CANTIDAD O
      *>   IMPORTE, QUINCENA DE LA CORRIDA, FRECUENCIA DE PAGO DEL
      *>   EMPLEADO QUE SE PAGA EN ESTA CORRIDA, Y LLAVE EMPLEADO +
      *>   TIPO EN SECUENCIA Y SIN DUPLICADOS) Y SEPARA LAS LIMPIAS
      *>   (INCLIMP, ENTRADA DE PROG0030) DE LAS RECHAZADAS (INCRECI,
      *>   CON CODIGO DE MOTIVO PARA QUE CAPTURA LAS CORRIJA Y
      *>   REPROCESE), IGUAL QUE
      *>   PROG0015 CON LAS TRANSACCIONES DE EMPLEADOS. AL FINAL
      *>   IMPRIME LAS CIFRAS ACEPTADAS POR TIPO PARA EL CUADRE.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDEN         ASSIGN TO UT-S-INCIDEN.
           SELECT EMPLEADOS       ASSIGN TO UT-S-EMPLEADO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS EMP-LLAVE
                                  FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT INC-LIMPIA      ASSIGN TO UT-S-INCLIMP.
           SELECT INC-RECICLA     ASSIGN TO UT-S-INCRECI.
           SELECT INCLIST         ASSIGN TO US-S-INCLIST.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.
           SELECT OPTIONAL
                  FRECPAGO        ASSIGN TO UT-S-FRECPAGO
                                  FILE STATUS IS WS-STATUS-FRECPAGO.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDEN
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-INCIDENCIA.
           COPY CPINCREG.

       FD  EMPLEADOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS.
           05 EMP-LLAVE            PIC 9(05).
           05 FILLER               PIC X(53).

       FD  INC-LIMPIA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-INC-LIMPIA.
       01  REG-INC-LIMPIA          PIC X(40).

      *>----------------------------------------------------------------
      *>   INC-RECICLA - LA INCIDENCIA ORIGINAL COMPLETA MAS EL
      *>   CODIGO DE MOTIVO DE RECHAZO AL FINAL; CAPTURA CORRIGE EL
      *>   CAMPO, QUITA EL CODIGO Y REPROCESA EL REGISTRO
      *>----------------------------------------------------------------
       FD  INC-RECICLA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-INC-RECICLA.
       01  REG-INC-RECICLA         PIC X(42).

       FD  INCLIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-INCLIST.
       01  REG-INCLIST             PIC X(132).

       FD  PARAMETROS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS          PIC X(20).

      *>----------------------------------------------------------------
      *>   CTLCORR - CONTROL DE CORRIDAS DEL PERIODO: BITACORA DE
      *>   INICIO / FIN DE CADA PASO DE LA MALLA (VER CPCTLREG)
      *>----------------------------------------------------------------
       FD  CTLCORR
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CONTROL.
           COPY CPCTLREG.

      *>----------------------------------------------------------------
      *>   FRECPAGO - MAESTRO DE FRECUENCIA DE PAGO (PROG0046); EL
      *>   EMPLEADO QUE NO APARECE COBRA MENSUAL
      *>----------------------------------------------------------------
       FD  FRECPAGO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRECPAGO.
           COPY CPFRCREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-REG-RECICLA.
               10 WS-RECI-INC        PIC X(40).
               10 WS-RECI-MOTIVO     PIC X(02).
           05 WS-LLAVE-INCIDENCIA.
               10 WS-LLI-NUMERO      PIC 9(05).
               10 WS-LLI-TIPO        PIC X(02).
           05 WS-LLAVE-ANTERIOR      PIC X(07)  VALUE LOW-VALUES.
           05 WS-TOT-LEIDAS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-ACEPTADAS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADAS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-HORAS-EXTRA     PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-DIAS-FALTA      PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-IMP-BONOS       PIC 9(09)V99 VALUE ZEROS.
           05 WS-MAX-HORAS-EXTRA     PIC 9(03)V99 VALUE 40.
           05 WS-MAX-DIAS-FALTA      PIC 9(03)V99 VALUE 30.
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 SW-INC-VALIDA          PIC X(03)  VALUE "SI ".
           05 SW-EMP-EN-MAESTRO      PIC X(03)  VALUE "NO ".
           05 WS-STATUS-EMPLEADOS    PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CONTROL      PIC X(02)  VALUE SPACES.
           05 WS-STATUS-FRECPAGO     PIC X(02)  VALUE SPACES.
           05 SW-FIN-FRECPAGO        PIC X(03)  VALUE SPACES.
           05 SW-EMP-QUINCENAL       PIC X(03)  VALUE "NO ".
           05 WS-FRECUENCIAS-PERDIDAS PIC 9(05) VALUE ZEROS.
           05 SW-FIN-CONTROL         PIC X(03)  VALUE SPACES.
           05 SW-CTL-YA-CORRIO       PIC X(03)  VALUE "NO ".
           05 SW-CTL-PREVIO-OK       PIC X(03)  VALUE "NO ".
           05 SW-CTL-DETENER         PIC X(03)  VALUE "NO ".
           05 WS-CTL-PREVIO-PROG     PIC X(08)  VALUE "PROG0010".
           05 WS-CTL-PER-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)  VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-HORA.
               10 WS-CTL-HORA-HHMMSS PIC 9(06).
               10 FILLER             PIC 9(02).
           05 WS-MOTIVO-COD          PIC X(02)  VALUE SPACES.
               88 WS-MOTIVO-TIPO               VALUE "01".
               88 WS-MOTIVO-NUMERO             VALUE "02".
               88 WS-MOTIVO-NO-EXISTE          VALUE "03".
               88 WS-MOTIVO-NO-ACTIVO          VALUE "04".
               88 WS-MOTIVO-PERIODO            VALUE "05".
               88 WS-MOTIVO-CANTIDAD           VALUE "06".
               88 WS-MOTIVO-IMPORTE            VALUE "07".
               88 WS-MOTIVO-SECUENCIA          VALUE "08".
               88 WS-MOTIVO-DUPLICADA          VALUE "09".
               88 WS-MOTIVO-QUINCENA           VALUE "10".
               88 WS-MOTIVO-FRECUENCIA         VALUE "11".
           05 WS-MOTIVO-DES          PIC X(22)  VALUE SPACES.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 20.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

       COPY CPPARAM.

       COPY CPFRCTAB.

       01  WS-TITULO-EDIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(44)
              VALUE "PRE-EDICION DE INCIDENCIAS DEL PERIODO    - ".
           05 WS-TIT-FEC-DIA        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO       PIC 9(04).
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA         PIC ZZ9.
           05 FILLER                PIC X(56)      VALUE SPACES.

       01  WS-GUIONES-EDIT.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(78)      VALUE ALL "-".
           05 FILLER                PIC X(01)      VALUE SPACES.

       01  WS-SUB-TITULO-EDIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(04)      VALUE "TIPO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(06)      VALUE "NUMERO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(30)      VALUE "NOMBRE".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(09)      VALUE "RESULTADO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(06)      VALUE "MOTIVO".
           05 FILLER                PIC X(68)      VALUE SPACES.

       01  WS-DET-EDIT.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-EDI-TIPO           PIC X(02).
           05 FILLER                PIC X(03)      VALUE SPACES.
           05 WS-EDI-NUMERO         PIC ZZZZ9.
           05 FILLER                PIC X(03)      VALUE SPACES.
           05 WS-EDI-NOMBRE         PIC X(30).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-EDI-RESULTADO      PIC X(09).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-EDI-MOTIVO-COD     PIC X(02).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-EDI-MOTIVO-DES     PIC X(22).
           05 FILLER                PIC X(49)      VALUE SPACES.

       01  WS-DETALLE-TOTALES-EDIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(11)      VALUE "LEIDAS   : ".
           05 WS-TOT-LEIDAS-ED      PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(11)      VALUE "ACEPTADAS: ".
           05 WS-TOT-ACEPTADAS-ED   PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(13)
                                     VALUE "RECHAZADAS : ".
           05 WS-TOT-RECHAZADAS-ED  PIC ZZ,ZZ9.
           05 FILLER                PIC X(76)      VALUE SPACES.

       01  WS-DETALLE-CIFRAS-EDIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(15)
                                     VALUE "HORAS EXTRA  : ".
           05 WS-TOT-HORAS-ED       PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(15)
                                     VALUE "DIAS DE FALTA: ".
           05 WS-TOT-FALTAS-ED      PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "BONOS : ".
           05 WS-TOT-BONOS-ED       PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(51)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS THRU 015-FIN
           PERFORM 016-DETERMINA-PERIODO THRU 016-FIN
           PERFORM 013-CHECA-CONTROL THRU 013-FIN
           IF SW-CTL-DETENER EQUAL "SI "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "INICIO" TO WS-CTL-EVENTO
           MOVE SPACES   TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           PERFORM 021-CARGA-FRECUENCIAS THRU 021-FIN
           PERFORM 030-TITULOS       THRU 030-FIN
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
                                     UNTIL SW-FIN EQUAL "FIN"
           PERFORM 050-FINAL         THRU 050-FIN
           MOVE "FIN   " TO WS-CTL-EVENTO
           MOVE "LIMPIO" TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           GOBACK.

       015-LEE-PARAMETROS.
           MOVE "N"          TO WS-PARM-FECHA-SW
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-QUINCENA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
       015-FIN. EXIT.
       016-DETERMINA-PERIODO.
           IF WS-PARM-FECHA-MANUAL
               MOVE WS-PARM-FEC-ANIO TO WS-CTL-PER-ANIO
               MOVE WS-PARM-FEC-MES  TO WS-CTL-PER-MES
           ELSE
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FEC-SIS-ANIO  TO WS-CTL-PER-ANIO
               MOVE WS-FEC-SIS-MES   TO WS-CTL-PER-MES
           END-IF
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA.
       016-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: CORRE DESPUES
      *>   DEL LISTADO PROG0010 Y ANTES DE LA NOMINA PROG0030, QUE
      *>   NO ARRANCA SI ESTE PASO NO TERMINO LIMPIO; NO SE REPITE
      *>   LA PRE-EDICION YA TERMINADA SALVO CON LA MARCA DE
      *>   RECORRIDA ("R"), NI CORRE CON UNA QUINCENA INVALIDA EN LA
      *>   TARJETA
      *>----------------------------------------------------------------
       013-CHECA-CONTROL.
           MOVE "NO " TO SW-CTL-YA-CORRIO
                         SW-CTL-PREVIO-OK
                         SW-CTL-DETENER
           MOVE SPACES TO SW-FIN-CONTROL
           OPEN INPUT CTLCORR
           IF WS-STATUS-CONTROL EQUAL "00"
               PERFORM 019-LEE-CONTROL THRU 019-FIN
                   UNTIL SW-FIN-CONTROL EQUAL "FIN"
               CLOSE CTLCORR
           END-IF
           IF WS-CTL-PREVIO-PROG NOT EQUAL SPACES AND
              SW-CTL-PREVIO-OK EQUAL "NO "
               DISPLAY "PROG0028: EL PASO ANTERIOR ("
                       WS-CTL-PREVIO-PROG
                       ") NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-YA-CORRIO EQUAL "SI " AND
              NOT WS-PARM-ES-RECORRIDA
               DISPLAY "PROG0028: PASO YA TERMINADO EN EL PERIODO - "
                       "USAR LA MARCA DE RECORRIDA PARA REPETIRLO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF NOT WS-PARM-ES-MENSUAL AND
              NOT WS-PARM-ES-QUINCENAL
               DISPLAY "PROG0028: QUINCENA INVALIDA EN LA TARJETA DE "
                       "PARAMETROS (ESPACIO, 1 O 2)"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF.
       013-FIN. EXIT.
       019-LEE-CONTROL.
           READ CTLCORR
               AT END
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0028" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
                       END-IF
                       IF CTL-PROGRAMA EQUAL WS-CTL-PREVIO-PROG AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-PREVIO-OK
                       END-IF
                   END-IF
           END-READ.
       019-FIN. EXIT.
       014-ANOTA-EVENTO.
           OPEN EXTEND CTLCORR
           IF WS-STATUS-CONTROL EQUAL "00" OR
              WS-STATUS-CONTROL EQUAL "05"
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0028"      TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FECHA-SISTEMA TO CTL-FECHA
               ACCEPT WS-CTL-HORA FROM TIME
               MOVE WS-CTL-HORA-HHMMSS TO CTL-HORA
               WRITE REG-CONTROL
               CLOSE CTLCORR
           END-IF.
       014-FIN. EXIT.
       020-ABRE-ARCHIVOS.
           OPEN INPUT INCIDEN
                      EMPLEADOS
                OUTPUT INC-LIMPIA
                       INC-RECICLA
                       INCLIST.
       020-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   021/022 - TABLA DE EMPLEADOS QUINCENALES (FRECPAGO); LA
      *>   INCIDENCIA DE UN QUINCENAL SOLO SE ACEPTA EN LAS CORRIDAS
      *>   DE QUINCENA Y LA DE UN MENSUAL SOLO EN LA MENSUAL
      *>----------------------------------------------------------------
       021-CARGA-FRECUENCIAS.
           OPEN INPUT FRECPAGO
           IF WS-STATUS-FRECPAGO EQUAL "00"
               PERFORM 022-LEE-FRECUENCIA THRU 022-FIN
                   UNTIL SW-FIN-FRECPAGO EQUAL "FIN"
               CLOSE FRECPAGO
           END-IF
           IF WS-FRECUENCIAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0028: FRECUENCIAS DE PAGO NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: "
                       WS-FRECUENCIAS-PERDIDAS
           END-IF.
       021-FIN. EXIT.
       022-LEE-FRECUENCIA.
           READ FRECPAGO
               AT END
                   MOVE "FIN" TO SW-FIN-FRECPAGO
               NOT AT END
                   IF NOT FRC-ES-QUINCENAL
                       GO TO 022-FIN
                   END-IF
                   IF WS-TAB-FRC-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-FRECUENCIAS-PERDIDAS
                       GO TO 022-FIN
                   END-IF
                   ADD 1 TO WS-TAB-FRC-CANT
                   SET WS-IDX-FRC TO WS-TAB-FRC-CANT
                   MOVE FRC-NUMERO TO WS-TAB-FRC-NUMERO (WS-IDX-FRC)
           END-READ.
       022-FIN. EXIT.
       025-BUSCA-EMPLEADO.
           MOVE "NO "  TO SW-EMP-EN-MAESTRO
           MOVE SPACES TO WS-NOMBRE-EMP
           MOVE INC-NUMERO TO EMP-LLAVE
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-EMP
               NOT INVALID KEY
                   MOVE "SI " TO SW-EMP-EN-MAESTRO
           END-READ.
       025-FIN. EXIT.
       026-BUSCA-QUINCENAL.
           MOVE "NO " TO SW-EMP-QUINCENAL
           IF WS-TAB-FRC-CANT GREATER THAN ZERO
               SET WS-IDX-FRC TO 1
               SEARCH WS-TAB-FRC-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-FRC-NUMERO (WS-IDX-FRC)
                                          EQUAL INC-NUMERO
                       MOVE "SI " TO SW-EMP-QUINCENAL
               END-SEARCH
           END-IF.
       026-FIN. EXIT.
       030-TITULOS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-FEC-SIS-MES  TO WS-TIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-INCLIST FROM WS-TITULO-EDIT
                                    AFTER ADVANCING PAGE
           WRITE REG-INCLIST FROM WS-GUIONES-EDIT AFTER ADVANCING 1
           WRITE REG-INCLIST FROM WS-SUB-TITULO-EDIT
                                    AFTER ADVANCING 1
           WRITE REG-INCLIST FROM WS-GUIONES-EDIT
                                    AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS.
       030-FIN. EXIT.
       035-VERIFICA-SALTO.
           ADD 1 TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       035-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   029 - VALIDACIONES. LAS HORAS EXTRA Y LAS FALTAS EXIGEN
      *>   CANTIDAD (CON TOPE: LAS HORAS DEL CONTRATO Y LOS DIAS DEL
      *>   MES COMERCIAL) Y EL BONO EXIGE IMPORTE. LA LLAVE EMPLEADO
      *>   + TIPO DEBE VENIR EN ORDEN ASCENDENTE Y SIN REPETIRSE: LA
      *>   SEGUNDA INCIDENCIA DEL MISMO TIPO SE RECHAZA PARA QUE EL
      *>   SUPERVISOR LA JUNTE CON LA PRIMERA. LA INCIDENCIA DEBE
      *>   TRAER LA QUINCENA DE LA CORRIDA (EN BLANCO EN LA MENSUAL)
      *>   Y SER DE UN EMPLEADO CUYA FRECUENCIA SE PAGA EN ELLA
      *>----------------------------------------------------------------
       029-VALIDA-INCIDENCIA.
           MOVE "SI "  TO SW-INC-VALIDA
           MOVE SPACES TO WS-MOTIVO-COD
                          WS-MOTIVO-DES
           MOVE "NO "  TO SW-EMP-EN-MAESTRO
           MOVE SPACES TO WS-NOMBRE-EMP
           IF INC-NUMERO IS NUMERIC AND
              INC-NUMERO GREATER THAN ZERO
               PERFORM 025-BUSCA-EMPLEADO THRU 025-FIN
               PERFORM 026-BUSCA-QUINCENAL THRU 026-FIN
           END-IF
           MOVE INC-NUMERO TO WS-LLI-NUMERO
           MOVE INC-TIPO   TO WS-LLI-TIPO
           EVALUATE TRUE
               WHEN NOT INC-TIPO-VALIDO
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "01"  TO WS-MOTIVO-COD
                   MOVE "TIPO NO ES HE/FA/BO"   TO WS-MOTIVO-DES
               WHEN INC-NUMERO IS NOT NUMERIC
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "02"  TO WS-MOTIVO-COD
                   MOVE "NUMERO INVALIDO"       TO WS-MOTIVO-DES
               WHEN INC-NUMERO NOT GREATER THAN ZERO
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "02"  TO WS-MOTIVO-COD
                   MOVE "NUMERO INVALIDO"       TO WS-MOTIVO-DES
               WHEN SW-EMP-EN-MAESTRO EQUAL "NO "
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "03"  TO WS-MOTIVO-COD
                   MOVE "EMPLEADO NO EXISTE"    TO WS-MOTIVO-DES
               WHEN WS-STATUS-EMP NOT EQUAL 1
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "04"  TO WS-MOTIVO-COD
                   MOVE "EMPLEADO NO ACTIVO"    TO WS-MOTIVO-DES
               WHEN INC-PERIODO IS NOT NUMERIC
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "05"  TO WS-MOTIVO-COD
                   MOVE "PERIODO NO CORRESPONDE" TO WS-MOTIVO-DES
               WHEN INC-PER-ANIO NOT EQUAL WS-CTL-PER-ANIO OR
                    INC-PER-MES NOT EQUAL WS-CTL-PER-MES
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "05"  TO WS-MOTIVO-COD
                   MOVE "PERIODO NO CORRESPONDE" TO WS-MOTIVO-DES
               WHEN INC-QUINCENA NOT EQUAL WS-PARM-QUINCENA
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "10"  TO WS-MOTIVO-COD
                   MOVE "QNA NO CORRESPONDE"    TO WS-MOTIVO-DES
               WHEN SW-EMP-QUINCENAL EQUAL "SI " AND
                    WS-PARM-ES-MENSUAL
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "11"  TO WS-MOTIVO-COD
                   MOVE "EMPLEADO ES QUINCENAL" TO WS-MOTIVO-DES
               WHEN SW-EMP-QUINCENAL EQUAL "NO " AND
                    NOT WS-PARM-ES-MENSUAL
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "11"  TO WS-MOTIVO-COD
                   MOVE "EMPLEADO ES MENSUAL"   TO WS-MOTIVO-DES
               WHEN INC-ES-BONO AND
                    INC-IMPORTE IS NOT NUMERIC
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "07"  TO WS-MOTIVO-COD
                   MOVE "IMPORTE INVALIDO"      TO WS-MOTIVO-DES
               WHEN INC-ES-BONO AND
                    INC-IMPORTE NOT GREATER THAN ZERO
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "07"  TO WS-MOTIVO-COD
                   MOVE "IMPORTE INVALIDO"      TO WS-MOTIVO-DES
               WHEN INC-ES-BONO
                   CONTINUE
               WHEN INC-CANTIDAD IS NOT NUMERIC
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "06"  TO WS-MOTIVO-COD
                   MOVE "CANTIDAD INVALIDA"     TO WS-MOTIVO-DES
               WHEN INC-CANTIDAD NOT GREATER THAN ZERO
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "06"  TO WS-MOTIVO-COD
                   MOVE "CANTIDAD INVALIDA"     TO WS-MOTIVO-DES
               WHEN INC-ES-HORA-EXTRA AND
                    INC-CANTIDAD GREATER THAN WS-MAX-HORAS-EXTRA
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "06"  TO WS-MOTIVO-COD
                   MOVE "HORAS EXCEDEN EL TOPE" TO WS-MOTIVO-DES
               WHEN INC-ES-FALTA AND
                    INC-CANTIDAD GREATER THAN WS-MAX-DIAS-FALTA
                   MOVE "NO " TO SW-INC-VALIDA
                   MOVE "06"  TO WS-MOTIVO-COD
                   MOVE "DIAS EXCEDEN EL MES"   TO WS-MOTIVO-DES
           END-EVALUATE
           IF SW-INC-VALIDA EQUAL "SI "
               EVALUATE TRUE
                   WHEN WS-LLAVE-INCIDENCIA EQUAL WS-LLAVE-ANTERIOR
                       MOVE "NO " TO SW-INC-VALIDA
                       MOVE "09"  TO WS-MOTIVO-COD
                       MOVE "INCIDENCIA DUPLICADA" TO WS-MOTIVO-DES
                   WHEN WS-LLAVE-INCIDENCIA LESS THAN WS-LLAVE-ANTERIOR
                       MOVE "NO " TO SW-INC-VALIDA
                       MOVE "08"  TO WS-MOTIVO-COD
                       MOVE "FUERA DE SECUENCIA"  TO WS-MOTIVO-DES
               END-EVALUATE
           END-IF.
       029-FIN. EXIT.
       040-PROCESO.
           ADD 1 TO WS-TOT-LEIDAS
           PERFORM 029-VALIDA-INCIDENCIA THRU 029-FIN
           IF SW-INC-VALIDA EQUAL "SI "
               ADD 1 TO WS-TOT-ACEPTADAS
               MOVE WS-LLAVE-INCIDENCIA TO WS-LLAVE-ANTERIOR
               PERFORM 045-ACUMULA-CIFRAS THRU 045-FIN
               WRITE REG-INC-LIMPIA FROM REG-INCIDENCIA
           ELSE
               ADD 1 TO WS-TOT-RECHAZADAS
               MOVE REG-INCIDENCIA     TO WS-RECI-INC
               MOVE WS-MOTIVO-COD      TO WS-RECI-MOTIVO
               WRITE REG-INC-RECICLA FROM WS-REG-RECICLA
               PERFORM 048-LISTA-RECHAZO THRU 048-FIN
           END-IF.
       040-LEE.
           READ INCIDEN AT END
                MOVE "FIN" TO SW-FIN.
       040-FIN. EXIT.
       045-ACUMULA-CIFRAS.
           EVALUATE TRUE
               WHEN INC-ES-HORA-EXTRA
                   ADD INC-CANTIDAD TO WS-TOT-HORAS-EXTRA
               WHEN INC-ES-FALTA
                   ADD INC-CANTIDAD TO WS-TOT-DIAS-FALTA
               WHEN INC-ES-BONO
                   ADD INC-IMPORTE  TO WS-TOT-IMP-BONOS
           END-EVALUATE.
       045-FIN. EXIT.
       048-LISTA-RECHAZO.
           MOVE INC-TIPO        TO WS-EDI-TIPO
           IF INC-NUMERO IS NUMERIC
               MOVE INC-NUMERO  TO WS-EDI-NUMERO
           ELSE
               MOVE ZEROS       TO WS-EDI-NUMERO
           END-IF
           MOVE WS-NOMBRE-EMP   TO WS-EDI-NOMBRE
           MOVE "RECHAZADA"     TO WS-EDI-RESULTADO
           MOVE WS-MOTIVO-COD   TO WS-EDI-MOTIVO-COD
           MOVE WS-MOTIVO-DES   TO WS-EDI-MOTIVO-DES
           WRITE REG-INCLIST FROM WS-DET-EDIT AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       048-FIN. EXIT.
       050-FINAL.
           MOVE WS-TOT-LEIDAS     TO WS-TOT-LEIDAS-ED
           MOVE WS-TOT-ACEPTADAS  TO WS-TOT-ACEPTADAS-ED
           MOVE WS-TOT-RECHAZADAS TO WS-TOT-RECHAZADAS-ED
           WRITE REG-INCLIST FROM WS-DETALLE-TOTALES-EDIT
                                    AFTER ADVANCING 2
           MOVE WS-TOT-HORAS-EXTRA TO WS-TOT-HORAS-ED
           MOVE WS-TOT-DIAS-FALTA  TO WS-TOT-FALTAS-ED
           MOVE WS-TOT-IMP-BONOS   TO WS-TOT-BONOS-ED
           WRITE REG-INCLIST FROM WS-DETALLE-CIFRAS-EDIT
                                    AFTER ADVANCING 1
           CLOSE INCIDEN
                 EMPLEADOS
                 INC-LIMPIA
                 INC-RECICLA
                 INCLIST.
       050-FIN. EXIT.
