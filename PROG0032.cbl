      *>   PAGAR POR CHEQUE EN LA MISMA SEMANA A LOS DEVUELTOS. UNA
      *>   DEVOLUCION SIN DEPOSITO CORRESPONDIENTE SE AVISA EN EL
      *>   LISTADO Y LA CORRIDA TERMINA CON RETURN-CODE 4.
      *>   CUANDO EL BANCO DEVUELVE UN DEPOSITO POR CUENTA CANCELADA
      *>   (CAUSA "01") LA CUENTA DEL EMPLEADO SE SUSPENDE EN EL
      *>   MAESTRO DE CUENTAS (CTABANCO -> CTANUEVO, VER CPCTAREG),
      *>   SIEMPRE QUE SIGA ACTIVA CON LA MISMA CLABE DEL DEPOSITO,
      *>   PARA QUE LA SIGUIENTE NOMINA LO PAGUE POR CHEQUE EN LUGAR
      *>   DE VOLVER A DEPOSITAR; CADA SUSPENSION SE LISTA Y QUEDA
      *>   EN MOVS0032 (FORMATO CPMOVREG) PARA EL HISTORICO DE
      *>   CAMBIOS QUE CONSOLIDA PROG0110.
      *>   CADA DEPOSITO TRAE EL PERIODO Y LA QUINCENA DE LA CORRIDA DE
      *>   PROG0030 QUE LO GENERO; EN UN MES CON DOS CORRIDAS CADA UNA
      *>   SE CONCILIA APARTE CON SU PROPIO ARCHIVO DEPOSITO. LA
      *>   CORRIDA CONCILIADA ES LA DEL PRIMER DEPOSITO; UN DEPOSITO
      *>   DE OTRA CORRIDA NO ENTRA AL CUADRE, SE AVISA EN EL LISTADO
      *>   Y LA CORRIDA TERMINA CON RETURN-CODE 4.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RETBANCO        ASSIGN TO UT-S-RETBANCO.
           SELECT REEXPIDE        ASSIGN TO UT-S-REEXPIDE.
           SELECT CONCILIA        ASSIGN TO US-S-CONCILIA.
           SELECT CTABANCO        ASSIGN TO UT-S-CTABANCO.
           SELECT CTANUEVO        ASSIGN TO UT-S-CTANUEVO.
           SELECT MOVSALIDA       ASSIGN TO UT-S-MOVS0032.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEPOSITO.
       01  REG-DEPOSITO            PIC X(70).

       FD  RETBANCO
      *    LABEL RECORDS ARE STANDARD
      *    DATA RECORD IS REG-CONCILIA.
       01  REG-CONCILIA            PIC X(132).

       FD  CTABANCO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTABANCO.
           COPY CPCTAREG.

       FD  CTANUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTANUEVO.
       01  REG-CTANUEVO            PIC X(50).

      *>----------------------------------------------------------------
      *>   MOVSALIDA - CUENTAS SUSPENDIDAS EN LA CORRIDA, EN FORMATO
      *>   CPMOVREG (LLAVE = NUMERO DE EMPLEADO) PARA PROG0110
      *>----------------------------------------------------------------
       FD  MOVSALIDA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-REG-DEPOSITO.
               10 WS-DEP-NUMERO      PIC 9(05).
               10 WS-DEP-NOMBRE      PIC X(30).
               10 WS-DEP-NETO        PIC 9(07)V99.
               10 WS-DEP-CLABE       PIC X(18).
               10 WS-DEP-CORRIDA.
                   15 WS-DEP-PER-ANIO PIC 9(04).
                   15 WS-DEP-PER-MES  PIC 9(02).
                   15 WS-DEP-QUINCENA PIC X(01).
               10 FILLER             PIC X(01).
           05 WS-CORRIDA-CONCILIADA.
               10 WS-CON-PER-ANIO    PIC 9(04)  VALUE ZEROS.
               10 WS-CON-PER-MES     PIC 9(02)  VALUE ZEROS.
               10 WS-CON-QUINCENA    PIC X(01)  VALUE SPACES.
           05 WS-REG-RETORNO.
               10 WS-RET-NUMERO      PIC 9(05).
               10 WS-RET-IMPORTE     PIC 9(07)V99.
           05 SW-FIN-DEPOSITO        PIC X(03)  VALUE SPACES.
           05 SW-FIN-RETORNO         PIC X(03)  VALUE SPACES.
           05 SW-DEPOSITO-HALLADO    PIC X(03)  VALUE "NO ".
           05 SW-PRIMER-DEPOSITO     PIC X(03)  VALUE "SI ".
           05 SW-FIN-CUENTAS         PIC X(03)  VALUE SPACES.
           05 SW-SUSPENDER           PIC X(03)  VALUE "NO ".
           05 WS-TOT-SUSPENDIDAS     PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-ENVIADOS        PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-DEVUELTOS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-ACEPTADOS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-SIN-DEPOSITO    PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-OTRA-CORRIDA    PIC 9(05)  VALUE ZEROS.
           05 WS-DEPOSITOS-PERDIDOS  PIC 9(05)  VALUE ZEROS.
           05 WS-IMP-ENVIADO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-IMP-DEVUELTO        PIC 9(09)V99 VALUE ZEROS.

      *>----------------------------------------------------------------
      *>   TABLA EN MEMORIA DE LOS DEPOSITOS ENVIADOS; LA MARCA "R"
      *>   INDICA QUE EL BANCO DEVOLVIO ESE DEPOSITO, CON SU CAUSA
      *>----------------------------------------------------------------
       01  WS-TAB-DEPOSITOS.
           05 WS-TAB-DEP-CANT     PIC 9(04)      VALUE ZEROS.
               10 WS-TAB-DEP-NUMERO  PIC 9(05).
               10 WS-TAB-DEP-NOMBRE  PIC X(30).
               10 WS-TAB-DEP-NETO    PIC 9(07)V99.
               10 WS-TAB-DEP-CLABE   PIC X(18).
               10 WS-TAB-DEP-MARCA   PIC X(01).
               10 WS-TAB-DEP-CAUSA   PIC X(02).

       01  WS-TITULO-CON.
           05 FILLER              PIC X(01)      VALUE SPACES.
              VALUE "  ** DEVOLUCION SIN DEPOSITO ENVIADO **   ".
           05 FILLER              PIC X(69)      VALUE SPACES.

       01  WS-MOV-VALOR.
           05 WS-MOV-VAL-CLABE    PIC X(18).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-MOV-VAL-STATUS   PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.

       01  WS-DET-SUSPENDIDA.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-SUS-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-SUS-CLABE        PIC X(18).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(42)
              VALUE "** CUENTA SUSPENDIDA, SE PAGARA CON CHEQUE".
           05 FILLER              PIC X(61)      VALUE SPACES.

       01  WS-DETALLE-ENVIADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
           05 WS-IMP-DEVUELTO-ED  PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(05)      VALUE SPACES.

       01  WS-DETALLE-SUSPENDIDAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "CUENTAS SUSPENDIDAS        : ".
           05 WS-TOT-SUSPENDIDAS-ED PIC ZZ,ZZ9.
           05 FILLER              PIC X(96)      VALUE SPACES.

       01  WS-DETALLE-CUADRE.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(46)
              VALUE "EL IMPORTE ENVIADO DEBE CUADRAR CON LA SUMA DE".
           05 FILLER              PIC X(43)
              VALUE " DEPOSITOS DE LA CORRIDA DE PROG0030.      ".
           05 FILLER              PIC X(42)      VALUE SPACES.

       01  WS-DETALLE-CORRIDA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "CORRIDA CONCILIADA         : ".
           05 WS-COR-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-COR-MES          PIC 9(02).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-COR-DESCRIPCION  PIC X(12).
           05 FILLER              PIC X(81)      VALUE SPACES.

       01  WS-DETALLE-OTRA-CORRIDA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(44)
              VALUE "** DEPOSITOS DE OTRA CORRIDA, NO CUADRADOS: ".
           05 WS-TOT-OTRA-COR-ED  PIC ZZ,ZZ9.
           05 FILLER              PIC X(27)
              VALUE " - REVISAR EL DEPOSITO   **".
           05 FILLER              PIC X(54)      VALUE SPACES.

       01  WS-DETALLE-AVISO-CON.
           05 FILLER              PIC X(01).
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
                                     UNTIL SW-FIN-RETORNO EQUAL "FIN"
           PERFORM 060-SUSPENDE-CUENTAS THRU 060-FIN
           PERFORM 050-FINAL         THRU 050-FIN
           GOBACK.

      *>   LLENA: ESOS TOTALES SON LOS QUE CUADRAN CONTRA LA SUMA DE
      *>   NETOS DE PROG0030 Y NO PUEDEN DEPENDER DE LA CAPACIDAD DE
      *>   LA TABLA (SOLO EL CRUCE DE DEVOLUCIONES SE PIERDE Y SE
      *>   AVISA POR CONSOLA). UN DEPOSITO DE OTRA CORRIDA (OTRO
      *>   PERIODO U OTRA QUINCENA) NO SE SUMA NI SE CRUZA
      *>----------------------------------------------------------------
       022-LEE-DEPOSITO.
           READ DEPOSITO INTO WS-REG-DEPOSITO
               AT END
                   MOVE "FIN" TO SW-FIN-DEPOSITO
               NOT AT END
                   IF SW-PRIMER-DEPOSITO EQUAL "SI "
                       MOVE WS-DEP-CORRIDA TO WS-CORRIDA-CONCILIADA
                       MOVE "NO " TO SW-PRIMER-DEPOSITO
                   END-IF
                   IF WS-DEP-CORRIDA NOT EQUAL WS-CORRIDA-CONCILIADA
                       ADD 1 TO WS-TOT-OTRA-CORRIDA
                       GO TO 022-FIN
                   END-IF
                   ADD 1 TO WS-TOT-ENVIADOS
                   ADD WS-DEP-NETO TO WS-IMP-ENVIADO
                   IF WS-TAB-DEP-CANT GREATER THAN OR EQUAL TO 1000
                              TO WS-TAB-DEP-NOMBRE (WS-IDX-DEP)
                   MOVE WS-DEP-NETO
                              TO WS-TAB-DEP-NETO (WS-IDX-DEP)
                   MOVE WS-DEP-CLABE
                              TO WS-TAB-DEP-CLABE (WS-IDX-DEP)
                   MOVE SPACES
                              TO WS-TAB-DEP-MARCA (WS-IDX-DEP)
                                 WS-TAB-DEP-CAUSA (WS-IDX-DEP)
           END-READ.
       022-FIN. EXIT.
       030-TITULOS.
               ADD 1 TO WS-TOT-DEVUELTOS
               ADD WS-RET-IMPORTE TO WS-IMP-DEVUELTO
               MOVE "R" TO WS-TAB-DEP-MARCA (WS-IDX-DEP)
               MOVE WS-RET-CAUSA TO WS-TAB-DEP-CAUSA (WS-IDX-DEP)
               PERFORM 044-DECODE-CAUSA   THRU 044-FIN
               PERFORM 046-IMPRIME-DEVUELTO THRU 046-FIN
               PERFORM 048-GRABA-REEXPIDE THRU 048-FIN
           MOVE WS-IMP-DEVUELTO   TO WS-IMP-DEVUELTO-ED
           WRITE REG-CONCILIA FROM WS-DETALLE-DEVUELTOS
                                    AFTER ADVANCING 1
           MOVE WS-TOT-SUSPENDIDAS TO WS-TOT-SUSPENDIDAS-ED
           WRITE REG-CONCILIA FROM WS-DETALLE-SUSPENDIDAS
                                    AFTER ADVANCING 1
           MOVE WS-CON-PER-ANIO   TO WS-COR-ANIO
           MOVE WS-CON-PER-MES    TO WS-COR-MES
           EVALUATE WS-CON-QUINCENA
               WHEN "1"
                   MOVE "1A. QUINCENA" TO WS-COR-DESCRIPCION
               WHEN "2"
                   MOVE "2A. QUINCENA" TO WS-COR-DESCRIPCION
               WHEN OTHER
                   MOVE "MENSUAL     " TO WS-COR-DESCRIPCION
           END-EVALUATE
           WRITE REG-CONCILIA FROM WS-DETALLE-CORRIDA
                                    AFTER ADVANCING 2
           WRITE REG-CONCILIA FROM WS-DETALLE-CUADRE
                                    AFTER ADVANCING 1
           IF WS-TOT-OTRA-CORRIDA GREATER THAN ZERO
               MOVE WS-TOT-OTRA-CORRIDA TO WS-TOT-OTRA-COR-ED
               WRITE REG-CONCILIA FROM WS-DETALLE-OTRA-CORRIDA
                                        AFTER ADVANCING 2
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-SIN-DEPOSITO GREATER THAN ZERO
               MOVE WS-TOT-SIN-DEPOSITO TO WS-TOT-SIN-DEP-ED
               WRITE REG-CONCILIA FROM WS-DETALLE-AVISO-CON
                 REEXPIDE
                 CONCILIA.
       050-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   060 - PASA EL MAESTRO DE CUENTAS COMPLETO AL MAESTRO NUEVO;
      *>   UNA CUENTA ACTIVA CUYO DEPOSITO REGRESO POR CUENTA
      *>   CANCELADA, CON LA MISMA CLABE, SALE SUSPENDIDA. SI LA
      *>   CLABE YA CAMBIO DESDE LA NOMINA, LA CUENTA NUEVA NO SE TOCA
      *>----------------------------------------------------------------
       060-SUSPENDE-CUENTAS.
           OPEN INPUT CTABANCO
                OUTPUT CTANUEVO
                       MOVSALIDA
           PERFORM 062-LEE-CUENTA THRU 062-FIN
                                     UNTIL SW-FIN-CUENTAS EQUAL "FIN"
           CLOSE CTABANCO
                 CTANUEVO
                 MOVSALIDA.
       060-FIN. EXIT.
       062-LEE-CUENTA.
           READ CTABANCO
               AT END
                   MOVE "FIN" TO SW-FIN-CUENTAS
                   GO TO 062-FIN
           END-READ
           IF CTA-ACTIVA
               PERFORM 064-BUSCA-CANCELADA THRU 064-FIN
               IF SW-SUSPENDER EQUAL "SI "
                   MOVE "S"              TO CTA-STATUS
                   MOVE WS-FECHA-SISTEMA TO CTA-FEC-CAMBIO
                   ADD 1 TO WS-TOT-SUSPENDIDAS
                   MOVE CTA-NUMERO       TO WS-SUS-NUMERO
                   MOVE CTA-CLABE        TO WS-SUS-CLABE
                   WRITE REG-CONCILIA FROM WS-DET-SUSPENDIDA
                                            AFTER ADVANCING 1
                   PERFORM 035-VERIFICA-SALTO THRU 035-FIN
                   PERFORM 066-GRABA-MOVIMIENTO THRU 066-FIN
               END-IF
           END-IF
           WRITE REG-CTANUEVO FROM REG-CTABANCO.
       062-FIN. EXIT.
       064-BUSCA-CANCELADA.
           MOVE "NO " TO SW-SUSPENDER
           IF WS-TAB-DEP-CANT GREATER THAN ZERO
               SET WS-IDX-DEP TO 1
               SEARCH WS-TAB-DEP-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DEP-NUMERO (WS-IDX-DEP)
                                         EQUAL CTA-NUMERO
                    AND WS-TAB-DEP-CLABE (WS-IDX-DEP)
                                         EQUAL CTA-CLABE
                    AND WS-TAB-DEP-MARCA (WS-IDX-DEP) EQUAL "R"
                    AND WS-TAB-DEP-CAUSA (WS-IDX-DEP) EQUAL "01"
                       MOVE "SI " TO SW-SUSPENDER
               END-SEARCH
           END-IF.
       064-FIN. EXIT.
       066-GRABA-MOVIMIENTO.
           MOVE SPACES            TO REG-MOVIMIENTO
           MOVE CTA-NUMERO        TO MOV-LLAVE
           MOVE WS-FECHA-SISTEMA  TO MOV-FECHA
           MOVE "PROG0032"        TO MOV-ORIGEN
           MOVE "SUSPENSION   "   TO MOV-TIPO
           MOVE "APLICADA  "      TO MOV-RESULTADO
           MOVE "SISTEMA "        TO MOV-USUARIO
           MOVE CTA-CLABE         TO WS-MOV-VAL-CLABE
           MOVE "ACTIVA    "      TO WS-MOV-VAL-STATUS
           MOVE WS-MOV-VALOR      TO MOV-VALOR-ANTES
           MOVE "SUSPENDIDA"      TO WS-MOV-VAL-STATUS
           MOVE WS-MOV-VALOR      TO MOV-VALOR-DESPUES
           MOVE ZEROS             TO MOV-SAL-ANTES
                                     MOV-SAL-DESPUES
                                     MOV-DEP-ANTES
                                     MOV-DEP-DESPUES
                                     MOV-PUE-ANTES
                                     MOV-PUE-DESPUES
                                     MOV-STA-ANTES
                                     MOV-STA-DESPUES
           MOVE WS-FECHA-SISTEMA  TO MOV-FEC-EFECTIVA
           WRITE REG-MOVIMIENTO.
       066-FIN. EXIT.
