       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0023.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   REPORTE DIARIO DE ANTIGUEDAD DE LOS CAMBIOS DE SALARIO
      *>   RETENIDOS EN ESPERA DE AUTORIZACION (PENDAUT, CPPNDREG).
      *>   SE CORRE DESPUES DE PROG0022, SOBRE EL PENDAUT YA
      *>   ACTUALIZADO. LOS DIAS SE CUENTAN DESDE LA FECHA EN QUE
      *>   PROG0020 RETUVO EL CAMBIO HASTA LA FECHA DE LA CORRIDA
      *>   (TARJETA DE PARAMETROS SI TRAE FECHA MANUAL, SI NO LA
      *>   FECHA DEL SISTEMA), EN DIAS COMERCIALES DE 30 POR MES
      *>   COMO EL RESTO DEL SISTEMA. AL FINAL SE TOTALIZA POR RANGO
      *>   DE DIAS; SI HAY ALGUNO CON MAS DE 10 DIAS SE MARCA CON
      *>   "***" Y EL PROGRAMA TERMINA CON RETURN-CODE 4 PARA QUE SE
      *>   LE DE SEGUIMIENTO CON QUIEN DEBE AUTORIZAR.
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
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.
           SELECT PNDLIST         ASSIGN TO US-S-PNDLIST.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDAUT
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PENDAUT.
           COPY CPPNDREG.

       FD  PARAMETROS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS          PIC X(20).

       FD  PNDLIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PNDLIST.
       01  REG-PNDLIST             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PENDAUT      PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 SW-PENDAUT-ABIERTO     PIC X(03)  VALUE "NO ".
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 WS-DIAS-CORRIDA        PIC 9(07)  VALUE ZEROS.
           05 WS-DIAS-RETENIDA       PIC 9(07)  VALUE ZEROS.
           05 WS-DIAS-ANTIGUEDAD     PIC S9(07) VALUE ZEROS.
           05 WS-TOT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-0-2             PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-3-5             PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-6-10            PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-MAS-10          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-IMP-AUMENTO     PIC 9(09)V99 VALUE ZEROS.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 50.
           05 WS-FECHA-CORRIDA.
               10 WS-FEC-COR-ANIO    PIC 9(04).
               10 WS-FEC-COR-MES     PIC 9(02).
               10 WS-FEC-COR-DIA     PIC 9(02).

       COPY CPPARAM.

       01  WS-TITULO-PND.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(50)      VALUE
              "ANTIGUEDAD DE CAMBIOS DE SALARIO RETENIDOS AL DIA ".
           05 WS-TIT-FEC-DIA        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO       PIC 9(04).
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA         PIC ZZ9.
           05 FILLER                PIC X(50)      VALUE SPACES.

       01  WS-GUIONES-PND.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(130)     VALUE ALL "-".
           05 FILLER                PIC X(01)      VALUE SPACES.

       01  WS-SUB-TITULO-PND.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(07)      VALUE "  FOLIO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "  NUM".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(30)      VALUE "NOMBRE".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "CAPTURO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "RETENIDO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(12)      VALUE "SAL.ANTERIOR".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(12)      VALUE "SAL.PROPUEST".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(06)      VALUE "  % AU".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE " DIAS".
           05 FILLER                PIC X(20)      VALUE SPACES.

       01  WS-DET-PND.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-DET-FOLIO          PIC ZZZZZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-NUMERO         PIC ZZZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-NOMBRE         PIC X(30).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-CAPTURO        PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-RET-DIA        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-DET-RET-MES        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-DET-RET-ANIO       PIC 9(04).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-SAL-ANTERIOR   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-SAL-PROPUESTO  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-PCT            PIC ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-DIAS           PIC ZZZZ9.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-DET-MARCA          PIC X(03).
           05 FILLER                PIC X(16)      VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-TOT-CONCEPTO       PIC X(40).
           05 WS-TOT-CANTIDAD       PIC ZZ,ZZ9.
           05 FILLER                PIC X(85)      VALUE SPACES.

       01  WS-DET-TOTAL-IMPORTE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(40)      VALUE
              "IMPORTE TOTAL DE AUMENTOS RETENIDOS   : ".
           05 WS-TOT-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(77)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-TARJETA     THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 040-LEE-PENDIENTE   THRU 040-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           GOBACK.

      *>----------------------------------------------------------------
      *>   015 - FECHA DE LA CORRIDA: LA DE LA TARJETA DE PARAMETROS SI
      *>   ES MANUAL, SI NO LA DEL SISTEMA
      *>----------------------------------------------------------------
       015-LEE-TARJETA.
           MOVE "N"          TO WS-PARM-FECHA-SW
           MOVE ZEROS        TO WS-PARM-FECHA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF WS-PARM-FECHA-MANUAL
               MOVE WS-PARM-FECHA TO WS-FECHA-CORRIDA
           ELSE
               ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-DIAS-CORRIDA = WS-FEC-COR-ANIO * 360
                                   + WS-FEC-COR-MES  * 30
                                   + WS-FEC-COR-DIA.
       015-FIN. EXIT.
       020-ABRE-ARCHIVOS.
           OPEN OUTPUT PNDLIST
           OPEN INPUT PENDAUT
           IF WS-STATUS-PENDAUT EQUAL "00"
               MOVE "SI " TO SW-PENDAUT-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN
           END-IF.
       020-FIN. EXIT.
       030-TITULOS.
           MOVE WS-FEC-COR-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-FEC-COR-MES  TO WS-TIT-FEC-MES
           MOVE WS-FEC-COR-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-PNDLIST FROM WS-TITULO-PND
                                    AFTER ADVANCING PAGE
           WRITE REG-PNDLIST FROM WS-GUIONES-PND AFTER ADVANCING 1
           WRITE REG-PNDLIST FROM WS-SUB-TITULO-PND
                                    AFTER ADVANCING 1
           WRITE REG-PNDLIST FROM WS-GUIONES-PND AFTER ADVANCING 1
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
      *>   050 - DIAS DE RETENIDO Y RANGO DE ANTIGUEDAD. UNA FECHA DE
      *>   RETENCION POSTERIOR A LA DE CORRIDA (REPROCESO CON FECHA
      *>   ATRASADA) CUENTA COMO CERO DIAS
      *>----------------------------------------------------------------
       050-PROCESA.
           COMPUTE WS-DIAS-RETENIDA = PND-RET-ANIO * 360
                                    + PND-RET-MES  * 30
                                    + PND-RET-DIA
           COMPUTE WS-DIAS-ANTIGUEDAD = WS-DIAS-CORRIDA
                                      - WS-DIAS-RETENIDA
           IF WS-DIAS-ANTIGUEDAD LESS THAN ZERO
               MOVE ZEROS TO WS-DIAS-ANTIGUEDAD
           END-IF
           MOVE SPACES TO WS-DET-MARCA
           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD LESS THAN 3
                   ADD 1 TO WS-TOT-0-2
               WHEN WS-DIAS-ANTIGUEDAD LESS THAN 6
                   ADD 1 TO WS-TOT-3-5
               WHEN WS-DIAS-ANTIGUEDAD LESS THAN 11
                   ADD 1 TO WS-TOT-6-10
               WHEN OTHER
                   ADD 1 TO WS-TOT-MAS-10
                   MOVE "***" TO WS-DET-MARCA
           END-EVALUATE
           ADD PND-IMP-AUMENTO    TO WS-TOT-IMP-AUMENTO
           MOVE PND-FOLIO         TO WS-DET-FOLIO
           MOVE PND-NUMERO        TO WS-DET-NUMERO
           MOVE PND-NOMBRE        TO WS-DET-NOMBRE
           MOVE PND-USUARIO       TO WS-DET-CAPTURO
           MOVE PND-RET-DIA       TO WS-DET-RET-DIA
           MOVE PND-RET-MES       TO WS-DET-RET-MES
           MOVE PND-RET-ANIO      TO WS-DET-RET-ANIO
           MOVE PND-SAL-ANTERIOR  TO WS-DET-SAL-ANTERIOR
           MOVE PND-SALARIO       TO WS-DET-SAL-PROPUESTO
           MOVE PND-PCT-AUMENTO   TO WS-DET-PCT
           MOVE WS-DIAS-ANTIGUEDAD TO WS-DET-DIAS
           WRITE REG-PNDLIST FROM WS-DET-PND AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           PERFORM 040-LEE-PENDIENTE  THRU 040-FIN.
       050-FIN. EXIT.
       060-FINAL.
           MOVE "RETENIDOS DE 0 A 2 DIAS               : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-0-2           TO WS-TOT-CANTIDAD
           WRITE REG-PNDLIST FROM WS-DET-TOTAL AFTER ADVANCING 2
           MOVE "RETENIDOS DE 3 A 5 DIAS               : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-3-5           TO WS-TOT-CANTIDAD
           WRITE REG-PNDLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "RETENIDOS DE 6 A 10 DIAS              : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-6-10          TO WS-TOT-CANTIDAD
           WRITE REG-PNDLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "RETENIDOS CON MAS DE 10 DIAS (***)    : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-MAS-10        TO WS-TOT-CANTIDAD
           WRITE REG-PNDLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "TOTAL DE CAMBIOS RETENIDOS            : "
                                     TO WS-TOT-CONCEPTO
           MOVE WS-TOT-LEIDOS        TO WS-TOT-CANTIDAD
           WRITE REG-PNDLIST FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE WS-TOT-IMP-AUMENTO   TO WS-TOT-IMPORTE
           WRITE REG-PNDLIST FROM WS-DET-TOTAL-IMPORTE
                                    AFTER ADVANCING 1
           IF WS-TOT-MAS-10 GREATER THAN ZERO
               DISPLAY "PROG0023: CAMBIOS RETENIDOS CON MAS DE 10 "
                       "DIAS SIN AUTORIZAR: " WS-TOT-MAS-10
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-PENDAUT-ABIERTO EQUAL "SI "
               CLOSE PENDAUT
           END-IF
           CLOSE PNDLIST.
       060-FIN. EXIT.
