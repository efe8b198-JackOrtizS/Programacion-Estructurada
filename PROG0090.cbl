      *>   MARCADA PARA QUE HR LA COMPLETE A MANO. SI EL MISMO PERIODO
      *>   TRAE DOS REGISTROS (RECORRIDA AUTORIZADA DE PROG0030) VALE
      *>   LA ULTIMA CORRIDA, IGUAL QUE EN PROG0070: UNA RECORRIDA
      *>   SUSTITUYE LA NOMINA DEL PERIODO, NO SE LE SUMA. ESO VALE
      *>   DENTRO DE CADA TIPO DE NOMINA (NOM-TIPO-NOMINA): UN
      *>   FINIQUITO DE PROG0035 O EL AGUINALDO DE PROG0038 EN EL
      *>   MISMO MES QUE LA NOMINA ORDINARIA SE SUMA A ELLA, Y LA
      *>   CONSTANCIA LO SENALA. LA NOMINA ORDINARIA DEL PERSONAL
      *>   QUINCENAL TRAE DOS CORRIDAS EN EL MES (NOM-QUINCENA "1" Y
      *>   "2"): CADA QUINCENA SE SUSTITUYE SOLO CON SU PROPIA
      *>   RECORRIDA Y LAS DOS SE SUMAN EN LA COLUMNA DEL MES.
      *>   UN NOMHIST GRABADO CON EL FORMATO ANTERIOR DE 60
      *>   POSICIONES SE CONVIERTE UNA SOLA VEZ CON PROG0120.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  NOMHIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST-ENT.
       01  REG-NOMHIST-ENT         PIC X(100).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - EL HISTORICO SE VA AGREGANDO
       01  WORK-REG-NOMHIST.
           05 WORK-NOM-PERIODO     PIC 9(06).
           05 WORK-NOM-NUMERO      PIC 9(05).
           05 FILLER               PIC X(89).

       FD  NOM-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOM-ORDENADO.
       01  REG-NOM-ORDENADO        PIC X(100).

       FD  EMPLEADOS
      *    LABEL RECORDS ARE STANDARD
               10 NOM-IMSS        PIC 9(07)V99.
               10 NOM-AHORRO      PIC 9(07)V99.
               10 NOM-NETO        PIC 9(07)V99.
               10 NOM-TIPO-NOMINA PIC X(01).
                   88 NOM-ES-ORDINARIA        VALUE "O" " ".
                   88 NOM-ES-FINIQUITO        VALUE "F".
                   88 NOM-ES-AGUINALDO        VALUE "A".
               10 NOM-QUINCENA    PIC X(01).
                   88 NOM-ES-PRIMERA-QNA      VALUE "1".
                   88 NOM-ES-SEGUNDA-QNA      VALUE "2".
               10 FILLER          PIC X(02).
               10 NOM-INC-PERCEP  PIC 9(07)V99.
               10 NOM-INC-DESCTO  PIC 9(07)V99.
               10 NOM-ABONO-PREST PIC 9(07)V99.
               10 FILLER          PIC X(13).
           05 WS-STATUS-EMPLEADOS PIC X(02)      VALUE SPACES.
           05 WS-STATUS-PARAM     PIC X(02)      VALUE SPACES.
           05 SW-FIN              PIC X(03)      VALUE SPACES.
           05 WS-TOT-OTRO-ANIO    PIC 9(05)      VALUE ZEROS.
           05 WS-IDX-CONC         PIC 9(02)      VALUE ZEROS.
           05 WS-IDX-MES          PIC 9(02)      VALUE ZEROS.
           05 WS-IDX-TIPO         PIC 9(02)      VALUE ZEROS.
           05 WS-ACU-ETIQUETA-DES PIC X(09)      VALUE SPACES.
           05 WS-IMP-ANUAL        PIC 9(09)V99   VALUE ZEROS.
           05 WS-PAGINA-NUM       PIC 9(03)      VALUE ZEROS.
               10 WS-ACU-MES      OCCURS 12 TIMES
                                  PIC 9(08)V99.

      *>----------------------------------------------------------------
      *>   LOS MISMOS CINCO CONCEPTOS POR DOCE MESES, SEPARADOS POR
      *>   TIPO DE NOMINA (1 ORDINARIA, 2 FINIQUITO, 3 AGUINALDO, 4
      *>   ORDINARIA PRIMERA QUINCENA, 5 ORDINARIA SEGUNDA QUINCENA):
      *>   LA RECORRIDA SUSTITUYE DENTRO DE SU TIPO Y AL IMPRIMIR SE
      *>   SUMAN LOS TIPOS EN WS-ACUMULADO
      *>----------------------------------------------------------------
       01  WS-ACUMULADO-TIPO.
           05 WS-ACT-TIPO         OCCURS 5 TIMES.
               10 WS-ACT-CONCEPTO OCCURS 5 TIMES.
                   15 WS-ACT-MES  OCCURS 12 TIMES
                                  PIC 9(08)V99.

       01  WS-TITULO-CTA.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(40)
           05 WS-ANU-IMPORTE      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(90)      VALUE SPACES.

       01  WS-DET-INCLUYE.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-INC-LEYENDA      PIC X(32).
           05 FILLER              PIC X(08)      VALUE "BRUTO : ".
           05 WS-INC-BRUTO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)      VALUE "  NETO : ".
           05 WS-INC-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(58)      VALUE SPACES.

       01  WS-DETALLE-TOTALES-CTA.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(25)
                   MOVE "NO "       TO SW-PRIMERA-VEZ
                   MOVE NOM-NUMERO  TO WS-NUMERO-ANTERIOR
                   INITIALIZE WS-ACUMULADO
                              WS-ACUMULADO-TIPO
               ELSE
                   IF NOM-NUMERO NOT EQUAL WS-NUMERO-ANTERIOR
                       PERFORM 046-IMPRIME-CONSTANCIA THRU 046-FIN
                       MOVE NOM-NUMERO TO WS-NUMERO-ANTERIOR
                       INITIALIZE WS-ACUMULADO
                                  WS-ACUMULADO-TIPO
                   END-IF
               END-IF
               PERFORM 045-ACUMULA-PERIODO THRU 045-FIN
      *>   IGUALES (DUPLICATES IN ORDER) Y NOMHIST SE VA AGREGANDO
      *>   CORRIDA TRAS CORRIDA, ASI QUE EL ULTIMO REGISTRO DE UN
      *>   EMPLEADO / PERIODO ES LA CORRIDA MAS RECIENTE: SUSTITUYE
      *>   LA CASILLA DEL MES DE SU TIPO DE NOMINA EN LUGAR DE SUMARSE.
      *>   LA ORDINARIA QUINCENAL VA A SU PROPIA CASILLA POR QUINCENA
      *>----------------------------------------------------------------
       045-ACUMULA-PERIODO.
           IF NOM-PER-MES LESS THAN 01 OR
               GO TO 045-FIN
           END-IF
           MOVE NOM-PER-MES TO WS-IDX-MES
           EVALUATE TRUE
               WHEN NOM-ES-FINIQUITO
                   MOVE 2 TO WS-IDX-TIPO
               WHEN NOM-ES-AGUINALDO
                   MOVE 3 TO WS-IDX-TIPO
               WHEN NOM-ES-PRIMERA-QNA
                   MOVE 4 TO WS-IDX-TIPO
               WHEN NOM-ES-SEGUNDA-QNA
                   MOVE 5 TO WS-IDX-TIPO
               WHEN OTHER
                   MOVE 1 TO WS-IDX-TIPO
           END-EVALUATE
           MOVE NOM-BRUTO  TO WS-ACT-MES (WS-IDX-TIPO 1 WS-IDX-MES)
           MOVE NOM-ISR    TO WS-ACT-MES (WS-IDX-TIPO 2 WS-IDX-MES)
           MOVE NOM-IMSS   TO WS-ACT-MES (WS-IDX-TIPO 3 WS-IDX-MES)
           MOVE NOM-AHORRO TO WS-ACT-MES (WS-IDX-TIPO 4 WS-IDX-MES)
           MOVE NOM-NETO   TO WS-ACT-MES (WS-IDX-TIPO 5 WS-IDX-MES).
       045-FIN. EXIT.
       044-SUMA-TIPO.
           ADD WS-ACT-MES (WS-IDX-TIPO WS-IDX-CONC WS-IDX-MES)
                        TO WS-ACU-MES (WS-IDX-CONC WS-IDX-MES).
       044-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   046 - CONSTANCIA DE UN EMPLEADO: ENCABEZADO CON EL NOMBRE
      *>   DEL MAESTRO, RENGLON DE MESES, CINCO RENGLONES DE CONCEPTO
      *>----------------------------------------------------------------
       046-IMPRIME-CONSTANCIA.
           ADD 1 TO WS-TOT-CONSTANCIAS
           INITIALIZE WS-ACUMULADO
           PERFORM 044-SUMA-TIPO THRU 044-FIN
               VARYING WS-IDX-TIPO FROM 1 BY 1
                 UNTIL WS-IDX-TIPO GREATER THAN 5
               AFTER WS-IDX-CONC FROM 1 BY 1
                 UNTIL WS-IDX-CONC GREATER THAN 5
               AFTER WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES GREATER THAN 12
           PERFORM 047-BUSCA-NOMBRE THRU 047-FIN
           MOVE WS-NUMERO-ANTERIOR TO WS-ENC-NUMERO
           IF SW-EMP-EN-MAESTRO EQUAL "SI "
               UNTIL WS-IDX-CONC GREATER THAN 5
           MOVE 1 TO WS-IDX-CONC
           PERFORM 052-LINEA-ANUAL THRU 052-FIN
               UNTIL WS-IDX-CONC GREATER THAN 5
           MOVE 2 TO WS-IDX-TIPO
           PERFORM 054-LINEA-INCLUYE THRU 054-FIN
           MOVE 3 TO WS-IDX-TIPO
           PERFORM 054-LINEA-INCLUYE THRU 054-FIN.
       046-FIN. EXIT.
       047-BUSCA-NOMBRE.
           MOVE "NO " TO SW-EMP-EN-MAESTRO
           ADD WS-ACU-MES (WS-IDX-CONC WS-IDX-MES) TO WS-IMP-ANUAL
           ADD 1 TO WS-IDX-MES.
       053-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   054 - SI EN EL ANIO HUBO PAGOS DE UN TIPO EXTRAORDINARIO
      *>   (WS-IDX-TIPO), YA VAN SUMADOS EN LAS COLUMNAS; AQUI SE
      *>   IMPRIME CUANTO DEL BRUTO Y DEL NETO ANUAL CORRESPONDE A ELLOS
      *>----------------------------------------------------------------
       054-LINEA-INCLUYE.
           MOVE ZEROS TO WS-IMP-ANUAL
           MOVE 1 TO WS-IDX-MES
           PERFORM 055-SUMA-TIPO-BRUTO THRU 055-FIN
               UNTIL WS-IDX-MES GREATER THAN 12
           IF WS-IMP-ANUAL EQUAL ZERO
               GO TO 054-FIN
           END-IF
           MOVE WS-IMP-ANUAL TO WS-INC-BRUTO
           MOVE ZEROS TO WS-IMP-ANUAL
           MOVE 1 TO WS-IDX-MES
           PERFORM 057-SUMA-TIPO-NETO THRU 057-FIN
               UNTIL WS-IDX-MES GREATER THAN 12
           MOVE WS-IMP-ANUAL TO WS-INC-NETO
           EVALUATE WS-IDX-TIPO
               WHEN 2
                   MOVE "INCLUYE PAGO DE FINIQUITO     - "
                                        TO WS-INC-LEYENDA
               WHEN 3
                   MOVE "INCLUYE AGUINALDO             - "
                                        TO WS-INC-LEYENDA
           END-EVALUATE
           WRITE REG-CONSTANC FROM WS-DET-INCLUYE
                                    AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       054-FIN. EXIT.
       055-SUMA-TIPO-BRUTO.
           ADD WS-ACT-MES (WS-IDX-TIPO 1 WS-IDX-MES) TO WS-IMP-ANUAL
           ADD 1 TO WS-IDX-MES.
       055-FIN. EXIT.
       057-SUMA-TIPO-NETO.
           ADD WS-ACT-MES (WS-IDX-TIPO 5 WS-IDX-MES) TO WS-IMP-ANUAL
           ADD 1 TO WS-IDX-MES.
       057-FIN. EXIT.
       050-FINAL.
           IF SW-PRIMERA-VEZ EQUAL "NO "
               PERFORM 046-IMPRIME-CONSTANCIA THRU 046-FIN
