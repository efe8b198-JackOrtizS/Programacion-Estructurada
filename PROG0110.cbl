      *>   CONSOLIDACION DEL HISTORICO PERMANENTE DE CAMBIOS. JUNTA
      *>   EL HISTORICO ACUMULADO (HISTCAMB) CON LOS MOVIMIENTOS
      *>   APLICADOS DE LA CORRIDA DEL DIA (MOVS0020 DEL MANTENIMIENTO
      *>   DE EMPLEADOS, MOVS0050 DEL DE TABLAS, MOVS0045 DEL DE
      *>   CUENTAS BANCARIAS, MOVS0032 DE LAS CUENTAS QUE SUSPENDE
      *>   LA CONCILIACION DEL BANCO Y MOVS0046 DEL MANTENIMIENTO DE
      *>   FRECUENCIA DE PAGO, TODOS EN FORMATO
      *>   CPMOVREG) Y DEJA EL HISTORICO NUEVO ORDENADO POR LLAVE
      *>   (EMPLEADO O CODIGO DE TABLA) Y FECHA, LISTO PARA LA
      *>   CONSULTA DE PROG0115. AL FINAL RECUENTA EL HISTORICO NUEVO
      *>   E IMPRIME LAS CIFRAS POR ORIGEN PARA EL CUADRE DE
      *>   OPERACION. CORRE DESPUES DE PROG0020 / PROG0050; EL
      *>   HISTORICO NUEVO SE PROMUEVE A HISTCAMB EN EL MISMO JOB.
      *>   MOVS0045, MOVS0032 Y MOVS0046 SON OPCIONALES: ESOS
      *>   PROGRAMAS NO CORREN TODOS LOS DIAS. MOVS0022 (LIBERACIONES
      *>   Y NEGATIVAS DE CAMBIOS DE SALARIO RETENIDOS) TAMBIEN ES
      *>   OPCIONAL: SOLO EXISTE EL DIA QUE CORRE LA AUTORIZACION.
      *>   UN HISTCAMB GRABADO CON EL FORMATO ANTERIOR DE 150
      *>   POSICIONES SE CONVIERTE UNA SOLA VEZ CON PROG0120.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                  ARCHIVO         ASSIGN TO UT-S-HISTCAMB.
           SELECT MOVS0020        ASSIGN TO UT-S-MOVS0020.
           SELECT MOVS0050        ASSIGN TO UT-S-MOVS0050.
           SELECT OPTIONAL
                  MOVS0045        ASSIGN TO UT-S-MOVS0045.
           SELECT OPTIONAL
                  MOVS0032        ASSIGN TO UT-S-MOVS0032.
           SELECT OPTIONAL
                  MOVS0046        ASSIGN TO UT-S-MOVS0046.
           SELECT OPTIONAL
                  MOVS0022        ASSIGN TO UT-S-MOVS0022.
           SELECT ARCH-NUEVO      ASSIGN TO UT-S-HISTNUEVO.
           SELECT WORK-ORD-MOV    ASSIGN TO UT-S-WRKMOV.
           SELECT CONSARCH        ASSIGN TO US-S-CONSARCH.
      *>----------------------------------------------------------------
       FD  ARCHIVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-ARCHIVO.
       01  REG-ARCHIVO             PIC X(160).

       FD  MOVS0020
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVS0020.
       01  REG-MOVS0020            PIC X(160).

       FD  MOVS0050
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVS0050.
       01  REG-MOVS0050            PIC X(160).

       FD  MOVS0045
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVS0045.
       01  REG-MOVS0045            PIC X(160).

       FD  MOVS0032
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVS0032.
       01  REG-MOVS0032            PIC X(160).

       FD  MOVS0046
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVS0046.
       01  REG-MOVS0046            PIC X(160).

       FD  MOVS0022
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVS0022.
       01  REG-MOVS0022            PIC X(160).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - JUNTA TODAS LAS ENTRADAS Y
      *>   LAS DEJA POR LLAVE Y FECHA EN EL HISTORICO NUEVO
      *>----------------------------------------------------------------
       SD  WORK-ORD-MOV.
       01  WORK-REG-MOVIMIENTO.
           05 WORK-MOV-LLAVE       PIC 9(05).
           05 WORK-MOV-FECHA       PIC 9(08).
           05 FILLER               PIC X(147).

       FD  ARCH-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-ARCH-NUEVO.
           COPY CPMOVREG.
           05 WS-TOT-HISTORICO    PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-EMPLEADOS    PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-TABLAS       PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-CUENTAS      PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-FRECUENCIAS  PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-AUTORIZACIONES PIC 9(07)    VALUE ZEROS.
           05 WS-TOT-OTROS        PIC 9(07)      VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO PIC 9(04).
               USING ARCHIVO
                     MOVS0020
                     MOVS0050
                     MOVS0045
                     MOVS0032
                     MOVS0046
                     MOVS0022
               GIVING ARCH-NUEVO
           OPEN INPUT ARCH-NUEVO
                OUTPUT CONSARCH.
                   ADD 1 TO WS-TOT-EMPLEADOS
               WHEN "PROG0050"
                   ADD 1 TO WS-TOT-TABLAS
               WHEN "PROG0045"
               WHEN "PROG0032"
                   ADD 1 TO WS-TOT-CUENTAS
               WHEN "PROG0046"
                   ADD 1 TO WS-TOT-FRECUENCIAS
               WHEN "PROG0022"
                   ADD 1 TO WS-TOT-AUTORIZACIONES
               WHEN OTHER
                   ADD 1 TO WS-TOT-OTROS
           END-EVALUATE.
                                  TO WS-CNS-CONCEPTO
           MOVE WS-TOT-TABLAS     TO WS-CNS-CANTIDAD
           WRITE REG-CONSARCH FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "MOVIMIENTOS DE CUENTAS BANCARIAS: "
                                  TO WS-CNS-CONCEPTO
           MOVE WS-TOT-CUENTAS    TO WS-CNS-CANTIDAD
           WRITE REG-CONSARCH FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "MOVIMIENTOS DE FRECUENCIA DE PAGO:"
                                  TO WS-CNS-CONCEPTO
           MOVE WS-TOT-FRECUENCIAS TO WS-CNS-CANTIDAD
           WRITE REG-CONSARCH FROM WS-DET-TOTAL AFTER ADVANCING 1
           MOVE "AUTORIZACIONES DE CAMBIOS SALARIO:"
                                  TO WS-CNS-CONCEPTO
           MOVE WS-TOT-AUTORIZACIONES TO WS-CNS-CANTIDAD
           WRITE REG-CONSARCH FROM WS-DET-TOTAL AFTER ADVANCING 1
           IF WS-TOT-OTROS GREATER THAN ZERO
               MOVE "REGISTROS DE ORIGEN DESCONOCIDO : "
                                  TO WS-CNS-CONCEPTO
