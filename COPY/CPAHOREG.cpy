      *>----------------------------------------------------------------
      *>   CPAHOREG  -  REGISTRO DEL MAESTRO DEL FONDO DE AHORRO
      *>               (AHOSALDO). UN REGISTRO POR EMPLEADO CON SALDO,
      *>               EN ORDEN DE NUMERO: LO ACUMULADO DEL CICLO POR
      *>               APORTACION DEL EMPLEADO (EL DESCUENTO NOM-AHORRO
      *>               DE LA NOMINA), APORTACION DE LA EMPRESA AL
      *>               PORCENTAJE DEL CONTRATO E INTERESES, MAS EL
      *>               PRESTAMO VIGENTE CONTRA EL FONDO (SALDO Y ABONO
      *>               FIJO QUE DESCUENTA PROG0030 CADA PERIODO).
      *>               AHO-ULT-PERIODO ES EL ULTIMO PERIODO DE NOMINA
      *>               APLICADO, PARA NO SUMAR DOS VECES EL MISMO MES.
      *>               LO MANTIENE PROG0036 Y LO LIQUIDA PROG0037 AL
      *>               CIERRE DEL CICLO (AHO-ANIO-CICLO).
      *>----------------------------------------------------------------
       01  REG-AHOSALDO.
           05 AHO-NUMERO          PIC 9(05).
           05 AHO-ANIO-CICLO      PIC 9(04).
           05 AHO-SALDO-EMPLEADO  PIC 9(07)V99.
           05 AHO-SALDO-EMPRESA   PIC 9(07)V99.
           05 AHO-SALDO-INTERES   PIC 9(07)V99.
           05 AHO-PREST-SALDO     PIC 9(07)V99.
           05 AHO-PREST-ABONO     PIC 9(07)V99.
           05 AHO-PREST-FECHA     PIC 9(08).
           05 AHO-ULT-PERIODO.
               10 AHO-ULT-ANIO    PIC 9(04).
               10 AHO-ULT-MES     PIC 9(02).
           05 FILLER              PIC X(12).
