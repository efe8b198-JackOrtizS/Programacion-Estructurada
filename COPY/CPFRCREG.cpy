      *>----------------------------------------------------------------
      *>   CPFRCREG  -  REGISTRO DEL MAESTRO DE FRECUENCIA DE PAGO
      *>               (FRECPAGO). UN REGISTRO POR EMPLEADO, EN ORDEN
      *>               DE NUMERO. "M" SE PAGA EN LA NOMINA MENSUAL,
      *>               "Q" (PERSONAL SINDICALIZADO) EN LAS DOS
      *>               NOMINAS QUINCENALES DEL MES. EL EMPLEADO QUE NO
      *>               TIENE REGISTRO SE PAGA MENSUAL. LO MANTIENE
      *>               PROG0046; PROG0030 PAGA EN CADA CORRIDA SOLO A
      *>               LOS DE SU FRECUENCIA. FRC-FEC-CAMBIO ES LA
      *>               FECHA DEL ULTIMO CAMBIO DE FRECUENCIA.
      *>----------------------------------------------------------------
       01  REG-FRECPAGO.
           05 FRC-NUMERO          PIC 9(05).
           05 FRC-FRECUENCIA      PIC X(01).
               88 FRC-ES-MENSUAL              VALUE "M".
               88 FRC-ES-QUINCENAL            VALUE "Q".
               88 FRC-FRECUENCIA-VALIDA       VALUE "M" "Q".
           05 FRC-FEC-CAMBIO      PIC 9(08).
           05 FILLER              PIC X(06).
