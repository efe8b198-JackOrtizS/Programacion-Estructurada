      *>----------------------------------------------------------------
      *>   CPFISREG  -  REGISTRO DEL MAESTRO DE IDENTIFICADORES
      *>               FISCALES (IDFISCAL), COMPANERO DEL MAESTRO DE
      *>               EMPLEADOS: UN REGISTRO POR EMPLEADO, EN ORDEN DE
      *>               NUMERO, CON RFC (13), CURP (18) Y NUMERO DE
      *>               SEGURIDAD SOCIAL (11). LO MANTIENE PROG0020 CON
      *>               LAS MISMAS TRANSACCIONES DE ALTA / CAMBIO DEL
      *>               MAESTRO DE EMPLEADOS (IDFISCAL -> IDFNUEVO); UN
      *>               IDENTIFICADOR QUE NO SE TIENE VA EN BLANCO.
      *>               FIS-FEC-CAMBIO ES LA FECHA DEL ULTIMO CAMBIO.
      *>----------------------------------------------------------------
       01  REG-IDFISCAL.
           05 FIS-NUMERO          PIC 9(05).
           05 FIS-RFC             PIC X(13).
           05 FIS-CURP            PIC X(18).
           05 FIS-NSS             PIC X(11).
           05 FIS-FEC-CAMBIO      PIC 9(08).
           05 FILLER              PIC X(05).
