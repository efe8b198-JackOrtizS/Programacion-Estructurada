      *>----------------------------------------------------------------
      *>   CPCUOREG  -  REGISTRO DEL ACUMULADO DE CUOTAS OBRERO-
      *>               PATRONALES (CUOTAIMS). PROG0042 DEJA UN
      *>               REGISTRO POR EMPLEADO Y PERIODO CON EL SALARIO
      *>               BASE DE COTIZACION DIARIO, LOS DIAS COTIZADOS,
      *>               EL COSTO PATRONAL (IMSS + RCV + INFONAVIT) Y LA
      *>               CUOTA OBRERA. UNA RECORRIDA DEL MISMO PERIODO
      *>               REEMPLAZA LOS REGISTROS DE ESE PERIODO. LO
      *>               LEE EL PRESUPUESTO CONTRA REAL PARA EL COSTO
      *>               PATRONAL.
      *>----------------------------------------------------------------
       01  REG-CUOTAIMS.
           05 CUO-PERIODO.
               10 CUO-PER-ANIO    PIC 9(04).
               10 CUO-PER-MES     PIC 9(02).
           05 CUO-NUMERO          PIC 9(05).
           05 CUO-DEPTO           PIC 9(03).
           05 CUO-SBC-DIARIO      PIC 9(05)V99.
           05 CUO-DIAS            PIC 9(02).
           05 CUO-PATRONAL        PIC 9(07)V99.
           05 CUO-OBRERA          PIC 9(07)V99.
           05 FILLER              PIC X(19).
