      *>----------------------------------------------------------------
      *>   CPCTLREG  -  REGISTRO DEL CONTROL DE CORRIDAS DEL PERIODO
      *>               (CTLCORR). CADA PASO DE LA MALLA (PROG0015,
      *>               PROG0020, PROG0025, PROG0010, PROG0028 (PRE-
      *>               EDICION DE INCIDENCIAS), PROG0030, EL FONDO DE
      *>               AHORRO PROG0036 DESPUES DE PROG0030 Y SU
      *>               LIQUIDACION ANUAL PROG0037, LAS CUOTAS
      *>               OBRERO-PATRONALES PROG0042 DESPUES DE
      *>               PROG0030, Y EL FINIQUITO
      *>               PROG0035 DESPUES DE PROG0020) AGREGA
      *>               UN REGISTRO AL ARRANCAR (INICIO) Y OTRO AL
      *>               TERMINAR (FIN, CON ESTADO LIMPIO O ERROR). AL
      *>               ARRANCAR, CADA PROGRAMA REVISA ESTE ARCHIVO:
      *>               NO CORRE SI SU PASO ANTERIOR NO TERMINO LIMPIO
      *>               EN EL PERIODO, NI SE REPITE UN PASO TERMINADO
      *>               SALVO CON LA MARCA DE RECORRIDA DE CPPARAM.
      *>               LA NOMINA DE AGUINALDO PROG0038 NO DEPENDE DE
      *>               OTRO PASO Y SE REVISA POR ANIO, NO POR PERIODO.
      *>               PROG0095 IMPRIME EL ESTADO DE LA MALLA.
      *>               CTL-QUINCENA ES LA DE LA TARJETA DE PARAMETROS
      *>               (ESPACIO EN LA CORRIDA MENSUAL, "1" O "2" EN
      *>               LAS QUINCENALES): CADA CORRIDA DEL MES SE
      *>               CONTROLA APARTE, PERIODO MAS QUINCENA.
      *>----------------------------------------------------------------
       01  REG-CONTROL.
           05 CTL-PERIODO.
               88 CTL-FIN-ERROR               VALUE "ERROR ".
           05 CTL-FECHA           PIC 9(08).
           05 CTL-HORA            PIC 9(06).
           05 CTL-QUINCENA        PIC X(01).
           05 FILLER              PIC X(09).
