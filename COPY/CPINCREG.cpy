      *>----------------------------------------------------------------
      *>   CPINCREG  -  REGISTRO DE INCIDENCIAS DEL PERIODO (HORAS
      *>               EXTRA, FALTAS Y BONOS QUE REPORTAN LOS
      *>               SUPERVISORES). LLAVE: EMPLEADO + TIPO, UNA SOLA
      *>               INCIDENCIA DE CADA TIPO POR EMPLEADO Y PERIODO.
      *>               PROG0028 LA PRE-EDITA (INCLIMP / INCRECI) Y
      *>               PROG0030 LA APLICA AL BRUTO DEL RECIBO. LAS
      *>               HORAS EXTRA Y LAS FALTAS TRAEN LA CANTIDAD
      *>               (HORAS O DIAS) Y EL IMPORTE LO CALCULA LA
      *>               NOMINA; EL BONO TRAE EL IMPORTE. LA QUINCENA
      *>               VA EN BLANCO EN LA NOMINA MENSUAL Y EN "1" O
      *>               "2" CUANDO LA INCIDENCIA ES DE UNA QUINCENA.
      *>----------------------------------------------------------------
       01  REG-INCIDENCIA.
           05 INC-NUMERO          PIC 9(05).
           05 INC-TIPO            PIC X(02).
               88 INC-ES-HORA-EXTRA           VALUE "HE".
               88 INC-ES-FALTA                VALUE "FA".
               88 INC-ES-BONO                 VALUE "BO".
               88 INC-TIPO-VALIDO             VALUE "HE" "FA" "BO".
           05 INC-PERIODO.
               10 INC-PER-ANIO    PIC 9(04).
               10 INC-PER-MES     PIC 9(02).
           05 INC-CANTIDAD        PIC 9(03)V99.
           05 INC-IMPORTE         PIC 9(07)V99.
           05 INC-QUINCENA        PIC X(01).
           05 FILLER              PIC X(12).
