      *>               DEDUCCION Y NETO) Y PROG0090 LO LEE PARA
      *>               IMPRIMIR LA CONSTANCIA ANUAL CON LAS DOCE
      *>               COLUMNAS MENSUALES Y LOS TOTALES DEL ANIO.
      *>               NOM-TIPO-NOMINA DISTINGUE LA NOMINA ORDINARIA
      *>               DE LOS PAGOS EXTRAORDINARIOS DEL MISMO PERIODO
      *>               (FINIQUITOS DE PROG0035, AGUINALDO DE
      *>               PROG0038); LOS REGISTROS VIEJOS TRAEN ESPACIO
      *>               Y CUENTAN COMO ORDINARIA.
      *>               NOM-INC-PERCEP / NOM-INC-DESCTO GUARDAN LO QUE
      *>               LAS INCIDENCIAS DEL PERIODO (HORAS EXTRA Y
      *>               BONOS / FALTAS) SUMARON O RESTARON AL BRUTO.
      *>               NOM-ABONO-PREST ES EL ABONO AL PRESTAMO DEL
      *>               FONDO DE AHORRO DESCONTADO EN EL PERIODO (YA
      *>               INCLUIDO EN EL NETO); LO APLICA PROG0036.
      *>               NOM-QUINCENA ES LA CORRIDA DEL MES QUE DEJO EL
      *>               REGISTRO: ESPACIO LA MENSUAL, "1" / "2" LAS
      *>               QUINCENALES; UN MES PUEDE TRAER LAS DOS.
      *>----------------------------------------------------------------
       01  REG-NOMHIST.
           05 NOM-PERIODO.
           05 NOM-IMSS            PIC 9(07)V99.
           05 NOM-AHORRO          PIC 9(07)V99.
           05 NOM-NETO            PIC 9(07)V99.
           05 NOM-TIPO-NOMINA     PIC X(01).
               88 NOM-ES-ORDINARIA            VALUE "O" " ".
               88 NOM-ES-FINIQUITO            VALUE "F".
               88 NOM-ES-AGUINALDO            VALUE "A".
           05 NOM-QUINCENA        PIC X(01).
               88 NOM-ES-MENSUAL              VALUE " ".
               88 NOM-ES-PRIMERA-QNA          VALUE "1".
               88 NOM-ES-SEGUNDA-QNA          VALUE "2".
           05 FILLER              PIC X(02).
           05 NOM-INC-PERCEP      PIC 9(07)V99.
           05 NOM-INC-DESCTO      PIC 9(07)V99.
           05 NOM-ABONO-PREST     PIC 9(07)V99.
           05 FILLER              PIC X(13).
