       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0038.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   NOMINA DE AGUINALDO. CORRIDA APARTE DE LA NOMINA MENSUAL,
      *>   UNA VEZ AL ANIO, SOBRE EL MAESTRO DE EMPLEADOS. A CADA
      *>   TRABAJADOR LE TOCAN WS-DIAS-AGUINALDO DIAS DE SALARIO
      *>   (LOS DEL CONTRATO) PROPORCIONALES A LOS DIAS LABORADOS EN
      *>   EL ANIO DE LA CORRIDA, CONTADOS COMERCIALES (360) COMO EN
      *>   EL FINIQUITO DE PROG0035:
      *>     - DESDE EL 1 DE ENERO, O DESDE LA FECHA DE INGRESO SI
      *>       ENTRO EN ESE MISMO ANIO
      *>     - HASTA EL FIN DEL ANIO, O HASTA EL ULTIMO DIA
      *>       LABORADO SI SE DIO DE BAJA EN EL ANIO; LA FECHA DE LA
      *>       BAJA (Y EL SALARIO QUE TENIA) SE TOMAN DEL HISTORICO
      *>       DE CAMBIOS (HISTCAMB) QUE CONSOLIDA PROG0110
      *>   A LOS QUE SE DIERON DE BAJA CON FINIQUITO EN EL ANIO
      *>   (REGISTRO TIPO "F" EN EL HISTORICO DE NOMINA) NO SE LES
      *>   PAGA: EL FINIQUITO YA INCLUYO SU AGUINALDO PROPORCIONAL.
      *>   EL AGUINALDO NO USA LOS PORCENTAJES DEL MAESTRO DE
      *>   DEDUCCIONES: ESTA EXENTO HASTA WS-DIAS-EXENTOS VECES LA
      *>   UMA DIARIA Y SOLO EL EXCEDENTE PAGA ISR, A LA TASA PROPIA
      *>   WS-PCT-ISR-AGUINALDO; NO PAGA IMSS NI APORTA AL FONDO DE
      *>   AHORRO. POR CADA PAGO SE IMPRIME UN RECIBO, SE DEJA EL
      *>   NETO EN UN ARCHIVO DE DEPOSITOS PROPIO (MISMO FORMATO QUE
      *>   EL DE PROG0030) Y SE AGREGA AL HISTORICO DE NOMINA CON
      *>   TIPO "A" PARA QUE LA CONSTANCIA ANUAL (PROG0090) NO LO
      *>   CONFUNDA CON UNA SEGUNDA NOMINA DEL MES. EL CONTROL DE
      *>   CORRIDAS NO DEJA REPETIR EL AGUINALDO EN EL MISMO ANIO SIN
      *>   LA MARCA DE RECORRIDA, Y AUN CON ELLA NO SE LE VUELVE A
      *>   PAGAR A QUIEN YA TIENE SU REGISTRO "A" DEL ANIO. LOS QUE
      *>   NO SE PUEDEN CALCULAR SE LISTAN AL FINAL Y LA CORRIDA
      *>   TERMINA CON RETURN-CODE 4 PARA QUE HR LOS REVISE.
      *>   COMO EN PROG0030, EL DEPOSITO SOLO SE HACE A UNA CUENTA DEL
      *>   MAESTRO CTABANCO (PROG0045) ACTIVA, YA VIGENTE A LA FECHA
      *>   DE LA CORRIDA Y CON CLABE VALIDA, Y LLEVA LA CLABE; QUIEN
      *>   NO LA TIENE COBRA CON CHEQUE: SU NETO VA AL ARCHIVO
      *>   REEXPAGU (MISMO FORMATO QUE EL REEXPIDE DE PROG0032) CON
      *>   LA CAUSA, QUE SE IMPRIME TAMBIEN EN EL RECIBO.
      *>   UN NOMHIST GRABADO CON EL FORMATO ANTERIOR DE 60
      *>   POSICIONES SE CONVIERTE UNA SOLA VEZ CON PROG0120.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS       ASSIGN TO UT-S-EMPLEADO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS EMP-LLAVE.
           SELECT HISTCAMB        ASSIGN TO UT-S-HISTCAMB.
           SELECT NOMHIST         ASSIGN TO UT-S-NOMHIST
                                  FILE STATUS IS WS-STATUS-NOMHIST.
           SELECT NOM-ORDENADO    ASSIGN TO UT-S-NOMORD.
           SELECT WORK-ORD-NOM    ASSIGN TO UT-S-WRKNOM.
           SELECT AGUIRECI        ASSIGN TO US-S-AGUIRECI.
           SELECT DEPOSITO        ASSIGN TO UT-S-DEPAGUI.
           SELECT CTABANCO        ASSIGN TO UT-S-CTABANCO.
           SELECT REEXPIDE        ASSIGN TO UT-S-REEXPAGU.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS.
           05 EMP-LLAVE            PIC 9(05).
           05 FILLER               PIC X(53).

      *>----------------------------------------------------------------
      *>   HISTCAMB - HISTORICO PERMANENTE DE CAMBIOS (PROG0110), YA
      *>   ORDENADO POR LLAVE Y FECHA; SOLO INTERESAN LAS BAJAS DE
      *>   EMPLEADOS (ORIGEN PROG0020)
      *>----------------------------------------------------------------
       FD  HISTCAMB
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.

       FD  NOMHIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST-ENT.
       01  REG-NOMHIST-ENT         PIC X(100).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - EL HISTORICO SE VA AGREGANDO
      *>   POR PERIODO; SE ORDENA POR EMPLEADO PARA EL CRUCE
      *>----------------------------------------------------------------
       SD  WORK-ORD-NOM.
       01  WORK-REG-NOMHIST.
           05 WORK-NOM-PERIODO     PIC 9(06).
           05 WORK-NOM-NUMERO      PIC 9(05).
           05 FILLER               PIC X(89).

       FD  NOM-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST.
           COPY CPNOMREG.

       FD  AGUIRECI
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AGUIRECI.
       01  REG-AGUIRECI            PIC X(132).

      *>----------------------------------------------------------------
      *>   DEPOSITO - PAGO DEL AGUINALDO PARA EL BANCO, MISMO FORMATO
      *>   QUE EL ARCHIVO DE DEPOSITOS DE LA NOMINA (PROG0030), CON LA
      *>   CLABE DE LA CUENTA DEL MAESTRO CTABANCO
      *>----------------------------------------------------------------
       FD  DEPOSITO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEPOSITO.
       01  REG-DEPOSITO            PIC X(70).

       FD  CTABANCO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTABANCO.
           COPY CPCTAREG.

      *>----------------------------------------------------------------
      *>   REEXPIDE (REEXPAGU) - UN REGISTRO POR AGUINALDO QUE SE PAGA
      *>   CON CHEQUE, CON LA CAUSA: "05" SIN CUENTA EN CTABANCO,
      *>   "06" CUENTA NO ACTIVA O AUN NO VIGENTE, "07" CLABE
      *>   INVALIDA. MISMO FORMATO QUE EL REEXPNOM DE PROG0030
      *>----------------------------------------------------------------
       FD  REEXPIDE
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REEXPIDE.
       01  REG-REEXPIDE            PIC X(50).

       FD  PARAMETROS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS          PIC X(20).

       FD  CTLCORR
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CONTROL.
           COPY CPCTLREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-REG-NOM-SALIDA.
               10 WS-NSA-PER-ANIO       PIC 9(04).
               10 WS-NSA-PER-MES        PIC 9(02).
               10 WS-NSA-NUMERO         PIC 9(05).
               10 WS-NSA-BRUTO          PIC 9(07)V99.
               10 WS-NSA-ISR            PIC 9(07)V99.
               10 WS-NSA-IMSS           PIC 9(07)V99.
               10 WS-NSA-AHORRO         PIC 9(07)V99.
               10 WS-NSA-NETO           PIC 9(07)V99.
               10 WS-NSA-TIPO-NOMINA    PIC X(01).
               10 FILLER                PIC X(03).
               10 WS-NSA-INC-PERCEP     PIC 9(07)V99.
               10 WS-NSA-INC-DESCTO     PIC 9(07)V99.
               10 WS-NSA-ABONO-PREST    PIC 9(07)V99.
               10 FILLER                PIC X(13).
           05 WS-STATUS-NOMHIST      PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 SW-NOMHIST-ABIERTO     PIC X(03)  VALUE "NO ".
           05 WS-STATUS-CONTROL      PIC X(02)  VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)  VALUE SPACES.
           05 SW-CTL-YA-CORRIO       PIC X(03)  VALUE "NO ".
           05 SW-CTL-PREVIO-OK       PIC X(03)  VALUE "NO ".
           05 SW-CTL-DETENER         PIC X(03)  VALUE "NO ".
           05 WS-CTL-PREVIO-PROG     PIC X(08)  VALUE SPACES.
           05 WS-CTL-PER-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-CTL-EVENTO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-HORA.
               10 WS-CTL-HORA-HHMMSS PIC 9(06).
               10 FILLER             PIC 9(02).
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 SW-FIN-HISTORICO       PIC X(03)  VALUE SPACES.
           05 SW-FIN-NOMINA          PIC X(03)  VALUE SPACES.
           05 SW-FECHA-BUENA         PIC X(03)  VALUE "SI ".
           05 SW-BAJA-HALLADA        PIC X(03)  VALUE "NO ".
           05 SW-TIENE-FINIQUITO     PIC X(03)  VALUE "NO ".
           05 SW-TIENE-AGUINALDO     PIC X(03)  VALUE "NO ".
           05 WS-CLAVE-HISTORICO     PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-NOMINA        PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-MOTIVO-RECHAZO      PIC X(30)  VALUE SPACES.
           05 WS-FECHA-BAJA.
               10 WS-BAJ-ANIO        PIC 9(04).
               10 WS-BAJ-MES         PIC 9(02).
               10 WS-BAJ-DIA         PIC 9(02).
           05 WS-FECHA-DESGLOSE.
               10 WS-DES-ANIO        PIC 9(04).
               10 WS-DES-MES         PIC 9(02).
               10 WS-DES-DIA         PIC 9(02).
           05 WS-SAL-BAJA            PIC 9(07)V99 VALUE ZEROS.
           05 WS-DIA-COMERCIAL       PIC 9(02)  VALUE ZEROS.
           05 WS-DIA-INICIO          PIC 9(03)  VALUE ZEROS.
           05 WS-DIA-FINAL           PIC 9(03)  VALUE ZEROS.
           05 WS-DIAS-LABORADOS      PIC 9(03)  VALUE ZEROS.
           05 WS-DIAS-AGUI-PROP      PIC 9(02)V99 VALUE ZEROS.
           05 WS-DIAS-AGUINALDO      PIC 9(02)  VALUE 15.
           05 WS-DIAS-EXENTOS        PIC 9(02)  VALUE 30.
           05 WS-UMA-DIARIA          PIC 9(05)V99 VALUE 113.14.
           05 WS-PCT-ISR-AGUINALDO   PIC 9(02)V99 VALUE 10.00.
           05 WS-SALARIO-PAGO        PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALARIO-DIARIO      PIC 9(07)V9999 VALUE ZEROS.
           05 WS-IMP-AGUINALDO       PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-TOPE-EXENTO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-EXENTO          PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-GRAVADO         PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-ISR             PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-NETO            PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-PAGADOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-BAJAS-PAGADAS   PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-CON-FINIQUITO   PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-BAJAS-ANTERIOR  PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-YA-PAGADOS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-SIN-DIAS        PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADOS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-DEPOSITOS       PIC 9(05)  VALUE ZEROS.
           05 WS-RECHAZOS-PERDIDOS   PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-AGUINALDO       PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-EXENTO          PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-GRAVADO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ISR             PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-NETO            PIC 9(09)V99 VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 20.
           05 WS-LINEAS-RECIBO       PIC 9(03)  VALUE 6.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-REPORTE-DIA         PIC 9(02)  VALUE ZEROS.
           05 WS-REPORTE-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-REPORTE-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).
           05 SW-FIN-CUENTAS         PIC X(03)  VALUE SPACES.
           05 SW-CUENTA-VALIDA       PIC X(03)  VALUE "NO ".
           05 WS-CUENTAS-PERDIDAS    PIC 9(05)  VALUE ZEROS.
           05 WS-CAUSA-CHEQUE        PIC X(02)  VALUE SPACES.
           05 WS-FECHA-CORRIDA       PIC 9(08)  VALUE ZEROS.
           05 WS-CHEQUES             PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES-05          PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES-06          PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES-07          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-DEPOSITADO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-CHEQUES         PIC 9(09)V99 VALUE ZEROS.

       COPY CPPARAM.
       COPY CPCTATAB.

      *>----------------------------------------------------------------
      *>   EMPLEADOS QUE NO SE PUDIERON CALCULAR; SE LISTAN EN LA HOJA
      *>   DE TOTALES PARA QUE HR LOS ATIENDA A MANO
      *>----------------------------------------------------------------
       01  WS-TAB-RECHAZOS.
           05 WS-TAB-RECH-CANT    PIC 9(03)      VALUE ZEROS.
           05 WS-TAB-RECH-REG     OCCURS 1 TO 200 TIMES
                                  DEPENDING ON WS-TAB-RECH-CANT
                                  INDEXED BY WS-IDX-RECH.
               10 WS-TAB-RECH-NUMERO  PIC 9(05).
               10 WS-TAB-RECH-NOMBRE  PIC X(30).
               10 WS-TAB-RECH-MOTIVO  PIC X(30).

       01  WS-FECHA-EDITADA.
           05 WS-FED-DIA          PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-FED-MES          PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-FED-ANIO         PIC 9(04).

       01  WS-DEP-DETALLE.
           05 WS-DEP-NUMERO       PIC 9(05).
           05 WS-DEP-NOMBRE       PIC X(30).
           05 WS-DEP-NETO         PIC 9(07)V99.
           05 WS-DEP-CLABE        PIC X(18).
           05 WS-DEP-PER-ANIO     PIC 9(04).
           05 WS-DEP-PER-MES      PIC 9(02).
           05 WS-DEP-QUINCENA     PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.

       01  WS-REX-DETALLE.
           05 WS-REX-NUMERO       PIC 9(05).
           05 WS-REX-NOMBRE       PIC X(30).
           05 WS-REX-IMPORTE      PIC 9(07)V99.
           05 WS-REX-CAUSA        PIC X(02).
           05 FILLER              PIC X(04)      VALUE SPACES.

       01  WS-TITULO-1.
           05 FILLER              PIC X(27)      VALUE SPACES.
           05 WS-TIT-1            PIC X(22)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(83)      VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(08)      VALUE " FECHA: ".
           05 WS-TIT-2-DIA        PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(09)      VALUE SPACES.
           05 WS-TIT-2            PIC X(23)
                                  VALUE "RECIBOS DE AGUINALDO   ".
           05 FILLER              PIC X(17)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(54)      VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)      VALUE ALL "-".
           05 FILLER              PIC X(53)      VALUE SPACES.

       01  WS-REC-LINEA-1.
           05 FILLER              PIC X(11)      VALUE " EMPLEADO: ".
           05 WS-REC-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-REC-NOMBRE       PIC X(30).
           05 FILLER              PIC X(08)      VALUE " DEPTO: ".
           05 WS-REC-DEPTO        PIC 9(03).
           05 FILLER              PIC X(09)      VALUE " PUESTO: ".
           05 WS-REC-PUESTO       PIC 9(02).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-REC-SITUACION    PIC X(20).
           05 FILLER              PIC X(40)      VALUE SPACES.

       01  WS-REC-LINEA-2.
           05 FILLER              PIC X(19)
                                  VALUE "    FECHA INGRESO: ".
           05 WS-REC-INGRESO      PIC X(10).
           05 FILLER              PIC X(22)
                                  VALUE "   ULTIMO DIA LABOR.: ".
           05 WS-REC-BAJA         PIC X(10).
           05 FILLER              PIC X(18)
                                  VALUE "   SALARIO MENS.: ".
           05 WS-REC-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(41)      VALUE SPACES.

       01  WS-REC-LINEA-3.
           05 FILLER              PIC X(20)
                                  VALUE "    DIAS LABORADOS: ".
           05 WS-REC-DIAS-LAB     PIC ZZ9.
           05 FILLER              PIC X(19)
                                  VALUE "   DIAS AGUINALDO: ".
           05 WS-REC-DIAS-AGUI    PIC Z9.99.
           05 FILLER              PIC X(14)
                                  VALUE "   AGUINALDO: ".
           05 WS-REC-AGUINALDO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(59)      VALUE SPACES.

       01  WS-REC-LINEA-4.
           05 FILLER              PIC X(17)
                                  VALUE "    EXENTO     : ".
           05 WS-REC-EXENTO       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(13)      VALUE "   GRAVADO : ".
           05 WS-REC-GRAVADO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)      VALUE "   ISR : ".
           05 WS-REC-ISR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(57)      VALUE SPACES.

       01  WS-REC-LINEA-5.
           05 FILLER              PIC X(21)
                                  VALUE "    NETO A DEPOSITAR:".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-REC-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(98)      VALUE SPACES.

       01  WS-REC-CHEQUE.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "** PAGO CON CHEQUE, SIN DEPOSITO -  ".
           05 WS-REC-CAUSA-CHEQUE PIC X(30).
           05 FILLER              PIC X(62)      VALUE SPACES.

       01  WS-SECCION-TOTALES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "TOTALES DE LA NOMINA DE AGUINALDO           ".
           05 FILLER              PIC X(87)      VALUE SPACES.

       01  WS-DET-CONTEO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCN-CONCEPTO     PIC X(29).
           05 WS-DCN-CANTIDAD     PIC ZZ,ZZ9.
           05 FILLER              PIC X(96)      VALUE SPACES.

       01  WS-DET-MONTO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DMO-CONCEPTO     PIC X(29).
           05 WS-DMO-IMPORTE      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(84)      VALUE SPACES.

       01  WS-SECCION-RECHAZOS.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "EMPLEADOS SIN AGUINALDO - ATENDER A MANO    ".
           05 FILLER              PIC X(87)      VALUE SPACES.

       01  WS-DET-RECHAZO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-MOTIVO       PIC X(30).
           05 FILLER              PIC X(61)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           MOVE WS-REPORTE-ANIO TO WS-CTL-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-CTL-PER-MES
           PERFORM 013-CHECA-CONTROL THRU 013-FIN
           IF SW-CTL-DETENER EQUAL "SI "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "INICIO" TO WS-CTL-EVENTO
           MOVE SPACES   TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           PERFORM 060-CARGA-CUENTAS THRU 060-FIN
           PERFORM 030-TITULOS       THRU 030-FIN
           PERFORM 042-LEE-HISTORICO THRU 042-FIN
           PERFORM 043-LEE-NOMINA    THRU 043-FIN
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
                                     UNTIL SW-FIN EQUAL "FIN"
           PERFORM 050-FINAL         THRU 050-FIN
           MOVE "FIN   " TO WS-CTL-EVENTO
           MOVE "LIMPIO" TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           GOBACK.

      *>----------------------------------------------------------------
      *>   020 - EL HISTORICO DE NOMINA SE ORDENA POR EMPLEADO PARA EL
      *>   CRUCE Y DESPUES SE ABRE PARA AGREGAR LOS PAGOS DEL AGUINALDO
      *>----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           SORT WORK-ORD-NOM
               ON ASCENDING KEY WORK-NOM-NUMERO
               ON ASCENDING KEY WORK-NOM-PERIODO
               USING NOMHIST
               GIVING NOM-ORDENADO
           OPEN INPUT EMPLEADOS
                      HISTCAMB
                      NOM-ORDENADO
                OUTPUT AGUIRECI
                       DEPOSITO
                       REEXPIDE
           OPEN EXTEND NOMHIST
           IF WS-STATUS-NOMHIST EQUAL "00" OR
              WS-STATUS-NOMHIST EQUAL "05"
               MOVE "SI " TO SW-NOMHIST-ABIERTO
           ELSE
               DISPLAY "PROG0038: HISTORICO DE NOMINA NO "
                       "DISPONIBLE - STATUS " WS-STATUS-NOMHIST
           END-IF.
       020-FIN. EXIT.
       015-LEE-PARAMETROS.
           MOVE "N"          TO WS-PARM-FECHA-SW
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-SIMULA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
       015-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   016 - LA FECHA DE LA CORRIDA (Y CON ELLA EL ANIO DEL
      *>   AGUINALDO Y EL PERIODO AAAAMM DEL HISTORICO DE NOMINA) SE
      *>   DETERMINA IGUAL QUE EN PROG0030
      *>----------------------------------------------------------------
       016-DETERMINA-FECHA.
           IF WS-PARM-FECHA-MANUAL
               MOVE WS-PARM-FEC-DIA  TO WS-REPORTE-DIA
               MOVE WS-PARM-FEC-MES  TO WS-REPORTE-MES
               MOVE WS-PARM-FEC-ANIO TO WS-REPORTE-ANIO
           ELSE
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FEC-SIS-DIA  TO WS-REPORTE-DIA
               MOVE WS-FEC-SIS-MES  TO WS-REPORTE-MES
               MOVE WS-FEC-SIS-ANIO TO WS-REPORTE-ANIO
           END-IF.
       016-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   013/019 - CONTROL DE CORRIDAS: EL AGUINALDO SE PAGA UNA VEZ
      *>   AL ANIO, ASI QUE CUALQUIER FIN LIMPIO DE PROG0038 EN EL
      *>   MISMO ANIO (SEA CUAL SEA EL MES) LO DETIENE SALVO CON LA
      *>   MARCA DE RECORRIDA ("R"). NO DEPENDE DE OTRO PASO
      *>----------------------------------------------------------------
       013-CHECA-CONTROL.
           MOVE "NO " TO SW-CTL-YA-CORRIO
                         SW-CTL-PREVIO-OK
                         SW-CTL-DETENER
           MOVE SPACES TO SW-FIN-CONTROL
           OPEN INPUT CTLCORR
           IF WS-STATUS-CONTROL EQUAL "00"
               PERFORM 019-LEE-CONTROL THRU 019-FIN
                   UNTIL SW-FIN-CONTROL EQUAL "FIN"
               CLOSE CTLCORR
           END-IF
           IF WS-CTL-PREVIO-PROG NOT EQUAL SPACES AND
              SW-CTL-PREVIO-OK EQUAL "NO "
               DISPLAY "PROG0038: EL PASO ANTERIOR ("
                       WS-CTL-PREVIO-PROG
                       ") NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-YA-CORRIO EQUAL "SI " AND
              NOT WS-PARM-ES-RECORRIDA
               DISPLAY "PROG0038: AGUINALDO YA PAGADO EN EL ANIO - "
                       "USAR LA MARCA DE RECORRIDA PARA REPETIRLO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF.
       013-FIN. EXIT.
       019-LEE-CONTROL.
           READ CTLCORR
               AT END
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PROGRAMA EQUAL "PROG0038" AND
                      CTL-ES-FIN AND CTL-FIN-LIMPIO
                       MOVE "SI " TO SW-CTL-YA-CORRIO
                   END-IF
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES
                       IF CTL-PROGRAMA EQUAL WS-CTL-PREVIO-PROG AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-PREVIO-OK
                       END-IF
                   END-IF
           END-READ.
       019-FIN. EXIT.
       014-ANOTA-EVENTO.
           OPEN EXTEND CTLCORR
           IF WS-STATUS-CONTROL EQUAL "00" OR
              WS-STATUS-CONTROL EQUAL "05"
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE "PROG0038"       TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FECHA-SISTEMA TO CTL-FECHA
               ACCEPT WS-CTL-HORA FROM TIME
               MOVE WS-CTL-HORA-HHMMSS TO CTL-HORA
               WRITE REG-CONTROL
               CLOSE CTLCORR
           END-IF.
       014-FIN. EXIT.
       030-TITULOS.
           WRITE REG-AGUIRECI FROM WS-TITULO-1 AFTER ADVANCING PAGE
           MOVE WS-REPORTE-DIA  TO WS-TIT-2-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-2-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-2-ANIO
           ADD 1        TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM TO WS-TIT-2-PAGINA
           WRITE REG-AGUIRECI FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-AGUIRECI FROM WS-GUIONES AFTER ADVANCING 1
           MOVE ZEROS   TO WS-CONT-LINEAS.
       030-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   035 - UN RECIBO NO SE PARTE ENTRE DOS HOJAS
      *>----------------------------------------------------------------
       035-VERIFICA-SALTO.
           ADD WS-LINEAS-RECIBO TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
               ADD WS-LINEAS-RECIBO TO WS-CONT-LINEAS
           END-IF.
       035-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   040 - UN EMPLEADO DEL MAESTRO. SE UBICAN SU ULTIMA BAJA EN
      *>   EL HISTORICO DE CAMBIOS Y SUS PAGOS DEL ANIO EN EL
      *>   HISTORICO DE NOMINA ANTES DE DECIDIR SI LE TOCA AGUINALDO
      *>----------------------------------------------------------------
       040-PROCESO.
           ADD 1 TO WS-TOT-LEIDOS
           MOVE WS-NUMERO-EMP TO WS-CLAVE-PROCESO
           PERFORM 110-UBICA-BAJA    THRU 110-FIN
           PERFORM 120-UBICA-NOMINA  THRU 120-FIN
           PERFORM 044-CALCULA-AGUINALDO THRU 044-FIN.
       040-LEE.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "FIN" TO SW-FIN.
       040-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   042 - DEL HISTORICO DE CAMBIOS SOLO INTERESAN LOS
      *>   MOVIMIENTOS DEL MAESTRO DE EMPLEADOS; LOS DE TABLAS
      *>   (PROG0050) USAN LA MISMA LLAVE PARA OTRA COSA
      *>----------------------------------------------------------------
       042-LEE-HISTORICO.
           READ HISTCAMB
               AT END
                   MOVE "FIN"        TO SW-FIN-HISTORICO
                   MOVE HIGH-VALUES  TO WS-CLAVE-HISTORICO
               NOT AT END
                   IF MOV-ORIGEN NOT EQUAL "PROG0020" OR
                      MOV-LLAVE IS NOT NUMERIC
                       GO TO 042-LEE-HISTORICO
                   END-IF
                   MOVE MOV-LLAVE TO WS-CLAVE-HISTORICO
           END-READ.
       042-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   043 - DEL HISTORICO DE NOMINA SOLO INTERESAN LOS PAGOS DEL
      *>   ANIO DE LA CORRIDA
      *>----------------------------------------------------------------
       043-LEE-NOMINA.
           READ NOM-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-NOMINA
                   MOVE HIGH-VALUES  TO WS-CLAVE-NOMINA
               NOT AT END
                   IF NOM-PER-ANIO NOT EQUAL WS-REPORTE-ANIO
                       GO TO 043-LEE-NOMINA
                   END-IF
                   MOVE NOM-NUMERO TO WS-CLAVE-NOMINA
           END-READ.
       043-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   044 - UN AGUINALDO. AL ACTIVO SE LE PAGA EL ANIO COMPLETO
      *>   (DESDE SU INGRESO SI ENTRO EN EL ANIO); AL INACTIVO SOLO SI
      *>   SU BAJA ES DEL ANIO Y NO COBRO FINIQUITO, HASTA SU ULTIMO
      *>   DIA LABORADO Y CON EL SALARIO QUE TENIA ANTES DE LA BAJA
      *>----------------------------------------------------------------
       044-CALCULA-AGUINALDO.
           IF SW-TIENE-AGUINALDO EQUAL "SI "
               ADD 1 TO WS-TOT-YA-PAGADOS
               GO TO 044-FIN
           END-IF
           MOVE WS-SALARIO-EMP TO WS-SALARIO-PAGO
           IF WS-STATUS-EMP EQUAL 1
               MOVE WS-REPORTE-ANIO TO WS-BAJ-ANIO
               MOVE 12              TO WS-BAJ-MES
               MOVE 30              TO WS-BAJ-DIA
           ELSE
               IF SW-BAJA-HALLADA EQUAL "NO "
                   MOVE "INACTIVO SIN BAJA EN HISTORICO"
                                        TO WS-MOTIVO-RECHAZO
                   PERFORM 048-RECHAZA-EMPLEADO THRU 048-FIN
                   GO TO 044-FIN
               END-IF
               IF WS-BAJ-ANIO LESS THAN WS-REPORTE-ANIO
                   ADD 1 TO WS-TOT-BAJAS-ANTERIOR
                   GO TO 044-FIN
               END-IF
               IF SW-TIENE-FINIQUITO EQUAL "SI "
                   ADD 1 TO WS-TOT-CON-FINIQUITO
                   GO TO 044-FIN
               END-IF
               IF WS-BAJ-ANIO GREATER THAN WS-REPORTE-ANIO
                   MOVE WS-REPORTE-ANIO TO WS-BAJ-ANIO
                   MOVE 12              TO WS-BAJ-MES
                   MOVE 30              TO WS-BAJ-DIA
               END-IF
               IF WS-SAL-BAJA GREATER THAN ZERO
                   MOVE WS-SAL-BAJA TO WS-SALARIO-PAGO
               END-IF
           END-IF
           PERFORM 115-VALIDA-FECHA THRU 115-FIN
           IF SW-FECHA-BUENA EQUAL "NO "
               MOVE "SIN FECHA DE INGRESO VALIDA   "
                                    TO WS-MOTIVO-RECHAZO
               PERFORM 048-RECHAZA-EMPLEADO THRU 048-FIN
               GO TO 044-FIN
           END-IF
           IF WS-SALARIO-PAGO NOT GREATER THAN ZERO
               MOVE "SIN SALARIO EN EL MAESTRO     "
                                    TO WS-MOTIVO-RECHAZO
               PERFORM 048-RECHAZA-EMPLEADO THRU 048-FIN
               GO TO 044-FIN
           END-IF
           PERFORM 130-DIAS-AGUINALDO THRU 130-FIN
           IF WS-DIAS-LABORADOS EQUAL ZERO
               ADD 1 TO WS-TOT-SIN-DIAS
               GO TO 044-FIN
           END-IF
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-PAGO / 30
           COMPUTE WS-IMP-AGUINALDO ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-AGUI-PROP
           PERFORM 140-CALCULA-ISR THRU 140-FIN
           COMPUTE WS-IMP-NETO = WS-IMP-AGUINALDO - WS-IMP-ISR
           ADD 1                TO WS-TOT-PAGADOS
           IF WS-STATUS-EMP NOT EQUAL 1
               ADD 1 TO WS-TOT-BAJAS-PAGADAS
           END-IF
           ADD WS-IMP-AGUINALDO TO WS-TOT-AGUINALDO
           ADD WS-IMP-EXENTO    TO WS-TOT-EXENTO
           ADD WS-IMP-GRAVADO   TO WS-TOT-GRAVADO
           ADD WS-IMP-ISR       TO WS-TOT-ISR
           ADD WS-IMP-NETO      TO WS-TOT-NETO
           MOVE "SI " TO SW-CUENTA-VALIDA
           IF WS-IMP-NETO GREATER THAN ZERO
               PERFORM 049-GRABA-DEPOSITO THRU 049-FIN
           END-IF
           PERFORM 046-IMPRIME-RECIBO THRU 046-FIN
           PERFORM 045-GRABA-HISTORIA THRU 045-FIN.
       044-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   045 - EL PAGO QUEDA EN EL HISTORICO DE NOMINA CON TIPO "A"
      *>   EN EL PERIODO DE LA CORRIDA; SIN IMSS, AHORRO, INCIDENCIAS
      *>   NI ABONO A PRESTAMO
      *>----------------------------------------------------------------
       045-GRABA-HISTORIA.
           IF SW-NOMHIST-ABIERTO EQUAL "NO "
               GO TO 045-FIN
           END-IF
           MOVE SPACES           TO WS-REG-NOM-SALIDA
           MOVE WS-REPORTE-ANIO  TO WS-NSA-PER-ANIO
           MOVE WS-REPORTE-MES   TO WS-NSA-PER-MES
           MOVE WS-CLAVE-PROCESO TO WS-NSA-NUMERO
           MOVE WS-IMP-AGUINALDO TO WS-NSA-BRUTO
           MOVE WS-IMP-ISR       TO WS-NSA-ISR
           MOVE ZEROS            TO WS-NSA-IMSS
                                    WS-NSA-AHORRO
           MOVE WS-IMP-NETO      TO WS-NSA-NETO
           MOVE "A"              TO WS-NSA-TIPO-NOMINA
           MOVE ZEROS            TO WS-NSA-INC-PERCEP
                                    WS-NSA-INC-DESCTO
                                    WS-NSA-ABONO-PREST
           WRITE REG-NOMHIST-ENT FROM WS-REG-NOM-SALIDA.
       045-FIN. EXIT.
       046-IMPRIME-RECIBO.
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           MOVE WS-CLAVE-PROCESO TO WS-REC-NUMERO
           MOVE WS-NOMBRE-EMP    TO WS-REC-NOMBRE
           MOVE WS-DEPTO-EMP     TO WS-REC-DEPTO
           MOVE WS-PUESTO-EMP    TO WS-REC-PUESTO
           MOVE WS-FEC-ING-DIA   TO WS-FED-DIA
           MOVE WS-FEC-ING-MES   TO WS-FED-MES
           MOVE WS-FEC-ING-ANIO  TO WS-FED-ANIO
           MOVE WS-FECHA-EDITADA TO WS-REC-INGRESO
           IF WS-STATUS-EMP EQUAL 1
               MOVE "ACTIVO              " TO WS-REC-SITUACION
               MOVE SPACES                 TO WS-REC-BAJA
           ELSE
               MOVE "BAJA EN EL ANIO     " TO WS-REC-SITUACION
               MOVE WS-BAJ-DIA       TO WS-FED-DIA
               MOVE WS-BAJ-MES       TO WS-FED-MES
               MOVE WS-BAJ-ANIO      TO WS-FED-ANIO
               MOVE WS-FECHA-EDITADA TO WS-REC-BAJA
           END-IF
           MOVE WS-SALARIO-PAGO   TO WS-REC-SALARIO
           MOVE WS-DIAS-LABORADOS TO WS-REC-DIAS-LAB
           MOVE WS-DIAS-AGUI-PROP TO WS-REC-DIAS-AGUI
           MOVE WS-IMP-AGUINALDO  TO WS-REC-AGUINALDO
           MOVE WS-IMP-EXENTO     TO WS-REC-EXENTO
           MOVE WS-IMP-GRAVADO    TO WS-REC-GRAVADO
           MOVE WS-IMP-ISR        TO WS-REC-ISR
           MOVE WS-IMP-NETO       TO WS-REC-NETO
           WRITE REG-AGUIRECI FROM WS-REC-LINEA-1 AFTER ADVANCING 2
           WRITE REG-AGUIRECI FROM WS-REC-LINEA-2 AFTER ADVANCING 1
           WRITE REG-AGUIRECI FROM WS-REC-LINEA-3 AFTER ADVANCING 1
           WRITE REG-AGUIRECI FROM WS-REC-LINEA-4 AFTER ADVANCING 1
           WRITE REG-AGUIRECI FROM WS-REC-LINEA-5 AFTER ADVANCING 1
           IF SW-CUENTA-VALIDA EQUAL "NO "
               WRITE REG-AGUIRECI FROM WS-REC-CHEQUE AFTER ADVANCING 1
               ADD 1 TO WS-CONT-LINEAS
           END-IF.
       046-FIN. EXIT.
       048-RECHAZA-EMPLEADO.
           ADD 1 TO WS-TOT-RECHAZADOS
           IF WS-TAB-RECH-CANT GREATER THAN OR EQUAL TO 200
               ADD 1 TO WS-RECHAZOS-PERDIDOS
               GO TO 048-FIN
           END-IF
           ADD 1 TO WS-TAB-RECH-CANT
           SET WS-IDX-RECH TO WS-TAB-RECH-CANT
           MOVE WS-CLAVE-PROCESO  TO WS-TAB-RECH-NUMERO (WS-IDX-RECH)
           MOVE WS-NOMBRE-EMP     TO WS-TAB-RECH-NOMBRE (WS-IDX-RECH)
           MOVE WS-MOTIVO-RECHAZO TO WS-TAB-RECH-MOTIVO (WS-IDX-RECH).
       048-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   049 - SIN CUENTA ACTIVA, VIGENTE Y CON CLABE VALIDA NO HAY
      *>   DEPOSITO: EL NETO SE MANDA A CHEQUE Y SE AVISA EN EL
      *>   RECIBO. ES PASO MENSUAL: LA QUINCENA VA EN BLANCO
      *>----------------------------------------------------------------
       049-GRABA-DEPOSITO.
           PERFORM 062-BUSCA-CUENTA THRU 062-FIN
           IF SW-CUENTA-VALIDA EQUAL "NO "
               PERFORM 066-GRABA-CHEQUE THRU 066-FIN
               GO TO 049-FIN
           END-IF
           MOVE WS-CLAVE-PROCESO TO WS-DEP-NUMERO
           MOVE WS-NOMBRE-EMP    TO WS-DEP-NOMBRE
           MOVE WS-IMP-NETO      TO WS-DEP-NETO
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-DEP-CLABE
           MOVE WS-REPORTE-ANIO  TO WS-DEP-PER-ANIO
           MOVE WS-REPORTE-MES   TO WS-DEP-PER-MES
           MOVE SPACE            TO WS-DEP-QUINCENA
           WRITE REG-DEPOSITO FROM WS-DEP-DETALLE
           ADD 1 TO WS-TOT-DEPOSITOS
           ADD WS-IMP-NETO TO WS-TOT-DEPOSITADO.
       049-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   110 - AVANZA EL HISTORICO DE CAMBIOS HASTA EL EMPLEADO EN
      *>   PROCESO Y SE QUEDA CON SU ULTIMA BAJA (VIENE POR FECHA)
      *>----------------------------------------------------------------
       110-UBICA-BAJA.
           MOVE "NO "  TO SW-BAJA-HALLADA
           MOVE ZEROS  TO WS-FECHA-BAJA
                          WS-SAL-BAJA
           PERFORM 042-LEE-HISTORICO THRU 042-FIN
               UNTIL WS-CLAVE-HISTORICO NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 112-REVISA-MOVIMIENTO THRU 112-FIN
               UNTIL WS-CLAVE-HISTORICO NOT EQUAL WS-CLAVE-PROCESO.
       110-FIN. EXIT.
       112-REVISA-MOVIMIENTO.
           IF MOV-TIPO EQUAL "BAJA" AND
              MOV-STA-DESPUES EQUAL 9
               MOVE "SI "         TO SW-BAJA-HALLADA
               MOVE MOV-SAL-ANTES TO WS-SAL-BAJA
               PERFORM 116-FECHA-BAJA THRU 116-FIN
           END-IF
           PERFORM 042-LEE-HISTORICO THRU 042-FIN.
       112-FIN. EXIT.
       115-VALIDA-FECHA.
           MOVE "SI " TO SW-FECHA-BUENA
           IF WS-FECHA-ING-EMP IS NOT NUMERIC
               MOVE "NO " TO SW-FECHA-BUENA
           ELSE
               IF WS-FEC-ING-ANIO LESS THAN 1900 OR
                  WS-FEC-ING-MES LESS THAN 01 OR
                  WS-FEC-ING-MES GREATER THAN 12 OR
                  WS-FEC-ING-DIA LESS THAN 01 OR
                  WS-FEC-ING-DIA GREATER THAN 31
                   MOVE "NO " TO SW-FECHA-BUENA
               END-IF
           END-IF.
       115-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   116 - EL ULTIMO DIA LABORADO ES LA FECHA EFECTIVA DE LA
      *>   BAJA; SI NO VIENE (MOVIMIENTOS ANTERIORES AL CAMPO) O NO ES
      *>   FECHA BUENA, SE TOMA LA FECHA EN QUE SE APLICO LA BAJA
      *>----------------------------------------------------------------
       116-FECHA-BAJA.
           MOVE MOV-FECHA TO WS-FECHA-BAJA
           IF MOV-FEC-EFECTIVA IS NUMERIC
               MOVE MOV-FEC-EFECTIVA TO WS-FECHA-DESGLOSE
               IF WS-DES-ANIO NOT LESS THAN 1900 AND
                  WS-DES-MES NOT LESS THAN 01 AND
                  WS-DES-MES NOT GREATER THAN 12 AND
                  WS-DES-DIA NOT LESS THAN 01 AND
                  WS-DES-DIA NOT GREATER THAN 31
                   MOVE WS-FECHA-DESGLOSE TO WS-FECHA-BAJA
               END-IF
           END-IF.
       116-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   120 - AVANZA EL HISTORICO DE NOMINA HASTA EL EMPLEADO EN
      *>   PROCESO Y VE SI EN EL ANIO YA COBRO FINIQUITO O AGUINALDO
      *>----------------------------------------------------------------
       120-UBICA-NOMINA.
           MOVE "NO " TO SW-TIENE-FINIQUITO
                         SW-TIENE-AGUINALDO
           PERFORM 043-LEE-NOMINA THRU 043-FIN
               UNTIL WS-CLAVE-NOMINA NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 122-REVISA-NOMINA THRU 122-FIN
               UNTIL WS-CLAVE-NOMINA NOT EQUAL WS-CLAVE-PROCESO.
       120-FIN. EXIT.
       122-REVISA-NOMINA.
           IF NOM-ES-FINIQUITO
               MOVE "SI " TO SW-TIENE-FINIQUITO
           END-IF
           IF NOM-ES-AGUINALDO
               MOVE "SI " TO SW-TIENE-AGUINALDO
           END-IF
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       122-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   130 - DIAS DE AGUINALDO PROPORCIONALES: WS-DIAS-AGUINALDO
      *>   POR LOS DIAS LABORADOS EN EL ANIO ENTRE 360, DESDE EL 1 DE
      *>   ENERO O DESDE EL INGRESO, HASTA EL 30 DE DICIEMBRE
      *>   COMERCIAL O HASTA LA BAJA (WS-FECHA-BAJA YA TRAE EL FIN)
      *>----------------------------------------------------------------
       130-DIAS-AGUINALDO.
           MOVE ZEROS TO WS-DIAS-LABORADOS
                         WS-DIAS-AGUI-PROP
           MOVE WS-BAJ-DIA TO WS-DIA-COMERCIAL
           IF WS-DIA-COMERCIAL GREATER THAN 30
               MOVE 30 TO WS-DIA-COMERCIAL
           END-IF
           COMPUTE WS-DIA-FINAL =
                   (WS-BAJ-MES - 1) * 30 + WS-DIA-COMERCIAL
           IF WS-FEC-ING-ANIO GREATER THAN WS-REPORTE-ANIO
               GO TO 130-FIN
           END-IF
           IF WS-FEC-ING-ANIO EQUAL WS-REPORTE-ANIO
               MOVE WS-FEC-ING-DIA TO WS-DIA-COMERCIAL
               IF WS-DIA-COMERCIAL GREATER THAN 30
                   MOVE 30 TO WS-DIA-COMERCIAL
               END-IF
               COMPUTE WS-DIA-INICIO =
                       (WS-FEC-ING-MES - 1) * 30 + WS-DIA-COMERCIAL
           ELSE
               MOVE 1 TO WS-DIA-INICIO
           END-IF
           IF WS-DIA-INICIO GREATER THAN WS-DIA-FINAL
               GO TO 130-FIN
           END-IF
           COMPUTE WS-DIAS-LABORADOS =
                   WS-DIA-FINAL - WS-DIA-INICIO + 1
           COMPUTE WS-DIAS-AGUI-PROP ROUNDED =
                   WS-DIAS-AGUINALDO * WS-DIAS-LABORADOS / 360.
       130-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   140 - ISR DEL AGUINALDO: EXENTO HASTA WS-DIAS-EXENTOS UMAS
      *>   DIARIAS; EL EXCEDENTE PAGA WS-PCT-ISR-AGUINALDO
      *>----------------------------------------------------------------
       140-CALCULA-ISR.
           COMPUTE WS-IMP-TOPE-EXENTO ROUNDED =
                   WS-UMA-DIARIA * WS-DIAS-EXENTOS
           IF WS-IMP-AGUINALDO GREATER THAN WS-IMP-TOPE-EXENTO
               MOVE WS-IMP-TOPE-EXENTO TO WS-IMP-EXENTO
               COMPUTE WS-IMP-GRAVADO =
                       WS-IMP-AGUINALDO - WS-IMP-TOPE-EXENTO
           ELSE
               MOVE WS-IMP-AGUINALDO TO WS-IMP-EXENTO
               MOVE ZEROS            TO WS-IMP-GRAVADO
           END-IF
           COMPUTE WS-IMP-ISR ROUNDED =
                   WS-IMP-GRAVADO * WS-PCT-ISR-AGUINALDO / 100.
       140-FIN. EXIT.
       050-FINAL.
           PERFORM 030-TITULOS THRU 030-FIN
           WRITE REG-AGUIRECI FROM WS-SECCION-TOTALES
                                    AFTER ADVANCING 2
           WRITE REG-AGUIRECI FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "EMPLEADOS LEIDOS          : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-LEIDOS         TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "AGUINALDOS PAGADOS        : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-PAGADOS        TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  DE ELLOS BAJAS DEL ANIO : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-BAJAS-PAGADAS  TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "DEPOSITOS GENERADOS       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-DEPOSITOS      TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PAGADOS CON CHEQUE        : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES         TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  SIN CUENTA BANCARIA (05): " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-05      TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CUENTA NO VIGENTE (06)  : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-06      TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CLABE INVALIDA (07)     : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-07      TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "BAJAS CON FINIQUITO       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-CON-FINIQUITO  TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "BAJAS DE ANIOS ANTERIORES : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-BAJAS-ANTERIOR TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "YA PAGADOS (OMITIDOS)     : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-YA-PAGADOS     TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SIN DIAS EN EL ANIO       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-SIN-DIAS       TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "EMPLEADOS SIN AGUINALDO   : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-RECHAZADOS     TO WS-DCN-CANTIDAD
           WRITE REG-AGUIRECI FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SUMA TOTAL DE AGUINALDOS  : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-AGUINALDO      TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "  PARTE EXENTA            : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-EXENTO         TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  PARTE GRAVADA           : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-GRAVADO        TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "SUMA TOTAL DE ISR         : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-ISR            TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "SUMA TOTAL DE NETOS       : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-NETO           TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  DEPOSITADO EN CUENTA    : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-DEPOSITADO  TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  PAGADO CON CHEQUE       : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-CHEQUES     TO WS-DMO-IMPORTE
           WRITE REG-AGUIRECI FROM WS-DET-MONTO AFTER ADVANCING 1
      *>   UN EMPLEADO QUE NO SE PUDO CALCULAR SE ATIENDE A MANO: SE
      *>   LISTA Y SE TERMINA CON RETURN-CODE 4
           IF WS-TAB-RECH-CANT GREATER THAN ZERO
               WRITE REG-AGUIRECI FROM WS-SECCION-RECHAZOS
                                        AFTER ADVANCING 2
               WRITE REG-AGUIRECI FROM WS-GUIONES AFTER ADVANCING 1
               PERFORM 052-IMPRIME-RECHAZO THRU 052-FIN
                   VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH GREATER THAN WS-TAB-RECH-CANT
           END-IF
           IF WS-RECHAZOS-PERDIDOS GREATER THAN ZERO
               DISPLAY "PROG0038: EMPLEADOS SIN AGUINALDO NO LISTADOS "
                       "POR FALTA DE ESPACIO EN TABLA: "
                       WS-RECHAZOS-PERDIDOS
           END-IF
           IF WS-TOT-RECHAZADOS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-NOMHIST-ABIERTO EQUAL "SI "
               CLOSE NOMHIST
           END-IF
           CLOSE EMPLEADOS
                 HISTCAMB
                 NOM-ORDENADO
                 AGUIRECI
                 DEPOSITO
                 REEXPIDE.
       050-FIN. EXIT.
       052-IMPRIME-RECHAZO.
           MOVE WS-TAB-RECH-NUMERO (WS-IDX-RECH) TO WS-DRE-NUMERO
           MOVE WS-TAB-RECH-NOMBRE (WS-IDX-RECH) TO WS-DRE-NOMBRE
           MOVE WS-TAB-RECH-MOTIVO (WS-IDX-RECH) TO WS-DRE-MOTIVO
           WRITE REG-AGUIRECI FROM WS-DET-RECHAZO AFTER ADVANCING 1.
       052-FIN. EXIT.
       060-CARGA-CUENTAS.
           COMPUTE WS-FECHA-CORRIDA = WS-REPORTE-ANIO * 10000 +
                   WS-REPORTE-MES * 100 + WS-REPORTE-DIA
           OPEN INPUT CTABANCO
           PERFORM 061-LEE-CUENTA THRU 061-FIN
                                     UNTIL SW-FIN-CUENTAS EQUAL "FIN"
           CLOSE CTABANCO
           IF WS-CUENTAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0038: CUENTAS BANCARIAS NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: " WS-CUENTAS-PERDIDAS
           END-IF.
       060-FIN. EXIT.
       061-LEE-CUENTA.
           READ CTABANCO
               AT END
                   MOVE "FIN" TO SW-FIN-CUENTAS
               NOT AT END
                   IF WS-TAB-CTA-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-CUENTAS-PERDIDAS
                       GO TO 061-FIN
                   END-IF
                   ADD 1 TO WS-TAB-CTA-CANT
                   SET WS-IDX-CTA TO WS-TAB-CTA-CANT
                   MOVE CTA-NUMERO
                              TO WS-TAB-CTA-NUMERO (WS-IDX-CTA)
                   MOVE CTA-BANCO
                              TO WS-TAB-CTA-BANCO (WS-IDX-CTA)
                   MOVE CTA-CLABE
                              TO WS-TAB-CTA-CLABE (WS-IDX-CTA)
                   MOVE CTA-STATUS
                              TO WS-TAB-CTA-STATUS (WS-IDX-CTA)
                   MOVE CTA-FEC-EFECTIVA
                              TO WS-TAB-CTA-FEC-EFE (WS-IDX-CTA)
           END-READ.
       061-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   062 - LA CUENTA SIRVE SI ESTA ACTIVA, RIGE A LA FECHA DE LA
      *>   CORRIDA Y LA CLABE ES DEL BANCO Y TRAE BIEN SU DIGITO; SI
      *>   NO SIRVE DEJA LA CAUSA DEL CHEQUE
      *>----------------------------------------------------------------
       062-BUSCA-CUENTA.
           MOVE "NO " TO SW-CUENTA-VALIDA
           MOVE "05"  TO WS-CAUSA-CHEQUE
           IF WS-TAB-CTA-CANT EQUAL ZERO
               GO TO 062-FIN
           END-IF
           SET WS-IDX-CTA TO 1
           SEARCH WS-TAB-CTA-REG
               AT END
                   GO TO 062-FIN
               WHEN WS-TAB-CTA-NUMERO (WS-IDX-CTA) EQUAL
                    WS-CLAVE-PROCESO
                   CONTINUE
           END-SEARCH
           MOVE "06" TO WS-CAUSA-CHEQUE
           IF WS-TAB-CTA-STATUS (WS-IDX-CTA) NOT EQUAL "A" OR
              WS-TAB-CTA-FEC-EFE (WS-IDX-CTA) GREATER THAN
              WS-FECHA-CORRIDA
               GO TO 062-FIN
           END-IF
           MOVE "07" TO WS-CAUSA-CHEQUE
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-CLABE-REVISA
           IF WS-CLABE-REVISA NOT NUMERIC
               GO TO 062-FIN
           END-IF
           IF WS-CLABE-BANCO NOT EQUAL WS-TAB-CTA-BANCO (WS-IDX-CTA)
               GO TO 062-FIN
           END-IF
           MOVE ZEROS TO WS-SUMA-CLABE
           PERFORM 064-SUMA-POSICION THRU 064-FIN
               VARYING WS-POS-CLABE FROM 1 BY 1
               UNTIL WS-POS-CLABE GREATER THAN 17
           DIVIDE WS-SUMA-CLABE BY 10 GIVING WS-DECENAS-CLABE
                                  REMAINDER WS-UNIDAD-CLABE
           IF WS-UNIDAD-CLABE EQUAL ZERO
               MOVE ZERO TO WS-DIGITO-CALCULADO
           ELSE
               COMPUTE WS-DIGITO-CALCULADO = 10 - WS-UNIDAD-CLABE
           END-IF
           IF WS-DIGITO-CALCULADO NOT EQUAL WS-CLABE-DIGITO
               GO TO 062-FIN
           END-IF
           MOVE SPACES TO WS-CAUSA-CHEQUE
           MOVE "SI "  TO SW-CUENTA-VALIDA.
       062-FIN. EXIT.
       064-SUMA-POSICION.
           COMPUTE WS-PRODUCTO-CLABE =
                   WS-CLABE-POS (WS-POS-CLABE) *
                   WS-PESO-POS (WS-POS-CLABE)
           DIVIDE WS-PRODUCTO-CLABE BY 10 GIVING WS-DECENAS-CLABE
                                      REMAINDER WS-UNIDAD-CLABE
           ADD WS-UNIDAD-CLABE TO WS-SUMA-CLABE.
       064-FIN. EXIT.
       066-GRABA-CHEQUE.
           MOVE WS-CLAVE-PROCESO TO WS-REX-NUMERO
           MOVE WS-NOMBRE-EMP    TO WS-REX-NOMBRE
           MOVE WS-IMP-NETO      TO WS-REX-IMPORTE
           MOVE WS-CAUSA-CHEQUE  TO WS-REX-CAUSA
           WRITE REG-REEXPIDE FROM WS-REX-DETALLE
           ADD 1 TO WS-CHEQUES
           ADD WS-IMP-NETO TO WS-TOT-CHEQUES
           EVALUATE WS-CAUSA-CHEQUE
               WHEN "05"
                   ADD 1 TO WS-CHEQUES-05
                   MOVE "SIN CUENTA BANCARIA REGISTRADA"
                                      TO WS-REC-CAUSA-CHEQUE
               WHEN "06"
                   ADD 1 TO WS-CHEQUES-06
                   MOVE "CUENTA NO ACTIVA O NO VIGENTE "
                                      TO WS-REC-CAUSA-CHEQUE
               WHEN OTHER
                   ADD 1 TO WS-CHEQUES-07
                   MOVE "CLABE INVALIDA                "
                                      TO WS-REC-CAUSA-CHEQUE
           END-EVALUATE.
       066-FIN. EXIT.
