       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0036.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   ACTUALIZACION MENSUAL DEL FONDO DE AHORRO. CRUZA EL MAESTRO
      *>   DE EMPLEADOS CON EL MAESTRO DEL FONDO (AHOSALDO), CON LO
      *>   QUE PROG0030 DEJO EN EL HISTORICO DE NOMINA PARA EL
      *>   PERIODO Y CON LAS TRANSACCIONES DEL FONDO (AHOTRAN):
      *>     - LA APORTACION DEL EMPLEADO ES EL DESCUENTO NOM-AHORRO
      *>       DEL PERIODO; LA EMPRESA APORTA EL PORCENTAJE DEL
      *>       CONTRATO SOBRE ESA MISMA CANTIDAD
      *>     - EL INTERES DEL MES SE CALCULA SOBRE EL SALDO ANTERIOR
      *>       (EMPLEADO + EMPRESA + INTERESES) A LA TASA ANUAL / 12
      *>     - EL ABONO AL PRESTAMO (NOM-ABONO-PREST) BAJA EL SALDO
      *>       DEL PRESTAMO; EN CERO SE DA POR PAGADO
      *>     - UN PRESTAMO (TIPO "P") SE OTORGA SOLO A UN EMPLEADO
      *>       ACTIVO, SIN OTRO PRESTAMO VIGENTE, POR NO MAS DE LO
      *>       ACUMULADO EN EL FONDO; EL ABONO FIJO ES EL IMPORTE
      *>       ENTRE EL PLAZO (REDONDEADO HACIA ARRIBA) Y PROG0030
      *>       LO DESCUENTA A PARTIR DE LA SIGUIENTE NOMINA. EL
      *>       PRESTAMO SE ENTREGA POR EL ARCHIVO DEPPREST, MISMO
      *>       FORMATO QUE EL DE DEPOSITOS DE LA NOMINA, A LA CUENTA
      *>       DEL MAESTRO CTABANCO SI ESTA ACTIVA, YA VIGENTE Y CON
      *>       CLABE VALIDA (COMO EN PROG0030); SI NO, SE ENTREGA CON
      *>       CHEQUE POR EL ARCHIVO REEXPPRE CON LA CAUSA, QUE SE
      *>       IMPRIME EN LA LINEA DEL PRESTAMO
      *>   AHO-ULT-PERIODO EVITA QUE UNA RECORRIDA SUME DOS VECES EL
      *>   MISMO MES. UN SALDO CUYO EMPLEADO YA NO ESTA EN EL MAESTRO
      *>   NO SE PIERDE: SE CONSERVA TAL CUAL Y SE LISTA. DEJA EL
      *>   MAESTRO NUEVO (AHONUEVO) Y UN REPORTE CON EL MOVIMIENTO
      *>   POR EMPLEADO, LOS PRESTAMOS Y LOS TOTALES; CON PRESTAMOS
      *>   RECHAZADOS O SALDOS SIN EMPLEADO TERMINA CON RETURN-CODE 4.
      *>   CORRE DESPUES DE PROG0030; LA LIQUIDACION ANUAL ES PROG0037.
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
           SELECT NOMHIST         ASSIGN TO UT-S-NOMHIST.
           SELECT NOM-ORDENADO    ASSIGN TO UT-S-NOMORD.
           SELECT WORK-ORD-NOM    ASSIGN TO UT-S-WRKNOM.
           SELECT AHOTRAN         ASSIGN TO UT-S-AHOTRAN.
           SELECT AHO-ORDENADO    ASSIGN TO UT-S-AHOORD.
           SELECT WORK-ORD-AHO    ASSIGN TO UT-S-WRKAHO.
           SELECT OPTIONAL
                  AHOSALDO        ASSIGN TO UT-S-AHOSALDO
                                  FILE STATUS IS WS-STATUS-SALDO.
           SELECT AHONUEVO        ASSIGN TO UT-S-AHONUEVO.
           SELECT DEPOSITO        ASSIGN TO UT-S-DEPPREST.
           SELECT CTABANCO        ASSIGN TO UT-S-CTABANCO.
           SELECT REEXPIDE        ASSIGN TO UT-S-REEXPPRE.
           SELECT AHOREPOR        ASSIGN TO US-S-AHOREPOR.
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

       FD  AHOTRAN
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOTRAN-ENT.
       01  REG-AHOTRAN-ENT         PIC X(40).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - TRANSACCIONES DEL FONDO POR
      *>   NUMERO DE EMPLEADO Y FECHA
      *>----------------------------------------------------------------
       SD  WORK-ORD-AHO.
       01  WORK-REG-AHOTRAN.
           05 WORK-ATR-NUMERO      PIC 9(05).
           05 FILLER               PIC X(13).
           05 WORK-ATR-FECHA       PIC 9(08).
           05 FILLER               PIC X(14).

       FD  AHO-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOTRAN.
           COPY CPAHTREG.

       FD  AHOSALDO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOSALDO.
           COPY CPAHOREG.

       FD  AHONUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHONUEVO.
       01  REG-AHONUEVO            PIC X(80).

      *>----------------------------------------------------------------
      *>   DEPOSITO - ENTREGA DE LOS PRESTAMOS OTORGADOS, MISMO FORMATO
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
      *>   REEXPIDE (REEXPPRE) - UN REGISTRO POR PRESTAMO QUE SE
      *>   ENTREGA CON CHEQUE, CON LA CAUSA: "05" SIN CUENTA EN
      *>   CTABANCO, "06" CUENTA NO ACTIVA O AUN NO VIGENTE, "07"
      *>   CLABE INVALIDA. MISMO FORMATO QUE EL REEXPNOM DE PROG0030
      *>----------------------------------------------------------------
       FD  REEXPIDE
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REEXPIDE.
       01  REG-REEXPIDE            PIC X(50).

       FD  AHOREPOR
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOREPOR.
       01  REG-AHOREPOR            PIC X(132).

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
           05 WS-REG-AHO-SALIDA.
               10 WS-ASA-NUMERO         PIC 9(05).
               10 WS-ASA-ANIO-CICLO     PIC 9(04).
               10 WS-ASA-SALDO-EMPLEADO PIC 9(07)V99.
               10 WS-ASA-SALDO-EMPRESA  PIC 9(07)V99.
               10 WS-ASA-SALDO-INTERES  PIC 9(07)V99.
               10 WS-ASA-PREST-SALDO    PIC 9(07)V99.
               10 WS-ASA-PREST-ABONO    PIC 9(07)V99.
               10 WS-ASA-PREST-FECHA    PIC 9(08).
               10 WS-ASA-ULT-PERIODO.
                   15 WS-ASA-ULT-ANIO   PIC 9(04).
                   15 WS-ASA-ULT-MES    PIC 9(02).
               10 FILLER                PIC X(12).
           05 WS-STATUS-SALDO        PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CONTROL      PIC X(02)  VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)  VALUE SPACES.
           05 SW-CTL-YA-CORRIO       PIC X(03)  VALUE "NO ".
           05 SW-CTL-PREVIO-OK       PIC X(03)  VALUE "NO ".
           05 SW-CTL-DETENER         PIC X(03)  VALUE "NO ".
           05 SW-CTL-QNA1-VISTA      PIC X(03)  VALUE "NO ".
           05 SW-CTL-QNA2-OK         PIC X(03)  VALUE "NO ".
           05 WS-CTL-PREVIO-PROG     PIC X(08)  VALUE "PROG0030".
           05 WS-CTL-PER-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)  VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-HORA.
               10 WS-CTL-HORA-HHMMSS PIC 9(06).
               10 FILLER             PIC 9(02).
           05 SW-SALDO-ABIERTO       PIC X(03)  VALUE "NO ".
           05 SW-SALDO-NUEVO         PIC X(03)  VALUE "NO ".
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-SALDO           PIC X(03)  VALUE SPACES.
           05 SW-FIN-TRAN            PIC X(03)  VALUE SPACES.
           05 SW-FIN-NOMINA          PIC X(03)  VALUE SPACES.
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-SALDO         PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-TRAN          PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-NOMINA        PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-PERIODO-CORRIDA.
               10 WS-PCO-ANIO        PIC 9(04)  VALUE ZEROS.
               10 WS-PCO-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-PCT-APORTA-EMPRESA  PIC 9(03)V99 VALUE 100.
           05 WS-TASA-INTERES-ANUAL  PIC 9(02)V99 VALUE 6.
           05 WS-MAX-PLAZO           PIC 9(03)  VALUE 12.
           05 WS-IMP-APORTA          PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-EMPRESA         PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-INTERES         PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-ABONO           PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-FONDO           PIC 9(08)V99 VALUE ZEROS.
           05 WS-IMP-RESTO           PIC 9(07)V99 VALUE ZEROS.
           05 WS-MOTIVO-RECHAZO      PIC X(24)  VALUE SPACES.
           05 WS-OBSERVACION         PIC X(15)  VALUE SPACES.
           05 WS-TOT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-SALDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-NUEVOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-HUERFANOS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-YA-APLICADOS    PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-OTORGADOS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADOS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-PAGADOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-APORTA          PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-EMPRESA         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-INTERES         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ABONOS          PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-PRESTADO        PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-FONDO           PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-CARTERA         PIC 9(09)V99 VALUE ZEROS.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 20.
           05 WS-REPORTE-DIA         PIC 9(02)  VALUE ZEROS.
           05 WS-REPORTE-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-REPORTE-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).
           05 WS-FECHA-REPORTE.
               10 WS-FRE-ANIO        PIC 9(04).
               10 WS-FRE-MES         PIC 9(02).
               10 WS-FRE-DIA         PIC 9(02).
           05 SW-FIN-CUENTAS         PIC X(03)  VALUE SPACES.
           05 SW-CUENTA-VALIDA       PIC X(03)  VALUE "NO ".
           05 WS-CUENTAS-PERDIDAS    PIC 9(05)  VALUE ZEROS.
           05 WS-CAUSA-CHEQUE        PIC X(02)  VALUE SPACES.
           05 WS-FECHA-CORRIDA       PIC 9(08)  VALUE ZEROS.
           05 WS-DEPOSITADOS         PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES             PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES-05          PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES-06          PIC 9(05)  VALUE ZEROS.
           05 WS-CHEQUES-07          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-DEPOSITADO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-CHEQUES         PIC 9(09)V99 VALUE ZEROS.

       COPY CPPARAM.
       COPY CPCTATAB.

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

       01  WS-TITULO-AHO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(38)
              VALUE "FONDO DE AHORRO - MOVIMIENTO MENSUAL -".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-TIT-FEC-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO     PIC 9(04).
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA       PIC ZZ9.
           05 FILLER              PIC X(61)      VALUE SPACES.

       01  WS-GUIONES-AHO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(130)     VALUE ALL "-".
           05 FILLER              PIC X(01)      VALUE SPACES.

       01  WS-SUB-TITULO-AHO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(06)      VALUE "NUMERO".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE "NOMBRE".
           05 FILLER              PIC X(12)      VALUE "APORTACION  ".
           05 FILLER              PIC X(12)      VALUE "   EMPRESA  ".
           05 FILLER              PIC X(12)      VALUE "   INTERES  ".
           05 FILLER              PIC X(12)      VALUE "     ABONO  ".
           05 FILLER              PIC X(14)      VALUE " SALDO FONDO  ".
           05 FILLER              PIC X(14)      VALUE "SDO.PRESTAMO  ".
           05 FILLER              PIC X(15)      VALUE "OBSERVACION".
           05 FILLER              PIC X(02)      VALUE SPACES.

       01  WS-DET-EMPLEADO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-NOMBRE       PIC X(30).
           05 WS-DEM-APORTA       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-EMPRESA      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-INTERES      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-ABONO        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-SALDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-PRESTAMO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEM-OBSERVA      PIC X(15).
           05 FILLER              PIC X(02)      VALUE SPACES.

       01  WS-DET-PRESTAMO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DPR-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DPR-NOMBRE       PIC X(30).
           05 FILLER              PIC X(10)      VALUE "PRESTAMO: ".
           05 WS-DPR-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)      VALUE "  PLAZO: ".
           05 WS-DPR-PLAZO        PIC ZZ9.
           05 FILLER              PIC X(09)      VALUE "  ABONO: ".
           05 WS-DPR-ABONO        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DPR-RESULTADO    PIC X(10).
           05 WS-DPR-MOTIVO       PIC X(24).
           05 FILLER              PIC X(04)      VALUE SPACES.

       01  WS-DET-TRAN-INVALIDA.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-INV-REGISTRO     PIC X(40).
           05 FILLER              PIC X(42)
              VALUE "  ** MOVIMIENTO ILEGIBLE - NO NUMERICO **".
           05 FILLER              PIC X(48)      VALUE SPACES.

       01  WS-DET-HUERFANO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHU-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "** SALDO SIN EMPLEADO EN EL  ".
           05 FILLER              PIC X(30)
              VALUE "MAESTRO - SE CONSERVA **     ".
           05 WS-DHU-SALDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHU-PRESTAMO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(37)      VALUE SPACES.

       01  WS-SECCION-TOTALES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "TOTALES DE LA ACTUALIZACION DEL FONDO       ".
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

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           MOVE WS-REPORTE-ANIO TO WS-CTL-PER-ANIO
                                   WS-PCO-ANIO
           MOVE WS-REPORTE-MES  TO WS-CTL-PER-MES
                                   WS-PCO-MES
           IF NOT WS-PARM-ES-MENSUAL
               DISPLAY "PROG0036: PASO MENSUAL - NO CORRE CON QUINCENA "
                       "EN LA TARJETA DE PARAMETROS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA
           PERFORM 013-CHECA-CONTROL THRU 013-FIN
           IF SW-CTL-DETENER EQUAL "SI "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "INICIO" TO WS-CTL-EVENTO
           MOVE SPACES   TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 160-CARGA-CUENTAS   THRU 160-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 040-LEE-MAESTRO     THRU 040-FIN
           PERFORM 041-LEE-SALDO       THRU 041-FIN
           PERFORM 042-LEE-AHOTRAN     THRU 042-FIN
           PERFORM 043-LEE-NOMINA      THRU 043-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN-MAESTRO EQUAL "FIN" AND
                     SW-FIN-TRAN    EQUAL "FIN"
           PERFORM 112-CONSERVA-HUERFANO THRU 112-FIN
               UNTIL SW-FIN-SALDO EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           MOVE "FIN   " TO WS-CTL-EVENTO
           MOVE "LIMPIO" TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           SORT WORK-ORD-NOM
               ON ASCENDING KEY WORK-NOM-NUMERO
               ON ASCENDING KEY WORK-NOM-PERIODO
               USING NOMHIST
               GIVING NOM-ORDENADO
           SORT WORK-ORD-AHO
               ON ASCENDING KEY WORK-ATR-NUMERO
               ON ASCENDING KEY WORK-ATR-FECHA
               USING AHOTRAN
               GIVING AHO-ORDENADO
           OPEN INPUT EMPLEADOS
                      NOM-ORDENADO
                      AHO-ORDENADO
                OUTPUT AHONUEVO
                       DEPOSITO
                       REEXPIDE
                       AHOREPOR
           MOVE "NO " TO SW-SALDO-ABIERTO
           OPEN INPUT AHOSALDO
           IF WS-STATUS-SALDO EQUAL "00"
               MOVE "SI " TO SW-SALDO-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN-SALDO
               MOVE HIGH-VALUES TO WS-CLAVE-SALDO
           END-IF.
       020-FIN. EXIT.
       015-LEE-PARAMETROS.
           MOVE "N"          TO WS-PARM-FECHA-SW
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-QUINCENA
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
      *>   016 - LA FECHA DE LA CORRIDA (Y CON ELLA EL PERIODO AAAAMM
      *>   DEL HISTORICO DE NOMINA QUE SE APLICA AL FONDO) SE
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
           END-IF
           MOVE WS-REPORTE-ANIO TO WS-FRE-ANIO
           MOVE WS-REPORTE-MES  TO WS-FRE-MES
           MOVE WS-REPORTE-DIA  TO WS-FRE-DIA.
       016-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: EL FONDO NO SE
      *>   ACTUALIZA SI PROG0030 NO TERMINO LIMPIO EN ESTE PERIODO,
      *>   NI SE REPITE SALVO CON LA MARCA DE RECORRIDA ("R"); EN
      *>   AMBOS CASOS TERMINA CON RETURN-CODE 8. SI EL MES TUVO
      *>   NOMINA QUINCENAL, LA SEGUNDA QUINCENA DE PROG0030 TAMBIEN
      *>   DEBE HABER TERMINADO LIMPIO, PARA QUE EL HISTORICO DEL MES
      *>   TRAIGA LAS DOS
      *>----------------------------------------------------------------
       013-CHECA-CONTROL.
           MOVE "NO " TO SW-CTL-YA-CORRIO
                         SW-CTL-PREVIO-OK
                         SW-CTL-DETENER
                         SW-CTL-QNA1-VISTA
                         SW-CTL-QNA2-OK
           MOVE SPACES TO SW-FIN-CONTROL
           OPEN INPUT CTLCORR
           IF WS-STATUS-CONTROL EQUAL "00"
               PERFORM 019-LEE-CONTROL THRU 019-FIN
                   UNTIL SW-FIN-CONTROL EQUAL "FIN"
               CLOSE CTLCORR
           END-IF
           IF WS-CTL-PREVIO-PROG NOT EQUAL SPACES AND
              SW-CTL-PREVIO-OK EQUAL "NO "
               DISPLAY "PROG0036: EL PASO ANTERIOR ("
                       WS-CTL-PREVIO-PROG
                       ") NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-YA-CORRIO EQUAL "SI " AND
              NOT WS-PARM-ES-RECORRIDA
               DISPLAY "PROG0036: PASO YA TERMINADO EN EL PERIODO - "
                       "USAR LA MARCA DE RECORRIDA PARA REPETIRLO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-QNA1-VISTA EQUAL "SI " AND
              SW-CTL-QNA2-OK EQUAL "NO "
               DISPLAY "PROG0036: LA SEGUNDA QUINCENA DE PROG0030 "
                       "NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF.
       013-FIN. EXIT.
       019-LEE-CONTROL.
           READ CTLCORR
               AT END
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-PROGRAMA EQUAL "PROG0030"
                       IF CTL-QUINCENA EQUAL "1"
                           MOVE "SI " TO SW-CTL-QNA1-VISTA
                       END-IF
                       IF CTL-QUINCENA EQUAL "2" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-QNA2-OK
                       END-IF
                   END-IF
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0036" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
                       END-IF
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
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0036"       TO CTL-PROGRAMA
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
           MOVE WS-REPORTE-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-FEC-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-AHOREPOR FROM WS-TITULO-AHO
                                    AFTER ADVANCING PAGE
           WRITE REG-AHOREPOR FROM WS-GUIONES-AHO AFTER ADVANCING 1
           WRITE REG-AHOREPOR FROM WS-SUB-TITULO-AHO
                                    AFTER ADVANCING 1
           WRITE REG-AHOREPOR FROM WS-GUIONES-AHO
                                    AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS.
       030-FIN. EXIT.
       035-VERIFICA-SALTO.
           ADD 1 TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       035-FIN. EXIT.
       040-LEE-MAESTRO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "FIN"        TO SW-FIN-MAESTRO
                   MOVE HIGH-VALUES  TO WS-CLAVE-MAESTRO
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   MOVE WS-NUMERO-EMP TO WS-CLAVE-MAESTRO
           END-READ.
       040-FIN. EXIT.
       041-LEE-SALDO.
           IF SW-SALDO-ABIERTO EQUAL "NO "
               GO TO 041-FIN
           END-IF
           READ AHOSALDO
               AT END
                   MOVE "FIN"        TO SW-FIN-SALDO
                   MOVE HIGH-VALUES  TO WS-CLAVE-SALDO
               NOT AT END
                   MOVE AHO-NUMERO   TO WS-CLAVE-SALDO
           END-READ.
       041-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   042 - AHOTRAN ES CAPTURA MANUAL: UN MOVIMIENTO CON NUMERO,
      *>   IMPORTE O PLAZO NO NUMERICOS SE RECHAZA AL LISTADO Y SE
      *>   SIGUE LEYENDO (MISMO CRITERIO QUE 042-LEE-VACTRAN DE
      *>   PROG0085)
      *>----------------------------------------------------------------
       042-LEE-AHOTRAN.
           READ AHO-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-TRAN
                   MOVE HIGH-VALUES  TO WS-CLAVE-TRAN
               NOT AT END
                   IF ATR-NUMERO IS NOT NUMERIC OR
                      ATR-IMPORTE IS NOT NUMERIC OR
                      ATR-PLAZO IS NOT NUMERIC
                       ADD 1 TO WS-TOT-RECHAZADOS
                       MOVE REG-AHOTRAN TO WS-INV-REGISTRO
                       WRITE REG-AHOREPOR FROM WS-DET-TRAN-INVALIDA
                                                AFTER ADVANCING 1
                       PERFORM 035-VERIFICA-SALTO THRU 035-FIN
                       GO TO 042-LEE-AHOTRAN
                   END-IF
                   MOVE ATR-NUMERO TO WS-CLAVE-TRAN
           END-READ.
       042-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   043 - DEL HISTORICO SOLO INTERESA EL PERIODO DE LA CORRIDA;
      *>   LOS DEMAS PERIODOS YA SE APLICARON EN SU MES
      *>----------------------------------------------------------------
       043-LEE-NOMINA.
           READ NOM-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-NOMINA
                   MOVE HIGH-VALUES  TO WS-CLAVE-NOMINA
               NOT AT END
                   IF NOM-PER-ANIO NOT EQUAL WS-PCO-ANIO OR
                      NOM-PER-MES NOT EQUAL WS-PCO-MES
                       GO TO 043-LEE-NOMINA
                   END-IF
                   MOVE NOM-NUMERO TO WS-CLAVE-NOMINA
           END-READ.
       043-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   050 - CRUCE MAESTRO / TRANSACCIONES, MISMO ESQUEMA QUE
      *>   050-PROCESA DE PROG0085; EL SALDO DEL FONDO Y EL HISTORICO
      *>   SE EMPAREJAN DENTRO DE 100
      *>----------------------------------------------------------------
       050-PROCESA.
           EVALUATE TRUE
               WHEN WS-CLAVE-MAESTRO LESS THAN WS-CLAVE-TRAN
                   PERFORM 100-PROCESA-EMPLEADO THRU 100-FIN
                   PERFORM 040-LEE-MAESTRO      THRU 040-FIN
               WHEN WS-CLAVE-MAESTRO GREATER THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-TRAN TO WS-CLAVE-PROCESO
                   MOVE "EMPLEADO NO EXISTE      " TO WS-MOTIVO-RECHAZO
                   PERFORM 054-RECHAZA-TRANS    THRU 054-FIN
               WHEN OTHER
                   PERFORM 100-PROCESA-EMPLEADO THRU 100-FIN
                   PERFORM 040-LEE-MAESTRO      THRU 040-FIN
           END-EVALUATE.
       050-FIN. EXIT.
       054-RECHAZA-TRANS.
           PERFORM 056-RECHAZA-UNA THRU 056-FIN
               UNTIL WS-CLAVE-TRAN NOT EQUAL WS-CLAVE-PROCESO.
       054-FIN. EXIT.
       056-RECHAZA-UNA.
           ADD 1 TO WS-TOT-RECHAZADOS
           MOVE SPACES      TO WS-DPR-NOMBRE
           MOVE ZEROS       TO WS-DPR-ABONO
           MOVE "RECHAZADO" TO WS-DPR-RESULTADO
           MOVE WS-MOTIVO-RECHAZO TO WS-DPR-MOTIVO
           PERFORM 058-LISTA-PRESTAMO THRU 058-FIN
           PERFORM 042-LEE-AHOTRAN THRU 042-FIN.
       056-FIN. EXIT.
       058-LISTA-PRESTAMO.
           MOVE ATR-NUMERO      TO WS-DPR-NUMERO
           MOVE ATR-IMPORTE     TO WS-DPR-IMPORTE
           MOVE ATR-PLAZO       TO WS-DPR-PLAZO
           WRITE REG-AHOREPOR FROM WS-DET-PRESTAMO
                                    AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       058-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   100 - UN EMPLEADO DEL MAESTRO: SALDO ANTERIOR, LO QUE LA
      *>   NOMINA DEL PERIODO LE DESCONTO, SUS PRESTAMOS Y EL SALDO
      *>   NUEVO
      *>----------------------------------------------------------------
       100-PROCESA-EMPLEADO.
           MOVE WS-CLAVE-MAESTRO TO WS-CLAVE-PROCESO
           MOVE SPACES           TO WS-OBSERVACION
           PERFORM 110-UBICA-SALDO     THRU 110-FIN
           PERFORM 120-SUMA-NOMINA     THRU 120-FIN
           PERFORM 130-ACTUALIZA-SALDO THRU 130-FIN
           PERFORM 140-APLICA-TRANS    THRU 140-FIN
               UNTIL WS-CLAVE-TRAN NOT EQUAL WS-CLAVE-PROCESO
           PERFORM 150-GRABA-SALDO     THRU 150-FIN.
       100-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   110 - AVANZA EL MAESTRO DEL FONDO HASTA LA CLAVE DEL
      *>   EMPLEADO EN PROCESO; SI NO TIENE SALDO SE ABRE UNO NUEVO
      *>   EN EL CICLO DEL ANIO DE LA CORRIDA
      *>----------------------------------------------------------------
       110-UBICA-SALDO.
           PERFORM 112-CONSERVA-HUERFANO THRU 112-FIN
               UNTIL WS-CLAVE-SALDO NOT LESS THAN WS-CLAVE-PROCESO
           IF WS-CLAVE-SALDO EQUAL WS-CLAVE-PROCESO
               MOVE REG-AHOSALDO  TO WS-REG-AHO-SALIDA
               MOVE "NO "         TO SW-SALDO-NUEVO
               PERFORM 041-LEE-SALDO THRU 041-FIN
           ELSE
               MOVE SPACES        TO WS-REG-AHO-SALIDA
               MOVE WS-CLAVE-PROCESO TO WS-ASA-NUMERO
               MOVE WS-PCO-ANIO   TO WS-ASA-ANIO-CICLO
               MOVE ZEROS         TO WS-ASA-SALDO-EMPLEADO
                                     WS-ASA-SALDO-EMPRESA
                                     WS-ASA-SALDO-INTERES
                                     WS-ASA-PREST-SALDO
                                     WS-ASA-PREST-ABONO
                                     WS-ASA-PREST-FECHA
                                     WS-ASA-ULT-ANIO
                                     WS-ASA-ULT-MES
               MOVE "SI "         TO SW-SALDO-NUEVO
               MOVE "NUEVO"       TO WS-OBSERVACION
           END-IF.
       110-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   112 - SALDO DEL FONDO CUYO EMPLEADO YA NO ESTA EN EL
      *>   MAESTRO: EL DINERO ES DEL TRABAJADOR, ASI QUE SE PASA TAL
      *>   CUAL AL MAESTRO NUEVO Y SE LISTA PARA QUE HR LO ACLARE
      *>----------------------------------------------------------------
       112-CONSERVA-HUERFANO.
           WRITE REG-AHONUEVO FROM REG-AHOSALDO
           ADD 1 TO WS-TOT-SALDOS
                    WS-TOT-HUERFANOS
           COMPUTE WS-IMP-FONDO = AHO-SALDO-EMPLEADO +
                   AHO-SALDO-EMPRESA + AHO-SALDO-INTERES
           ADD WS-IMP-FONDO    TO WS-TOT-FONDO
           ADD AHO-PREST-SALDO TO WS-TOT-CARTERA
           MOVE AHO-NUMERO      TO WS-DHU-NUMERO
           MOVE WS-IMP-FONDO    TO WS-DHU-SALDO
           MOVE AHO-PREST-SALDO TO WS-DHU-PRESTAMO
           WRITE REG-AHOREPOR FROM WS-DET-HUERFANO AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           PERFORM 041-LEE-SALDO THRU 041-FIN.
       112-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   120 - APORTACION Y ABONO AL PRESTAMO QUE LA NOMINA DEL
      *>   PERIODO LE DESCONTO AL EMPLEADO (ORDINARIA Y FINIQUITO)
      *>----------------------------------------------------------------
       120-SUMA-NOMINA.
           MOVE ZEROS TO WS-IMP-APORTA
                         WS-IMP-ABONO
           PERFORM 122-DESCARTA-NOMINA THRU 122-FIN
               UNTIL WS-CLAVE-NOMINA NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 124-ACUMULA-NOMINA THRU 124-FIN
               UNTIL WS-CLAVE-NOMINA NOT EQUAL WS-CLAVE-PROCESO.
       120-FIN. EXIT.
       122-DESCARTA-NOMINA.
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       122-FIN. EXIT.
       124-ACUMULA-NOMINA.
           ADD NOM-AHORRO      TO WS-IMP-APORTA
           ADD NOM-ABONO-PREST TO WS-IMP-ABONO
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       124-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   130 - INTERES SOBRE EL SALDO ANTERIOR, APORTACIONES DEL
      *>   PERIODO Y ABONO AL PRESTAMO. SI EL PERIODO YA SE APLICO
      *>   (RECORRIDA) EL SALDO SE DEJA COMO ESTA.
      *>----------------------------------------------------------------
       130-ACTUALIZA-SALDO.
           IF SW-SALDO-NUEVO EQUAL "NO " AND
              WS-ASA-ULT-PERIODO NOT LESS THAN WS-PERIODO-CORRIDA
               ADD 1 TO WS-TOT-YA-APLICADOS
               MOVE ZEROS         TO WS-IMP-APORTA
                                     WS-IMP-EMPRESA
                                     WS-IMP-INTERES
                                     WS-IMP-ABONO
               MOVE "YA APLICADO" TO WS-OBSERVACION
               GO TO 130-FIN
           END-IF
           COMPUTE WS-IMP-INTERES ROUNDED =
                   (WS-ASA-SALDO-EMPLEADO + WS-ASA-SALDO-EMPRESA +
                    WS-ASA-SALDO-INTERES) * WS-TASA-INTERES-ANUAL /
                   1200
           COMPUTE WS-IMP-EMPRESA ROUNDED =
                   WS-IMP-APORTA * WS-PCT-APORTA-EMPRESA / 100
           ADD WS-IMP-APORTA  TO WS-ASA-SALDO-EMPLEADO
           ADD WS-IMP-EMPRESA TO WS-ASA-SALDO-EMPRESA
           ADD WS-IMP-INTERES TO WS-ASA-SALDO-INTERES
           IF WS-IMP-ABONO GREATER THAN WS-ASA-PREST-SALDO
               MOVE WS-ASA-PREST-SALDO TO WS-IMP-ABONO
           END-IF
           IF WS-IMP-ABONO GREATER THAN ZERO
               SUBTRACT WS-IMP-ABONO FROM WS-ASA-PREST-SALDO
               IF WS-ASA-PREST-SALDO EQUAL ZERO
                   MOVE ZEROS TO WS-ASA-PREST-ABONO
                                 WS-ASA-PREST-FECHA
                   ADD 1 TO WS-TOT-PAGADOS
                   MOVE "PRESTAMO PAGADO" TO WS-OBSERVACION
               END-IF
           END-IF
           MOVE WS-PERIODO-CORRIDA TO WS-ASA-ULT-PERIODO
           ADD WS-IMP-APORTA  TO WS-TOT-APORTA
           ADD WS-IMP-EMPRESA TO WS-TOT-EMPRESA
           ADD WS-IMP-INTERES TO WS-TOT-INTERES
           ADD WS-IMP-ABONO   TO WS-TOT-ABONOS.
       130-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   140 - SOLICITUD DE PRESTAMO CONTRA EL FONDO. EL TOPE ES LO
      *>   ACUMULADO (EMPLEADO + EMPRESA + INTERESES) YA CON EL MES;
      *>   EL ABONO FIJO SE REDONDEA AL CENTAVO HACIA ARRIBA PARA QUE
      *>   EL PRESTAMO QUEDE PAGADO EN EL PLAZO
      *>----------------------------------------------------------------
       140-APLICA-TRANS.
           COMPUTE WS-IMP-FONDO = WS-ASA-SALDO-EMPLEADO +
                   WS-ASA-SALDO-EMPRESA + WS-ASA-SALDO-INTERES
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           EVALUATE TRUE
               WHEN WS-STATUS-EMP NOT EQUAL 1
                   MOVE "EMPLEADO NO ACTIVO      " TO WS-MOTIVO-RECHAZO
               WHEN NOT ATR-ES-PRESTAMO
                   MOVE "TIPO DE MOVIMIENTO MALO " TO WS-MOTIVO-RECHAZO
               WHEN ATR-IMPORTE NOT GREATER THAN ZERO
                   MOVE "IMPORTE EN CERO         " TO WS-MOTIVO-RECHAZO
               WHEN ATR-PLAZO LESS THAN 1 OR
                    ATR-PLAZO GREATER THAN WS-MAX-PLAZO
                   MOVE "PLAZO FUERA DE RANGO    " TO WS-MOTIVO-RECHAZO
               WHEN WS-ASA-PREST-SALDO GREATER THAN ZERO
                   MOVE "YA TIENE PRESTAMO       " TO WS-MOTIVO-RECHAZO
               WHEN ATR-IMPORTE GREATER THAN WS-IMP-FONDO
                   MOVE "EXCEDE SALDO DEL FONDO  " TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-NOMBRE-EMP TO WS-DPR-NOMBRE
           IF WS-MOTIVO-RECHAZO NOT EQUAL SPACES
               ADD 1 TO WS-TOT-RECHAZADOS
               MOVE ZEROS       TO WS-DPR-ABONO
               MOVE "RECHAZADO" TO WS-DPR-RESULTADO
               MOVE WS-MOTIVO-RECHAZO TO WS-DPR-MOTIVO
           ELSE
               MOVE ATR-IMPORTE TO WS-ASA-PREST-SALDO
               DIVIDE ATR-IMPORTE BY ATR-PLAZO
                   GIVING WS-ASA-PREST-ABONO
                   REMAINDER WS-IMP-RESTO
               IF WS-IMP-RESTO GREATER THAN ZERO
                   ADD 0.01 TO WS-ASA-PREST-ABONO
               END-IF
               IF ATR-FECHA IS NUMERIC AND
                  ATR-FECHA GREATER THAN ZERO
                   MOVE ATR-FECHA        TO WS-ASA-PREST-FECHA
               ELSE
                   MOVE WS-FECHA-REPORTE TO WS-ASA-PREST-FECHA
               END-IF
               ADD 1 TO WS-TOT-OTORGADOS
               ADD ATR-IMPORTE TO WS-TOT-PRESTADO
               MOVE WS-ASA-PREST-ABONO TO WS-DPR-ABONO
               MOVE "OTORGADO"  TO WS-DPR-RESULTADO
               MOVE SPACES      TO WS-DPR-MOTIVO
               PERFORM 145-GRABA-DEPOSITO THRU 145-FIN
               MOVE "PRESTAMO NUEVO" TO WS-OBSERVACION
           END-IF
           PERFORM 058-LISTA-PRESTAMO THRU 058-FIN
           PERFORM 042-LEE-AHOTRAN THRU 042-FIN.
       140-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   145 - SIN CUENTA ACTIVA, VIGENTE Y CON CLABE VALIDA NO HAY
      *>   DEPOSITO: EL PRESTAMO SE ENTREGA CON CHEQUE Y LA CAUSA SE
      *>   IMPRIME EN LA LINEA DEL PRESTAMO
      *>----------------------------------------------------------------
       145-GRABA-DEPOSITO.
           PERFORM 162-BUSCA-CUENTA THRU 162-FIN
           IF SW-CUENTA-VALIDA EQUAL "NO "
               PERFORM 166-GRABA-CHEQUE THRU 166-FIN
               GO TO 145-FIN
           END-IF
           MOVE WS-NUMERO-EMP TO WS-DEP-NUMERO
           MOVE WS-NOMBRE-EMP TO WS-DEP-NOMBRE
           MOVE ATR-IMPORTE   TO WS-DEP-NETO
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-DEP-CLABE
           MOVE WS-REPORTE-ANIO TO WS-DEP-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-DEP-PER-MES
           MOVE SPACE           TO WS-DEP-QUINCENA
           WRITE REG-DEPOSITO FROM WS-DEP-DETALLE
           ADD 1           TO WS-DEPOSITADOS
           ADD ATR-IMPORTE TO WS-TOT-DEPOSITADO.
       145-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   150 - SE GRABA EL SALDO SI HAY ALGO EN EL FONDO O UN
      *>   PRESTAMO VIGENTE; UN EMPLEADO SIN NADA NO OCUPA REGISTRO
      *>----------------------------------------------------------------
       150-GRABA-SALDO.
           COMPUTE WS-IMP-FONDO = WS-ASA-SALDO-EMPLEADO +
                   WS-ASA-SALDO-EMPRESA + WS-ASA-SALDO-INTERES
           IF WS-IMP-FONDO EQUAL ZERO AND
              WS-ASA-PREST-SALDO EQUAL ZERO
               GO TO 150-FIN
           END-IF
           WRITE REG-AHONUEVO FROM WS-REG-AHO-SALIDA
           ADD 1 TO WS-TOT-SALDOS
           IF SW-SALDO-NUEVO EQUAL "SI "
               ADD 1 TO WS-TOT-NUEVOS
           END-IF
           ADD WS-IMP-FONDO       TO WS-TOT-FONDO
           ADD WS-ASA-PREST-SALDO TO WS-TOT-CARTERA
           IF WS-STATUS-EMP NOT EQUAL 1 AND
              WS-OBSERVACION EQUAL SPACES
               MOVE "NO ACTIVO"   TO WS-OBSERVACION
           END-IF
           MOVE WS-NUMERO-EMP      TO WS-DEM-NUMERO
           MOVE WS-NOMBRE-EMP      TO WS-DEM-NOMBRE
           MOVE WS-IMP-APORTA      TO WS-DEM-APORTA
           MOVE WS-IMP-EMPRESA     TO WS-DEM-EMPRESA
           MOVE WS-IMP-INTERES     TO WS-DEM-INTERES
           MOVE WS-IMP-ABONO       TO WS-DEM-ABONO
           MOVE WS-IMP-FONDO       TO WS-DEM-SALDO
           MOVE WS-ASA-PREST-SALDO TO WS-DEM-PRESTAMO
           MOVE WS-OBSERVACION     TO WS-DEM-OBSERVA
           WRITE REG-AHOREPOR FROM WS-DET-EMPLEADO AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       150-FIN. EXIT.
       060-FINAL.
           WRITE REG-AHOREPOR FROM WS-SECCION-TOTALES
                                    AFTER ADVANCING 2
           WRITE REG-AHOREPOR FROM WS-GUIONES-AHO AFTER ADVANCING 1
           MOVE "EMPLEADOS LEIDOS          : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-LEIDOS       TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SALDOS GRABADOS           : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-SALDOS       TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SALDOS NUEVOS             : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-NUEVOS       TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SALDOS SIN EMPLEADO       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-HUERFANOS    TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PERIODO YA APLICADO       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-YA-APLICADOS TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PRESTAMOS OTORGADOS       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-OTORGADOS    TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PRESTAMOS POR DEPOSITO    : " TO WS-DCN-CONCEPTO
           MOVE WS-DEPOSITADOS     TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PRESTAMOS CON CHEQUE      : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES         TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  SIN CUENTA BANCARIA (05): " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-05      TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CUENTA NO VIGENTE (06)  : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-06      TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CLABE INVALIDA (07)     : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-07      TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "MOVIMIENTOS RECHAZADOS    : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-RECHAZADOS   TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PRESTAMOS PAGADOS         : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-PAGADOS      TO WS-DCN-CANTIDAD
           WRITE REG-AHOREPOR FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "APORTACION EMPLEADOS      : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-APORTA       TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "APORTACION EMPRESA        : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-EMPRESA      TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "INTERESES DEL PERIODO     : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-INTERES      TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "ABONOS A PRESTAMOS        : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-ABONOS       TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "PRESTAMOS OTORGADOS       : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-PRESTADO     TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  DEPOSITADO EN CUENTA    : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-DEPOSITADO  TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  ENTREGADO CON CHEQUE    : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-CHEQUES     TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "SALDO TOTAL DEL FONDO     : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-FONDO        TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "CARTERA DE PRESTAMOS      : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-CARTERA      TO WS-DMO-IMPORTE
           WRITE REG-AHOREPOR FROM WS-DET-MONTO AFTER ADVANCING 1
           IF WS-TOT-RECHAZADOS GREATER THAN ZERO OR
              WS-TOT-HUERFANOS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-SALDO-ABIERTO EQUAL "SI "
               CLOSE AHOSALDO
           END-IF
           CLOSE EMPLEADOS
                 NOM-ORDENADO
                 AHO-ORDENADO
                 AHONUEVO
                 DEPOSITO
                 REEXPIDE
                 AHOREPOR.
       060-FIN. EXIT.
       160-CARGA-CUENTAS.
           COMPUTE WS-FECHA-CORRIDA = WS-REPORTE-ANIO * 10000 +
                   WS-REPORTE-MES * 100 + WS-REPORTE-DIA
           OPEN INPUT CTABANCO
           PERFORM 161-LEE-CUENTA THRU 161-FIN
                                     UNTIL SW-FIN-CUENTAS EQUAL "FIN"
           CLOSE CTABANCO
           IF WS-CUENTAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0036: CUENTAS BANCARIAS NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: " WS-CUENTAS-PERDIDAS
           END-IF.
       160-FIN. EXIT.
       161-LEE-CUENTA.
           READ CTABANCO
               AT END
                   MOVE "FIN" TO SW-FIN-CUENTAS
               NOT AT END
                   IF WS-TAB-CTA-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-CUENTAS-PERDIDAS
                       GO TO 161-FIN
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
       161-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   162 - LA CUENTA SIRVE SI ESTA ACTIVA, RIGE A LA FECHA DE LA
      *>   CORRIDA Y LA CLABE ES DEL BANCO Y TRAE BIEN SU DIGITO; SI
      *>   NO SIRVE DEJA LA CAUSA DEL CHEQUE
      *>----------------------------------------------------------------
       162-BUSCA-CUENTA.
           MOVE "NO " TO SW-CUENTA-VALIDA
           MOVE "05"  TO WS-CAUSA-CHEQUE
           IF WS-TAB-CTA-CANT EQUAL ZERO
               GO TO 162-FIN
           END-IF
           SET WS-IDX-CTA TO 1
           SEARCH WS-TAB-CTA-REG
               AT END
                   GO TO 162-FIN
               WHEN WS-TAB-CTA-NUMERO (WS-IDX-CTA) EQUAL
                    WS-NUMERO-EMP
                   CONTINUE
           END-SEARCH
           MOVE "06" TO WS-CAUSA-CHEQUE
           IF WS-TAB-CTA-STATUS (WS-IDX-CTA) NOT EQUAL "A" OR
              WS-TAB-CTA-FEC-EFE (WS-IDX-CTA) GREATER THAN
              WS-FECHA-CORRIDA
               GO TO 162-FIN
           END-IF
           MOVE "07" TO WS-CAUSA-CHEQUE
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-CLABE-REVISA
           IF WS-CLABE-REVISA NOT NUMERIC
               GO TO 162-FIN
           END-IF
           IF WS-CLABE-BANCO NOT EQUAL WS-TAB-CTA-BANCO (WS-IDX-CTA)
               GO TO 162-FIN
           END-IF
           MOVE ZEROS TO WS-SUMA-CLABE
           PERFORM 164-SUMA-POSICION THRU 164-FIN
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
               GO TO 162-FIN
           END-IF
           MOVE SPACES TO WS-CAUSA-CHEQUE
           MOVE "SI "  TO SW-CUENTA-VALIDA.
       162-FIN. EXIT.
       164-SUMA-POSICION.
           COMPUTE WS-PRODUCTO-CLABE =
                   WS-CLABE-POS (WS-POS-CLABE) *
                   WS-PESO-POS (WS-POS-CLABE)
           DIVIDE WS-PRODUCTO-CLABE BY 10 GIVING WS-DECENAS-CLABE
                                      REMAINDER WS-UNIDAD-CLABE
           ADD WS-UNIDAD-CLABE TO WS-SUMA-CLABE.
       164-FIN. EXIT.
       166-GRABA-CHEQUE.
           MOVE WS-NUMERO-EMP    TO WS-REX-NUMERO
           MOVE WS-NOMBRE-EMP    TO WS-REX-NOMBRE
           MOVE ATR-IMPORTE      TO WS-REX-IMPORTE
           MOVE WS-CAUSA-CHEQUE  TO WS-REX-CAUSA
           WRITE REG-REEXPIDE FROM WS-REX-DETALLE
           ADD 1 TO WS-CHEQUES
           ADD ATR-IMPORTE TO WS-TOT-CHEQUES
           EVALUATE WS-CAUSA-CHEQUE
               WHEN "05"
                   ADD 1 TO WS-CHEQUES-05
                   MOVE "CHEQUE: SIN CUENTA      "
                                      TO WS-DPR-MOTIVO
               WHEN "06"
                   ADD 1 TO WS-CHEQUES-06
                   MOVE "CHEQUE: CTA NO VIGENTE  "
                                      TO WS-DPR-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-CHEQUES-07
                   MOVE "CHEQUE: CLABE INVALIDA  "
                                      TO WS-DPR-MOTIVO
           END-EVALUATE.
       166-FIN. EXIT.
