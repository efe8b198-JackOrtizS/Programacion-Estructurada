       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0042.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   CUOTAS OBRERO-PATRONALES MENSUALES (IMSS, RCV E INFONAVIT).
      *>   CRUZA EL MAESTRO DE EMPLEADOS CON LA NOMINA ORDINARIA QUE
      *>   PROG0030 DEJO EN EL HISTORICO PARA EL PERIODO Y CON EL
      *>   MAESTRO DE IDENTIFICADORES FISCALES (IDFISCAL):
      *>     - EL SALARIO BASE DE COTIZACION (SBC) DIARIO ES EL BRUTO
      *>       ORDINARIO DEL MES ENTRE LOS DIAS DEL PERIODO POR EL
      *>       FACTOR DE INTEGRACION (AGUINALDO Y PRIMA VACACIONAL),
      *>       TOPADO A 25 UMAS
      *>     - CON EL SBC SE CALCULAN LAS CUOTAS DE CADA RAMO A LAS
      *>       TASAS DE WS-TASAS-CUOTAS; LA CUOTA OBRERA SE COMPARA
      *>       EN EL REPORTE CONTRA LO QUE LA NOMINA LE RETUVO
      *>   DEJA EL REPORTE POR TRABAJADOR, EL ARCHIVO DE ENVIO AL IMSS
      *>   (IMSSENV: ENCABEZADO 01, UN DETALLE 02 POR TRABAJADOR Y UN
      *>   REGISTRO 09 CON LAS CIFRAS DE CONTROL) Y EL ACUMULADO DE
      *>   CUOTAS CUOTAIMS (CPCUOREG, CUOTAIMS -> CUOTNUEV). EL
      *>   TRABAJADOR SIN RFC, CURP O NSS, O CON ALGUNO INVALIDO, SE
      *>   CALCULA PERO NO VA EN EL ENVIO: SE LISTA EN IMSSEXC Y EL
      *>   PROGRAMA TERMINA CON RETURN-CODE 4. CORRE DESPUES DE
      *>   PROG0030.
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
           SELECT OPTIONAL
                  IDFISCAL        ASSIGN TO UT-S-IDFISCAL
                                  FILE STATUS IS WS-STATUS-FISCAL.
           SELECT OPTIONAL
                  CUOTAIMS        ASSIGN TO UT-S-CUOTAIMS
                                  FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT CUOTNUEV        ASSIGN TO UT-S-CUOTNUEV.
           SELECT IMSSENV         ASSIGN TO UT-S-IMSSENV.
           SELECT IMSSREP         ASSIGN TO US-S-IMSSREP.
           SELECT IMSSEXC         ASSIGN TO US-S-IMSSEXC.
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

      *>----------------------------------------------------------------
      *>   IDFISCAL - RFC, CURP Y NSS POR EMPLEADO (CPFISREG), EN
      *>   ORDEN DE NUMERO; LO MANTIENE PROG0020
      *>----------------------------------------------------------------
       FD  IDFISCAL
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-IDFISCAL.
           COPY CPFISREG.

      *>----------------------------------------------------------------
      *>   CUOTAIMS / CUOTNUEV - ACUMULADO DE CUOTAS POR EMPLEADO Y
      *>   PERIODO (CPCUOREG). SE COPIA COMPLETO MENOS EL PERIODO DE
      *>   LA CORRIDA, QUE SE VUELVE A GRABAR CON LO CALCULADO HOY
      *>----------------------------------------------------------------
       FD  CUOTAIMS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CUOANTERIOR.
       01  REG-CUOANTERIOR         PIC X(60).

       FD  CUOTNUEV
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CUOTAIMS.
           COPY CPCUOREG.

      *>----------------------------------------------------------------
      *>   IMSSENV - ARCHIVO DE ENVIO AL IMSS, REGISTROS DE 150
      *>   POSICIONES: 01 ENCABEZADO, 02 DETALLE POR TRABAJADOR Y
      *>   09 CIFRAS DE CONTROL (VER WS-ENV-...)
      *>----------------------------------------------------------------
       FD  IMSSENV
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-IMSSENV.
       01  REG-IMSSENV             PIC X(150).

       FD  IMSSREP
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-IMSSREP.
       01  REG-IMSSREP             PIC X(132).

       FD  IMSSEXC
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-IMSSEXC.
       01  REG-IMSSEXC             PIC X(132).

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
           05 WS-REG-FIS-TRABAJO.
               10 WS-FIS-NUMERO      PIC 9(05).
               10 WS-FIS-RFC         PIC X(13).
               10 WS-FIS-CURP        PIC X(18).
               10 WS-FIS-NSS         PIC X(11).
               10 WS-FIS-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(05).
           05 WS-STATUS-FISCAL       PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CUOTAS       PIC X(02)  VALUE SPACES.
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
           05 SW-FISCAL-ABIERTO      PIC X(03)  VALUE "NO ".
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-FISCAL          PIC X(03)  VALUE SPACES.
           05 SW-FIN-NOMINA          PIC X(03)  VALUE SPACES.
           05 SW-FIN-CUOTAS          PIC X(03)  VALUE SPACES.
           05 SW-TOPADO              PIC X(03)  VALUE "NO ".
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-FISCAL        PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-NOMINA        PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-PERIODO-CORRIDA.
               10 WS-PCO-ANIO        PIC 9(04)  VALUE ZEROS.
               10 WS-PCO-MES         PIC 9(02)  VALUE ZEROS.
      *>       REGISTRO PATRONAL DE LA EMPRESA ANTE EL IMSS
           05 WS-REGISTRO-PATRONAL   PIC X(11)  VALUE "Y5410000101".
           05 WS-UMA-DIARIA          PIC 9(05)V99 VALUE 113.14.
           05 WS-UMAS-TOPE           PIC 9(02)  VALUE 25.
           05 WS-UMAS-EXCEDENTE      PIC 9(02)  VALUE 3.
           05 WS-DIAS-PERIODO        PIC 9(02)  VALUE 30.
           05 WS-FACTOR-INTEGRA      PIC 9(01)V9(04) VALUE 1.0493.
           05 WS-TOPE-SBC            PIC 9(05)V99 VALUE ZEROS.
           05 WS-LIMITE-EXCEDENTE    PIC 9(05)V99 VALUE ZEROS.
           05 WS-SBC-DIARIO          PIC 9(05)V99 VALUE ZEROS.
           05 WS-BASE-PERIODO        PIC 9(07)V99 VALUE ZEROS.
           05 WS-BASE-EXCEDENTE      PIC 9(07)V99 VALUE ZEROS.
           05 WS-BASE-FIJA           PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-BRUTO-MES       PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-RETENIDO        PIC 9(07)V99 VALUE ZEROS.
           05 WS-CUO-IMSS-PAT        PIC 9(07)V99 VALUE ZEROS.
           05 WS-CUO-RCV-PAT         PIC 9(07)V99 VALUE ZEROS.
           05 WS-CUO-INFONAVIT       PIC 9(07)V99 VALUE ZEROS.
           05 WS-CUO-PATRONAL        PIC 9(07)V99 VALUE ZEROS.
           05 WS-CUO-OBRERA          PIC 9(07)V99 VALUE ZEROS.
           05 WS-MOTIVO-EXC          PIC X(22)  VALUE SPACES.
           05 WS-OBSERVACION         PIC X(12)  VALUE SPACES.
           05 WS-TOT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-SIN-NOMINA      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-CALCULADOS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-ENVIADOS        PIC 9(07)  VALUE ZEROS.
           05 WS-TOT-EXCEPCIONES     PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-TOPADOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-REEMPLAZADOS    PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-IMSS-PAT        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-RCV-PAT         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-INFONAVIT       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PATRONAL        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-OBRERA          PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-RETENIDO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENV-IMSS-PAT        PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENV-RCV-PAT         PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENV-INFONAVIT       PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENV-OBRERA          PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-PAGINA-EXC          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS-EXC     PIC 9(03)  VALUE ZEROS.
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

      *>----------------------------------------------------------------
      *>   TASAS DE LAS CUOTAS, EN PORCENTAJE. LA CUOTA FIJA DE
      *>   ENFERMEDAD Y MATERNIDAD VA SOBRE LA UMA; EL EXCEDENTE SOBRE
      *>   LA PARTE DEL SBC QUE PASA DE TRES UMAS; LAS DEMAS SOBRE EL
      *>   SBC. CUANDO CAMBIEN LAS TASAS DE LA LEY SE ACTUALIZAN AQUI.
      *>----------------------------------------------------------------
       01  WS-TASAS-CUOTAS.
      *>       ENFERMEDAD Y MATERNIDAD - CUOTA FIJA (PATRON)
           05 WS-PCT-FIJA-PAT        PIC 9(02)V9(05) VALUE 20.40.
      *>       ENFERMEDAD Y MATERNIDAD - EXCEDENTE DE 3 UMAS
           05 WS-PCT-EXC-PAT         PIC 9(02)V9(05) VALUE 1.10.
           05 WS-PCT-EXC-OBR         PIC 9(02)V9(05) VALUE 0.40.
      *>       ENFERMEDAD Y MATERNIDAD - PRESTACIONES EN DINERO
           05 WS-PCT-DIN-PAT         PIC 9(02)V9(05) VALUE 0.70.
           05 WS-PCT-DIN-OBR         PIC 9(02)V9(05) VALUE 0.25.
      *>       ENFERMEDAD Y MATERNIDAD - GASTOS MEDICOS PENSIONADOS
           05 WS-PCT-GMP-PAT         PIC 9(02)V9(05) VALUE 1.05.
           05 WS-PCT-GMP-OBR         PIC 9(02)V9(05) VALUE 0.375.
      *>       INVALIDEZ Y VIDA
           05 WS-PCT-IYV-PAT         PIC 9(02)V9(05) VALUE 1.75.
           05 WS-PCT-IYV-OBR         PIC 9(02)V9(05) VALUE 0.625.
      *>       RIESGO DE TRABAJO (PRIMA DE LA EMPRESA)
           05 WS-PCT-RT-PAT          PIC 9(02)V9(05) VALUE 0.54355.
      *>       GUARDERIAS Y PRESTACIONES SOCIALES
           05 WS-PCT-GUA-PAT         PIC 9(02)V9(05) VALUE 1.00.
      *>       RETIRO, CESANTIA EN EDAD AVANZADA Y VEJEZ
           05 WS-PCT-RET-PAT         PIC 9(02)V9(05) VALUE 2.00.
           05 WS-PCT-CEV-PAT         PIC 9(02)V9(05) VALUE 3.15.
           05 WS-PCT-CEV-OBR         PIC 9(02)V9(05) VALUE 1.125.
      *>       INFONAVIT
           05 WS-PCT-INF-PAT         PIC 9(02)V9(05) VALUE 5.00.

       COPY CPPARAM.
       COPY CPFISVAL.

      *>----------------------------------------------------------------
      *>   REGISTROS DEL ARCHIVO DE ENVIO (150 POSICIONES)
      *>----------------------------------------------------------------
       01  WS-ENV-ENCABEZADO.
           05 WS-ENC-TIPO            PIC X(02)      VALUE "01".
           05 WS-ENC-REG-PATRONAL    PIC X(11).
           05 WS-ENC-PERIODO         PIC 9(06).
           05 WS-ENC-FECHA           PIC 9(08).
           05 FILLER                 PIC X(123)     VALUE SPACES.

       01  WS-ENV-DETALLE.
           05 WS-EDE-TIPO            PIC X(02)      VALUE "02".
           05 WS-EDE-REG-PATRONAL    PIC X(11).
           05 WS-EDE-NSS             PIC X(11).
           05 WS-EDE-RFC             PIC X(13).
           05 WS-EDE-CURP            PIC X(18).
           05 WS-EDE-NOMBRE          PIC X(30).
           05 WS-EDE-SBC             PIC 9(05)V99.
           05 WS-EDE-DIAS            PIC 9(02).
           05 WS-EDE-IMSS-PAT        PIC 9(07)V99.
           05 WS-EDE-RCV-PAT         PIC 9(07)V99.
           05 WS-EDE-INFONAVIT       PIC 9(07)V99.
           05 WS-EDE-OBRERA          PIC 9(07)V99.
           05 WS-EDE-NUMERO          PIC 9(05).
           05 FILLER                 PIC X(15)      VALUE SPACES.

       01  WS-ENV-CONTROL.
           05 WS-ECT-TIPO            PIC X(02)      VALUE "09".
           05 WS-ECT-REG-PATRONAL    PIC X(11).
           05 WS-ECT-PERIODO         PIC 9(06).
           05 WS-ECT-REGISTROS       PIC 9(07).
           05 WS-ECT-IMSS-PAT        PIC 9(11)V99.
           05 WS-ECT-RCV-PAT         PIC 9(11)V99.
           05 WS-ECT-INFONAVIT       PIC 9(11)V99.
           05 WS-ECT-OBRERA          PIC 9(11)V99.
           05 FILLER                 PIC X(72)      VALUE SPACES.

       01  WS-TITULO-IMSS.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(43)
              VALUE "CUOTAS OBRERO-PATRONALES IMSS / INFONAVIT -".
           05 FILLER              PIC X(09)      VALUE " PERIODO ".
           05 WS-TIT-PER-ANIO     PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-PER-MES      PIC 9(02).
           05 FILLER              PIC X(03)      VALUE " - ".
           05 WS-TIT-FEC-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO     PIC 9(04).
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA       PIC ZZ9.
           05 FILLER              PIC X(38)      VALUE SPACES.

       01  WS-GUIONES-IMSS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(130)     VALUE ALL "-".
           05 FILLER              PIC X(01)      VALUE SPACES.

       01  WS-SUB-TITULO-IMSS.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(05)      VALUE "  NUM".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE "NOMBRE".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(09)      VALUE "  SBC DIA".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(02)      VALUE "DS".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "IMSS PATR.".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE " RCV PATR.".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE " INFONAVIT".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "    OBRERA".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "  RETENIDO".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE "OBSERVACION".
           05 FILLER              PIC X(11)      VALUE SPACES.

       01  WS-DET-CUOTAS.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DCU-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-SBC          PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DCU-DIAS         PIC Z9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-IMSS-PAT     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-RCV-PAT      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-INFONAVIT    PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-OBRERA       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCU-RETENIDO     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DCU-OBSERVA      PIC X(12).
           05 FILLER              PIC X(11)      VALUE SPACES.

       01  WS-TITULO-EXC.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(46)
              VALUE "EXCEPCIONES DE IDENTIFICADORES PARA EL IMSS -".
           05 FILLER              PIC X(09)      VALUE " PERIODO ".
           05 WS-TEX-PER-ANIO     PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TEX-PER-MES      PIC 9(02).
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TEX-PAGINA       PIC ZZ9.
           05 FILLER              PIC X(48)      VALUE SPACES.

       01  WS-SUB-TITULO-EXC.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(05)      VALUE "  NUM".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE "NOMBRE".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(13)      VALUE "RFC".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(18)      VALUE "CURP".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "NSS".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(22)      VALUE "MOTIVO".
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DET-EXCEPCION.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DEX-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEX-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEX-RFC          PIC X(13).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEX-CURP         PIC X(18).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEX-NSS          PIC X(11).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DEX-MOTIVO       PIC X(22).
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DET-SIN-EXCEPCION.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "** TODOS LOS TRABAJADORES VAN EN EL ENVIO **".
           05 FILLER              PIC X(87)      VALUE SPACES.

       01  WS-SECCION-TOTALES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "TOTALES DE CUOTAS OBRERO-PATRONALES         ".
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
               DISPLAY "PROG0042: PASO MENSUAL - NO CORRE CON QUINCENA "
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
           COMPUTE WS-TOPE-SBC = WS-UMA-DIARIA * WS-UMAS-TOPE
           COMPUTE WS-LIMITE-EXCEDENTE =
                   WS-UMA-DIARIA * WS-UMAS-EXCEDENTE
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 031-TITULOS-EXC     THRU 031-FIN
           PERFORM 037-GRABA-ENCABEZADO THRU 037-FIN
           PERFORM 040-LEE-MAESTRO     THRU 040-FIN
           PERFORM 043-LEE-NOMINA      THRU 043-FIN
           PERFORM 044-LEE-FISCAL      THRU 044-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN-MAESTRO EQUAL "FIN"
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
           OPEN INPUT EMPLEADOS
                      NOM-ORDENADO
                OUTPUT CUOTNUEV
                       IMSSENV
                       IMSSREP
                       IMSSEXC
           MOVE "NO " TO SW-FISCAL-ABIERTO
           OPEN INPUT IDFISCAL
           IF WS-STATUS-FISCAL EQUAL "00"
               MOVE "SI " TO SW-FISCAL-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN-FISCAL
               MOVE HIGH-VALUES TO WS-CLAVE-FISCAL
           END-IF
           OPEN INPUT CUOTAIMS
           IF WS-STATUS-CUOTAS EQUAL "00"
               PERFORM 022-COPIA-CUOTAS THRU 022-FIN
                   UNTIL SW-FIN-CUOTAS EQUAL "FIN"
               CLOSE CUOTAIMS
           END-IF.
       020-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   022 - EL ACUMULADO PASA COMPLETO AL NUEVO MENOS EL PERIODO
      *>   DE LA CORRIDA; ASI UNA RECORRIDA NO DUPLICA EL MES
      *>----------------------------------------------------------------
       022-COPIA-CUOTAS.
           READ CUOTAIMS INTO REG-CUOTAIMS
               AT END
                   MOVE "FIN" TO SW-FIN-CUOTAS
               NOT AT END
                   IF CUO-PERIODO EQUAL WS-PERIODO-CORRIDA
                       ADD 1 TO WS-TOT-REEMPLAZADOS
                   ELSE
                       WRITE REG-CUOTAIMS
                   END-IF
           END-READ.
       022-FIN. EXIT.
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
      *>   DEL HISTORICO DE NOMINA) SE DETERMINA IGUAL QUE EN PROG0030
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
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: LAS CUOTAS NO SE
      *>   CALCULAN SI PROG0030 NO TERMINO LIMPIO EN ESTE PERIODO, NI
      *>   SE REPITEN SALVO CON LA MARCA DE RECORRIDA ("R"); EN AMBOS
      *>   CASOS TERMINA CON RETURN-CODE 8. SI EL MES TUVO NOMINA
      *>   QUINCENAL, LA SEGUNDA QUINCENA DE PROG0030 TAMBIEN DEBE
      *>   HABER TERMINADO LIMPIO, PARA QUE EL HISTORICO DEL MES
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
               DISPLAY "PROG0042: EL PASO ANTERIOR ("
                       WS-CTL-PREVIO-PROG
                       ") NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-YA-CORRIO EQUAL "SI " AND
              NOT WS-PARM-ES-RECORRIDA
               DISPLAY "PROG0042: PASO YA TERMINADO EN EL PERIODO - "
                       "USAR LA MARCA DE RECORRIDA PARA REPETIRLO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-QNA1-VISTA EQUAL "SI " AND
              SW-CTL-QNA2-OK EQUAL "NO "
               DISPLAY "PROG0042: LA SEGUNDA QUINCENA DE PROG0030 "
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
                       IF CTL-PROGRAMA EQUAL "PROG0042" AND
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
               MOVE "PROG0042"       TO CTL-PROGRAMA
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
           MOVE WS-PCO-ANIO     TO WS-TIT-PER-ANIO
           MOVE WS-PCO-MES      TO WS-TIT-PER-MES
           MOVE WS-REPORTE-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-FEC-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-IMSSREP FROM WS-TITULO-IMSS
                                    AFTER ADVANCING PAGE
           WRITE REG-IMSSREP FROM WS-GUIONES-IMSS AFTER ADVANCING 1
           WRITE REG-IMSSREP FROM WS-SUB-TITULO-IMSS
                                    AFTER ADVANCING 1
           WRITE REG-IMSSREP FROM WS-GUIONES-IMSS
                                    AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS.
       030-FIN. EXIT.
       031-TITULOS-EXC.
           MOVE WS-PCO-ANIO     TO WS-TEX-PER-ANIO
           MOVE WS-PCO-MES      TO WS-TEX-PER-MES
           ADD 1                TO WS-PAGINA-EXC
           MOVE WS-PAGINA-EXC   TO WS-TEX-PAGINA
           WRITE REG-IMSSEXC FROM WS-TITULO-EXC
                                    AFTER ADVANCING PAGE
           WRITE REG-IMSSEXC FROM WS-GUIONES-IMSS AFTER ADVANCING 1
           WRITE REG-IMSSEXC FROM WS-SUB-TITULO-EXC
                                    AFTER ADVANCING 1
           WRITE REG-IMSSEXC FROM WS-GUIONES-IMSS
                                    AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS-EXC.
       031-FIN. EXIT.
       035-VERIFICA-SALTO.
           ADD 1 TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       035-FIN. EXIT.
       036-VERIFICA-SALTO-EXC.
           ADD 1 TO WS-CONT-LINEAS-EXC
           IF WS-CONT-LINEAS-EXC GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 031-TITULOS-EXC THRU 031-FIN
           END-IF.
       036-FIN. EXIT.
       037-GRABA-ENCABEZADO.
           MOVE WS-REGISTRO-PATRONAL TO WS-ENC-REG-PATRONAL
           MOVE WS-PERIODO-CORRIDA   TO WS-ENC-PERIODO
           MOVE WS-FECHA-REPORTE     TO WS-ENC-FECHA
           WRITE REG-IMSSENV FROM WS-ENV-ENCABEZADO.
       037-FIN. EXIT.
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
      *>----------------------------------------------------------------
      *>   043 - DEL HISTORICO SOLO INTERESA EL PERIODO DE LA CORRIDA
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
       044-LEE-FISCAL.
           IF SW-FISCAL-ABIERTO EQUAL "NO "
               GO TO 044-FIN
           END-IF
           READ IDFISCAL
               AT END
                   MOVE "FIN"        TO SW-FIN-FISCAL
                   MOVE HIGH-VALUES  TO WS-CLAVE-FISCAL
               NOT AT END
                   MOVE FIS-NUMERO   TO WS-CLAVE-FISCAL
           END-READ.
       044-FIN. EXIT.
       050-PROCESA.
           PERFORM 100-PROCESA-EMPLEADO THRU 100-FIN
           PERFORM 040-LEE-MAESTRO      THRU 040-FIN.
       050-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   100 - UN EMPLEADO DEL MAESTRO. SOLO COTIZA EL QUE TUVO
      *>   NOMINA ORDINARIA EN EL PERIODO; SE CALCULA AUNQUE LE FALTE
      *>   ALGUN IDENTIFICADOR (EL COSTO PATRONAL EXISTE IGUAL), PERO
      *>   ENTONCES NO VA EN EL ENVIO Y SE LISTA COMO EXCEPCION
      *>----------------------------------------------------------------
       100-PROCESA-EMPLEADO.
           MOVE WS-CLAVE-MAESTRO TO WS-CLAVE-PROCESO
           MOVE SPACES           TO WS-OBSERVACION
           PERFORM 110-UBICA-FISCAL THRU 110-FIN
           PERFORM 120-SUMA-NOMINA  THRU 120-FIN
           IF WS-IMP-BRUTO-MES NOT GREATER THAN ZERO
               ADD 1 TO WS-TOT-SIN-NOMINA
               GO TO 100-FIN
           END-IF
           ADD 1 TO WS-TOT-CALCULADOS
           PERFORM 150-CALCULA-CUOTAS THRU 150-FIN
           PERFORM 170-GRABA-CUOTA    THRU 170-FIN
           PERFORM 130-REVISA-IDENTIF THRU 130-FIN
           IF WS-MOTIVO-EXC EQUAL SPACES
               PERFORM 160-GRABA-ENVIO    THRU 160-FIN
           ELSE
               PERFORM 140-LISTA-EXCEPCION THRU 140-FIN
               MOVE "SIN ENVIO"   TO WS-OBSERVACION
           END-IF
           PERFORM 180-IMPRIME-DETALLE THRU 180-FIN.
       100-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   110 - AVANZA EL MAESTRO DE IDENTIFICADORES HASTA LA CLAVE
      *>   DEL EMPLEADO; LOS QUE NO TIENEN EMPLEADO SE SALTAN
      *>----------------------------------------------------------------
       110-UBICA-FISCAL.
           PERFORM 112-SALTA-FISCAL THRU 112-FIN
               UNTIL WS-CLAVE-FISCAL NOT LESS THAN WS-CLAVE-PROCESO
           IF WS-CLAVE-FISCAL EQUAL WS-CLAVE-PROCESO
               MOVE REG-IDFISCAL     TO WS-REG-FIS-TRABAJO
               PERFORM 044-LEE-FISCAL THRU 044-FIN
           ELSE
               MOVE SPACES           TO WS-REG-FIS-TRABAJO
               MOVE WS-CLAVE-PROCESO TO WS-FIS-NUMERO
               MOVE ZEROS            TO WS-FIS-FEC-CAMBIO
           END-IF.
       110-FIN. EXIT.
       112-SALTA-FISCAL.
           PERFORM 044-LEE-FISCAL THRU 044-FIN.
       112-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   120 - BRUTO ORDINARIO DEL PERIODO E IMSS QUE LA NOMINA LE
      *>   RETUVO; EL FINIQUITO Y EL AGUINALDO NO INTEGRAN SALARIO
      *>   (EL AGUINALDO YA VA EN EL FACTOR DE INTEGRACION)
      *>----------------------------------------------------------------
       120-SUMA-NOMINA.
           MOVE ZEROS TO WS-IMP-BRUTO-MES
                         WS-IMP-RETENIDO
           PERFORM 122-DESCARTA-NOMINA THRU 122-FIN
               UNTIL WS-CLAVE-NOMINA NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 124-ACUMULA-NOMINA THRU 124-FIN
               UNTIL WS-CLAVE-NOMINA NOT EQUAL WS-CLAVE-PROCESO.
       120-FIN. EXIT.
       122-DESCARTA-NOMINA.
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       122-FIN. EXIT.
       124-ACUMULA-NOMINA.
           IF NOM-ES-ORDINARIA
               ADD NOM-BRUTO TO WS-IMP-BRUTO-MES
               ADD NOM-IMSS  TO WS-IMP-RETENIDO
           END-IF
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       124-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   130 - PARA EL ENVIO SE NECESITAN LOS TRES IDENTIFICADORES
      *>   Y QUE SEAN VALIDOS (070)
      *>----------------------------------------------------------------
       130-REVISA-IDENTIF.
           MOVE SPACES TO WS-MOTIVO-EXC
           EVALUATE TRUE
               WHEN WS-FIS-NSS EQUAL SPACES
                   MOVE "SIN NSS"        TO WS-MOTIVO-EXC
               WHEN WS-FIS-RFC EQUAL SPACES
                   MOVE "SIN RFC"        TO WS-MOTIVO-EXC
               WHEN WS-FIS-CURP EQUAL SPACES
                   MOVE "SIN CURP"       TO WS-MOTIVO-EXC
               WHEN OTHER
                   MOVE WS-FIS-RFC  TO WS-VAL-RFC
                   MOVE WS-FIS-CURP TO WS-VAL-CURP
                   MOVE WS-FIS-NSS  TO WS-VAL-NSS
                   PERFORM 070-VALIDA-FISCALES THRU 070-FIN
                   MOVE WS-VAL-MOTIVO-DES TO WS-MOTIVO-EXC
           END-EVALUATE.
       130-FIN. EXIT.
       140-LISTA-EXCEPCION.
           ADD 1 TO WS-TOT-EXCEPCIONES
           MOVE WS-NUMERO-EMP   TO WS-DEX-NUMERO
           MOVE WS-NOMBRE-EMP   TO WS-DEX-NOMBRE
           MOVE WS-FIS-RFC      TO WS-DEX-RFC
           MOVE WS-FIS-CURP     TO WS-DEX-CURP
           MOVE WS-FIS-NSS      TO WS-DEX-NSS
           MOVE WS-MOTIVO-EXC   TO WS-DEX-MOTIVO
           WRITE REG-IMSSEXC FROM WS-DET-EXCEPCION AFTER ADVANCING 1
           PERFORM 036-VERIFICA-SALTO-EXC THRU 036-FIN.
       140-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   150 - SBC DIARIO Y CUOTAS DEL PERIODO POR RAMO. LA CUOTA
      *>   FIJA VA SOBRE LA UMA POR LOS DIAS; EL EXCEDENTE SOBRE LO
      *>   QUE EL SBC PASA DE TRES UMAS; EL RESTO SOBRE EL SBC
      *>----------------------------------------------------------------
       150-CALCULA-CUOTAS.
           MOVE "NO " TO SW-TOPADO
           COMPUTE WS-SBC-DIARIO ROUNDED =
                   WS-IMP-BRUTO-MES / WS-DIAS-PERIODO *
                   WS-FACTOR-INTEGRA
           IF WS-SBC-DIARIO GREATER THAN WS-TOPE-SBC
               MOVE WS-TOPE-SBC TO WS-SBC-DIARIO
               MOVE "SI "       TO SW-TOPADO
               ADD 1            TO WS-TOT-TOPADOS
               MOVE "TOPE 25 UMA" TO WS-OBSERVACION
           END-IF
           COMPUTE WS-BASE-PERIODO = WS-SBC-DIARIO * WS-DIAS-PERIODO
           COMPUTE WS-BASE-FIJA    = WS-UMA-DIARIA * WS-DIAS-PERIODO
           IF WS-SBC-DIARIO GREATER THAN WS-LIMITE-EXCEDENTE
               COMPUTE WS-BASE-EXCEDENTE =
                       (WS-SBC-DIARIO - WS-LIMITE-EXCEDENTE) *
                       WS-DIAS-PERIODO
           ELSE
               MOVE ZEROS TO WS-BASE-EXCEDENTE
           END-IF
           COMPUTE WS-CUO-IMSS-PAT ROUNDED =
                   (WS-BASE-FIJA      * WS-PCT-FIJA-PAT +
                    WS-BASE-EXCEDENTE * WS-PCT-EXC-PAT +
                    WS-BASE-PERIODO   * (WS-PCT-DIN-PAT +
                                         WS-PCT-GMP-PAT +
                                         WS-PCT-IYV-PAT +
                                         WS-PCT-RT-PAT  +
                                         WS-PCT-GUA-PAT)) / 100
           COMPUTE WS-CUO-RCV-PAT ROUNDED =
                   WS-BASE-PERIODO * (WS-PCT-RET-PAT +
                                      WS-PCT-CEV-PAT) / 100
           COMPUTE WS-CUO-INFONAVIT ROUNDED =
                   WS-BASE-PERIODO * WS-PCT-INF-PAT / 100
           COMPUTE WS-CUO-OBRERA ROUNDED =
                   (WS-BASE-EXCEDENTE * WS-PCT-EXC-OBR +
                    WS-BASE-PERIODO   * (WS-PCT-DIN-OBR +
                                         WS-PCT-GMP-OBR +
                                         WS-PCT-IYV-OBR +
                                         WS-PCT-CEV-OBR)) / 100
           COMPUTE WS-CUO-PATRONAL = WS-CUO-IMSS-PAT +
                   WS-CUO-RCV-PAT + WS-CUO-INFONAVIT
           ADD WS-CUO-IMSS-PAT  TO WS-TOT-IMSS-PAT
           ADD WS-CUO-RCV-PAT   TO WS-TOT-RCV-PAT
           ADD WS-CUO-INFONAVIT TO WS-TOT-INFONAVIT
           ADD WS-CUO-PATRONAL  TO WS-TOT-PATRONAL
           ADD WS-CUO-OBRERA    TO WS-TOT-OBRERA
           ADD WS-IMP-RETENIDO  TO WS-TOT-RETENIDO.
       150-FIN. EXIT.
       160-GRABA-ENVIO.
           MOVE WS-REGISTRO-PATRONAL TO WS-EDE-REG-PATRONAL
           MOVE WS-FIS-NSS           TO WS-EDE-NSS
           MOVE WS-FIS-RFC           TO WS-EDE-RFC
           MOVE WS-FIS-CURP          TO WS-EDE-CURP
           MOVE WS-NOMBRE-EMP        TO WS-EDE-NOMBRE
           MOVE WS-SBC-DIARIO        TO WS-EDE-SBC
           MOVE WS-DIAS-PERIODO      TO WS-EDE-DIAS
           MOVE WS-CUO-IMSS-PAT      TO WS-EDE-IMSS-PAT
           MOVE WS-CUO-RCV-PAT       TO WS-EDE-RCV-PAT
           MOVE WS-CUO-INFONAVIT     TO WS-EDE-INFONAVIT
           MOVE WS-CUO-OBRERA        TO WS-EDE-OBRERA
           MOVE WS-NUMERO-EMP        TO WS-EDE-NUMERO
           WRITE REG-IMSSENV FROM WS-ENV-DETALLE
           ADD 1                TO WS-TOT-ENVIADOS
           ADD WS-CUO-IMSS-PAT  TO WS-ENV-IMSS-PAT
           ADD WS-CUO-RCV-PAT   TO WS-ENV-RCV-PAT
           ADD WS-CUO-INFONAVIT TO WS-ENV-INFONAVIT
           ADD WS-CUO-OBRERA    TO WS-ENV-OBRERA.
       160-FIN. EXIT.
       170-GRABA-CUOTA.
           MOVE SPACES             TO REG-CUOTAIMS
           MOVE WS-PCO-ANIO        TO CUO-PER-ANIO
           MOVE WS-PCO-MES         TO CUO-PER-MES
           MOVE WS-NUMERO-EMP      TO CUO-NUMERO
           MOVE WS-DEPTO-EMP       TO CUO-DEPTO
           MOVE WS-SBC-DIARIO      TO CUO-SBC-DIARIO
           MOVE WS-DIAS-PERIODO    TO CUO-DIAS
           MOVE WS-CUO-PATRONAL    TO CUO-PATRONAL
           MOVE WS-CUO-OBRERA      TO CUO-OBRERA
           WRITE REG-CUOTAIMS.
       170-FIN. EXIT.
       180-IMPRIME-DETALLE.
           MOVE WS-NUMERO-EMP      TO WS-DCU-NUMERO
           MOVE WS-NOMBRE-EMP      TO WS-DCU-NOMBRE
           MOVE WS-SBC-DIARIO      TO WS-DCU-SBC
           MOVE WS-DIAS-PERIODO    TO WS-DCU-DIAS
           MOVE WS-CUO-IMSS-PAT    TO WS-DCU-IMSS-PAT
           MOVE WS-CUO-RCV-PAT     TO WS-DCU-RCV-PAT
           MOVE WS-CUO-INFONAVIT   TO WS-DCU-INFONAVIT
           MOVE WS-CUO-OBRERA      TO WS-DCU-OBRERA
           MOVE WS-IMP-RETENIDO    TO WS-DCU-RETENIDO
           MOVE WS-OBSERVACION     TO WS-DCU-OBSERVA
           WRITE REG-IMSSREP FROM WS-DET-CUOTAS AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       180-FIN. EXIT.
       060-FINAL.
           MOVE WS-REGISTRO-PATRONAL TO WS-ECT-REG-PATRONAL
           MOVE WS-PERIODO-CORRIDA   TO WS-ECT-PERIODO
           MOVE WS-TOT-ENVIADOS      TO WS-ECT-REGISTROS
           MOVE WS-ENV-IMSS-PAT      TO WS-ECT-IMSS-PAT
           MOVE WS-ENV-RCV-PAT       TO WS-ECT-RCV-PAT
           MOVE WS-ENV-INFONAVIT     TO WS-ECT-INFONAVIT
           MOVE WS-ENV-OBRERA        TO WS-ECT-OBRERA
           WRITE REG-IMSSENV FROM WS-ENV-CONTROL
           IF WS-TOT-EXCEPCIONES EQUAL ZERO
               WRITE REG-IMSSEXC FROM WS-DET-SIN-EXCEPCION
                                        AFTER ADVANCING 1
           END-IF
           WRITE REG-IMSSREP FROM WS-SECCION-TOTALES
                                    AFTER ADVANCING 2
           WRITE REG-IMSSREP FROM WS-GUIONES-IMSS AFTER ADVANCING 1
           MOVE "EMPLEADOS LEIDOS          : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-LEIDOS       TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SIN NOMINA EN EL PERIODO  : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-SIN-NOMINA   TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "TRABAJADORES CALCULADOS   : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-CALCULADOS   TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "TRABAJADORES EN EL ENVIO  : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-ENVIADOS     TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "EXCEPCIONES (SIN ENVIO)   : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-EXCEPCIONES  TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SBC TOPADO A 25 UMAS      : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-TOPADOS      TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "ACUMULADOS REEMPLAZADOS   : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-REEMPLAZADOS TO WS-DCN-CANTIDAD
           WRITE REG-IMSSREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "CUOTAS IMSS PATRONALES    : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-IMSS-PAT     TO WS-DMO-IMPORTE
           WRITE REG-IMSSREP FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "RETIRO, CESANTIA Y VEJEZ  : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-RCV-PAT      TO WS-DMO-IMPORTE
           WRITE REG-IMSSREP FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "APORTACION INFONAVIT      : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-INFONAVIT    TO WS-DMO-IMPORTE
           WRITE REG-IMSSREP FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "TOTAL COSTO PATRONAL      : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-PATRONAL     TO WS-DMO-IMPORTE
           WRITE REG-IMSSREP FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "CUOTAS OBRERAS CALCULADAS : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-OBRERA       TO WS-DMO-IMPORTE
           WRITE REG-IMSSREP FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "IMSS RETENIDO EN NOMINA   : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-RETENIDO     TO WS-DMO-IMPORTE
           WRITE REG-IMSSREP FROM WS-DET-MONTO AFTER ADVANCING 1
           IF WS-TOT-EXCEPCIONES GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-FISCAL-ABIERTO EQUAL "SI "
               CLOSE IDFISCAL
           END-IF
           CLOSE EMPLEADOS
                 NOM-ORDENADO
                 CUOTNUEV
                 IMSSENV
                 IMSSREP
                 IMSSEXC.
       060-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   070 - VALIDA LOS IDENTIFICADORES FISCALES QUE VIENEN EN
      *>   WS-VAL-RFC, WS-VAL-CURP Y WS-VAL-NSS (COPY CPFISVAL); EL QUE
      *>   VIENE EN BLANCO NO SE VALIDA. DEJA EN WS-VAL-MOTIVO-COD Y
      *>   WS-VAL-MOTIVO-DES EL PRIMER ERROR QUE ENCUENTRA, O ESPACIOS:
      *>   11 RFC INVALIDO, 12 CURP INVALIDA, 13 NSS INVALIDO Y 14 SI
      *>   LAS DIEZ PRIMERAS POSICIONES DEL RFC Y DE LA CURP (NOMBRE Y
      *>   FECHA DE NACIMIENTO) NO SON IGUALES
      *>----------------------------------------------------------------
       070-VALIDA-FISCALES.
           MOVE SPACES TO WS-VAL-MOTIVO-COD
           MOVE SPACES TO WS-VAL-MOTIVO-DES
           IF WS-VAL-RFC NOT EQUAL SPACES
               PERFORM 071-VALIDA-RFC THRU 071-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "11"           TO WS-VAL-MOTIVO-COD
                   MOVE "RFC INVALIDO" TO WS-VAL-MOTIVO-DES
                   GO TO 070-FIN
               END-IF
           END-IF
           IF WS-VAL-CURP NOT EQUAL SPACES
               PERFORM 073-VALIDA-CURP THRU 073-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "12"            TO WS-VAL-MOTIVO-COD
                   MOVE "CURP INVALIDA" TO WS-VAL-MOTIVO-DES
                   GO TO 070-FIN
               END-IF
           END-IF
           IF WS-VAL-NSS NOT EQUAL SPACES
               PERFORM 075-VALIDA-NSS THRU 075-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "13"           TO WS-VAL-MOTIVO-COD
                   MOVE "NSS INVALIDO" TO WS-VAL-MOTIVO-DES
                   GO TO 070-FIN
               END-IF
           END-IF
           IF WS-VAL-RFC  NOT EQUAL SPACES AND
              WS-VAL-CURP NOT EQUAL SPACES AND
              WS-VAL-RFC-RAIZ NOT EQUAL WS-VAL-CURP-RAIZ
               MOVE "14"                     TO WS-VAL-MOTIVO-COD
               MOVE "RFC NO COINCIDE C/CURP" TO WS-VAL-MOTIVO-DES
           END-IF.
       070-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   071 - RFC: CUATRO LETRAS, FECHA AAMMDD, HOMOCLAVE DE DOS Y
      *>   DIGITO VERIFICADOR MODULO 11 SOBRE LAS DOCE PRIMERAS
      *>   POSICIONES CON PESOS 13 A 2 (RESIDUO 0 = "0", 10 = "A")
      *>----------------------------------------------------------------
       071-VALIDA-RFC.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-RFC-FECHA NOT NUMERIC
               GO TO 071-FIN
           END-IF
           IF WS-VAL-RFC-MES LESS THAN 1 OR
              WS-VAL-RFC-MES GREATER THAN 12 OR
              WS-VAL-RFC-DIA LESS THAN 1 OR
              WS-VAL-RFC-DIA GREATER THAN 31
               GO TO 071-FIN
           END-IF
           MOVE "SI "  TO SW-VAL-CORRECTO
           MOVE ZEROS  TO WS-VAL-SUMA
           PERFORM 072-SUMA-RFC THRU 072-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 12
           IF SW-VAL-CORRECTO NOT EQUAL "SI "
               GO TO 071-FIN
           END-IF
           DIVIDE WS-VAL-SUMA BY 11 GIVING WS-VAL-COCIENTE
                                REMAINDER WS-VAL-RESIDUO
           IF WS-VAL-RESIDUO EQUAL ZERO
               MOVE "0" TO WS-VAL-DIGITO-CAR
           ELSE
               COMPUTE WS-VAL-DIGITO-CALC = 11 - WS-VAL-RESIDUO
               IF WS-VAL-DIGITO-CALC EQUAL 10
                   MOVE "A" TO WS-VAL-DIGITO-CAR
               ELSE
                   MOVE WS-VAL-DIGITO-CALC TO WS-VAL-DIGITO-NUM
                   MOVE WS-VAL-DIGITO-NUM  TO WS-VAL-DIGITO-CAR
               END-IF
           END-IF
           IF WS-VAL-RFC-DIGITO NOT EQUAL WS-VAL-DIGITO-CAR
               MOVE "NO " TO SW-VAL-CORRECTO
           END-IF.
       071-FIN. EXIT.
       072-SUMA-RFC.
           MOVE WS-VAL-RFC-POS (WS-VAL-POS) TO WS-VAL-CARACTER
           PERFORM 077-VALOR-CARACTER THRU 077-FIN
           EVALUATE TRUE
               WHEN WS-VAL-VALOR GREATER THAN 36
                   MOVE "NO " TO SW-VAL-CORRECTO
               WHEN WS-VAL-POS LESS THAN 5 AND
                    WS-VAL-VALOR LESS THAN 10
                   MOVE "NO " TO SW-VAL-CORRECTO
           END-EVALUATE
           COMPUTE WS-VAL-SUMA = WS-VAL-SUMA +
                   WS-VAL-VALOR * (14 - WS-VAL-POS).
       072-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   073 - CURP: CUATRO LETRAS, FECHA AAMMDD, SEXO H/M, ENTIDAD Y
      *>   TRES CONSONANTES (LETRAS), HOMOCLAVE Y DIGITO VERIFICADOR:
      *>   10 MENOS EL RESIDUO ENTRE 10 DE LA SUMA DE LAS DIECISIETE
      *>   PRIMERAS POSICIONES CON PESOS 18 A 2 (10 = 0)
      *>----------------------------------------------------------------
       073-VALIDA-CURP.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-CURP-FECHA NOT NUMERIC
               GO TO 073-FIN
           END-IF
           IF WS-VAL-CURP-MES LESS THAN 1 OR
              WS-VAL-CURP-MES GREATER THAN 12 OR
              WS-VAL-CURP-DIA LESS THAN 1 OR
              WS-VAL-CURP-DIA GREATER THAN 31
               GO TO 073-FIN
           END-IF
           IF NOT WS-VAL-CURP-SEXO-OK
               GO TO 073-FIN
           END-IF
           MOVE "SI "  TO SW-VAL-CORRECTO
           MOVE ZEROS  TO WS-VAL-SUMA
           PERFORM 074-SUMA-CURP THRU 074-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 17
           IF SW-VAL-CORRECTO NOT EQUAL "SI "
               GO TO 073-FIN
           END-IF
           DIVIDE WS-VAL-SUMA BY 10 GIVING WS-VAL-COCIENTE
                                REMAINDER WS-VAL-RESIDUO
           COMPUTE WS-VAL-DIGITO-CALC = 10 - WS-VAL-RESIDUO
           IF WS-VAL-DIGITO-CALC EQUAL 10
               MOVE ZERO TO WS-VAL-DIGITO-CALC
           END-IF
           MOVE WS-VAL-DIGITO-CALC TO WS-VAL-DIGITO-NUM
           MOVE WS-VAL-DIGITO-NUM  TO WS-VAL-DIGITO-CAR
           IF WS-VAL-CURP-DIGITO NOT EQUAL WS-VAL-DIGITO-CAR
               MOVE "NO " TO SW-VAL-CORRECTO
           END-IF.
       073-FIN. EXIT.
       074-SUMA-CURP.
           MOVE WS-VAL-CURP-POS (WS-VAL-POS) TO WS-VAL-CARACTER
           PERFORM 077-VALOR-CARACTER THRU 077-FIN
           EVALUATE TRUE
               WHEN WS-VAL-VALOR GREATER THAN 36
                   MOVE "NO " TO SW-VAL-CORRECTO
               WHEN WS-VAL-POS LESS THAN 5 AND
                    WS-VAL-VALOR LESS THAN 10
                   MOVE "NO " TO SW-VAL-CORRECTO
               WHEN WS-VAL-POS GREATER THAN 11 AND
                    WS-VAL-POS LESS THAN 17 AND
                    WS-VAL-VALOR LESS THAN 10
                   MOVE "NO " TO SW-VAL-CORRECTO
           END-EVALUATE
           COMPUTE WS-VAL-SUMA = WS-VAL-SUMA +
                   WS-VAL-VALOR * (19 - WS-VAL-POS).
       074-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   075 - NSS: ONCE DIGITOS; EL ULTIMO ES EL VERIFICADOR SOBRE
      *>   LOS DIEZ PRIMEROS CON PESOS 1,2 ALTERNADOS (AL PRODUCTO
      *>   MAYOR DE 9 SE LE RESTA 9), 10 MENOS EL RESIDUO ENTRE 10
      *>----------------------------------------------------------------
       075-VALIDA-NSS.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-NSS NOT NUMERIC
               GO TO 075-FIN
           END-IF
           MOVE ZEROS TO WS-VAL-SUMA
           PERFORM 076-SUMA-NSS THRU 076-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 10
           DIVIDE WS-VAL-SUMA BY 10 GIVING WS-VAL-COCIENTE
                                REMAINDER WS-VAL-RESIDUO
           COMPUTE WS-VAL-DIGITO-CALC = 10 - WS-VAL-RESIDUO
           IF WS-VAL-DIGITO-CALC EQUAL 10
               MOVE ZERO TO WS-VAL-DIGITO-CALC
           END-IF
           IF WS-VAL-NSS-POS (11) EQUAL WS-VAL-DIGITO-CALC
               MOVE "SI " TO SW-VAL-CORRECTO
           END-IF.
       075-FIN. EXIT.
       076-SUMA-NSS.
           COMPUTE WS-VAL-PRODUCTO = WS-VAL-NSS-POS (WS-VAL-POS) *
                                     WS-VAL-PESO-NSS (WS-VAL-POS)
           IF WS-VAL-PRODUCTO GREATER THAN 9
               SUBTRACT 9 FROM WS-VAL-PRODUCTO
           END-IF
           ADD WS-VAL-PRODUCTO TO WS-VAL-SUMA.
       076-FIN. EXIT.
       077-VALOR-CARACTER.
           SET WS-IDX-CAR TO 1
           SEARCH WS-VAL-CAR
               AT END
                   MOVE 99 TO WS-VAL-VALOR
               WHEN WS-VAL-CAR (WS-IDX-CAR) EQUAL WS-VAL-CARACTER
                   SET WS-VAL-VALOR TO WS-IDX-CAR
                   SUBTRACT 1 FROM WS-VAL-VALOR
           END-SEARCH.
       077-FIN. EXIT.
