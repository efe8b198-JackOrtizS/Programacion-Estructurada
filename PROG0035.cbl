       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0035.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   CALCULO DE FINIQUITOS. TOMA LAS BAJAS QUE APLICO PROG0020
      *>   EN LA CORRIDA (MOVS0020, MOV-TIPO "BAJA" CON STATUS
      *>   DESPUES 9) Y POR CADA UNA CALCULA LO QUE LA EMPRESA LE
      *>   DEBE AL TRABAJADOR:
      *>     - LOS DIAS DE SALARIO DEL PERIODO HASTA EL ULTIMO DIA
      *>       LABORADO (LA FECHA EFECTIVA DE LA BAJA); PROG0030 YA
      *>       NO LE PAGA EL MES PORQUE EL EMPLEADO QUEDO INACTIVO
      *>     - LOS DIAS DE VACACIONES PENDIENTES DEL SALDO DE
      *>       PROG0085 (DERECHO MENOS TOMADOS) MAS LA PRIMA
      *>       VACACIONAL
      *>     - EL AGUINALDO PROPORCIONAL A LOS DIAS LABORADOS EN EL
      *>       ANIO DE LA BAJA, CONTADOS DESDE LA FECHA DE INGRESO SI
      *>       ENTRO ESE MISMO ANIO
      *>   ISR E IMSS SE CALCULAN CON LA TARIFA DEL MAESTRO DE
      *>   DEDUCCIONES (MISMA BUSQUEDA QUE PROG0030) SOLO SOBRE LOS
      *>   DIAS DE SALARIO Y LAS VACACIONES; LA PRIMA Y EL AGUINALDO
      *>   VAN EXENTOS Y NO HAY APORTACION AL FONDO DE AHORRO. POR
      *>   CADA FINIQUITO SE IMPRIME UNA HOJA PARA FIRMA DEL
      *>   TRABAJADOR, SE DEJA EL PAGO EN EL ARCHIVO DE DEPOSITOS
      *>   (MISMO FORMATO QUE EL DE PROG0030) Y SE AGREGA EL
      *>   REGISTRO AL HISTORICO DE NOMINA CON TIPO "F" PARA QUE LA
      *>   CONSTANCIA ANUAL DE PROG0090 LO INCLUYA. LOS MESES Y LOS
      *>   DIAS SE CUENTAN COMERCIALES (30 DIAS). UNA BAJA QUE NO SE
      *>   PUEDE CALCULAR (EMPLEADO FUERA DEL MAESTRO O SIN FECHA DE
      *>   INGRESO) SE LISTA AL FINAL Y LA CORRIDA TERMINA CON
      *>   RETURN-CODE 4 PARA QUE HR LA REVISE. CORRE DESPUES DE
      *>   PROG0020 Y ANTES DE LA SIGUIENTE CORRIDA DE PROG0085, QUE
      *>   DESCARTA EL SALDO DE VACACIONES DE LOS INACTIVOS.
      *>   AL EMPLEADO QUINCENAL (MAESTRO FRECPAGO DE PROG0046) AL
      *>   QUE PROG0030 YA LE PAGO LA PRIMERA QUINCENA DEL MES (TIENE
      *>   SU REGISTRO ORDINARIO DE PRIMERA QUINCENA EN EL HISTORICO
      *>   DE NOMINA) NO SE LE PAGAN OTRA VEZ SUS PRIMEROS 15 DIAS,
      *>   SEA CUAL SEA LA TARJETA CON QUE CORRA EL FINIQUITO.
      *>   COMO EN PROG0030, EL DEPOSITO SOLO SE HACE A UNA CUENTA DEL
      *>   MAESTRO CTABANCO (PROG0045) ACTIVA, YA VIGENTE A LA FECHA
      *>   DE LA CORRIDA Y CON CLABE VALIDA, Y LLEVA LA CLABE; QUIEN
      *>   NO LA TIENE SE PAGA POR CHEQUE: SU NETO VA AL ARCHIVO
      *>   REEXPFIN (MISMO FORMATO QUE EL REEXPIDE DE PROG0032) CON
      *>   LA CAUSA, QUE SE IMPRIME TAMBIEN EN LA HOJA DE FINIQUITO.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVS0020        ASSIGN TO UT-S-MOVS0020.
           SELECT EMPLEADOS       ASSIGN TO UT-S-EMPLEADO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS EMP-LLAVE
                                  FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT OPTIONAL
                  VACSALDO        ASSIGN TO UT-S-VACSALDO
                                  FILE STATUS IS WS-STATUS-SALDO.
           SELECT DEDUCC          ASSIGN TO UT-S-DEDUCC.
           SELECT DEPTOS          ASSIGN TO UT-S-DEPTOS.
           SELECT PUESTOS         ASSIGN TO UT-S-PUESTOS.
           SELECT FINIQUIT        ASSIGN TO US-S-FINIQUIT.
           SELECT DEPOSITO        ASSIGN TO UT-S-DEPFINIQ.
           SELECT CTABANCO        ASSIGN TO UT-S-CTABANCO.
           SELECT REEXPIDE        ASSIGN TO UT-S-REEXPFIN.
           SELECT OPTIONAL
                  NOMHIST         ASSIGN TO UT-S-NOMHIST
                                  FILE STATUS IS WS-STATUS-NOMHIST.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.
           SELECT OPTIONAL
                  FRECPAGO        ASSIGN TO UT-S-FRECPAGO
                                  FILE STATUS IS WS-STATUS-FRECPAGO.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *>   MOVS0020 - MOVIMIENTOS APLICADOS POR PROG0020 EN LA
      *>   CORRIDA; VIENEN EN ORDEN DE LLAVE PORQUE PROG0020 RECORRE
      *>   EL MAESTRO EN ORDEN
      *>----------------------------------------------------------------
       FD  MOVS0020
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.

       FD  EMPLEADOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS.
           05 EMP-LLAVE            PIC 9(05).
           05 FILLER               PIC X(53).

       FD  VACSALDO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-VACSALDO.
           COPY CPVACREG.

       FD  DEDUCC
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEDUCC.
           COPY CPDEDREG.

       FD  DEPTOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEPTOS.
           COPY CPDEPREG.

       FD  PUESTOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PUESTOS.
           COPY CPPUEREG.

       FD  FINIQUIT
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FINIQUIT.
       01  REG-FINIQUIT            PIC X(132).

      *>----------------------------------------------------------------
      *>   DEPOSITO - PAGOS DE FINIQUITO PARA EL BANCO, MISMO FORMATO
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
      *>   REEXPIDE (REEXPFIN) - UN REGISTRO POR FINIQUITO QUE SE PAGA
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

       FD  NOMHIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST.
           COPY CPNOMREG.

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

      *>----------------------------------------------------------------
      *>   FRECPAGO - MAESTRO DE FRECUENCIA DE PAGO (PROG0046); EL
      *>   EMPLEADO QUE NO APARECE COBRA MENSUAL
      *>----------------------------------------------------------------
       FD  FRECPAGO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRECPAGO.
           COPY CPFRCREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-STATUS-EMPLEADOS PIC X(02)      VALUE SPACES.
           05 WS-STATUS-SALDO     PIC X(02)      VALUE SPACES.
           05 WS-STATUS-NOMHIST   PIC X(02)      VALUE SPACES.
           05 WS-STATUS-PARAM     PIC X(02)      VALUE SPACES.
           05 SW-NOMHIST-ABIERTO  PIC X(03)      VALUE "NO ".
           05 SW-SALDO-ABIERTO    PIC X(03)      VALUE "NO ".
           05 WS-STATUS-CONTROL      PIC X(02)      VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)      VALUE SPACES.
           05 SW-CTL-YA-CORRIO       PIC X(03)      VALUE "NO ".
           05 SW-CTL-PREVIO-OK       PIC X(03)      VALUE "NO ".
           05 SW-CTL-DETENER         PIC X(03)      VALUE "NO ".
           05 WS-CTL-PREVIO-PROG     PIC X(08)      VALUE "PROG0020".
           05 WS-CTL-PER-ANIO        PIC 9(04)      VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)      VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)      VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-HORA.
               10 WS-CTL-HORA-HHMMSS PIC 9(06).
               10 FILLER             PIC 9(02).
           05 SW-FIN              PIC X(03)      VALUE SPACES.
           05 SW-FIN-SALDO        PIC X(03)      VALUE SPACES.
           05 SW-FIN-DEPTO        PIC X(03)      VALUE SPACES.
           05 SW-FIN-PUESTO       PIC X(03)      VALUE SPACES.
           05 SW-FIN-DEDUCC       PIC X(03)      VALUE SPACES.
           05 SW-EMP-EN-MAESTRO   PIC X(03)      VALUE "NO ".
           05 SW-FECHA-BUENA      PIC X(03)      VALUE "SI ".
           05 SW-TARIFA-HALLADA   PIC X(03)      VALUE "NO ".
           05 WS-CLAVE-SALDO      PIC 9(05)      VALUE ZEROS.
           05 WS-CLAVE-PROCESO    PIC 9(05)      VALUE ZEROS.
           05 WS-CLAVE-ANTERIOR   PIC 9(05)      VALUE ZEROS.
           05 WS-NOM-DEPTO        PIC X(20)      VALUE SPACES.
           05 WS-DES-PUESTO       PIC X(20)      VALUE SPACES.
           05 WS-MOTIVO-RECHAZO   PIC X(30)      VALUE SPACES.
           05 WS-FECHA-BAJA.
               10 WS-BAJ-ANIO     PIC 9(04).
               10 WS-BAJ-MES      PIC 9(02).
               10 WS-BAJ-DIA      PIC 9(02).
           05 WS-FECHA-DESGLOSE.
               10 WS-DES-ANIO     PIC 9(04).
               10 WS-DES-MES      PIC 9(02).
               10 WS-DES-DIA      PIC 9(02).
           05 WS-DIA-COMERCIAL    PIC 9(02)      VALUE ZEROS.
           05 WS-BAJ-INDICE       PIC 9(06)      VALUE ZEROS.
           05 WS-ACT-INDICE       PIC 9(06)      VALUE ZEROS.
           05 WS-DIA-INICIO       PIC 9(03)      VALUE ZEROS.
           05 WS-DIA-FINAL        PIC 9(03)      VALUE ZEROS.
           05 WS-DIAS-SUELDO      PIC 9(04)      VALUE ZEROS.
           05 WS-DIAS-DERECHO     PIC 9(02)      VALUE ZEROS.
           05 WS-DIAS-TOMADOS     PIC 9(02)      VALUE ZEROS.
           05 WS-DIAS-VACACIONES  PIC 9(03)      VALUE ZEROS.
           05 WS-DIAS-LABORADOS   PIC 9(03)      VALUE ZEROS.
           05 WS-DIAS-AGUI-PROP   PIC 9(02)V99   VALUE ZEROS.
           05 WS-DIAS-AGUINALDO   PIC 9(02)      VALUE 15.
           05 WS-PCT-PRIMA-VAC    PIC 9(02)V99   VALUE 25.
           05 WS-PCT-ISR          PIC 9(02)V99   VALUE ZEROS.
           05 WS-PCT-IMSS         PIC 9(02)V99   VALUE ZEROS.
           05 WS-PCT-AHORRO       PIC 9(02)V99   VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V9999 VALUE ZEROS.
           05 WS-IMP-SUELDO       PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-VACACIONES   PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-PRIMA        PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-AGUINALDO    PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-GRAVADO      PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-BRUTO        PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-ISR          PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-IMSS         PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-DEDUCC       PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-NETO         PIC 9(07)V99   VALUE ZEROS.
           05 WS-TOT-BAJAS        PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-PAGADOS      PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-RECHAZADOS   PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-SIN-TARIFA   PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-REPETIDAS    PIC 9(05)      VALUE ZEROS.
           05 WS-TARIFAS-PERDIDAS PIC 9(05)      VALUE ZEROS.
           05 WS-RECHAZOS-PERDIDOS PIC 9(05)     VALUE ZEROS.
           05 WS-TOT-BRUTO        PIC 9(09)V99   VALUE ZEROS.
           05 WS-TOT-DEDUCC       PIC 9(09)V99   VALUE ZEROS.
           05 WS-TOT-NETO         PIC 9(09)V99   VALUE ZEROS.
           05 WS-PAGINA-NUM       PIC 9(03)      VALUE ZEROS.
           05 WS-REPORTE-DIA      PIC 9(02)      VALUE ZEROS.
           05 WS-REPORTE-MES      PIC 9(02)      VALUE ZEROS.
           05 WS-REPORTE-ANIO     PIC 9(04)      VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO PIC 9(04).
               10 WS-FEC-SIS-MES  PIC 9(02).
               10 WS-FEC-SIS-DIA  PIC 9(02).
           05 WS-STATUS-FRECPAGO  PIC X(02)      VALUE SPACES.
           05 SW-FIN-FRECPAGO     PIC X(03)      VALUE SPACES.
           05 SW-EMP-QUINCENAL    PIC X(03)      VALUE "NO ".
           05 WS-FRECUENCIAS-PERDIDAS PIC 9(05)  VALUE ZEROS.
           05 WS-DIAS-QNA-PAGADA  PIC 9(02)      VALUE 15.
           05 SW-FIN-NOMHIST      PIC X(03)      VALUE SPACES.
           05 SW-EMP-QNA-PAGADA   PIC X(03)      VALUE "NO ".
           05 WS-QNA-PAGADAS-PERDIDAS PIC 9(05)  VALUE ZEROS.
           05 SW-FIN-CUENTAS      PIC X(03)      VALUE SPACES.
           05 SW-CUENTA-VALIDA    PIC X(03)      VALUE "NO ".
           05 WS-CUENTAS-PERDIDAS PIC 9(05)      VALUE ZEROS.
           05 WS-CAUSA-CHEQUE     PIC X(02)      VALUE SPACES.
           05 WS-FECHA-CORRIDA    PIC 9(08)      VALUE ZEROS.
           05 WS-DEPOSITADOS      PIC 9(05)      VALUE ZEROS.
           05 WS-CHEQUES          PIC 9(05)      VALUE ZEROS.
           05 WS-CHEQUES-05       PIC 9(05)      VALUE ZEROS.
           05 WS-CHEQUES-06       PIC 9(05)      VALUE ZEROS.
           05 WS-CHEQUES-07       PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-DEPOSITADO   PIC 9(09)V99   VALUE ZEROS.
           05 WS-TOT-CHEQUES      PIC 9(09)V99   VALUE ZEROS.

       COPY CPPARAM.
       COPY CPFRCTAB.
       COPY CPCTATAB.

      *>----------------------------------------------------------------
      *>   EMPLEADOS CON NOMINA ORDINARIA DE PRIMERA QUINCENA YA
      *>   PAGADA EN EL PERIODO (HISTORICO DE NOMINA DE PROG0030)
      *>----------------------------------------------------------------
       01  WS-TAB-QNA-PAGADA.
           05 WS-TAB-QNP-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-QNP-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-QNP-CANT
                                  INDEXED BY WS-IDX-QNP.
               10 WS-TAB-QNP-NUMERO   PIC 9(05).

       COPY CPDEPTAB.
       COPY CPPUETAB.
       COPY CPDEDTAB.

      *>----------------------------------------------------------------
      *>   BAJAS QUE NO SE PUDIERON CALCULAR; SE LISTAN EN LA HOJA DE
      *>   TOTALES PARA QUE HR LAS ATIENDA A MANO
      *>----------------------------------------------------------------
       01  WS-TAB-RECHAZOS.
           05 WS-TAB-RECH-CANT    PIC 9(03)      VALUE ZEROS.
           05 WS-TAB-RECH-REG     OCCURS 1 TO 200 TIMES
                                  DEPENDING ON WS-TAB-RECH-CANT
                                  INDEXED BY WS-IDX-RECH.
               10 WS-TAB-RECH-NUMERO  PIC 9(05).
               10 WS-TAB-RECH-NOMBRE  PIC X(30).
               10 WS-TAB-RECH-MOTIVO  PIC X(30).

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
                                  VALUE "FINIQUITO LABORAL      ".
           05 FILLER              PIC X(17)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(54)      VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)      VALUE ALL "-".
           05 FILLER              PIC X(53)      VALUE SPACES.

       01  WS-FIN-LINEA-1.
           05 FILLER              PIC X(11)      VALUE " EMPLEADO: ".
           05 WS-FIN-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-FIN-NOMBRE       PIC X(30).
           05 FILLER              PIC X(08)      VALUE " DEPTO: ".
           05 WS-FIN-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-FIN-DEPTO-NOM    PIC X(20).
           05 FILLER              PIC X(09)      VALUE " PUESTO: ".
           05 WS-FIN-PUESTO       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-FIN-PUESTO-DES   PIC X(20).
           05 FILLER              PIC X(20)      VALUE SPACES.

       01  WS-FIN-LINEA-2.
           05 FILLER              PIC X(17)
                                  VALUE "    FECHA INGRESO".
           05 FILLER              PIC X(02)      VALUE ": ".
           05 WS-FIN-ING-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-FIN-ING-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-FIN-ING-ANIO     PIC 9(04).
           05 FILLER              PIC X(21)
                                  VALUE "   ULTIMO DIA LABOR.:".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-FIN-BAJ-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-FIN-BAJ-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-FIN-BAJ-ANIO     PIC 9(04).
           05 FILLER              PIC X(18)
                                  VALUE "   SALARIO MENS.: ".
           05 WS-FIN-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(41)      VALUE SPACES.

       01  WS-FIN-SUB-TITULO.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE "CONCEPTO".
           05 FILLER              PIC X(10)      VALUE "      DIAS".
           05 FILLER              PIC X(16)
                                  VALUE "         IMPORTE".
           05 FILLER              PIC X(72)      VALUE SPACES.

       01  WS-FIN-CONCEPTO.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-FCO-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-FCO-DIAS         PIC ZZZ9.99.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-FCO-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(72)      VALUE SPACES.

       01  WS-FIN-IMPORTE.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-FIM-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 WS-FIM-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(72)      VALUE SPACES.

       01  WS-FIN-SIN-TARIFA.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "** SIN TARIFA DE DEDUCCIONES - NO SE RETIENE".
           05 FILLER              PIC X(26)
              VALUE " ISR NI IMSS; REVISAR **  ".
           05 FILLER              PIC X(58)      VALUE SPACES.

       01  WS-FIN-LEYENDA-1.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(48)
              VALUE "RECIBI A MI ENTERA SATISFACCION LA CANTIDAD NETA".
           05 FILLER              PIC X(48)
              VALUE " ANTERIOR POR CONCEPTO DE FINIQUITO DE MI RELACI".
           05 FILLER              PIC X(32)
              VALUE "ON DE TRABAJO.                  ".

       01  WS-FIN-LEYENDA-2.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(48)
              VALUE "NO ME RESERVO ACCION NI DERECHO ALGUNO QUE EJERC".
           05 FILLER              PIC X(48)
              VALUE "ITAR EN CONTRA DE LA EMPRESA.                   ".
           05 FILLER              PIC X(32)      VALUE SPACES.

       01  WS-FIN-FIRMAS.
           05 FILLER              PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE ALL "_".
           05 FILLER              PIC X(16)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE ALL "_".
           05 FILLER              PIC X(48)      VALUE SPACES.

       01  WS-FIN-FIRMAS-DES.
           05 FILLER              PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "    FIRMA DEL TRABAJADOR      ".
           05 FILLER              PIC X(16)      VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "   AUTORIZO RECURSOS HUMANOS  ".
           05 FILLER              PIC X(48)      VALUE SPACES.

       01  WS-FIN-CHEQUE.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "** PAGO CON CHEQUE, SIN DEPOSITO -  ".
           05 WS-FCH-CAUSA        PIC X(30).
           05 FILLER              PIC X(62)      VALUE SPACES.

       01  WS-SECCION-TOTALES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "TOTALES DE LA CORRIDA DE FINIQUITOS         ".
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
              VALUE "BAJAS SIN FINIQUITO - ATENDER A MANO        ".
           05 FILLER              PIC X(87)      VALUE SPACES.

       01  WS-DET-RECHAZO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-MOTIVO       PIC X(30).
           05 FILLER              PIC X(61)      VALUE SPACES.

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

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           MOVE WS-REPORTE-ANIO TO WS-CTL-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-CTL-PER-MES
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA
           PERFORM 013-CHECA-CONTROL THRU 013-FIN
           IF SW-CTL-DETENER EQUAL "SI "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "INICIO" TO WS-CTL-EVENTO
           MOVE SPACES   TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           PERFORM 033-CARGA-QNA-PAGADA THRU 033-FIN
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           PERFORM 060-CARGA-CUENTAS THRU 060-FIN
           PERFORM 021-CARGA-DEPTOS  THRU 021-FIN
           PERFORM 023-CARGA-PUESTOS THRU 023-FIN
           PERFORM 027-CARGA-DEDUCC  THRU 027-FIN
           PERFORM 031-CARGA-FRECUENCIAS THRU 031-FIN
           PERFORM 041-LEE-SALDO     THRU 041-FIN
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
                                     UNTIL SW-FIN EQUAL "FIN"
           PERFORM 050-FINAL         THRU 050-FIN
           MOVE "FIN   " TO WS-CTL-EVENTO
           MOVE "LIMPIO" TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           OPEN INPUT MOVS0020
                      EMPLEADOS
                OUTPUT FINIQUIT
                       DEPOSITO
                       REEXPIDE
           MOVE "NO " TO SW-SALDO-ABIERTO
           OPEN INPUT VACSALDO
           IF WS-STATUS-SALDO EQUAL "00"
               MOVE "SI " TO SW-SALDO-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN-SALDO
               MOVE HIGH-VALUES TO WS-CLAVE-SALDO
           END-IF
           OPEN EXTEND NOMHIST
           IF WS-STATUS-NOMHIST EQUAL "00" OR
              WS-STATUS-NOMHIST EQUAL "05"
               MOVE "SI " TO SW-NOMHIST-ABIERTO
           ELSE
               DISPLAY "PROG0035: HISTORICO DE NOMINA NO "
                       "DISPONIBLE - STATUS " WS-STATUS-NOMHIST
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
      *>   DEL HISTORICO DE NOMINA) SE DETERMINA IGUAL QUE EN
      *>   PROG0030: TARJETA DE PARAMETROS O FECHA DEL SISTEMA
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
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: EL FINIQUITO NO
      *>   ARRANCA SI PROG0020 NO TERMINO LIMPIO EN ESTE PERIODO, NI
      *>   SE REPITE (SE PAGARIA DOS VECES) SALVO CON LA MARCA DE
      *>   RECORRIDA ("R"); EN AMBOS CASOS TERMINA CON RETURN-CODE 8
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
               DISPLAY "PROG0035: EL PASO ANTERIOR ("
                       WS-CTL-PREVIO-PROG
                       ") NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-YA-CORRIO EQUAL "SI " AND
              NOT WS-PARM-ES-RECORRIDA
               DISPLAY "PROG0035: PASO YA TERMINADO EN EL PERIODO - "
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
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0035" AND
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
               MOVE "PROG0035"      TO CTL-PROGRAMA
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
       021-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
           PERFORM 022-LEE-DEPTO THRU 022-FIN
                                     UNTIL SW-FIN-DEPTO EQUAL "FIN"
           CLOSE DEPTOS.
       021-FIN. EXIT.
       022-LEE-DEPTO.
           READ DEPTOS
               AT END
                   MOVE "FIN" TO SW-FIN-DEPTO
               NOT AT END
                   ADD 1 TO WS-TAB-DEPTOS-CANT
                   SET WS-IDX-DEPTO TO WS-TAB-DEPTOS-CANT
                   MOVE DEP-CODIGO TO WS-TAB-DEPTO-COD (WS-IDX-DEPTO)
                   MOVE DEP-NOMBRE TO WS-TAB-DEPTO-NOM (WS-IDX-DEPTO)
           END-READ.
       022-FIN. EXIT.
       023-CARGA-PUESTOS.
           OPEN INPUT PUESTOS
           PERFORM 024-LEE-PUESTO THRU 024-FIN
                                     UNTIL SW-FIN-PUESTO EQUAL "FIN"
           CLOSE PUESTOS.
       023-FIN. EXIT.
       024-LEE-PUESTO.
           READ PUESTOS
               AT END
                   MOVE "FIN" TO SW-FIN-PUESTO
               NOT AT END
                   ADD 1 TO WS-TAB-PUESTOS-CANT
                   SET WS-IDX-PUESTO TO WS-TAB-PUESTOS-CANT
                   MOVE PUE-CODIGO TO WS-TAB-PUESTO-COD (WS-IDX-PUESTO)
                   MOVE PUE-DESCRIPCION
                                   TO WS-TAB-PUESTO-DES (WS-IDX-PUESTO)
           END-READ.
       024-FIN. EXIT.
       027-CARGA-DEDUCC.
           OPEN INPUT DEDUCC
           PERFORM 028-LEE-DEDUCC THRU 028-FIN
                                     UNTIL SW-FIN-DEDUCC EQUAL "FIN"
           CLOSE DEDUCC
           IF WS-TARIFAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0035: TARIFAS NO CARGADAS POR FALTA DE "
                       "ESPACIO EN TABLA: " WS-TARIFAS-PERDIDAS
           END-IF.
       027-FIN. EXIT.
       028-LEE-DEDUCC.
           READ DEDUCC
               AT END
                   MOVE "FIN" TO SW-FIN-DEDUCC
               NOT AT END
                   IF WS-TAB-DEDUCC-CANT GREATER THAN OR EQUAL TO 200
                       ADD 1 TO WS-TARIFAS-PERDIDAS
                       GO TO 028-FIN
                   END-IF
                   ADD 1 TO WS-TAB-DEDUCC-CANT
                   SET WS-IDX-DEDUCC TO WS-TAB-DEDUCC-CANT
                   MOVE DED-TIPO
                              TO WS-TAB-DED-TIPO (WS-IDX-DEDUCC)
                   MOVE DED-PUESTO
                              TO WS-TAB-DED-PUESTO (WS-IDX-DEDUCC)
                   MOVE DED-SAL-DESDE
                              TO WS-TAB-DED-SAL-DESDE (WS-IDX-DEDUCC)
                   MOVE DED-SAL-HASTA
                              TO WS-TAB-DED-SAL-HASTA (WS-IDX-DEDUCC)
                   MOVE DED-PCT-ISR
                              TO WS-TAB-DED-PCT-ISR (WS-IDX-DEDUCC)
                   MOVE DED-PCT-IMSS
                              TO WS-TAB-DED-PCT-IMSS (WS-IDX-DEDUCC)
                   MOVE DED-PCT-AHORRO
                              TO WS-TAB-DED-PCT-AHORRO (WS-IDX-DEDUCC)
           END-READ.
       028-FIN. EXIT.
       025-BUSCA-DEPTO.
           MOVE "** NO REGISTRADO **" TO WS-NOM-DEPTO
           IF WS-TAB-DEPTOS-CANT GREATER THAN ZERO
               SET WS-IDX-DEPTO TO 1
               SEARCH WS-TAB-DEPTOS-REG
                   AT END
                       MOVE "** NO REGISTRADO **" TO WS-NOM-DEPTO
                   WHEN WS-TAB-DEPTO-COD (WS-IDX-DEPTO)
                                         EQUAL WS-DEPTO-EMP
                       MOVE WS-TAB-DEPTO-NOM (WS-IDX-DEPTO)
                                         TO WS-NOM-DEPTO
               END-SEARCH
           END-IF.
       025-FIN. EXIT.
       026-BUSCA-PUESTO.
           MOVE "** NO REGISTRADO **" TO WS-DES-PUESTO
           IF WS-TAB-PUESTOS-CANT GREATER THAN ZERO
               SET WS-IDX-PUESTO TO 1
               SEARCH WS-TAB-PUESTOS-REG
                   AT END
                       MOVE "** NO REGISTRADO **" TO WS-DES-PUESTO
                   WHEN WS-TAB-PUESTO-COD (WS-IDX-PUESTO)
                                          EQUAL WS-PUESTO-EMP
                       MOVE WS-TAB-PUESTO-DES (WS-IDX-PUESTO)
                                          TO WS-DES-PUESTO
               END-SEARCH
           END-IF.
       026-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   042 - MISMA BUSQUEDA DE TARIFA QUE PROG0030: POR PUESTO
      *>   ("P") ANTES QUE POR RANGO DE SALARIO ("S")
      *>----------------------------------------------------------------
       042-BUSCA-DEDUCC.
           MOVE "NO " TO SW-TARIFA-HALLADA
           MOVE ZEROS TO WS-PCT-ISR
                         WS-PCT-IMSS
                         WS-PCT-AHORRO
           IF WS-TAB-DEDUCC-CANT GREATER THAN ZERO
               SET WS-IDX-DEDUCC TO 1
               SEARCH WS-TAB-DEDUCC-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DED-TIPO (WS-IDX-DEDUCC) EQUAL "P"
                    AND WS-TAB-DED-PUESTO (WS-IDX-DEDUCC)
                                          EQUAL WS-PUESTO-EMP
                       MOVE "SI " TO SW-TARIFA-HALLADA
                       PERFORM 043-TOMA-PORCENTAJES THRU 043-FIN
               END-SEARCH
           END-IF
           IF SW-TARIFA-HALLADA EQUAL "NO "
              AND WS-TAB-DEDUCC-CANT GREATER THAN ZERO
               SET WS-IDX-DEDUCC TO 1
               SEARCH WS-TAB-DEDUCC-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DED-TIPO (WS-IDX-DEDUCC) EQUAL "S"
                    AND WS-SALARIO-EMP NOT LESS THAN
                        WS-TAB-DED-SAL-DESDE (WS-IDX-DEDUCC)
                    AND WS-SALARIO-EMP NOT GREATER THAN
                        WS-TAB-DED-SAL-HASTA (WS-IDX-DEDUCC)
                       MOVE "SI " TO SW-TARIFA-HALLADA
                       PERFORM 043-TOMA-PORCENTAJES THRU 043-FIN
               END-SEARCH
           END-IF.
       042-FIN. EXIT.
       043-TOMA-PORCENTAJES.
           MOVE WS-TAB-DED-PCT-ISR (WS-IDX-DEDUCC)    TO WS-PCT-ISR
           MOVE WS-TAB-DED-PCT-IMSS (WS-IDX-DEDUCC)   TO WS-PCT-IMSS
           MOVE WS-TAB-DED-PCT-AHORRO (WS-IDX-DEDUCC) TO WS-PCT-AHORRO.
       043-FIN. EXIT.
       030-TITULOS.
           WRITE REG-FINIQUIT FROM WS-TITULO-1 AFTER ADVANCING PAGE
           MOVE WS-REPORTE-DIA  TO WS-TIT-2-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-2-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-2-ANIO
           ADD 1        TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM TO WS-TIT-2-PAGINA
           WRITE REG-FINIQUIT FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-FINIQUIT FROM WS-GUIONES AFTER ADVANCING 1.
       030-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   040 - SOLO INTERESAN LAS BAJAS APLICADAS; UNA SEGUNDA BAJA
      *>   DEL MISMO EMPLEADO EN LA CORRIDA NO GENERA OTRO FINIQUITO
      *>----------------------------------------------------------------
       040-PROCESO.
           IF MOV-TIPO NOT EQUAL "BAJA" OR
              MOV-STA-DESPUES NOT EQUAL 9
               GO TO 040-LEE
           END-IF
           ADD 1 TO WS-TOT-BAJAS
           IF MOV-LLAVE EQUAL WS-CLAVE-ANTERIOR
               ADD 1 TO WS-TOT-REPETIDAS
               GO TO 040-LEE
           END-IF
           MOVE MOV-LLAVE TO WS-CLAVE-ANTERIOR
                             WS-CLAVE-PROCESO
           PERFORM 044-CALCULA-FINIQUITO THRU 044-FIN.
       040-LEE.
           READ MOVS0020 AT END
                MOVE "FIN" TO SW-FIN.
       040-FIN. EXIT.
       031-CARGA-FRECUENCIAS.
           OPEN INPUT FRECPAGO
           IF WS-STATUS-FRECPAGO EQUAL "00"
               PERFORM 032-LEE-FRECUENCIA THRU 032-FIN
                   UNTIL SW-FIN-FRECPAGO EQUAL "FIN"
               CLOSE FRECPAGO
           END-IF
           IF WS-FRECUENCIAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0035: FRECUENCIAS DE PAGO NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: "
                       WS-FRECUENCIAS-PERDIDAS
           END-IF.
       031-FIN. EXIT.
       032-LEE-FRECUENCIA.
           READ FRECPAGO
               AT END
                   MOVE "FIN" TO SW-FIN-FRECPAGO
               NOT AT END
                   IF NOT FRC-ES-QUINCENAL
                       GO TO 032-FIN
                   END-IF
                   IF WS-TAB-FRC-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-FRECUENCIAS-PERDIDAS
                       GO TO 032-FIN
                   END-IF
                   ADD 1 TO WS-TAB-FRC-CANT
                   SET WS-IDX-FRC TO WS-TAB-FRC-CANT
                   MOVE FRC-NUMERO TO WS-TAB-FRC-NUMERO (WS-IDX-FRC)
           END-READ.
       032-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   033/034 - SE LEE EL HISTORICO DE NOMINA ANTES DE ABRIRLO
      *>   PARA AGREGAR LOS FINIQUITOS: QUIEN TIENE REGISTRO
      *>   ORDINARIO ("O") DE PRIMERA QUINCENA EN EL PERIODO YA COBRO
      *>   SUS PRIMEROS 15 DIAS DEL MES
      *>----------------------------------------------------------------
       033-CARGA-QNA-PAGADA.
           MOVE SPACES TO SW-FIN-NOMHIST
           OPEN INPUT NOMHIST
           IF WS-STATUS-NOMHIST EQUAL "00"
               PERFORM 034-LEE-NOMHIST THRU 034-FIN
                   UNTIL SW-FIN-NOMHIST EQUAL "FIN"
               CLOSE NOMHIST
           END-IF
           IF WS-QNA-PAGADAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0035: QUINCENAS PAGADAS NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: "
                       WS-QNA-PAGADAS-PERDIDAS
           END-IF.
       033-FIN. EXIT.
       034-LEE-NOMHIST.
           READ NOMHIST
               AT END
                   MOVE "FIN" TO SW-FIN-NOMHIST
               NOT AT END
                   IF NOM-PER-ANIO NOT EQUAL WS-REPORTE-ANIO OR
                      NOM-PER-MES NOT EQUAL WS-REPORTE-MES OR
                      NOM-TIPO-NOMINA NOT EQUAL "O" OR
                      NOT NOM-ES-PRIMERA-QNA
                       GO TO 034-FIN
                   END-IF
                   IF WS-TAB-QNP-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-QNA-PAGADAS-PERDIDAS
                       GO TO 034-FIN
                   END-IF
                   ADD 1 TO WS-TAB-QNP-CANT
                   SET WS-IDX-QNP TO WS-TAB-QNP-CANT
                   MOVE NOM-NUMERO TO WS-TAB-QNP-NUMERO (WS-IDX-QNP)
           END-READ.
       034-FIN. EXIT.
       041-LEE-SALDO.
           IF SW-SALDO-ABIERTO EQUAL "NO "
               GO TO 041-FIN
           END-IF
           READ VACSALDO
               AT END
                   MOVE "FIN"        TO SW-FIN-SALDO
                   MOVE HIGH-VALUES  TO WS-CLAVE-SALDO
               NOT AT END
                   MOVE VAC-NUMERO   TO WS-CLAVE-SALDO
           END-READ.
       041-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   044 - UN FINIQUITO. EL SALARIO, DEPTO Y PUESTO SON LOS DE
      *>   ANTES DE LA BAJA (LOS "ANTES" DEL MOVIMIENTO); DEL MAESTRO
      *>   SOLO SE TOMA LA FECHA DE INGRESO
      *>----------------------------------------------------------------
       044-CALCULA-FINIQUITO.
           PERFORM 047-BUSCA-EMPLEADO THRU 047-FIN
           PERFORM 110-UBICA-SALDO    THRU 110-FIN
           IF SW-EMP-EN-MAESTRO EQUAL "NO "
               MOVE MOV-VALOR-ANTES TO WS-NOMBRE-EMP
               MOVE "EMPLEADO NO ESTA EN EL MAESTRO"
                                    TO WS-MOTIVO-RECHAZO
               PERFORM 048-RECHAZA-BAJA THRU 048-FIN
               GO TO 044-FIN
           END-IF
           MOVE MOV-VALOR-ANTES TO WS-NOMBRE-EMP
           MOVE MOV-SAL-ANTES   TO WS-SALARIO-EMP
           MOVE MOV-DEP-ANTES   TO WS-DEPTO-EMP
           MOVE MOV-PUE-ANTES   TO WS-PUESTO-EMP
           PERFORM 115-VALIDA-FECHA THRU 115-FIN
           IF SW-FECHA-BUENA EQUAL "NO "
               MOVE "SIN FECHA DE INGRESO VALIDA   "
                                    TO WS-MOTIVO-RECHAZO
               PERFORM 048-RECHAZA-BAJA THRU 048-FIN
               GO TO 044-FIN
           END-IF
           IF WS-SALARIO-EMP NOT GREATER THAN ZERO
               MOVE "SIN SALARIO ANTES DE LA BAJA  "
                                    TO WS-MOTIVO-RECHAZO
               PERFORM 048-RECHAZA-BAJA THRU 048-FIN
               GO TO 044-FIN
           END-IF
           PERFORM 025-BUSCA-DEPTO      THRU 025-FIN
           PERFORM 026-BUSCA-PUESTO     THRU 026-FIN
           PERFORM 116-FECHA-BAJA       THRU 116-FIN
           PERFORM 120-DIAS-SUELDO      THRU 120-FIN
           PERFORM 125-DIAS-VACACIONES  THRU 125-FIN
           PERFORM 130-DIAS-AGUINALDO   THRU 130-FIN
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-EMP / 30
           COMPUTE WS-IMP-SUELDO ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-SUELDO
           COMPUTE WS-IMP-VACACIONES ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-VACACIONES
           COMPUTE WS-IMP-PRIMA ROUNDED =
                   WS-IMP-VACACIONES * WS-PCT-PRIMA-VAC / 100
           COMPUTE WS-IMP-AGUINALDO ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-AGUI-PROP
           COMPUTE WS-IMP-GRAVADO =
                   WS-IMP-SUELDO + WS-IMP-VACACIONES
           COMPUTE WS-IMP-BRUTO =
                   WS-IMP-GRAVADO + WS-IMP-PRIMA + WS-IMP-AGUINALDO
           PERFORM 042-BUSCA-DEDUCC THRU 042-FIN
           IF SW-TARIFA-HALLADA EQUAL "NO "
               ADD 1 TO WS-TOT-SIN-TARIFA
           END-IF
           COMPUTE WS-IMP-ISR ROUNDED =
                   WS-IMP-GRAVADO * WS-PCT-ISR / 100
           COMPUTE WS-IMP-IMSS ROUNDED =
                   WS-IMP-GRAVADO * WS-PCT-IMSS / 100
           COMPUTE WS-IMP-DEDUCC = WS-IMP-ISR + WS-IMP-IMSS
           COMPUTE WS-IMP-NETO = WS-IMP-BRUTO - WS-IMP-DEDUCC
           ADD 1              TO WS-TOT-PAGADOS
           ADD WS-IMP-BRUTO   TO WS-TOT-BRUTO
           ADD WS-IMP-DEDUCC  TO WS-TOT-DEDUCC
           ADD WS-IMP-NETO    TO WS-TOT-NETO
           MOVE "SI " TO SW-CUENTA-VALIDA
           IF WS-IMP-NETO GREATER THAN ZERO
               PERFORM 049-GRABA-DEPOSITO THRU 049-FIN
           END-IF
           PERFORM 046-IMPRIME-FINIQUITO THRU 046-FIN
           PERFORM 045-GRABA-HISTORIA THRU 045-FIN.
       044-FIN. EXIT.
       045-GRABA-HISTORIA.
           IF SW-NOMHIST-ABIERTO EQUAL "NO "
               GO TO 045-FIN
           END-IF
           MOVE SPACES          TO REG-NOMHIST
           MOVE WS-REPORTE-ANIO TO NOM-PER-ANIO
           MOVE WS-REPORTE-MES  TO NOM-PER-MES
           MOVE WS-CLAVE-PROCESO TO NOM-NUMERO
           MOVE WS-IMP-BRUTO    TO NOM-BRUTO
           MOVE WS-IMP-ISR      TO NOM-ISR
           MOVE WS-IMP-IMSS     TO NOM-IMSS
           MOVE ZEROS           TO NOM-AHORRO
           MOVE WS-IMP-NETO     TO NOM-NETO
           MOVE "F"             TO NOM-TIPO-NOMINA
           MOVE WS-PARM-QUINCENA TO NOM-QUINCENA
           MOVE ZEROS           TO NOM-INC-PERCEP
                                   NOM-INC-DESCTO
                                   NOM-ABONO-PREST
           WRITE REG-NOMHIST.
       045-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   046 - HOJA DE FINIQUITO: UNA POR TRABAJADOR, CON EL
      *>   DESGLOSE DE CONCEPTOS Y EL ESPACIO PARA FIRMAS
      *>----------------------------------------------------------------
       046-IMPRIME-FINIQUITO.
           PERFORM 030-TITULOS THRU 030-FIN
           MOVE WS-CLAVE-PROCESO TO WS-FIN-NUMERO
           MOVE WS-NOMBRE-EMP   TO WS-FIN-NOMBRE
           MOVE WS-DEPTO-EMP    TO WS-FIN-DEPTO
           MOVE WS-NOM-DEPTO    TO WS-FIN-DEPTO-NOM
           MOVE WS-PUESTO-EMP   TO WS-FIN-PUESTO
           MOVE WS-DES-PUESTO   TO WS-FIN-PUESTO-DES
           WRITE REG-FINIQUIT FROM WS-FIN-LINEA-1 AFTER ADVANCING 2
           MOVE WS-FEC-ING-DIA  TO WS-FIN-ING-DIA
           MOVE WS-FEC-ING-MES  TO WS-FIN-ING-MES
           MOVE WS-FEC-ING-ANIO TO WS-FIN-ING-ANIO
           MOVE WS-BAJ-DIA      TO WS-FIN-BAJ-DIA
           MOVE WS-BAJ-MES      TO WS-FIN-BAJ-MES
           MOVE WS-BAJ-ANIO     TO WS-FIN-BAJ-ANIO
           MOVE WS-SALARIO-EMP  TO WS-FIN-SALARIO
           WRITE REG-FINIQUIT FROM WS-FIN-LINEA-2 AFTER ADVANCING 1
           WRITE REG-FINIQUIT FROM WS-FIN-SUB-TITULO AFTER ADVANCING 2
           WRITE REG-FINIQUIT FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "SALARIO DEVENGADO NO PAGADO   " TO WS-FCO-DESCRIPCION
           MOVE WS-DIAS-SUELDO     TO WS-FCO-DIAS
           MOVE WS-IMP-SUELDO      TO WS-FCO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-CONCEPTO AFTER ADVANCING 1
           MOVE "VACACIONES NO DISFRUTADAS     " TO WS-FCO-DESCRIPCION
           MOVE WS-DIAS-VACACIONES TO WS-FCO-DIAS
           MOVE WS-IMP-VACACIONES  TO WS-FCO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-CONCEPTO AFTER ADVANCING 1
           MOVE "PRIMA VACACIONAL              " TO WS-FIM-DESCRIPCION
           MOVE WS-IMP-PRIMA       TO WS-FIM-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-IMPORTE AFTER ADVANCING 1
           MOVE "AGUINALDO PROPORCIONAL        " TO WS-FCO-DESCRIPCION
           MOVE WS-DIAS-AGUI-PROP  TO WS-FCO-DIAS
           MOVE WS-IMP-AGUINALDO   TO WS-FCO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-CONCEPTO AFTER ADVANCING 1
           WRITE REG-FINIQUIT FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "TOTAL DE PERCEPCIONES         " TO WS-FIM-DESCRIPCION
           MOVE WS-IMP-BRUTO       TO WS-FIM-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-IMPORTE AFTER ADVANCING 1
           MOVE "ISR                           " TO WS-FIM-DESCRIPCION
           MOVE WS-IMP-ISR         TO WS-FIM-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-IMPORTE AFTER ADVANCING 1
           MOVE "IMSS                          " TO WS-FIM-DESCRIPCION
           MOVE WS-IMP-IMSS        TO WS-FIM-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-IMPORTE AFTER ADVANCING 1
           IF SW-TARIFA-HALLADA EQUAL "NO "
               WRITE REG-FINIQUIT FROM WS-FIN-SIN-TARIFA
                                        AFTER ADVANCING 1
           END-IF
           MOVE "NETO A PAGAR                  " TO WS-FIM-DESCRIPCION
           MOVE WS-IMP-NETO        TO WS-FIM-IMPORTE
           WRITE REG-FINIQUIT FROM WS-FIN-IMPORTE AFTER ADVANCING 2
           IF SW-CUENTA-VALIDA EQUAL "NO "
               WRITE REG-FINIQUIT FROM WS-FIN-CHEQUE AFTER ADVANCING 1
           END-IF
           WRITE REG-FINIQUIT FROM WS-FIN-LEYENDA-1 AFTER ADVANCING 3
           WRITE REG-FINIQUIT FROM WS-FIN-LEYENDA-2 AFTER ADVANCING 1
           WRITE REG-FINIQUIT FROM WS-FIN-FIRMAS AFTER ADVANCING 5
           WRITE REG-FINIQUIT FROM WS-FIN-FIRMAS-DES
                                    AFTER ADVANCING 1.
       046-FIN. EXIT.
       047-BUSCA-EMPLEADO.
           MOVE "NO " TO SW-EMP-EN-MAESTRO
           MOVE WS-CLAVE-PROCESO TO EMP-LLAVE
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SI " TO SW-EMP-EN-MAESTRO
           END-READ.
       047-FIN. EXIT.
       048-RECHAZA-BAJA.
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
      *>   DEPOSITO: EL NETO SE MANDA A CHEQUE Y SE AVISA EN LA HOJA
      *>----------------------------------------------------------------
       049-GRABA-DEPOSITO.
           PERFORM 062-BUSCA-CUENTA THRU 062-FIN
           IF SW-CUENTA-VALIDA EQUAL "NO "
               PERFORM 066-GRABA-CHEQUE THRU 066-FIN
               GO TO 049-FIN
           END-IF
           MOVE WS-CLAVE-PROCESO TO WS-DEP-NUMERO
           MOVE WS-NOMBRE-EMP   TO WS-DEP-NOMBRE
           MOVE WS-IMP-NETO     TO WS-DEP-NETO
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-DEP-CLABE
           MOVE WS-REPORTE-ANIO  TO WS-DEP-PER-ANIO
           MOVE WS-REPORTE-MES   TO WS-DEP-PER-MES
           MOVE WS-PARM-QUINCENA TO WS-DEP-QUINCENA
           WRITE REG-DEPOSITO FROM WS-DEP-DETALLE
           ADD 1           TO WS-DEPOSITADOS
           ADD WS-IMP-NETO TO WS-TOT-DEPOSITADO.
       049-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   110 - AVANZA EL MAESTRO DE SALDOS HASTA EL EMPLEADO DE LA
      *>   BAJA (MISMO ESQUEMA QUE 110-UBICA-SALDO DE PROG0085); SIN
      *>   SALDO NO HAY VACACIONES PENDIENTES QUE PAGAR
      *>----------------------------------------------------------------
       110-UBICA-SALDO.
           PERFORM 112-DESCARTA-SALDO THRU 112-FIN
               UNTIL WS-CLAVE-SALDO NOT LESS THAN WS-CLAVE-PROCESO
           IF WS-CLAVE-SALDO EQUAL WS-CLAVE-PROCESO
               MOVE VAC-DIAS-DERECHO TO WS-DIAS-DERECHO
               MOVE VAC-DIAS-TOMADOS TO WS-DIAS-TOMADOS
               PERFORM 041-LEE-SALDO THRU 041-FIN
           ELSE
               MOVE ZEROS            TO WS-DIAS-DERECHO
                                        WS-DIAS-TOMADOS
           END-IF.
       110-FIN. EXIT.
       112-DESCARTA-SALDO.
           PERFORM 041-LEE-SALDO THRU 041-FIN.
       112-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   115 - MISMA VALIDACION DE FECHA DE INGRESO QUE PROG0085
      *>----------------------------------------------------------------
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
      *>   120 - DIAS DE SALARIO QUE SE LE DEBEN. PROG0030 YA NO LE
      *>   PAGA EL MES DE LA CORRIDA (QUEDO INACTIVO), ASI QUE SE LE
      *>   DEBEN LOS DIAS DEL PERIODO HASTA LA BAJA, MAS LOS MESES
      *>   COMPLETOS SI LA BAJA ES DE UN PERIODO POSTERIOR. UNA BAJA
      *>   CON FECHA DE UN PERIODO YA PAGADO NO GENERA DIAS. AL
      *>   QUINCENAL QUE YA COBRO EN PROG0030 LA PRIMERA QUINCENA DEL
      *>   PERIODO SE LE DESCUENTAN ESOS DIAS, CORRA CON LA TARJETA
      *>   QUE CORRA EL FINIQUITO
      *>----------------------------------------------------------------
       120-DIAS-SUELDO.
           MOVE ZEROS TO WS-DIAS-SUELDO
           COMPUTE WS-ACT-INDICE =
                   WS-REPORTE-ANIO * 12 + WS-REPORTE-MES
           COMPUTE WS-BAJ-INDICE =
                   WS-BAJ-ANIO * 12 + WS-BAJ-MES
           IF WS-BAJ-INDICE LESS THAN WS-ACT-INDICE
               GO TO 120-FIN
           END-IF
           MOVE WS-BAJ-DIA TO WS-DIA-COMERCIAL
           IF WS-DIA-COMERCIAL GREATER THAN 30
               MOVE 30 TO WS-DIA-COMERCIAL
           END-IF
           COMPUTE WS-DIAS-SUELDO =
                   (WS-BAJ-INDICE - WS-ACT-INDICE) * 30 +
                   WS-DIA-COMERCIAL
           PERFORM 122-BUSCA-QUINCENAL THRU 122-FIN
           IF SW-EMP-QUINCENAL EQUAL "NO "
               GO TO 120-FIN
           END-IF
           PERFORM 123-BUSCA-QNA-PAGADA THRU 123-FIN
           IF SW-EMP-QNA-PAGADA EQUAL "SI "
               IF WS-DIAS-SUELDO GREATER THAN WS-DIAS-QNA-PAGADA
                   SUBTRACT WS-DIAS-QNA-PAGADA FROM WS-DIAS-SUELDO
               ELSE
                   MOVE ZEROS TO WS-DIAS-SUELDO
               END-IF
           END-IF.
       120-FIN. EXIT.
       122-BUSCA-QUINCENAL.
           MOVE "NO " TO SW-EMP-QUINCENAL
           IF WS-TAB-FRC-CANT GREATER THAN ZERO
               SET WS-IDX-FRC TO 1
               SEARCH WS-TAB-FRC-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-FRC-NUMERO (WS-IDX-FRC)
                                          EQUAL WS-CLAVE-PROCESO
                       MOVE "SI " TO SW-EMP-QUINCENAL
               END-SEARCH
           END-IF.
       122-FIN. EXIT.
       123-BUSCA-QNA-PAGADA.
           MOVE "NO " TO SW-EMP-QNA-PAGADA
           IF WS-TAB-QNP-CANT GREATER THAN ZERO
               SET WS-IDX-QNP TO 1
               SEARCH WS-TAB-QNP-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-QNP-NUMERO (WS-IDX-QNP)
                                          EQUAL WS-CLAVE-PROCESO
                       MOVE "SI " TO SW-EMP-QNA-PAGADA
               END-SEARCH
           END-IF.
       123-FIN. EXIT.
       125-DIAS-VACACIONES.
           MOVE ZEROS TO WS-DIAS-VACACIONES
           IF WS-DIAS-DERECHO GREATER THAN WS-DIAS-TOMADOS
               COMPUTE WS-DIAS-VACACIONES =
                       WS-DIAS-DERECHO - WS-DIAS-TOMADOS
           END-IF.
       125-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   130 - AGUINALDO PROPORCIONAL: WS-DIAS-AGUINALDO DEL
      *>   CONTRATO POR LOS DIAS LABORADOS EN EL ANIO DE LA BAJA
      *>   ENTRE 360, CONTANDO DESDE EL 1 DE ENERO O DESDE LA FECHA
      *>   DE INGRESO SI ENTRO EN ESE MISMO ANIO
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
           IF WS-FEC-ING-ANIO GREATER THAN WS-BAJ-ANIO
               GO TO 130-FIN
           END-IF
           IF WS-FEC-ING-ANIO EQUAL WS-BAJ-ANIO
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
       050-FINAL.
           PERFORM 030-TITULOS THRU 030-FIN
           WRITE REG-FINIQUIT FROM WS-SECCION-TOTALES
                                    AFTER ADVANCING 2
           WRITE REG-FINIQUIT FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "BAJAS LEIDAS EN MOVS0020  : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-BAJAS       TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "BAJAS REPETIDAS (OMITIDAS): " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-REPETIDAS   TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "FINIQUITOS PAGADOS        : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-PAGADOS     TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  DE ELLOS SIN TARIFA     : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-SIN-TARIFA  TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "BAJAS SIN FINIQUITO       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-RECHAZADOS  TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PAGADOS POR DEPOSITO      : " TO WS-DCN-CONCEPTO
           MOVE WS-DEPOSITADOS     TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PAGADOS CON CHEQUE        : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES         TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  SIN CUENTA BANCARIA (05): " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-05      TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CUENTA NO VIGENTE (06)  : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-06      TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CLABE INVALIDA (07)     : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-07      TO WS-DCN-CANTIDAD
           WRITE REG-FINIQUIT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SUMA TOTAL DE PERCEPCIONES: " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-BRUTO       TO WS-DMO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "SUMA TOTAL DE DEDUCCIONES : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-DEDUCC      TO WS-DMO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "SUMA TOTAL DE NETOS       : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-NETO        TO WS-DMO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "NETO DEPOSITADO EN CUENTA : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-DEPOSITADO  TO WS-DMO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "NETO PAGADO CON CHEQUE    : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-CHEQUES     TO WS-DMO-IMPORTE
           WRITE REG-FINIQUIT FROM WS-DET-MONTO AFTER ADVANCING 1
      *>   UNA BAJA SIN FINIQUITO O SIN TARIFA DE DEDUCCIONES SE
      *>   ATIENDE A MANO: SE LISTA Y SE TERMINA CON RETURN-CODE 4
           IF WS-TAB-RECH-CANT GREATER THAN ZERO
               WRITE REG-FINIQUIT FROM WS-SECCION-RECHAZOS
                                        AFTER ADVANCING 2
               WRITE REG-FINIQUIT FROM WS-GUIONES AFTER ADVANCING 1
               PERFORM 052-IMPRIME-RECHAZO THRU 052-FIN
                   VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH GREATER THAN WS-TAB-RECH-CANT
           END-IF
           IF WS-RECHAZOS-PERDIDOS GREATER THAN ZERO
               DISPLAY "PROG0035: BAJAS SIN FINIQUITO NO LISTADAS POR "
                       "FALTA DE ESPACIO EN TABLA: "
                       WS-RECHAZOS-PERDIDOS
           END-IF
           IF WS-TOT-RECHAZADOS GREATER THAN ZERO OR
              WS-TOT-SIN-TARIFA GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-NOMHIST-ABIERTO EQUAL "SI "
               CLOSE NOMHIST
           END-IF
           IF SW-SALDO-ABIERTO EQUAL "SI "
               CLOSE VACSALDO
           END-IF
           CLOSE MOVS0020
                 EMPLEADOS
                 FINIQUIT
                 DEPOSITO
                 REEXPIDE.
       050-FIN. EXIT.
       052-IMPRIME-RECHAZO.
           MOVE WS-TAB-RECH-NUMERO (WS-IDX-RECH) TO WS-DRE-NUMERO
           MOVE WS-TAB-RECH-NOMBRE (WS-IDX-RECH) TO WS-DRE-NOMBRE
           MOVE WS-TAB-RECH-MOTIVO (WS-IDX-RECH) TO WS-DRE-MOTIVO
           WRITE REG-FINIQUIT FROM WS-DET-RECHAZO AFTER ADVANCING 1.
       052-FIN. EXIT.
       060-CARGA-CUENTAS.
           COMPUTE WS-FECHA-CORRIDA = WS-REPORTE-ANIO * 10000 +
                   WS-REPORTE-MES * 100 + WS-REPORTE-DIA
           OPEN INPUT CTABANCO
           PERFORM 061-LEE-CUENTA THRU 061-FIN
                                     UNTIL SW-FIN-CUENTAS EQUAL "FIN"
           CLOSE CTABANCO
           IF WS-CUENTAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0035: CUENTAS BANCARIAS NO CARGADAS POR "
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
                                      TO WS-FCH-CAUSA
               WHEN "06"
                   ADD 1 TO WS-CHEQUES-06
                   MOVE "CUENTA NO ACTIVA O NO VIGENTE "
                                      TO WS-FCH-CAUSA
               WHEN OTHER
                   ADD 1 TO WS-CHEQUES-07
                   MOVE "CLABE INVALIDA                "
                                      TO WS-FCH-CAUSA
           END-EVALUATE.
       066-FIN. EXIT.
