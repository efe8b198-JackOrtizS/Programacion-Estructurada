      *>   DE INTERFAZ DE DEPOSITOS PARA EL BANCO. LOS TOTALES DE
      *>   BRUTO, DEDUCCIONES Y NETO CUADRAN CONTRA LA SUMA TOTAL DE
      *>   SALARIOS QUE IMPRIME PROG0010 CON FILTRO DE SOLO ACTIVOS
      *>   MAS LA SUMA DE RETROACTIVOS QUE SE IMPRIME AL FINAL,
      *>   MAS LAS PERCEPCIONES Y MENOS LOS DESCUENTOS POR
      *>   INCIDENCIAS DEL PERIODO (HORAS EXTRA, BONOS Y FALTAS YA
      *>   PRE-EDITADAS POR PROG0028), QUE TAMBIEN SE IMPRIMEN AL
      *>   FINAL Y SE DESGLOSAN EN EL RECIBO, UNA LINEA POR CADA
      *>   INCIDENCIA. EL ABONO FIJO AL PRESTAMO DEL FONDO DE AHORRO
      *>   (MAESTRO AHOSALDO DE PROG0036) SE DESCUENTA COMO UNA
      *>   DEDUCCION MAS HASTA QUE EL SALDO DEL PRESTAMO LLEGA A CERO.
      *>   CON LA MARCA "S" DE SIMULACION EN LA TARJETA DE PARAMETROS
      *>   LA CORRIDA ES UN "QUE PASARIA SI": SE CARGA ADEMAS EL
      *>   MAESTRO DE DEDUCCIONES PROPUESTO (DEDUCC2), SE CALCULAN
      *>   Y COMPANIA; NO SE ESCRIBEN RECIBOS, NI DEPOSITO, NI
      *>   HISTORICO, NI EVENTOS DE CONTROL, PARA QUE NADA DE UNA
      *>   PRUEBA PUEDA LLEGAR AL BANCO.
      *>   EL DEPOSITO SOLO SE HACE A UNA CUENTA DEL MAESTRO CTABANCO
      *>   (PROG0045) ACTIVA, YA VIGENTE A LA FECHA DE LA CORRIDA Y
      *>   CON CLABE VALIDA, Y LLEVA LA CLABE; QUIEN NO LA TIENE SE
      *>   PAGA POR CHEQUE: SU NETO VA AL ARCHIVO REEXPNOM (MISMO
      *>   FORMATO QUE EL REEXPIDE DE PROG0032) CON LA CAUSA.
      *>   LA TARJETA DE PARAMETROS DICE SI LA CORRIDA ES LA MENSUAL
      *>   (QUINCENA EN ESPACIO) O UNA DE LAS DOS QUINCENALES DEL MES
      *>   ("1" / "2"). CADA CORRIDA PAGA SOLO A LOS EMPLEADOS DE SU
      *>   FRECUENCIA SEGUN EL MAESTRO FRECPAGO (PROG0046); LOS DEMAS
      *>   SE CUENTAN APARTE. EN LA QUINCENAL EL SALARIO Y EL ABONO AL
      *>   PRESTAMO SON LA MITAD DEL MENSUAL (LA SEGUNDA QUINCENA
      *>   LLEVA LOS CENTAVOS QUE SOBRAN, PARA QUE LAS DOS SUMEN EL
      *>   MES EXACTO), LAS DEDUCCIONES SE CALCULAN SOBRE ESE BRUTO Y
      *>   EL RETROACTIVO SE CUENTA POR QUINCENAS.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT PUESTOS         ASSIGN TO UT-S-PUESTOS.
           SELECT RECIBOS         ASSIGN TO US-S-RECIBOS.
           SELECT DEPOSITO        ASSIGN TO UT-S-DEPOSITO.
           SELECT CTABANCO        ASSIGN TO UT-S-CTABANCO.
           SELECT REEXPIDE        ASSIGN TO UT-S-REEXPNOM.
           SELECT OPTIONAL
                  NOMHIST         ASSIGN TO UT-S-NOMHIST
                                  FILE STATUS IS WS-STATUS-NOMHIST.
           SELECT OPTIONAL
                  RETROPEND       ASSIGN TO UT-S-RETROPEND
                                  FILE STATUS IS WS-STATUS-RETRO.
           SELECT OPTIONAL
                  INCIDEN         ASSIGN TO UT-S-INCLIMP
                                  FILE STATUS IS WS-STATUS-INCID.
           SELECT OPTIONAL
                  AHOSALDO        ASSIGN TO UT-S-AHOSALDO
                                  FILE STATUS IS WS-STATUS-AHORRO.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.
           SELECT OPTIONAL
                  FRECPAGO        ASSIGN TO UT-S-FRECPAGO
                                  FILE STATUS IS WS-STATUS-FRECPAGO.
           SELECT RETROSIG        ASSIGN TO UT-S-RETROSIG.

       DATA DIVISION.
       FILE SECTION.

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
      *>   REEXPIDE (REEXPNOM) - UN REGISTRO POR EMPLEADO QUE SE PAGA
      *>   CON CHEQUE, CON LA CAUSA: "05" SIN CUENTA EN CTABANCO,
      *>   "06" CUENTA NO ACTIVA O AUN NO VIGENTE, "07" CLABE
      *>   INVALIDA. LAS CAUSAS "01" A "04" SON LAS DEL BANCO EN
      *>   PROG0032, QUE USA EL MISMO FORMATO
      *>----------------------------------------------------------------
       FD  REEXPIDE
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REEXPIDE.
       01  REG-REEXPIDE            PIC X(50).

      *>----------------------------------------------------------------
      *>   NOMHIST - HISTORICO DE NOMINA ACUMULATIVO: UN REGISTRO POR
      *>----------------------------------------------------------------
       FD  NOMHIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST.
           COPY CPNOMREG.
      *    DATA RECORD IS REG-RETROPEND.
           COPY CPRETREG.

      *>----------------------------------------------------------------
      *>   INCIDEN - INCIDENCIAS LIMPIAS DEL PERIODO (INCLIMP) QUE
      *>   DEJO LA PRE-EDICION PROG0028. ES OPCIONAL: SIN ARCHIVO
      *>   LA NOMINA SE PAGA SOLO CON SALARIO Y RETROACTIVO.
      *>----------------------------------------------------------------
       FD  INCIDEN
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-INCIDENCIA.
           COPY CPINCREG.

      *>----------------------------------------------------------------
      *>   AHOSALDO - MAESTRO DEL FONDO DE AHORRO (PROG0036); AQUI
      *>   SOLO INTERESAN LOS PRESTAMOS VIGENTES. ES OPCIONAL MIENTRAS
      *>   EL FONDO NO TENGA SU PRIMERA ACTUALIZACION.
      *>----------------------------------------------------------------
       FD  AHOSALDO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOSALDO.
           COPY CPAHOREG.

      *>----------------------------------------------------------------
      *>   CTLCORR - CONTROL DE CORRIDAS DEL PERIODO: BITACORA DE
      *>   INICIO / FIN DE CADA PASO DE LA MALLA (VER CPCTLREG)
      *    DATA RECORD IS REG-CONTROL.
           COPY CPCTLREG.

      *>----------------------------------------------------------------
      *>   FRECPAGO - MAESTRO DE FRECUENCIA DE PAGO (PROG0046). ES
      *>   OPCIONAL: SIN ARCHIVO TODOS LOS EMPLEADOS SON MENSUALES
      *>----------------------------------------------------------------
       FD  FRECPAGO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRECPAGO.
           COPY CPFRCREG.

      *>----------------------------------------------------------------
      *>   RETROSIG - RETROACTIVOS DE RETROPEND DE EMPLEADOS DE LA
      *>   OTRA FRECUENCIA, QUE ESTA CORRIDA NO PAGA: SE PASAN TAL
      *>   CUAL (MISMO LAYOUT QUE CPRETREG) Y PROG0020 LOS VUELVE A
      *>   DEJAR EN EL RETROPEND DE LA SIGUIENTE CORRIDA
      *>----------------------------------------------------------------
       FD  RETROSIG
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-RETROSIG.
       01  REG-RETROSIG            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-STATUS-PARAM     PIC X(02)      VALUE SPACES.
           05 WS-STATUS-RETRO     PIC X(02)      VALUE SPACES.
           05 WS-STATUS-NOMHIST   PIC X(02)      VALUE SPACES.
           05 WS-STATUS-INCID     PIC X(02)      VALUE SPACES.
           05 WS-STATUS-AHORRO    PIC X(02)      VALUE SPACES.
           05 SW-NOMHIST-ABIERTO  PIC X(03)      VALUE "NO ".
           05 SW-FIN-CUENTAS      PIC X(03)      VALUE SPACES.
           05 SW-CUENTA-VALIDA    PIC X(03)      VALUE "NO ".
           05 WS-CUENTAS-PERDIDAS PIC 9(05)      VALUE ZEROS.
           05 WS-CAUSA-CHEQUE     PIC X(02)      VALUE SPACES.
           05 WS-FECHA-CORRIDA    PIC 9(08)      VALUE ZEROS.
           05 WS-DEPOSITADOS      PIC 9(05)      VALUE ZEROS.
           05 WS-CHEQUES          PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-DEPOSITADO   PIC 9(09)V99   VALUE ZEROS.
           05 WS-TOT-CHEQUES      PIC 9(09)V99   VALUE ZEROS.
           05 WS-STATUS-CONTROL      PIC X(02)      VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)      VALUE SPACES.
           05 SW-CTL-YA-CORRIO       PIC X(03)      VALUE "NO ".
           05 SW-CTL-PREVIO-OK       PIC X(03)      VALUE "NO ".
           05 SW-CTL-DETENER         PIC X(03)      VALUE "NO ".
           05 WS-CTL-PREVIO-PROG     PIC X(08)      VALUE "PROG0028".
           05 WS-CTL-PER-ANIO        PIC 9(04)      VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)      VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)      VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-HORA.
               10 FILLER             PIC 9(02).
           05 SW-FIN              PIC X(03)      VALUE SPACES.
           05 SW-FIN-RETRO        PIC X(03)      VALUE SPACES.
           05 SW-FIN-INCID        PIC X(03)      VALUE SPACES.
           05 SW-FIN-AHORRO       PIC X(03)      VALUE SPACES.
           05 SW-SIMULACION       PIC X(03)      VALUE "NO ".
           05 SW-FIN-PROPUESTA    PIC X(03)      VALUE SPACES.
           05 SW-TARIFA2-HALLADA  PIC X(03)      VALUE "NO ".
           05 WS-ACT-INDICE       PIC 9(06)      VALUE ZEROS.
           05 WS-RETROS-PERDIDOS  PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-RETRO        PIC 9(09)V99   VALUE ZEROS.
           05 WS-IMP-INC-PERCEP   PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-INC-DESCTO   PIC 9(07)V99   VALUE ZEROS.
           05 WS-IMP-INC-TOPE     PIC 9(08)V99   VALUE ZEROS.
           05 WS-HORAS-JORNADA    PIC 9(02)      VALUE 8.
           05 WS-DIAS-MES         PIC 9(02)      VALUE 30.
           05 WS-FACTOR-HORA-EXTRA PIC 9(01)V99  VALUE 2.
           05 WS-INCID-PERDIDAS   PIC 9(05)      VALUE ZEROS.
           05 WS-INCID-OTRO-PER   PIC 9(05)      VALUE ZEROS.
           05 WS-INCID-NO-APLIC   PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-INC-PERCEP   PIC 9(09)V99   VALUE ZEROS.
           05 WS-TOT-INC-DESCTO   PIC 9(09)V99   VALUE ZEROS.
           05 WS-IMP-ABONO        PIC 9(07)V99   VALUE ZEROS.
           05 WS-PREST-RESTA      PIC 9(07)V99   VALUE ZEROS.
           05 WS-PREST-PERDIDOS   PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-ABONO        PIC 9(09)V99   VALUE ZEROS.
           05 WS-PCT2-ISR         PIC 9(02)V99   VALUE ZEROS.
           05 WS-PCT2-IMSS        PIC 9(02)V99   VALUE ZEROS.
           05 WS-PCT2-AHORRO      PIC 9(02)V99   VALUE ZEROS.
               10 WS-FEC-SIS-ANIO PIC 9(04).
               10 WS-FEC-SIS-MES  PIC 9(02).
               10 WS-FEC-SIS-DIA  PIC 9(02).
           05 WS-STATUS-FRECPAGO  PIC X(02)      VALUE SPACES.
           05 SW-FIN-FRECPAGO     PIC X(03)      VALUE SPACES.
           05 SW-FRECUENCIA-OK    PIC X(03)      VALUE "SI ".
           05 WS-FRC-BUSCA        PIC 9(05)      VALUE ZEROS.
           05 WS-FRECUENCIAS-PERDIDAS PIC 9(05)  VALUE ZEROS.
           05 WS-OTRA-FRECUENCIA  PIC 9(05)      VALUE ZEROS.
           05 WS-RETROS-OTRA-FREC PIC 9(05)      VALUE ZEROS.
           05 WS-PERIODOS-MES     PIC 9(01)      VALUE 1.
           05 WS-QNA-ORDEN        PIC 9(01)      VALUE ZEROS.
           05 WS-SALARIO-PERIODO  PIC 9(07)V99   VALUE ZEROS.
           05 WS-SALARIO-MITAD    PIC 9(07)V99   VALUE ZEROS.
           05 WS-ABONO-MITAD      PIC 9(07)V99   VALUE ZEROS.
           05 WS-PREST-DISPONIBLE PIC 9(07)V99   VALUE ZEROS.
           05 WS-EFE-QNA          PIC 9(01)      VALUE ZEROS.
           05 WS-RETRO-DESDE-IND  PIC 9(06)      VALUE ZEROS.

       COPY CPPARAM.
       COPY CPFRCTAB.

      *>----------------------------------------------------------------
      *>   TABLA EN MEMORIA DE RETROACTIVOS PENDIENTES: POR CADA
      *>   REGISTRO SE GUARDA LA DIFERENCIA DE SALARIO POR PERIODO;
      *>   UN EMPLEADO PUEDE TRAER MAS DE UN REGISTRO (DOS CAMBIOS
      *>   EN EL MISMO MANTENIMIENTO) Y TODOS SE LE SUMAN. EL DIA
      *>   EFECTIVO SOLO CUENTA EN LA CORRIDA QUINCENAL (1 AL 15 ES
      *>   LA PRIMERA QUINCENA DEL MES)
      *>----------------------------------------------------------------
       01  WS-TAB-RETRO.
           05 WS-TAB-RETRO-CANT   PIC 9(03)      VALUE ZEROS.
               10 WS-TAB-RET-NUMERO   PIC 9(05).
               10 WS-TAB-RET-EFE-ANIO PIC 9(04).
               10 WS-TAB-RET-EFE-MES  PIC 9(02).
               10 WS-TAB-RET-EFE-DIA  PIC 9(02).
               10 WS-TAB-RET-DELTA    PIC 9(07)V99.

      *>----------------------------------------------------------------
      *>   TABLA EN MEMORIA DE INCIDENCIAS DEL PERIODO: EL IMPORTE
      *>   DE LAS HORAS EXTRA Y FALTAS SE CALCULA CON EL SALARIO DEL
      *>   EMPLEADO AL PAGARLO; LA MARCA DE APLICADA SE PONE AL
      *>   IMPRIMIRLA EN UN RECIBO PAGADO, Y LAS QUE QUEDAN SIN
      *>   MARCA (EMPLEADO NO PAGADO) SE AVISAN AL FINAL
      *>----------------------------------------------------------------
       01  WS-TAB-INCID.
           05 WS-TAB-INC-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-INC-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-INC-CANT
                                  INDEXED BY WS-IDX-INC.
               10 WS-TAB-INC-NUMERO   PIC 9(05).
               10 WS-TAB-INC-TIPO     PIC X(02).
               10 WS-TAB-INC-CANTIDAD PIC 9(03)V99.
               10 WS-TAB-INC-IMPORTE  PIC 9(07)V99.
               10 WS-TAB-INC-CALCULO  PIC 9(07)V99.
               10 WS-TAB-INC-APLICADA PIC X(01).

      *>----------------------------------------------------------------
      *>   TABLA EN MEMORIA DE PRESTAMOS VIGENTES DEL FONDO DE AHORRO
      *>   (UN REGISTRO POR EMPLEADO, SALDO Y ABONO FIJO)
      *>----------------------------------------------------------------
       01  WS-TAB-PREST.
           05 WS-TAB-PRE-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-PRE-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-PRE-CANT
                                  INDEXED BY WS-IDX-PRE.
               10 WS-TAB-PRE-NUMERO   PIC 9(05).
               10 WS-TAB-PRE-SALDO    PIC 9(07)V99.
               10 WS-TAB-PRE-ABONO    PIC 9(07)V99.

       COPY CPCTATAB.
       COPY CPDEPTAB.
       COPY CPPUETAB.
       COPY CPDEDTAB.
           05 WS-REC-RETRO-MES    PIC 9(02).
           05 FILLER              PIC X(72)      VALUE SPACES.

       01  WS-RECIBO-LINEA-INC.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-REC-INC-DES      PIC X(12).
           05 WS-REC-INC-SIGNO    PIC X(01).
           05 WS-REC-INC-IMPORTE  PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-REC-INC-CANT     PIC ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-REC-INC-UNIDAD   PIC X(05).
           05 FILLER              PIC X(88)      VALUE SPACES.

       01  WS-RECIBO-LINEA-PREST.
           05 FILLER              PIC X(17)
                                  VALUE "    PREST.FONDO: ".
           05 WS-REC-ABONO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(20)
                                  VALUE "   SALDO PENDIENTE: ".
           05 WS-REC-PREST-RESTA  PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(71)      VALUE SPACES.

       01  WS-RECIBO-LINEA-3.
           05 FILLER              PIC X(17)
                                  VALUE "    DEDUCCIONES: ".
           05 WS-TOT-OMITIDOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)      VALUE SPACES.

       01  WS-DETALLE-OTRA-FREC.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "EMPLEADOS OTRA FRECUENCIA  : ".
           05 WS-TOT-OTRA-FREC    PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)      VALUE SPACES.

       01  WS-DETALLE-BRUTO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
           05 WS-TOT-RETRO-ED     PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DETALLE-INC-PERCEP.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "PERCEPCIONES INCIDENCIAS   : ".
           05 WS-TOT-INC-PERCEP-ED PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DETALLE-INC-DESCTO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "DESCUENTOS INCIDENCIAS     : ".
           05 WS-TOT-INC-DESCTO-ED PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DETALLE-ABONO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "ABONOS PRESTAMO FONDO      : ".
           05 WS-TOT-ABONO-ED     PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DETALLE-INC-NO-APLIC.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "INCIDENCIAS NO APLICADAS   : ".
           05 WS-TOT-INC-NO-APLIC PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)      VALUE SPACES.

       01  WS-DETALLE-NETO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
           05 WS-TOT-NETO-ED      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-DETALLE-DEPOSITADO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "NETO DEPOSITADO EN CUENTA  : ".
           05 WS-TOT-DEPOSITADO-ED PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-TOT-DEPOSITADOS  PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)      VALUE " EMPLEADOS".

       01  WS-DETALLE-CHEQUES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                                  VALUE "NETO PAGADO CON CHEQUE     : ".
           05 WS-TOT-CHEQUES-ED   PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-TOT-CHEQUES-CANT PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)      VALUE " EMPLEADOS".

       01  WS-RECIBO-CHEQUE.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "** PAGO CON CHEQUE, SIN DEPOSITO -  ".
           05 WS-REC-CAUSA-CHEQUE PIC X(30).
           05 FILLER              PIC X(62)      VALUE SPACES.

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
      *>----------------------------------------------------------------
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           MOVE WS-REPORTE-ANIO TO WS-CTL-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-CTL-PER-MES
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA
           IF NOT WS-PARM-ES-MENSUAL AND
              NOT WS-PARM-ES-QUINCENAL
               DISPLAY "PROG0030: QUINCENA INVALIDA EN LA TARJETA DE "
                       "PARAMETROS (ESPACIO, 1 O 2)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-ES-QUINCENAL
               MOVE 2 TO WS-PERIODOS-MES
               IF WS-PARM-PRIMERA-QNA
                   MOVE 0 TO WS-QNA-ORDEN
                   MOVE "RECIBOS 1A. QUINCENA   " TO WS-TIT-2
               ELSE
                   MOVE 1 TO WS-QNA-ORDEN
                   MOVE "RECIBOS 2A. QUINCENA   " TO WS-TIT-2
               END-IF
           END-IF
           IF SW-SIMULACION EQUAL "NO "
               PERFORM 013-CHECA-CONTROL THRU 013-FIN
               IF SW-CTL-DETENER EQUAL "SI "
           IF SW-SIMULACION EQUAL "SI "
               PERFORM 127-CARGA-PROPUESTA THRU 127-FIN
           END-IF
           PERFORM 067-CARGA-FRECUENCIAS THRU 067-FIN
           PERFORM 017-CARGA-RETRO   THRU 017-FIN
           PERFORM 031-CARGA-INCID   THRU 031-FIN
           PERFORM 011-CARGA-PRESTAMOS THRU 011-FIN
           IF SW-SIMULACION EQUAL "NO "
               PERFORM 060-CARGA-CUENTAS THRU 060-FIN
           END-IF
           IF SW-SIMULACION EQUAL "SI "
               PERFORM 130-TITULOS-SIM THRU 130-FIN
           ELSE

      *>----------------------------------------------------------------
      *>   020 - EN SIMULACION SOLO SE ABREN EL MAESTRO Y EL REPORTE
      *>   COMPARATIVO: RECIBOS, DEPOSITO, RETROSIG Y EL HISTORICO NI
      *>   SIQUIERA SE TOCAN, ASI NADA DE UNA PRUEBA PUEDE LLEGAR AL
      *>   BANCO
      *>----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           IF SW-SIMULACION EQUAL "SI "
               OPEN INPUT EMPLEADOS
                    OUTPUT RECIBOS
                           DEPOSITO
                           REEXPIDE
                           RETROSIG
               OPEN EXTEND NOMHIST
               IF WS-STATUS-NOMHIST EQUAL "00" OR
                  WS-STATUS-NOMHIST EQUAL "05"
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-QUINCENA
           MOVE SPACE        TO WS-PARM-SIMULA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0030" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0030"      TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
           IF WS-RETROS-PERDIDOS GREATER THAN ZERO
               DISPLAY "PROG0030: RETROACTIVOS NO CARGADOS POR FALTA "
                       "DE ESPACIO EN TABLA: " WS-RETROS-PERDIDOS
           END-IF
           IF WS-RETROS-OTRA-FREC GREATER THAN ZERO
               DISPLAY "PROG0030: RETROACTIVOS DE OTRA FRECUENCIA "
                       "PASADOS A RETROSIG: " WS-RETROS-OTRA-FREC
           END-IF.
       017-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   018 - SOLO SE CARGAN AUMENTOS (SALARIO NUEVO MAYOR QUE EL
      *>   ANTERIOR): UN REGISTRO DE REBAJA NO DEBE CONVERTIRSE EN
      *>   PAGO, Y LA DIFERENCIA SE GUARDA EN CAMPO SIN SIGNO. EL
      *>   AUMENTO DE UN EMPLEADO DE LA OTRA FRECUENCIA NO SE PAGA
      *>   AQUI: EN LA CORRIDA REAL SE PASA A RETROSIG PARA QUE LO
      *>   COBRE EN SU PROPIA NOMINA
      *>----------------------------------------------------------------
       018-LEE-RETRO.
           READ RETROPEND
                   IF RET-SAL-NUEVO NOT GREATER THAN RET-SAL-ANTERIOR
                       GO TO 018-FIN
                   END-IF
                   MOVE RET-NUMERO TO WS-FRC-BUSCA
                   PERFORM 069-BUSCA-FRECUENCIA THRU 069-FIN
                   IF SW-FRECUENCIA-OK EQUAL "NO "
                       IF SW-SIMULACION EQUAL "NO "
                           WRITE REG-RETROSIG FROM REG-RETROPEND
                           ADD 1 TO WS-RETROS-OTRA-FREC
                       END-IF
                       GO TO 018-FIN
                   END-IF
                   IF WS-TAB-RETRO-CANT GREATER THAN OR EQUAL TO 500
                       ADD 1 TO WS-RETROS-PERDIDOS
                       GO TO 018-FIN
                              TO WS-TAB-RET-EFE-ANIO (WS-IDX-RETRO)
                   MOVE RET-EFE-MES
                              TO WS-TAB-RET-EFE-MES (WS-IDX-RETRO)
                   IF RET-EFE-DIA IS NUMERIC
                       MOVE RET-EFE-DIA
                              TO WS-TAB-RET-EFE-DIA (WS-IDX-RETRO)
                   ELSE
                       MOVE 1 TO WS-TAB-RET-EFE-DIA (WS-IDX-RETRO)
                   END-IF
                   COMPUTE WS-TAB-RET-DELTA (WS-IDX-RETRO) =
                           RET-SAL-NUEVO - RET-SAL-ANTERIOR
           END-READ.
       018-FIN. EXIT.
       031-CARGA-INCID.
           OPEN INPUT INCIDEN
           IF WS-STATUS-INCID EQUAL "00"
               PERFORM 032-LEE-INCID THRU 032-FIN
                   UNTIL SW-FIN-INCID EQUAL "FIN"
               CLOSE INCIDEN
           END-IF
           IF WS-INCID-OTRO-PER GREATER THAN ZERO
               DISPLAY "PROG0030: INCIDENCIAS DE OTRO PERIODO NO "
                       "CARGADAS: " WS-INCID-OTRO-PER
           END-IF
           IF WS-INCID-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0030: INCIDENCIAS NO CARGADAS POR FALTA "
                       "DE ESPACIO EN TABLA: " WS-INCID-PERDIDAS
           END-IF.
       031-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   032 - SOLO SE CARGAN LAS INCIDENCIAS DEL PERIODO Y DE LA
      *>   QUINCENA DE LA CORRIDA: UN INCLIMP VIEJO NO DEBE PAGARSE
      *>   DOS VECES. LAS NO CARGADAS CUENTAN COMO NO APLICADAS EN
      *>   EL CUADRE FINAL
      *>----------------------------------------------------------------
       032-LEE-INCID.
           READ INCIDEN
               AT END
                   MOVE "FIN" TO SW-FIN-INCID
               NOT AT END
                   IF INC-PER-ANIO NOT EQUAL WS-REPORTE-ANIO OR
                      INC-PER-MES NOT EQUAL WS-REPORTE-MES OR
                      INC-QUINCENA NOT EQUAL WS-PARM-QUINCENA
                       ADD 1 TO WS-INCID-OTRO-PER
                       GO TO 032-FIN
                   END-IF
                   IF WS-TAB-INC-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-INCID-PERDIDAS
                       GO TO 032-FIN
                   END-IF
                   ADD 1 TO WS-TAB-INC-CANT
                   SET WS-IDX-INC TO WS-TAB-INC-CANT
                   MOVE INC-NUMERO
                              TO WS-TAB-INC-NUMERO (WS-IDX-INC)
                   MOVE INC-TIPO
                              TO WS-TAB-INC-TIPO (WS-IDX-INC)
                   MOVE INC-CANTIDAD
                              TO WS-TAB-INC-CANTIDAD (WS-IDX-INC)
                   MOVE INC-IMPORTE
                              TO WS-TAB-INC-IMPORTE (WS-IDX-INC)
                   MOVE ZEROS TO WS-TAB-INC-CALCULO (WS-IDX-INC)
                   MOVE "N"   TO WS-TAB-INC-APLICADA (WS-IDX-INC)
           END-READ.
       032-FIN. EXIT.
       011-CARGA-PRESTAMOS.
           OPEN INPUT AHOSALDO
           IF WS-STATUS-AHORRO EQUAL "00"
               PERFORM 012-LEE-PRESTAMO THRU 012-FIN
                   UNTIL SW-FIN-AHORRO EQUAL "FIN"
               CLOSE AHOSALDO
           END-IF
           IF WS-PREST-PERDIDOS GREATER THAN ZERO
               DISPLAY "PROG0030: PRESTAMOS DEL FONDO NO CARGADOS POR "
                       "FALTA DE ESPACIO EN TABLA: " WS-PREST-PERDIDOS
           END-IF.
       011-FIN. EXIT.
       012-LEE-PRESTAMO.
           READ AHOSALDO
               AT END
                   MOVE "FIN" TO SW-FIN-AHORRO
               NOT AT END
                   IF AHO-PREST-SALDO NOT GREATER THAN ZERO OR
                      AHO-PREST-ABONO NOT GREATER THAN ZERO
                       GO TO 012-FIN
                   END-IF
                   IF WS-TAB-PRE-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-PREST-PERDIDOS
                       GO TO 012-FIN
                   END-IF
                   ADD 1 TO WS-TAB-PRE-CANT
                   SET WS-IDX-PRE TO WS-TAB-PRE-CANT
                   MOVE AHO-NUMERO
                              TO WS-TAB-PRE-NUMERO (WS-IDX-PRE)
                   MOVE AHO-PREST-SALDO
                              TO WS-TAB-PRE-SALDO (WS-IDX-PRE)
                   MOVE AHO-PREST-ABONO
                              TO WS-TAB-PRE-ABONO (WS-IDX-PRE)
           END-READ.
       012-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   036 - ABONO DEL PERIODO AL PRESTAMO DEL FONDO: EL ABONO
      *>   FIJO, O LO QUE RESTE DEL SALDO SI ES MENOR (ULTIMO ABONO).
      *>   EN LA CORRIDA QUINCENAL SE ABONA LA MITAD (LA SEGUNDA
      *>   QUINCENA LLEVA LOS CENTAVOS QUE SOBRAN); COMO EL SALDO DE
      *>   AHOSALDO NO CAMBIA HASTA EL CIERRE MENSUAL DE PROG0036, LA
      *>   SEGUNDA QUINCENA SOLO TOMA LO QUE LA PRIMERA DEJO DEL SALDO
      *>----------------------------------------------------------------
       036-BUSCA-PRESTAMO.
           MOVE ZEROS TO WS-IMP-ABONO
                         WS-PREST-RESTA
           IF WS-TAB-PRE-CANT GREATER THAN ZERO
               SET WS-IDX-PRE TO 1
               SEARCH WS-TAB-PRE-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-PRE-NUMERO (WS-IDX-PRE)
                                          EQUAL WS-NUMERO-EMP
                       PERFORM 056-ABONO-DEL-PERIODO THRU 056-FIN
               END-SEARCH
           END-IF.
       036-FIN. EXIT.
       056-ABONO-DEL-PERIODO.
           MOVE WS-TAB-PRE-SALDO (WS-IDX-PRE) TO WS-PREST-DISPONIBLE
           MOVE WS-TAB-PRE-ABONO (WS-IDX-PRE) TO WS-IMP-ABONO
           IF WS-PARM-ES-QUINCENAL
               COMPUTE WS-ABONO-MITAD =
                       WS-TAB-PRE-ABONO (WS-IDX-PRE) / 2
               IF WS-PARM-PRIMERA-QNA
                   MOVE WS-ABONO-MITAD TO WS-IMP-ABONO
               ELSE
                   COMPUTE WS-IMP-ABONO =
                           WS-TAB-PRE-ABONO (WS-IDX-PRE) -
                           WS-ABONO-MITAD
                   IF WS-ABONO-MITAD GREATER THAN WS-PREST-DISPONIBLE
                       MOVE ZEROS TO WS-PREST-DISPONIBLE
                   ELSE
                       SUBTRACT WS-ABONO-MITAD FROM WS-PREST-DISPONIBLE
                   END-IF
               END-IF
           END-IF
           IF WS-IMP-ABONO GREATER THAN WS-PREST-DISPONIBLE
               MOVE WS-PREST-DISPONIBLE TO WS-IMP-ABONO
           END-IF
           COMPUTE WS-PREST-RESTA =
                   WS-PREST-DISPONIBLE - WS-IMP-ABONO.
       056-FIN. EXIT.
       025-BUSCA-DEPTO.
           MOVE "** NO REGISTRADO **" TO WS-NOM-DEPTO
           IF WS-TAB-DEPTOS-CANT GREATER THAN ZERO
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       035-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   040 - EL EMPLEADO DE LA OTRA FRECUENCIA NO SE PAGA NI SE
      *>   OMITE EN ESTA CORRIDA: SOLO SE CUENTA APARTE, PORQUE LO
      *>   PAGA SU PROPIA NOMINA (MENSUAL O QUINCENAL)
      *>----------------------------------------------------------------
       040-PROCESO.
           ADD 1 TO WS-LEIDOS-EMP
           MOVE WS-NUMERO-EMP TO WS-FRC-BUSCA
           PERFORM 069-BUSCA-FRECUENCIA THRU 069-FIN
           IF SW-FRECUENCIA-OK EQUAL "NO "
               ADD 1 TO WS-OTRA-FRECUENCIA
           ELSE
               PERFORM 025-BUSCA-DEPTO  THRU 025-FIN
               PERFORM 026-BUSCA-PUESTO THRU 026-FIN
               PERFORM 029-VALIDA-REGISTRO THRU 029-FIN
               IF SW-REGISTRO-VALIDO EQUAL "SI "
                  AND WS-STATUS-EMP EQUAL 1
                   PERFORM 053-SALARIO-PERIODO THRU 053-FIN
                   IF SW-SIMULACION EQUAL "SI "
                       PERFORM 144-SIMULA-NOMINA THRU 144-FIN
                   ELSE
                       PERFORM 044-CALCULA-NOMINA THRU 044-FIN
                   END-IF
               ELSE
                   ADD 1 TO WS-OMITIDOS
               END-IF
           END-IF.
       040-LEE.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS AT END
                MOVE "FIN" TO SW-FIN.
       040-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   044 - EL BRUTO DEL PERIODO ES EL SALARIO DEL PERIODO (EL
      *>   MENSUAL O SU MITAD, VER 053) MAS EL RETROACTIVO PENDIENTE
      *>   (SI LO HAY) MAS LAS PERCEPCIONES Y MENOS LOS DESCUENTOS
      *>   POR INCIDENCIAS; LAS DEDUCCIONES SE CALCULAN SOBRE ESE
      *>   BRUTO, PERO LA TARIFA SE BUSCA POR EL SALARIO MENSUAL
      *>   BASE PARA NO BRINCAR DE RANGO POR UN PAGO UNICO NI POR
      *>   COBRAR POR QUINCENA
      *>----------------------------------------------------------------
       044-CALCULA-NOMINA.
           PERFORM 042-BUSCA-DEDUCC THRU 042-FIN
               PERFORM 047-RECIBO-SIN-TARIFA THRU 047-FIN
           ELSE
               PERFORM 041-CALCULA-RETRO THRU 041-FIN
               PERFORM 039-CALCULA-INCID THRU 039-FIN
               PERFORM 036-BUSCA-PRESTAMO THRU 036-FIN
               COMPUTE WS-IMP-BRUTO =
                       WS-SALARIO-PERIODO + WS-IMP-RETRO +
                       WS-IMP-INC-PERCEP - WS-IMP-INC-DESCTO
               COMPUTE WS-IMP-ISR ROUNDED =
                       WS-IMP-BRUTO * WS-PCT-ISR / 100
               COMPUTE WS-IMP-IMSS ROUNDED =
               COMPUTE WS-IMP-AHORRO ROUNDED =
                       WS-IMP-BRUTO * WS-PCT-AHORRO / 100
               COMPUTE WS-IMP-DEDUCC =
                       WS-IMP-ISR + WS-IMP-IMSS + WS-IMP-AHORRO +
                       WS-IMP-ABONO
               IF WS-IMP-DEDUCC GREATER THAN WS-IMP-BRUTO
                   ADD 1 TO WS-TARIFA-ERRONEA
                   PERFORM 049-RECIBO-TARIFA-ERR THRU 049-FIN
                       WS-IMP-BRUTO - WS-IMP-DEDUCC
               ADD WS-IMP-BRUTO   TO WS-TOT-BRUTO
               ADD WS-IMP-RETRO   TO WS-TOT-RETRO
               ADD WS-IMP-INC-PERCEP TO WS-TOT-INC-PERCEP
               ADD WS-IMP-INC-DESCTO TO WS-TOT-INC-DESCTO
               ADD WS-IMP-ABONO   TO WS-TOT-ABONO
               ADD WS-IMP-DEDUCC  TO WS-TOT-DEDUCC
               ADD WS-IMP-NETO    TO WS-TOT-NETO
               ADD 1              TO WS-PAGADOS
      *>   CADA REGISTRO APORTA SU DIFERENCIA DE SALARIO POR LOS
      *>   PERIODOS YA PAGADOS ENTRE LA FECHA EFECTIVA Y EL PERIODO
      *>   DE ESTA CORRIDA (INDICE ANIO * 12 + MES, COMO PROG0070).
      *>   EN LA CORRIDA QUINCENAL LOS PERIODOS SON QUINCENAS: EL
      *>   INDICE SE DOBLA Y SE LE SUMA 1 EN LA SEGUNDA QUINCENA
      *>   (FECHA EFECTIVA DESPUES DEL DIA 15), Y CADA QUINCENA VALE
      *>   LA MITAD DE LA DIFERENCIA MENSUAL.
      *>   CON VARIOS RETROACTIVOS, LA LINEA DEL RECIBO REPORTA LOS
      *>   PERIODOS CONTADOS DESDE LA FECHA EFECTIVA MAS ANTIGUA,
      *>   PARA QUE LOS MESES Y EL "DESDE" IMPRESOS CORRESPONDAN
                         WS-RETRO-MESES
                         WS-RETRO-DESDE-ANIO
                         WS-RETRO-DESDE-MES
                         WS-RETRO-DESDE-IND
           COMPUTE WS-ACT-INDICE =
                   (WS-REPORTE-ANIO * 12 + WS-REPORTE-MES) *
                   WS-PERIODOS-MES + WS-QNA-ORDEN
           IF WS-TAB-RETRO-CANT GREATER THAN ZERO
               PERFORM 038-SUMA-UN-RETRO THRU 038-FIN
                   VARYING WS-IDX-RETRO FROM 1 BY 1
           END-IF
           IF WS-RETRO-DESDE-ANIO GREATER THAN ZEROS
               COMPUTE WS-RETRO-MESES =
                       WS-ACT-INDICE - WS-RETRO-DESDE-IND
           END-IF.
       041-FIN. EXIT.
       038-SUMA-UN-RETRO.
                                 NOT EQUAL WS-NUMERO-EMP
               GO TO 038-FIN
           END-IF
           MOVE ZEROS TO WS-EFE-QNA
           IF WS-PARM-ES-QUINCENAL AND
              WS-TAB-RET-EFE-DIA (WS-IDX-RETRO) GREATER THAN 15
               MOVE 1 TO WS-EFE-QNA
           END-IF
           COMPUTE WS-EFE-INDICE =
                   (WS-TAB-RET-EFE-ANIO (WS-IDX-RETRO) * 12 +
                    WS-TAB-RET-EFE-MES (WS-IDX-RETRO)) *
                   WS-PERIODOS-MES + WS-EFE-QNA
           IF WS-EFE-INDICE NOT LESS THAN WS-ACT-INDICE
               GO TO 038-FIN
           END-IF
           COMPUTE WS-RETRO-MESES =
                   WS-ACT-INDICE - WS-EFE-INDICE
           COMPUTE WS-IMP-RETRO ROUNDED =
                   WS-IMP-RETRO +
                   WS-TAB-RET-DELTA (WS-IDX-RETRO) * WS-RETRO-MESES /
                   WS-PERIODOS-MES
           IF WS-RETRO-DESDE-IND EQUAL ZEROS OR
              WS-EFE-INDICE LESS THAN WS-RETRO-DESDE-IND
               MOVE WS-EFE-INDICE TO WS-RETRO-DESDE-IND
               MOVE WS-TAB-RET-EFE-ANIO (WS-IDX-RETRO)
                    TO WS-RETRO-DESDE-ANIO
               MOVE WS-TAB-RET-EFE-MES (WS-IDX-RETRO)
                    TO WS-RETRO-DESDE-MES
           END-IF.
       038-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   039 - CALCULA LAS INCIDENCIAS DEL EMPLEADO SOBRE SU
      *>   SALARIO MENSUAL: LA HORA EXTRA SE PAGA AL FACTOR DE TIEMPO
      *>   EXTRA SOBRE EL SALARIO DIARIO ENTRE LAS HORAS DE LA
      *>   JORNADA, LA FALTA DESCUENTA EL SALARIO DIARIO (MES
      *>   COMERCIAL DE 30 DIAS) Y EL BONO SE PAGA POR SU IMPORTE.
      *>   EL DESCUENTO NUNCA PASA DEL SALARIO DEL PERIODO MAS LAS
      *>   PERCEPCIONES, PARA QUE EL BRUTO NO QUEDE NEGATIVO
      *>----------------------------------------------------------------
       039-CALCULA-INCID.
           MOVE ZEROS TO WS-IMP-INC-PERCEP
                         WS-IMP-INC-DESCTO
           IF WS-TAB-INC-CANT GREATER THAN ZERO
               PERFORM 037-CALCULA-UNA-INCID THRU 037-FIN
                   VARYING WS-IDX-INC FROM 1 BY 1
                   UNTIL WS-IDX-INC GREATER THAN WS-TAB-INC-CANT
           END-IF
           COMPUTE WS-IMP-INC-TOPE =
                   WS-SALARIO-PERIODO + WS-IMP-RETRO +
                   WS-IMP-INC-PERCEP
           IF WS-IMP-INC-DESCTO GREATER THAN WS-IMP-INC-TOPE
               MOVE WS-IMP-INC-TOPE TO WS-IMP-INC-DESCTO
           END-IF.
       039-FIN. EXIT.
       037-CALCULA-UNA-INCID.
           IF WS-TAB-INC-NUMERO (WS-IDX-INC) NOT EQUAL WS-NUMERO-EMP
               GO TO 037-FIN
           END-IF
           EVALUATE WS-TAB-INC-TIPO (WS-IDX-INC)
               WHEN "HE"
                   COMPUTE WS-TAB-INC-CALCULO (WS-IDX-INC) ROUNDED =
                           WS-SALARIO-EMP * WS-FACTOR-HORA-EXTRA *
                           WS-TAB-INC-CANTIDAD (WS-IDX-INC) /
                           (WS-DIAS-MES * WS-HORAS-JORNADA)
                   ADD WS-TAB-INC-CALCULO (WS-IDX-INC)
                                         TO WS-IMP-INC-PERCEP
               WHEN "FA"
                   COMPUTE WS-TAB-INC-CALCULO (WS-IDX-INC) ROUNDED =
                           WS-SALARIO-EMP *
                           WS-TAB-INC-CANTIDAD (WS-IDX-INC) /
                           WS-DIAS-MES
                   ADD WS-TAB-INC-CALCULO (WS-IDX-INC)
                                         TO WS-IMP-INC-DESCTO
               WHEN "BO"
                   MOVE WS-TAB-INC-IMPORTE (WS-IDX-INC)
                                 TO WS-TAB-INC-CALCULO (WS-IDX-INC)
                   ADD WS-TAB-INC-CALCULO (WS-IDX-INC)
                                         TO WS-IMP-INC-PERCEP
           END-EVALUATE.
       037-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   033 - UNA LINEA DEL RECIBO POR CADA INCIDENCIA DEL
      *>   EMPLEADO PAGADO, CON SU SIGNO; AL IMPRIMIRLA QUEDA MARCADA
      *>   COMO APLICADA
      *>----------------------------------------------------------------
       033-IMPRIME-INCID.
           IF WS-TAB-INC-NUMERO (WS-IDX-INC) NOT EQUAL WS-NUMERO-EMP
               GO TO 033-FIN
           END-IF
           EVALUATE WS-TAB-INC-TIPO (WS-IDX-INC)
               WHEN "HE"
                   MOVE "HORAS EXTRA:" TO WS-REC-INC-DES
                   MOVE "+"            TO WS-REC-INC-SIGNO
                   MOVE "HORAS"        TO WS-REC-INC-UNIDAD
               WHEN "FA"
                   MOVE "FALTAS     :" TO WS-REC-INC-DES
                   MOVE "-"            TO WS-REC-INC-SIGNO
                   MOVE "DIAS "        TO WS-REC-INC-UNIDAD
               WHEN OTHER
                   MOVE "BONO       :" TO WS-REC-INC-DES
                   MOVE "+"            TO WS-REC-INC-SIGNO
                   MOVE SPACES         TO WS-REC-INC-UNIDAD
           END-EVALUATE
           MOVE WS-TAB-INC-CALCULO (WS-IDX-INC) TO WS-REC-INC-IMPORTE
           IF WS-TAB-INC-TIPO (WS-IDX-INC) EQUAL "BO"
               MOVE ZEROS TO WS-REC-INC-CANT
           ELSE
               MOVE WS-TAB-INC-CANTIDAD (WS-IDX-INC) TO WS-REC-INC-CANT
           END-IF
           MOVE "S" TO WS-TAB-INC-APLICADA (WS-IDX-INC)
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA-INC
                                 AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       033-FIN. EXIT.
       034-CUENTA-NO-APLIC.
           IF WS-TAB-INC-APLICADA (WS-IDX-INC) EQUAL "S"
               GO TO 034-FIN
           END-IF
           ADD 1 TO WS-INCID-NO-APLIC
           DISPLAY "PROG0030: INCIDENCIA NO APLICADA - EMPLEADO "
                   WS-TAB-INC-NUMERO (WS-IDX-INC) " TIPO "
                   WS-TAB-INC-TIPO (WS-IDX-INC).
       034-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   053 - SALARIO DEL PERIODO: EN LA MENSUAL EL SALARIO DEL
      *>   MAESTRO; EN LA QUINCENAL LA PRIMERA LLEVA LA MITAD
      *>   TRUNCADA A CENTAVOS Y LA SEGUNDA EL RESTO, ASI LAS DOS
      *>   QUINCENAS SUMAN EXACTO EL SALARIO MENSUAL
      *>----------------------------------------------------------------
       053-SALARIO-PERIODO.
           IF WS-PARM-ES-MENSUAL
               MOVE WS-SALARIO-EMP TO WS-SALARIO-PERIODO
               GO TO 053-FIN
           END-IF
           COMPUTE WS-SALARIO-MITAD = WS-SALARIO-EMP / 2
           IF WS-PARM-PRIMERA-QNA
               MOVE WS-SALARIO-MITAD TO WS-SALARIO-PERIODO
           ELSE
               COMPUTE WS-SALARIO-PERIODO =
                       WS-SALARIO-EMP - WS-SALARIO-MITAD
           END-IF.
       053-FIN. EXIT.
       045-GRABA-HISTORIA.
           IF SW-NOMHIST-ABIERTO EQUAL "NO "
               GO TO 045-FIN
           MOVE WS-IMP-IMSS     TO NOM-IMSS
           MOVE WS-IMP-AHORRO   TO NOM-AHORRO
           MOVE WS-IMP-NETO     TO NOM-NETO
           MOVE "O"             TO NOM-TIPO-NOMINA
           MOVE WS-PARM-QUINCENA TO NOM-QUINCENA
           MOVE WS-IMP-INC-PERCEP TO NOM-INC-PERCEP
           MOVE WS-IMP-INC-DESCTO TO NOM-INC-DESCTO
           MOVE WS-IMP-ABONO    TO NOM-ABONO-PREST
           WRITE REG-NOMHIST.
       045-FIN. EXIT.
       046-IMPRIME-RECIBO.
           MOVE WS-DES-PUESTO  TO WS-REC-PUESTO-DES
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA-1 AFTER ADVANCING 2
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           MOVE WS-SALARIO-PERIODO TO WS-REC-BRUTO
           MOVE WS-IMP-ISR     TO WS-REC-ISR
           MOVE WS-IMP-IMSS    TO WS-REC-IMSS
           MOVE WS-IMP-AHORRO  TO WS-REC-AHORRO
                                     AFTER ADVANCING 1
               PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           END-IF
           IF WS-TAB-INC-CANT GREATER THAN ZERO
               PERFORM 033-IMPRIME-INCID THRU 033-FIN
                   VARYING WS-IDX-INC FROM 1 BY 1
                   UNTIL WS-IDX-INC GREATER THAN WS-TAB-INC-CANT
           END-IF
           IF WS-IMP-ABONO GREATER THAN ZERO
               MOVE WS-IMP-ABONO   TO WS-REC-ABONO
               MOVE WS-PREST-RESTA TO WS-REC-PREST-RESTA
               WRITE REG-RECIBO FROM WS-RECIBO-LINEA-PREST
                                     AFTER ADVANCING 1
               PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           END-IF
           MOVE WS-IMP-DEDUCC  TO WS-REC-DEDUCC
           MOVE WS-IMP-NETO    TO WS-REC-NETO
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA-3 AFTER ADVANCING 1
           MOVE WS-DES-PUESTO  TO WS-REC-PUESTO-DES
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA-1 AFTER ADVANCING 2
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           MOVE WS-SALARIO-PERIODO TO WS-REC-BRUTO-ST
           WRITE REG-RECIBO FROM WS-RECIBO-SIN-TARIFA
                                     AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
           MOVE WS-DES-PUESTO  TO WS-REC-PUESTO-DES
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA-1 AFTER ADVANCING 2
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           MOVE WS-SALARIO-PERIODO TO WS-REC-BRUTO-TE
           WRITE REG-RECIBO FROM WS-RECIBO-TARIFA-ERR
                                     AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       049-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   048 - SIN CUENTA ACTIVA, VIGENTE Y CON CLABE VALIDA NO HAY
      *>   DEPOSITO: EL NETO SE MANDA A CHEQUE Y SE AVISA EN EL RECIBO
      *>----------------------------------------------------------------
       048-GRABA-DEPOSITO.
           PERFORM 062-BUSCA-CUENTA THRU 062-FIN
           IF SW-CUENTA-VALIDA EQUAL "NO "
               PERFORM 066-GRABA-CHEQUE THRU 066-FIN
               GO TO 048-FIN
           END-IF
           MOVE WS-NUMERO-EMP  TO WS-DEP-NUMERO
           MOVE WS-NOMBRE-EMP  TO WS-DEP-NOMBRE
           MOVE WS-IMP-NETO    TO WS-DEP-NETO
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-DEP-CLABE
           MOVE WS-REPORTE-ANIO  TO WS-DEP-PER-ANIO
           MOVE WS-REPORTE-MES   TO WS-DEP-PER-MES
           MOVE WS-PARM-QUINCENA TO WS-DEP-QUINCENA
           WRITE REG-DEPOSITO FROM WS-DEP-DETALLE
           ADD 1           TO WS-DEPOSITADOS
           ADD WS-IMP-NETO TO WS-TOT-DEPOSITADO.
       048-FIN. EXIT.
       060-CARGA-CUENTAS.
           COMPUTE WS-FECHA-CORRIDA = WS-REPORTE-ANIO * 10000 +
                   WS-REPORTE-MES * 100 + WS-REPORTE-DIA
           OPEN INPUT CTABANCO
           PERFORM 061-LEE-CUENTA THRU 061-FIN
                                     UNTIL SW-FIN-CUENTAS EQUAL "FIN"
           CLOSE CTABANCO
           IF WS-CUENTAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0030: CUENTAS BANCARIAS NO CARGADAS POR "
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
               WHEN WS-TAB-CTA-NUMERO (WS-IDX-CTA) EQUAL WS-NUMERO-EMP
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
           MOVE WS-NUMERO-EMP   TO WS-REX-NUMERO
           MOVE WS-NOMBRE-EMP   TO WS-REX-NOMBRE
           MOVE WS-IMP-NETO     TO WS-REX-IMPORTE
           MOVE WS-CAUSA-CHEQUE TO WS-REX-CAUSA
           WRITE REG-REEXPIDE FROM WS-REX-DETALLE
           ADD 1           TO WS-CHEQUES
           ADD WS-IMP-NETO TO WS-TOT-CHEQUES
           EVALUATE WS-CAUSA-CHEQUE
               WHEN "05"
                   MOVE "SIN CUENTA BANCARIA REGISTRADA"
                                      TO WS-REC-CAUSA-CHEQUE
               WHEN "06"
                   MOVE "CUENTA NO ACTIVA O NO VIGENTE "
                                      TO WS-REC-CAUSA-CHEQUE
               WHEN OTHER
                   MOVE "CLABE INVALIDA                "
                                      TO WS-REC-CAUSA-CHEQUE
           END-EVALUATE
           WRITE REG-RECIBO FROM WS-RECIBO-CHEQUE AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       066-FIN. EXIT.
       067-CARGA-FRECUENCIAS.
           OPEN INPUT FRECPAGO
           IF WS-STATUS-FRECPAGO EQUAL "00"
               PERFORM 068-LEE-FRECUENCIA THRU 068-FIN
                   UNTIL SW-FIN-FRECPAGO EQUAL "FIN"
               CLOSE FRECPAGO
           END-IF
           IF WS-FRECUENCIAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0030: FRECUENCIAS DE PAGO NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: "
                       WS-FRECUENCIAS-PERDIDAS
           END-IF.
       067-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   068 - SOLO SE GUARDAN LOS QUINCENALES; EL EMPLEADO QUE NO
      *>   QUEDA EN LA TABLA SE PAGA EN LA NOMINA MENSUAL
      *>----------------------------------------------------------------
       068-LEE-FRECUENCIA.
           READ FRECPAGO
               AT END
                   MOVE "FIN" TO SW-FIN-FRECPAGO
               NOT AT END
                   IF NOT FRC-ES-QUINCENAL
                       GO TO 068-FIN
                   END-IF
                   IF WS-TAB-FRC-CANT GREATER THAN OR EQUAL TO 1000
                       ADD 1 TO WS-FRECUENCIAS-PERDIDAS
                       GO TO 068-FIN
                   END-IF
                   ADD 1 TO WS-TAB-FRC-CANT
                   SET WS-IDX-FRC TO WS-TAB-FRC-CANT
                   MOVE FRC-NUMERO TO WS-TAB-FRC-NUMERO (WS-IDX-FRC)
           END-READ.
       068-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   069 - DEJA SW-FRECUENCIA-OK EN "SI " CUANDO EL EMPLEADO DE
      *>   WS-FRC-BUSCA SE PAGA EN ESTA CORRIDA: LOS QUINCENALES EN
      *>   LAS CORRIDAS "1" Y "2", LOS DEMAS EN LA MENSUAL
      *>----------------------------------------------------------------
       069-BUSCA-FRECUENCIA.
           MOVE "NO " TO SW-FRECUENCIA-OK
           IF WS-TAB-FRC-CANT GREATER THAN ZERO
               SET WS-IDX-FRC TO 1
               SEARCH WS-TAB-FRC-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-FRC-NUMERO (WS-IDX-FRC)
                                          EQUAL WS-FRC-BUSCA
                       MOVE "SI " TO SW-FRECUENCIA-OK
               END-SEARCH
           END-IF
           IF WS-PARM-ES-MENSUAL
               IF SW-FRECUENCIA-OK EQUAL "SI "
                   MOVE "NO " TO SW-FRECUENCIA-OK
               ELSE
                   MOVE "SI " TO SW-FRECUENCIA-OK
               END-IF
           END-IF.
       069-FIN. EXIT.
       127-CARGA-PROPUESTA.
           OPEN INPUT DEDUCC2
           PERFORM 128-LEE-PROPUESTA THRU 128-FIN
      *>----------------------------------------------------------------
      *>   144 - SIMULACION DE UN EMPLEADO: CALCULA EL NETO CON LA
      *>   TARIFA ACTUAL Y CON LA PROPUESTA SOBRE EL MISMO BRUTO
      *>   (SALARIO MAS RETROACTIVO MAS / MENOS INCIDENCIAS, IGUAL
      *>   QUE LA CORRIDA REAL) E
      *>   IMPRIME LA DIFERENCIA; SIN TARIFA EN ALGUNO DE LOS DOS
      *>   MAESTROS EL EMPLEADO SALE MARCADO Y NO ENTRA A LOS TOTALES
      *>----------------------------------------------------------------
               GO TO 144-FIN
           END-IF
           PERFORM 041-CALCULA-RETRO THRU 041-FIN
           PERFORM 039-CALCULA-INCID THRU 039-FIN
           PERFORM 036-BUSCA-PRESTAMO THRU 036-FIN
           COMPUTE WS-IMP-BRUTO =
                   WS-SALARIO-PERIODO + WS-IMP-RETRO +
                   WS-IMP-INC-PERCEP - WS-IMP-INC-DESCTO
           COMPUTE WS-IMP-ISR ROUNDED =
                   WS-IMP-BRUTO * WS-PCT-ISR / 100
           COMPUTE WS-IMP-IMSS ROUNDED =
           COMPUTE WS-IMP-AHORRO ROUNDED =
                   WS-IMP-BRUTO * WS-PCT-AHORRO / 100
           COMPUTE WS-IMP-DEDUCC =
                   WS-IMP-ISR + WS-IMP-IMSS + WS-IMP-AHORRO +
                   WS-IMP-ABONO
           COMPUTE WS-IMP-NETO1 =
                   WS-IMP-BRUTO - WS-IMP-DEDUCC
           COMPUTE WS-IMP2-ISR ROUNDED =
           COMPUTE WS-IMP2-AHORRO ROUNDED =
                   WS-IMP-BRUTO * WS-PCT2-AHORRO / 100
           COMPUTE WS-IMP2-DEDUCC =
                   WS-IMP2-ISR + WS-IMP2-IMSS + WS-IMP2-AHORRO +
                   WS-IMP-ABONO
           COMPUTE WS-IMP-NETO2 =
                   WS-IMP-BRUTO - WS-IMP2-DEDUCC
           COMPUTE WS-DELTA-NETO =
                                   + WS-TARIFA-ERRONEA
           MOVE WS-OMITIDOS       TO WS-TOT-OMITIDOS
           WRITE REG-RECIBO FROM WS-DETALLE-OMITIDOS AFTER ADVANCING 1
           IF WS-OTRA-FRECUENCIA GREATER THAN ZERO
               MOVE WS-OTRA-FRECUENCIA TO WS-TOT-OTRA-FREC
               WRITE REG-RECIBO FROM WS-DETALLE-OTRA-FREC
                                     AFTER ADVANCING 1
           END-IF
           MOVE WS-TOT-BRUTO      TO WS-TOT-BRUTO-ED
           WRITE REG-RECIBO FROM WS-DETALLE-BRUTO AFTER ADVANCING 1
           MOVE WS-TOT-RETRO      TO WS-TOT-RETRO-ED
           WRITE REG-RECIBO FROM WS-DETALLE-RETRO AFTER ADVANCING 1
           MOVE WS-TOT-INC-PERCEP TO WS-TOT-INC-PERCEP-ED
           WRITE REG-RECIBO FROM WS-DETALLE-INC-PERCEP
                                 AFTER ADVANCING 1
           MOVE WS-TOT-INC-DESCTO TO WS-TOT-INC-DESCTO-ED
           WRITE REG-RECIBO FROM WS-DETALLE-INC-DESCTO
                                 AFTER ADVANCING 1
           MOVE WS-TOT-ABONO      TO WS-TOT-ABONO-ED
           WRITE REG-RECIBO FROM WS-DETALLE-ABONO
                                 AFTER ADVANCING 1
           MOVE WS-TOT-DEDUCC     TO WS-TOT-DEDUCC-ED
           WRITE REG-RECIBO FROM WS-DETALLE-DEDUCC AFTER ADVANCING 1
           MOVE WS-TOT-NETO       TO WS-TOT-NETO-ED
           WRITE REG-RECIBO FROM WS-DETALLE-NETO AFTER ADVANCING 1
           MOVE WS-TOT-DEPOSITADO TO WS-TOT-DEPOSITADO-ED
           MOVE WS-DEPOSITADOS    TO WS-TOT-DEPOSITADOS
           WRITE REG-RECIBO FROM WS-DETALLE-DEPOSITADO
                                 AFTER ADVANCING 1
           MOVE WS-TOT-CHEQUES    TO WS-TOT-CHEQUES-ED
           MOVE WS-CHEQUES        TO WS-TOT-CHEQUES-CANT
           WRITE REG-RECIBO FROM WS-DETALLE-CHEQUES
                                 AFTER ADVANCING 1
      *>   SI HUBO EMPLEADOS ACTIVOS SIN PAGAR, LA SUMA DE BRUTOS YA
      *>   NO CUADRA CON LA SUMA TOTAL DE SALARIOS DE LA EMPRESA:
      *>   SE AVISA EN EL LISTADO Y SE TERMINA CON RETURN-CODE 4
                                     AFTER ADVANCING 2
               MOVE 4 TO RETURN-CODE
           END-IF
      *>   LAS INCIDENCIAS QUE NO LLEGARON A UN RECIBO (EMPLEADO NO
      *>   PAGADO, DE OTRO PERIODO O SIN LUGAR EN LA TABLA) SE
      *>   LISTAN Y TAMBIEN DEJAN RETURN-CODE 4 PARA REVISARLAS
           IF WS-TAB-INC-CANT GREATER THAN ZERO
               PERFORM 034-CUENTA-NO-APLIC THRU 034-FIN
                   VARYING WS-IDX-INC FROM 1 BY 1
                   UNTIL WS-IDX-INC GREATER THAN WS-TAB-INC-CANT
           END-IF
           COMPUTE WS-INCID-NO-APLIC = WS-INCID-NO-APLIC +
                   WS-INCID-OTRO-PER + WS-INCID-PERDIDAS
           IF WS-INCID-NO-APLIC GREATER THAN ZERO
               MOVE WS-INCID-NO-APLIC TO WS-TOT-INC-NO-APLIC
               WRITE REG-RECIBO FROM WS-DETALLE-INC-NO-APLIC
                                     AFTER ADVANCING 2
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-NOMHIST-ABIERTO EQUAL "SI "
               CLOSE NOMHIST
           END-IF
           CLOSE EMPLEADOS
                 RECIBOS
                 DEPOSITO
                 REEXPIDE
                 RETROSIG.
       050-FIN. EXIT.
