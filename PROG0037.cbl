       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0037.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   LIQUIDACION ANUAL DEL FONDO DE AHORRO. CORRE UNA VEZ AL
      *>   ANIO, EN EL MES DE CIERRE DEL CICLO, DESPUES DE LA ULTIMA
      *>   ACTUALIZACION MENSUAL (PROG0036). POR CADA SALDO DEL CICLO
      *>   QUE CIERRA:
      *>     - EL FONDO ES LO APORTADO POR EL EMPLEADO, LO APORTADO
      *>       POR LA EMPRESA Y LOS INTERESES
      *>     - SI TIENE PRESTAMO VIGENTE SE DESCUENTA DEL FONDO; SI
      *>       EL PRESTAMO ES MAYOR QUE EL FONDO NO SE PAGA NADA Y LA
      *>       DIFERENCIA SIGUE COMO PRESTAMO EN EL CICLO NUEVO
      *>     - EL NETO SE DEJA EN EL ARCHIVO DE DEPOSITOS (MISMO
      *>       FORMATO QUE EL DE PROG0030) Y SE IMPRIME UN ESTADO DE
      *>       CUENTA POR TRABAJADOR
      *>   LOS EMPLEADOS DADOS DE BAJA DURANTE EL ANIO TAMBIEN COBRAN
      *>   AQUI SU FONDO. EL MAESTRO NUEVO (AHONUEVO) QUEDA EN CERO
      *>   PARA EL CICLO SIGUIENTE Y SOLO CONSERVA LOS PRESTAMOS QUE
      *>   NO ALCANZARON A CUBRIRSE; UN SALDO QUE YA ES DE UN CICLO
      *>   POSTERIOR (RECORRIDA) PASA TAL CUAL Y NO SE VUELVE A PAGAR.
      *>   COMO EN PROG0030, EL DEPOSITO SOLO SE HACE A UNA CUENTA DEL
      *>   MAESTRO CTABANCO (PROG0045) ACTIVA, YA VIGENTE A LA FECHA
      *>   DE LA CORRIDA Y CON CLABE VALIDA, Y LLEVA LA CLABE; QUIEN
      *>   NO LA TIENE COBRA CON CHEQUE: SU NETO VA AL ARCHIVO
      *>   REEXPAHO (MISMO FORMATO QUE EL REEXPIDE DE PROG0032) CON
      *>   LA CAUSA, QUE SE IMPRIME TAMBIEN EN EL ESTADO DE CUENTA.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AHOSALDO        ASSIGN TO UT-S-AHOSALDO.
           SELECT EMPLEADOS       ASSIGN TO UT-S-EMPLEADO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS EMP-LLAVE
                                  FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT AHONUEVO        ASSIGN TO UT-S-AHONUEVO.
           SELECT DEPOSITO        ASSIGN TO UT-S-DEPAHORR.
           SELECT CTABANCO        ASSIGN TO UT-S-CTABANCO.
           SELECT REEXPIDE        ASSIGN TO UT-S-REEXPAHO.
           SELECT AHOEDOCT        ASSIGN TO US-S-AHOEDOCT.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  AHOSALDO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOSALDO.
           COPY CPAHOREG.

       FD  EMPLEADOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS.
           05 EMP-LLAVE            PIC 9(05).
           05 FILLER               PIC X(53).

       FD  AHONUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHONUEVO.
       01  REG-AHONUEVO            PIC X(80).

      *>----------------------------------------------------------------
      *>   DEPOSITO - PAGO DEL FONDO PARA EL BANCO, MISMO FORMATO QUE
      *>   EL ARCHIVO DE DEPOSITOS DE LA NOMINA (PROG0030), CON LA
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
      *>   REEXPIDE (REEXPAHO) - UN REGISTRO POR LIQUIDACION QUE SE
      *>   PAGA CON CHEQUE, CON LA CAUSA: "05" SIN CUENTA EN CTABANCO,
      *>   "06" CUENTA NO ACTIVA O AUN NO VIGENTE, "07" CLABE
      *>   INVALIDA. MISMO FORMATO QUE EL REEXPNOM DE PROG0030
      *>----------------------------------------------------------------
       FD  REEXPIDE
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REEXPIDE.
       01  REG-REEXPIDE            PIC X(50).

       FD  AHOEDOCT
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AHOEDOCT.
       01  REG-AHOEDOCT            PIC X(132).

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
           05 WS-STATUS-EMPLEADOS    PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CONTROL      PIC X(02)  VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)  VALUE SPACES.
           05 SW-CTL-YA-CORRIO       PIC X(03)  VALUE "NO ".
           05 SW-CTL-PREVIO-OK       PIC X(03)  VALUE "NO ".
           05 SW-CTL-DETENER         PIC X(03)  VALUE "NO ".
           05 WS-CTL-PREVIO-PROG     PIC X(08)  VALUE "PROG0036".
           05 WS-CTL-PER-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)  VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-HORA.
               10 WS-CTL-HORA-HHMMSS PIC 9(06).
               10 FILLER             PIC 9(02).
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 SW-EMP-EN-MAESTRO      PIC X(03)  VALUE "NO ".
           05 WS-MES-LIQUIDACION     PIC 9(02)  VALUE 12.
           05 WS-IMP-FONDO           PIC 9(08)V99 VALUE ZEROS.
           05 WS-IMP-COMPENSA        PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMP-PAGO            PIC 9(08)V99 VALUE ZEROS.
           05 WS-IMP-PREST-RESTA     PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-LIQUIDADOS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-DEPOSITOS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-BAJAS           PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-SIN-MAESTRO     PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-PREST-SIGUE     PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-YA-LIQUIDADOS   PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-EMPLEADO        PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-EMPRESA         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-INTERES         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-COMPENSA        PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-PAGO            PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-PREST-RESTA     PIC 9(09)V99 VALUE ZEROS.
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
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-TIT-2            PIC X(32)
                      VALUE "ESTADO DE CUENTA FONDO DE AHORRO".
           05 FILLER              PIC X(12)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(54)      VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)      VALUE ALL "-".
           05 FILLER              PIC X(53)      VALUE SPACES.

       01  WS-EDO-LINEA-1.
           05 FILLER              PIC X(11)      VALUE " EMPLEADO: ".
           05 WS-EDO-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-EDO-NOMBRE       PIC X(30).
           05 FILLER              PIC X(08)      VALUE " CICLO: ".
           05 WS-EDO-CICLO        PIC 9(04).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-EDO-SITUACION    PIC X(20).
           05 FILLER              PIC X(50)      VALUE SPACES.

       01  WS-EDO-SUB-TITULO.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE "CONCEPTO".
           05 FILLER              PIC X(26)
                                  VALUE "                   IMPORTE".
           05 FILLER              PIC X(72)      VALUE SPACES.

       01  WS-EDO-IMPORTE.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-EIM-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 WS-EIM-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(72)      VALUE SPACES.

       01  WS-EDO-CHEQUE.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "** PAGO CON CHEQUE, SIN DEPOSITO -  ".
           05 WS-ECH-CAUSA        PIC X(30).
           05 FILLER              PIC X(62)      VALUE SPACES.

       01  WS-SECCION-TOTALES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "TOTALES DE LA LIQUIDACION DEL FONDO         ".
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
           IF WS-REPORTE-MES NOT EQUAL WS-MES-LIQUIDACION
               DISPLAY "PROG0037: LA LIQUIDACION DEL FONDO SOLO CORRE "
                       "EN EL MES " WS-MES-LIQUIDACION
                       " - PERIODO DE LA CORRIDA "
                       WS-REPORTE-ANIO "/" WS-REPORTE-MES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REPORTE-ANIO TO WS-CTL-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-CTL-PER-MES
           IF NOT WS-PARM-ES-MENSUAL
               DISPLAY "PROG0037: PASO MENSUAL - NO CORRE CON QUINCENA "
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
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           PERFORM 060-CARGA-CUENTAS THRU 060-FIN
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
                                     UNTIL SW-FIN EQUAL "FIN"
           PERFORM 050-FINAL         THRU 050-FIN
           MOVE "FIN   " TO WS-CTL-EVENTO
           MOVE "LIMPIO" TO WS-CTL-ESTADO
           PERFORM 014-ANOTA-EVENTO THRU 014-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           OPEN INPUT AHOSALDO
                      EMPLEADOS
                OUTPUT AHONUEVO
                       DEPOSITO
                       REEXPIDE
                       AHOEDOCT.
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
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: LA LIQUIDACION
      *>   NO ARRANCA SI PROG0036 NO ACTUALIZO EL FONDO CON EL ULTIMO
      *>   MES DEL CICLO, NI SE REPITE (SE PAGARIA DOS VECES) SALVO
      *>   CON LA MARCA DE RECORRIDA ("R")
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
               DISPLAY "PROG0037: EL PASO ANTERIOR ("
                       WS-CTL-PREVIO-PROG
                       ") NO HA TERMINADO LIMPIO EN EL PERIODO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF SW-CTL-YA-CORRIO EQUAL "SI " AND
              NOT WS-PARM-ES-RECORRIDA
               DISPLAY "PROG0037: PASO YA TERMINADO EN EL PERIODO - "
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
                       IF CTL-PROGRAMA EQUAL "PROG0037" AND
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
               MOVE "PROG0037"       TO CTL-PROGRAMA
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
           WRITE REG-AHOEDOCT FROM WS-TITULO-1 AFTER ADVANCING PAGE
           MOVE WS-REPORTE-DIA  TO WS-TIT-2-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-2-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-2-ANIO
           ADD 1        TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM TO WS-TIT-2-PAGINA
           WRITE REG-AHOEDOCT FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-AHOEDOCT FROM WS-GUIONES AFTER ADVANCING 1.
       030-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   040 - UN SALDO DEL FONDO. LOS DE UN CICLO POSTERIOR AL QUE
      *>   CIERRA YA SE LIQUIDARON Y PASAN SIN TOCARSE
      *>----------------------------------------------------------------
       040-PROCESO.
           ADD 1 TO WS-TOT-LEIDOS
           MOVE REG-AHOSALDO TO WS-REG-AHO-SALIDA
           IF WS-ASA-ANIO-CICLO GREATER THAN WS-REPORTE-ANIO
               ADD 1 TO WS-TOT-YA-LIQUIDADOS
               WRITE REG-AHONUEVO FROM WS-REG-AHO-SALIDA
               GO TO 040-LEE
           END-IF
           PERFORM 047-BUSCA-EMPLEADO THRU 047-FIN
           PERFORM 044-LIQUIDA        THRU 044-FIN
           MOVE "SI " TO SW-CUENTA-VALIDA
           IF WS-IMP-PAGO GREATER THAN ZERO
               PERFORM 049-GRABA-DEPOSITO THRU 049-FIN
           END-IF
           PERFORM 046-IMPRIME-ESTADO THRU 046-FIN
           PERFORM 045-GRABA-SALDO    THRU 045-FIN.
       040-LEE.
           READ AHOSALDO
               AT END
                   MOVE "FIN" TO SW-FIN.
       040-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   044 - EL PRESTAMO VIGENTE SE COMPENSA CONTRA EL FONDO; LO
      *>   QUE EL FONDO NO ALCANCE A CUBRIR SIGUE COMO PRESTAMO
      *>----------------------------------------------------------------
       044-LIQUIDA.
           COMPUTE WS-IMP-FONDO = WS-ASA-SALDO-EMPLEADO +
                   WS-ASA-SALDO-EMPRESA + WS-ASA-SALDO-INTERES
           IF WS-ASA-PREST-SALDO GREATER THAN WS-IMP-FONDO
               MOVE WS-IMP-FONDO TO WS-IMP-COMPENSA
               MOVE ZEROS        TO WS-IMP-PAGO
               COMPUTE WS-IMP-PREST-RESTA =
                       WS-ASA-PREST-SALDO - WS-IMP-FONDO
               ADD 1 TO WS-TOT-PREST-SIGUE
           ELSE
               MOVE WS-ASA-PREST-SALDO TO WS-IMP-COMPENSA
               COMPUTE WS-IMP-PAGO =
                       WS-IMP-FONDO - WS-ASA-PREST-SALDO
               MOVE ZEROS        TO WS-IMP-PREST-RESTA
           END-IF
           ADD 1                     TO WS-TOT-LIQUIDADOS
           ADD WS-ASA-SALDO-EMPLEADO TO WS-TOT-EMPLEADO
           ADD WS-ASA-SALDO-EMPRESA  TO WS-TOT-EMPRESA
           ADD WS-ASA-SALDO-INTERES  TO WS-TOT-INTERES
           ADD WS-IMP-COMPENSA       TO WS-TOT-COMPENSA
           ADD WS-IMP-PAGO           TO WS-TOT-PAGO
           ADD WS-IMP-PREST-RESTA    TO WS-TOT-PREST-RESTA.
       044-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   045 - EL SALDO NUEVO ARRANCA EL CICLO SIGUIENTE EN CERO;
      *>   SOLO SE GRABA SI QUEDO PRESTAMO POR PAGAR (PROG0036 ABRE
      *>   LOS DEMAS CON LA PRIMERA APORTACION DEL CICLO)
      *>----------------------------------------------------------------
       045-GRABA-SALDO.
           IF WS-IMP-PREST-RESTA EQUAL ZERO
               GO TO 045-FIN
           END-IF
           ADD 1                  TO WS-ASA-ANIO-CICLO
           MOVE ZEROS             TO WS-ASA-SALDO-EMPLEADO
                                     WS-ASA-SALDO-EMPRESA
                                     WS-ASA-SALDO-INTERES
           MOVE WS-IMP-PREST-RESTA TO WS-ASA-PREST-SALDO
           IF WS-ASA-PREST-ABONO GREATER THAN WS-ASA-PREST-SALDO
               MOVE WS-ASA-PREST-SALDO TO WS-ASA-PREST-ABONO
           END-IF
           WRITE REG-AHONUEVO FROM WS-REG-AHO-SALIDA.
       045-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   046 - ESTADO DE CUENTA: UNA HOJA POR TRABAJADOR CON EL
      *>   DESGLOSE DEL FONDO, LA COMPENSACION DEL PRESTAMO Y EL NETO
      *>----------------------------------------------------------------
       046-IMPRIME-ESTADO.
           PERFORM 030-TITULOS THRU 030-FIN
           MOVE WS-ASA-NUMERO     TO WS-EDO-NUMERO
           MOVE WS-NOMBRE-EMP     TO WS-EDO-NOMBRE
           MOVE WS-ASA-ANIO-CICLO TO WS-EDO-CICLO
           EVALUATE TRUE
               WHEN SW-EMP-EN-MAESTRO EQUAL "NO "
                   MOVE "NO ESTA EN MAESTRO  " TO WS-EDO-SITUACION
               WHEN WS-STATUS-EMP NOT EQUAL 1
                   MOVE "BAJA                " TO WS-EDO-SITUACION
               WHEN OTHER
                   MOVE "ACTIVO              " TO WS-EDO-SITUACION
           END-EVALUATE
           WRITE REG-AHOEDOCT FROM WS-EDO-LINEA-1 AFTER ADVANCING 2
           WRITE REG-AHOEDOCT FROM WS-EDO-SUB-TITULO AFTER ADVANCING 2
           WRITE REG-AHOEDOCT FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "APORTACIONES DEL TRABAJADOR   " TO WS-EIM-DESCRIPCION
           MOVE WS-ASA-SALDO-EMPLEADO TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 1
           MOVE "APORTACIONES DE LA EMPRESA    " TO WS-EIM-DESCRIPCION
           MOVE WS-ASA-SALDO-EMPRESA  TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 1
           MOVE "INTERESES GENERADOS           " TO WS-EIM-DESCRIPCION
           MOVE WS-ASA-SALDO-INTERES  TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 1
           WRITE REG-AHOEDOCT FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "TOTAL DEL FONDO               " TO WS-EIM-DESCRIPCION
           MOVE WS-IMP-FONDO          TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 1
           MOVE "PRESTAMO VIGENTE              " TO WS-EIM-DESCRIPCION
           MOVE WS-ASA-PREST-SALDO    TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 1
           MOVE "COMPENSADO CONTRA EL FONDO    " TO WS-EIM-DESCRIPCION
           MOVE WS-IMP-COMPENSA       TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 1
           MOVE "NETO A DEPOSITAR              " TO WS-EIM-DESCRIPCION
           MOVE WS-IMP-PAGO           TO WS-EIM-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE AFTER ADVANCING 2
           IF SW-CUENTA-VALIDA EQUAL "NO "
               WRITE REG-AHOEDOCT FROM WS-EDO-CHEQUE AFTER ADVANCING 1
           END-IF
           IF WS-IMP-PREST-RESTA GREATER THAN ZERO
               MOVE "PRESTAMO QUE PASA AL CICLO    "
                                          TO WS-EIM-DESCRIPCION
               MOVE WS-IMP-PREST-RESTA    TO WS-EIM-IMPORTE
               WRITE REG-AHOEDOCT FROM WS-EDO-IMPORTE
                                        AFTER ADVANCING 1
           END-IF.
       046-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   047 - NOMBRE Y STATUS DEL TRABAJADOR; SI YA NO ESTA EN EL
      *>   MAESTRO SU FONDO SE LIQUIDA IGUAL Y SE CUENTA APARTE
      *>----------------------------------------------------------------
       047-BUSCA-EMPLEADO.
           MOVE "NO " TO SW-EMP-EN-MAESTRO
           MOVE WS-ASA-NUMERO TO EMP-LLAVE
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               INVALID KEY
                   MOVE "** NO REGISTRADO **" TO WS-NOMBRE-EMP
                   MOVE ZEROS                 TO WS-STATUS-EMP
                   ADD 1 TO WS-TOT-SIN-MAESTRO
               NOT INVALID KEY
                   MOVE "SI " TO SW-EMP-EN-MAESTRO
                   IF WS-STATUS-EMP NOT EQUAL 1
                       ADD 1 TO WS-TOT-BAJAS
                   END-IF
           END-READ.
       047-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   049 - SIN CUENTA ACTIVA, VIGENTE Y CON CLABE VALIDA NO HAY
      *>   DEPOSITO: EL NETO SE MANDA A CHEQUE Y SE AVISA EN EL ESTADO
      *>   DE CUENTA. ES PASO MENSUAL: LA QUINCENA VA EN BLANCO
      *>----------------------------------------------------------------
       049-GRABA-DEPOSITO.
           PERFORM 062-BUSCA-CUENTA THRU 062-FIN
           IF SW-CUENTA-VALIDA EQUAL "NO "
               PERFORM 066-GRABA-CHEQUE THRU 066-FIN
               GO TO 049-FIN
           END-IF
           MOVE WS-ASA-NUMERO   TO WS-DEP-NUMERO
           MOVE WS-NOMBRE-EMP   TO WS-DEP-NOMBRE
           MOVE WS-IMP-PAGO     TO WS-DEP-NETO
           MOVE WS-TAB-CTA-CLABE (WS-IDX-CTA) TO WS-DEP-CLABE
           MOVE WS-REPORTE-ANIO TO WS-DEP-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-DEP-PER-MES
           MOVE SPACE           TO WS-DEP-QUINCENA
           WRITE REG-DEPOSITO FROM WS-DEP-DETALLE
           ADD 1 TO WS-TOT-DEPOSITOS
           ADD WS-IMP-PAGO TO WS-TOT-DEPOSITADO.
       049-FIN. EXIT.
       050-FINAL.
           PERFORM 030-TITULOS THRU 030-FIN
           WRITE REG-AHOEDOCT FROM WS-SECCION-TOTALES
                                    AFTER ADVANCING 2
           WRITE REG-AHOEDOCT FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "SALDOS LEIDOS             : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-LEIDOS        TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "SALDOS LIQUIDADOS         : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-LIQUIDADOS    TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  DE ELLOS BAJAS          : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-BAJAS         TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  FUERA DEL MAESTRO       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-SIN-MAESTRO   TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "DEPOSITOS GENERADOS       : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-DEPOSITOS     TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PAGADOS CON CHEQUE        : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES         TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  SIN CUENTA BANCARIA (05): " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-05      TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CUENTA NO VIGENTE (06)  : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-06      TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "  CLABE INVALIDA (07)     : " TO WS-DCN-CONCEPTO
           MOVE WS-CHEQUES-07      TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "PRESTAMOS QUE CONTINUAN   : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-PREST-SIGUE   TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "YA LIQUIDADOS (OMITIDOS)  : " TO WS-DCN-CONCEPTO
           MOVE WS-TOT-YA-LIQUIDADOS TO WS-DCN-CANTIDAD
           WRITE REG-AHOEDOCT FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "APORTACION TRABAJADORES   : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-EMPLEADO      TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 2
           MOVE "APORTACION EMPRESA        : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-EMPRESA       TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "INTERESES                 : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-INTERES       TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "PRESTAMOS COMPENSADOS     : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-COMPENSA      TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "SUMA TOTAL PAGADA         : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-PAGO          TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  DEPOSITADO EN CUENTA    : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-DEPOSITADO  TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "  PAGADO CON CHEQUE       : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-CHEQUES     TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           MOVE "PRESTAMOS AL CICLO NUEVO  : " TO WS-DMO-CONCEPTO
           MOVE WS-TOT-PREST-RESTA   TO WS-DMO-IMPORTE
           WRITE REG-AHOEDOCT FROM WS-DET-MONTO AFTER ADVANCING 1
           CLOSE AHOSALDO
                 EMPLEADOS
                 AHONUEVO
                 DEPOSITO
                 REEXPIDE
                 AHOEDOCT.
       050-FIN. EXIT.
       060-CARGA-CUENTAS.
           COMPUTE WS-FECHA-CORRIDA = WS-REPORTE-ANIO * 10000 +
                   WS-REPORTE-MES * 100 + WS-REPORTE-DIA
           OPEN INPUT CTABANCO
           PERFORM 061-LEE-CUENTA THRU 061-FIN
                                     UNTIL SW-FIN-CUENTAS EQUAL "FIN"
           CLOSE CTABANCO
           IF WS-CUENTAS-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0037: CUENTAS BANCARIAS NO CARGADAS POR "
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
                    WS-ASA-NUMERO
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
           MOVE WS-ASA-NUMERO    TO WS-REX-NUMERO
           MOVE WS-NOMBRE-EMP    TO WS-REX-NOMBRE
           MOVE WS-IMP-PAGO      TO WS-REX-IMPORTE
           MOVE WS-CAUSA-CHEQUE  TO WS-REX-CAUSA
           WRITE REG-REEXPIDE FROM WS-REX-DETALLE
           ADD 1 TO WS-CHEQUES
           ADD WS-IMP-PAGO TO WS-TOT-CHEQUES
           EVALUATE WS-CAUSA-CHEQUE
               WHEN "05"
                   ADD 1 TO WS-CHEQUES-05
                   MOVE "SIN CUENTA BANCARIA REGISTRADA"
                                      TO WS-ECH-CAUSA
               WHEN "06"
                   ADD 1 TO WS-CHEQUES-06
                   MOVE "CUENTA NO ACTIVA O NO VIGENTE "
                                      TO WS-ECH-CAUSA
               WHEN OTHER
                   ADD 1 TO WS-CHEQUES-07
                   MOVE "CLABE INVALIDA                "
                                      TO WS-ECH-CAUSA
           END-EVALUATE.
       066-FIN. EXIT.
