       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0056.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   PROGRAMA DE MANTENIMIENTO AL MAESTRO DE PRESUPUESTO DE
      *>   NOMINA (DEPARTAMENTO / PERIODO AAAAMM / PLANTILLA Y COSTO
      *>   PRESUPUESTADOS, CPPRSREG). APLICA TRANSACCIONES DE ALTA /
      *>   CAMBIO / BAJA CON EL MISMO ESQUEMA PROTEGIDO DE PROG0055
      *>   (VIEJO-MAESTRO MAS TRANSACCIONES, BITACORA DE APLICADAS Y
      *>   RECHAZADAS):
      *>     - UN ALTA SE RECHAZA SI EL DEPTO NO EXISTE EN SU MAESTRO
      *>       O SI EL PERIODO NO ES UN MES VALIDO
      *>     - ALTA Y CAMBIO NECESITAN COSTO MAYOR A CERO; LA
      *>       PLANTILLA PUEDE SER CERO (DEPARTAMENTO SIN GENTE
      *>       PROPIA QUE SOLO CARGA HONORARIOS O FINIQUITOS)
      *>     - CAMBIO Y BAJA SOLO PROCEDEN SOBRE UN MES YA REGISTRADO
      *>   AL FINAL IMPRIME EL PRESUPUESTO ANUAL POR DEPARTAMENTO:
      *>   MESES PRESUPUESTADOS, PLANTILLA MAXIMA Y COSTO DEL ANIO.
      *>   PROG0057 COMPARA ESTE MAESTRO CONTRA LO REAL.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTOS          ASSIGN TO UT-S-DEPTOS.
           SELECT OPTIONAL
                  PRESUP          ASSIGN TO UT-S-PRESUP
                                  FILE STATUS IS WS-STATUS-PRESUP.
           SELECT PRSTRAN         ASSIGN TO UT-S-PRSTRAN.
           SELECT PRS-ORDENADO    ASSIGN TO UT-S-PRSORD.
           SELECT WORK-ORD-PRS    ASSIGN TO UT-S-WRKPRS.
           SELECT PRS-NUEVO       ASSIGN TO UT-S-PRSNUEVO.
           SELECT BITACORA        ASSIGN TO US-S-BITACPRS.
           SELECT REPPRESU        ASSIGN TO US-S-REPPRESU.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEPTOS.
           COPY CPDEPREG.

       FD  PRESUP
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PRESUP.
           COPY CPPRSREG.

       FD  PRSTRAN
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PRSTRAN.
       01  REG-PRSTRAN             PIC X(40).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - DEJA LAS TRANSACCIONES
      *>   ORDENADAS POR DEPARTAMENTO Y PERIODO PARA EL CRUCE
      *>----------------------------------------------------------------
       SD  WORK-ORD-PRS.
       01  WORK-REG-PRSTRAN.
           05 WORK-PRS-TIPO        PIC X(01).
           05 WORK-PRS-DEPTO       PIC 9(03).
           05 WORK-PRS-PERIODO     PIC 9(06).
           05 WORK-PRS-PLANTILLA   PIC 9(05).
           05 WORK-PRS-COSTO       PIC 9(09)V99.
           05 FILLER               PIC X(14).

       FD  PRS-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PRS-ORDENADO.
       01  REG-PRS-ORDENADO        PIC X(40).

       FD  PRS-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PRS-NUEVO.
       01  REG-PRS-NUEVO           PIC X(40).

       FD  BITACORA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 105 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-BITACORA.
       01  REG-BITACORA            PIC X(105).

       FD  REPPRESU
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REPPRESU.
       01  REG-REPPRESU            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-REG-TRANSACCION.
               10 WS-PRT-TIPO        PIC X(01).
                   88 WS-PRT-ES-ALTA          VALUE "A".
                   88 WS-PRT-ES-CAMBIO        VALUE "C".
                   88 WS-PRT-ES-BAJA          VALUE "B".
               10 WS-PRT-DEPTO       PIC 9(03).
               10 WS-PRT-PERIODO.
                   15 WS-PRT-PER-ANIO PIC 9(04).
                   15 WS-PRT-PER-MES  PIC 9(02).
               10 WS-PRT-PLANTILLA   PIC 9(05).
               10 WS-PRT-COSTO       PIC 9(09)V99.
               10 FILLER             PIC X(14).
           05 WS-REG-TRABAJO.
               10 WS-TRA-PLANTILLA   PIC 9(05).
               10 WS-TRA-COSTO       PIC 9(09)V99.
               10 WS-TRA-FEC-CAMBIO  PIC 9(08).
           05 WS-REG-PRS-SALIDA.
               10 WS-PRS-DEPTO       PIC 9(03).
               10 WS-PRS-PERIODO.
                   15 WS-PRS-PER-ANIO PIC 9(04).
                   15 WS-PRS-PER-MES  PIC 9(02).
               10 WS-PRS-PLANTILLA   PIC 9(05).
               10 WS-PRS-COSTO       PIC 9(09)V99.
               10 WS-PRS-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(07).
           05 WS-STATUS-PRESUP       PIC X(02)  VALUE SPACES.
           05 SW-PRESUP-ABIERTO      PIC X(03)  VALUE "NO ".
           05 WS-CLAVE-MAESTRO       PIC 9(09)  VALUE ZEROS.
           05 WS-CLAVE-TRAN          PIC 9(09)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(09)  VALUE ZEROS.
           05 WS-CLAVE-DESGLOSE.
               10 WS-CLD-DEPTO       PIC 9(03).
               10 WS-CLD-PER-ANIO    PIC 9(04).
               10 WS-CLD-PER-MES     PIC 9(02).
           05 SW-REG-EXISTE          PIC X(03)  VALUE "NO ".
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-TRAN            PIC X(03)  VALUE SPACES.
           05 SW-FIN-DEPTO           PIC X(03)  VALUE SPACES.
           05 SW-ALTA-APLICADA       PIC X(03)  VALUE "NO ".
           05 SW-DEPTO-EXISTE        PIC X(03)  VALUE "NO ".
           05 WS-TOT-ALTAS           PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-CAMBIOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-BAJAS           PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADAS      PIC 9(05)  VALUE ZEROS.
           05 WS-DEPTO-BUSCA         PIC 9(03)  VALUE ZEROS.
           05 WS-NOM-DEPTO           PIC X(20)  VALUE SPACES.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 20.
           05 WS-PAGINA-REP          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS-REP     PIC 9(03)  VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

       COPY CPDEPTAB.

      *>----------------------------------------------------------------
      *>   CONCENTRADO DEL REPORTE: PRESUPUESTO POR DEPARTAMENTO Y
      *>   ANIO, ARMADO MIENTRAS SE GRABA EL MAESTRO NUEVO (QUE VIENE
      *>   EN ORDEN DE DEPARTAMENTO Y PERIODO)
      *>----------------------------------------------------------------
       01  WS-TAB-REPORTE.
           05 WS-TAB-REP-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-REP-REG      OCCURS 1 TO 3000 TIMES
                                  DEPENDING ON WS-TAB-REP-CANT
                                  INDEXED BY WS-IDX-REP.
               10 WS-REP-DEPTO       PIC 9(03).
               10 WS-REP-ANIO        PIC 9(04).
               10 WS-REP-MESES       PIC 9(02).
               10 WS-REP-PLANTILLA   PIC 9(05).
               10 WS-REP-COSTO       PIC 9(11)V99.

       01  WS-TITULO-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(44)
              VALUE "BITACORA DE MANTENIMIENTO A PRESUPUESTO     ".
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA         PIC ZZ9.
           05 FILLER                PIC X(39)      VALUE SPACES.

       01  WS-GUIONES-BITACORA.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(103)     VALUE ALL "-".
           05 FILLER                PIC X(01)      VALUE SPACES.

       01  WS-SUB-TITULO-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "FECHA".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(13)      VALUE "TIPO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "DEPTO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(07)      VALUE "PERIODO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(06)      VALUE "PLANT.".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(15)      VALUE
                                            "          COSTO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "RESULTADO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(22)      VALUE "MOTIVO".
           05 FILLER                PIC X(08)      VALUE SPACES.

       01  WS-DET-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-FECHA.
               10 WS-BIT-FEC-DIA    PIC 9(02).
               10 FILLER            PIC X(01)      VALUE "/".
               10 WS-BIT-FEC-MES    PIC 9(02).
               10 FILLER            PIC X(01)      VALUE "/".
               10 WS-BIT-FEC-ANIO   PIC 9(04).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-TIPO-DES       PIC X(13).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-DEPTO          PIC 9(03).
           05 FILLER                PIC X(03)      VALUE SPACES.
           05 WS-BIT-PER-ANIO       PIC 9(04).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-BIT-PER-MES        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-PLANTILLA      PIC ZZ,ZZ9.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-COSTO          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-RESULTADO      PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-MOTIVO         PIC X(22).
           05 FILLER                PIC X(08)      VALUE SPACES.

       01  WS-DETALLE-TOTALES-BIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(20)      VALUE "ALTAS    : ".
           05 WS-TOT-ALTAS-ED       PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(11)      VALUE "CAMBIOS  : ".
           05 WS-TOT-CAMBIOS-ED     PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE "BAJAS : ".
           05 WS-TOT-BAJAS-ED       PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(13)
                                     VALUE "RECHAZADAS : ".
           05 WS-TOT-RECHAZADAS-ED  PIC ZZ,ZZ9.
           05 FILLER                PIC X(16)      VALUE SPACES.

       01  WS-TITULO-REP.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "PRESUPUESTO ANUAL DE NOMINA POR DEPTO     - ".
           05 WS-REP-FEC-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-REP-FEC-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-REP-FEC-ANIO     PIC 9(04).
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-REP-PAGINA       PIC ZZ9.
           05 FILLER              PIC X(56)      VALUE SPACES.

       01  WS-GUIONES-REP.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)      VALUE ALL "-".
           05 FILLER              PIC X(53)      VALUE SPACES.

       01  WS-SUB-TITULO-REP.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(05)      VALUE "DEPTO".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(20)      VALUE "NOMBRE".
           05 FILLER              PIC X(06)      VALUE "  ANIO".
           05 FILLER              PIC X(07)      VALUE "  MESES".
           05 FILLER              PIC X(13)      VALUE "  PLANT. MAX.".
           05 FILLER              PIC X(19)
                                  VALUE "    COSTO DEL ANIO".
           05 FILLER              PIC X(60)      VALUE SPACES.

       01  WS-DET-REP.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DRE-DEPTO        PIC 9(03).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-DRE-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-ANIO         PIC 9(04).
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-DRE-MESES        PIC Z9.
           05 FILLER              PIC X(07)      VALUE SPACES.
           05 WS-DRE-PLANTILLA    PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-COSTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(60)      VALUE SPACES.

       01  WS-DET-SIN-PRESUP.
           05 FILLER              PIC X(30)
              VALUE " ** MAESTRO SIN PRESUPUESTO **".
           05 FILLER              PIC X(102)     VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 021-CARGA-DEPTOS    THRU 021-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 040-LEE-MAESTRO     THRU 040-FIN
           PERFORM 041-LEE-TRANSACCION THRU 041-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN-MAESTRO EQUAL "FIN" AND
                     SW-FIN-TRAN    EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           SORT WORK-ORD-PRS
               ON ASCENDING KEY WORK-PRS-DEPTO
               ON ASCENDING KEY WORK-PRS-PERIODO
               USING PRSTRAN
               GIVING PRS-ORDENADO
           OPEN INPUT PRS-ORDENADO
                OUTPUT PRS-NUEVO
                       BITACORA
                       REPPRESU
           MOVE "NO " TO SW-PRESUP-ABIERTO
           OPEN INPUT PRESUP
           IF WS-STATUS-PRESUP EQUAL "00"
               MOVE "SI " TO SW-PRESUP-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN-MAESTRO
               MOVE HIGH-VALUES TO WS-CLAVE-MAESTRO
           END-IF.
       020-FIN. EXIT.
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
       030-TITULOS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ADD 1              TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM TO WS-TIT-PAGINA
           WRITE REG-BITACORA FROM WS-TITULO-BITACORA
                                    AFTER ADVANCING PAGE
           WRITE REG-BITACORA FROM WS-GUIONES-BITACORA
                                    AFTER ADVANCING 1
           WRITE REG-BITACORA FROM WS-SUB-TITULO-BITACORA
                                    AFTER ADVANCING 1
           WRITE REG-BITACORA FROM WS-GUIONES-BITACORA
                                    AFTER ADVANCING 1
           MOVE ZEROS         TO WS-CONT-LINEAS.
       030-FIN. EXIT.
       035-VERIFICA-SALTO.
           ADD 1 TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       035-FIN. EXIT.
       040-LEE-MAESTRO.
           IF SW-PRESUP-ABIERTO EQUAL "NO "
               GO TO 040-FIN
           END-IF
           READ PRESUP
               AT END
                   MOVE "FIN"        TO SW-FIN-MAESTRO
                   MOVE HIGH-VALUES  TO WS-CLAVE-MAESTRO
               NOT AT END
                   COMPUTE WS-CLAVE-MAESTRO =
                           PRS-DEPTO * 1000000 +
                           PRS-PER-ANIO * 100 + PRS-PER-MES
           END-READ.
       040-FIN. EXIT.
       041-LEE-TRANSACCION.
           READ PRS-ORDENADO INTO WS-REG-TRANSACCION
               AT END
                   MOVE "FIN"        TO SW-FIN-TRAN
                   MOVE HIGH-VALUES  TO WS-CLAVE-TRAN
               NOT AT END
                   IF WS-PRT-DEPTO IS NOT NUMERIC OR
                      WS-PRT-PER-ANIO IS NOT NUMERIC OR
                      WS-PRT-PER-MES IS NOT NUMERIC
                       MOVE "CODIGO INVALIDO      " TO WS-BIT-MOTIVO
                       MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                       ADD 1 TO WS-TOT-RECHAZADAS
                       PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
                       GO TO 041-LEE-TRANSACCION
                   END-IF
                   COMPUTE WS-CLAVE-TRAN =
                           WS-PRT-DEPTO * 1000000 +
                           WS-PRT-PER-ANIO * 100 + WS-PRT-PER-MES
           END-READ.
       041-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   050 - CRUCE DEL MAESTRO DE PRESUPUESTO, MISMO ESQUEMA QUE
      *>   050-PROCESA DE PROG0055; LA LLAVE COMPUESTA ES
      *>   DEPTO * 1000000 + ANIO * 100 + MES
      *>----------------------------------------------------------------
       050-PROCESA.
           EVALUATE TRUE
               WHEN WS-CLAVE-MAESTRO LESS THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-MAESTRO TO WS-CLAVE-PROCESO
                   MOVE PRS-PLANTILLA    TO WS-TRA-PLANTILLA
                   MOVE PRS-COSTO        TO WS-TRA-COSTO
                   MOVE PRS-FEC-CAMBIO   TO WS-TRA-FEC-CAMBIO
                   PERFORM 158-GRABA-REGISTRO-SI THRU 158-SI-FIN
                   PERFORM 040-LEE-MAESTRO THRU 040-FIN
               WHEN WS-CLAVE-MAESTRO GREATER THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-TRAN     TO WS-CLAVE-PROCESO
                   MOVE "NO "             TO SW-REG-EXISTE
                   INITIALIZE WS-REG-TRABAJO
                   PERFORM 150-ACUMULA-TRANS THRU 150-FIN
                   PERFORM 158-GRABA-REGISTRO THRU 158-FIN
               WHEN OTHER
                   MOVE WS-CLAVE-MAESTRO  TO WS-CLAVE-PROCESO
                   MOVE "SI "             TO SW-REG-EXISTE
                   MOVE PRS-PLANTILLA     TO WS-TRA-PLANTILLA
                   MOVE PRS-COSTO         TO WS-TRA-COSTO
                   MOVE PRS-FEC-CAMBIO    TO WS-TRA-FEC-CAMBIO
                   PERFORM 150-ACUMULA-TRANS THRU 150-FIN
                   PERFORM 158-GRABA-REGISTRO THRU 158-FIN
                   PERFORM 040-LEE-MAESTRO THRU 040-FIN
           END-EVALUATE.
       050-FIN. EXIT.
       150-ACUMULA-TRANS.
           PERFORM 152-APLICA-UNA THRU 152-FIN
               UNTIL WS-CLAVE-TRAN NOT EQUAL WS-CLAVE-PROCESO.
       150-FIN. EXIT.
       152-APLICA-UNA.
           IF SW-REG-EXISTE EQUAL "SI "
               PERFORM 156-PROCESA-CAMBIO-BAJA THRU 156-FIN
           ELSE
               PERFORM 154-PROCESA-ALTA THRU 154-FIN
               IF SW-ALTA-APLICADA EQUAL "SI "
                   MOVE "SI " TO SW-REG-EXISTE
               END-IF
           END-IF
           PERFORM 041-LEE-TRANSACCION THRU 041-FIN.
       152-FIN. EXIT.
       154-PROCESA-ALTA.
           MOVE "NO " TO SW-ALTA-APLICADA
           PERFORM 155-VALIDA-DEPTO THRU 155-FIN
           EVALUATE TRUE
               WHEN NOT WS-PRT-ES-ALTA
                   MOVE "PRESUPUESTO NO EXISTE" TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN SW-DEPTO-EXISTE EQUAL "NO "
                   MOVE "DEPTO NO EXISTE      " TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN WS-PRT-PER-ANIO LESS THAN 2000 OR
                    WS-PRT-PER-MES LESS THAN 1 OR
                    WS-PRT-PER-MES GREATER THAN 12
                   MOVE "PERIODO INVALIDO     " TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN WS-PRT-PLANTILLA IS NOT NUMERIC
                   MOVE "PLANTILLA INVALIDA   " TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN WS-PRT-COSTO IS NOT NUMERIC OR
                    WS-PRT-COSTO NOT GREATER THAN ZERO
                   MOVE "COSTO INVALIDO       " TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN OTHER
                   MOVE "SI "            TO SW-ALTA-APLICADA
                   MOVE WS-PRT-PLANTILLA TO WS-TRA-PLANTILLA
                   MOVE WS-PRT-COSTO     TO WS-TRA-COSTO
                   MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
                   ADD 1 TO WS-TOT-ALTAS
                   MOVE "APLICADA"    TO WS-BIT-RESULTADO
                   MOVE SPACES        TO WS-BIT-MOTIVO
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
           END-EVALUATE.
       154-FIN. EXIT.
       155-VALIDA-DEPTO.
           MOVE "NO " TO SW-DEPTO-EXISTE
           IF WS-TAB-DEPTOS-CANT GREATER THAN ZERO
               SET WS-IDX-DEPTO TO 1
               SEARCH WS-TAB-DEPTOS-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DEPTO-COD (WS-IDX-DEPTO)
                                         EQUAL WS-PRT-DEPTO
                       MOVE "SI " TO SW-DEPTO-EXISTE
               END-SEARCH
           END-IF.
       155-FIN. EXIT.
       156-PROCESA-CAMBIO-BAJA.
           EVALUATE TRUE
               WHEN WS-PRT-ES-CAMBIO AND
                    WS-PRT-PLANTILLA IS NOT NUMERIC
                   MOVE "PLANTILLA INVALIDA   " TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN WS-PRT-ES-CAMBIO AND
                    (WS-PRT-COSTO IS NOT NUMERIC OR
                     WS-PRT-COSTO NOT GREATER THAN ZERO)
                   MOVE "COSTO INVALIDO       " TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN WS-PRT-ES-CAMBIO
                   MOVE WS-PRT-PLANTILLA TO WS-TRA-PLANTILLA
                   MOVE WS-PRT-COSTO     TO WS-TRA-COSTO
                   MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
                   ADD 1 TO WS-TOT-CAMBIOS
                   MOVE "APLICADA"    TO WS-BIT-RESULTADO
                   MOVE SPACES        TO WS-BIT-MOTIVO
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN WS-PRT-ES-BAJA
                   MOVE "NO " TO SW-REG-EXISTE
                   ADD 1 TO WS-TOT-BAJAS
                   MOVE "APLICADA"    TO WS-BIT-RESULTADO
                   MOVE SPACES        TO WS-BIT-MOTIVO
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
               WHEN OTHER
                   MOVE "PRESUPUESTO YA EXISTE" TO WS-BIT-MOTIVO
                   MOVE "RECHAZADA" TO WS-BIT-RESULTADO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   PERFORM 170-ESCRIBE-BITACORA THRU 170-FIN
           END-EVALUATE.
       156-FIN. EXIT.
       158-GRABA-REGISTRO.
           IF SW-REG-EXISTE EQUAL "SI "
               PERFORM 158-GRABA-REGISTRO-SI THRU 158-SI-FIN
           END-IF.
       158-FIN. EXIT.
       158-GRABA-REGISTRO-SI.
           MOVE WS-CLAVE-PROCESO   TO WS-CLAVE-DESGLOSE
           MOVE SPACES             TO WS-REG-PRS-SALIDA
           MOVE WS-CLD-DEPTO       TO WS-PRS-DEPTO
           MOVE WS-CLD-PER-ANIO    TO WS-PRS-PER-ANIO
           MOVE WS-CLD-PER-MES     TO WS-PRS-PER-MES
           MOVE WS-TRA-PLANTILLA   TO WS-PRS-PLANTILLA
           MOVE WS-TRA-COSTO       TO WS-PRS-COSTO
           MOVE WS-TRA-FEC-CAMBIO  TO WS-PRS-FEC-CAMBIO
           WRITE REG-PRS-NUEVO FROM WS-REG-PRS-SALIDA
           PERFORM 160-ACUMULA-REPORTE THRU 160-FIN.
       158-SI-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   160 - UN RENGLON POR DEPARTAMENTO Y ANIO; LA PLANTILLA DEL
      *>   REPORTE ES LA MAYOR PRESUPUESTADA EN EL ANIO
      *>----------------------------------------------------------------
       160-ACUMULA-REPORTE.
           SET WS-IDX-REP TO 1
           SEARCH WS-TAB-REP-REG
               AT END
                   IF WS-TAB-REP-CANT LESS THAN 3000
                       ADD 1 TO WS-TAB-REP-CANT
                       SET WS-IDX-REP TO WS-TAB-REP-CANT
                       MOVE WS-CLD-DEPTO    TO WS-REP-DEPTO (WS-IDX-REP)
                       MOVE WS-CLD-PER-ANIO TO WS-REP-ANIO (WS-IDX-REP)
                       MOVE ZEROS TO WS-REP-MESES (WS-IDX-REP)
                                     WS-REP-PLANTILLA (WS-IDX-REP)
                                     WS-REP-COSTO (WS-IDX-REP)
                   ELSE
                       GO TO 160-FIN
                   END-IF
               WHEN WS-REP-DEPTO (WS-IDX-REP) EQUAL WS-CLD-DEPTO
                AND WS-REP-ANIO (WS-IDX-REP) EQUAL WS-CLD-PER-ANIO
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-REP-MESES (WS-IDX-REP)
           ADD WS-TRA-COSTO TO WS-REP-COSTO (WS-IDX-REP)
           IF WS-TRA-PLANTILLA GREATER THAN
                                  WS-REP-PLANTILLA (WS-IDX-REP)
               MOVE WS-TRA-PLANTILLA TO WS-REP-PLANTILLA (WS-IDX-REP)
           END-IF.
       160-FIN. EXIT.
       170-ESCRIBE-BITACORA.
           MOVE WS-FEC-SIS-DIA  TO WS-BIT-FEC-DIA
           MOVE WS-FEC-SIS-MES  TO WS-BIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO TO WS-BIT-FEC-ANIO
           EVALUATE TRUE
               WHEN WS-PRT-ES-ALTA
                   MOVE "ALTA PRESUP. " TO WS-BIT-TIPO-DES
               WHEN WS-PRT-ES-CAMBIO
                   MOVE "CAMBIO PRES. " TO WS-BIT-TIPO-DES
               WHEN WS-PRT-ES-BAJA
                   MOVE "BAJA PRESUP. " TO WS-BIT-TIPO-DES
               WHEN OTHER
                   MOVE "DESCONOCIDO  " TO WS-BIT-TIPO-DES
           END-EVALUATE
           IF WS-PRT-DEPTO IS NUMERIC
               MOVE WS-PRT-DEPTO TO WS-BIT-DEPTO
           ELSE
               MOVE ZEROS        TO WS-BIT-DEPTO
           END-IF
           IF WS-PRT-PER-ANIO IS NUMERIC AND
              WS-PRT-PER-MES IS NUMERIC
               MOVE WS-PRT-PER-ANIO TO WS-BIT-PER-ANIO
               MOVE WS-PRT-PER-MES  TO WS-BIT-PER-MES
           ELSE
               MOVE ZEROS           TO WS-BIT-PER-ANIO
                                       WS-BIT-PER-MES
           END-IF
           IF WS-PRT-PLANTILLA IS NUMERIC
               MOVE WS-PRT-PLANTILLA TO WS-BIT-PLANTILLA
           ELSE
               MOVE ZEROS            TO WS-BIT-PLANTILLA
           END-IF
           IF WS-PRT-COSTO IS NUMERIC
               MOVE WS-PRT-COSTO TO WS-BIT-COSTO
           ELSE
               MOVE ZEROS        TO WS-BIT-COSTO
           END-IF
           WRITE REG-BITACORA FROM WS-DET-BITACORA AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       170-FIN. EXIT.
       060-FINAL.
           MOVE WS-TOT-ALTAS      TO WS-TOT-ALTAS-ED
           MOVE WS-TOT-CAMBIOS    TO WS-TOT-CAMBIOS-ED
           MOVE WS-TOT-BAJAS      TO WS-TOT-BAJAS-ED
           MOVE WS-TOT-RECHAZADAS TO WS-TOT-RECHAZADAS-ED
           WRITE REG-BITACORA FROM WS-DETALLE-TOTALES-BIT
                                    AFTER ADVANCING 2
           PERFORM 062-IMPRIME-REPORTE THRU 062-FIN
           IF SW-PRESUP-ABIERTO EQUAL "SI "
               CLOSE PRESUP
           END-IF
           CLOSE PRS-ORDENADO
                 PRS-NUEVO
                 BITACORA
                 REPPRESU.
       060-FIN. EXIT.
       062-IMPRIME-REPORTE.
           PERFORM 063-TITULOS-REPORTE THRU 063-FIN
           IF WS-TAB-REP-CANT GREATER THAN ZERO
               PERFORM 064-UNA-LINEA-REP THRU 064-FIN
                   VARYING WS-IDX-REP FROM 1 BY 1
                   UNTIL WS-IDX-REP GREATER THAN WS-TAB-REP-CANT
           ELSE
               WRITE REG-REPPRESU FROM WS-DET-SIN-PRESUP
                                        AFTER ADVANCING 2
           END-IF.
       062-FIN. EXIT.
       063-TITULOS-REPORTE.
           MOVE WS-FEC-SIS-DIA  TO WS-REP-FEC-DIA
           MOVE WS-FEC-SIS-MES  TO WS-REP-FEC-MES
           MOVE WS-FEC-SIS-ANIO TO WS-REP-FEC-ANIO
           ADD 1                TO WS-PAGINA-REP
           MOVE WS-PAGINA-REP   TO WS-REP-PAGINA
           WRITE REG-REPPRESU FROM WS-TITULO-REP
                                    AFTER ADVANCING PAGE
           WRITE REG-REPPRESU FROM WS-GUIONES-REP AFTER ADVANCING 1
           WRITE REG-REPPRESU FROM WS-SUB-TITULO-REP
                                    AFTER ADVANCING 1
           WRITE REG-REPPRESU FROM WS-GUIONES-REP
                                    AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS-REP.
       063-FIN. EXIT.
       064-UNA-LINEA-REP.
           MOVE WS-REP-DEPTO (WS-IDX-REP) TO WS-DRE-DEPTO
                                             WS-DEPTO-BUSCA
           PERFORM 065-BUSCA-NOMBRE-DEPTO THRU 065-FIN
           MOVE WS-NOM-DEPTO TO WS-DRE-NOMBRE
           MOVE WS-REP-ANIO (WS-IDX-REP)      TO WS-DRE-ANIO
           MOVE WS-REP-MESES (WS-IDX-REP)     TO WS-DRE-MESES
           MOVE WS-REP-PLANTILLA (WS-IDX-REP) TO WS-DRE-PLANTILLA
           MOVE WS-REP-COSTO (WS-IDX-REP)     TO WS-DRE-COSTO
           WRITE REG-REPPRESU FROM WS-DET-REP AFTER ADVANCING 1
           ADD 1 TO WS-CONT-LINEAS-REP
           IF WS-CONT-LINEAS-REP GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 063-TITULOS-REPORTE THRU 063-FIN
           END-IF.
       064-FIN. EXIT.
       065-BUSCA-NOMBRE-DEPTO.
           MOVE "** NO REGISTRADO **" TO WS-NOM-DEPTO
           IF WS-TAB-DEPTOS-CANT GREATER THAN ZERO
               SET WS-IDX-DEPTO TO 1
               SEARCH WS-TAB-DEPTOS-REG
                   AT END
                       MOVE "** NO REGISTRADO **" TO WS-NOM-DEPTO
                   WHEN WS-TAB-DEPTO-COD (WS-IDX-DEPTO)
                                         EQUAL WS-DEPTO-BUSCA
                       MOVE WS-TAB-DEPTO-NOM (WS-IDX-DEPTO)
                                         TO WS-NOM-DEPTO
               END-SEARCH
           END-IF.
       065-FIN. EXIT.
