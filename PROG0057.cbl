       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0057.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   REPORTE MENSUAL DE PRESUPUESTO CONTRA REAL DE NOMINA POR
      *>   DEPARTAMENTO. COMPARA EL MAESTRO DE PRESUPUESTO (CPPRSREG,
      *>   LO MANTIENE PROG0056) CONTRA:
      *>     - COSTO REAL: BRUTO DEL HISTORICO DE NOMINA (NOMHIST,
      *>       TODOS LOS TIPOS: ORDINARIA, FINIQUITO Y AGUINALDO) MAS
      *>       LA CUOTA PATRONAL DEL ACUMULADO DE CUOTAS (CUOTAIMS,
      *>       LO DEJA PROG0042), SUMADOS POR EL DEPARTAMENTO QUE EL
      *>       EMPLEADO TIENE HOY EN EL MAESTRO DE EMPLEADOS
      *>     - PLANTILLA REAL: HISTORICO MENSUAL POR DEPARTAMENTO
      *>       (CPHISREG, LO DEJA PROG0010); SI UN MES TRAE DOS
      *>       CORRIDAS VALE LA ULTIMA, IGUAL QUE EN PROG0070
      *>   POR DEPARTAMENTO IMPRIME EL MES Y EL ACUMULADO DEL ANIO CON
      *>   SU VARIACION (REAL - PRESUPUESTO) Y EL PORCENTAJE ARRIBA O
      *>   ABAJO, Y UNA ALERTA CUANDO AL RITMO DE GASTO ACUMULADO EL
      *>   DEPARTAMENTO SE ACABA SU PRESUPUESTO ANUAL ANTES DE QUE
      *>   TERMINE EL ANIO. EL PERIODO SE TOMA DE LA TARJETA DE
      *>   PARAMETROS O DE LA FECHA DEL SISTEMA, IGUAL QUE EN LA MALLA.
      *>   TERMINA CON RETURN-CODE 4 SI HAY ALERTAS O AVISOS.
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
           SELECT DEPTOS          ASSIGN TO UT-S-DEPTOS.
           SELECT OPTIONAL
                  PRESUP          ASSIGN TO UT-S-PRESUP
                                  FILE STATUS IS WS-STATUS-PRESUP.
           SELECT OPTIONAL
                  HISTORIA        ASSIGN TO UT-S-HISTORIA
                                  FILE STATUS IS WS-STATUS-HISTORIA.
           SELECT NOMHIST         ASSIGN TO UT-S-NOMHIST.
           SELECT NOM-ORDENADO    ASSIGN TO UT-S-NOMORD.
           SELECT WORK-ORD-NOM    ASSIGN TO UT-S-WRKNOM.
           SELECT OPTIONAL
                  CUOTAIMS        ASSIGN TO UT-S-CUOTAIMS
                                  FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT CUO-ORDENADO    ASSIGN TO UT-S-CUOORD.
           SELECT WORK-ORD-CUO    ASSIGN TO UT-S-WRKCUO.
           SELECT PRESREAL        ASSIGN TO US-S-PRESREAL.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.

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

       FD  HISTORIA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-HISTORIA.
           COPY CPHISREG.

       FD  NOMHIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST-ENT.
       01  REG-NOMHIST-ENT         PIC X(100).

      *>----------------------------------------------------------------
      *>   ARCHIVOS DE TRABAJO DEL SORT - EL HISTORICO DE NOMINA Y EL
      *>   ACUMULADO DE CUOTAS SE VAN AGREGANDO POR PERIODO; SE
      *>   ORDENAN POR EMPLEADO PARA EL CRUCE CON EL MAESTRO
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

       FD  CUOTAIMS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CUOTAIMS-ENT.
       01  REG-CUOTAIMS-ENT        PIC X(60).

       SD  WORK-ORD-CUO.
       01  WORK-REG-CUOTAIMS.
           05 WORK-CUO-PERIODO     PIC 9(06).
           05 WORK-CUO-NUMERO      PIC 9(05).
           05 FILLER               PIC X(49).

       FD  CUO-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CUOTAIMS.
           COPY CPCUOREG.

       FD  PRESREAL
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PRESREAL.
       01  REG-PRESREAL            PIC X(132).

       FD  PARAMETROS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-STATUS-PRESUP       PIC X(02)  VALUE SPACES.
           05 WS-STATUS-HISTORIA     PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CUOTAS       PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 SW-FIN-DEPTO           PIC X(03)  VALUE SPACES.
           05 SW-FIN-PRESUP          PIC X(03)  VALUE SPACES.
           05 SW-FIN-HISTORIA        PIC X(03)  VALUE SPACES.
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-NOMINA          PIC X(03)  VALUE SPACES.
           05 SW-FIN-CUOTAS          PIC X(03)  VALUE SPACES.
           05 SW-HAY-PRESUP          PIC X(03)  VALUE "NO ".
           05 SW-HAY-HIS-MES         PIC X(03)  VALUE "NO ".
           05 SW-HAY-CUO-MES         PIC X(03)  VALUE "NO ".
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-NOMINA        PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-CUOTA         PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-PERIODO-CORRIDA.
               10 WS-PCO-ANIO        PIC 9(04)  VALUE ZEROS.
               10 WS-PCO-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-MES                 PIC 9(02)  VALUE ZEROS.
           05 WS-DEPTO-BUSCA         PIC 9(03)  VALUE ZEROS.
           05 WS-NOM-DEPTO           PIC X(20)  VALUE SPACES.
      *>       CIFRAS DE UNA LINEA DEL REPORTE (DEPTO O COMPANIA)
           05 WS-LIN-PLANT-PRS       PIC 9(07)  VALUE ZEROS.
           05 WS-LIN-PLANT-REAL      PIC 9(07)  VALUE ZEROS.
           05 WS-LIN-PRS-MES         PIC 9(11)V99 VALUE ZEROS.
           05 WS-LIN-REAL-MES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-LIN-PRS-ACUM        PIC 9(11)V99 VALUE ZEROS.
           05 WS-LIN-REAL-ACUM       PIC 9(11)V99 VALUE ZEROS.
           05 WS-LIN-PRS-ANUAL       PIC 9(11)V99 VALUE ZEROS.
           05 WS-VARIACION           PIC S9(11)V99 VALUE ZEROS.
           05 WS-PORCENTAJE          PIC S9(05)V9 VALUE ZEROS.
           05 WS-RITMO-MENSUAL       PIC 9(11)V99 VALUE ZEROS.
           05 WS-PROYECCION-ANUAL    PIC 9(13)V99 VALUE ZEROS.
           05 WS-MESES-ALCANZA       PIC 9(05)  VALUE ZEROS.
           05 WS-ALERTA              PIC X(12)  VALUE SPACES.
           05 WS-ALERTA-AGOTA REDEFINES WS-ALERTA.
               10 WS-ALE-TEXTO       PIC X(10).
               10 WS-ALE-MES         PIC 9(02).
      *>       TOTAL COMPANIA
           05 WS-TOT-PLANT-PRS       PIC 9(07)  VALUE ZEROS.
           05 WS-TOT-PLANT-REAL      PIC 9(07)  VALUE ZEROS.
           05 WS-TOT-PRS-MES         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-REAL-MES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PRS-ACUM        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-REAL-ACUM       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PRS-ANUAL       PIC 9(11)V99 VALUE ZEROS.
           05 WS-IMP-SIN-EMPLEADO    PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-DEPTOS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-ALERTAS         PIC 9(05)  VALUE ZEROS.
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

       COPY CPPARAM.
       COPY CPDEPTAB.

      *>----------------------------------------------------------------
      *>   PRESUPUESTO Y REAL POR DEPARTAMENTO, UNA CASILLA POR MES
      *>   DEL ANIO DE LA CORRIDA. LOS RENGLONES NACEN EN EL ORDEN
      *>   DEL MAESTRO DE DEPARTAMENTOS; UN DEPTO QUE NO ESTA EN EL
      *>   MAESTRO SE AGREGA AL FINAL
      *>----------------------------------------------------------------
       01  WS-TAB-COMPARA.
           05 WS-TAB-CMP-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-CMP-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-CMP-CANT
                                  INDEXED BY WS-IDX-CMP.
               10 WS-CMP-DEPTO       PIC 9(03).
               10 WS-CMP-MES         OCCURS 12 TIMES.
                   15 WS-CMP-PRS-PLANT   PIC 9(05).
                   15 WS-CMP-PRS-COSTO   PIC 9(09)V99.
                   15 WS-CMP-REAL-PLANT  PIC 9(05).
                   15 WS-CMP-REAL-COSTO  PIC 9(09)V99.

       01  WS-TITULO-PRS.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(53)      VALUE
              "PRESUPUESTO CONTRA REAL DE NOMINA POR DEPTO - PERIODO".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-TIT-PER-ANIO     PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-PER-MES      PIC 9(02).
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FEC-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO     PIC 9(04).
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA       PIC ZZ9.
           05 FILLER              PIC X(32)      VALUE SPACES.

       01  WS-GUIONES-PRS.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(131)     VALUE ALL "-".

       01  WS-SUB-TITULO-PRS-1.
           05 FILLER              PIC X(18)      VALUE SPACES.
           05 FILLER              PIC X(13)      VALUE
              "  PLANTILLA  ".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(43)      VALUE
              "------------------- MES -------------------".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(43)      VALUE
              "------------ ACUMULADO DEL ANIO -----------".
           05 FILLER              PIC X(13)      VALUE SPACES.

       01  WS-SUB-TITULO-PRS-2.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(04)      VALUE "DPTO".
           05 FILLER              PIC X(12)      VALUE "NOMBRE".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(06)      VALUE "  PRES".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(06)      VALUE "  REAL".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "PRESUPUESTO".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "       REAL".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE "   VARIACION".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(06)      VALUE "     %".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "PRESUPUESTO".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "       REAL".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE "   VARIACION".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(06)      VALUE "     %".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE "ALERTA".

       01  WS-DET-COMPARA.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-NOMBRE       PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-PLANT-PRS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-PLANT-REAL   PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-PRS-MES      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-REAL-MES     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-VAR-MES      PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-PCT-MES      PIC -ZZ9.9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-PRS-ACUM     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-REAL-ACUM    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-VAR-ACUM     PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-PCT-ACUM     PIC -ZZ9.9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DPC-ALERTA       PIC X(12).

       01  WS-DET-SIN-DATOS.
           05 FILLER              PIC X(45)      VALUE
              " ** SIN PRESUPUESTO NI NOMINA EN EL ANIO **".
           05 FILLER              PIC X(87)      VALUE SPACES.

       01  WS-DET-LEYENDA-1.
           05 FILLER              PIC X(66)      VALUE
              " VARIACION = REAL - PRESUPUESTO (POSITIVA = SOBREGIRO). C
      -       "OSTO REAL".
           05 FILLER              PIC X(66)      VALUE
              " = BRUTO DE NOMINA + CUOTA PATRONAL.                     
      -       "         ".

       01  WS-DET-LEYENDA-2.
           05 FILLER              PIC X(66)      VALUE
              " AGOTA MES NN = AL RITMO DEL ACUMULADO EL PRESUPUESTO DEL
      -       " ANIO SE ".
           05 FILLER              PIC X(66)      VALUE
              "ACABA EN EL MES NN. AGOTADO = EL REAL YA PASO EL ANUAL.  
      -       "         ".

       01  WS-DET-AVISO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AVI-TEXTO        PIC X(80).
           05 FILLER              PIC X(51)      VALUE SPACES.

       01  WS-DET-MONTO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DMO-CONCEPTO     PIC X(45).
           05 WS-DMO-IMPORTE      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(68)      VALUE SPACES.

       01  WS-DET-CONTEO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCN-CONCEPTO     PIC X(45).
           05 WS-DCN-CANTIDAD     PIC ZZ,ZZ9.
           05 FILLER              PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           MOVE WS-REPORTE-ANIO TO WS-PCO-ANIO
           MOVE WS-REPORTE-MES  TO WS-PCO-MES
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 021-CARGA-DEPTOS    THRU 021-FIN
           PERFORM 023-CARGA-PRESUP    THRU 023-FIN
           PERFORM 026-CARGA-HISTORIA  THRU 026-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 040-LEE-MAESTRO     THRU 040-FIN
           PERFORM 043-LEE-NOMINA      THRU 043-FIN
           PERFORM 045-LEE-CUOTA       THRU 045-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN-MAESTRO EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           GOBACK.

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
       020-ABRE-ARCHIVOS.
           SORT WORK-ORD-NOM
               ON ASCENDING KEY WORK-NOM-NUMERO
               ON ASCENDING KEY WORK-NOM-PERIODO
               USING NOMHIST
               GIVING NOM-ORDENADO
           SORT WORK-ORD-CUO
               ON ASCENDING KEY WORK-CUO-NUMERO
               ON ASCENDING KEY WORK-CUO-PERIODO
               USING CUOTAIMS
               GIVING CUO-ORDENADO
           OPEN INPUT EMPLEADOS
                      NOM-ORDENADO
                      CUO-ORDENADO
                OUTPUT PRESREAL.
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
                   MOVE DEP-CODIGO TO WS-DEPTO-BUSCA
                   PERFORM 048-UBICA-DEPTO THRU 048-FIN
           END-READ.
       022-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   023 - DEL PRESUPUESTO SOLO INTERESAN LOS DOCE MESES DEL
      *>   ANIO DE LA CORRIDA (EL ANUAL SE NECESITA PARA LA ALERTA)
      *>----------------------------------------------------------------
       023-CARGA-PRESUP.
           OPEN INPUT PRESUP
           IF WS-STATUS-PRESUP EQUAL "00"
               PERFORM 024-LEE-PRESUP THRU 024-FIN
                   UNTIL SW-FIN-PRESUP EQUAL "FIN"
               CLOSE PRESUP
           END-IF.
       023-FIN. EXIT.
       024-LEE-PRESUP.
           READ PRESUP
               AT END
                   MOVE "FIN" TO SW-FIN-PRESUP
               NOT AT END
                   IF PRS-PER-ANIO EQUAL WS-PCO-ANIO AND
                      PRS-PER-MES GREATER THAN ZERO AND
                      PRS-PER-MES NOT GREATER THAN 12
                       MOVE "SI "         TO SW-HAY-PRESUP
                       MOVE PRS-DEPTO     TO WS-DEPTO-BUSCA
                       PERFORM 048-UBICA-DEPTO THRU 048-FIN
                       MOVE PRS-PER-MES   TO WS-MES
                       MOVE PRS-PLANTILLA
                            TO WS-CMP-PRS-PLANT (WS-IDX-CMP WS-MES)
                       MOVE PRS-COSTO
                            TO WS-CMP-PRS-COSTO (WS-IDX-CMP WS-MES)
                   END-IF
           END-READ.
       024-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   026 - PLANTILLA REAL: HISTORICO DE PROG0010, DEL ANIO DE LA
      *>   CORRIDA HASTA SU MES; SI HAY DOS CORRIDAS DEL MISMO MES
      *>   QUEDA LA ULTIMA (SE SOBREESCRIBE LA CASILLA)
      *>----------------------------------------------------------------
       026-CARGA-HISTORIA.
           OPEN INPUT HISTORIA
           IF WS-STATUS-HISTORIA EQUAL "00"
               PERFORM 027-LEE-HISTORIA THRU 027-FIN
                   UNTIL SW-FIN-HISTORIA EQUAL "FIN"
               CLOSE HISTORIA
           END-IF.
       026-FIN. EXIT.
       027-LEE-HISTORIA.
           READ HISTORIA
               AT END
                   MOVE "FIN" TO SW-FIN-HISTORIA
               NOT AT END
                   IF HIS-PER-ANIO EQUAL WS-PCO-ANIO AND
                      HIS-PER-MES GREATER THAN ZERO AND
                      HIS-PER-MES NOT GREATER THAN WS-PCO-MES
                       IF HIS-PER-MES EQUAL WS-PCO-MES
                           MOVE "SI " TO SW-HAY-HIS-MES
                       END-IF
                       MOVE HIS-DEPTO     TO WS-DEPTO-BUSCA
                       PERFORM 048-UBICA-DEPTO THRU 048-FIN
                       MOVE HIS-PER-MES   TO WS-MES
                       MOVE HIS-EMPLEADOS
                            TO WS-CMP-REAL-PLANT (WS-IDX-CMP WS-MES)
                   END-IF
           END-READ.
       027-FIN. EXIT.
       028-BUSCA-NOMBRE.
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
       028-FIN. EXIT.
       030-TITULOS.
           MOVE WS-PCO-ANIO     TO WS-TIT-PER-ANIO
           MOVE WS-PCO-MES      TO WS-TIT-PER-MES
           MOVE WS-REPORTE-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-FEC-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-PRESREAL FROM WS-TITULO-PRS
                                    AFTER ADVANCING PAGE
           WRITE REG-PRESREAL FROM WS-GUIONES-PRS AFTER ADVANCING 1
           WRITE REG-PRESREAL FROM WS-SUB-TITULO-PRS-1
                                    AFTER ADVANCING 1
           WRITE REG-PRESREAL FROM WS-SUB-TITULO-PRS-2
                                    AFTER ADVANCING 1
           WRITE REG-PRESREAL FROM WS-GUIONES-PRS AFTER ADVANCING 1
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
                   MOVE WS-NUMERO-EMP TO WS-CLAVE-MAESTRO
           END-READ.
       040-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   043 / 045 - DE LA NOMINA Y DE LAS CUOTAS SOLO INTERESA EL
      *>   ANIO DE LA CORRIDA HASTA SU MES
      *>----------------------------------------------------------------
       043-LEE-NOMINA.
           READ NOM-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-NOMINA
                   MOVE HIGH-VALUES  TO WS-CLAVE-NOMINA
               NOT AT END
                   IF NOM-PER-ANIO NOT EQUAL WS-PCO-ANIO OR
                      NOM-PER-MES EQUAL ZERO OR
                      NOM-PER-MES GREATER THAN WS-PCO-MES
                       GO TO 043-LEE-NOMINA
                   END-IF
                   MOVE NOM-NUMERO TO WS-CLAVE-NOMINA
           END-READ.
       043-FIN. EXIT.
       045-LEE-CUOTA.
           READ CUO-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-CUOTAS
                   MOVE HIGH-VALUES  TO WS-CLAVE-CUOTA
               NOT AT END
                   IF CUO-PER-ANIO NOT EQUAL WS-PCO-ANIO OR
                      CUO-PER-MES EQUAL ZERO OR
                      CUO-PER-MES GREATER THAN WS-PCO-MES
                       GO TO 045-LEE-CUOTA
                   END-IF
                   IF CUO-PER-MES EQUAL WS-PCO-MES
                       MOVE "SI " TO SW-HAY-CUO-MES
                   END-IF
                   MOVE CUO-NUMERO TO WS-CLAVE-CUOTA
           END-READ.
       045-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   048 - UBICA (O AGREGA) EL RENGLON DEL DEPARTAMENTO
      *>   WS-DEPTO-BUSCA; DEJA WS-IDX-CMP APUNTANDO A EL
      *>----------------------------------------------------------------
       048-UBICA-DEPTO.
           SET WS-IDX-CMP TO 1
           SEARCH WS-TAB-CMP-REG
               AT END
                   ADD 1 TO WS-TAB-CMP-CANT
                   SET WS-IDX-CMP TO WS-TAB-CMP-CANT
                   MOVE WS-DEPTO-BUSCA TO WS-CMP-DEPTO (WS-IDX-CMP)
                   PERFORM 049-LIMPIA-MES THRU 049-FIN
                       VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES GREATER THAN 12
               WHEN WS-CMP-DEPTO (WS-IDX-CMP) EQUAL WS-DEPTO-BUSCA
                   CONTINUE
           END-SEARCH.
       048-FIN. EXIT.
       049-LIMPIA-MES.
           MOVE ZEROS TO WS-CMP-PRS-PLANT (WS-IDX-CMP WS-MES)
                         WS-CMP-PRS-COSTO (WS-IDX-CMP WS-MES)
                         WS-CMP-REAL-PLANT (WS-IDX-CMP WS-MES)
                         WS-CMP-REAL-COSTO (WS-IDX-CMP WS-MES).
       049-FIN. EXIT.
       050-PROCESA.
           PERFORM 100-PROCESA-EMPLEADO THRU 100-FIN
           PERFORM 040-LEE-MAESTRO      THRU 040-FIN.
       050-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   100 - LA NOMINA Y LA CUOTA PATRONAL DEL EMPLEADO SE CARGAN
      *>   AL DEPARTAMENTO QUE TIENE EN EL MAESTRO, EN LA CASILLA DEL
      *>   MES EN QUE SE PAGARON
      *>----------------------------------------------------------------
       100-PROCESA-EMPLEADO.
           MOVE WS-CLAVE-MAESTRO TO WS-CLAVE-PROCESO
           MOVE WS-DEPTO-EMP     TO WS-DEPTO-BUSCA
           PERFORM 048-UBICA-DEPTO  THRU 048-FIN
           PERFORM 120-SUMA-NOMINA  THRU 120-FIN
           PERFORM 130-SUMA-CUOTAS  THRU 130-FIN.
       100-FIN. EXIT.
       120-SUMA-NOMINA.
           PERFORM 122-DESCARTA-NOMINA THRU 122-FIN
               UNTIL WS-CLAVE-NOMINA NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 124-ACUMULA-NOMINA THRU 124-FIN
               UNTIL WS-CLAVE-NOMINA NOT EQUAL WS-CLAVE-PROCESO.
       120-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   122 / 132 - NOMINA O CUOTAS DE UN NUMERO QUE YA NO ESTA EN
      *>   EL MAESTRO: NO TIENE DEPARTAMENTO; SE SUMA APARTE Y SE
      *>   INFORMA AL FINAL
      *>----------------------------------------------------------------
       122-DESCARTA-NOMINA.
           ADD NOM-BRUTO TO WS-IMP-SIN-EMPLEADO
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       122-FIN. EXIT.
       124-ACUMULA-NOMINA.
           MOVE NOM-PER-MES TO WS-MES
           ADD NOM-BRUTO TO WS-CMP-REAL-COSTO (WS-IDX-CMP WS-MES)
           PERFORM 043-LEE-NOMINA THRU 043-FIN.
       124-FIN. EXIT.
       130-SUMA-CUOTAS.
           PERFORM 132-DESCARTA-CUOTA THRU 132-FIN
               UNTIL WS-CLAVE-CUOTA NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 134-ACUMULA-CUOTA THRU 134-FIN
               UNTIL WS-CLAVE-CUOTA NOT EQUAL WS-CLAVE-PROCESO.
       130-FIN. EXIT.
       132-DESCARTA-CUOTA.
           ADD CUO-PATRONAL TO WS-IMP-SIN-EMPLEADO
           PERFORM 045-LEE-CUOTA THRU 045-FIN.
       132-FIN. EXIT.
       134-ACUMULA-CUOTA.
           MOVE CUO-PER-MES TO WS-MES
           ADD CUO-PATRONAL TO WS-CMP-REAL-COSTO (WS-IDX-CMP WS-MES)
           PERFORM 045-LEE-CUOTA THRU 045-FIN.
       134-FIN. EXIT.
       060-FINAL.
           PERFORM 122-DESCARTA-NOMINA THRU 122-FIN
               UNTIL SW-FIN-NOMINA EQUAL "FIN"
           PERFORM 132-DESCARTA-CUOTA THRU 132-FIN
               UNTIL SW-FIN-CUOTAS EQUAL "FIN"
           IF WS-TAB-CMP-CANT GREATER THAN ZERO
               PERFORM 070-IMPRIME-DEPTO THRU 070-FIN
                   VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP GREATER THAN WS-TAB-CMP-CANT
           END-IF
           IF WS-TOT-DEPTOS EQUAL ZERO
               WRITE REG-PRESREAL FROM WS-DET-SIN-DATOS
                                        AFTER ADVANCING 2
           ELSE
               PERFORM 080-IMPRIME-TOTAL THRU 080-FIN
           END-IF
           PERFORM 090-AVISOS THRU 090-FIN
           CLOSE EMPLEADOS
                 NOM-ORDENADO
                 CUO-ORDENADO
                 PRESREAL.
       060-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   070 - UN DEPARTAMENTO: CIFRAS DEL MES, ACUMULADO HASTA EL
      *>   MES Y PRESUPUESTO DE LOS DOCE MESES; UN DEPARTAMENTO SIN
      *>   PRESUPUESTO NI GASTO EN EL ANIO NO SE IMPRIME
      *>----------------------------------------------------------------
       070-IMPRIME-DEPTO.
           MOVE ZEROS TO WS-LIN-PRS-ACUM
                         WS-LIN-REAL-ACUM
                         WS-LIN-PRS-ANUAL
           PERFORM 072-SUMA-MES THRU 072-FIN
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES GREATER THAN 12
           MOVE WS-PCO-MES TO WS-MES
           MOVE WS-CMP-PRS-PLANT (WS-IDX-CMP WS-MES)
                                  TO WS-LIN-PLANT-PRS
           MOVE WS-CMP-REAL-PLANT (WS-IDX-CMP WS-MES)
                                  TO WS-LIN-PLANT-REAL
           MOVE WS-CMP-PRS-COSTO (WS-IDX-CMP WS-MES)
                                  TO WS-LIN-PRS-MES
           MOVE WS-CMP-REAL-COSTO (WS-IDX-CMP WS-MES)
                                  TO WS-LIN-REAL-MES
           IF WS-LIN-PRS-ANUAL EQUAL ZERO AND
              WS-LIN-REAL-ACUM EQUAL ZERO AND
              WS-LIN-PLANT-REAL EQUAL ZERO
               GO TO 070-FIN
           END-IF
           ADD 1                 TO WS-TOT-DEPTOS
           ADD WS-LIN-PLANT-PRS  TO WS-TOT-PLANT-PRS
           ADD WS-LIN-PLANT-REAL TO WS-TOT-PLANT-REAL
           ADD WS-LIN-PRS-MES    TO WS-TOT-PRS-MES
           ADD WS-LIN-REAL-MES   TO WS-TOT-REAL-MES
           ADD WS-LIN-PRS-ACUM   TO WS-TOT-PRS-ACUM
           ADD WS-LIN-REAL-ACUM  TO WS-TOT-REAL-ACUM
           ADD WS-LIN-PRS-ANUAL  TO WS-TOT-PRS-ANUAL
           MOVE WS-CMP-DEPTO (WS-IDX-CMP) TO WS-DPC-DEPTO
                                             WS-DEPTO-BUSCA
           PERFORM 028-BUSCA-NOMBRE THRU 028-FIN
           MOVE WS-NOM-DEPTO TO WS-DPC-NOMBRE
           PERFORM 076-ARMA-LINEA THRU 076-FIN
           IF WS-ALERTA NOT EQUAL SPACES
               ADD 1 TO WS-TOT-ALERTAS
           END-IF
           WRITE REG-PRESREAL FROM WS-DET-COMPARA AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       070-FIN. EXIT.
       072-SUMA-MES.
           ADD WS-CMP-PRS-COSTO (WS-IDX-CMP WS-MES) TO WS-LIN-PRS-ANUAL
           IF WS-MES NOT GREATER THAN WS-PCO-MES
               ADD WS-CMP-PRS-COSTO (WS-IDX-CMP WS-MES)
                                  TO WS-LIN-PRS-ACUM
               ADD WS-CMP-REAL-COSTO (WS-IDX-CMP WS-MES)
                                  TO WS-LIN-REAL-ACUM
           END-IF.
       072-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   076 - ARMA LA LINEA A PARTIR DE LAS CIFRAS WS-LIN-*: LA
      *>   VARIACION ES REAL - PRESUPUESTO Y EL PORCENTAJE ES SOBRE EL
      *>   PRESUPUESTO (SIN PRESUPUESTO NO HAY PORCENTAJE)
      *>----------------------------------------------------------------
       076-ARMA-LINEA.
           MOVE WS-LIN-PLANT-PRS  TO WS-DPC-PLANT-PRS
           MOVE WS-LIN-PLANT-REAL TO WS-DPC-PLANT-REAL
           MOVE WS-LIN-PRS-MES    TO WS-DPC-PRS-MES
           MOVE WS-LIN-REAL-MES   TO WS-DPC-REAL-MES
           COMPUTE WS-VARIACION = WS-LIN-REAL-MES - WS-LIN-PRS-MES
           MOVE WS-VARIACION      TO WS-DPC-VAR-MES
           MOVE ZEROS             TO WS-PORCENTAJE
           IF WS-LIN-PRS-MES GREATER THAN ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-VARIACION * 100 / WS-LIN-PRS-MES
               PERFORM 077-LIMITA-PORCENTAJE THRU 077-FIN
           END-IF
           MOVE WS-PORCENTAJE     TO WS-DPC-PCT-MES
           MOVE WS-LIN-PRS-ACUM   TO WS-DPC-PRS-ACUM
           MOVE WS-LIN-REAL-ACUM  TO WS-DPC-REAL-ACUM
           COMPUTE WS-VARIACION = WS-LIN-REAL-ACUM - WS-LIN-PRS-ACUM
           MOVE WS-VARIACION      TO WS-DPC-VAR-ACUM
           MOVE ZEROS             TO WS-PORCENTAJE
           IF WS-LIN-PRS-ACUM GREATER THAN ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-VARIACION * 100 / WS-LIN-PRS-ACUM
               PERFORM 077-LIMITA-PORCENTAJE THRU 077-FIN
           END-IF
           MOVE WS-PORCENTAJE     TO WS-DPC-PCT-ACUM
           MOVE SPACES            TO WS-ALERTA
           EVALUATE TRUE
               WHEN WS-LIN-PRS-ANUAL EQUAL ZERO AND
                    WS-LIN-REAL-ACUM GREATER THAN ZERO
                   MOVE "SIN PRESUP."  TO WS-ALERTA
               WHEN WS-LIN-PRS-ANUAL EQUAL ZERO
                   CONTINUE
               WHEN WS-LIN-REAL-ACUM GREATER THAN WS-LIN-PRS-ANUAL
                   MOVE "AGOTADO"      TO WS-ALERTA
               WHEN OTHER
                   PERFORM 078-PROYECTA THRU 078-FIN
           END-EVALUATE
           MOVE WS-ALERTA         TO WS-DPC-ALERTA.
       076-FIN. EXIT.
       077-LIMITA-PORCENTAJE.
           IF WS-PORCENTAJE GREATER THAN 999.9
               MOVE 999.9 TO WS-PORCENTAJE
           END-IF
           IF WS-PORCENTAJE LESS THAN -999.9
               MOVE -999.9 TO WS-PORCENTAJE
           END-IF.
       077-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   078 - RITMO = REAL ACUMULADO / MESES TRANSCURRIDOS. SI A
      *>   ESE RITMO EL ANIO CUESTA MAS QUE EL PRESUPUESTO ANUAL, EL
      *>   MES EN QUE SE ACABA ES EL SIGUIENTE A LOS MESES COMPLETOS
      *>   QUE ALCANZA A CUBRIR
      *>----------------------------------------------------------------
       078-PROYECTA.
           COMPUTE WS-RITMO-MENSUAL ROUNDED =
                   WS-LIN-REAL-ACUM / WS-PCO-MES
           IF WS-RITMO-MENSUAL EQUAL ZERO
               GO TO 078-FIN
           END-IF
           COMPUTE WS-PROYECCION-ANUAL = WS-RITMO-MENSUAL * 12
           IF WS-PROYECCION-ANUAL NOT GREATER THAN WS-LIN-PRS-ANUAL
               GO TO 078-FIN
           END-IF
           DIVIDE WS-LIN-PRS-ANUAL BY WS-RITMO-MENSUAL
               GIVING WS-MESES-ALCANZA
           ADD 1 TO WS-MESES-ALCANZA
           IF WS-MESES-ALCANZA GREATER THAN 12
               GO TO 078-FIN
           END-IF
           MOVE "AGOTA MES "      TO WS-ALE-TEXTO
           MOVE WS-MESES-ALCANZA  TO WS-ALE-MES.
       078-FIN. EXIT.
       080-IMPRIME-TOTAL.
           WRITE REG-PRESREAL FROM WS-GUIONES-PRS AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
           MOVE WS-TOT-PLANT-PRS  TO WS-LIN-PLANT-PRS
           MOVE WS-TOT-PLANT-REAL TO WS-LIN-PLANT-REAL
           MOVE WS-TOT-PRS-MES    TO WS-LIN-PRS-MES
           MOVE WS-TOT-REAL-MES   TO WS-LIN-REAL-MES
           MOVE WS-TOT-PRS-ACUM   TO WS-LIN-PRS-ACUM
           MOVE WS-TOT-REAL-ACUM  TO WS-LIN-REAL-ACUM
           MOVE WS-TOT-PRS-ANUAL  TO WS-LIN-PRS-ANUAL
           MOVE ZEROS             TO WS-DPC-DEPTO
           MOVE "TOTAL CIA."      TO WS-DPC-NOMBRE
           PERFORM 076-ARMA-LINEA THRU 076-FIN
           WRITE REG-PRESREAL FROM WS-DET-COMPARA AFTER ADVANCING 1
           WRITE REG-PRESREAL FROM WS-DET-LEYENDA-1 AFTER ADVANCING 2
           WRITE REG-PRESREAL FROM WS-DET-LEYENDA-2 AFTER ADVANCING 1.
       080-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   090 - AVISOS AL PIE: FALTA DE INSUMOS DEL MES Y GASTO QUE
      *>   NO SE PUDO CARGAR A NINGUN DEPARTAMENTO. CON ALERTAS O
      *>   AVISOS EL REPORTE TERMINA CON RETURN-CODE 4
      *>----------------------------------------------------------------
       090-AVISOS.
           MOVE "DEPARTAMENTOS EN EL REPORTE              : "
                                       TO WS-DCN-CONCEPTO
           MOVE WS-TOT-DEPTOS          TO WS-DCN-CANTIDAD
           WRITE REG-PRESREAL FROM WS-DET-CONTEO AFTER ADVANCING 2
           MOVE "DEPARTAMENTOS CON ALERTA                 : "
                                       TO WS-DCN-CONCEPTO
           MOVE WS-TOT-ALERTAS         TO WS-DCN-CANTIDAD
           WRITE REG-PRESREAL FROM WS-DET-CONTEO AFTER ADVANCING 1
           IF WS-IMP-SIN-EMPLEADO GREATER THAN ZERO
               MOVE "COSTO DE NUMEROS QUE YA NO ESTAN EN MAESTRO:"
                                       TO WS-DMO-CONCEPTO
               MOVE WS-IMP-SIN-EMPLEADO TO WS-DMO-IMPORTE
               WRITE REG-PRESREAL FROM WS-DET-MONTO AFTER ADVANCING 1
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-HAY-PRESUP EQUAL "NO "
               MOVE "** AVISO: NO HAY PRESUPUESTO REGISTRADO PARA EL ANI
      -             "O DE LA CORRIDA **"      TO WS-AVI-TEXTO
               WRITE REG-PRESREAL FROM WS-DET-AVISO AFTER ADVANCING 1
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-HAY-CUO-MES EQUAL "NO "
               MOVE "** AVISO: SIN CUOTAS PATRONALES DEL MES (PROG0042);
      -             " EL REAL NO LAS INCLUYE **"  TO WS-AVI-TEXTO
               WRITE REG-PRESREAL FROM WS-DET-AVISO AFTER ADVANCING 1
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SW-HAY-HIS-MES EQUAL "NO "
               MOVE "** AVISO: SIN HISTORICO DE PLANTILLA DEL MES (PROG0
      -             "010) **"                 TO WS-AVI-TEXTO
               WRITE REG-PRESREAL FROM WS-DET-AVISO AFTER ADVANCING 1
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-ALERTAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       090-FIN. EXIT.
