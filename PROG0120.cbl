       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0120.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   CONVERSION UNICA DE ARCHIVOS AL FORMATO AMPLIADO. SE CORRE
      *>   UNA SOLA VEZ, ANTES DE LA PRIMERA CORRIDA CON LOS
      *>   PROGRAMAS QUE YA LEEN LOS REGISTROS NUEVOS, SOBRE LOS
      *>   ARCHIVOS QUE SE GRABARON CON EL FORMATO ANTERIOR:
      *>     NOMVIEJO - HISTORICO DE NOMINA DEL ANIO (NOMHIST), DE 60
      *>                A 100 POSICIONES (CPNOMREG); LO LEEN PROG0090,
      *>                PROG0038, PROG0057 Y PROG0065.
      *>     MOVVIEJO - HISTORICO PERMANENTE DE CAMBIOS (HISTCAMB), DE
      *>                150 A 160 POSICIONES (CPMOVREG); LO LEEN
      *>                PROG0110 Y PROG0115.
      *>     TRNVIEJO - TRANSACCIONES DE EMPLEADOS PENDIENTES (TRANMAE
      *>                O TRANLIMP), DE 67 A 125 POSICIONES.
      *>     RECVIEJO - TRANSACCIONES RECHAZADAS POR RECICLAR
      *>                (TRANRECI), DE 69 A 127 POSICIONES; LAS
      *>                VUELVE A LEER PROG0015.
      *>   LOS CUATRO SON OPCIONALES: SOLO SE CONVIERTE LO QUE SE
      *>   PRESENTA, Y SU SALIDA (NOMNUEVO, MOVNUEVO, TRNNUEVO,
      *>   RECNUEVO) SE PROMUEVE AL NOMBRE ORIGINAL EN EL MISMO JOB.
      *>   LOS CAMPOS ANTERIORES PASAN TAL CUAL; LOS CAMPOS NUEVOS
      *>   QUEDAN EN CEROS SI SON NUMERICOS Y EN ESPACIOS SI NO LO
      *>   SON (EN NOMHIST EL TIPO DE NOMINA EN ESPACIO CUENTA COMO
      *>   ORDINARIA Y LA QUINCENA EN ESPACIO COMO MENSUAL). EL
      *>   REPORTE CONVLIST DA LOS REGISTROS LEIDOS Y GRABADOS DE
      *>   CADA ARCHIVO PARA EL CUADRE DE OPERACION.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL
                  NOM-VIEJO       ASSIGN TO UT-S-NOMVIEJO
                                  FILE STATUS IS WS-STATUS-NOM.
           SELECT NOM-NUEVO       ASSIGN TO UT-S-NOMNUEVO.
           SELECT OPTIONAL
                  MOV-VIEJO       ASSIGN TO UT-S-MOVVIEJO
                                  FILE STATUS IS WS-STATUS-MOV.
           SELECT MOV-NUEVO       ASSIGN TO UT-S-MOVNUEVO.
           SELECT OPTIONAL
                  TRN-VIEJO       ASSIGN TO UT-S-TRNVIEJO
                                  FILE STATUS IS WS-STATUS-TRN.
           SELECT TRN-NUEVO       ASSIGN TO UT-S-TRNNUEVO.
           SELECT OPTIONAL
                  REC-VIEJO       ASSIGN TO UT-S-RECVIEJO
                                  FILE STATUS IS WS-STATUS-REC.
           SELECT REC-NUEVO       ASSIGN TO UT-S-RECNUEVO.
           SELECT CONVLIST        ASSIGN TO US-S-CONVLIST.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *>   NOM-VIEJO - HISTORICO DE NOMINA CON EL FORMATO ANTERIOR DE
      *>   60 POSICIONES
      *>----------------------------------------------------------------
       FD  NOM-VIEJO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOM-VIEJO.
       01  REG-NOM-VIEJO.
           05 NVJ-PERIODO.
               10 NVJ-PER-ANIO    PIC 9(04).
               10 NVJ-PER-MES     PIC 9(02).
           05 NVJ-NUMERO          PIC 9(05).
           05 NVJ-BRUTO           PIC 9(07)V99.
           05 NVJ-ISR             PIC 9(07)V99.
           05 NVJ-IMSS            PIC 9(07)V99.
           05 NVJ-AHORRO          PIC 9(07)V99.
           05 NVJ-NETO            PIC 9(07)V99.
           05 FILLER              PIC X(04).

       FD  NOM-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST.
           COPY CPNOMREG.

      *>----------------------------------------------------------------
      *>   MOV-VIEJO - HISTORICO DE CAMBIOS CON EL FORMATO ANTERIOR DE
      *>   150 POSICIONES (SIN FECHA EFECTIVA NI USUARIO QUE AUTORIZO)
      *>----------------------------------------------------------------
       FD  MOV-VIEJO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOV-VIEJO.
       01  REG-MOV-VIEJO.
           05 MVJ-LLAVE           PIC 9(05).
           05 MVJ-FECHA           PIC 9(08).
           05 MVJ-ORIGEN          PIC X(08).
           05 MVJ-TIPO            PIC X(13).
           05 MVJ-RESULTADO       PIC X(10).
           05 MVJ-USUARIO         PIC X(08).
           05 MVJ-VALOR-ANTES     PIC X(30).
           05 MVJ-VALOR-DESPUES   PIC X(30).
           05 MVJ-SAL-ANTES       PIC 9(07)V99.
           05 MVJ-SAL-DESPUES     PIC 9(07)V99.
           05 MVJ-DEP-ANTES       PIC 9(03).
           05 MVJ-DEP-DESPUES     PIC 9(03).
           05 MVJ-PUE-ANTES       PIC 9(02).
           05 MVJ-PUE-DESPUES     PIC 9(02).
           05 MVJ-STA-ANTES       PIC 9(01).
           05 MVJ-STA-DESPUES     PIC 9(01).
           05 FILLER              PIC X(08).

       FD  MOV-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.

      *>----------------------------------------------------------------
      *>   TRN-VIEJO - TRANSACCION DE EMPLEADOS CON EL FORMATO
      *>   ANTERIOR DE 67 POSICIONES. ES CAPTURA SIN EDITAR, POR ESO
      *>   SE PASA COMPLETA COMO UN SOLO CAMPO Y NO CAMPO POR CAMPO
      *>----------------------------------------------------------------
       FD  TRN-VIEJO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 67 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRN-VIEJO.
       01  REG-TRN-VIEJO           PIC X(67).

       FD  TRN-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRN-NUEVO.
       01  REG-TRN-NUEVO           PIC X(125).

      *>----------------------------------------------------------------
      *>   REC-VIEJO - TRANSACCION RECHAZADA CON EL FORMATO ANTERIOR:
      *>   LA TRANSACCION DE 67 POSICIONES MAS EL CODIGO DE MOTIVO
      *>----------------------------------------------------------------
       FD  REC-VIEJO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REC-VIEJO.
       01  REG-REC-VIEJO.
           05 RVJ-TRAN            PIC X(67).
           05 RVJ-MOTIVO          PIC X(02).

       FD  REC-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 127 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-REC-NUEVO.
       01  REG-REC-NUEVO           PIC X(127).

       FD  CONVLIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CONVLIST.
       01  REG-CONVLIST            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOM          PIC X(02)  VALUE SPACES.
           05 WS-STATUS-MOV          PIC X(02)  VALUE SPACES.
           05 WS-STATUS-TRN          PIC X(02)  VALUE SPACES.
           05 WS-STATUS-REC          PIC X(02)  VALUE SPACES.
           05 SW-FIN-NOM             PIC X(03)  VALUE SPACES.
           05 SW-FIN-MOV             PIC X(03)  VALUE SPACES.
           05 SW-FIN-TRN             PIC X(03)  VALUE SPACES.
           05 SW-FIN-REC             PIC X(03)  VALUE SPACES.
           05 WS-NOM-LEIDOS          PIC 9(07)  VALUE ZEROS.
           05 WS-NOM-GRABADOS        PIC 9(07)  VALUE ZEROS.
           05 WS-MOV-LEIDOS          PIC 9(07)  VALUE ZEROS.
           05 WS-MOV-GRABADOS        PIC 9(07)  VALUE ZEROS.
           05 WS-TRN-LEIDOS          PIC 9(07)  VALUE ZEROS.
           05 WS-TRN-GRABADOS        PIC 9(07)  VALUE ZEROS.
           05 WS-REC-LEIDOS          PIC 9(07)  VALUE ZEROS.
           05 WS-REC-GRABADOS        PIC 9(07)  VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

      *>----------------------------------------------------------------
      *>   TRANSACCION DE EMPLEADOS CON EL FORMATO DE 125 POSICIONES
      *>   (VER WS-REG-TRANSACCION EN PROG0015): LOS 67 BYTES DEL
      *>   FORMATO ANTERIOR Y DESPUES LOS CAMPOS AGREGADOS, TODOS
      *>   ALFANUMERICOS
      *>----------------------------------------------------------------
       01  WS-TRN-NUEVA.
           05 WS-TNV-ANTERIOR        PIC X(67).
           05 WS-TNV-RFC             PIC X(13).
           05 WS-TNV-CURP            PIC X(18).
           05 WS-TNV-NSS             PIC X(11).
           05 WS-TNV-USUARIO         PIC X(08).
           05 WS-TNV-AUTORIZO        PIC X(08).

       01  WS-REC-NUEVA.
           05 WS-RNV-TRAN            PIC X(125).
           05 WS-RNV-MOTIVO          PIC X(02).

       01  WS-TITULO-CONV.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(44)      VALUE
              "CONVERSION DE ARCHIVOS AL FORMATO AMPLIADO -".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-TIT-FEC-DIA        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES        PIC 9(02).
           05 FILLER                PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO       PIC 9(04).
           05 FILLER                PIC X(76)      VALUE SPACES.

       01  WS-GUIONES-CONV.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(78)      VALUE ALL "-".
           05 FILLER                PIC X(53)      VALUE SPACES.

       01  WS-SUB-TITULO-CONV.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(40)      VALUE "ARCHIVO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(09)      VALUE "   LEIDOS".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(09)      VALUE " GRABADOS".
           05 FILLER                PIC X(69)      VALUE SPACES.

       01  WS-DET-CONV.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-DET-ARCHIVO        PIC X(40).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-LEIDOS         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-DET-GRABADOS       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(69)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-ABRE-REPORTE     THRU 020-FIN
           PERFORM 030-CONVIERTE-NOMINA THRU 030-FIN
           PERFORM 040-CONVIERTE-CAMBIOS THRU 040-FIN
           PERFORM 050-CONVIERTE-TRANS  THRU 050-FIN
           PERFORM 060-CONVIERTE-RECICLA THRU 060-FIN
           PERFORM 070-FINAL            THRU 070-FIN
           GOBACK.

       020-ABRE-REPORTE.
           OPEN OUTPUT CONVLIST
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-FEC-SIS-MES  TO WS-TIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO TO WS-TIT-FEC-ANIO
           WRITE REG-CONVLIST FROM WS-TITULO-CONV
                                    AFTER ADVANCING PAGE
           WRITE REG-CONVLIST FROM WS-GUIONES-CONV AFTER ADVANCING 1
           WRITE REG-CONVLIST FROM WS-SUB-TITULO-CONV
                                    AFTER ADVANCING 1
           WRITE REG-CONVLIST FROM WS-GUIONES-CONV AFTER ADVANCING 1.
       020-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   030/031 - HISTORICO DE NOMINA: LOS IMPORTES PASAN CAMPO
      *>   POR CAMPO; TIPO DE NOMINA Y QUINCENA EN ESPACIO, IMPORTES
      *>   DE INCIDENCIAS Y ABONO AL PRESTAMO EN CEROS
      *>----------------------------------------------------------------
       030-CONVIERTE-NOMINA.
           MOVE SPACES TO SW-FIN-NOM
           OPEN INPUT NOM-VIEJO
           IF WS-STATUS-NOM NOT EQUAL "00"
               GO TO 030-FIN
           END-IF
           OPEN OUTPUT NOM-NUEVO
           PERFORM 031-LEE-NOMINA THRU 031-FIN
               UNTIL SW-FIN-NOM EQUAL "FIN"
           CLOSE NOM-VIEJO
                 NOM-NUEVO.
       030-FIN. EXIT.
       031-LEE-NOMINA.
           READ NOM-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN-NOM
                   GO TO 031-FIN
           END-READ
           ADD 1 TO WS-NOM-LEIDOS
           MOVE SPACES         TO REG-NOMHIST
           MOVE NVJ-PER-ANIO   TO NOM-PER-ANIO
           MOVE NVJ-PER-MES    TO NOM-PER-MES
           MOVE NVJ-NUMERO     TO NOM-NUMERO
           MOVE NVJ-BRUTO      TO NOM-BRUTO
           MOVE NVJ-ISR        TO NOM-ISR
           MOVE NVJ-IMSS       TO NOM-IMSS
           MOVE NVJ-AHORRO     TO NOM-AHORRO
           MOVE NVJ-NETO       TO NOM-NETO
           MOVE ZEROS          TO NOM-INC-PERCEP
                                  NOM-INC-DESCTO
                                  NOM-ABONO-PREST
           WRITE REG-NOMHIST
           ADD 1 TO WS-NOM-GRABADOS.
       031-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   040/041 - HISTORICO DE CAMBIOS: FECHA EFECTIVA EN CEROS
      *>   (NO INFORMADA) Y USUARIO QUE AUTORIZO EN ESPACIOS (EL
      *>   MOVIMIENTO NO REQUIRIO AUTORIZACION)
      *>----------------------------------------------------------------
       040-CONVIERTE-CAMBIOS.
           MOVE SPACES TO SW-FIN-MOV
           OPEN INPUT MOV-VIEJO
           IF WS-STATUS-MOV NOT EQUAL "00"
               GO TO 040-FIN
           END-IF
           OPEN OUTPUT MOV-NUEVO
           PERFORM 041-LEE-CAMBIO THRU 041-FIN
               UNTIL SW-FIN-MOV EQUAL "FIN"
           CLOSE MOV-VIEJO
                 MOV-NUEVO.
       040-FIN. EXIT.
       041-LEE-CAMBIO.
           READ MOV-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN-MOV
                   GO TO 041-FIN
           END-READ
           ADD 1 TO WS-MOV-LEIDOS
           MOVE SPACES            TO REG-MOVIMIENTO
           MOVE MVJ-LLAVE         TO MOV-LLAVE
           MOVE MVJ-FECHA         TO MOV-FECHA
           MOVE MVJ-ORIGEN        TO MOV-ORIGEN
           MOVE MVJ-TIPO          TO MOV-TIPO
           MOVE MVJ-RESULTADO     TO MOV-RESULTADO
           MOVE MVJ-USUARIO       TO MOV-USUARIO
           MOVE MVJ-VALOR-ANTES   TO MOV-VALOR-ANTES
           MOVE MVJ-VALOR-DESPUES TO MOV-VALOR-DESPUES
           MOVE MVJ-SAL-ANTES     TO MOV-SAL-ANTES
           MOVE MVJ-SAL-DESPUES   TO MOV-SAL-DESPUES
           MOVE MVJ-DEP-ANTES     TO MOV-DEP-ANTES
           MOVE MVJ-DEP-DESPUES   TO MOV-DEP-DESPUES
           MOVE MVJ-PUE-ANTES     TO MOV-PUE-ANTES
           MOVE MVJ-PUE-DESPUES   TO MOV-PUE-DESPUES
           MOVE MVJ-STA-ANTES     TO MOV-STA-ANTES
           MOVE MVJ-STA-DESPUES   TO MOV-STA-DESPUES
           MOVE ZEROS             TO MOV-FEC-EFECTIVA
           WRITE REG-MOVIMIENTO
           ADD 1 TO WS-MOV-GRABADOS.
       041-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   050/051 - TRANSACCIONES: RFC, CURP, NSS Y USUARIOS EN
      *>   ESPACIOS. PROG0015 TOMA LOS DATOS FISCALES COMO NO
      *>   INFORMADOS Y RECHAZA LA TRANSACCION SIN USUARIO (MOTIVO
      *>   15) PARA QUE CAPTURA LO COMPLETE AL RECICLARLA
      *>----------------------------------------------------------------
       050-CONVIERTE-TRANS.
           MOVE SPACES TO SW-FIN-TRN
           OPEN INPUT TRN-VIEJO
           IF WS-STATUS-TRN NOT EQUAL "00"
               GO TO 050-FIN
           END-IF
           OPEN OUTPUT TRN-NUEVO
           PERFORM 051-LEE-TRANS THRU 051-FIN
               UNTIL SW-FIN-TRN EQUAL "FIN"
           CLOSE TRN-VIEJO
                 TRN-NUEVO.
       050-FIN. EXIT.
       051-LEE-TRANS.
           READ TRN-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN-TRN
                   GO TO 051-FIN
           END-READ
           ADD 1 TO WS-TRN-LEIDOS
           MOVE SPACES         TO WS-TRN-NUEVA
           MOVE REG-TRN-VIEJO  TO WS-TNV-ANTERIOR
           WRITE REG-TRN-NUEVO FROM WS-TRN-NUEVA
           ADD 1 TO WS-TRN-GRABADOS.
       051-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   060/061 - RECHAZADAS: LA TRANSACCION SE AMPLIA IGUAL QUE EN
      *>   050 Y EL CODIGO DE MOTIVO QUEDA AL FINAL DEL REGISTRO
      *>----------------------------------------------------------------
       060-CONVIERTE-RECICLA.
           MOVE SPACES TO SW-FIN-REC
           OPEN INPUT REC-VIEJO
           IF WS-STATUS-REC NOT EQUAL "00"
               GO TO 060-FIN
           END-IF
           OPEN OUTPUT REC-NUEVO
           PERFORM 061-LEE-RECICLA THRU 061-FIN
               UNTIL SW-FIN-REC EQUAL "FIN"
           CLOSE REC-VIEJO
                 REC-NUEVO.
       060-FIN. EXIT.
       061-LEE-RECICLA.
           READ REC-VIEJO
               AT END
                   MOVE "FIN" TO SW-FIN-REC
                   GO TO 061-FIN
           END-READ
           ADD 1 TO WS-REC-LEIDOS
           MOVE SPACES         TO WS-TRN-NUEVA
           MOVE RVJ-TRAN       TO WS-TNV-ANTERIOR
           MOVE WS-TRN-NUEVA   TO WS-RNV-TRAN
           MOVE RVJ-MOTIVO     TO WS-RNV-MOTIVO
           WRITE REG-REC-NUEVO FROM WS-REC-NUEVA
           ADD 1 TO WS-REC-GRABADOS.
       061-FIN. EXIT.
       070-FINAL.
           MOVE "HISTORICO DE NOMINA (NOMHIST)"  TO WS-DET-ARCHIVO
           MOVE WS-NOM-LEIDOS    TO WS-DET-LEIDOS
           MOVE WS-NOM-GRABADOS  TO WS-DET-GRABADOS
           WRITE REG-CONVLIST FROM WS-DET-CONV AFTER ADVANCING 1
           MOVE "HISTORICO DE CAMBIOS (HISTCAMB)" TO WS-DET-ARCHIVO
           MOVE WS-MOV-LEIDOS    TO WS-DET-LEIDOS
           MOVE WS-MOV-GRABADOS  TO WS-DET-GRABADOS
           WRITE REG-CONVLIST FROM WS-DET-CONV AFTER ADVANCING 1
           MOVE "TRANSACCIONES (TRANMAE / TRANLIMP)" TO WS-DET-ARCHIVO
           MOVE WS-TRN-LEIDOS    TO WS-DET-LEIDOS
           MOVE WS-TRN-GRABADOS  TO WS-DET-GRABADOS
           WRITE REG-CONVLIST FROM WS-DET-CONV AFTER ADVANCING 1
           MOVE "RECHAZADAS POR RECICLAR (TRANRECI)" TO WS-DET-ARCHIVO
           MOVE WS-REC-LEIDOS    TO WS-DET-LEIDOS
           MOVE WS-REC-GRABADOS  TO WS-DET-GRABADOS
           WRITE REG-CONVLIST FROM WS-DET-CONV AFTER ADVANCING 1
           CLOSE CONVLIST.
       070-FIN. EXIT.
