       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0046.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   PROGRAMA DE MANTENIMIENTO AL MAESTRO DE FRECUENCIA DE PAGO
      *>   (FRECPAGO, VER CPFRCREG). APLICA TRANSACCIONES DE ALTA Y
      *>   CAMBIO DE FRECUENCIA (ESQUEMA VIEJO-MAESTRO MAS
      *>   TRANSACCIONES, IGUAL QUE PROG0045) Y DEJA EL MAESTRO NUEVO
      *>   (FRCNUEVO), UNA BITACORA DE LO APLICADO Y LO RECHAZADO Y
      *>   LOS MOVIMIENTOS APLICADOS EN FORMATO CPMOVREG (MOVS0046)
      *>   QUE PROG0110 CONSOLIDA EN EL HISTORICO DE CAMBIOS. LA
      *>   FRECUENCIA ES "M" (MENSUAL) O "Q" (QUINCENAL) Y EL EMPLEADO
      *>   DEBE EXISTIR EN EL MAESTRO. EL EMPLEADO SIN REGISTRO SE
      *>   PAGA MENSUAL, POR ESO EN UN ALTA EL VALOR "ANTES" ES
      *>   MENSUAL. EL CAMBIO RIGE DESDE LA SIGUIENTE CORRIDA DE
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
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS EMP-LLAVE
                                  FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT OPTIONAL
                  FRECPAGO        ASSIGN TO UT-S-FRECPAGO
                                  FILE STATUS IS WS-STATUS-FRECPAGO.
           SELECT FRCTRAN         ASSIGN TO UT-S-FRCTRAN.
           SELECT FRC-ORDENADO    ASSIGN TO UT-S-FRCORD.
           SELECT WORK-ORD-FRC    ASSIGN TO UT-S-WRKFRC.
           SELECT FRCNUEVO        ASSIGN TO UT-S-FRCNUEVO.
           SELECT BITACORA        ASSIGN TO US-S-BITACFRC.
           SELECT MOVSALIDA       ASSIGN TO UT-S-MOVS0046.
           SELECT OPTIONAL
                  PARMPROC        ASSIGN TO UT-S-PARMPROC
                                  FILE STATUS IS WS-STATUS-PARMPROC.

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
      *>   FRECPAGO - MAESTRO DE FRECUENCIAS HASTA LA CORRIDA
      *>   ANTERIOR; ES OPCIONAL PARA QUE LA PRIMERA CARGA (SIN
      *>   MAESTRO TODAVIA) LO TOME COMO VACIO
      *>----------------------------------------------------------------
       FD  FRECPAGO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRECPAGO.
           COPY CPFRCREG.

       FD  FRCTRAN
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRCTRAN.
       01  REG-FRCTRAN             PIC X(20).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - DEJA LAS TRANSACCIONES
      *>   ORDENADAS POR NUMERO DE EMPLEADO PARA EL CRUCE CONTRA EL
      *>   MAESTRO DE FRECUENCIAS
      *>----------------------------------------------------------------
       SD  WORK-ORD-FRC.
       01  WORK-REG-FRCTRAN.
           05 WORK-FRT-TIPO        PIC X(01).
           05 WORK-FRT-NUMERO      PIC 9(05).
           05 FILLER               PIC X(14).

       FD  FRC-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRC-ORDENADO.
       01  REG-FRC-ORDENADO        PIC X(20).

       FD  FRCNUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-FRCNUEVO.
       01  REG-FRCNUEVO            PIC X(20).

       FD  BITACORA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 105 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-BITACORA.
       01  REG-BITACORA            PIC X(105).

      *>----------------------------------------------------------------
      *>   MOVSALIDA - MOVIMIENTOS APLICADOS DE LA CORRIDA EN FORMATO
      *>   DE ARCHIVO (CPMOVREG, LLAVE = NUMERO DE EMPLEADO);
      *>   PROG0110 LOS CONSOLIDA EN EL HISTORICO PERMANENTE
      *>----------------------------------------------------------------
       FD  MOVSALIDA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.

       FD  PARMPROC
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 08 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARMPROC.
       01  REG-PARMPROC            PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-REG-TRANSACCION.
               10 WS-FRT-TIPO        PIC X(01).
                   88 WS-FRT-ES-ALTA          VALUE "A".
                   88 WS-FRT-ES-CAMBIO        VALUE "C".
               10 WS-FRT-NUMERO      PIC 9(05).
               10 WS-FRT-FRECUENCIA  PIC X(01).
                   88 WS-FRT-FRECUENCIA-VALIDA VALUE "M" "Q".
               10 FILLER             PIC X(13).
           05 WS-REG-TRABAJO.
               10 WS-TRA-NUMERO      PIC 9(05).
               10 WS-TRA-FRECUENCIA  PIC X(01).
               10 WS-TRA-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(06).
           05 WS-REG-ANTES.
               10 WS-ANT-NUMERO      PIC 9(05).
               10 WS-ANT-FRECUENCIA  PIC X(01).
               10 WS-ANT-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(06).
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-TRAN          PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 SW-REG-EXISTE          PIC X(03)  VALUE "NO ".
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-TRAN            PIC X(03)  VALUE SPACES.
           05 SW-TRAN-LEIDA          PIC X(03)  VALUE "NO ".
           05 SW-ALTA-APLICADA       PIC X(03)  VALUE "NO ".
           05 SW-FRECUENCIA-OK       PIC X(03)  VALUE "NO ".
           05 SW-EMP-EN-MAESTRO      PIC X(03)  VALUE "NO ".
           05 SW-FRECPAGO-ABIERTO    PIC X(03)  VALUE "NO ".
           05 WS-STATUS-EMPLEADOS    PIC X(02)  VALUE SPACES.
           05 WS-STATUS-FRECPAGO     PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARMPROC     PIC X(02)  VALUE SPACES.
           05 WS-USUARIO-PROCESO     PIC X(08)  VALUE "SISTEMA ".
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 20.
           05 WS-TOT-ALTAS           PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-CAMBIOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADAS      PIC 9(05)  VALUE ZEROS.
           05 WS-FRECUENCIA-DESCRIBE PIC X(01)  VALUE SPACES.
           05 WS-DES-FRECUENCIA      PIC X(10)  VALUE SPACES.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

       01  WS-TITULO-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(46)      VALUE
              "BITACORA DE MANTENIMIENTO A FRECUENCIA DE PAGO".
           05 FILLER                PIC X(08)      VALUE SPACES.
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
           05 FILLER                PIC X(08)      VALUE "USUARIO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(13)      VALUE "TIPO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "NUM".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "ANTES".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "DESPUES".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "RESULTADO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(22)      VALUE "MOTIVO".
           05 FILLER                PIC X(06)      VALUE SPACES.

       01  WS-DET-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-FECHA.
               10 WS-BIT-FEC-DIA    PIC 9(02).
               10 FILLER            PIC X(01)      VALUE "/".
               10 WS-BIT-FEC-MES    PIC 9(02).
               10 FILLER            PIC X(01)      VALUE "/".
               10 WS-BIT-FEC-ANIO   PIC 9(04).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-USUARIO        PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-TIPO-DES       PIC X(13).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-NUMERO         PIC ZZZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-ANTES          PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-DESPUES        PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-RESULTADO      PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-MOTIVO         PIC X(22).
           05 FILLER                PIC X(06)      VALUE SPACES.

       01  WS-DETALLE-TOTALES-BIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(11)      VALUE "ALTAS    : ".
           05 WS-TOT-ALTAS-ED       PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(11)      VALUE "CAMBIOS  : ".
           05 WS-TOT-CAMBIOS-ED     PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(13)
                                     VALUE "RECHAZADAS : ".
           05 WS-TOT-RECHAZADAS-ED  PIC ZZ,ZZ9.
           05 FILLER                PIC X(43)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 041-LEE-TRANSACCION THRU 041-FIN
           PERFORM 110-LEE-FRECUENCIA  THRU 110-FIN
           PERFORM 100-PROCESA         THRU 100-FIN
               UNTIL SW-FIN-MAESTRO EQUAL "FIN" AND
                     SW-FIN-TRAN    EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           GOBACK.

       015-LEE-PARAMETROS.
           OPEN INPUT PARMPROC
           IF WS-STATUS-PARMPROC EQUAL "00"
               READ PARMPROC INTO WS-USUARIO-PROCESO
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARMPROC
           END-IF.
       015-FIN. EXIT.
       020-ABRE-ARCHIVOS.
           SORT WORK-ORD-FRC
               ON ASCENDING KEY WORK-FRT-NUMERO
               USING FRCTRAN
               GIVING FRC-ORDENADO
           OPEN INPUT EMPLEADOS
                      FRC-ORDENADO
                OUTPUT FRCNUEVO
                       MOVSALIDA
                       BITACORA
           MOVE "NO " TO SW-FRECPAGO-ABIERTO
           OPEN INPUT FRECPAGO
           IF WS-STATUS-FRECPAGO EQUAL "00"
               MOVE "SI " TO SW-FRECPAGO-ABIERTO
           ELSE
               MOVE "FIN" TO SW-FIN-MAESTRO
               MOVE HIGH-VALUES TO WS-CLAVE-MAESTRO
           END-IF.
       020-FIN. EXIT.
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
      *>----------------------------------------------------------------
      *>   041/043 - FRCTRAN ES CAPTURA MANUAL: UNA TRANSACCION CON
      *>   NUMERO NO NUMERICO O TIPO DESCONOCIDO SE RECHAZA A LA
      *>   BITACORA Y SE SIGUE LEYENDO; LA CLAVE VALE HIGH-VALUES AL
      *>   TERMINAR LAS TRANSACCIONES
      *>----------------------------------------------------------------
       041-LEE-TRANSACCION.
           MOVE "NO " TO SW-TRAN-LEIDA
           PERFORM 043-LEE-UNA-TRAN THRU 043-FIN
               UNTIL SW-TRAN-LEIDA EQUAL "SI ".
       041-FIN. EXIT.
       043-LEE-UNA-TRAN.
           READ FRC-ORDENADO INTO WS-REG-TRANSACCION
               AT END
                   MOVE "SI "        TO SW-TRAN-LEIDA
                   MOVE "FIN"        TO SW-FIN-TRAN
                   MOVE HIGH-VALUES  TO WS-CLAVE-TRAN
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FRT-NUMERO IS NOT NUMERIC
                           MOVE "NUMERO INVALIDO      "
                                            TO WS-BIT-MOTIVO
                           PERFORM 174-RECHAZA THRU 174-FIN
                       WHEN NOT WS-FRT-ES-ALTA AND
                            NOT WS-FRT-ES-CAMBIO
                           MOVE "TIPO INVALIDO        "
                                            TO WS-BIT-MOTIVO
                           PERFORM 174-RECHAZA THRU 174-FIN
                       WHEN OTHER
                           MOVE "SI "         TO SW-TRAN-LEIDA
                           MOVE WS-FRT-NUMERO TO WS-CLAVE-TRAN
                   END-EVALUATE
           END-READ.
       043-FIN. EXIT.
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
      *>----------------------------------------------------------------
      *>   100 - CRUCE DEL MAESTRO DE FRECUENCIAS, MISMO ESQUEMA QUE
      *>   100-PROCESA DE PROG0045
      *>----------------------------------------------------------------
       100-PROCESA.
           EVALUATE TRUE
               WHEN WS-CLAVE-MAESTRO LESS THAN WS-CLAVE-TRAN
                   WRITE REG-FRCNUEVO FROM REG-FRECPAGO
                   PERFORM 110-LEE-FRECUENCIA THRU 110-FIN
               WHEN WS-CLAVE-MAESTRO GREATER THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-TRAN     TO WS-CLAVE-PROCESO
                   MOVE "NO "             TO SW-REG-EXISTE
                   INITIALIZE WS-REG-TRABAJO
                   PERFORM 150-ACUMULA-TRANS THRU 150-FIN
                   PERFORM 158-GRABA-REGISTRO THRU 158-FIN
               WHEN OTHER
                   MOVE WS-CLAVE-MAESTRO  TO WS-CLAVE-PROCESO
                   MOVE "SI "             TO SW-REG-EXISTE
                   MOVE REG-FRECPAGO      TO WS-REG-TRABAJO
                   PERFORM 150-ACUMULA-TRANS THRU 150-FIN
                   PERFORM 158-GRABA-REGISTRO THRU 158-FIN
                   PERFORM 110-LEE-FRECUENCIA THRU 110-FIN
           END-EVALUATE.
       100-FIN. EXIT.
       110-LEE-FRECUENCIA.
           IF SW-FRECPAGO-ABIERTO EQUAL "NO "
               GO TO 110-FIN
           END-IF
           READ FRECPAGO
               AT END
                   MOVE "FIN"        TO SW-FIN-MAESTRO
                   MOVE HIGH-VALUES  TO WS-CLAVE-MAESTRO
               NOT AT END
                   MOVE FRC-NUMERO   TO WS-CLAVE-MAESTRO
           END-READ.
       110-FIN. EXIT.
       150-ACUMULA-TRANS.
           PERFORM 152-APLICA-UNA THRU 152-FIN
               UNTIL WS-CLAVE-TRAN NOT EQUAL WS-CLAVE-PROCESO.
       150-FIN. EXIT.
       152-APLICA-UNA.
           IF SW-REG-EXISTE EQUAL "SI "
               PERFORM 156-PROCESA-CAMBIO THRU 156-FIN
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
           IF NOT WS-FRT-ES-ALTA
               MOVE "FRECUENCIA NO EXISTE " TO WS-BIT-MOTIVO
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 154-FIN
           END-IF
           PERFORM 160-VALIDA-FRECUENCIA THRU 160-FIN
           IF SW-FRECUENCIA-OK EQUAL "NO "
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 154-FIN
           END-IF
           MOVE "SI "            TO SW-ALTA-APLICADA
           MOVE WS-CLAVE-PROCESO TO WS-ANT-NUMERO
           MOVE "M"              TO WS-ANT-FRECUENCIA
           MOVE ZEROS            TO WS-ANT-FEC-CAMBIO
           MOVE WS-CLAVE-PROCESO TO WS-TRA-NUMERO
           MOVE WS-FRT-FRECUENCIA TO WS-TRA-FRECUENCIA
           MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
           ADD 1 TO WS-TOT-ALTAS
           PERFORM 170-APLICADA THRU 170-FIN.
       154-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   156 - EL CAMBIO DEBE TRAER UNA FRECUENCIA DISTINTA DE LA
      *>   QUE YA TIENE EL EMPLEADO
      *>----------------------------------------------------------------
       156-PROCESA-CAMBIO.
           MOVE WS-REG-TRABAJO TO WS-REG-ANTES
           IF WS-FRT-ES-ALTA
               MOVE "FRECUENCIA YA EXISTE " TO WS-BIT-MOTIVO
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 156-FIN
           END-IF
           PERFORM 160-VALIDA-FRECUENCIA THRU 160-FIN
           IF SW-FRECUENCIA-OK EQUAL "NO "
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 156-FIN
           END-IF
           IF WS-FRT-FRECUENCIA EQUAL WS-TRA-FRECUENCIA
               MOVE "SIN CAMBIO           " TO WS-BIT-MOTIVO
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 156-FIN
           END-IF
           MOVE WS-FRT-FRECUENCIA TO WS-TRA-FRECUENCIA
           MOVE WS-FECHA-SISTEMA  TO WS-TRA-FEC-CAMBIO
           ADD 1 TO WS-TOT-CAMBIOS
           PERFORM 170-APLICADA THRU 170-FIN.
       156-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   158 - EL REGISTRO NUEVO SE ARMA EN AREA DE TRABAJO Y SE
      *>   GRABA AL MAESTRO NUEVO SOLO SI LA FRECUENCIA EXISTE
      *>----------------------------------------------------------------
       158-GRABA-REGISTRO.
           IF SW-REG-EXISTE EQUAL "SI "
               WRITE REG-FRCNUEVO FROM WS-REG-TRABAJO
           END-IF.
       158-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   160 - VALIDACION DE UN ALTA O CAMBIO: EMPLEADO EN EL
      *>   MAESTRO Y FRECUENCIA "M" O "Q"
      *>----------------------------------------------------------------
       160-VALIDA-FRECUENCIA.
           MOVE "NO " TO SW-FRECUENCIA-OK
           PERFORM 047-BUSCA-EMPLEADO THRU 047-FIN
           IF SW-EMP-EN-MAESTRO EQUAL "NO "
               MOVE "EMPLEADO NO EXISTE   " TO WS-BIT-MOTIVO
               GO TO 160-FIN
           END-IF
           IF NOT WS-FRT-FRECUENCIA-VALIDA
               MOVE "FRECUENCIA INVALIDA  " TO WS-BIT-MOTIVO
               GO TO 160-FIN
           END-IF
           MOVE "SI " TO SW-FRECUENCIA-OK.
       160-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   170 - TRANSACCION APLICADA: RENGLON EN LA BITACORA CON LA
      *>   FRECUENCIA ANTES Y DESPUES, Y EL MOVIMIENTO PARA EL
      *>   HISTORICO DE CAMBIOS
      *>----------------------------------------------------------------
       170-APLICADA.
           MOVE "APLICADA"    TO WS-BIT-RESULTADO
           MOVE SPACES        TO WS-BIT-MOTIVO
           MOVE WS-ANT-FRECUENCIA TO WS-FRECUENCIA-DESCRIBE
           PERFORM 178-DESCRIBE-FRECUENCIA THRU 178-FIN
           MOVE WS-DES-FRECUENCIA TO WS-BIT-ANTES
           MOVE WS-TRA-FRECUENCIA TO WS-FRECUENCIA-DESCRIBE
           PERFORM 178-DESCRIBE-FRECUENCIA THRU 178-FIN
           MOVE WS-DES-FRECUENCIA TO WS-BIT-DESPUES
           PERFORM 176-ESCRIBE-BITACORA THRU 176-FIN
           PERFORM 180-GRABA-MOVIMIENTO THRU 180-FIN.
       170-FIN. EXIT.
       174-RECHAZA.
           MOVE "RECHAZADA"   TO WS-BIT-RESULTADO
           MOVE SPACES        TO WS-BIT-ANTES
                                 WS-BIT-DESPUES
           ADD 1 TO WS-TOT-RECHAZADAS
           PERFORM 176-ESCRIBE-BITACORA THRU 176-FIN.
       174-FIN. EXIT.
       176-ESCRIBE-BITACORA.
           MOVE WS-FEC-SIS-DIA     TO WS-BIT-FEC-DIA
           MOVE WS-FEC-SIS-MES     TO WS-BIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO    TO WS-BIT-FEC-ANIO
           MOVE WS-USUARIO-PROCESO TO WS-BIT-USUARIO
           EVALUATE TRUE
               WHEN WS-FRT-ES-ALTA
                   MOVE "ALTA FRECUEN." TO WS-BIT-TIPO-DES
               WHEN WS-FRT-ES-CAMBIO
                   MOVE "CAMBIO FRECU." TO WS-BIT-TIPO-DES
               WHEN OTHER
                   MOVE "DESCONOCIDO  " TO WS-BIT-TIPO-DES
           END-EVALUATE
           IF WS-FRT-NUMERO IS NUMERIC
               MOVE WS-FRT-NUMERO TO WS-BIT-NUMERO
           ELSE
               MOVE ZEROS         TO WS-BIT-NUMERO
           END-IF
           WRITE REG-BITACORA FROM WS-DET-BITACORA AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       176-FIN. EXIT.
       178-DESCRIBE-FRECUENCIA.
           EVALUATE WS-FRECUENCIA-DESCRIBE
               WHEN "M"
                   MOVE "MENSUAL   " TO WS-DES-FRECUENCIA
               WHEN "Q"
                   MOVE "QUINCENAL " TO WS-DES-FRECUENCIA
               WHEN OTHER
                   MOVE SPACES       TO WS-DES-FRECUENCIA
           END-EVALUATE.
       178-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   180 - DEJA EL MOVIMIENTO APLICADO EN FORMATO DE ARCHIVO
      *>   PARA EL HISTORICO PERMANENTE; LA LLAVE ES EL NUMERO DE
      *>   EMPLEADO Y LOS VALORES SON LA FRECUENCIA ANTES / DESPUES.
      *>   RIGE DESDE LA FECHA DE LA CORRIDA
      *>----------------------------------------------------------------
       180-GRABA-MOVIMIENTO.
           MOVE SPACES             TO REG-MOVIMIENTO
           MOVE WS-CLAVE-PROCESO   TO MOV-LLAVE
           MOVE WS-FECHA-SISTEMA   TO MOV-FECHA
           MOVE "PROG0046"         TO MOV-ORIGEN
           MOVE WS-BIT-TIPO-DES    TO MOV-TIPO
           MOVE "APLICADA  "       TO MOV-RESULTADO
           MOVE WS-USUARIO-PROCESO TO MOV-USUARIO
           MOVE WS-BIT-ANTES       TO MOV-VALOR-ANTES
           MOVE WS-BIT-DESPUES     TO MOV-VALOR-DESPUES
           MOVE ZEROS              TO MOV-SAL-ANTES
                                      MOV-SAL-DESPUES
                                      MOV-DEP-ANTES
                                      MOV-DEP-DESPUES
                                      MOV-PUE-ANTES
                                      MOV-PUE-DESPUES
                                      MOV-STA-ANTES
                                      MOV-STA-DESPUES
           MOVE WS-FECHA-SISTEMA   TO MOV-FEC-EFECTIVA
           WRITE REG-MOVIMIENTO.
       180-FIN. EXIT.
       060-FINAL.
           MOVE WS-TOT-ALTAS      TO WS-TOT-ALTAS-ED
           MOVE WS-TOT-CAMBIOS    TO WS-TOT-CAMBIOS-ED
           MOVE WS-TOT-RECHAZADAS TO WS-TOT-RECHAZADAS-ED
           WRITE REG-BITACORA FROM WS-DETALLE-TOTALES-BIT
                                    AFTER ADVANCING 2
           IF SW-FRECPAGO-ABIERTO EQUAL "SI "
               CLOSE FRECPAGO
           END-IF
           CLOSE EMPLEADOS
                 FRC-ORDENADO
                 FRCNUEVO
                 MOVSALIDA
                 BITACORA.
       060-FIN. EXIT.
