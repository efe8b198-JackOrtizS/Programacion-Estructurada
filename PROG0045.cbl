       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0045.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   PROGRAMA DE MANTENIMIENTO AL MAESTRO DE CUENTAS BANCARIAS
      *>   (CTABANCO, VER CPCTAREG). APLICA TRANSACCIONES DE ALTA /
      *>   CAMBIO DE CUENTA / SUSPENSION / REACTIVACION / CANCELACION
      *>   (ESQUEMA VIEJO-MAESTRO MAS TRANSACCIONES, IGUAL QUE
      *>   PROG0020 Y PROG0050) Y DEJA EL MAESTRO NUEVO (CTANUEVO),
      *>   UNA BITACORA DE LO APLICADO Y LO RECHAZADO Y LOS
      *>   MOVIMIENTOS APLICADOS EN FORMATO CPMOVREG (MOVS0045) QUE
      *>   PROG0110 CONSOLIDA EN EL HISTORICO DE CAMBIOS. EN UN ALTA
      *>   O CAMBIO DE CUENTA LA CLABE DEBE SER NUMERICA, DEL BANCO
      *>   CAPTURADO (TRES PRIMERAS POSICIONES) Y CON DIGITO
      *>   VERIFICADOR CORRECTO, Y EL EMPLEADO DEBE EXISTIR EN EL
      *>   MAESTRO; LA CANCELACION NO BORRA LA CUENTA, LA DEJA CON
      *>   STATUS "C" PARA QUE QUEDE EL ANTECEDENTE.
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
                  CTABANCO        ASSIGN TO UT-S-CTABANCO
                                  FILE STATUS IS WS-STATUS-CUENTAS.
           SELECT CTATRAN         ASSIGN TO UT-S-CTATRAN.
           SELECT CTA-ORDENADO    ASSIGN TO UT-S-CTAORD.
           SELECT WORK-ORD-CTA    ASSIGN TO UT-S-WRKCTA.
           SELECT CTANUEVO        ASSIGN TO UT-S-CTANUEVO.
           SELECT BITACORA        ASSIGN TO US-S-BITACCTA.
           SELECT MOVSALIDA       ASSIGN TO UT-S-MOVS0045.
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
      *>   CTABANCO - MAESTRO DE CUENTAS HASTA LA CORRIDA ANTERIOR;
      *>   ES OPCIONAL PARA QUE LA PRIMERA CARGA DE CUENTAS (SIN
      *>   MAESTRO TODAVIA) LO TOME COMO VACIO
      *>----------------------------------------------------------------
       FD  CTABANCO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTABANCO.
           COPY CPCTAREG.

       FD  CTATRAN
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTATRAN.
       01  REG-CTATRAN             PIC X(50).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - DEJA LAS TRANSACCIONES
      *>   ORDENADAS POR NUMERO DE EMPLEADO PARA EL CRUCE CONTRA EL
      *>   MAESTRO DE CUENTAS
      *>----------------------------------------------------------------
       SD  WORK-ORD-CTA.
       01  WORK-REG-CTATRAN.
           05 WORK-CTT-TIPO        PIC X(01).
           05 WORK-CTT-NUMERO      PIC 9(05).
           05 FILLER               PIC X(44).

       FD  CTA-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTA-ORDENADO.
       01  REG-CTA-ORDENADO        PIC X(50).

       FD  CTANUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CTANUEVO.
       01  REG-CTANUEVO            PIC X(50).

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
               10 WS-CTT-TIPO        PIC X(01).
                   88 WS-CTT-ES-ALTA          VALUE "A".
                   88 WS-CTT-ES-CAMBIO        VALUE "C".
                   88 WS-CTT-ES-SUSPENSION    VALUE "S".
                   88 WS-CTT-ES-REACTIVACION  VALUE "R".
                   88 WS-CTT-ES-BAJA          VALUE "B".
               10 WS-CTT-NUMERO      PIC 9(05).
               10 WS-CTT-BANCO       PIC 9(03).
               10 WS-CTT-CLABE       PIC X(18).
               10 WS-CTT-FEC-EFECTIVA.
                   15 WS-CTT-EFE-ANIO    PIC 9(04).
                   15 WS-CTT-EFE-MES     PIC 9(02).
                   15 WS-CTT-EFE-DIA     PIC 9(02).
               10 FILLER             PIC X(15).
           05 WS-REG-TRABAJO.
               10 WS-TRA-NUMERO      PIC 9(05).
               10 WS-TRA-BANCO       PIC 9(03).
               10 WS-TRA-CLABE       PIC X(18).
               10 WS-TRA-STATUS      PIC X(01).
               10 WS-TRA-FEC-EFECTIVA PIC 9(08).
               10 WS-TRA-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(07).
           05 WS-REG-ANTES.
               10 WS-ANT-NUMERO      PIC 9(05).
               10 WS-ANT-BANCO       PIC 9(03).
               10 WS-ANT-CLABE       PIC X(18).
               10 WS-ANT-STATUS      PIC X(01).
               10 WS-ANT-FEC-EFECTIVA PIC 9(08).
               10 WS-ANT-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(07).
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-TRAN          PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-FEC-EFECTIVA-TRAN   PIC 9(08)  VALUE ZEROS.
           05 SW-REG-EXISTE          PIC X(03)  VALUE "NO ".
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-TRAN            PIC X(03)  VALUE SPACES.
           05 SW-TRAN-LEIDA          PIC X(03)  VALUE "NO ".
           05 SW-ALTA-APLICADA       PIC X(03)  VALUE "NO ".
           05 SW-CUENTA-OK           PIC X(03)  VALUE "NO ".
           05 SW-CLABE-VALIDA        PIC X(03)  VALUE "NO ".
           05 SW-EMP-EN-MAESTRO      PIC X(03)  VALUE "NO ".
           05 SW-CUENTAS-ABIERTO     PIC X(03)  VALUE "NO ".
           05 WS-STATUS-EMPLEADOS    PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CUENTAS      PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARMPROC     PIC X(02)  VALUE SPACES.
           05 WS-USUARIO-PROCESO     PIC X(08)  VALUE "SISTEMA ".
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 20.
           05 WS-TOT-ALTAS           PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-CAMBIOS         PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-BAJAS           PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADAS      PIC 9(05)  VALUE ZEROS.
           05 WS-STATUS-DESCRIBE     PIC X(01)  VALUE SPACES.
           05 WS-DES-STATUS          PIC X(10)  VALUE SPACES.
           05 WS-FECHA-DESGLOSE.
               10 WS-DES-ANIO        PIC 9(04).
               10 WS-DES-MES         PIC 9(02).
               10 WS-DES-DIA         PIC 9(02).
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

      *>----------------------------------------------------------------
      *>   AREA DE VALIDACION DE LA CLABE: 17 POSICIONES DE CUENTA
      *>   MAS EL DIGITO VERIFICADOR. CADA POSICION SE MULTIPLICA
      *>   POR SU PESO (3, 7, 1 REPETIDOS), SE SUMAN LAS UNIDADES DE
      *>   CADA PRODUCTO Y EL DIGITO ES LO QUE LE FALTA A ESA SUMA
      *>   PARA LLEGAR A LA SIGUIENTE DECENA
      *>----------------------------------------------------------------
       01  WS-AREA-CLABE.
           05 WS-CLABE-REVISA        PIC X(18)  VALUE SPACES.
           05 WS-CLABE-PARTES        REDEFINES WS-CLABE-REVISA.
               10 WS-CLABE-BANCO     PIC 9(03).
               10 WS-CLABE-PLAZA     PIC 9(03).
               10 WS-CLABE-CUENTA    PIC 9(11).
               10 WS-CLABE-DIGITO    PIC 9(01).
           05 WS-CLABE-POSICIONES    REDEFINES WS-CLABE-REVISA.
               10 WS-CLABE-POS       PIC 9(01)  OCCURS 18 TIMES.
           05 WS-PESOS-CLABE         PIC X(17)
                                     VALUE "37137137137137137".
           05 WS-PESOS-TABLA         REDEFINES WS-PESOS-CLABE.
               10 WS-PESO-POS        PIC 9(01)  OCCURS 17 TIMES.
           05 WS-IDX-CLABE           PIC 9(02)  VALUE ZEROS.
           05 WS-CLABE-PRODUCTO      PIC 9(02)  VALUE ZEROS.
           05 WS-CLABE-COCIENTE      PIC 9(03)  VALUE ZEROS.
           05 WS-CLABE-RESIDUO       PIC 9(02)  VALUE ZEROS.
           05 WS-CLABE-SUMA          PIC 9(03)  VALUE ZEROS.
           05 WS-CLABE-CALCULADO     PIC 9(01)  VALUE ZEROS.

       01  WS-TITULO-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(44)
              VALUE "BITACORA DE MANTENIMIENTO A CUENTAS DE BANCO".
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
           05 FILLER                PIC X(08)      VALUE "USUARIO".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(13)      VALUE "TIPO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "NUM".
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(18)      VALUE "CLABE".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(10)      VALUE "RESULTADO".
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(22)      VALUE "MOTIVO".
           05 FILLER                PIC X(07)      VALUE SPACES.

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
           05 WS-BIT-CLABE          PIC X(18).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-RESULTADO      PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-BIT-MOTIVO         PIC X(22).
           05 FILLER                PIC X(07)      VALUE SPACES.

       01  WS-DET-BITACORA-VALORES.
           05 FILLER                PIC X(08)      VALUE SPACES.
           05 WS-BIT-VAL-ETIQUETA   PIC X(10).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-VAL-BANCO      PIC 9(03).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-VAL-CLABE      PIC X(18).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-VAL-STATUS     PIC X(10).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WS-BIT-VAL-FECHA.
               10 WS-BIT-VAL-FEC-ANIO PIC 9(04).
               10 FILLER            PIC X(01)      VALUE "/".
               10 WS-BIT-VAL-FEC-MES  PIC 9(02).
               10 FILLER            PIC X(01)      VALUE "/".
               10 WS-BIT-VAL-FEC-DIA  PIC 9(02).
           05 FILLER                PIC X(38)      VALUE SPACES.

      *>----------------------------------------------------------------
      *>   VALOR ANTES / DESPUES DEL HISTORICO DE CAMBIOS: CLABE Y
      *>   STATUS DE LA CUENTA EN LAS 30 POSICIONES DE CPMOVREG
      *>----------------------------------------------------------------
       01  WS-MOV-VALOR.
           05 WS-MOV-VAL-CLABE      PIC X(18).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WS-MOV-VAL-STATUS     PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.

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

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 041-LEE-TRANSACCION THRU 041-FIN
           PERFORM 110-LEE-CUENTA      THRU 110-FIN
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
           SORT WORK-ORD-CTA
               ON ASCENDING KEY WORK-CTT-NUMERO
               USING CTATRAN
               GIVING CTA-ORDENADO
           OPEN INPUT EMPLEADOS
                      CTA-ORDENADO
                OUTPUT CTANUEVO
                       MOVSALIDA
                       BITACORA
           MOVE "NO " TO SW-CUENTAS-ABIERTO
           OPEN INPUT CTABANCO
           IF WS-STATUS-CUENTAS EQUAL "00"
               MOVE "SI " TO SW-CUENTAS-ABIERTO
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
      *>   041/043 - CTATRAN ES CAPTURA MANUAL: UNA TRANSACCION CON
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
           READ CTA-ORDENADO INTO WS-REG-TRANSACCION
               AT END
                   MOVE "SI "        TO SW-TRAN-LEIDA
                   MOVE "FIN"        TO SW-FIN-TRAN
                   MOVE HIGH-VALUES  TO WS-CLAVE-TRAN
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-CTT-NUMERO IS NOT NUMERIC
                           MOVE "NUMERO INVALIDO      "
                                            TO WS-BIT-MOTIVO
                           PERFORM 174-RECHAZA THRU 174-FIN
                       WHEN NOT WS-CTT-ES-ALTA AND
                            NOT WS-CTT-ES-CAMBIO AND
                            NOT WS-CTT-ES-SUSPENSION AND
                            NOT WS-CTT-ES-REACTIVACION AND
                            NOT WS-CTT-ES-BAJA
                           MOVE "TIPO INVALIDO        "
                                            TO WS-BIT-MOTIVO
                           PERFORM 174-RECHAZA THRU 174-FIN
                       WHEN OTHER
                           MOVE "SI "         TO SW-TRAN-LEIDA
                           MOVE WS-CTT-NUMERO TO WS-CLAVE-TRAN
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
      *>   100 - CRUCE DEL MAESTRO DE CUENTAS, MISMO ESQUEMA QUE
      *>   100-PROCESA-DEPTOS DE PROG0050
      *>----------------------------------------------------------------
       100-PROCESA.
           EVALUATE TRUE
               WHEN WS-CLAVE-MAESTRO LESS THAN WS-CLAVE-TRAN
                   WRITE REG-CTANUEVO FROM REG-CTABANCO
                   PERFORM 110-LEE-CUENTA THRU 110-FIN
               WHEN WS-CLAVE-MAESTRO GREATER THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-TRAN     TO WS-CLAVE-PROCESO
                   MOVE "NO "             TO SW-REG-EXISTE
                   INITIALIZE WS-REG-TRABAJO
                   PERFORM 150-ACUMULA-TRANS THRU 150-FIN
                   PERFORM 158-GRABA-REGISTRO THRU 158-FIN
               WHEN OTHER
                   MOVE WS-CLAVE-MAESTRO  TO WS-CLAVE-PROCESO
                   MOVE "SI "             TO SW-REG-EXISTE
                   MOVE REG-CTABANCO      TO WS-REG-TRABAJO
                   PERFORM 150-ACUMULA-TRANS THRU 150-FIN
                   PERFORM 158-GRABA-REGISTRO THRU 158-FIN
                   PERFORM 110-LEE-CUENTA    THRU 110-FIN
           END-EVALUATE.
       100-FIN. EXIT.
       110-LEE-CUENTA.
           IF SW-CUENTAS-ABIERTO EQUAL "NO "
               GO TO 110-FIN
           END-IF
           READ CTABANCO
               AT END
                   MOVE "FIN"        TO SW-FIN-MAESTRO
                   MOVE HIGH-VALUES  TO WS-CLAVE-MAESTRO
               NOT AT END
                   MOVE CTA-NUMERO   TO WS-CLAVE-MAESTRO
           END-READ.
       110-FIN. EXIT.
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
           IF NOT WS-CTT-ES-ALTA
               MOVE "CUENTA NO EXISTE     " TO WS-BIT-MOTIVO
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 154-FIN
           END-IF
           PERFORM 160-VALIDA-CUENTA THRU 160-FIN
           IF SW-CUENTA-OK EQUAL "NO "
               PERFORM 174-RECHAZA THRU 174-FIN
               GO TO 154-FIN
           END-IF
           MOVE "SI "            TO SW-ALTA-APLICADA
           MOVE WS-REG-TRABAJO   TO WS-REG-ANTES
           MOVE WS-CLAVE-PROCESO TO WS-TRA-NUMERO
           MOVE WS-CTT-BANCO     TO WS-TRA-BANCO
           MOVE WS-CTT-CLABE     TO WS-TRA-CLABE
           MOVE "A"              TO WS-TRA-STATUS
           MOVE WS-FEC-EFECTIVA-TRAN TO WS-TRA-FEC-EFECTIVA
           MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
           ADD 1 TO WS-TOT-ALTAS
           PERFORM 170-APLICADA THRU 170-FIN.
       154-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   156 - EL CAMBIO DE CUENTA REACTIVA LA CUENTA CON LA CLABE
      *>   NUEVA; SUSPENDER SOLO APLICA A UNA CUENTA ACTIVA,
      *>   REACTIVAR A UNA SUSPENDIDA Y CANCELAR A CUALQUIERA QUE NO
      *>   ESTE YA CANCELADA. UNA CUENTA CANCELADA SOLO SE RECUPERA
      *>   CON UN CAMBIO DE CUENTA (CLABE NUEVA YA VALIDADA)
      *>----------------------------------------------------------------
       156-PROCESA-CAMBIO-BAJA.
           MOVE WS-REG-TRABAJO TO WS-REG-ANTES
           EVALUATE TRUE
               WHEN WS-CTT-ES-ALTA
                   MOVE "CUENTA YA EXISTE     " TO WS-BIT-MOTIVO
                   PERFORM 174-RECHAZA THRU 174-FIN
               WHEN WS-CTT-ES-CAMBIO
                   PERFORM 160-VALIDA-CUENTA THRU 160-FIN
                   IF SW-CUENTA-OK EQUAL "NO "
                       PERFORM 174-RECHAZA THRU 174-FIN
                   ELSE
                       MOVE WS-CTT-BANCO     TO WS-TRA-BANCO
                       MOVE WS-CTT-CLABE     TO WS-TRA-CLABE
                       MOVE "A"              TO WS-TRA-STATUS
                       MOVE WS-FEC-EFECTIVA-TRAN
                                             TO WS-TRA-FEC-EFECTIVA
                       MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
                       ADD 1 TO WS-TOT-CAMBIOS
                       PERFORM 170-APLICADA THRU 170-FIN
                   END-IF
               WHEN WS-CTT-ES-SUSPENSION AND
                    WS-TRA-STATUS NOT EQUAL "A"
                   MOVE "CUENTA NO ACTIVA     " TO WS-BIT-MOTIVO
                   PERFORM 174-RECHAZA THRU 174-FIN
               WHEN WS-CTT-ES-SUSPENSION
                   MOVE "S"              TO WS-TRA-STATUS
                   MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
                   ADD 1 TO WS-TOT-CAMBIOS
                   PERFORM 170-APLICADA THRU 170-FIN
               WHEN WS-CTT-ES-REACTIVACION AND
                    WS-TRA-STATUS NOT EQUAL "S"
                   MOVE "CUENTA NO SUSPENDIDA " TO WS-BIT-MOTIVO
                   PERFORM 174-RECHAZA THRU 174-FIN
               WHEN WS-CTT-ES-REACTIVACION
                   MOVE "A"              TO WS-TRA-STATUS
                   MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
                   ADD 1 TO WS-TOT-CAMBIOS
                   PERFORM 170-APLICADA THRU 170-FIN
               WHEN WS-CTT-ES-BAJA AND
                    WS-TRA-STATUS EQUAL "C"
                   MOVE "CUENTA YA CANCELADA  " TO WS-BIT-MOTIVO
                   PERFORM 174-RECHAZA THRU 174-FIN
               WHEN OTHER
                   MOVE "C"              TO WS-TRA-STATUS
                   MOVE WS-FECHA-SISTEMA TO WS-TRA-FEC-CAMBIO
                   ADD 1 TO WS-TOT-BAJAS
                   PERFORM 170-APLICADA THRU 170-FIN
           END-EVALUATE.
       156-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   158 - EL REGISTRO NUEVO SE ARMA EN AREA DE TRABAJO Y SE
      *>   GRABA AL MAESTRO NUEVO SOLO SI LA CUENTA EXISTE
      *>----------------------------------------------------------------
       158-GRABA-REGISTRO.
           IF SW-REG-EXISTE EQUAL "SI "
               WRITE REG-CTANUEVO FROM WS-REG-TRABAJO
           END-IF.
       158-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   160 - VALIDACION DE UN ALTA O CAMBIO DE CUENTA: EMPLEADO EN
      *>   EL MAESTRO, BANCO NUMERICO, CLABE DEL MISMO BANCO CON
      *>   DIGITO VERIFICADOR CORRECTO Y FECHA EFECTIVA VALIDA (EN
      *>   CEROS O EN BLANCO RIGE DESDE LA FECHA DE LA CORRIDA)
      *>----------------------------------------------------------------
       160-VALIDA-CUENTA.
           MOVE "NO " TO SW-CUENTA-OK
           PERFORM 047-BUSCA-EMPLEADO THRU 047-FIN
           IF SW-EMP-EN-MAESTRO EQUAL "NO "
               MOVE "EMPLEADO NO EXISTE   " TO WS-BIT-MOTIVO
               GO TO 160-FIN
           END-IF
           IF WS-CTT-BANCO IS NOT NUMERIC OR
              WS-CTT-BANCO EQUAL ZEROS
               MOVE "BANCO INVALIDO       " TO WS-BIT-MOTIVO
               GO TO 160-FIN
           END-IF
           MOVE WS-CTT-CLABE TO WS-CLABE-REVISA
           PERFORM 162-VALIDA-CLABE THRU 162-FIN
           IF SW-CLABE-VALIDA EQUAL "NO "
               GO TO 160-FIN
           END-IF
           IF WS-CLABE-BANCO NOT EQUAL WS-CTT-BANCO
               MOVE "CLABE DE OTRO BANCO  " TO WS-BIT-MOTIVO
               GO TO 160-FIN
           END-IF
           IF WS-CTT-FEC-EFECTIVA EQUAL SPACES OR
              WS-CTT-FEC-EFECTIVA EQUAL ZEROS
               MOVE WS-FECHA-SISTEMA TO WS-FEC-EFECTIVA-TRAN
           ELSE
               IF WS-CTT-FEC-EFECTIVA IS NOT NUMERIC OR
                  WS-CTT-EFE-MES LESS THAN 1 OR
                  WS-CTT-EFE-MES GREATER THAN 12 OR
                  WS-CTT-EFE-DIA LESS THAN 1 OR
                  WS-CTT-EFE-DIA GREATER THAN 31
                   MOVE "FECHA EFECTIVA ERRONEA" TO WS-BIT-MOTIVO
                   GO TO 160-FIN
               END-IF
               MOVE WS-CTT-FEC-EFECTIVA TO WS-FEC-EFECTIVA-TRAN
           END-IF
           MOVE "SI " TO SW-CUENTA-OK.
       160-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   162/164 - DIGITO VERIFICADOR DE LA CLABE (VER EL AREA DE
      *>   VALIDACION); DEJA EL MOTIVO EN LA BITACORA SI NO CUADRA
      *>----------------------------------------------------------------
       162-VALIDA-CLABE.
           MOVE "NO " TO SW-CLABE-VALIDA
           IF WS-CLABE-REVISA IS NOT NUMERIC
               MOVE "CLABE NO NUMERICA    " TO WS-BIT-MOTIVO
               GO TO 162-FIN
           END-IF
           MOVE ZEROS TO WS-CLABE-SUMA
           PERFORM 164-SUMA-POSICION THRU 164-FIN
               VARYING WS-IDX-CLABE FROM 1 BY 1
               UNTIL WS-IDX-CLABE GREATER THAN 17
           DIVIDE WS-CLABE-SUMA BY 10 GIVING WS-CLABE-COCIENTE
                                   REMAINDER WS-CLABE-RESIDUO
           IF WS-CLABE-RESIDUO EQUAL ZERO
               MOVE ZERO TO WS-CLABE-CALCULADO
           ELSE
               COMPUTE WS-CLABE-CALCULADO = 10 - WS-CLABE-RESIDUO
           END-IF
           IF WS-CLABE-CALCULADO NOT EQUAL WS-CLABE-DIGITO
               MOVE "DIGITO CLABE ERRONEO " TO WS-BIT-MOTIVO
               GO TO 162-FIN
           END-IF
           MOVE "SI " TO SW-CLABE-VALIDA.
       162-FIN. EXIT.
       164-SUMA-POSICION.
           COMPUTE WS-CLABE-PRODUCTO =
                   WS-CLABE-POS (WS-IDX-CLABE) *
                   WS-PESO-POS (WS-IDX-CLABE)
           DIVIDE WS-CLABE-PRODUCTO BY 10 GIVING WS-CLABE-COCIENTE
                                       REMAINDER WS-CLABE-RESIDUO
           ADD WS-CLABE-RESIDUO TO WS-CLABE-SUMA.
       164-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   170 - TRANSACCION APLICADA: ENCABEZADO EN LA BITACORA, LOS
      *>   VALORES ANTES (SALVO EN UN ALTA) Y DESPUES, Y EL
      *>   MOVIMIENTO PARA EL HISTORICO DE CAMBIOS
      *>----------------------------------------------------------------
       170-APLICADA.
           MOVE "APLICADA"    TO WS-BIT-RESULTADO
           MOVE SPACES        TO WS-BIT-MOTIVO
           PERFORM 176-ESCRIBE-BITACORA THRU 176-FIN
           IF NOT WS-CTT-ES-ALTA
               MOVE "ANTES:"            TO WS-BIT-VAL-ETIQUETA
               MOVE WS-ANT-BANCO        TO WS-BIT-VAL-BANCO
               MOVE WS-ANT-CLABE        TO WS-BIT-VAL-CLABE
               MOVE WS-ANT-STATUS       TO WS-STATUS-DESCRIBE
               PERFORM 178-DESCRIBE-STATUS THRU 178-FIN
               MOVE WS-DES-STATUS       TO WS-BIT-VAL-STATUS
               MOVE WS-ANT-FEC-EFECTIVA TO WS-FECHA-DESGLOSE
               PERFORM 172-BITACORA-VALORES THRU 172-FIN
           END-IF
           MOVE "DESPUES:"          TO WS-BIT-VAL-ETIQUETA
           MOVE WS-TRA-BANCO        TO WS-BIT-VAL-BANCO
           MOVE WS-TRA-CLABE        TO WS-BIT-VAL-CLABE
           MOVE WS-TRA-STATUS       TO WS-STATUS-DESCRIBE
           PERFORM 178-DESCRIBE-STATUS THRU 178-FIN
           MOVE WS-DES-STATUS       TO WS-BIT-VAL-STATUS
           MOVE WS-TRA-FEC-EFECTIVA TO WS-FECHA-DESGLOSE
           PERFORM 172-BITACORA-VALORES THRU 172-FIN
           PERFORM 180-GRABA-MOVIMIENTO THRU 180-FIN.
       170-FIN. EXIT.
       172-BITACORA-VALORES.
           MOVE WS-DES-ANIO TO WS-BIT-VAL-FEC-ANIO
           MOVE WS-DES-MES  TO WS-BIT-VAL-FEC-MES
           MOVE WS-DES-DIA  TO WS-BIT-VAL-FEC-DIA
           WRITE REG-BITACORA FROM WS-DET-BITACORA-VALORES
                                    AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       172-FIN. EXIT.
       174-RECHAZA.
           MOVE "RECHAZADA"   TO WS-BIT-RESULTADO
           ADD 1 TO WS-TOT-RECHAZADAS
           PERFORM 176-ESCRIBE-BITACORA THRU 176-FIN.
       174-FIN. EXIT.
       176-ESCRIBE-BITACORA.
           MOVE WS-FEC-SIS-DIA     TO WS-BIT-FEC-DIA
           MOVE WS-FEC-SIS-MES     TO WS-BIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO    TO WS-BIT-FEC-ANIO
           MOVE WS-USUARIO-PROCESO TO WS-BIT-USUARIO
           EVALUATE TRUE
               WHEN WS-CTT-ES-ALTA
                   MOVE "ALTA CUENTA  " TO WS-BIT-TIPO-DES
               WHEN WS-CTT-ES-CAMBIO
                   MOVE "CAMBIO CUENTA" TO WS-BIT-TIPO-DES
               WHEN WS-CTT-ES-SUSPENSION
                   MOVE "SUSPENSION   " TO WS-BIT-TIPO-DES
               WHEN WS-CTT-ES-REACTIVACION
                   MOVE "REACTIVACION " TO WS-BIT-TIPO-DES
               WHEN WS-CTT-ES-BAJA
                   MOVE "CANCELACION  " TO WS-BIT-TIPO-DES
               WHEN OTHER
                   MOVE "DESCONOCIDO  " TO WS-BIT-TIPO-DES
           END-EVALUATE
           IF WS-CTT-NUMERO IS NUMERIC
               MOVE WS-CTT-NUMERO TO WS-BIT-NUMERO
           ELSE
               MOVE ZEROS         TO WS-BIT-NUMERO
           END-IF
           MOVE WS-CTT-CLABE  TO WS-BIT-CLABE
           WRITE REG-BITACORA FROM WS-DET-BITACORA AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN.
       176-FIN. EXIT.
       178-DESCRIBE-STATUS.
           EVALUATE WS-STATUS-DESCRIBE
               WHEN "A"
                   MOVE "ACTIVA    " TO WS-DES-STATUS
               WHEN "S"
                   MOVE "SUSPENDIDA" TO WS-DES-STATUS
               WHEN "C"
                   MOVE "CANCELADA " TO WS-DES-STATUS
               WHEN OTHER
                   MOVE SPACES       TO WS-DES-STATUS
           END-EVALUATE.
       178-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   180 - DEJA EL MOVIMIENTO APLICADO EN FORMATO DE ARCHIVO
      *>   PARA EL HISTORICO PERMANENTE; LA LLAVE ES EL NUMERO DE
      *>   EMPLEADO Y LOS VALORES SON LA CLABE Y EL STATUS ANTES /
      *>   DESPUES. EN UN ALTA EL "ANTES" VA EN BLANCO. LA FECHA
      *>   EFECTIVA ES LA DE LA CUENTA
      *>----------------------------------------------------------------
       180-GRABA-MOVIMIENTO.
           MOVE SPACES             TO REG-MOVIMIENTO
           MOVE WS-CLAVE-PROCESO   TO MOV-LLAVE
           MOVE WS-FECHA-SISTEMA   TO MOV-FECHA
           MOVE "PROG0045"         TO MOV-ORIGEN
           MOVE WS-BIT-TIPO-DES    TO MOV-TIPO
           MOVE "APLICADA  "       TO MOV-RESULTADO
           MOVE WS-USUARIO-PROCESO TO MOV-USUARIO
           IF WS-CTT-ES-ALTA
               MOVE SPACES         TO MOV-VALOR-ANTES
           ELSE
               MOVE WS-ANT-CLABE   TO WS-MOV-VAL-CLABE
               MOVE WS-ANT-STATUS  TO WS-STATUS-DESCRIBE
               PERFORM 178-DESCRIBE-STATUS THRU 178-FIN
               MOVE WS-DES-STATUS  TO WS-MOV-VAL-STATUS
               MOVE WS-MOV-VALOR   TO MOV-VALOR-ANTES
           END-IF
           MOVE WS-TRA-CLABE       TO WS-MOV-VAL-CLABE
           MOVE WS-TRA-STATUS      TO WS-STATUS-DESCRIBE
           PERFORM 178-DESCRIBE-STATUS THRU 178-FIN
           MOVE WS-DES-STATUS      TO WS-MOV-VAL-STATUS
           MOVE WS-MOV-VALOR       TO MOV-VALOR-DESPUES
           MOVE ZEROS              TO MOV-SAL-ANTES
                                      MOV-SAL-DESPUES
                                      MOV-DEP-ANTES
                                      MOV-DEP-DESPUES
                                      MOV-PUE-ANTES
                                      MOV-PUE-DESPUES
                                      MOV-STA-ANTES
                                      MOV-STA-DESPUES
           MOVE WS-TRA-FEC-EFECTIVA TO MOV-FEC-EFECTIVA
           WRITE REG-MOVIMIENTO.
       180-FIN. EXIT.
       060-FINAL.
           MOVE WS-TOT-ALTAS      TO WS-TOT-ALTAS-ED
           MOVE WS-TOT-CAMBIOS    TO WS-TOT-CAMBIOS-ED
           MOVE WS-TOT-BAJAS      TO WS-TOT-BAJAS-ED
           MOVE WS-TOT-RECHAZADAS TO WS-TOT-RECHAZADAS-ED
           WRITE REG-BITACORA FROM WS-DETALLE-TOTALES-BIT
                                    AFTER ADVANCING 2
           IF SW-CUENTAS-ABIERTO EQUAL "SI "
               CLOSE CTABANCO
           END-IF
           CLOSE EMPLEADOS
                 CTA-ORDENADO
                 CTANUEVO
                 MOVSALIDA
                 BITACORA.
       060-FIN. EXIT.
