      *>   TRANSACCIONES, IGUAL QUE EN PROG0010; EL MAESTRO SE LEE
      *>   EN ORDEN DE LLAVE, SIN SORT) Y DEJA UN MAESTRO NUEVO MAS
      *>   UNA BITACORA DE LOS CAMBIOS APLICADOS Y RECHAZADOS.
      *>   CON LAS MISMAS ALTAS Y CAMBIOS MANTIENE EL MAESTRO
      *>   COMPANERO DE IDENTIFICADORES FISCALES (RFC, CURP Y NSS,
      *>   IDFISCAL -> IDFNUEVO); UN IDENTIFICADOR QUE VIENE EN
      *>   BLANCO EN LA TRANSACCION CONSERVA EL DEL MAESTRO Y UNO
      *>   INFORMADO SE VALIDA OTRA VEZ ANTES DE APLICARLO.
      *>   CONTROL DUAL DE AUMENTOS: UN CAMBIO QUE SUBE EL SALARIO MAS
      *>   DEL PORCENTAJE O DEL IMPORTE LIMITE (TARJETA PARMAUT) NO SE
      *>   APLICA; SE RETIENE COMPLETO EN EL ARCHIVO DE PENDIENTES
      *>   (PENDAUT -> PNDNUEVO, CON FOLIO) HASTA QUE OTRO USUARIO LO
      *>   LIBERE O LO NIEGUE EN PROG0022. EL CAMBIO LIBERADO REGRESA
      *>   POR LA PRE-EDICION CON EL USUARIO QUE AUTORIZO Y YA NO SE
      *>   RETIENE. LA BITACORA Y LOS MOVIMIENTOS LLEVAN EL USUARIO QUE
      *>   CAPTURO CADA TRANSACCION (PARMPROC QUEDA PARA LAS QUE NO LO
      *>   TRAEN) Y, EN LOS LIBERADOS, EL QUE AUTORIZO.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT MOVSALIDA       ASSIGN TO UT-S-MOVS0020.
           SELECT BITACORA        ASSIGN TO US-S-BITACORA.
           SELECT CIFRAS          ASSIGN TO UT-S-CIFRA20.
           SELECT OPTIONAL
                  IDFISCAL        ASSIGN TO UT-S-IDFISCAL
                                  FILE STATUS IS WS-STATUS-FISCAL.
           SELECT IDF-NUEVO       ASSIGN TO UT-S-IDFNUEVO.
           SELECT OPTIONAL
                  PARMPROC        ASSIGN TO UT-S-PARMPROC
                                  FILE STATUS IS WS-STATUS-PARMPROC.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.
           SELECT OPTIONAL
                  RETROSIG        ASSIGN TO UT-S-RETROSIG
                                  FILE STATUS IS WS-STATUS-RETROSIG.
           SELECT OPTIONAL
                  PENDAUT         ASSIGN TO UT-S-PENDAUT
                                  FILE STATUS IS WS-STATUS-PENDAUT.
           SELECT PND-NUEVO       ASSIGN TO UT-S-PNDNUEVO.
           SELECT OPTIONAL
                  PARMAUT         ASSIGN TO UT-S-PARMAUT
                                  FILE STATUS IS WS-STATUS-PARMAUT.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACCIONES
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRANSACCION.
       01  REG-TRANSACCION         PIC X(125).

      *>----------------------------------------------------------------
      *>   ARCHIVO DE TRABAJO DEL SORT - DEJA LAS TRANSACCIONES
           05 WORK-TRAN-SALARIO    PIC 9(07)V99.
           05 WORK-TRAN-FECHA-ING  PIC 9(08).
           05 WORK-TRAN-FEC-EFECT  PIC 9(08).
           05 WORK-TRAN-RFC        PIC X(13).
           05 WORK-TRAN-CURP       PIC X(18).
           05 WORK-TRAN-NSS        PIC X(11).
           05 WORK-TRAN-USUARIO    PIC X(08).
           05 WORK-TRAN-AUTORIZO   PIC X(08).

       FD  TRAN-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRAN-ORDENADO.
       01  REG-TRAN-ORDENADO       PIC X(125).

       FD  EMP-NUEVO
      *    LABEL RECORDS ARE STANDARD
      *    DATA RECORD IS REG-RETROPEND.
           COPY CPRETREG.

      *>----------------------------------------------------------------
      *>   RETROSIG - RETROACTIVOS QUE LA ULTIMA CORRIDA DE PROG0030
      *>   NO PAGO POR SER DE EMPLEADOS DE LA OTRA FRECUENCIA; SE
      *>   COPIAN AL INICIO DEL RETROPEND NUEVO PARA QUE LOS COBREN
      *>   EN SU NOMINA. ES OPCIONAL
      *>----------------------------------------------------------------
       FD  RETROSIG
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-RETROSIG.
       01  REG-RETROSIG             PIC X(40).

      *>----------------------------------------------------------------
      *>   PENDAUT / PND-NUEVO - CAMBIOS DE SALARIO RETENIDOS EN
      *>   ESPERA DE AUTORIZACION (CPPNDREG). LOS QUE YA ESTABAN
      *>   PENDIENTES PASAN TAL CUAL AL PRINCIPIO DE PND-NUEVO Y SE
      *>   AGREGAN LOS RETENIDOS EN ESTA CORRIDA, CON FOLIO SIGUIENTE
      *>   AL MAYOR QUE YA EXISTE. PENDAUT ES OPCIONAL
      *>----------------------------------------------------------------
       FD  PENDAUT
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PND-ENTRADA.
       01  REG-PND-ENTRADA.
           05 FILLER               PIC X(125).
           05 PNE-FOLIO            PIC 9(07).
           05 FILLER               PIC X(48).

       FD  PND-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PENDAUT.
           COPY CPPNDREG.

      *>----------------------------------------------------------------
      *>   MOVSALIDA - MOVIMIENTOS APLICADOS DE LA CORRIDA EN FORMATO
      *>   DE ARCHIVO (CPMOVREG); PROG0110 LOS CONSOLIDA EN EL
      *>----------------------------------------------------------------
       FD  MOVSALIDA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.
      *    DATA RECORD IS REG-CIFRAS.
           COPY CPCIFREG.

      *>----------------------------------------------------------------
      *>   IDFISCAL / IDF-NUEVO - MAESTRO DE IDENTIFICADORES FISCALES
      *>   (CPFISREG) EN ORDEN DE NUMERO; SE LEE A LA PAR DEL MAESTRO
      *>   DE EMPLEADOS Y SE DEJA COMPLETO EN IDF-NUEVO. ES OPCIONAL
      *>   PARA LA PRIMERA CORRIDA, CUANDO TODAVIA NO EXISTE.
      *>----------------------------------------------------------------
       FD  IDFISCAL
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-IDFISCAL.
           COPY CPFISREG.

       FD  IDF-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-IDF-NUEVO.
       01  REG-IDF-NUEVO            PIC X(60).

       FD  PARMPROC
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 08 CHARACTERS
      *    DATA RECORD IS REG-PARMPROC.
       01  REG-PARMPROC             PIC X(08).

      *>----------------------------------------------------------------
      *>   PARMAUT - LIMITES DEL CONTROL DUAL: PORCENTAJE DE AUMENTO
      *>   (COLUMNAS 1-5, 999V99) E IMPORTE DE AUMENTO MENSUAL
      *>   (COLUMNAS 6-14, 9999999V99); EL CAMBIO QUE REBASA
      *>   CUALQUIERA DE LOS DOS SE RETIENE. SIN TARJETA, O CON UN
      *>   CAMPO EN CEROS, VALE EL LIMITE DE OMISION (10% / 5,000.00)
      *>----------------------------------------------------------------
       FD  PARMAUT
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARMAUT.
       01  REG-PARMAUT              PIC X(20).

       FD  PARAMETROS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
                   15 WS-TRAN-EFE-ANIO   PIC 9(04).
                   15 WS-TRAN-EFE-MES    PIC 9(02).
                   15 WS-TRAN-EFE-DIA    PIC 9(02).
               10 WS-TRAN-RFC        PIC X(13).
               10 WS-TRAN-CURP       PIC X(18).
               10 WS-TRAN-NSS        PIC X(11).
               10 WS-TRAN-USUARIO    PIC X(08).
               10 WS-TRAN-AUTORIZO   PIC X(08).
           05 WS-REG-FIS-TRABAJO.
               10 WS-FIS-NUMERO      PIC 9(05).
               10 WS-FIS-RFC         PIC X(13).
               10 WS-FIS-CURP        PIC X(18).
               10 WS-FIS-NSS         PIC X(11).
               10 WS-FIS-FEC-CAMBIO  PIC 9(08).
               10 FILLER             PIC X(05).
           05 WS-REG-FIS-ANTES.
               10 WS-FIS-ANT-NUMERO  PIC 9(05).
               10 WS-FIS-ANT-RFC     PIC X(13).
               10 WS-FIS-ANT-CURP    PIC X(18).
               10 WS-FIS-ANT-NSS     PIC X(11).
               10 WS-FIS-ANT-FEC-CAMBIO PIC 9(08).
               10 FILLER             PIC X(05).
           05 WS-CLAVE-FISCAL        PIC 9(05)  VALUE ZEROS.
           05 WS-STATUS-FISCAL       PIC X(02)  VALUE SPACES.
           05 SW-FIN-FISCAL          PIC X(03)  VALUE SPACES.
           05 SW-FISCAL-ABIERTO      PIC X(03)  VALUE "NO ".
           05 WS-MOV-FIS-TIPO        PIC X(13)  VALUE SPACES.
           05 WS-MOV-FIS-ANTES       PIC X(30)  VALUE SPACES.
           05 WS-MOV-FIS-DESPUES     PIC X(30)  VALUE SPACES.
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-TRAN          PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-EFE-INDICE          PIC 9(06)  VALUE ZEROS.
           05 WS-ACT-INDICE          PIC 9(06)  VALUE ZEROS.
           05 WS-TOT-RETROS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RETROSIG        PIC 9(05)  VALUE ZEROS.
           05 WS-STATUS-RETROSIG     PIC X(02)  VALUE SPACES.
           05 SW-FIN-RETROSIG        PIC X(03)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CONTROL      PIC X(02)  VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)  VALUE SPACES.
           05 WS-CTL-PREVIO-PROG     PIC X(08)  VALUE "PROG0015".
           05 WS-CTL-PER-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)  VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-HORA.
               10 WS-CTL-HORA-HHMMSS PIC 9(06).
               10 FILLER             PIC 9(02).
           05 WS-USUARIO-PROCESO     PIC X(08)  VALUE "SISTEMA ".
           05 WS-USUARIO-CAPTURA     PIC X(08)  VALUE SPACES.
           05 WS-REG-PARM-AUT.
               10 WS-PAT-PCT-LIMITE  PIC 9(03)V99.
               10 WS-PAT-IMP-LIMITE  PIC 9(07)V99.
               10 FILLER             PIC X(06).
           05 WS-STATUS-PARMAUT      PIC X(02)  VALUE SPACES.
           05 WS-PCT-LIMITE          PIC 9(03)V99 VALUE 10.00.
           05 WS-IMP-LIMITE          PIC 9(07)V99 VALUE 5000.00.
           05 WS-PCT-AUMENTO         PIC 9(03)V99 VALUE ZEROS.
           05 WS-IMP-AUMENTO         PIC 9(07)V99 VALUE ZEROS.
           05 SW-RETENER             PIC X(03)  VALUE "NO ".
           05 WS-STATUS-PENDAUT      PIC X(02)  VALUE SPACES.
           05 SW-FIN-PENDAUT         PIC X(03)  VALUE SPACES.
           05 WS-ULTIMO-FOLIO        PIC 9(07)  VALUE ZEROS.
           05 WS-TOT-PENDIENTES      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RETENIDAS       PIC 9(05)  VALUE ZEROS.
           05 WS-FECHA-DESGLOSE.
               10 WS-DES-ANIO        PIC 9(04).
               10 WS-DES-MES         PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).

       COPY CPPARAM.
       COPY CPFISVAL.

       01  WS-TITULO-BITACORA.
           05 FILLER                PIC X(01)      VALUE SPACES.
               10 WS-BIT-VAL-FEC-DIA  PIC 9(02).
           05 FILLER                PIC X(19)      VALUE SPACES.

       01  WS-DET-BITACORA-FISCAL.
           05 FILLER                PIC X(08)      VALUE SPACES.
           05 WS-BIT-FIS-ETIQUETA   PIC X(10).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "RFC: ".
           05 WS-BIT-FIS-RFC        PIC X(13).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(06)      VALUE "CURP: ".
           05 WS-BIT-FIS-CURP       PIC X(18).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 FILLER                PIC X(05)      VALUE "NSS: ".
           05 WS-BIT-FIS-NSS        PIC X(11).
           05 FILLER                PIC X(23)      VALUE SPACES.

       01  WS-DETALLE-TOTALES-BIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(20)      VALUE "ALTAS    : ".
           05 WS-TOT-RECHAZADAS-ED  PIC ZZ,ZZ9.
           05 FILLER                PIC X(16)      VALUE SPACES.

       01  WS-DETALLE-RETENIDAS-BIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(20)      VALUE "RETENIDAS: ".
           05 WS-TOT-RETENIDAS-ED   PIC ZZ,ZZ9.
           05 FILLER                PIC X(04)      VALUE SPACES.
           05 FILLER                PIC X(25)
                                     VALUE "LIMITES DE AUTORIZACION: ".
           05 WS-PCT-LIMITE-ED      PIC ZZ9.99.
           05 FILLER                PIC X(06)      VALUE " %  / ".
           05 WS-IMP-LIMITE-ED      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(25)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 016-LEE-TARJETA     THRU 016-FIN
           OPEN INPUT EMPLEADOS
                      TRAN-ORDENADO
                OUTPUT EMP-NUEVO
                       IDF-NUEVO
                       RETROPEND
                       MOVSALIDA
                       BITACORA
           OPEN INPUT IDFISCAL
           IF WS-STATUS-FISCAL EQUAL "00"
               MOVE "SI " TO SW-FISCAL-ABIERTO
               PERFORM 083-LEE-FISCAL THRU 083-FIN
           ELSE
               MOVE "FIN"       TO SW-FIN-FISCAL
               MOVE HIGH-VALUES TO WS-CLAVE-FISCAL
           END-IF
           PERFORM 022-COPIA-RETROSIG THRU 022-FIN
           PERFORM 024-COPIA-PENDAUT  THRU 024-FIN.
       020-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   022 - LOS RETROACTIVOS QUE PROG0030 DEJO PARA LA OTRA
      *>   FRECUENCIA PASAN TAL CUAL AL RETROPEND DE ESTA CORRIDA
      *>----------------------------------------------------------------
       022-COPIA-RETROSIG.
           OPEN INPUT RETROSIG
           IF WS-STATUS-RETROSIG EQUAL "00"
               PERFORM 023-LEE-RETROSIG THRU 023-FIN
                   UNTIL SW-FIN-RETROSIG EQUAL "FIN"
               CLOSE RETROSIG
           END-IF
           IF WS-TOT-RETROSIG GREATER THAN ZERO
               DISPLAY "PROG0020: RETROACTIVOS DE CORRIDAS ANTERIORES "
                       "PASADOS A RETROPEND: " WS-TOT-RETROSIG
           END-IF.
       022-FIN. EXIT.
       023-LEE-RETROSIG.
           READ RETROSIG
               AT END
                   MOVE "FIN" TO SW-FIN-RETROSIG
               NOT AT END
                   WRITE REG-RETROPEND FROM REG-RETROSIG
                   ADD 1 TO WS-TOT-RETROSIG
           END-READ.
       023-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   024 - LOS CAMBIOS QUE SIGUEN EN ESPERA DE AUTORIZACION
      *>   PASAN TAL CUAL A PND-NUEVO; SE GUARDA EL FOLIO MAYOR PARA
      *>   NUMERAR LOS QUE SE RETENGAN EN ESTA CORRIDA
      *>----------------------------------------------------------------
       024-COPIA-PENDAUT.
           OPEN OUTPUT PND-NUEVO
           OPEN INPUT PENDAUT
           IF WS-STATUS-PENDAUT EQUAL "00"
               PERFORM 025-LEE-PENDAUT THRU 025-FIN
                   UNTIL SW-FIN-PENDAUT EQUAL "FIN"
               CLOSE PENDAUT
           END-IF.
       024-FIN. EXIT.
       025-LEE-PENDAUT.
           READ PENDAUT
               AT END
                   MOVE "FIN" TO SW-FIN-PENDAUT
               NOT AT END
                   WRITE REG-PENDAUT FROM REG-PND-ENTRADA
                   ADD 1 TO WS-TOT-PENDIENTES
                   IF PNE-FOLIO IS NUMERIC AND
                      PNE-FOLIO GREATER THAN WS-ULTIMO-FOLIO
                       MOVE PNE-FOLIO TO WS-ULTIMO-FOLIO
                   END-IF
           END-READ.
       025-FIN. EXIT.
       015-LEE-PARAMETROS.
           OPEN INPUT PARMPROC
           IF WS-STATUS-PARMPROC EQUAL "00"
                       CONTINUE
               END-READ
               CLOSE PARMPROC
           END-IF
           MOVE ZEROS TO WS-REG-PARM-AUT
           OPEN INPUT PARMAUT
           IF WS-STATUS-PARMAUT EQUAL "00"
               READ PARMAUT INTO WS-REG-PARM-AUT
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARMAUT
           END-IF
           IF WS-PAT-PCT-LIMITE IS NUMERIC AND
              WS-PAT-PCT-LIMITE GREATER THAN ZERO
               MOVE WS-PAT-PCT-LIMITE TO WS-PCT-LIMITE
           END-IF
           IF WS-PAT-IMP-LIMITE IS NUMERIC AND
              WS-PAT-IMP-LIMITE GREATER THAN ZERO
               MOVE WS-PAT-IMP-LIMITE TO WS-IMP-LIMITE
           END-IF.
       015-FIN. EXIT.
       016-LEE-TARJETA.
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-QUINCENA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FEC-SIS-ANIO  TO WS-CTL-PER-ANIO
               MOVE WS-FEC-SIS-MES   TO WS-CTL-PER-MES
           END-IF
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA.
       016-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: EL PROGRAMA NO
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0020" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0020"      TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
                   MOVE HIGH-VALUES  TO WS-CLAVE-TRAN
               NOT AT END
                   MOVE WS-TRAN-NUMERO TO WS-CLAVE-TRAN
                   IF WS-TRAN-USUARIO EQUAL SPACES
                       MOVE WS-USUARIO-PROCESO TO WS-USUARIO-CAPTURA
                   ELSE
                       MOVE WS-TRAN-USUARIO    TO WS-USUARIO-CAPTURA
                   END-IF
           END-READ.
       041-FIN. EXIT.
       050-PROCESA.
           EVALUATE TRUE
               WHEN WS-CLAVE-MAESTRO LESS THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-MAESTRO  TO WS-CLAVE-PROCESO
                   PERFORM 082-POSICIONA-FISCAL THRU 082-FIN
                   PERFORM 052-COPIA-SIN-CAMBIO THRU 052-FIN
                   PERFORM 086-GRABA-FISCAL     THRU 086-FIN
                   PERFORM 040-LEE-MAESTRO      THRU 040-FIN
               WHEN WS-CLAVE-MAESTRO GREATER THAN WS-CLAVE-TRAN
                   MOVE WS-CLAVE-TRAN     TO WS-CLAVE-PROCESO
                   MOVE "NO "             TO SW-EMP-EXISTE
                   INITIALIZE WS-REG-EMP-TRABAJO
                   PERFORM 082-POSICIONA-FISCAL THRU 082-FIN
                   PERFORM 059-APLICA-TRANS-EXTRA THRU 059-FIN
                   PERFORM 057-ACUMULA-TRANS    THRU 057-FIN
                   PERFORM 058-GRABA-EMPLEADO   THRU 058-FIN
                   PERFORM 086-GRABA-FISCAL     THRU 086-FIN
               WHEN OTHER
                   MOVE WS-CLAVE-MAESTRO  TO WS-CLAVE-PROCESO
                   MOVE "SI "             TO SW-EMP-EXISTE
                   MOVE WS-REG-EMPLEADOS  TO WS-REG-EMP-TRABAJO
                   PERFORM 082-POSICIONA-FISCAL THRU 082-FIN
                   PERFORM 059-APLICA-TRANS-EXTRA THRU 059-FIN
                   PERFORM 057-ACUMULA-TRANS    THRU 057-FIN
                   PERFORM 058-GRABA-EMPLEADO   THRU 058-FIN
                   PERFORM 086-GRABA-FISCAL     THRU 086-FIN
                   PERFORM 040-LEE-MAESTRO      THRU 040-FIN
           END-EVALUATE.
       050-FIN. EXIT.
      *>   MISMA CORRIDA (P. EJ. UN ALTA SEGUIDA DE UN CAMBIO, O DOS
      *>   CAMBIOS). SE VAN APLICANDO TODAS SOBRE EL MISMO REGISTRO DE
      *>   TRABAJO ANTES DE GRABARLO, EN LUGAR DE AVANZAR EL MAESTRO Y
      *>   PERDER LAS TRANSACCIONES REPETIDAS. UN ALTA O CAMBIO CON
      *>   RFC, CURP O NSS INVALIDO SE RECHAZA COMPLETO, SIN TOCAR
      *>   NINGUNO DE LOS DOS MAESTROS.
      *>----------------------------------------------------------------
       057-ACUMULA-TRANS.
           PERFORM 059-APLICA-TRANS-EXTRA THRU 059-FIN
               UNTIL WS-CLAVE-TRAN NOT EQUAL WS-CLAVE-PROCESO.
       057-FIN. EXIT.
       059-APLICA-TRANS-EXTRA.
           MOVE SPACES TO WS-VAL-MOTIVO-COD
           IF WS-TRAN-ES-ALTA OR WS-TRAN-ES-CAMBIO
               MOVE WS-TRAN-RFC  TO WS-VAL-RFC
               MOVE WS-TRAN-CURP TO WS-VAL-CURP
               MOVE WS-TRAN-NSS  TO WS-VAL-NSS
               PERFORM 090-VALIDA-FISCALES THRU 090-FIN
           END-IF
           EVALUATE TRUE
               WHEN WS-VAL-MOTIVO-COD NOT EQUAL SPACES
                   PERFORM 089-RECHAZO-FISCAL THRU 089-FIN
               WHEN SW-EMP-EXISTE EQUAL "SI "
                   PERFORM 056-PROCESA-CAMBIO-BAJA THRU 056-FIN
               WHEN OTHER
                   PERFORM 054-PROCESA-ALTA THRU 054-FIN
                   IF WS-TRAN-ES-ALTA
                       MOVE "SI " TO SW-EMP-EXISTE
                   END-IF
           END-EVALUATE
           PERFORM 041-LEE-TRANSACCION THRU 041-FIN.
       059-FIN. EXIT.
       058-GRABA-EMPLEADO.
               MOVE WS-TRAN-PUESTO  TO WS-TRA-PUESTO-EMP
               MOVE WS-TRAN-SALARIO TO WS-TRA-SALARIO-EMP
               MOVE WS-TRAN-FECHA-ING TO WS-TRA-FECHA-ING
               PERFORM 085-APLICA-FISCAL THRU 085-FIN
               ADD 1 TO WS-TOT-ALTAS
               PERFORM 070-BITACORA-ALTA THRU 070-FIN
           ELSE
       054-FIN. EXIT.
       056-PROCESA-CAMBIO-BAJA.
           MOVE WS-REG-EMP-TRABAJO TO WS-REG-EMP-ANTES
           MOVE "NO " TO SW-RETENER
           IF WS-TRAN-ES-CAMBIO
               PERFORM 077-CHECA-LIMITE THRU 077-FIN
           END-IF
           EVALUATE TRUE
               WHEN WS-TRAN-ES-CAMBIO AND SW-RETENER EQUAL "SI "
                   PERFORM 073-RETIENE-CAMBIO THRU 073-FIN
               WHEN WS-TRAN-ES-CAMBIO
                   MOVE WS-TRAN-NOMBRE  TO WS-TRA-NOMBRE-EMP
                   MOVE WS-TRAN-STATUS  TO WS-TRA-STATUS-EMP
                      WS-TRAN-FECHA-ING GREATER THAN ZERO
                       MOVE WS-TRAN-FECHA-ING TO WS-TRA-FECHA-ING
                   END-IF
                   PERFORM 085-APLICA-FISCAL THRU 085-FIN
                   ADD 1 TO WS-TOT-CAMBIOS
                   PERFORM 074-BITACORA-CAMBIO THRU 074-FIN
                   PERFORM 075-CHECA-RETRO THRU 075-FIN
           MOVE WS-TOT-RECHAZADAS TO WS-TOT-RECHAZADAS-ED
           WRITE REG-BITACORA FROM WS-DETALLE-TOTALES-BIT
                                    AFTER ADVANCING 2
           MOVE WS-TOT-RETENIDAS  TO WS-TOT-RETENIDAS-ED
           MOVE WS-PCT-LIMITE     TO WS-PCT-LIMITE-ED
           MOVE WS-IMP-LIMITE     TO WS-IMP-LIMITE-ED
           WRITE REG-BITACORA FROM WS-DETALLE-RETENIDAS-BIT
                                    AFTER ADVANCING 1
           IF WS-TOT-RETENIDAS GREATER THAN ZERO
               DISPLAY "PROG0020: CAMBIOS RETENIDOS EN ESPERA DE "
                       "AUTORIZACION: " WS-TOT-RETENIDAS
           END-IF
           PERFORM 062-GRABA-CIFRAS THRU 062-FIN
           PERFORM 084-COPIA-FISCAL THRU 084-FIN
               UNTIL SW-FIN-FISCAL EQUAL "FIN"
           IF SW-FISCAL-ABIERTO EQUAL "SI "
               CLOSE IDFISCAL
           END-IF
           CLOSE EMPLEADOS
                 TRAN-ORDENADO
                 EMP-NUEVO
                 IDF-NUEVO
                 RETROPEND
                 MOVSALIDA
                 BITACORA
                 PND-NUEVO.
       060-FIN. EXIT.
       062-GRABA-CIFRAS.
           OPEN OUTPUT CIFRAS
      *>   DE LA CORRIDA ES EL DE LA TARJETA DE PARAMETROS (O LA
      *>   FECHA DEL SISTEMA), EL MISMO QUE USA PROG0030 EN SU
      *>   CALCULO DEL RETROACTIVO; ASI UN REPROCESO CON FECHA
      *>   MANUAL CUENTA LOS MISMOS PERIODOS EN LOS DOS PROGRAMAS.
      *>   EN LAS CORRIDAS QUINCENALES TAMBIEN SE DEJA EL CAMBIO CON
      *>   FECHA EFECTIVA DEL MISMO MES, PORQUE UNA QUINCENA DEL MES
      *>   PUDO YA PAGARSE CON EL SALARIO VIEJO; PROG0030 CUENTA LAS
      *>   QUINCENAS Y, SI NO HAY NINGUNA QUE PAGAR, EL REGISTRO SE
      *>   CONSUME SIN IMPORTE
      *>----------------------------------------------------------------
       075-CHECA-RETRO.
           IF WS-TRAN-FEC-EFECTIVA IS NOT NUMERIC OR
                   WS-TRAN-EFE-ANIO * 12 + WS-TRAN-EFE-MES
           COMPUTE WS-ACT-INDICE =
                   WS-CTL-PER-ANIO * 12 + WS-CTL-PER-MES
           IF WS-EFE-INDICE LESS THAN WS-ACT-INDICE OR
              (WS-EFE-INDICE EQUAL WS-ACT-INDICE AND
               WS-PARM-ES-QUINCENAL)
               MOVE SPACES              TO REG-RETROPEND
               MOVE WS-TRA-NUMERO-EMP   TO RET-NUMERO
               MOVE WS-TRAN-EFE-ANIO    TO RET-EFE-ANIO
               ADD 1 TO WS-TOT-RETROS
           END-IF.
       075-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   077 - CONTROL DUAL: UN CAMBIO QUE SUBE EL SALARIO SOBRE EL
      *>   VIGENTE MAS DEL IMPORTE LIMITE O DEL PORCENTAJE LIMITE SE
      *>   RETIENE, SALVO QUE YA VENGA LIBERADO (TRAE EL USUARIO QUE
      *>   AUTORIZO, QUE LA PRE-EDICION SOLO ACEPTA DE PROG0022). SE
      *>   COMPARA CONTRA EL REGISTRO DE TRABAJO, ASI DOS CAMBIOS DEL
      *>   MISMO EMPLEADO EN LA CORRIDA SE MIDEN UNO TRAS OTRO. SIN
      *>   SALARIO ANTERIOR EL PORCENTAJE SE TOMA COMO 999.99
      *>----------------------------------------------------------------
       077-CHECA-LIMITE.
           MOVE ZEROS TO WS-PCT-AUMENTO
                         WS-IMP-AUMENTO
           IF WS-TRAN-AUTORIZO NOT EQUAL SPACES OR
              WS-TRAN-SALARIO NOT GREATER THAN WS-TRA-SALARIO-EMP
               GO TO 077-FIN
           END-IF
           COMPUTE WS-IMP-AUMENTO =
                   WS-TRAN-SALARIO - WS-TRA-SALARIO-EMP
           IF WS-TRA-SALARIO-EMP GREATER THAN ZERO
               COMPUTE WS-PCT-AUMENTO ROUNDED =
                   WS-IMP-AUMENTO * 100 / WS-TRA-SALARIO-EMP
               ON SIZE ERROR
                   MOVE 999.99 TO WS-PCT-AUMENTO
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-PCT-AUMENTO
           END-IF
           IF WS-IMP-AUMENTO GREATER THAN WS-IMP-LIMITE OR
              WS-PCT-AUMENTO GREATER THAN WS-PCT-LIMITE
               MOVE "SI " TO SW-RETENER
           END-IF.
       077-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   073 - EL CAMBIO RETENIDO NO TOCA EL MAESTRO: SE GRABA
      *>   COMPLETO EN PND-NUEVO CON SU FOLIO, SALARIO VIGENTE Y
      *>   AUMENTO, Y QUEDA EN LA BITACORA Y EN LOS MOVIMIENTOS CON
      *>   RESULTADO "RETENIDA"
      *>----------------------------------------------------------------
       073-RETIENE-CAMBIO.
           ADD 1 TO WS-ULTIMO-FOLIO
           MOVE SPACES             TO REG-PENDAUT
           MOVE WS-REG-TRANSACCION TO PND-TRANSACCION
           MOVE WS-ULTIMO-FOLIO    TO PND-FOLIO
           MOVE WS-FECHA-SISTEMA   TO PND-FEC-RETENIDA
           MOVE WS-TRA-SALARIO-EMP TO PND-SAL-ANTERIOR
           MOVE WS-PCT-AUMENTO     TO PND-PCT-AUMENTO
           MOVE WS-IMP-AUMENTO     TO PND-IMP-AUMENTO
           WRITE REG-PENDAUT
           ADD 1 TO WS-TOT-RETENIDAS
           MOVE "CAMBIO"        TO WS-BIT-TIPO-DES
           MOVE "RETENIDA"      TO WS-BIT-RESULTADO
           MOVE "PEND. AUTORIZACION"    TO WS-BIT-MOTIVO
           PERFORM 078-ARMA-ENCABEZADO THRU 078-FIN
           WRITE REG-BITACORA FROM WS-DET-BITACORA AFTER ADVANCING 1
           MOVE "ACTUAL:"       TO WS-BIT-VAL-ETIQUETA
           MOVE WS-TRA-NOMBRE-EMP  TO WS-BIT-VAL-NOMBRE
           MOVE WS-TRA-STATUS-EMP  TO WS-BIT-VAL-STATUS
           MOVE WS-TRA-DEPTO-EMP   TO WS-BIT-VAL-DEPTO
           MOVE WS-TRA-PUESTO-EMP  TO WS-BIT-VAL-PUESTO
           MOVE WS-TRA-SALARIO-EMP TO WS-BIT-VAL-SALARIO
           MOVE WS-TRA-FECHA-ING   TO WS-FECHA-DESGLOSE
           PERFORM 079-ARMA-VAL-FECHA THRU 079-FIN
           WRITE REG-BITACORA FROM WS-DET-BITACORA-VALORES
                                    AFTER ADVANCING 1
           MOVE "PROPUESTO:"    TO WS-BIT-VAL-ETIQUETA
           MOVE WS-TRAN-NOMBRE     TO WS-BIT-VAL-NOMBRE
           MOVE WS-TRAN-STATUS     TO WS-BIT-VAL-STATUS
           MOVE WS-TRAN-DEPTO      TO WS-BIT-VAL-DEPTO
           MOVE WS-TRAN-PUESTO     TO WS-BIT-VAL-PUESTO
           MOVE WS-TRAN-SALARIO    TO WS-BIT-VAL-SALARIO
           MOVE WS-TRA-FECHA-ING   TO WS-FECHA-DESGLOSE
           PERFORM 079-ARMA-VAL-FECHA THRU 079-FIN
           WRITE REG-BITACORA FROM WS-DET-BITACORA-VALORES
                                    AFTER ADVANCING 1
           PERFORM 081-GRABA-MOV-RETENIDO THRU 081-FIN.
       073-FIN. EXIT.
       070-BITACORA-ALTA.
           MOVE "ALTA"          TO WS-BIT-TIPO-DES
           MOVE "APLICADA"      TO WS-BIT-RESULTADO
           PERFORM 079-ARMA-VAL-FECHA THRU 079-FIN
           WRITE REG-BITACORA FROM WS-DET-BITACORA-VALORES
                                    AFTER ADVANCING 1
           IF WS-FIS-RFC  NOT EQUAL SPACES OR
              WS-FIS-CURP NOT EQUAL SPACES OR
              WS-FIS-NSS  NOT EQUAL SPACES
               MOVE "FISCALES:"  TO WS-BIT-FIS-ETIQUETA
               MOVE WS-FIS-RFC   TO WS-BIT-FIS-RFC
               MOVE WS-FIS-CURP  TO WS-BIT-FIS-CURP
               MOVE WS-FIS-NSS   TO WS-BIT-FIS-NSS
               WRITE REG-BITACORA FROM WS-DET-BITACORA-FISCAL
                                        AFTER ADVANCING 1
           END-IF
           PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN.
       070-FIN. EXIT.
       072-BITACORA-RECHAZO.
           PERFORM 079-ARMA-VAL-FECHA THRU 079-FIN
           WRITE REG-BITACORA FROM WS-DET-BITACORA-VALORES
                                    AFTER ADVANCING 1
           IF WS-REG-FIS-TRABAJO NOT EQUAL WS-REG-FIS-ANTES
               MOVE "FIS.ANTES:" TO WS-BIT-FIS-ETIQUETA
               MOVE WS-FIS-ANT-RFC  TO WS-BIT-FIS-RFC
               MOVE WS-FIS-ANT-CURP TO WS-BIT-FIS-CURP
               MOVE WS-FIS-ANT-NSS  TO WS-BIT-FIS-NSS
               WRITE REG-BITACORA FROM WS-DET-BITACORA-FISCAL
                                        AFTER ADVANCING 1
               MOVE "FIS.DESP.:" TO WS-BIT-FIS-ETIQUETA
               MOVE WS-FIS-RFC   TO WS-BIT-FIS-RFC
               MOVE WS-FIS-CURP  TO WS-BIT-FIS-CURP
               MOVE WS-FIS-NSS   TO WS-BIT-FIS-NSS
               WRITE REG-BITACORA FROM WS-DET-BITACORA-FISCAL
                                        AFTER ADVANCING 1
           END-IF
           PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN
           PERFORM 087-MOVS-FISCALES THRU 087-FIN.
       074-FIN. EXIT.
       076-BITACORA-BAJA.
           MOVE "BAJA"          TO WS-BIT-TIPO-DES
      *>----------------------------------------------------------------
      *>   080 - DEJA EL MOVIMIENTO APLICADO EN FORMATO DE ARCHIVO
      *>   PARA EL HISTORICO PERMANENTE; EN UN ALTA LOS VALORES
      *>   "ANTES" VAN EN BLANCO / CEROS (EL REGISTRO NO EXISTIA).
      *>   LA FECHA EFECTIVA ES LA DE LA TRANSACCION SI VIENE
      *>   INFORMADA (EN UNA BAJA, EL ULTIMO DIA LABORADO QUE TOMA
      *>   PROG0035 PARA EL FINIQUITO) Y SI NO, LA DE LA CORRIDA
      *>----------------------------------------------------------------
       080-GRABA-MOVIMIENTO.
           MOVE SPACES             TO REG-MOVIMIENTO
           MOVE "PROG0020"         TO MOV-ORIGEN
           MOVE WS-BIT-TIPO-DES    TO MOV-TIPO
           MOVE "APLICADA  "       TO MOV-RESULTADO
           MOVE WS-USUARIO-CAPTURA TO MOV-USUARIO
           MOVE WS-TRAN-AUTORIZO   TO MOV-USUARIO-AUT
           IF WS-TRAN-ES-ALTA
               MOVE SPACES             TO MOV-VALOR-ANTES
               MOVE ZEROS              TO MOV-SAL-ANTES
           MOVE WS-TRA-DEPTO-EMP   TO MOV-DEP-DESPUES
           MOVE WS-TRA-PUESTO-EMP  TO MOV-PUE-DESPUES
           MOVE WS-TRA-STATUS-EMP  TO MOV-STA-DESPUES
           IF WS-TRAN-FEC-EFECTIVA IS NUMERIC AND
              WS-TRAN-FEC-EFECTIVA GREATER THAN ZERO
               MOVE WS-TRAN-FEC-EFECTIVA TO MOV-FEC-EFECTIVA
           ELSE
               MOVE WS-FECHA-SISTEMA     TO MOV-FEC-EFECTIVA
           END-IF
           WRITE REG-MOVIMIENTO.
       080-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   081 - MOVIMIENTO DEL CAMBIO RETENIDO: "ANTES" ES EL
      *>   REGISTRO VIGENTE Y "DESPUES" LO PROPUESTO, QUE TODAVIA NO SE
      *>   APLICA; LA LIBERACION O LA NEGATIVA LA ANOTA PROG0022
      *>----------------------------------------------------------------
       081-GRABA-MOV-RETENIDO.
           MOVE SPACES             TO REG-MOVIMIENTO
           MOVE WS-TRA-NUMERO-EMP  TO MOV-LLAVE
           MOVE WS-FECHA-SISTEMA   TO MOV-FECHA
           MOVE "PROG0020"         TO MOV-ORIGEN
           MOVE "CAMBIO"           TO MOV-TIPO
           MOVE "RETENIDA  "       TO MOV-RESULTADO
           MOVE WS-USUARIO-CAPTURA TO MOV-USUARIO
           MOVE WS-TRA-NOMBRE-EMP  TO MOV-VALOR-ANTES
           MOVE WS-TRA-SALARIO-EMP TO MOV-SAL-ANTES
           MOVE WS-TRA-DEPTO-EMP   TO MOV-DEP-ANTES
           MOVE WS-TRA-PUESTO-EMP  TO MOV-PUE-ANTES
           MOVE WS-TRA-STATUS-EMP  TO MOV-STA-ANTES
           MOVE WS-TRAN-NOMBRE     TO MOV-VALOR-DESPUES
           MOVE WS-TRAN-SALARIO    TO MOV-SAL-DESPUES
           MOVE WS-TRAN-DEPTO      TO MOV-DEP-DESPUES
           MOVE WS-TRAN-PUESTO     TO MOV-PUE-DESPUES
           MOVE WS-TRAN-STATUS     TO MOV-STA-DESPUES
           IF WS-TRAN-FEC-EFECTIVA IS NUMERIC AND
              WS-TRAN-FEC-EFECTIVA GREATER THAN ZERO
               MOVE WS-TRAN-FEC-EFECTIVA TO MOV-FEC-EFECTIVA
           ELSE
               MOVE WS-FECHA-SISTEMA     TO MOV-FEC-EFECTIVA
           END-IF
           WRITE REG-MOVIMIENTO.
       081-FIN. EXIT.
       078-ARMA-ENCABEZADO.
           MOVE WS-FEC-SIS-DIA  TO WS-BIT-FEC-DIA
           MOVE WS-FEC-SIS-MES  TO WS-BIT-FEC-MES
           MOVE WS-FEC-SIS-ANIO TO WS-BIT-FEC-ANIO
           MOVE WS-USUARIO-CAPTURA TO WS-BIT-USUARIO
           MOVE WS-TRA-NUMERO-EMP  TO WS-BIT-NUMERO
           MOVE WS-TRA-NOMBRE-EMP  TO WS-BIT-NOMBRE.
       078-FIN. EXIT.
           MOVE WS-DES-MES  TO WS-BIT-VAL-FEC-MES
           MOVE WS-DES-DIA  TO WS-BIT-VAL-FEC-DIA.
       079-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   082 - DEJA EN WS-REG-FIS-TRABAJO LOS IDENTIFICADORES DE LA
      *>   CLAVE EN PROCESO (EN BLANCO SI NO TIENE REGISTRO). LOS
      *>   REGISTROS DE IDFISCAL CON CLAVE MENOR NO TIENEN EMPLEADO
      *>   EN EL MAESTRO; SE CONSERVAN TAL CUAL EN IDF-NUEVO.
      *>----------------------------------------------------------------
       082-POSICIONA-FISCAL.
           PERFORM 084-COPIA-FISCAL THRU 084-FIN
               UNTIL WS-CLAVE-FISCAL NOT LESS THAN WS-CLAVE-PROCESO
           IF WS-CLAVE-FISCAL EQUAL WS-CLAVE-PROCESO
               MOVE REG-IDFISCAL     TO WS-REG-FIS-TRABAJO
               PERFORM 083-LEE-FISCAL THRU 083-FIN
           ELSE
               MOVE SPACES           TO WS-REG-FIS-TRABAJO
               MOVE WS-CLAVE-PROCESO TO WS-FIS-NUMERO
               MOVE ZEROS            TO WS-FIS-FEC-CAMBIO
           END-IF
           MOVE WS-REG-FIS-TRABAJO   TO WS-REG-FIS-ANTES.
       082-FIN. EXIT.
       083-LEE-FISCAL.
           READ IDFISCAL
               AT END
                   MOVE "FIN"       TO SW-FIN-FISCAL
                   MOVE HIGH-VALUES TO WS-CLAVE-FISCAL
               NOT AT END
                   MOVE FIS-NUMERO  TO WS-CLAVE-FISCAL
           END-READ.
       083-FIN. EXIT.
       084-COPIA-FISCAL.
           WRITE REG-IDF-NUEVO FROM REG-IDFISCAL
           PERFORM 083-LEE-FISCAL THRU 083-FIN.
       084-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   085 - EN UN ALTA O CAMBIO ACEPTADO, CADA IDENTIFICADOR
      *>   INFORMADO EN LA TRANSACCION REEMPLAZA AL DEL MAESTRO
      *>----------------------------------------------------------------
       085-APLICA-FISCAL.
           MOVE WS-REG-FIS-TRABAJO TO WS-REG-FIS-ANTES
           IF WS-TRAN-RFC NOT EQUAL SPACES
               MOVE WS-TRAN-RFC  TO WS-FIS-RFC
           END-IF
           IF WS-TRAN-CURP NOT EQUAL SPACES
               MOVE WS-TRAN-CURP TO WS-FIS-CURP
           END-IF
           IF WS-TRAN-NSS NOT EQUAL SPACES
               MOVE WS-TRAN-NSS  TO WS-FIS-NSS
           END-IF
           IF WS-REG-FIS-TRABAJO NOT EQUAL WS-REG-FIS-ANTES
               MOVE WS-FECHA-SISTEMA TO WS-FIS-FEC-CAMBIO
           END-IF.
       085-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   086 - SOLO SE GRABA EL REGISTRO QUE TIENE AL MENOS UN
      *>   IDENTIFICADOR; EL EMPLEADO SIN NINGUNO NO OCUPA LUGAR
      *>----------------------------------------------------------------
       086-GRABA-FISCAL.
           IF WS-FIS-RFC  NOT EQUAL SPACES OR
              WS-FIS-CURP NOT EQUAL SPACES OR
              WS-FIS-NSS  NOT EQUAL SPACES
               WRITE REG-IDF-NUEVO FROM WS-REG-FIS-TRABAJO
           END-IF.
       086-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   087/088 - UN MOVIMIENTO POR CADA IDENTIFICADOR QUE CAMBIO,
      *>   CON EL VALOR ANTERIOR Y EL NUEVO; LOS CAMPOS NUMERICOS
      *>   LLEVAN LOS DATOS VIGENTES DEL EMPLEADO EN AMBOS LADOS
      *>----------------------------------------------------------------
       087-MOVS-FISCALES.
           IF WS-FIS-RFC NOT EQUAL WS-FIS-ANT-RFC
               MOVE "CAMBIO RFC   " TO WS-MOV-FIS-TIPO
               MOVE WS-FIS-ANT-RFC  TO WS-MOV-FIS-ANTES
               MOVE WS-FIS-RFC      TO WS-MOV-FIS-DESPUES
               PERFORM 088-GRABA-MOV-FISCAL THRU 088-FIN
           END-IF
           IF WS-FIS-CURP NOT EQUAL WS-FIS-ANT-CURP
               MOVE "CAMBIO CURP  " TO WS-MOV-FIS-TIPO
               MOVE WS-FIS-ANT-CURP TO WS-MOV-FIS-ANTES
               MOVE WS-FIS-CURP     TO WS-MOV-FIS-DESPUES
               PERFORM 088-GRABA-MOV-FISCAL THRU 088-FIN
           END-IF
           IF WS-FIS-NSS NOT EQUAL WS-FIS-ANT-NSS
               MOVE "CAMBIO NSS   " TO WS-MOV-FIS-TIPO
               MOVE WS-FIS-ANT-NSS  TO WS-MOV-FIS-ANTES
               MOVE WS-FIS-NSS      TO WS-MOV-FIS-DESPUES
               PERFORM 088-GRABA-MOV-FISCAL THRU 088-FIN
           END-IF.
       087-FIN. EXIT.
       088-GRABA-MOV-FISCAL.
           MOVE SPACES             TO REG-MOVIMIENTO
           MOVE WS-TRA-NUMERO-EMP  TO MOV-LLAVE
           MOVE WS-FECHA-SISTEMA   TO MOV-FECHA
           MOVE "PROG0020"         TO MOV-ORIGEN
           MOVE WS-MOV-FIS-TIPO    TO MOV-TIPO
           MOVE "APLICADA  "       TO MOV-RESULTADO
           MOVE WS-USUARIO-CAPTURA TO MOV-USUARIO
           MOVE WS-TRAN-AUTORIZO   TO MOV-USUARIO-AUT
           MOVE WS-MOV-FIS-ANTES   TO MOV-VALOR-ANTES
           MOVE WS-MOV-FIS-DESPUES TO MOV-VALOR-DESPUES
           MOVE WS-TRA-SALARIO-EMP TO MOV-SAL-ANTES
                                      MOV-SAL-DESPUES
           MOVE WS-TRA-DEPTO-EMP   TO MOV-DEP-ANTES
                                      MOV-DEP-DESPUES
           MOVE WS-TRA-PUESTO-EMP  TO MOV-PUE-ANTES
                                      MOV-PUE-DESPUES
           MOVE WS-TRA-STATUS-EMP  TO MOV-STA-ANTES
                                      MOV-STA-DESPUES
           MOVE WS-FECHA-SISTEMA   TO MOV-FEC-EFECTIVA
           WRITE REG-MOVIMIENTO.
       088-FIN. EXIT.
       089-RECHAZO-FISCAL.
           IF SW-EMP-EXISTE EQUAL "NO "
               MOVE WS-TRAN-NUMERO  TO WS-TRA-NUMERO-EMP
               MOVE WS-TRAN-NOMBRE  TO WS-TRA-NOMBRE-EMP
           END-IF
           MOVE WS-VAL-MOTIVO-DES TO WS-BIT-MOTIVO
           ADD 1 TO WS-TOT-RECHAZADAS
           PERFORM 072-BITACORA-RECHAZO THRU 072-FIN.
       089-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   090 - VALIDA LOS IDENTIFICADORES FISCALES QUE VIENEN EN
      *>   WS-VAL-RFC, WS-VAL-CURP Y WS-VAL-NSS (COPY CPFISVAL); EL QUE
      *>   VIENE EN BLANCO NO SE VALIDA. DEJA EN WS-VAL-MOTIVO-COD Y
      *>   WS-VAL-MOTIVO-DES EL PRIMER ERROR QUE ENCUENTRA, O ESPACIOS:
      *>   11 RFC INVALIDO, 12 CURP INVALIDA, 13 NSS INVALIDO Y 14 SI
      *>   LAS DIEZ PRIMERAS POSICIONES DEL RFC Y DE LA CURP (NOMBRE Y
      *>   FECHA DE NACIMIENTO) NO SON IGUALES
      *>----------------------------------------------------------------
       090-VALIDA-FISCALES.
           MOVE SPACES TO WS-VAL-MOTIVO-COD
           MOVE SPACES TO WS-VAL-MOTIVO-DES
           IF WS-VAL-RFC NOT EQUAL SPACES
               PERFORM 091-VALIDA-RFC THRU 091-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "11"           TO WS-VAL-MOTIVO-COD
                   MOVE "RFC INVALIDO" TO WS-VAL-MOTIVO-DES
                   GO TO 090-FIN
               END-IF
           END-IF
           IF WS-VAL-CURP NOT EQUAL SPACES
               PERFORM 093-VALIDA-CURP THRU 093-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "12"            TO WS-VAL-MOTIVO-COD
                   MOVE "CURP INVALIDA" TO WS-VAL-MOTIVO-DES
                   GO TO 090-FIN
               END-IF
           END-IF
           IF WS-VAL-NSS NOT EQUAL SPACES
               PERFORM 095-VALIDA-NSS THRU 095-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "13"           TO WS-VAL-MOTIVO-COD
                   MOVE "NSS INVALIDO" TO WS-VAL-MOTIVO-DES
                   GO TO 090-FIN
               END-IF
           END-IF
           IF WS-VAL-RFC  NOT EQUAL SPACES AND
              WS-VAL-CURP NOT EQUAL SPACES AND
              WS-VAL-RFC-RAIZ NOT EQUAL WS-VAL-CURP-RAIZ
               MOVE "14"                     TO WS-VAL-MOTIVO-COD
               MOVE "RFC NO COINCIDE C/CURP" TO WS-VAL-MOTIVO-DES
           END-IF.
       090-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   091 - RFC: CUATRO LETRAS, FECHA AAMMDD, HOMOCLAVE DE DOS Y
      *>   DIGITO VERIFICADOR MODULO 11 SOBRE LAS DOCE PRIMERAS
      *>   POSICIONES CON PESOS 13 A 2 (RESIDUO 0 = "0", 10 = "A")
      *>----------------------------------------------------------------
       091-VALIDA-RFC.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-RFC-FECHA NOT NUMERIC
               GO TO 091-FIN
           END-IF
           IF WS-VAL-RFC-MES LESS THAN 1 OR
              WS-VAL-RFC-MES GREATER THAN 12 OR
              WS-VAL-RFC-DIA LESS THAN 1 OR
              WS-VAL-RFC-DIA GREATER THAN 31
               GO TO 091-FIN
           END-IF
           MOVE "SI "  TO SW-VAL-CORRECTO
           MOVE ZEROS  TO WS-VAL-SUMA
           PERFORM 092-SUMA-RFC THRU 092-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 12
           IF SW-VAL-CORRECTO NOT EQUAL "SI "
               GO TO 091-FIN
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
       091-FIN. EXIT.
       092-SUMA-RFC.
           MOVE WS-VAL-RFC-POS (WS-VAL-POS) TO WS-VAL-CARACTER
           PERFORM 097-VALOR-CARACTER THRU 097-FIN
           EVALUATE TRUE
               WHEN WS-VAL-VALOR GREATER THAN 36
                   MOVE "NO " TO SW-VAL-CORRECTO
               WHEN WS-VAL-POS LESS THAN 5 AND
                    WS-VAL-VALOR LESS THAN 10
                   MOVE "NO " TO SW-VAL-CORRECTO
           END-EVALUATE
           COMPUTE WS-VAL-SUMA = WS-VAL-SUMA +
                   WS-VAL-VALOR * (14 - WS-VAL-POS).
       092-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   093 - CURP: CUATRO LETRAS, FECHA AAMMDD, SEXO H/M, ENTIDAD Y
      *>   TRES CONSONANTES (LETRAS), HOMOCLAVE Y DIGITO VERIFICADOR:
      *>   10 MENOS EL RESIDUO ENTRE 10 DE LA SUMA DE LAS DIECISIETE
      *>   PRIMERAS POSICIONES CON PESOS 18 A 2 (10 = 0)
      *>----------------------------------------------------------------
       093-VALIDA-CURP.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-CURP-FECHA NOT NUMERIC
               GO TO 093-FIN
           END-IF
           IF WS-VAL-CURP-MES LESS THAN 1 OR
              WS-VAL-CURP-MES GREATER THAN 12 OR
              WS-VAL-CURP-DIA LESS THAN 1 OR
              WS-VAL-CURP-DIA GREATER THAN 31
               GO TO 093-FIN
           END-IF
           IF NOT WS-VAL-CURP-SEXO-OK
               GO TO 093-FIN
           END-IF
           MOVE "SI "  TO SW-VAL-CORRECTO
           MOVE ZEROS  TO WS-VAL-SUMA
           PERFORM 094-SUMA-CURP THRU 094-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 17
           IF SW-VAL-CORRECTO NOT EQUAL "SI "
               GO TO 093-FIN
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
       093-FIN. EXIT.
       094-SUMA-CURP.
           MOVE WS-VAL-CURP-POS (WS-VAL-POS) TO WS-VAL-CARACTER
           PERFORM 097-VALOR-CARACTER THRU 097-FIN
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
       094-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   095 - NSS: ONCE DIGITOS; EL ULTIMO ES EL VERIFICADOR SOBRE
      *>   LOS DIEZ PRIMEROS CON PESOS 1,2 ALTERNADOS (AL PRODUCTO
      *>   MAYOR DE 9 SE LE RESTA 9), 10 MENOS EL RESIDUO ENTRE 10
      *>----------------------------------------------------------------
       095-VALIDA-NSS.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-NSS NOT NUMERIC
               GO TO 095-FIN
           END-IF
           MOVE ZEROS TO WS-VAL-SUMA
           PERFORM 096-SUMA-NSS THRU 096-FIN
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
       095-FIN. EXIT.
       096-SUMA-NSS.
           COMPUTE WS-VAL-PRODUCTO = WS-VAL-NSS-POS (WS-VAL-POS) *
                                     WS-VAL-PESO-NSS (WS-VAL-POS)
           IF WS-VAL-PRODUCTO GREATER THAN 9
               SUBTRACT 9 FROM WS-VAL-PRODUCTO
           END-IF
           ADD WS-VAL-PRODUCTO TO WS-VAL-SUMA.
       096-FIN. EXIT.
       097-VALOR-CARACTER.
           SET WS-IDX-CAR TO 1
           SEARCH WS-VAL-CAR
               AT END
                   MOVE 99 TO WS-VAL-VALOR
               WHEN WS-VAL-CAR (WS-IDX-CAR) EQUAL WS-VAL-CARACTER
                   SET WS-VAL-VALOR TO WS-IDX-CAR
                   SUBTRACT 1 FROM WS-VAL-VALOR
           END-SEARCH.
       097-FIN. EXIT.
