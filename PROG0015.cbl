      *>   CUANDO EL MAESTRO DE PLAZAS DE PROG0055 ESTA PRESENTE, UN
      *>   ALTA SOLO PASA SI SU DEPTO / PUESTO TIENE PLAZA AUTORIZADA
      *>   CON VACANTE DISPONIBLE.
      *>   EN ALTAS Y CAMBIOS, EL RFC, LA CURP Y EL NUMERO DE SEGURIDAD
      *>   SOCIAL QUE VENGAN INFORMADOS SE VALIDAN EN FORMATO Y DIGITO
      *>   VERIFICADOR (060); EN BLANCO QUIERE DECIR QUE NO SE TIENEN O
      *>   QUE NO CAMBIAN.
      *>   CADA TRANSACCION TRAE EL USUARIO QUE LA CAPTURO; DEBE
      *>   ESTAR EN LA TABLA DE USUARIOS AUTORIZADOS (AUTUSUA) PARA
      *>   SU TIPO, SI NO SE RECHAZA (MOTIVO 15). AL TERMINAR TRANMAE
      *>   SE LEEN LOS CAMBIOS DE SALARIO QUE PROG0022 LIBERO
      *>   (TRANLIB, OPCIONAL): SOLO ESTOS PUEDEN TRAER EL USUARIO QUE
      *>   AUTORIZO, QUE DEBE TENER AUTORIZACION "L" Y SER OTRO QUE
      *>   EL QUE CAPTURO (MOTIVO 16); ASI PROG0020 LOS APLICA SIN
      *>   VOLVER A RETENERLOS. YA LEIDO TRANLIB SE DEJA VACIO SU
      *>   SUCESOR LIBNUEVO, QUE SE PROMUEVE A TRANLIB DESPUES DEL
      *>   PASO, PARA QUE NINGUN LIBERADO ENTRE DOS VECES.
      *>   TRANMAE Y TRANRECI GRABADOS CON EL FORMATO ANTERIOR (67 Y
      *>   69 POSICIONES) SE CONVIERTEN UNA SOLA VEZ CON PROG0120.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  FILE STATUS IS WS-STATUS-PLAZAS.
           SELECT DEPTOS          ASSIGN TO UT-S-DEPTOS.
           SELECT PUESTOS         ASSIGN TO UT-S-PUESTOS.
           SELECT OPTIONAL
                  TRAN-LIBERADA   ASSIGN TO UT-S-TRANLIB
                                  FILE STATUS IS WS-STATUS-TRANLIB.
           SELECT LIB-NUEVO       ASSIGN TO UT-S-LIBNUEVO.
           SELECT AUTUSUA         ASSIGN TO UT-S-AUTUSUA.
           SELECT TRAN-LIMPIA     ASSIGN TO UT-S-TRANLIMP.
           SELECT TRAN-RECICLA    ASSIGN TO UT-S-TRANRECI.
           SELECT EDITLIST        ASSIGN TO US-S-EDITLIST.

       FD  TRANSACCIONES
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRANSACCION.
       01  REG-TRANSACCION         PIC X(125).

      *>----------------------------------------------------------------
      *>   TRAN-LIBERADA - CAMBIOS DE SALARIO RETENIDOS QUE PROG0022
      *>   LIBERO, MISMO FORMATO QUE TRANMAE CON EL USUARIO QUE
      *>   AUTORIZO; SE VACIA EN CUANTO ESTA CORRIDA LO LEE
      *>----------------------------------------------------------------
       FD  TRAN-LIBERADA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRAN-LIBERADA.
       01  REG-TRAN-LIBERADA       PIC X(125).

      *>----------------------------------------------------------------
      *>   LIB-NUEVO - SUCESOR VACIO DE TRANLIB; SE PROMUEVE A TRANLIB
      *>   DESPUES DEL PASO
      *>----------------------------------------------------------------
       FD  LIB-NUEVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-LIB-NUEVO.
       01  REG-LIB-NUEVO           PIC X(125).

       FD  AUTUSUA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AUTUSUA.
           COPY CPAUTREG.

       FD  DEPTOS
      *    LABEL RECORDS ARE STANDARD

       FD  TRAN-LIMPIA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRAN-LIMPIA.
       01  REG-TRAN-LIMPIA         PIC X(125).

      *>----------------------------------------------------------------
      *>   TRAN-RECICLA - LA TRANSACCION ORIGINAL COMPLETA MAS EL
      *>----------------------------------------------------------------
       FD  TRAN-RECICLA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 127 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRAN-RECICLA.
       01  REG-TRAN-RECICLA        PIC X(127).

       FD  EDITLIST
      *    LABEL RECORDS ARE STANDARD
                   15 WS-TRAN-EFE-ANIO   PIC 9(04).
                   15 WS-TRAN-EFE-MES    PIC 9(02).
                   15 WS-TRAN-EFE-DIA    PIC 9(02).
               10 WS-TRAN-RFC        PIC X(13).
               10 WS-TRAN-CURP       PIC X(18).
               10 WS-TRAN-NSS        PIC X(11).
               10 WS-TRAN-USUARIO    PIC X(08).
               10 WS-TRAN-AUTORIZO   PIC X(08).
           05 WS-REG-RECICLA.
               10 WS-RECI-TRAN       PIC X(125).
               10 WS-RECI-MOTIVO     PIC X(02).
           05 WS-TOT-LEIDAS          PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-ACEPTADAS       PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-RECHAZADAS      PIC 9(05)  VALUE ZEROS.
           05 WS-TOT-LIBERADAS       PIC 9(05)  VALUE ZEROS.
           05 WS-STATUS-TRANLIB      PIC X(02)  VALUE SPACES.
           05 SW-LIBERADAS-ABIERTO   PIC X(03)  VALUE "NO ".
           05 SW-LEE-LIBERADAS       PIC X(03)  VALUE "NO ".
           05 SW-FIN-AUTORIZA        PIC X(03)  VALUE SPACES.
           05 SW-AUT-HALLADA         PIC X(03)  VALUE "NO ".
           05 WS-AUT-USUARIO-BUSCA   PIC X(08)  VALUE SPACES.
           05 WS-AUT-TIPO-BUSCA      PIC X(01)  VALUE SPACES.
           05 WS-AUT-PERDIDAS        PIC 9(05)  VALUE ZEROS.
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 SW-FIN-DEPTO           PIC X(03)  VALUE SPACES.
           05 SW-FIN-PUESTO          PIC X(03)  VALUE SPACES.
           05 WS-CTL-PREVIO-PROG     PIC X(08)  VALUE SPACES.
           05 WS-CTL-PER-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)  VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)  VALUE SPACES.
           05 WS-CTL-HORA.
               88 WS-MOTIVO-FECHA              VALUE "08".
               88 WS-MOTIVO-FEC-EFECTIVA        VALUE "09".
               88 WS-MOTIVO-PLAZA               VALUE "10".
               88 WS-MOTIVO-RFC                 VALUE "11".
               88 WS-MOTIVO-CURP                VALUE "12".
               88 WS-MOTIVO-NSS                 VALUE "13".
               88 WS-MOTIVO-RFC-CURP            VALUE "14".
               88 WS-MOTIVO-USUARIO             VALUE "15".
               88 WS-MOTIVO-LIBERACION          VALUE "16".
           05 WS-MOTIVO-DES          PIC X(22)  VALUE SPACES.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
       COPY CPPARAM.
       COPY CPDEPTAB.
       COPY CPPUETAB.
       COPY CPFISVAL.
       COPY CPAUTTAB.

      *>----------------------------------------------------------------
      *>   TABLA EN MEMORIA DE PLAZAS AUTORIZADAS Y OCUPADAS; LAS
           05 WS-TOT-RECHAZADAS-ED  PIC ZZ,ZZ9.
           05 FILLER                PIC X(76)      VALUE SPACES.

       01  WS-DETALLE-LIBERADAS-EDIT.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 FILLER                PIC X(41)
              VALUE "CAMBIOS LIBERADOS POR AUTORIZACION LEIDOS".
           05 FILLER                PIC X(02)      VALUE ": ".
           05 WS-TOT-LIBERADAS-ED   PIC ZZ,ZZ9.
           05 FILLER                PIC X(82)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS THRU 015-FIN
           PERFORM 021-CARGA-DEPTOS  THRU 021-FIN
           PERFORM 023-CARGA-PUESTOS THRU 023-FIN
           PERFORM 027-CARGA-PLAZAS  THRU 027-FIN
           PERFORM 036-CARGA-AUTORIZA THRU 036-FIN
           PERFORM 030-TITULOS       THRU 030-FIN
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
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
               DISPLAY "PROG0015: PASO YA TERMINADO EN EL PERIODO - "
                       "USAR LA MARCA DE RECORRIDA PARA REPETIRLO"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF
           IF NOT WS-PARM-ES-MENSUAL AND
              NOT WS-PARM-ES-QUINCENAL
               DISPLAY "PROG0015: QUINCENA INVALIDA EN LA TARJETA DE "
                       "PARAMETROS (ESPACIO, 1 O 2)"
               MOVE "SI " TO SW-CTL-DETENER
           END-IF.
       013-FIN. EXIT.
       019-LEE-CONTROL.
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0015" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0015"      TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
           OPEN INPUT TRANSACCIONES
                OUTPUT TRAN-LIMPIA
                       TRAN-RECICLA
                       EDITLIST
           OPEN INPUT TRAN-LIBERADA
           IF WS-STATUS-TRANLIB EQUAL "00"
               MOVE "SI " TO SW-LIBERADAS-ABIERTO
           END-IF.
       020-FIN. EXIT.
       021-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
                   ADD 1 TO WS-TAB-PLZ-OCUPADAS (WS-IDX-PLAZA)
           END-EVALUATE.
       033-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   036 - TABLA DE USUARIOS AUTORIZADOS. ES OBLIGATORIA: SIN
      *>   ELLA NINGUNA TRANSACCION PASA LA PRE-EDICION
      *>----------------------------------------------------------------
       036-CARGA-AUTORIZA.
           OPEN INPUT AUTUSUA
           PERFORM 037-LEE-AUTORIZA THRU 037-FIN
               UNTIL SW-FIN-AUTORIZA EQUAL "FIN"
           CLOSE AUTUSUA
           IF WS-AUT-PERDIDAS GREATER THAN ZERO
               DISPLAY "PROG0015: AUTORIZACIONES NO CARGADAS POR "
                       "FALTA DE ESPACIO EN TABLA: " WS-AUT-PERDIDAS
           END-IF.
       036-FIN. EXIT.
       037-LEE-AUTORIZA.
           READ AUTUSUA
               AT END
                   MOVE "FIN" TO SW-FIN-AUTORIZA
               NOT AT END
                   IF NOT AUT-TIPO-VALIDO OR
                      AUT-USUARIO EQUAL SPACES
                       GO TO 037-FIN
                   END-IF
                   IF WS-TAB-AUT-CANT GREATER THAN OR EQUAL TO 500
                       ADD 1 TO WS-AUT-PERDIDAS
                       GO TO 037-FIN
                   END-IF
                   ADD 1 TO WS-TAB-AUT-CANT
                   SET WS-IDX-AUT TO WS-TAB-AUT-CANT
                   MOVE AUT-USUARIO TO WS-TAB-AUT-USUARIO (WS-IDX-AUT)
                   MOVE AUT-TIPO    TO WS-TAB-AUT-TIPO (WS-IDX-AUT)
           END-READ.
       037-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   038 - EL USUARIO QUE CAPTURO DEBE ESTAR AUTORIZADO PARA EL
      *>   TIPO DE LA TRANSACCION (MOTIVO 15). EL USUARIO QUE AUTORIZO
      *>   SOLO PUEDE VENIR EN LOS CAMBIOS LIBERADOS DE TRANLIB, CON
      *>   AUTORIZACION "L" Y DISTINTO DEL QUE CAPTURO (MOTIVO 16): NO
      *>   SE ACEPTA QUE CAPTURA SE AUTORICE SOLA EN TRANMAE
      *>----------------------------------------------------------------
       038-CHECA-USUARIO.
           IF SW-LEE-LIBERADAS EQUAL "NO " AND
              WS-TRAN-AUTORIZO NOT EQUAL SPACES
               MOVE "NO " TO SW-TRAN-VALIDA
               MOVE "16"  TO WS-MOTIVO-COD
               MOVE "LIBERACION INVALIDA"   TO WS-MOTIVO-DES
               GO TO 038-FIN
           END-IF
           MOVE WS-TRAN-USUARIO TO WS-AUT-USUARIO-BUSCA
           MOVE WS-TRAN-TIPO    TO WS-AUT-TIPO-BUSCA
           PERFORM 039-BUSCA-AUTORIZACION THRU 039-FIN
           IF WS-TRAN-USUARIO EQUAL SPACES OR
              SW-AUT-HALLADA EQUAL "NO "
               MOVE "NO " TO SW-TRAN-VALIDA
               MOVE "15"  TO WS-MOTIVO-COD
               MOVE "USUARIO NO AUTORIZADO" TO WS-MOTIVO-DES
               GO TO 038-FIN
           END-IF
           IF SW-LEE-LIBERADAS EQUAL "NO "
               GO TO 038-FIN
           END-IF
           MOVE WS-TRAN-AUTORIZO TO WS-AUT-USUARIO-BUSCA
           MOVE "L"              TO WS-AUT-TIPO-BUSCA
           PERFORM 039-BUSCA-AUTORIZACION THRU 039-FIN
           IF NOT WS-TRAN-ES-CAMBIO OR
              WS-TRAN-AUTORIZO EQUAL SPACES OR
              WS-TRAN-AUTORIZO EQUAL WS-TRAN-USUARIO OR
              SW-AUT-HALLADA EQUAL "NO "
               MOVE "NO " TO SW-TRAN-VALIDA
               MOVE "16"  TO WS-MOTIVO-COD
               MOVE "LIBERACION INVALIDA"   TO WS-MOTIVO-DES
           END-IF.
       038-FIN. EXIT.
       039-BUSCA-AUTORIZACION.
           MOVE "NO " TO SW-AUT-HALLADA
           IF WS-TAB-AUT-CANT GREATER THAN ZERO
               SET WS-IDX-AUT TO 1
               SEARCH WS-TAB-AUT-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-AUT-USUARIO (WS-IDX-AUT)
                                         EQUAL WS-AUT-USUARIO-BUSCA
                    AND WS-TAB-AUT-TIPO (WS-IDX-AUT)
                                         EQUAL WS-AUT-TIPO-BUSCA
                       MOVE "SI " TO SW-AUT-HALLADA
               END-SEARCH
           END-IF.
       039-FIN. EXIT.
       030-TITULOS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS-DIA  TO WS-TIT-FEC-DIA
      *>----------------------------------------------------------------
      *>   029 - VALIDACIONES. PARA LAS BAJAS SOLO SE EXIGE TIPO Y
      *>   NUMERO: EL RESTO DEL REGISTRO PUEDE VENIR EN BLANCO PORQUE
      *>   PROG0020 NO TOMA ESOS CAMPOS EN UNA BAJA. LA UNICA
      *>   EXCEPCION ES LA FECHA EFECTIVA (ULTIMO DIA LABORADO, CON
      *>   LA QUE PROG0035 CALCULA EL FINIQUITO): SI VIENE INFORMADA
      *>   DEBE SER FECHA BUENA. EN ALTAS Y CAMBIOS QUE PASAN ESTAS
      *>   VALIDACIONES SE REVISAN AL FINAL EL USUARIO QUE LAS
      *>   CAPTURO, Y EN ALTAS Y CAMBIOS RFC, CURP Y NSS.
      *>----------------------------------------------------------------
       029-VALIDA-TRANSACCION.
           MOVE "SI "  TO SW-TRAN-VALIDA
                   MOVE "NO " TO SW-TRAN-VALIDA
                   MOVE "02"  TO WS-MOTIVO-COD
                   MOVE "NUMERO INVALIDO"       TO WS-MOTIVO-DES
               WHEN WS-TRAN-ES-BAJA AND
                    WS-TRAN-FEC-EFECTIVA IS NUMERIC AND
                    WS-TRAN-FEC-EFECTIVA GREATER THAN ZERO AND
                    (WS-TRAN-EFE-MES LESS THAN 01 OR
                     WS-TRAN-EFE-MES GREATER THAN 12 OR
                     WS-TRAN-EFE-DIA LESS THAN 01 OR
                     WS-TRAN-EFE-DIA GREATER THAN 31 OR
                     WS-TRAN-EFE-ANIO LESS THAN 1900)
                   MOVE "NO " TO SW-TRAN-VALIDA
                   MOVE "09"  TO WS-MOTIVO-COD
                   MOVE "FECHA EFECTIVA INVAL. " TO WS-MOTIVO-DES
               WHEN WS-TRAN-ES-BAJA
                   CONTINUE
               WHEN SW-DEPTO-EXISTE EQUAL "NO "
                   MOVE "09"  TO WS-MOTIVO-COD
                   MOVE "FECHA EFECTIVA INVAL. " TO WS-MOTIVO-DES
           END-EVALUATE
           IF SW-TRAN-VALIDA EQUAL "SI "
               PERFORM 038-CHECA-USUARIO THRU 038-FIN
           END-IF
           IF SW-TRAN-VALIDA EQUAL "SI " AND
              NOT WS-TRAN-ES-BAJA
               MOVE WS-TRAN-RFC  TO WS-VAL-RFC
               MOVE WS-TRAN-CURP TO WS-VAL-CURP
               MOVE WS-TRAN-NSS  TO WS-VAL-NSS
               PERFORM 060-VALIDA-FISCALES THRU 060-FIN
               IF WS-VAL-MOTIVO-COD NOT EQUAL SPACES
                   MOVE "NO "             TO SW-TRAN-VALIDA
                   MOVE WS-VAL-MOTIVO-COD TO WS-MOTIVO-COD
                   MOVE WS-VAL-MOTIVO-DES TO WS-MOTIVO-DES
               END-IF
           END-IF
           IF SW-TRAN-VALIDA EQUAL "SI " AND
              WS-TRAN-ES-ALTA AND
              SW-PLAZAS-ABIERTO EQUAL "SI "
       040-PROCESO.
           ADD 1 TO WS-TOT-LEIDAS
           PERFORM 029-VALIDA-TRANSACCION THRU 029-FIN
           IF SW-LEE-LIBERADAS EQUAL "SI "
               ADD 1 TO WS-TOT-LIBERADAS
           END-IF
           IF SW-TRAN-VALIDA EQUAL "SI "
               ADD 1 TO WS-TOT-ACEPTADAS
               WRITE REG-TRAN-LIMPIA FROM WS-REG-TRANSACCION
               WRITE REG-TRAN-RECICLA FROM WS-REG-RECICLA
               PERFORM 048-LISTA-RECHAZO THRU 048-FIN
           END-IF.
      *>   AL TERMINAR TRANMAE SIGUE CON LOS LIBERADOS DE TRANLIB
       040-LEE.
           IF SW-LEE-LIBERADAS EQUAL "SI "
               READ TRAN-LIBERADA INTO WS-REG-TRANSACCION AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               GO TO 040-FIN
           END-IF
           READ TRANSACCIONES INTO WS-REG-TRANSACCION AT END
                MOVE "FIN" TO SW-FIN.
           IF SW-FIN EQUAL "FIN" AND
              SW-LIBERADAS-ABIERTO EQUAL "SI "
               MOVE "SI "  TO SW-LEE-LIBERADAS
               MOVE SPACES TO SW-FIN
               GO TO 040-LEE
           END-IF.
       040-FIN. EXIT.
       048-LISTA-RECHAZO.
           MOVE WS-TRAN-TIPO    TO WS-EDI-TIPO
           MOVE WS-TOT-RECHAZADAS TO WS-TOT-RECHAZADAS-ED
           WRITE REG-EDITLIST FROM WS-DETALLE-TOTALES-EDIT
                                    AFTER ADVANCING 2
           IF SW-LIBERADAS-ABIERTO EQUAL "SI "
               MOVE WS-TOT-LIBERADAS TO WS-TOT-LIBERADAS-ED
               WRITE REG-EDITLIST FROM WS-DETALLE-LIBERADAS-EDIT
                                    AFTER ADVANCING 1
               CLOSE TRAN-LIBERADA
           END-IF
           OPEN OUTPUT LIB-NUEVO
           CLOSE LIB-NUEVO
           CLOSE TRANSACCIONES
                 TRAN-LIMPIA
                 TRAN-RECICLA
                 EDITLIST.
       050-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   060 - VALIDA LOS IDENTIFICADORES FISCALES QUE VIENEN EN
      *>   WS-VAL-RFC, WS-VAL-CURP Y WS-VAL-NSS (COPY CPFISVAL); EL QUE
      *>   VIENE EN BLANCO NO SE VALIDA. DEJA EN WS-VAL-MOTIVO-COD Y
      *>   WS-VAL-MOTIVO-DES EL PRIMER ERROR QUE ENCUENTRA, O ESPACIOS:
      *>   11 RFC INVALIDO, 12 CURP INVALIDA, 13 NSS INVALIDO Y 14 SI
      *>   LAS DIEZ PRIMERAS POSICIONES DEL RFC Y DE LA CURP (NOMBRE Y
      *>   FECHA DE NACIMIENTO) NO SON IGUALES
      *>----------------------------------------------------------------
       060-VALIDA-FISCALES.
           MOVE SPACES TO WS-VAL-MOTIVO-COD
           MOVE SPACES TO WS-VAL-MOTIVO-DES
           IF WS-VAL-RFC NOT EQUAL SPACES
               PERFORM 061-VALIDA-RFC THRU 061-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "11"           TO WS-VAL-MOTIVO-COD
                   MOVE "RFC INVALIDO" TO WS-VAL-MOTIVO-DES
                   GO TO 060-FIN
               END-IF
           END-IF
           IF WS-VAL-CURP NOT EQUAL SPACES
               PERFORM 063-VALIDA-CURP THRU 063-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "12"            TO WS-VAL-MOTIVO-COD
                   MOVE "CURP INVALIDA" TO WS-VAL-MOTIVO-DES
                   GO TO 060-FIN
               END-IF
           END-IF
           IF WS-VAL-NSS NOT EQUAL SPACES
               PERFORM 065-VALIDA-NSS THRU 065-FIN
               IF SW-VAL-CORRECTO NOT EQUAL "SI "
                   MOVE "13"           TO WS-VAL-MOTIVO-COD
                   MOVE "NSS INVALIDO" TO WS-VAL-MOTIVO-DES
                   GO TO 060-FIN
               END-IF
           END-IF
           IF WS-VAL-RFC  NOT EQUAL SPACES AND
              WS-VAL-CURP NOT EQUAL SPACES AND
              WS-VAL-RFC-RAIZ NOT EQUAL WS-VAL-CURP-RAIZ
               MOVE "14"                     TO WS-VAL-MOTIVO-COD
               MOVE "RFC NO COINCIDE C/CURP" TO WS-VAL-MOTIVO-DES
           END-IF.
       060-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   061 - RFC: CUATRO LETRAS, FECHA AAMMDD, HOMOCLAVE DE DOS Y
      *>   DIGITO VERIFICADOR MODULO 11 SOBRE LAS DOCE PRIMERAS
      *>   POSICIONES CON PESOS 13 A 2 (RESIDUO 0 = "0", 10 = "A")
      *>----------------------------------------------------------------
       061-VALIDA-RFC.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-RFC-FECHA NOT NUMERIC
               GO TO 061-FIN
           END-IF
           IF WS-VAL-RFC-MES LESS THAN 1 OR
              WS-VAL-RFC-MES GREATER THAN 12 OR
              WS-VAL-RFC-DIA LESS THAN 1 OR
              WS-VAL-RFC-DIA GREATER THAN 31
               GO TO 061-FIN
           END-IF
           MOVE "SI "  TO SW-VAL-CORRECTO
           MOVE ZEROS  TO WS-VAL-SUMA
           PERFORM 062-SUMA-RFC THRU 062-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 12
           IF SW-VAL-CORRECTO NOT EQUAL "SI "
               GO TO 061-FIN
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
       061-FIN. EXIT.
       062-SUMA-RFC.
           MOVE WS-VAL-RFC-POS (WS-VAL-POS) TO WS-VAL-CARACTER
           PERFORM 067-VALOR-CARACTER THRU 067-FIN
           EVALUATE TRUE
               WHEN WS-VAL-VALOR GREATER THAN 36
                   MOVE "NO " TO SW-VAL-CORRECTO
               WHEN WS-VAL-POS LESS THAN 5 AND
                    WS-VAL-VALOR LESS THAN 10
                   MOVE "NO " TO SW-VAL-CORRECTO
           END-EVALUATE
           COMPUTE WS-VAL-SUMA = WS-VAL-SUMA +
                   WS-VAL-VALOR * (14 - WS-VAL-POS).
       062-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   063 - CURP: CUATRO LETRAS, FECHA AAMMDD, SEXO H/M, ENTIDAD Y
      *>   TRES CONSONANTES (LETRAS), HOMOCLAVE Y DIGITO VERIFICADOR:
      *>   10 MENOS EL RESIDUO ENTRE 10 DE LA SUMA DE LAS DIECISIETE
      *>   PRIMERAS POSICIONES CON PESOS 18 A 2 (10 = 0)
      *>----------------------------------------------------------------
       063-VALIDA-CURP.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-CURP-FECHA NOT NUMERIC
               GO TO 063-FIN
           END-IF
           IF WS-VAL-CURP-MES LESS THAN 1 OR
              WS-VAL-CURP-MES GREATER THAN 12 OR
              WS-VAL-CURP-DIA LESS THAN 1 OR
              WS-VAL-CURP-DIA GREATER THAN 31
               GO TO 063-FIN
           END-IF
           IF NOT WS-VAL-CURP-SEXO-OK
               GO TO 063-FIN
           END-IF
           MOVE "SI "  TO SW-VAL-CORRECTO
           MOVE ZEROS  TO WS-VAL-SUMA
           PERFORM 064-SUMA-CURP THRU 064-FIN
               VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS GREATER THAN 17
           IF SW-VAL-CORRECTO NOT EQUAL "SI "
               GO TO 063-FIN
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
       063-FIN. EXIT.
       064-SUMA-CURP.
           MOVE WS-VAL-CURP-POS (WS-VAL-POS) TO WS-VAL-CARACTER
           PERFORM 067-VALOR-CARACTER THRU 067-FIN
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
       064-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   065 - NSS: ONCE DIGITOS; EL ULTIMO ES EL VERIFICADOR SOBRE
      *>   LOS DIEZ PRIMEROS CON PESOS 1,2 ALTERNADOS (AL PRODUCTO
      *>   MAYOR DE 9 SE LE RESTA 9), 10 MENOS EL RESIDUO ENTRE 10
      *>----------------------------------------------------------------
       065-VALIDA-NSS.
           MOVE "NO " TO SW-VAL-CORRECTO
           IF WS-VAL-NSS NOT NUMERIC
               GO TO 065-FIN
           END-IF
           MOVE ZEROS TO WS-VAL-SUMA
           PERFORM 066-SUMA-NSS THRU 066-FIN
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
       065-FIN. EXIT.
       066-SUMA-NSS.
           COMPUTE WS-VAL-PRODUCTO = WS-VAL-NSS-POS (WS-VAL-POS) *
                                     WS-VAL-PESO-NSS (WS-VAL-POS)
           IF WS-VAL-PRODUCTO GREATER THAN 9
               SUBTRACT 9 FROM WS-VAL-PRODUCTO
           END-IF
           ADD WS-VAL-PRODUCTO TO WS-VAL-SUMA.
       066-FIN. EXIT.
       067-VALOR-CARACTER.
           SET WS-IDX-CAR TO 1
           SEARCH WS-VAL-CAR
               AT END
                   MOVE 99 TO WS-VAL-VALOR
               WHEN WS-VAL-CAR (WS-IDX-CAR) EQUAL WS-VAL-CARACTER
                   SET WS-VAL-VALOR TO WS-IDX-CAR
                   SUBTRACT 1 FROM WS-VAL-VALOR
           END-SEARCH.
       067-FIN. EXIT.
