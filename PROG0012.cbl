      *>   FECHA EFECTIVA, PARA QUE EL AUMENTO PASE POR LA PRE-EDICION
      *>   DE PROG0015 Y EL MANTENIMIENTO DE PROG0020 CON TODAS SUS
      *>   VALIDACIONES Y SU BITACORA, EN LUGAR DE CAPTURARLO A MANO.
      *>   LA TARJETA TRAE TAMBIEN (COLUMNAS 10-17) EL USUARIO QUE
      *>   ORIGINA EL AUMENTO; VIAJA EN CADA TRANSACCION COMO QUIEN LA
      *>   CAPTURO Y PROG0015 LO VALIDA CONTRA LA TABLA DE USUARIOS
      *>   AUTORIZADOS (AUTUSUA), IGUAL QUE LA CAPTURA A MANO. LOS
      *>   AUMENTOS ARRIBA DEL LIMITE DE PROG0020 QUEDAN RETENIDOS
      *>   HASTA QUE OTRO USUARIO LOS LIBERE (PROG0022).
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>----------------------------------------------------------------
      *>   TRANSALIDA - ARCHIVO DE TRANSACCIONES "C" GENERADO EN MODO
      *>   APLICAR; ES LA MISMA ENTRADA TRANMAE QUE CAPTURA ENTREGA A
      *>   PROG0015, CON LA FECHA EFECTIVA DEL AUMENTO; RFC, CURP Y
      *>   NSS VAN EN BLANCO (SIN CAMBIO EN EL MAESTRO IDFISCAL)
      *>----------------------------------------------------------------
       FD  TRANSALIDA
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-TRANSALIDA.
       01  REG-TRANSALIDA          PIC X(125).

       FD  SIMULIST
      *    LABEL RECORDS ARE STANDARD
                   88 WS-PAU-SIMULACION       VALUE "S".
                   88 WS-PAU-APLICAR          VALUE "A".
               10 WS-PAU-FEC-EFECTIVA PIC 9(08).
               10 WS-PAU-USUARIO     PIC X(08).
               10 FILLER             PIC X(03).
           05 WS-REG-TRAN-SALIDA.
               10 WS-TRS-TIPO        PIC X(01).
               10 WS-TRS-NUMERO      PIC 9(05).
               10 WS-TRS-SALARIO     PIC 9(07)V99.
               10 WS-TRS-FECHA-ING   PIC 9(08).
               10 WS-TRS-FEC-EFECT   PIC 9(08).
               10 WS-TRS-RFC         PIC X(13).
               10 WS-TRS-CURP        PIC X(18).
               10 WS-TRS-NSS         PIC X(11).
               10 WS-TRS-USUARIO     PIC X(08).
               10 WS-TRS-AUTORIZO    PIC X(08).
           05 WS-STATUS-PARMAUM      PIC X(02)  VALUE SPACES.
           05 SW-FIN                 PIC X(03)  VALUE SPACES.
           05 SW-FIN-DEPTO           PIC X(03)  VALUE SPACES.
       015-LEE-PARAMETROS.
           MOVE "S"   TO WS-PAU-MODO
           MOVE ZEROS TO WS-PAU-FEC-EFECTIVA
           MOVE SPACES TO WS-PAU-USUARIO
           OPEN INPUT PARMAUM
           IF WS-STATUS-PARMAUM EQUAL "00"
               READ PARMAUM INTO WS-REG-PARM-AUM
           END-IF
           IF WS-PAU-APLICAR
               OPEN OUTPUT TRANSALIDA
               IF WS-PAU-USUARIO EQUAL SPACES
                   DISPLAY "PROG0012: TARJETA SIN USUARIO QUE ORIGINA "
                           "EL AUMENTO, PROG0015 RECHAZARA LAS "
                           "TRANSACCIONES"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       015-FIN. EXIT.
       021-CARGA-DEPTOS.
           MOVE WS-SAL-PROPUESTO TO WS-TRS-SALARIO
           MOVE WS-FECHA-ING-EMP TO WS-TRS-FECHA-ING
           MOVE WS-PAU-FEC-EFECTIVA TO WS-TRS-FEC-EFECT
           MOVE SPACES           TO WS-TRS-RFC
                                    WS-TRS-CURP
                                    WS-TRS-NSS
                                    WS-TRS-AUTORIZO
           MOVE WS-PAU-USUARIO   TO WS-TRS-USUARIO
           WRITE REG-TRANSALIDA FROM WS-REG-TRAN-SALIDA.
       048-FIN. EXIT.
       050-FINAL.
