      *>----------------------------------------------------------------
      *>   CPAUTREG  -  REGISTRO DE LA TABLA DE USUARIOS AUTORIZADOS
      *>               (AUTUSUA). UN REGISTRO POR USUARIO Y TIPO DE
      *>               TRANSACCION QUE PUEDE ORIGINAR: "A" ALTAS, "C"
      *>               CAMBIOS, "B" BAJAS. EL TIPO "L" AUTORIZA AL
      *>               USUARIO A LIBERAR O NEGAR LOS CAMBIOS DE
      *>               SALARIO RETENIDOS (PROG0022). PROG0015 RECHAZA
      *>               LA TRANSACCION CUYO USUARIO NO ESTA AUTORIZADO
      *>               PARA SU TIPO. LA MANTIENE SEGURIDAD; AUT-FEC-ALTA
      *>               ES LA FECHA EN QUE SE OTORGO LA AUTORIZACION.
      *>----------------------------------------------------------------
       01  REG-AUTUSUA.
           05 AUT-USUARIO         PIC X(08).
           05 AUT-TIPO            PIC X(01).
               88 AUT-ES-ALTA                 VALUE "A".
               88 AUT-ES-CAMBIO               VALUE "C".
               88 AUT-ES-BAJA                 VALUE "B".
               88 AUT-ES-LIBERA               VALUE "L".
               88 AUT-TIPO-VALIDO             VALUE "A" "C" "B" "L".
           05 AUT-FEC-ALTA        PIC 9(08).
           05 FILLER              PIC X(03).
