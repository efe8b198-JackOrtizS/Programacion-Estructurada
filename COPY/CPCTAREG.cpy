      *>----------------------------------------------------------------
      *>   CPCTAREG  -  REGISTRO DEL MAESTRO DE CUENTAS BANCARIAS
      *>               (CTABANCO). UNA CUENTA POR EMPLEADO, EN ORDEN
      *>               DE NUMERO: BANCO, CLABE DE 18 POSICIONES (LAS
      *>               TRES PRIMERAS SON EL BANCO Y LA ULTIMA EL
      *>               DIGITO VERIFICADOR), STATUS Y FECHA EN QUE
      *>               RIGE LA CUENTA. LO MANTIENE PROG0045; PROG0030
      *>               SOLO DEPOSITA A UNA CUENTA ACTIVA YA VIGENTE Y
      *>               PROG0032 LA SUSPENDE CUANDO EL BANCO DEVUELVE
      *>               EL DEPOSITO POR CUENTA CANCELADA.
      *>               CTA-FEC-CAMBIO ES LA FECHA DEL ULTIMO CAMBIO
      *>               DE STATUS O DE CUENTA.
      *>----------------------------------------------------------------
       01  REG-CTABANCO.
           05 CTA-NUMERO          PIC 9(05).
           05 CTA-BANCO           PIC 9(03).
           05 CTA-CLABE           PIC X(18).
           05 CTA-STATUS          PIC X(01).
               88 CTA-ACTIVA                  VALUE "A".
               88 CTA-SUSPENDIDA              VALUE "S".
               88 CTA-CANCELADA               VALUE "C".
           05 CTA-FEC-EFECTIVA    PIC 9(08).
           05 CTA-FEC-CAMBIO      PIC 9(08).
           05 FILLER              PIC X(07).
