      *>----------------------------------------------------------------
      *>   CPAHTREG  -  TRANSACCIONES DEL FONDO DE AHORRO (AHOTRAN)
      *>               QUE APLICA PROG0036. TIPO "P": PRESTAMO CONTRA
      *>               EL FONDO POR ATR-IMPORTE, PAGADERO EN ATR-PLAZO
      *>               PERIODOS DE NOMINA; EL ABONO FIJO SE DESCUENTA
      *>               EN PROG0030 HASTA QUE EL SALDO QUEDA EN CERO.
      *>----------------------------------------------------------------
       01  REG-AHOTRAN.
           05 ATR-NUMERO          PIC 9(05).
           05 ATR-TIPO            PIC X(01).
               88 ATR-ES-PRESTAMO             VALUE "P".
           05 ATR-IMPORTE         PIC 9(07)V99.
           05 ATR-PLAZO           PIC 9(03).
           05 ATR-FECHA           PIC 9(08).
           05 FILLER              PIC X(14).
