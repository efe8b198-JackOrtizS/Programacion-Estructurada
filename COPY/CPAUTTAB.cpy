      *>----------------------------------------------------------------
      *>   CPAUTTAB  -  TABLA EN MEMORIA DE USUARIOS AUTORIZADOS
      *>               (CPAUTREG), UN RENGLON POR USUARIO Y TIPO
      *>----------------------------------------------------------------
       01  WS-TAB-AUTORIZA.
           05 WS-TAB-AUT-CANT     PIC 9(03)      VALUE ZEROS.
           05 WS-TAB-AUT-REG      OCCURS 1 TO 500 TIMES
                                  DEPENDING ON WS-TAB-AUT-CANT
                                  INDEXED BY WS-IDX-AUT.
               10 WS-TAB-AUT-USUARIO PIC X(08).
               10 WS-TAB-AUT-TIPO    PIC X(01).
