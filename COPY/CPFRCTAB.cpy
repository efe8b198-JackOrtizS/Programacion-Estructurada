      *>----------------------------------------------------------------
      *>   CPFRCTAB  -  TABLA EN MEMORIA DEL MAESTRO DE FRECUENCIA DE
      *>               PAGO (CPFRCREG); SOLO SE GUARDAN LOS
      *>               QUINCENALES, EL QUE NO ESTA SE PAGA MENSUAL
      *>----------------------------------------------------------------
       01  WS-TAB-FRECPAGO.
           05 WS-TAB-FRC-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-FRC-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-FRC-CANT
                                  INDEXED BY WS-IDX-FRC.
               10 WS-TAB-FRC-NUMERO PIC 9(05).
