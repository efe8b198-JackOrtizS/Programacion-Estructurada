      *>----------------------------------------------------------------
      *>   CPCTATAB  -  TABLA EN MEMORIA DEL MAESTRO DE CUENTAS
      *>               BANCARIAS (CTABANCO, CPCTAREG; UNA CUENTA POR
      *>               EMPLEADO) Y AREA DE REVISION DEL DIGITO
      *>               VERIFICADOR DE LA CLABE (IGUAL QUE EN PROG0045):
      *>               PESOS 3,7,1 SOBRE LAS PRIMERAS 17 POSICIONES
      *>----------------------------------------------------------------
       01  WS-TAB-CUENTAS.
           05 WS-TAB-CTA-CANT     PIC 9(04)      VALUE ZEROS.
           05 WS-TAB-CTA-REG      OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON WS-TAB-CTA-CANT
                                  INDEXED BY WS-IDX-CTA.
               10 WS-TAB-CTA-NUMERO   PIC 9(05).
               10 WS-TAB-CTA-BANCO    PIC 9(03).
               10 WS-TAB-CTA-CLABE    PIC X(18).
               10 WS-TAB-CTA-STATUS   PIC X(01).
               10 WS-TAB-CTA-FEC-EFE  PIC 9(08).

       01  WS-AREA-CLABE.
           05 WS-CLABE-REVISA     PIC X(18)      VALUE SPACES.
           05 WS-CLABE-PARTES     REDEFINES WS-CLABE-REVISA.
               10 WS-CLABE-BANCO      PIC 9(03).
               10 FILLER              PIC X(14).
               10 WS-CLABE-DIGITO     PIC 9(01).
           05 WS-CLABE-POSICIONES REDEFINES WS-CLABE-REVISA.
               10 WS-CLABE-POS        PIC 9(01)  OCCURS 18 TIMES.
           05 WS-PESOS-CLABE      PIC X(17)
                                  VALUE "37137137137137137".
           05 WS-PESOS-TABLA      REDEFINES WS-PESOS-CLABE.
               10 WS-PESO-POS         PIC 9(01)  OCCURS 17 TIMES.
           05 WS-SUMA-CLABE       PIC 9(04)      VALUE ZEROS.
           05 WS-PRODUCTO-CLABE   PIC 9(02)      VALUE ZEROS.
           05 WS-UNIDAD-CLABE     PIC 9(01)      VALUE ZEROS.
           05 WS-DECENAS-CLABE    PIC 9(04)      VALUE ZEROS.
           05 WS-DIGITO-CALCULADO PIC 9(01)      VALUE ZEROS.
           05 WS-POS-CLABE        PIC 9(02)      VALUE ZEROS.
