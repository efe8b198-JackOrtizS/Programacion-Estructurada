      *>----------------------------------------------------------------
      *>   CPFISVAL  -  AREAS DE TRABAJO PARA VALIDAR RFC, CURP Y NSS
      *>               (FORMATO Y DIGITO VERIFICADOR). LA TABLA DE
      *>               CARACTERES DA EL VALOR DE CADA POSICION PARA LOS
      *>               DIGITOS DEL RFC Y DE LA CURP: "0"-"9" = 0-9,
      *>               "A"-"N" = 10-23, "&" = 24, "O"-"Z" = 25-36 Y
      *>               ESPACIO = 37. EL NSS USA PESOS 1,2 ALTERNADOS
      *>               SOBRE SUS DIEZ PRIMERAS POSICIONES.
      *>----------------------------------------------------------------
       01  WS-AREA-VALIDA-FISCAL.
           05 WS-VAL-CARACTERES   PIC X(38)
              VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ ".
           05 WS-VAL-TABLA-CAR    REDEFINES WS-VAL-CARACTERES.
               10 WS-VAL-CAR          PIC X(01)  OCCURS 38 TIMES
                                      INDEXED BY WS-IDX-CAR.
           05 WS-VAL-RFC          PIC X(13)      VALUE SPACES.
           05 WS-VAL-RFC-PARTES   REDEFINES WS-VAL-RFC.
               10 WS-VAL-RFC-RAIZ.
                   15 WS-VAL-RFC-LETRAS   PIC X(04).
                   15 WS-VAL-RFC-FECHA.
                       20 WS-VAL-RFC-ANIO PIC 9(02).
                       20 WS-VAL-RFC-MES  PIC 9(02).
                       20 WS-VAL-RFC-DIA  PIC 9(02).
               10 WS-VAL-RFC-HOMOCLAVE    PIC X(02).
               10 WS-VAL-RFC-DIGITO       PIC X(01).
           05 WS-VAL-RFC-POSICIONES REDEFINES WS-VAL-RFC.
               10 WS-VAL-RFC-POS      PIC X(01)  OCCURS 13 TIMES.
           05 WS-VAL-CURP         PIC X(18)      VALUE SPACES.
           05 WS-VAL-CURP-PARTES  REDEFINES WS-VAL-CURP.
               10 WS-VAL-CURP-RAIZ.
                   15 WS-VAL-CURP-LETRAS  PIC X(04).
                   15 WS-VAL-CURP-FECHA.
                       20 WS-VAL-CURP-ANIO PIC 9(02).
                       20 WS-VAL-CURP-MES  PIC 9(02).
                       20 WS-VAL-CURP-DIA  PIC 9(02).
               10 WS-VAL-CURP-SEXO        PIC X(01).
                   88 WS-VAL-CURP-SEXO-OK         VALUE "H" "M".
               10 WS-VAL-CURP-ENTIDAD     PIC X(02).
               10 WS-VAL-CURP-CONSONANTES PIC X(03).
               10 WS-VAL-CURP-HOMOCLAVE   PIC X(01).
               10 WS-VAL-CURP-DIGITO      PIC X(01).
           05 WS-VAL-CURP-POSICIONES REDEFINES WS-VAL-CURP.
               10 WS-VAL-CURP-POS     PIC X(01)  OCCURS 18 TIMES.
           05 WS-VAL-NSS          PIC X(11)      VALUE SPACES.
           05 WS-VAL-NSS-POSICIONES REDEFINES WS-VAL-NSS.
               10 WS-VAL-NSS-POS      PIC 9(01)  OCCURS 11 TIMES.
           05 WS-VAL-PESOS-NSS    PIC X(10)      VALUE "1212121212".
           05 WS-VAL-PESOS-TABLA  REDEFINES WS-VAL-PESOS-NSS.
               10 WS-VAL-PESO-NSS     PIC 9(01)  OCCURS 10 TIMES.
           05 WS-VAL-CARACTER     PIC X(01)      VALUE SPACES.
           05 WS-VAL-VALOR        PIC 9(02)      VALUE ZEROS.
           05 WS-VAL-POS          PIC 9(02)      VALUE ZEROS.
           05 WS-VAL-SUMA         PIC 9(05)      VALUE ZEROS.
           05 WS-VAL-PRODUCTO     PIC 9(04)      VALUE ZEROS.
           05 WS-VAL-COCIENTE     PIC 9(05)      VALUE ZEROS.
           05 WS-VAL-RESIDUO      PIC 9(02)      VALUE ZEROS.
           05 WS-VAL-DIGITO-CALC  PIC 9(02)      VALUE ZEROS.
           05 WS-VAL-DIGITO-NUM   PIC 9(01)      VALUE ZEROS.
           05 WS-VAL-DIGITO-CAR   PIC X(01)      VALUE SPACES.
           05 SW-VAL-CORRECTO     PIC X(03)      VALUE "NO ".
           05 WS-VAL-MOTIVO-COD   PIC X(02)      VALUE SPACES.
           05 WS-VAL-MOTIVO-DES   PIC X(22)      VALUE SPACES.
