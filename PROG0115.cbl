      *>   MISMA LLAVE, ASI QUE LA COLUMNA 6 DE LA TARJETA INDICA EL
      *>   ORIGEN: BLANCO O "E" = EMPLEADO (EL DEFAULT), "T" = CODIGO
      *>   DE TABLA; ASI EL EMPLEADO 00123 NUNCA ARRASTRA LOS
      *>   MOVIMIENTOS DEL DEPTO / PUESTO 123. EL HISTORIAL DEL
      *>   EMPLEADO INCLUYE TAMBIEN LOS CAMBIOS A SU CUENTA BANCARIA
      *>   (PROG0045 Y LAS SUSPENSIONES DE PROG0032) Y A SU
      *>   FRECUENCIA DE PAGO (PROG0046) Y LAS LIBERACIONES O
      *>   NEGATIVAS DE SUS CAMBIOS DE SALARIO RETENIDOS (PROG0022),
      *>   CON EL USUARIO QUE CAPTURO Y EL QUE AUTORIZO. EL HISTORICO
      *>   (HISTCAMB, FORMATO CPMOVREG) ES EL QUE CONSOLIDA PROG0110,
      *>   YA ORDENADO POR LLAVE Y FECHA; POR CADA TARJETA SE RECORRE
      *>   DE PRINCIPIO A FIN.
      *>   UN HISTCAMB GRABADO CON EL FORMATO ANTERIOR DE 150
      *>   POSICIONES SE CONVIERTE UNA SOLA VEZ CON PROG0120.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  ARCHIVO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-MOVIMIENTO.
           COPY CPMOVREG.
           05 WS-MOV-RESULTADO    PIC X(10).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-MOV-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-MOV-USUARIO-AUT  PIC X(08).
           05 FILLER              PIC X(63)      VALUE SPACES.

       01  WS-DET-VALORES.
           05 FILLER              PIC X(08)      VALUE SPACES.
                   MOVE "FIN" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF MOV-LLAVE EQUAL WS-PET-NUMERO AND
                      (MOV-ORIGEN EQUAL WS-ORIGEN-BUSCADO OR
                       (WS-ORIGEN-BUSCADO EQUAL "PROG0020" AND
                        (MOV-ORIGEN EQUAL "PROG0045" OR
                         MOV-ORIGEN EQUAL "PROG0032" OR
                         MOV-ORIGEN EQUAL "PROG0046" OR
                         MOV-ORIGEN EQUAL "PROG0022")))
                       MOVE "SI " TO SW-HAY-MOVIMIENTOS
                       ADD 1 TO WS-MOV-DEL-EMPLEADO
                       PERFORM 046-IMPRIME-MOVIMIENTO THRU 046-FIN
           MOVE MOV-TIPO       TO WS-MOV-TIPO
           MOVE MOV-RESULTADO  TO WS-MOV-RESULTADO
           MOVE MOV-USUARIO    TO WS-MOV-USUARIO
           MOVE MOV-USUARIO-AUT TO WS-MOV-USUARIO-AUT
           WRITE REG-HISTLIST FROM WS-DET-MOVIMIENTO
                                    AFTER ADVANCING 1
           PERFORM 035-VERIFICA-SALTO THRU 035-FIN
