      *>----------------------------------------------------------------
      *>   REPORTE DE OPERACION DEL CONTROL DE CORRIDAS. LEE LA
      *>   BITACORA CTLCORR (CPCTLREG) Y POR CADA PASO DE LA MALLA
      *>   (PROG0015, PROG0020, EL FINIQUITO PROG0035, PROG0025,
      *>   PROG0010, LA PRE-EDICION DE INCIDENCIAS PROG0028, PROG0030,
      *>   LA ACTUALIZACION DEL FONDO DE AHORRO PROG0036 Y LAS
      *>   CUOTAS OBRERO-PATRONALES PROG0042)
      *>   IMPRIME SU ESTADO EN EL PERIODO DEL
      *>   REPORTE: SIN CORRER, INICIADO (ARRANCO Y NO HA TERMINADO),
      *>   TERMINADO LIMPIO O TERMINADO CON ERROR, CON FECHA Y HORA
      *>   DEL ULTIMO EVENTO. EL PERIODO
      *>   SE TOMA DE LA TARJETA DE PARAMETROS O DE LA FECHA DEL
      *>   SISTEMA, IGUAL QUE EN LOS PROGRAMAS DE LA MALLA; LA
      *>   QUINCENA DE LA TARJETA SEPARA LA CORRIDA MENSUAL DE CADA
      *>   UNA DE LAS DOS CORRIDAS QUINCENALES DEL MES.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 SW-FIN-CONTROL      PIC X(03)      VALUE SPACES.
           05 WS-CTL-PER-ANIO     PIC 9(04)      VALUE ZEROS.
           05 WS-CTL-PER-MES      PIC 9(02)      VALUE ZEROS.
           05 WS-CTL-QUINCENA     PIC X(01)      VALUE SPACES.
           05 WS-IDX-PASO         PIC 9(02)      VALUE ZEROS.
           05 WS-FECHA-DESGLOSE.
               10 WS-DES-ANIO     PIC 9(04).
       COPY CPPARAM.

      *>----------------------------------------------------------------
      *>   LOS NUEVE PASOS DE LA MALLA EN SU ORDEN DE EJECUCION; POR
      *>   CADA UNO SE GUARDA EL ULTIMO EVENTO VISTO EN EL PERIODO
      *>----------------------------------------------------------------
       01  WS-TAB-PASOS.
           05 WS-PASO-REG         OCCURS 9 TIMES
                                  INDEXED BY WS-IDX-TAB.
               10 WS-PASO-PROGRAMA   PIC X(08).
               10 WS-PASO-INICIADO   PIC X(01).
           05 WS-TIT-PER-ANIO     PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-PER-MES      PIC 9(02).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-TIT-QUINCENA     PIC X(12).
           05 FILLER              PIC X(67)      VALUE SPACES.

       01  WS-GUIONES-OPER.
           05 FILLER              PIC X(01).
           MOVE "N"          TO WS-PARM-FECHA-SW
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
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
       018-ARMA-PASOS.
           MOVE "PROG0015" TO WS-PASO-PROGRAMA (1)
           MOVE "PROG0020" TO WS-PASO-PROGRAMA (2)
           MOVE "PROG0035" TO WS-PASO-PROGRAMA (3)
           MOVE "PROG0025" TO WS-PASO-PROGRAMA (4)
           MOVE "PROG0010" TO WS-PASO-PROGRAMA (5)
           MOVE "PROG0028" TO WS-PASO-PROGRAMA (6)
           MOVE "PROG0030" TO WS-PASO-PROGRAMA (7)
           MOVE "PROG0036" TO WS-PASO-PROGRAMA (8)
           MOVE "PROG0042" TO WS-PASO-PROGRAMA (9)
           MOVE 1 TO WS-IDX-PASO
           PERFORM 019-LIMPIA-PASO THRU 019-FIN
               UNTIL WS-IDX-PASO GREATER THAN 9.
       018-FIN. EXIT.
       019-LIMPIA-PASO.
           MOVE "N"    TO WS-PASO-INICIADO (WS-IDX-PASO)
       030-TITULOS.
           MOVE WS-CTL-PER-ANIO TO WS-TIT-PER-ANIO
           MOVE WS-CTL-PER-MES  TO WS-TIT-PER-MES
           EVALUATE WS-CTL-QUINCENA
               WHEN "1"
                   MOVE "1A. QUINCENA" TO WS-TIT-QUINCENA
               WHEN "2"
                   MOVE "2A. QUINCENA" TO WS-TIT-QUINCENA
               WHEN OTHER
                   MOVE "MENSUAL     " TO WS-TIT-QUINCENA
           END-EVALUATE
           WRITE REG-OPERLIST FROM WS-TITULO-OPER
                                    AFTER ADVANCING PAGE
           WRITE REG-OPERLIST FROM WS-GUIONES-OPER AFTER ADVANCING 1
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       PERFORM 042-ANOTA-EVENTO THRU 042-FIN
                   END-IF
           END-READ.
       050-IMPRIME-PASOS.
           MOVE 1 TO WS-IDX-PASO
           PERFORM 052-UNA-LINEA THRU 052-FIN
               UNTIL WS-IDX-PASO GREATER THAN 9.
       050-FIN. EXIT.
       052-UNA-LINEA.
           IF WS-PASO-INICIADO (WS-IDX-PASO) EQUAL "N" AND
