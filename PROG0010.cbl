           05 WS-CTL-PREVIO-PROG     PIC X(08)      VALUE "PROG0025".
           05 WS-CTL-PER-ANIO        PIC 9(04)      VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)      VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)      VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-HORA.
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           MOVE WS-REPORTE-ANIO TO WS-CTL-PER-ANIO
           MOVE WS-REPORTE-MES  TO WS-CTL-PER-MES
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA
           PERFORM 013-CHECA-CONTROL THRU 013-FIN
           IF SW-CTL-DETENER EQUAL "SI "
               MOVE 8 TO RETURN-CODE
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-QUINCENA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0010" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0010"      TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
