           05 WS-CTL-PREVIO-PROG     PIC X(08)      VALUE "PROG0020".
           05 WS-CTL-PER-ANIO        PIC 9(04)      VALUE ZEROS.
           05 WS-CTL-PER-MES         PIC 9(02)      VALUE ZEROS.
           05 WS-CTL-QUINCENA        PIC X(01)      VALUE SPACES.
           05 WS-CTL-EVENTO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-ESTADO          PIC X(06)      VALUE SPACES.
           05 WS-CTL-HORA.
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-QUINCENA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FEC-SIS-ANIO  TO WS-CTL-PER-ANIO
               MOVE WS-FEC-SIS-MES   TO WS-CTL-PER-MES
           END-IF
           MOVE WS-PARM-QUINCENA TO WS-CTL-QUINCENA.
       015-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   013/019 - CONTROL DE CORRIDAS DEL PERIODO: EL PROGRAMA NO
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   IF CTL-PER-ANIO EQUAL WS-CTL-PER-ANIO AND
                      CTL-PER-MES EQUAL WS-CTL-PER-MES AND
                      CTL-QUINCENA EQUAL WS-CTL-QUINCENA
                       IF CTL-PROGRAMA EQUAL "PROG0025" AND
                          CTL-ES-FIN AND CTL-FIN-LIMPIO
                           MOVE "SI " TO SW-CTL-YA-CORRIO
               MOVE SPACES           TO REG-CONTROL
               MOVE WS-CTL-PER-ANIO  TO CTL-PER-ANIO
               MOVE WS-CTL-PER-MES   TO CTL-PER-MES
               MOVE WS-CTL-QUINCENA  TO CTL-QUINCENA
               MOVE "PROG0025"      TO CTL-PROGRAMA
               MOVE WS-CTL-EVENTO    TO CTL-EVENTO
               MOVE WS-CTL-ESTADO    TO CTL-ESTADO
