      *>               (FECHA DE REPROCESO, FILTRO DE STATUS Y MARCA
      *>               DE RECORRIDA PARA EL CONTROL DE CORRIDAS DEL
      *>               PERIODO)
      *>               WS-PARM-QUINCENA DISTINGUE LA CORRIDA MENSUAL
      *>               (ESPACIO) DE LAS DOS NOMINAS QUINCENALES DEL
      *>               MES ("1" DEL 1 AL 15, "2" DEL 16 AL FIN DE MES)
      *>----------------------------------------------------------------
       01  WS-REG-PARAMETROS.
           05 WS-PARM-FECHA-SW       PIC X(01).
               88 WS-PARM-ES-RECORRIDA         VALUE "R".
           05 WS-PARM-SIMULA         PIC X(01).
               88 WS-PARM-ES-SIMULACION        VALUE "S".
           05 WS-PARM-QUINCENA       PIC X(01).
               88 WS-PARM-ES-MENSUAL           VALUE " ".
               88 WS-PARM-ES-QUINCENAL         VALUE "1" "2".
               88 WS-PARM-PRIMERA-QNA          VALUE "1".
               88 WS-PARM-SEGUNDA-QNA          VALUE "2".
           05 FILLER                 PIC X(03).
