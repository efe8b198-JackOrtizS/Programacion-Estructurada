      *>               PERMANENTE (ORDENADO POR LLAVE Y FECHA) Y
      *>               PROG0115 IMPRIME EL HISTORIAL POR EMPLEADO.
      *>               LA LLAVE ES EL NUMERO DE EMPLEADO O EL CODIGO
      *>               DE LA TABLA, SEGUN EL ORIGEN. MOV-FEC-EFECTIVA
      *>               ES LA FECHA EN QUE RIGE EL MOVIMIENTO (EN UNA
      *>               BAJA, EL ULTIMO DIA LABORADO); PROG0050 LA DEJA
      *>               EN BLANCO, POR ESO SE PREGUNTA SI ES NUMERICA.
      *>               MOV-USUARIO ES QUIEN CAPTURO EL MOVIMIENTO Y
      *>               MOV-USUARIO-AUT QUIEN LO AUTORIZO (CAMBIOS DE
      *>               SALARIO RETENIDOS Y LIBERADOS O NEGADOS POR
      *>               PROG0022); EN BLANCO SI NO REQUIRIO AUTORIZACION.
      *>----------------------------------------------------------------
       01  REG-MOVIMIENTO.
           05 MOV-LLAVE           PIC 9(05).
           05 MOV-PUE-DESPUES     PIC 9(02).
           05 MOV-STA-ANTES       PIC 9(01).
           05 MOV-STA-DESPUES     PIC 9(01).
           05 MOV-FEC-EFECTIVA    PIC 9(08).
           05 MOV-USUARIO-AUT     PIC X(08).
           05 FILLER              PIC X(02).
