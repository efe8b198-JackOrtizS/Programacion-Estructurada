      *>----------------------------------------------------------------
      *>   CPPRSREG  -  REGISTRO DEL MAESTRO DE PRESUPUESTO DE NOMINA
      *>               (PRESUP): PLANTILLA Y COSTO DE NOMINA QUE CADA
      *>               DEPARTAMENTO TIENE AUTORIZADOS POR MES, EN
      *>               ORDEN DE DEPARTAMENTO Y PERIODO AAAAMM. EL COSTO
      *>               PRESUPUESTADO ES EL BRUTO MAS LA CUOTA PATRONAL.
      *>               LO MANTIENE PROG0056 (MISMO ESQUEMA PROTEGIDO
      *>               QUE PROG0055) Y PROG0057 LO COMPARA CONTRA LO
      *>               REAL. PRS-FEC-CAMBIO ES LA FECHA DEL ULTIMO
      *>               MOVIMIENTO APLICADO AL REGISTRO.
      *>----------------------------------------------------------------
       01  REG-PRESUP.
           05 PRS-DEPTO           PIC 9(03).
           05 PRS-PERIODO.
               10 PRS-PER-ANIO    PIC 9(04).
               10 PRS-PER-MES     PIC 9(02).
           05 PRS-PLANTILLA       PIC 9(05).
           05 PRS-COSTO           PIC 9(09)V99.
           05 PRS-FEC-CAMBIO      PIC 9(08).
           05 FILLER              PIC X(07).
