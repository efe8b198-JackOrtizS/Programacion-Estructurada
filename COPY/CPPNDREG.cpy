      *>----------------------------------------------------------------
      *>   CPPNDREG  -  REGISTRO DEL ARCHIVO DE CAMBIOS DE SALARIO
      *>               RETENIDOS EN ESPERA DE AUTORIZACION (PENDAUT).
      *>               PROG0020 RETIENE AQUI EL CAMBIO CUYO AUMENTO
      *>               PASA DEL LIMITE DE LA TARJETA PARMAUT, SIN
      *>               APLICARLO AL MAESTRO. PND-TRANSACCION ES LA
      *>               TRANSACCION COMPLETA TAL COMO LLEGO (MISMO
      *>               FORMATO DE 125 POSICIONES DE TRANMAE), CON EL
      *>               USUARIO QUE LA CAPTURO. PROG0022 LA LIBERA
      *>               (REGRESA A LA PRE-EDICION POR TRANLIB CON EL
      *>               USUARIO QUE AUTORIZO) O LA NIEGA, Y PROG0023
      *>               IMPRIME LA ANTIGUEDAD DE LO RETENIDO. EL FOLIO ES
      *>               CONSECUTIVO Y ES LA LLAVE CON LA QUE SE AUTORIZA.
      *>----------------------------------------------------------------
       01  REG-PENDAUT.
           05 PND-TRANSACCION.
               10 PND-TIPO           PIC X(01).
               10 PND-NUMERO         PIC 9(05).
               10 PND-NOMBRE         PIC X(30).
               10 PND-STATUS         PIC 9(01).
               10 PND-DEPTO          PIC 9(03).
               10 PND-PUESTO         PIC 9(02).
               10 PND-SALARIO        PIC 9(07)V99.
               10 PND-FECHA-ING      PIC 9(08).
               10 PND-FEC-EFECTIVA   PIC 9(08).
               10 PND-RFC            PIC X(13).
               10 PND-CURP           PIC X(18).
               10 PND-NSS            PIC X(11).
               10 PND-USUARIO        PIC X(08).
               10 PND-AUTORIZO       PIC X(08).
           05 PND-FOLIO           PIC 9(07).
           05 PND-FEC-RETENIDA.
               10 PND-RET-ANIO       PIC 9(04).
               10 PND-RET-MES        PIC 9(02).
               10 PND-RET-DIA        PIC 9(02).
           05 PND-SAL-ANTERIOR    PIC 9(07)V99.
           05 PND-PCT-AUMENTO     PIC 9(03)V99.
           05 PND-IMP-AUMENTO     PIC 9(07)V99.
           05 FILLER              PIC X(17).
