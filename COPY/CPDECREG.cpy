      *>----------------------------------------------------------------
      *>   CPDECREG  -  REGISTRO DE DECISIONES SOBRE LOS CAMBIOS DE
      *>               SALARIO RETENIDOS (AUTORIZA), ENTRADA DE
      *>               PROG0022. UNO POR FOLIO DE PENDAUT: "L" LIBERA
      *>               EL CAMBIO, "R" LO NIEGA. DEC-USUARIO ES QUIEN
      *>               DECIDE; DEBE TENER AUTORIZACION "L" EN AUTUSUA Y
      *>               SER DISTINTO DEL QUE CAPTURO EL CAMBIO.
      *>----------------------------------------------------------------
       01  REG-AUTORIZA.
           05 DEC-FOLIO           PIC 9(07).
           05 DEC-DECISION        PIC X(01).
               88 DEC-LIBERA                  VALUE "L".
               88 DEC-RECHAZA                 VALUE "R".
               88 DEC-DECISION-VALIDA         VALUE "L" "R".
           05 DEC-USUARIO         PIC X(08).
           05 DEC-MOTIVO          PIC X(20).
           05 FILLER              PIC X(04).
