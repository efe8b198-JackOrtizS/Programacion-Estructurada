       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0065.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR.
      *INSTALLATION.              JACK PRUEBAS.
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY                   NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *>   AUDITORIA NOCTURNA DE CONSISTENCIA ENTRE ARCHIVOS. CADA
      *>   PROGRAMA VALIDA SUS PROPIAS ENTRADAS; ESTE REVISA QUE LOS
      *>   ARCHIVOS CUADREN ENTRE SI CONTRA EL MAESTRO DE EMPLEADOS Y
      *>   LAS TABLAS DE DEPARTAMENTOS Y PUESTOS:
      *>     - SALDOS DE VACACIONES (VACSALDO) SIN EMPLEADO, Y
      *>       EMPLEADOS ACTIVOS SIN SALDO
      *>     - RETROACTIVOS PENDIENTES (RETROPEND) DE BAJAS O DE
      *>       NUMEROS QUE NO ESTAN EN EL MAESTRO
      *>     - LINEAS DEL DEPOSITO DE NOMINA (DEPOSITO) DE EMPLEADOS
      *>       NO ACTIVOS O QUE NO ESTAN EN EL MAESTRO
      *>     - PLAZAS (PROG0055) CONTRA LAS OCUPADAS CONTADAS IGUAL
      *>       QUE EN PROG0015 (EL STATUS 9 NO OCUPA PLAZA): PLAZA
      *>       SOBREGIRADA, OCUPADAS SIN PLAZA Y PLAZAS DE UN DEPTO O
      *>       PUESTO QUE YA NO EXISTE
      *>     - EMPLEADOS CON DEPARTAMENTO O PUESTO INEXISTENTE
      *>     - PERIODOS DEL HISTORICO DE NOMINA (NOMHIST) SIN SU
      *>       "FIN LIMPIO" EN CTLCORR: LA ORDINARIA CONTRA PROG0030,
      *>       EL FINIQUITO CONTRA PROG0035 Y EL AGUINALDO CONTRA
      *>       PROG0038 (ESTE SE REVISA POR ANIO, IGUAL QUE EN SU
      *>       CONTROL DE CORRIDA)
      *>   CADA HALLAZGO SE IMPRIME CON SU REGLA Y SEVERIDAD Y AL
      *>   FINAL SE DA EL CONTEO POR REGLA. UNA REGLA SEVERA ("S")
      *>   TERMINA CON RETURN-CODE 8 PARA QUE OPERACION DETENGA EL
      *>   SIGUIENTE CICLO; UNA ADVERTENCIA ("A") CON RETURN-CODE 4.
      *>   NO ACTUALIZA NINGUN ARCHIVO Y NO ENTRA AL CONTROL DE
      *>   CORRIDAS. LOS ARCHIVOS AUSENTES SE TOMAN VACIOS; SIN
      *>   VACSALDO NO SE REVISAN LOS ACTIVOS SIN SALDO Y SIN PLAZAS
      *>   NO SE REVISAN LAS PLAZAS (IGUAL QUE EN PROG0015).
      *>   UN NOMHIST GRABADO CON EL FORMATO ANTERIOR DE 60
      *>   POSICIONES SE CONVIERTE UNA SOLA VEZ CON PROG0120.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS       ASSIGN TO UT-S-EMPLEADO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS EMP-LLAVE.
           SELECT DEPTOS          ASSIGN TO UT-S-DEPTOS.
           SELECT PUESTOS         ASSIGN TO UT-S-PUESTOS.
           SELECT OPTIONAL
                  PLAZAS          ASSIGN TO UT-S-PLAZAS
                                  FILE STATUS IS WS-STATUS-PLAZAS.
           SELECT OPTIONAL
                  VACSALDO        ASSIGN TO UT-S-VACSALDO
                                  FILE STATUS IS WS-STATUS-VACSALDO.
           SELECT OPTIONAL
                  RETROPEND       ASSIGN TO UT-S-RETROPEND
                                  FILE STATUS IS WS-STATUS-RETRO.
           SELECT RET-ORDENADO    ASSIGN TO UT-S-RETORD.
           SELECT WORK-ORD-RET    ASSIGN TO UT-S-WRKRET.
           SELECT OPTIONAL
                  DEPOSITO        ASSIGN TO UT-S-DEPOSITO
                                  FILE STATUS IS WS-STATUS-DEPOSITO.
           SELECT DPS-ORDENADO    ASSIGN TO UT-S-DPSORD.
           SELECT WORK-ORD-DPS    ASSIGN TO UT-S-WRKDPS.
           SELECT OPTIONAL
                  NOMHIST         ASSIGN TO UT-S-NOMHIST
                                  FILE STATUS IS WS-STATUS-NOMHIST.
           SELECT OPTIONAL
                  CTLCORR         ASSIGN TO UT-S-CTLCORR
                                  FILE STATUS IS WS-STATUS-CONTROL.
           SELECT AUDITREP        ASSIGN TO US-S-AUDITREP.
           SELECT OPTIONAL
                  PARAMETROS      ASSIGN TO UT-S-PARAMETROS
                                  FILE STATUS IS WS-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS.
           05 EMP-LLAVE            PIC 9(05).
           05 FILLER               PIC X(53).

       FD  DEPTOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEPTOS.
           COPY CPDEPREG.

       FD  PUESTOS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PUESTOS.
           COPY CPPUEREG.

       FD  PLAZAS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PLAZAS.
           COPY CPPLZREG.

       FD  VACSALDO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-VACSALDO.
           COPY CPVACREG.

       FD  RETROPEND
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-RETROPEND-ENT.
       01  REG-RETROPEND-ENT       PIC X(40).

      *>----------------------------------------------------------------
      *>   ARCHIVOS DE TRABAJO DEL SORT - LOS RETROACTIVOS Y EL
      *>   DEPOSITO SE ORDENAN POR EMPLEADO PARA EL CRUCE CON EL
      *>   MAESTRO
      *>----------------------------------------------------------------
       SD  WORK-ORD-RET.
       01  WORK-REG-RETROPEND.
           05 WORK-RET-NUMERO      PIC 9(05).
           05 WORK-RET-FEC-EFE     PIC 9(08).
           05 FILLER               PIC X(27).

       FD  RET-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-RETROPEND.
           COPY CPRETREG.

       FD  DEPOSITO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DEPOSITO-ENT.
       01  REG-DEPOSITO-ENT        PIC X(70).

       SD  WORK-ORD-DPS.
       01  WORK-REG-DEPOSITO.
           05 WORK-DPS-NUMERO      PIC 9(05).
           05 FILLER               PIC X(65).

      *>----------------------------------------------------------------
      *>   MISMO LAYOUT QUE EL DETALLE DEL DEPOSITO DE PROG0030
      *>   (WS-DEP-DETALLE)
      *>----------------------------------------------------------------
       FD  DPS-ORDENADO
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-DPS-ORDENADO.
       01  REG-DPS-ORDENADO.
           05 DPS-NUMERO           PIC 9(05).
           05 DPS-NOMBRE           PIC X(30).
           05 DPS-NETO             PIC 9(07)V99.
           05 DPS-CLABE            PIC X(18).
           05 DPS-PER-ANIO         PIC 9(04).
           05 DPS-PER-MES          PIC 9(02).
           05 DPS-QUINCENA         PIC X(01).
           05 FILLER               PIC X(01).

       FD  NOMHIST
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-NOMHIST.
           COPY CPNOMREG.

       FD  CTLCORR
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-CONTROL.
           COPY CPCTLREG.

       FD  AUDITREP
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-AUDITREP.
       01  REG-AUDITREP            PIC X(132).

       FD  PARAMETROS
      *    LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *    DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           COPY CPEMPWS.
           05 WS-STATUS-PLAZAS       PIC X(02)  VALUE SPACES.
           05 WS-STATUS-VACSALDO     PIC X(02)  VALUE SPACES.
           05 WS-STATUS-RETRO        PIC X(02)  VALUE SPACES.
           05 WS-STATUS-DEPOSITO     PIC X(02)  VALUE SPACES.
           05 WS-STATUS-NOMHIST      PIC X(02)  VALUE SPACES.
           05 WS-STATUS-CONTROL      PIC X(02)  VALUE SPACES.
           05 WS-STATUS-PARAM        PIC X(02)  VALUE SPACES.
           05 SW-FIN-DEPTO           PIC X(03)  VALUE SPACES.
           05 SW-FIN-PUESTO          PIC X(03)  VALUE SPACES.
           05 SW-FIN-PLAZAS          PIC X(03)  VALUE SPACES.
           05 SW-FIN-MAESTRO         PIC X(03)  VALUE SPACES.
           05 SW-FIN-VACSALDO        PIC X(03)  VALUE SPACES.
           05 SW-FIN-RETRO           PIC X(03)  VALUE SPACES.
           05 SW-FIN-DEPOSITO        PIC X(03)  VALUE SPACES.
           05 SW-FIN-NOMHIST         PIC X(03)  VALUE SPACES.
           05 SW-FIN-CONTROL         PIC X(03)  VALUE SPACES.
           05 SW-PLAZAS-ABIERTO      PIC X(03)  VALUE "NO ".
           05 SW-VAC-ABIERTO         PIC X(03)  VALUE "NO ".
           05 SW-CON-SALDO           PIC X(03)  VALUE "NO ".
           05 SW-HALLADO             PIC X(03)  VALUE "NO ".
           05 WS-CLAVE-MAESTRO       PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-VACSALDO      PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-RETRO         PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-DEPOSITO      PIC 9(05)  VALUE ZEROS.
           05 WS-CLAVE-PROCESO       PIC 9(05)  VALUE ZEROS.
           05 WS-PROGRAMA-BUSCA      PIC X(08)  VALUE SPACES.
           05 WS-DEPTO-BUSCA         PIC 9(03)  VALUE ZEROS.
           05 WS-PUESTO-BUSCA        PIC 9(02)  VALUE ZEROS.
           05 WS-PLAZAS-PERDIDAS     PIC 9(05)  VALUE ZEROS.
           05 WS-PERIODOS-PERDIDOS   PIC 9(05)  VALUE ZEROS.
           05 WS-LEIDOS-MAESTRO      PIC 9(07)  VALUE ZEROS.
           05 WS-LEIDOS-VACSALDO     PIC 9(07)  VALUE ZEROS.
           05 WS-LEIDOS-RETRO        PIC 9(07)  VALUE ZEROS.
           05 WS-LEIDOS-DEPOSITO     PIC 9(07)  VALUE ZEROS.
           05 WS-LEIDOS-NOMHIST      PIC 9(07)  VALUE ZEROS.
           05 WS-LEIDOS-CONTROL      PIC 9(07)  VALUE ZEROS.
           05 WS-TOT-SEVERAS         PIC 9(07)  VALUE ZEROS.
           05 WS-TOT-ADVERTENCIAS    PIC 9(07)  VALUE ZEROS.
           05 WS-IDX-REGLA           PIC 9(02)  VALUE ZEROS.
           05 WS-PAGINA-NUM          PIC 9(03)  VALUE ZEROS.
           05 WS-CONT-LINEAS         PIC 9(03)  VALUE ZEROS.
           05 WS-LINEAS-POR-PAGINA   PIC 9(03)  VALUE 50.
           05 WS-REPORTE-DIA         PIC 9(02)  VALUE ZEROS.
           05 WS-REPORTE-MES         PIC 9(02)  VALUE ZEROS.
           05 WS-REPORTE-ANIO        PIC 9(04)  VALUE ZEROS.
           05 WS-FECHA-SISTEMA.
               10 WS-FEC-SIS-ANIO    PIC 9(04).
               10 WS-FEC-SIS-MES     PIC 9(02).
               10 WS-FEC-SIS-DIA     PIC 9(02).
      *>       DATOS DEL HALLAZGO QUE SE VA A IMPRIMIR (200)
           05 WS-HAL-REGLA           PIC 9(02)  VALUE ZEROS.
           05 WS-HAL-ARCHIVO         PIC X(10)  VALUE SPACES.
           05 WS-HAL-NOMBRE          PIC X(30)  VALUE SPACES.
           05 WS-HAL-CLAVE           PIC X(14)  VALUE SPACES.
           05 WS-HAL-CLAVE-EMP REDEFINES WS-HAL-CLAVE.
               10 WS-HCE-ETIQ        PIC X(04).
               10 WS-HCE-NUMERO      PIC 9(05).
               10 FILLER             PIC X(05).
           05 WS-HAL-CLAVE-PLZ REDEFINES WS-HAL-CLAVE.
               10 WS-HCP-ETIQ-DEP    PIC X(04).
               10 WS-HCP-DEPTO       PIC 9(03).
               10 WS-HCP-ETIQ-PUE    PIC X(05).
               10 WS-HCP-PUESTO      PIC 9(02).
           05 WS-HAL-CLAVE-PER REDEFINES WS-HAL-CLAVE.
               10 WS-HCR-ETIQ        PIC X(04).
               10 WS-HCR-ANIO        PIC 9(04).
               10 WS-HCR-DIAG        PIC X(01).
               10 WS-HCR-MES         PIC 9(02).
               10 WS-HCR-ESPACIO     PIC X(01).
               10 WS-HCR-TIPO        PIC X(01).
               10 WS-HCR-QUINCENA    PIC X(01).
           05 WS-HAL-DATO            PIC X(19)  VALUE SPACES.
           05 WS-HAL-DATO-COD REDEFINES WS-HAL-DATO.
               10 WS-HDC-ETIQ        PIC X(09).
               10 WS-HDC-CODIGO      PIC ZZ9.
               10 FILLER             PIC X(07).
           05 WS-HAL-DATO-FEC REDEFINES WS-HAL-DATO.
               10 WS-HDF-ETIQ        PIC X(09).
               10 WS-HDF-FECHA       PIC 9(08).
               10 FILLER             PIC X(02).
           05 WS-HAL-DATO-ANI REDEFINES WS-HAL-DATO.
               10 WS-HDA-ETIQ        PIC X(09).
               10 WS-HDA-ANIO        PIC 9(04).
               10 FILLER             PIC X(06).
           05 WS-HAL-DATO-PRG REDEFINES WS-HAL-DATO.
               10 WS-HDR-ETIQ        PIC X(09).
               10 WS-HDR-PROGRAMA    PIC X(08).
               10 FILLER             PIC X(02).
           05 WS-HAL-DATO-IMP REDEFINES WS-HAL-DATO.
               10 WS-HDI-ETIQ        PIC X(07).
               10 WS-HDI-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05 WS-HAL-DATO-PLZ REDEFINES WS-HAL-DATO.
               10 WS-HDP-ETIQ-AUT    PIC X(04).
               10 WS-HDP-AUTORIZADAS PIC ZZZ9.
               10 WS-HDP-ETIQ-OCU    PIC X(05).
               10 WS-HDP-OCUPADAS    PIC ZZ,ZZ9.

       COPY CPPARAM.
       COPY CPDEPTAB.
       COPY CPPUETAB.

      *>----------------------------------------------------------------
      *>   REGLAS DE LA AUDITORIA: CLAVE, SEVERIDAD (S = SEVERA,
      *>   A = ADVERTENCIA) Y DESCRIPCION; EL CONTEO VA EN LA TABLA
      *>   PARALELA WS-TAB-CONTEOS
      *>----------------------------------------------------------------
       01  WS-REGLAS-VALORES.
           05 FILLER              PIC X(44)      VALUE
              "R01ASALDO DE VACACIONES SIN EMPLEADO".
           05 FILLER              PIC X(44)      VALUE
              "R02AEMPLEADO ACTIVO SIN SALDO DE VACACIONES".
           05 FILLER              PIC X(44)      VALUE
              "R03SRETROACTIVO PENDIENTE DE UNA BAJA".
           05 FILLER              PIC X(44)      VALUE
              "R04SRETROACTIVO PENDIENTE SIN EMPLEADO".
           05 FILLER              PIC X(44)      VALUE
              "R05SDEPOSITO A EMPLEADO NO ACTIVO".
           05 FILLER              PIC X(44)      VALUE
              "R06SDEPOSITO SIN EMPLEADO EN EL MAESTRO".
           05 FILLER              PIC X(44)      VALUE
              "R07APLAZA CON MAS OCUPADAS QUE AUTORIZADAS".
           05 FILLER              PIC X(44)      VALUE
              "R08AOCUPADAS SIN PLAZA AUTORIZADA".
           05 FILLER              PIC X(44)      VALUE
              "R09SEMPLEADO CON DEPARTAMENTO INEXISTENTE".
           05 FILLER              PIC X(44)      VALUE
              "R10SEMPLEADO CON PUESTO INEXISTENTE".
           05 FILLER              PIC X(44)      VALUE
              "R11APLAZA DE DEPTO O PUESTO INEXISTENTE".
           05 FILLER              PIC X(44)      VALUE
              "R12SPERIODO DE NOMHIST SIN FIN LIMPIO".
       01  WS-TAB-REGLAS REDEFINES WS-REGLAS-VALORES.
           05 WS-REGLA-REG        OCCURS 12 TIMES.
               10 WS-REGLA-COD       PIC X(03).
               10 WS-REGLA-SEV       PIC X(01).
               10 WS-REGLA-DES       PIC X(40).

       01  WS-TAB-CONTEOS.
           05 WS-REGLA-CANT       PIC 9(07)      OCCURS 12 TIMES.

      *>----------------------------------------------------------------
      *>   PLAZAS AUTORIZADAS Y OCUPADAS (MISMO CONTEO QUE PROG0015:
      *>   EL STATUS 9 NO OCUPA PLAZA). UN DEPTO / PUESTO OCUPADO QUE
      *>   NO ESTA EN EL MAESTRO DE PLAZAS SE AGREGA CON
      *>   WS-TAB-PLZ-EN-MAESTRO EN "NO "
      *>----------------------------------------------------------------
       01  WS-TAB-PLAZAS.
           05 WS-TAB-PLAZAS-CANT  PIC 9(03)      VALUE ZEROS.
           05 WS-TAB-PLAZAS-REG   OCCURS 1 TO 500 TIMES
                                  DEPENDING ON WS-TAB-PLAZAS-CANT
                                  INDEXED BY WS-IDX-PLAZA.
               10 WS-TAB-PLZ-DEPTO       PIC 9(03).
               10 WS-TAB-PLZ-PUESTO      PIC 9(02).
               10 WS-TAB-PLZ-AUTORIZADAS PIC 9(04).
               10 WS-TAB-PLZ-OCUPADAS    PIC 9(05).
               10 WS-TAB-PLZ-EN-MAESTRO  PIC X(03).

      *>----------------------------------------------------------------
      *>   PERIODOS DEL HISTORICO DE NOMINA POR PROGRAMA QUE LOS
      *>   GENERA, Y SI CTLCORR TRAE SU FIN LIMPIO
      *>----------------------------------------------------------------
       01  WS-TAB-PERIODOS.
           05 WS-TAB-PER-CANT     PIC 9(03)      VALUE ZEROS.
           05 WS-TAB-PER-REG      OCCURS 1 TO 600 TIMES
                                  DEPENDING ON WS-TAB-PER-CANT
                                  INDEXED BY WS-IDX-PER.
               10 WS-TAB-PER-ANIO        PIC 9(04).
               10 WS-TAB-PER-MES         PIC 9(02).
               10 WS-TAB-PER-QUINCENA    PIC X(01).
               10 WS-TAB-PER-TIPO        PIC X(01).
               10 WS-TAB-PER-PROGRAMA    PIC X(08).
               10 WS-TAB-PER-REGISTROS   PIC 9(07).
               10 WS-TAB-PER-LIMPIO      PIC X(03).

       01  WS-TITULO-AUD.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)      VALUE
              "AUDITORIA DE CONSISTENCIA ENTRE ARCHIVOS".
           05 FILLER              PIC X(20)      VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FEC-DIA      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-MES      PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-TIT-FEC-ANIO     PIC 9(04).
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "PAGINA: ".
           05 WS-TIT-PAGINA       PIC ZZ9.
           05 FILLER              PIC X(34)      VALUE SPACES.

       01  WS-GUIONES-AUD.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(131)     VALUE ALL "-".

       01  WS-SUB-TITULO-AUD.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(03)      VALUE "SEV".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(05)      VALUE "REGLA".
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "ARCHIVO".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(14)      VALUE "CLAVE".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(30)      VALUE "NOMBRE".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(40)      VALUE "INCONSISTENCIA".
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(19)      VALUE "DATO".

       01  WS-DET-HALLAZGO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHA-SEVERIDAD    PIC X(01).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-DHA-REGLA        PIC X(03).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHA-ARCHIVO      PIC X(10).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHA-CLAVE        PIC X(14).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHA-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHA-DESCRIPCION  PIC X(40).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DHA-DATO         PIC X(19).

       01  WS-DET-SIN-HALLAZGOS.
           05 FILLER              PIC X(45)      VALUE
              " ** NO SE ENCONTRARON INCONSISTENCIAS **".
           05 FILLER              PIC X(87)      VALUE SPACES.

       01  WS-TIT-RESUMEN.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(44)      VALUE
              "RESUMEN POR REGLA (S = SEVERA, RC 8;".
           05 FILLER              PIC X(30)      VALUE
              " A = ADVERTENCIA, RC 4)".
           05 FILLER              PIC X(57)      VALUE SPACES.

       01  WS-DET-RESUMEN.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-SEVERIDAD    PIC X(01).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-DRE-REGLA        PIC X(03).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-DESCRIPCION  PIC X(40).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-DRE-CANTIDAD     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01  WS-DET-CONTEO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DCN-CONCEPTO     PIC X(45).
           05 WS-DCN-CANTIDAD     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(77)      VALUE SPACES.

       01  WS-DET-AVISO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AVI-TEXTO        PIC X(80).
           05 FILLER              PIC X(51)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEE-PARAMETROS  THRU 015-FIN
           PERFORM 016-DETERMINA-FECHA THRU 016-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 030-TITULOS         THRU 030-FIN
           PERFORM 021-CARGA-DEPTOS    THRU 021-FIN
           PERFORM 023-CARGA-PUESTOS   THRU 023-FIN
           PERFORM 025-CARGA-PLAZAS    THRU 025-FIN
           PERFORM 027-CARGA-PERIODOS  THRU 027-FIN
           PERFORM 031-REVISA-CONTROL  THRU 031-FIN
           PERFORM 040-LEE-MAESTRO     THRU 040-FIN
           PERFORM 041-LEE-VACSALDO    THRU 041-FIN
           PERFORM 043-LEE-RETRO       THRU 043-FIN
           PERFORM 045-LEE-DEPOSITO    THRU 045-FIN
           PERFORM 050-PROCESA         THRU 050-FIN
               UNTIL SW-FIN-MAESTRO EQUAL "FIN"
           PERFORM 060-FINAL           THRU 060-FIN
           GOBACK.

       015-LEE-PARAMETROS.
           MOVE "N"          TO WS-PARM-FECHA-SW
           MOVE ZEROS        TO WS-PARM-FECHA
           MOVE "T"          TO WS-PARM-FILTRO-STATUS
           MOVE SPACE        TO WS-PARM-RERUN
           MOVE SPACE        TO WS-PARM-SIMULA
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAM EQUAL "00"
               READ PARAMETROS INTO WS-REG-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
       015-FIN. EXIT.
       016-DETERMINA-FECHA.
           IF WS-PARM-FECHA-MANUAL
               MOVE WS-PARM-FEC-DIA  TO WS-REPORTE-DIA
               MOVE WS-PARM-FEC-MES  TO WS-REPORTE-MES
               MOVE WS-PARM-FEC-ANIO TO WS-REPORTE-ANIO
           ELSE
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-FEC-SIS-DIA  TO WS-REPORTE-DIA
               MOVE WS-FEC-SIS-MES  TO WS-REPORTE-MES
               MOVE WS-FEC-SIS-ANIO TO WS-REPORTE-ANIO
           END-IF.
       016-FIN. EXIT.
       020-ABRE-ARCHIVOS.
           SORT WORK-ORD-RET
               ON ASCENDING KEY WORK-RET-NUMERO
               ON ASCENDING KEY WORK-RET-FEC-EFE
               USING RETROPEND
               GIVING RET-ORDENADO
           SORT WORK-ORD-DPS
               ON ASCENDING KEY WORK-DPS-NUMERO
               USING DEPOSITO
               GIVING DPS-ORDENADO
           MOVE ZEROS TO WS-TAB-CONTEOS
           OPEN INPUT EMPLEADOS
                      RET-ORDENADO
                      DPS-ORDENADO
                OUTPUT AUDITREP
           OPEN INPUT VACSALDO
           IF WS-STATUS-VACSALDO EQUAL "00"
               MOVE "SI " TO SW-VAC-ABIERTO
           ELSE
               MOVE "FIN"       TO SW-FIN-VACSALDO
               MOVE HIGH-VALUES TO WS-CLAVE-VACSALDO
           END-IF.
       020-FIN. EXIT.
       021-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
           PERFORM 022-LEE-DEPTO THRU 022-FIN
                                     UNTIL SW-FIN-DEPTO EQUAL "FIN"
           CLOSE DEPTOS.
       021-FIN. EXIT.
       022-LEE-DEPTO.
           READ DEPTOS
               AT END
                   MOVE "FIN" TO SW-FIN-DEPTO
               NOT AT END
                   ADD 1 TO WS-TAB-DEPTOS-CANT
                   SET WS-IDX-DEPTO TO WS-TAB-DEPTOS-CANT
                   MOVE DEP-CODIGO TO WS-TAB-DEPTO-COD (WS-IDX-DEPTO)
                   MOVE DEP-NOMBRE TO WS-TAB-DEPTO-NOM (WS-IDX-DEPTO)
           END-READ.
       022-FIN. EXIT.
       023-CARGA-PUESTOS.
           OPEN INPUT PUESTOS
           PERFORM 024-LEE-PUESTO THRU 024-FIN
                                     UNTIL SW-FIN-PUESTO EQUAL "FIN"
           CLOSE PUESTOS.
       023-FIN. EXIT.
       024-LEE-PUESTO.
           READ PUESTOS
               AT END
                   MOVE "FIN" TO SW-FIN-PUESTO
               NOT AT END
                   ADD 1 TO WS-TAB-PUESTOS-CANT
                   SET WS-IDX-PUESTO TO WS-TAB-PUESTOS-CANT
                   MOVE PUE-CODIGO TO WS-TAB-PUESTO-COD (WS-IDX-PUESTO)
                   MOVE PUE-DESCRIPCION
                                   TO WS-TAB-PUESTO-DES (WS-IDX-PUESTO)
           END-READ.
       024-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   025 - PLAZAS AUTORIZADAS; UNA PLAZA DE UN DEPARTAMENTO O
      *>   PUESTO QUE YA NO EXISTE SE REPORTA AL CARGARLA (R11)
      *>----------------------------------------------------------------
       025-CARGA-PLAZAS.
           OPEN INPUT PLAZAS
           IF WS-STATUS-PLAZAS EQUAL "00"
               MOVE "SI " TO SW-PLAZAS-ABIERTO
               PERFORM 026-LEE-PLAZA THRU 026-FIN
                   UNTIL SW-FIN-PLAZAS EQUAL "FIN"
               CLOSE PLAZAS
           END-IF.
       025-FIN. EXIT.
       026-LEE-PLAZA.
           READ PLAZAS
               AT END
                   MOVE "FIN" TO SW-FIN-PLAZAS
                   GO TO 026-FIN
           END-READ
           MOVE "PLAZAS"       TO WS-HAL-ARCHIVO
           MOVE SPACES         TO WS-HAL-NOMBRE
           MOVE "DEP "         TO WS-HCP-ETIQ-DEP
           MOVE PLZ-DEPTO      TO WS-HCP-DEPTO
           MOVE " PUE "        TO WS-HCP-ETIQ-PUE
           MOVE PLZ-PUESTO     TO WS-HCP-PUESTO
           MOVE PLZ-DEPTO      TO WS-DEPTO-BUSCA
           MOVE PLZ-PUESTO     TO WS-PUESTO-BUSCA
           PERFORM 034-BUSCA-DEPTO THRU 034-FIN
           IF SW-HALLADO EQUAL "NO "
               MOVE 11             TO WS-HAL-REGLA
               MOVE SPACES         TO WS-HAL-DATO
               MOVE "SIN DEPTO"    TO WS-HAL-DATO
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF
           PERFORM 035-BUSCA-PUESTO THRU 035-FIN
           IF SW-HALLADO EQUAL "NO "
               MOVE 11             TO WS-HAL-REGLA
               MOVE SPACES         TO WS-HAL-DATO
               MOVE "SIN PUESTO"   TO WS-HAL-DATO
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF
           IF WS-TAB-PLAZAS-CANT GREATER THAN OR EQUAL TO 500
               ADD 1 TO WS-PLAZAS-PERDIDAS
               GO TO 026-FIN
           END-IF
           ADD 1 TO WS-TAB-PLAZAS-CANT
           SET WS-IDX-PLAZA TO WS-TAB-PLAZAS-CANT
           MOVE PLZ-DEPTO       TO WS-TAB-PLZ-DEPTO (WS-IDX-PLAZA)
           MOVE PLZ-PUESTO      TO WS-TAB-PLZ-PUESTO (WS-IDX-PLAZA)
           MOVE PLZ-AUTORIZADAS TO WS-TAB-PLZ-AUTORIZADAS (WS-IDX-PLAZA)
           MOVE ZEROS           TO WS-TAB-PLZ-OCUPADAS (WS-IDX-PLAZA)
           MOVE "SI "           TO WS-TAB-PLZ-EN-MAESTRO (WS-IDX-PLAZA).
       026-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   027 - PERIODOS DEL HISTORICO DE NOMINA: UNA ENTRADA POR
      *>   PERIODO Y PROGRAMA QUE LO GENERA SEGUN EL TIPO DE NOMINA
      *>----------------------------------------------------------------
       027-CARGA-PERIODOS.
           OPEN INPUT NOMHIST
           IF WS-STATUS-NOMHIST EQUAL "00"
               PERFORM 028-LEE-NOMHIST THRU 028-FIN
                   UNTIL SW-FIN-NOMHIST EQUAL "FIN"
               CLOSE NOMHIST
           END-IF.
       027-FIN. EXIT.
       028-LEE-NOMHIST.
           READ NOMHIST
               AT END
                   MOVE "FIN" TO SW-FIN-NOMHIST
                   GO TO 028-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-NOMHIST
           EVALUATE TRUE
               WHEN NOM-ES-FINIQUITO
                   MOVE "PROG0035" TO WS-PROGRAMA-BUSCA
               WHEN NOM-ES-AGUINALDO
                   MOVE "PROG0038" TO WS-PROGRAMA-BUSCA
               WHEN OTHER
                   MOVE "PROG0030" TO WS-PROGRAMA-BUSCA
           END-EVALUATE
           IF WS-TAB-PER-CANT GREATER THAN ZERO
               SET WS-IDX-PER TO 1
               SEARCH WS-TAB-PER-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-PER-ANIO (WS-IDX-PER)
                                         EQUAL NOM-PER-ANIO
                    AND WS-TAB-PER-MES (WS-IDX-PER)
                                         EQUAL NOM-PER-MES
                    AND WS-TAB-PER-QUINCENA (WS-IDX-PER)
                                         EQUAL NOM-QUINCENA
                    AND WS-TAB-PER-PROGRAMA (WS-IDX-PER)
                                         EQUAL WS-PROGRAMA-BUSCA
                       ADD 1 TO WS-TAB-PER-REGISTROS (WS-IDX-PER)
                       GO TO 028-FIN
               END-SEARCH
           END-IF
           IF WS-TAB-PER-CANT GREATER THAN OR EQUAL TO 600
               ADD 1 TO WS-PERIODOS-PERDIDOS
               GO TO 028-FIN
           END-IF
           ADD 1 TO WS-TAB-PER-CANT
           SET WS-IDX-PER TO WS-TAB-PER-CANT
           MOVE NOM-PER-ANIO      TO WS-TAB-PER-ANIO (WS-IDX-PER)
           MOVE NOM-PER-MES       TO WS-TAB-PER-MES (WS-IDX-PER)
           MOVE NOM-QUINCENA      TO WS-TAB-PER-QUINCENA (WS-IDX-PER)
           MOVE NOM-TIPO-NOMINA   TO WS-TAB-PER-TIPO (WS-IDX-PER)
           MOVE WS-PROGRAMA-BUSCA TO WS-TAB-PER-PROGRAMA (WS-IDX-PER)
           MOVE 1                 TO WS-TAB-PER-REGISTROS (WS-IDX-PER)
           MOVE "NO "             TO WS-TAB-PER-LIMPIO (WS-IDX-PER).
       028-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   031 - CADA "FIN LIMPIO" DE CTLCORR MARCA LOS PERIODOS DE SU
      *>   PROGRAMA; EL AGUINALDO (PROG0038) SE CONTROLA POR ANIO.
      *>   EN LA NOMINA QUINCENAL CADA CORRIDA DEL MES TIENE SU PROPIO
      *>   FIN LIMPIO, POR ESO EL PERIODO INCLUYE LA QUINCENA
      *>----------------------------------------------------------------
       031-REVISA-CONTROL.
           IF WS-TAB-PER-CANT EQUAL ZERO
               GO TO 031-FIN
           END-IF
           OPEN INPUT CTLCORR
           IF WS-STATUS-CONTROL EQUAL "00"
               PERFORM 032-LEE-CONTROL THRU 032-FIN
                   UNTIL SW-FIN-CONTROL EQUAL "FIN"
               CLOSE CTLCORR
           END-IF.
       031-FIN. EXIT.
       032-LEE-CONTROL.
           READ CTLCORR
               AT END
                   MOVE "FIN" TO SW-FIN-CONTROL
               NOT AT END
                   ADD 1 TO WS-LEIDOS-CONTROL
                   IF CTL-ES-FIN AND CTL-FIN-LIMPIO
                       PERFORM 033-MARCA-PERIODO THRU 033-FIN
                           VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER GREATER THAN
                                                 WS-TAB-PER-CANT
                   END-IF
           END-READ.
       032-FIN. EXIT.
       033-MARCA-PERIODO.
           IF WS-TAB-PER-PROGRAMA (WS-IDX-PER) NOT EQUAL CTL-PROGRAMA
              OR WS-TAB-PER-ANIO (WS-IDX-PER) NOT EQUAL CTL-PER-ANIO
               GO TO 033-FIN
           END-IF
           IF (WS-TAB-PER-MES (WS-IDX-PER) EQUAL CTL-PER-MES AND
               WS-TAB-PER-QUINCENA (WS-IDX-PER) EQUAL CTL-QUINCENA) OR
              CTL-PROGRAMA EQUAL "PROG0038"
               MOVE "SI " TO WS-TAB-PER-LIMPIO (WS-IDX-PER)
           END-IF.
       033-FIN. EXIT.
       034-BUSCA-DEPTO.
           MOVE "NO " TO SW-HALLADO
           IF WS-TAB-DEPTOS-CANT GREATER THAN ZERO
               SET WS-IDX-DEPTO TO 1
               SEARCH WS-TAB-DEPTOS-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DEPTO-COD (WS-IDX-DEPTO)
                                         EQUAL WS-DEPTO-BUSCA
                       MOVE "SI " TO SW-HALLADO
               END-SEARCH
           END-IF.
       034-FIN. EXIT.
       035-BUSCA-PUESTO.
           MOVE "NO " TO SW-HALLADO
           IF WS-TAB-PUESTOS-CANT GREATER THAN ZERO
               SET WS-IDX-PUESTO TO 1
               SEARCH WS-TAB-PUESTOS-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-PUESTO-COD (WS-IDX-PUESTO)
                                         EQUAL WS-PUESTO-BUSCA
                       MOVE "SI " TO SW-HALLADO
               END-SEARCH
           END-IF.
       035-FIN. EXIT.
       030-TITULOS.
           MOVE WS-REPORTE-DIA  TO WS-TIT-FEC-DIA
           MOVE WS-REPORTE-MES  TO WS-TIT-FEC-MES
           MOVE WS-REPORTE-ANIO TO WS-TIT-FEC-ANIO
           ADD 1                TO WS-PAGINA-NUM
           MOVE WS-PAGINA-NUM   TO WS-TIT-PAGINA
           WRITE REG-AUDITREP FROM WS-TITULO-AUD AFTER ADVANCING PAGE
           WRITE REG-AUDITREP FROM WS-GUIONES-AUD AFTER ADVANCING 1
           WRITE REG-AUDITREP FROM WS-SUB-TITULO-AUD AFTER ADVANCING 1
           WRITE REG-AUDITREP FROM WS-GUIONES-AUD AFTER ADVANCING 1
           MOVE ZEROS           TO WS-CONT-LINEAS.
       030-FIN. EXIT.
       036-VERIFICA-SALTO.
           ADD 1 TO WS-CONT-LINEAS
           IF WS-CONT-LINEAS GREATER THAN OR EQUAL TO
                                           WS-LINEAS-POR-PAGINA
               PERFORM 030-TITULOS THRU 030-FIN
           END-IF.
       036-FIN. EXIT.
       040-LEE-MAESTRO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "FIN"        TO SW-FIN-MAESTRO
                   MOVE HIGH-VALUES  TO WS-CLAVE-MAESTRO
               NOT AT END
                   ADD 1 TO WS-LEIDOS-MAESTRO
                   MOVE WS-NUMERO-EMP TO WS-CLAVE-MAESTRO
           END-READ.
       040-FIN. EXIT.
       041-LEE-VACSALDO.
           IF SW-VAC-ABIERTO EQUAL "NO "
               GO TO 041-FIN
           END-IF
           READ VACSALDO
               AT END
                   MOVE "FIN"        TO SW-FIN-VACSALDO
                   MOVE HIGH-VALUES  TO WS-CLAVE-VACSALDO
               NOT AT END
                   ADD 1 TO WS-LEIDOS-VACSALDO
                   MOVE VAC-NUMERO TO WS-CLAVE-VACSALDO
           END-READ.
       041-FIN. EXIT.
       043-LEE-RETRO.
           READ RET-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-RETRO
                   MOVE HIGH-VALUES  TO WS-CLAVE-RETRO
               NOT AT END
                   ADD 1 TO WS-LEIDOS-RETRO
                   MOVE RET-NUMERO TO WS-CLAVE-RETRO
           END-READ.
       043-FIN. EXIT.
       045-LEE-DEPOSITO.
           READ DPS-ORDENADO
               AT END
                   MOVE "FIN"        TO SW-FIN-DEPOSITO
                   MOVE HIGH-VALUES  TO WS-CLAVE-DEPOSITO
               NOT AT END
                   ADD 1 TO WS-LEIDOS-DEPOSITO
                   MOVE DPS-NUMERO TO WS-CLAVE-DEPOSITO
           END-READ.
       045-FIN. EXIT.
       050-PROCESA.
           PERFORM 100-AUDITA-EMPLEADO THRU 100-FIN
           PERFORM 040-LEE-MAESTRO     THRU 040-FIN.
       050-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   060 - LO QUE QUEDA EN VACSALDO, RETROPEND Y DEPOSITO
      *>   DESPUES DEL ULTIMO EMPLEADO NO TIENE MAESTRO; LUEGO SE
      *>   REVISAN LAS PLAZAS Y LOS PERIODOS Y SE DA EL RESUMEN
      *>----------------------------------------------------------------
       060-FINAL.
           PERFORM 122-VAC-SIN-EMPLEADO THRU 122-FIN
               UNTIL SW-FIN-VACSALDO EQUAL "FIN"
           PERFORM 132-RETRO-SIN-EMPLEADO THRU 132-FIN
               UNTIL SW-FIN-RETRO EQUAL "FIN"
           PERFORM 142-DEPOSITO-SIN-EMPLEADO THRU 142-FIN
               UNTIL SW-FIN-DEPOSITO EQUAL "FIN"
           IF SW-PLAZAS-ABIERTO EQUAL "SI " AND
              WS-TAB-PLAZAS-CANT GREATER THAN ZERO
               PERFORM 070-REVISA-PLAZA THRU 070-FIN
                   VARYING WS-IDX-PLAZA FROM 1 BY 1
                   UNTIL WS-IDX-PLAZA GREATER THAN WS-TAB-PLAZAS-CANT
           END-IF
           IF WS-TAB-PER-CANT GREATER THAN ZERO
               PERFORM 075-REVISA-PERIODO THRU 075-FIN
                   VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER GREATER THAN WS-TAB-PER-CANT
           END-IF
           PERFORM 080-RESUMEN THRU 080-FIN
           EVALUATE TRUE
               WHEN WS-TOT-SEVERAS GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-ADVERTENCIAS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE
           IF SW-VAC-ABIERTO EQUAL "SI "
               CLOSE VACSALDO
           END-IF
           CLOSE EMPLEADOS
                 RET-ORDENADO
                 DPS-ORDENADO
                 AUDITREP.
       060-FIN. EXIT.
       070-REVISA-PLAZA.
           MOVE "PLAZAS"   TO WS-HAL-ARCHIVO
           MOVE SPACES     TO WS-HAL-NOMBRE
           MOVE "DEP "     TO WS-HCP-ETIQ-DEP
           MOVE WS-TAB-PLZ-DEPTO (WS-IDX-PLAZA)  TO WS-HCP-DEPTO
           MOVE " PUE "    TO WS-HCP-ETIQ-PUE
           MOVE WS-TAB-PLZ-PUESTO (WS-IDX-PLAZA) TO WS-HCP-PUESTO
           MOVE "AUT "     TO WS-HDP-ETIQ-AUT
           MOVE WS-TAB-PLZ-AUTORIZADAS (WS-IDX-PLAZA)
                           TO WS-HDP-AUTORIZADAS
           MOVE " OCU "    TO WS-HDP-ETIQ-OCU
           MOVE WS-TAB-PLZ-OCUPADAS (WS-IDX-PLAZA)
                           TO WS-HDP-OCUPADAS
           IF WS-TAB-PLZ-EN-MAESTRO (WS-IDX-PLAZA) EQUAL "NO "
               MOVE 8 TO WS-HAL-REGLA
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
               GO TO 070-FIN
           END-IF
           IF WS-TAB-PLZ-OCUPADAS (WS-IDX-PLAZA) GREATER THAN
              WS-TAB-PLZ-AUTORIZADAS (WS-IDX-PLAZA)
               MOVE 7 TO WS-HAL-REGLA
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF.
       070-FIN. EXIT.
       075-REVISA-PERIODO.
           IF WS-TAB-PER-LIMPIO (WS-IDX-PER) EQUAL "SI "
               GO TO 075-FIN
           END-IF
           MOVE 12         TO WS-HAL-REGLA
           MOVE "NOMHIST"  TO WS-HAL-ARCHIVO
           MOVE SPACES     TO WS-HAL-NOMBRE
           MOVE SPACES     TO WS-HAL-CLAVE
           MOVE "PER "     TO WS-HCR-ETIQ
           MOVE WS-TAB-PER-ANIO (WS-IDX-PER) TO WS-HCR-ANIO
           MOVE "/"        TO WS-HCR-DIAG
           MOVE WS-TAB-PER-MES (WS-IDX-PER)  TO WS-HCR-MES
           MOVE WS-TAB-PER-TIPO (WS-IDX-PER) TO WS-HCR-TIPO
           MOVE WS-TAB-PER-QUINCENA (WS-IDX-PER) TO WS-HCR-QUINCENA
           MOVE SPACES     TO WS-HAL-DATO
           MOVE "FALTA"    TO WS-HDR-ETIQ
           MOVE WS-TAB-PER-PROGRAMA (WS-IDX-PER) TO WS-HDR-PROGRAMA
           PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN.
       075-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   100 - UN EMPLEADO DEL MAESTRO CONTRA LAS TABLAS, LAS PLAZAS
      *>   Y LOS ARCHIVOS QUE SE CRUZAN POR NUMERO
      *>----------------------------------------------------------------
       100-AUDITA-EMPLEADO.
           MOVE WS-CLAVE-MAESTRO TO WS-CLAVE-PROCESO
           PERFORM 110-REVISA-TABLAS  THRU 110-FIN
           IF SW-PLAZAS-ABIERTO EQUAL "SI " AND
              WS-STATUS-EMP NOT EQUAL 9
               PERFORM 115-CUENTA-PLAZA THRU 115-FIN
           END-IF
           PERFORM 120-REVISA-VACSALDO  THRU 120-FIN
           PERFORM 130-REVISA-RETRO     THRU 130-FIN
           PERFORM 140-REVISA-DEPOSITO  THRU 140-FIN.
       100-FIN. EXIT.
       105-DATOS-EMPLEADO.
           MOVE SPACES            TO WS-HAL-CLAVE
           MOVE "EMP "            TO WS-HCE-ETIQ
           MOVE WS-CLAVE-PROCESO  TO WS-HCE-NUMERO
           MOVE SPACES            TO WS-HAL-DATO.
       105-FIN. EXIT.
       110-REVISA-TABLAS.
           MOVE WS-DEPTO-EMP  TO WS-DEPTO-BUSCA
           PERFORM 034-BUSCA-DEPTO THRU 034-FIN
           IF SW-HALLADO EQUAL "NO "
               PERFORM 105-DATOS-EMPLEADO THRU 105-FIN
               MOVE 9              TO WS-HAL-REGLA
               MOVE "EMPLEADOS"    TO WS-HAL-ARCHIVO
               MOVE WS-NOMBRE-EMP  TO WS-HAL-NOMBRE
               MOVE "DEPTO"        TO WS-HDC-ETIQ
               MOVE WS-DEPTO-EMP   TO WS-HDC-CODIGO
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF
           MOVE WS-PUESTO-EMP TO WS-PUESTO-BUSCA
           PERFORM 035-BUSCA-PUESTO THRU 035-FIN
           IF SW-HALLADO EQUAL "NO "
               PERFORM 105-DATOS-EMPLEADO THRU 105-FIN
               MOVE 10             TO WS-HAL-REGLA
               MOVE "EMPLEADOS"    TO WS-HAL-ARCHIVO
               MOVE WS-NOMBRE-EMP  TO WS-HAL-NOMBRE
               MOVE "PUESTO"       TO WS-HDC-ETIQ
               MOVE WS-PUESTO-EMP  TO WS-HDC-CODIGO
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF.
       110-FIN. EXIT.
       115-CUENTA-PLAZA.
           IF WS-TAB-PLAZAS-CANT GREATER THAN ZERO
               SET WS-IDX-PLAZA TO 1
               SEARCH WS-TAB-PLAZAS-REG
                   AT END
                       CONTINUE
                   WHEN WS-TAB-PLZ-DEPTO (WS-IDX-PLAZA)
                                         EQUAL WS-DEPTO-EMP
                    AND WS-TAB-PLZ-PUESTO (WS-IDX-PLAZA)
                                         EQUAL WS-PUESTO-EMP
                       ADD 1 TO WS-TAB-PLZ-OCUPADAS (WS-IDX-PLAZA)
                       GO TO 115-FIN
               END-SEARCH
           END-IF
           IF WS-TAB-PLAZAS-CANT GREATER THAN OR EQUAL TO 500
               ADD 1 TO WS-PLAZAS-PERDIDAS
               GO TO 115-FIN
           END-IF
           ADD 1 TO WS-TAB-PLAZAS-CANT
           SET WS-IDX-PLAZA TO WS-TAB-PLAZAS-CANT
           MOVE WS-DEPTO-EMP  TO WS-TAB-PLZ-DEPTO (WS-IDX-PLAZA)
           MOVE WS-PUESTO-EMP TO WS-TAB-PLZ-PUESTO (WS-IDX-PLAZA)
           MOVE ZEROS         TO WS-TAB-PLZ-AUTORIZADAS (WS-IDX-PLAZA)
           MOVE 1             TO WS-TAB-PLZ-OCUPADAS (WS-IDX-PLAZA)
           MOVE "NO "         TO WS-TAB-PLZ-EN-MAESTRO (WS-IDX-PLAZA).
       115-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   120 - SALDO DE VACACIONES: LOS SALDOS CON NUMERO MENOR AL
      *>   DEL MAESTRO NO TIENEN EMPLEADO (R01); UN ACTIVO SIN SALDO
      *>   ES R02 (SOLO SI VACSALDO ESTA PRESENTE)
      *>----------------------------------------------------------------
       120-REVISA-VACSALDO.
           PERFORM 122-VAC-SIN-EMPLEADO THRU 122-FIN
               UNTIL WS-CLAVE-VACSALDO NOT LESS THAN WS-CLAVE-PROCESO
           MOVE "NO " TO SW-CON-SALDO
           PERFORM 124-VAC-DEL-EMPLEADO THRU 124-FIN
               UNTIL WS-CLAVE-VACSALDO NOT EQUAL WS-CLAVE-PROCESO
           IF SW-VAC-ABIERTO EQUAL "SI " AND
              SW-CON-SALDO EQUAL "NO " AND
              WS-STATUS-EMP EQUAL 1
               PERFORM 105-DATOS-EMPLEADO THRU 105-FIN
               MOVE 2              TO WS-HAL-REGLA
               MOVE "VACSALDO"     TO WS-HAL-ARCHIVO
               MOVE WS-NOMBRE-EMP  TO WS-HAL-NOMBRE
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF.
       120-FIN. EXIT.
       122-VAC-SIN-EMPLEADO.
           MOVE SPACES             TO WS-HAL-CLAVE
           MOVE "EMP "             TO WS-HCE-ETIQ
           MOVE VAC-NUMERO         TO WS-HCE-NUMERO
           MOVE 1                  TO WS-HAL-REGLA
           MOVE "VACSALDO"         TO WS-HAL-ARCHIVO
           MOVE "** NO REGISTRADO **" TO WS-HAL-NOMBRE
           MOVE SPACES             TO WS-HAL-DATO
           MOVE "CICLO"            TO WS-HDA-ETIQ
           MOVE VAC-ANIO-CICLO     TO WS-HDA-ANIO
           PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           PERFORM 041-LEE-VACSALDO THRU 041-FIN.
       122-FIN. EXIT.
       124-VAC-DEL-EMPLEADO.
           MOVE "SI " TO SW-CON-SALDO
           PERFORM 041-LEE-VACSALDO THRU 041-FIN.
       124-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   130 - RETROACTIVOS PENDIENTES: SIN EMPLEADO (R04) O DE UN
      *>   EMPLEADO DADO DE BAJA (R03)
      *>----------------------------------------------------------------
       130-REVISA-RETRO.
           PERFORM 132-RETRO-SIN-EMPLEADO THRU 132-FIN
               UNTIL WS-CLAVE-RETRO NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 134-RETRO-DEL-EMPLEADO THRU 134-FIN
               UNTIL WS-CLAVE-RETRO NOT EQUAL WS-CLAVE-PROCESO.
       130-FIN. EXIT.
       132-RETRO-SIN-EMPLEADO.
           MOVE SPACES             TO WS-HAL-CLAVE
           MOVE "EMP "             TO WS-HCE-ETIQ
           MOVE RET-NUMERO         TO WS-HCE-NUMERO
           MOVE 4                  TO WS-HAL-REGLA
           MOVE "RETROPEND"        TO WS-HAL-ARCHIVO
           MOVE "** NO REGISTRADO **" TO WS-HAL-NOMBRE
           MOVE SPACES             TO WS-HAL-DATO
           MOVE "EFECTIVA"         TO WS-HDF-ETIQ
           MOVE RET-FEC-EFECTIVA   TO WS-HDF-FECHA
           PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           PERFORM 043-LEE-RETRO THRU 043-FIN.
       132-FIN. EXIT.
       134-RETRO-DEL-EMPLEADO.
           IF WS-STATUS-EMP EQUAL 9
               PERFORM 105-DATOS-EMPLEADO THRU 105-FIN
               MOVE 3              TO WS-HAL-REGLA
               MOVE "RETROPEND"    TO WS-HAL-ARCHIVO
               MOVE WS-NOMBRE-EMP  TO WS-HAL-NOMBRE
               MOVE "EFECTIVA"     TO WS-HDF-ETIQ
               MOVE RET-FEC-EFECTIVA TO WS-HDF-FECHA
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF
           PERFORM 043-LEE-RETRO THRU 043-FIN.
       134-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   140 - DEPOSITO DE NOMINA: SIN EMPLEADO (R06) O A UN
      *>   EMPLEADO QUE NO ESTA ACTIVO (R05)
      *>----------------------------------------------------------------
       140-REVISA-DEPOSITO.
           PERFORM 142-DEPOSITO-SIN-EMPLEADO THRU 142-FIN
               UNTIL WS-CLAVE-DEPOSITO NOT LESS THAN WS-CLAVE-PROCESO
           PERFORM 144-DEPOSITO-DEL-EMPLEADO THRU 144-FIN
               UNTIL WS-CLAVE-DEPOSITO NOT EQUAL WS-CLAVE-PROCESO.
       140-FIN. EXIT.
       142-DEPOSITO-SIN-EMPLEADO.
           MOVE SPACES             TO WS-HAL-CLAVE
           MOVE "EMP "             TO WS-HCE-ETIQ
           MOVE DPS-NUMERO         TO WS-HCE-NUMERO
           MOVE 6                  TO WS-HAL-REGLA
           MOVE "DEPOSITO"         TO WS-HAL-ARCHIVO
           MOVE DPS-NOMBRE         TO WS-HAL-NOMBRE
           MOVE SPACES             TO WS-HAL-DATO
           MOVE "NETO"             TO WS-HDI-ETIQ
           MOVE DPS-NETO           TO WS-HDI-IMPORTE
           PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           PERFORM 045-LEE-DEPOSITO THRU 045-FIN.
       142-FIN. EXIT.
       144-DEPOSITO-DEL-EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL 1
               PERFORM 105-DATOS-EMPLEADO THRU 105-FIN
               MOVE 5              TO WS-HAL-REGLA
               MOVE "DEPOSITO"     TO WS-HAL-ARCHIVO
               MOVE WS-NOMBRE-EMP  TO WS-HAL-NOMBRE
               MOVE "STATUS"       TO WS-HDC-ETIQ
               MOVE WS-STATUS-EMP  TO WS-HDC-CODIGO
               PERFORM 200-IMPRIME-HALLAZGO THRU 200-FIN
           END-IF
           PERFORM 045-LEE-DEPOSITO THRU 045-FIN.
       144-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   200 - IMPRIME UN HALLAZGO DE LA REGLA WS-HAL-REGLA CON LOS
      *>   DATOS WS-HAL-* Y LO CUENTA EN SU REGLA Y SEVERIDAD
      *>----------------------------------------------------------------
       200-IMPRIME-HALLAZGO.
           MOVE WS-HAL-REGLA TO WS-IDX-REGLA
           ADD 1 TO WS-REGLA-CANT (WS-IDX-REGLA)
           IF WS-REGLA-SEV (WS-IDX-REGLA) EQUAL "S"
               ADD 1 TO WS-TOT-SEVERAS
           ELSE
               ADD 1 TO WS-TOT-ADVERTENCIAS
           END-IF
           MOVE WS-REGLA-SEV (WS-IDX-REGLA) TO WS-DHA-SEVERIDAD
           MOVE WS-REGLA-COD (WS-IDX-REGLA) TO WS-DHA-REGLA
           MOVE WS-REGLA-DES (WS-IDX-REGLA) TO WS-DHA-DESCRIPCION
           MOVE WS-HAL-ARCHIVO  TO WS-DHA-ARCHIVO
           MOVE WS-HAL-CLAVE    TO WS-DHA-CLAVE
           MOVE WS-HAL-NOMBRE   TO WS-DHA-NOMBRE
           MOVE WS-HAL-DATO     TO WS-DHA-DATO
           WRITE REG-AUDITREP FROM WS-DET-HALLAZGO AFTER ADVANCING 1
           PERFORM 036-VERIFICA-SALTO THRU 036-FIN.
       200-FIN. EXIT.
      *>----------------------------------------------------------------
      *>   080 - RESUMEN: CONTEO POR REGLA, REGISTROS LEIDOS Y AVISOS
      *>   DE TABLAS LLENAS O ARCHIVOS AUSENTES
      *>----------------------------------------------------------------
       080-RESUMEN.
           IF WS-TOT-SEVERAS EQUAL ZERO AND
              WS-TOT-ADVERTENCIAS EQUAL ZERO
               WRITE REG-AUDITREP FROM WS-DET-SIN-HALLAZGOS
                                        AFTER ADVANCING 2
           END-IF
           PERFORM 030-TITULOS THRU 030-FIN
           WRITE REG-AUDITREP FROM WS-TIT-RESUMEN AFTER ADVANCING 1
           PERFORM 082-IMPRIME-REGLA THRU 082-FIN
               VARYING WS-IDX-REGLA FROM 1 BY 1
               UNTIL WS-IDX-REGLA GREATER THAN 12
           MOVE "HALLAZGOS SEVEROS                        : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-TOT-SEVERAS          TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 2
           MOVE "ADVERTENCIAS                             : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-TOT-ADVERTENCIAS     TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "EMPLEADOS LEIDOS DEL MAESTRO             : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-LEIDOS-MAESTRO       TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 2
           MOVE "SALDOS DE VACACIONES LEIDOS              : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-LEIDOS-VACSALDO      TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "RETROACTIVOS PENDIENTES LEIDOS           : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-LEIDOS-RETRO         TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "LINEAS DE DEPOSITO LEIDAS                : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-LEIDOS-DEPOSITO      TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "REGISTROS DEL HISTORICO DE NOMINA        : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-LEIDOS-NOMHIST       TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           MOVE "REGISTROS DEL CONTROL DE CORRIDAS        : "
                                        TO WS-DCN-CONCEPTO
           MOVE WS-LEIDOS-CONTROL       TO WS-DCN-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
           IF SW-VAC-ABIERTO EQUAL "NO "
               MOVE "** AVISO: SIN VACSALDO; NO SE REVISARON LOS ACTIVOS
      -             " SIN SALDO (R02) **"      TO WS-AVI-TEXTO
               WRITE REG-AUDITREP FROM WS-DET-AVISO AFTER ADVANCING 1
           END-IF
           IF SW-PLAZAS-ABIERTO EQUAL "NO "
               MOVE "** AVISO: SIN MAESTRO DE PLAZAS; NO SE REVISARON LA
      -             "S REGLAS R07, R08 Y R11 **" TO WS-AVI-TEXTO
               WRITE REG-AUDITREP FROM WS-DET-AVISO AFTER ADVANCING 1
           END-IF
           IF WS-PLAZAS-PERDIDAS GREATER THAN ZERO
               MOVE "PLAZAS NO REVISADAS POR TABLA LLENA      : "
                                        TO WS-DCN-CONCEPTO
               MOVE WS-PLAZAS-PERDIDAS  TO WS-DCN-CANTIDAD
               WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
               ADD 1 TO WS-TOT-ADVERTENCIAS
           END-IF
           IF WS-PERIODOS-PERDIDOS GREATER THAN ZERO
               MOVE "NOMINAS NO REVISADAS POR TABLA LLENA     : "
                                        TO WS-DCN-CONCEPTO
               MOVE WS-PERIODOS-PERDIDOS TO WS-DCN-CANTIDAD
               WRITE REG-AUDITREP FROM WS-DET-CONTEO AFTER ADVANCING 1
               ADD 1 TO WS-TOT-ADVERTENCIAS
           END-IF.
       080-FIN. EXIT.
       082-IMPRIME-REGLA.
           MOVE WS-REGLA-SEV (WS-IDX-REGLA)  TO WS-DRE-SEVERIDAD
           MOVE WS-REGLA-COD (WS-IDX-REGLA)  TO WS-DRE-REGLA
           MOVE WS-REGLA-DES (WS-IDX-REGLA)  TO WS-DRE-DESCRIPCION
           MOVE WS-REGLA-CANT (WS-IDX-REGLA) TO WS-DRE-CANTIDAD
           WRITE REG-AUDITREP FROM WS-DET-RESUMEN AFTER ADVANCING 1.
       082-FIN. EXIT.
