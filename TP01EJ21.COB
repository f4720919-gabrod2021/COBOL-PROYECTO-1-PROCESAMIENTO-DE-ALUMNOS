      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: ALERTA TEMPRANA DE ALUMNOS EN RIESGO PARA LA OFICINA
      *         DE TUTORIAS. SE EJECUTA DESPUES DE UNA CORRIDA
      *         PROVISORIA DE TP01EJ01 Y, PARA CADA LEGAJO ACTIVO DEL
      *         MAESTRO, SUMA UN PUNTAJE POR FACTOR DE RIESGO: LA
      *         ASISTENCIA DE ASISTENCIA.TXT DEBAJO O CERCA DEL MINIMO
      *         PARA REGULAR, EL PROMEDIO PROVISORIO DE PROVISOR.TXT
      *         DEBAJO DE LA NOTA DE APROBACION EN DOS O MAS MATERIAS,
      *         LAS REGULARIDADES DE ACADEMICO.TXT QUE DEBEN EL FINAL
      *         Y ESTAN POR VENCER, Y LAS CURSADAS LIBRES REPETIDAS EN
      *         HISTORICO.TXT.  EL LISTADO RIESGO.TXT AGRUPA POR
      *         CARRERA Y COMISION CON EL NOMBRE OFICIAL DEL MAESTRO Y
      *         LOS FACTORES DE CADA ALUMNO, Y CIERRA CON UN RESUMEN
      *         DE CANTIDADES.  CADA CORRIDA AGREGA ESE RESUMEN A
      *         RIESGHIS.TXT PARA SEGUIR LA EVOLUCION ENTRE TERMINOS.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ21.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT MAESTRO
           ASSIGN TO '../MAESTRO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT PROVISOR
           ASSIGN TO '../PROVISOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROVISOR.

       SELECT ASISTENCIA
           ASSIGN TO '../ASISTENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASISTENCIA.

       SELECT ACADEMICO
           ASSIGN TO '../ACADEMICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACADEMICO.

       SELECT HISTORICO
           ASSIGN TO '../HISTORICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT RSGWRK
           ASSIGN TO '../RSGWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSGWRK.

       SELECT RSGORD
           ASSIGN TO '../RSGORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSGORD.

       SELECT RSGCAN
           ASSIGN TO '../RSGCAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSGCAN.

       SELECT RSGCOR
           ASSIGN TO '../RSGCOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSGCOR.

       SELECT RIESGO
           ASSIGN TO '../RIESGO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RIESGO.

       SELECT RIESGHIS
           ASSIGN TO '../RIESGHIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RIESGHIS.

       SELECT SORT-EVT
           ASSIGN TO 'SORTWK'.

       SELECT SORT-CAN
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "MAESTRO.CPY".

       COPY "PROVISOR.CPY".

       COPY "ASISTENCIA.CPY".

       COPY "ACADEMICO.CPY".

       COPY "HISTORICO.CPY".

      *    FACTORES POR LEGAJO Y MATERIA: A ASISTENCIA BAJA O CERCA
      *    DEL MINIMO, P RESULTADO PROVISORIO DEL TERMINO, V
      *    REGULARIDAD POR VENCER, L CURSADA LIBRE EN EL HISTORICO.

       FD  RSGWRK.

       01  REG-RSGWRK.
           05  EWK-LEGAJO                  PIC 9(06).
           05  EWK-TIPO                    PIC X(01).
           05  EWK-MATERIA                 PIC X(30).
           05  EWK-COMISION                PIC X(03).
           05  EWK-VALOR                   PIC 9(03)V9(03).

       FD  RSGORD.

       01  REG-RSGORD.
           05  EOR-LEGAJO                  PIC 9(06).
           05  EOR-TIPO                    PIC X(01).
               88  EOR-ASISTENCIA                      VALUE 'A'.
               88  EOR-PROVISORIO                      VALUE 'P'.
               88  EOR-POR-VENCER                      VALUE 'V'.
               88  EOR-LIBRE                           VALUE 'L'.
           05  EOR-MATERIA                 PIC X(30).
           05  EOR-COMISION                PIC X(03).
           05  EOR-VALOR                   PIC 9(03)V9(03).

       FD  RSGCAN.

       01  REG-RSGCAN.
           05  CAN-CARRERA                 PIC X(30).
           05  CAN-COMISION                PIC X(03).
           05  CAN-PUNTAJE                 PIC 9(02).
           05  CAN-LEGAJO                  PIC 9(06).
           05  CAN-NOMAPELL                PIC X(40).
           05  CAN-NIVEL                   PIC X(05).
           05  CAN-FACTORES                PIC X(90).

       FD  RSGCOR.

       01  REG-RSGCOR.
           05  COR-CARRERA                 PIC X(30).
           05  COR-COMISION                PIC X(03).
           05  COR-PUNTAJE                 PIC 9(02).
           05  COR-LEGAJO                  PIC 9(06).
           05  COR-NOMAPELL                PIC X(40).
           05  COR-NIVEL                   PIC X(05).
           05  COR-FACTORES                PIC X(90).

       FD  RIESGO.

       01  REG-RIESGO                      PIC X(160).

      *    UNA LINEA POR CORRIDA CON EL RESUMEN DE CANTIDADES, PARA
      *    COMPARAR LA EVOLUCION DEL RIESGO ENTRE TERMINOS.

       FD  RIESGHIS.

       01  REG-RIESGHIS.
           05  HRI-FECHA                   PIC 9(08).
           05  HRI-SEP-1                   PIC X(03).
           05  HRI-TERMINO                 PIC X(06).
           05  HRI-SEP-2                   PIC X(03).
           05  HRI-EVALUADOS               PIC 9(05).
           05  HRI-SEP-3                   PIC X(03).
           05  HRI-EN-RIESGO               PIC 9(05).
           05  HRI-SEP-4                   PIC X(03).
           05  HRI-ALTO                    PIC 9(05).
           05  HRI-SEP-5                   PIC X(03).
           05  HRI-MEDIO                   PIC 9(05).
           05  HRI-SEP-6                   PIC X(03).
           05  HRI-BAJO                    PIC 9(05).
           05  HRI-SEP-7                   PIC X(03).
           05  HRI-F-ASISTENCIA            PIC 9(05).
           05  HRI-SEP-8                   PIC X(03).
           05  HRI-F-NOTAS                 PIC 9(05).
           05  HRI-SEP-9                   PIC X(03).
           05  HRI-F-VENCER                PIC 9(05).
           05  HRI-SEP-10                  PIC X(03).
           05  HRI-F-LIBRES                PIC 9(05).

       SD  SORT-EVT.

       01  REG-SORT-EVT.
           05  SRE-LEGAJO                  PIC 9(06).
           05  SRE-TIPO                    PIC X(01).
           05  SRE-MATERIA                 PIC X(30).
           05  SRE-COMISION                PIC X(03).
           05  SRE-VALOR                   PIC 9(03)V9(03).

       SD  SORT-CAN.

       01  REG-SORT-CAN.
           05  SRC-CARRERA                 PIC X(30).
           05  SRC-COMISION                PIC X(03).
           05  SRC-PUNTAJE                 PIC 9(02).
           05  SRC-LEGAJO                  PIC 9(06).
           05  FILLER                      PIC X(135).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-EVENTOS            PIC 9(05) VALUE 0.
          05 WS-CONT-EVENTOS-OMITIDOS   PIC 9(05) VALUE 0.
          05 WS-CONT-PROV-OTRO-TERMINO  PIC 9(05) VALUE 0.
          05 WS-CONT-EVALUADOS          PIC 9(05) VALUE 0.
          05 WS-CONT-BAJAS              PIC 9(05) VALUE 0.
          05 WS-CONT-EN-RIESGO          PIC 9(05) VALUE 0.
          05 WS-CONT-ALTO               PIC 9(05) VALUE 0.
          05 WS-CONT-MEDIO              PIC 9(05) VALUE 0.
          05 WS-CONT-BAJO               PIC 9(05) VALUE 0.
          05 WS-CONT-F-ASIST-BAJO       PIC 9(05) VALUE 0.
          05 WS-CONT-F-ASIST-CERCA      PIC 9(05) VALUE 0.
          05 WS-CONT-F-NOTAS            PIC 9(05) VALUE 0.
          05 WS-CONT-F-VENCER           PIC 9(05) VALUE 0.
          05 WS-CONT-F-LIBRES           PIC 9(05) VALUE 0.
          05 WS-CONT-CAR-RIESGO         PIC 9(05) VALUE 0.
          05 WS-CONT-COM-RIESGO         PIC 9(05) VALUE 0.
          05 WS-CONT-HISTORIA           PIC 9(05) VALUE 0.

       01 WS-FECHA-PROCESO              PIC 9(08) VALUE ZERO.
       01 WS-FECHA-PROVISORIA           PIC 9(08) VALUE ZERO.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.
       01 WS-ASIST-MIN-REGULAR          PIC 9(03) VALUE 75.
       01 WS-VIGENCIA-REGULAR           PIC 9(02) VALUE 6.
       01 WS-RIESGO-MARGEN-ASIST        PIC 9(03) VALUE 10.
       01 WS-RIESGO-TERM-VENCER         PIC 9(02) VALUE 2.
       01 WS-RIESGO-MIN-LIBRES          PIC 9(02) VALUE 2.
       01 WS-NOTA-MINIMA                PIC 9(02)V9(03) VALUE 6,000.

      *    PESO DE CADA FACTOR EN EL PUNTAJE Y PUNTAJES DESDE LOS QUE
      *    EL RIESGO ES ALTO O MEDIO.

       01 WS-PESOS-RIESGO.
          05 WS-PESO-ASIST-BAJO         PIC 9(02) VALUE 3.
          05 WS-PESO-ASIST-CERCA        PIC 9(02) VALUE 1.
          05 WS-PESO-NOTAS              PIC 9(02) VALUE 3.
          05 WS-PESO-VENCER             PIC 9(02) VALUE 2.
          05 WS-PESO-LIBRES             PIC 9(02) VALUE 2.
          05 WS-PUNTAJE-ALTO            PIC 9(02) VALUE 6.
          05 WS-PUNTAJE-MEDIO           PIC 9(02) VALUE 3.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-TERMINO-CALCULO.
          05 WS-TER-ENTRADA              PIC X(06).
          05 WS-TER-ENTRADA-R REDEFINES WS-TER-ENTRADA.
             10 WS-TER-ANIO              PIC 9(04).
             10 WS-TER-SEP               PIC X(01).
             10 WS-TER-NRO               PIC 9(01).
          05 WS-TER-INDICE               PIC 9(05) VALUE ZERO.
          05 WS-IND-TERM-ACTUAL          PIC 9(05) VALUE ZERO.
          05 WS-TER-RESTANTES            PIC S9(05) VALUE ZERO.

       01 WS-LIMITE-ASIST               PIC 9(04) VALUE ZERO.

       01 WS-LEGAJO-PROC                PIC 9(06) VALUE ZERO.
       01 WS-EVT-LEGAJO-ACT             PIC X(06) VALUE HIGH-VALUES.

       01 WS-ACUM-ALUMNO.
          05 WS-ALU-ASIST-BAJO           PIC 9(02) VALUE ZERO.
          05 WS-ALU-ASIST-CERCA          PIC 9(02) VALUE ZERO.
          05 WS-ALU-ASIST-MIN            PIC 9(03) VALUE ZERO.
          05 WS-ALU-NOTAS-BAJO           PIC 9(02) VALUE ZERO.
          05 WS-ALU-VENCER               PIC 9(02) VALUE ZERO.
          05 WS-ALU-VENCER-MIN           PIC 9(02) VALUE ZERO.
          05 WS-ALU-LIBRES               PIC 9(02) VALUE ZERO.
          05 WS-ALU-COMISION             PIC X(03) VALUE SPACES.
          05 WS-ALU-PUNTAJE              PIC 9(02) VALUE ZERO.

       01 WS-ARMADO-FACTORES.
          05 WS-FACTORES                 PIC X(90) VALUE SPACES.
          05 WS-PTR-FACTORES             PIC 9(03) VALUE 1.
          05 WS-FAC-CANT                 PIC 9(02) VALUE ZERO.
          05 WS-FAC-PCT                  PIC 9(03) VALUE ZERO.
          05 WS-FAC-TERM                 PIC 9(02) VALUE ZERO.

       01 WS-CORTE-LISTADO.
          05 WS-CC-CARRERA-ANT           PIC X(30) VALUE SPACES.
          05 WS-CC-COMISION-ANT          PIC X(03) VALUE SPACES.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-FALTANTES            PIC X(01) VALUE 'N'.
             88 WS-FALTAN-FUENTES                 VALUE 'S'.
             88 WS-FUENTES-COMPLETAS              VALUE 'N'.
          05 WS-SW-PRIMERA-CARRERA      PIC X(01) VALUE 'S'.
             88 WS-PRIMERA-CARRERA                VALUE 'S'.
             88 WS-NO-PRIMERA-CARRERA             VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-MAESTRO                          PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-EOF                   VALUE '10'.
             88 FS-MAESTRO-INV                   VALUE '23'.
             88 FS-MAESTRO-NFD                   VALUE '35'.

          05 FS-PROVISOR                         PIC X(2).
             88 FS-PROVISOR-OK                   VALUE '00'.
             88 FS-PROVISOR-EOF                  VALUE '10'.
             88 FS-PROVISOR-NFD                  VALUE '35'.

          05 FS-ASISTENCIA                       PIC X(2).
             88 FS-ASISTENCIA-OK                 VALUE '00'.
             88 FS-ASISTENCIA-EOF                VALUE '10'.
             88 FS-ASISTENCIA-NFD                VALUE '35'.

          05 FS-ACADEMICO                        PIC X(2).
             88 FS-ACADEMICO-OK                  VALUE '00'.
             88 FS-ACADEMICO-EOF                 VALUE '10'.
             88 FS-ACADEMICO-NFD                 VALUE '35'.

          05 FS-HISTORICO                        PIC X(2).
             88 FS-HISTORICO-OK                  VALUE '00'.
             88 FS-HISTORICO-EOF                 VALUE '10'.
             88 FS-HISTORICO-NFD                 VALUE '35'.

          05 FS-RSGWRK                           PIC X(2).
             88 FS-RSGWRK-OK                     VALUE '00'.
             88 FS-RSGWRK-EOF                    VALUE '10'.
             88 FS-RSGWRK-NFD                    VALUE '35'.

          05 FS-RSGORD                           PIC X(2).
             88 FS-RSGORD-OK                     VALUE '00'.
             88 FS-RSGORD-EOF                    VALUE '10'.
             88 FS-RSGORD-NFD                    VALUE '35'.

          05 FS-RSGCAN                           PIC X(2).
             88 FS-RSGCAN-OK                     VALUE '00'.
             88 FS-RSGCAN-EOF                    VALUE '10'.
             88 FS-RSGCAN-NFD                    VALUE '35'.

          05 FS-RSGCOR                           PIC X(2).
             88 FS-RSGCOR-OK                     VALUE '00'.
             88 FS-RSGCOR-EOF                    VALUE '10'.
             88 FS-RSGCOR-NFD                    VALUE '35'.

          05 FS-RIESGO                           PIC X(2).
             88 FS-RIESGO-OK                     VALUE '00'.
             88 FS-RIESGO-EOF                    VALUE '10'.
             88 FS-RIESGO-NFD                    VALUE '35'.

          05 FS-RIESGHIS                         PIC X(2).
             88 FS-RIESGHIS-OK                   VALUE '00'.
             88 FS-RIESGHIS-EOF                  VALUE '10'.
             88 FS-RIESGHIS-NFD                  VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-RIESGO.
          05 WS-LIS-SEPARADOR           PIC X(160) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(160) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(38)
                VALUE 'ALUMNOS EN RIESGO ACADEMICO - TERMINO '.
             10 WS-LIS-T-TERMINO   PIC X(06).
             10 FILLER             PIC X(26)
                VALUE ' - CORRIDA PROVISORIA DEL '.
             10 WS-LIS-T-FECHA     PIC 9(08).
          05 WS-LIS-SUBTITULO-1.
             10 FILLER             PIC X(35)
                VALUE 'Asistencia minima para regular: '.
             10 WS-LIS-T-ASIST     PIC ZZ9.
             10 FILLER             PIC X(30)
                VALUE '%   Margen de aviso (puntos): '.
             10 WS-LIS-T-MARGEN    PIC ZZ9.
          05 WS-LIS-SUBTITULO-2.
             10 FILLER             PIC X(35)
                VALUE 'Regularidad por vencer (terminos): '.
             10 WS-LIS-T-VENCER    PIC Z9.
             10 FILLER             PIC X(31)
                VALUE '    Cursadas libres repetidas: '.
             10 WS-LIS-T-LIBRES    PIC Z9.
          05 WS-LIS-CARRERA.
             10 FILLER             PIC X(09) VALUE 'Carrera: '.
             10 WS-LIS-C-CARRERA   PIC X(30).
          05 WS-LIS-COMISION.
             10 FILLER             PIC X(10) VALUE 'Comision: '.
             10 WS-LIS-C-COMISION  PIC X(03).
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(07) VALUE 'Puntaje'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Nivel'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(08) VALUE 'Factores'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(05) VALUE SPACES.
             10 WS-LIS-D-PUNTAJE            PIC Z9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NIVEL              PIC X(05).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-FACTORES           PIC X(90).
          05 WS-LIS-SUBTOTAL-COM.
             10 FILLER  PIC X(35)
                VALUE 'En riesgo en la comision: '.
             10 WS-LIS-S-COMISION           PIC 9(05).
          05 WS-LIS-SUBTOTAL-CAR.
             10 FILLER  PIC X(35)
                VALUE 'En riesgo en la carrera: '.
             10 WS-LIS-S-CARRERA            PIC 9(05).
          05 WS-LIS-SIN-RIESGO          PIC X(40)
             VALUE '   NINGUN ALUMNO PRESENTA FACTORES'.

          05 WS-LIS-RESUMEN             PIC X(40)
             VALUE 'RESUMEN'.
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(45)
                VALUE 'Alumnos activos evaluados: '.
             10 WS-LIS-D-EVALUADOS          PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(45)
                VALUE 'Alumnos en riesgo: '.
             10 WS-LIS-D-EN-RIESGO          PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(45)
                VALUE '   Riesgo alto / medio / bajo: '.
             10 WS-LIS-D-ALTO               PIC 9(05).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-MEDIO              PIC 9(05).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-BAJO               PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(45)
                VALUE 'Con asistencia debajo del minimo: '.
             10 WS-LIS-D-F-ASIST-BAJO       PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(45)
                VALUE 'Con asistencia cerca del minimo: '.
             10 WS-LIS-D-F-ASIST-CERCA      PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(45)
                VALUE 'Con dos o mas materias sin aprobar: '.
             10 WS-LIS-D-F-NOTAS            PIC 9(05).
          05 WS-LIS-TOTALES-7.
             10 FILLER  PIC X(45)
                VALUE 'Con regularidades por vencer: '.
             10 WS-LIS-D-F-VENCER           PIC 9(05).
          05 WS-LIS-TOTALES-8.
             10 FILLER  PIC X(45)
                VALUE 'Con cursadas libres repetidas: '.
             10 WS-LIS-D-F-LIBRES           PIC 9(05).
          05 WS-LIS-TOTALES-9.
             10 FILLER  PIC X(45)
                VALUE 'Legajos de baja no evaluados: '.
             10 WS-LIS-D-BAJAS              PIC 9(05).
          05 WS-LIS-TOTALES-10.
             10 FILLER  PIC X(45)
                VALUE 'Registros de legajos fuera del maestro: '.
             10 WS-LIS-D-OMITIDOS           PIC 9(05).
          05 WS-LIS-TOTALES-11.
             10 FILLER  PIC X(45)
                VALUE 'Provisorios de otro termino ignorados: '.
             10 WS-LIS-D-OTRO-TERMINO       PIC 9(05).

          05 WS-LIS-EVOLUCION           PIC X(40)
             VALUE 'EVOLUCION POR CORRIDA'.
          05 WS-LIS-HEADER-EVOL.
             10 FILLER             PIC X(08) VALUE 'Fecha'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'Termin'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Evalu'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Riesg'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Alto'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Medio'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Bajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Asist'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Notas'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Vence'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Libre'.

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 1100-GENERAR-EVENTOS
                THRU 1100-GENERAR-EVENTOS-EXIT.

             SORT SORT-EVT
                ON ASCENDING KEY SRE-LEGAJO
                                 SRE-TIPO
                                 SRE-MATERIA
                USING RSGWRK
                GIVING RSGORD.

             PERFORM 1700-ABRIR-PROCESO
                THRU 1700-ABRIR-PROCESO-EXIT.

             PERFORM 2000-PROCESAR-ALUMNO
                THRU 2000-PROCESAR-ALUMNO-EXIT
                UNTIL FS-MAESTRO-EOF.

             PERFORM 2900-CERRAR-PROCESO
                THRU 2900-CERRAR-PROCESO-EXIT.

             SORT SORT-CAN
                ON ASCENDING KEY SRC-CARRERA
                                 SRC-COMISION
                   DESCENDING KEY SRC-PUNTAJE
                   ASCENDING KEY SRC-LEGAJO
                USING RSGCAN
                GIVING RSGCOR.

             PERFORM 3000-FINALIZAR-PROGRAMA
                THRU 3000-FINALIZAR-PROGRAMA-EXIT.

             PERFORM 3900-FIJAR-COD-RETORNO
                THRU 3900-FIJAR-COD-RETORNO-EXIT.

             MOVE WS-COD-RETORNO TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*

       1000-INICIALIZAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           MOVE WS-TERM-ID           TO WS-TER-ENTRADA.

           PERFORM 1800-CALCULAR-IND-TERMINO
              THRU 1800-CALCULAR-IND-TERMINO-EXIT.

           MOVE WS-TER-INDICE        TO WS-IND-TERM-ACTUAL.

           COMPUTE WS-LIMITE-ASIST =
                   WS-ASIST-MIN-REGULAR + WS-RIESGO-MARGEN-ASIST.

           DISPLAY 'ALERTA DE ALUMNOS EN RIESGO - TERMINO '
                   WS-TERM-ID.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1010-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PARAMETROS
                    IF FS-PARAMETROS-OK
                       IF PAR-TERMINO NOT = SPACES
                          MOVE PAR-TERMINO TO WS-TERM-ID
                       END-IF
                       IF PAR-ASIST-REGULAR IS NUMERIC
                          AND PAR-ASIST-REGULAR > ZERO
                          MOVE PAR-ASIST-REGULAR
                               TO WS-ASIST-MIN-REGULAR
                       END-IF
                       IF PAR-VIGENCIA-REGULAR IS NUMERIC
                          AND PAR-VIGENCIA-REGULAR > ZERO
                          MOVE PAR-VIGENCIA-REGULAR
                               TO WS-VIGENCIA-REGULAR
                       END-IF
                       IF PAR-RIESGO-MARGEN-ASIST IS NUMERIC
                          AND PAR-RIESGO-MARGEN-ASIST > ZERO
                          MOVE PAR-RIESGO-MARGEN-ASIST
                               TO WS-RIESGO-MARGEN-ASIST
                       END-IF
                       IF PAR-RIESGO-TERM-VENCER IS NUMERIC
                          AND PAR-RIESGO-TERM-VENCER > ZERO
                          MOVE PAR-RIESGO-TERM-VENCER
                               TO WS-RIESGO-TERM-VENCER
                       END-IF
                       IF PAR-RIESGO-MIN-LIBRES IS NUMERIC
                          AND PAR-RIESGO-MIN-LIBRES > ZERO
                          MOVE PAR-RIESGO-MIN-LIBRES
                               TO WS-RIESGO-MIN-LIBRES
                       END-IF
                    END-IF
                    CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'SIN PARAMETROS.TXT: SE USAN VALORES '
                    DISPLAY 'POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           MOVE WS-TERM-ID             TO WS-LIS-T-TERMINO.
           MOVE WS-ASIST-MIN-REGULAR   TO WS-LIS-T-ASIST.
           MOVE WS-RIESGO-MARGEN-ASIST TO WS-LIS-T-MARGEN.
           MOVE WS-RIESGO-TERM-VENCER  TO WS-LIS-T-VENCER.
           MOVE WS-RIESGO-MIN-LIBRES   TO WS-LIS-T-LIBRES.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS CUATRO FUENTES SE VUELCAN A UN UNICO ARCHIVO DE
      *    FACTORES QUE SE ORDENA POR LEGAJO PARA CRUZARLO CON EL
      *    MAESTRO.

       1100-GENERAR-EVENTOS.

           OPEN OUTPUT RSGWRK.

           IF NOT FS-RSGWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RSGWRK'
              DISPLAY 'FILE STATUS: ' FS-RSGWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1200-VOLCAR-PROVISOR
              THRU 1200-VOLCAR-PROVISOR-EXIT.

           PERFORM 1300-VOLCAR-ASISTENCIA
              THRU 1300-VOLCAR-ASISTENCIA-EXIT.

           PERFORM 1400-VOLCAR-ACADEMICO
              THRU 1400-VOLCAR-ACADEMICO-EXIT.

           PERFORM 1500-VOLCAR-HISTORICO
              THRU 1500-VOLCAR-HISTORICO-EXIT.

           CLOSE RSGWRK.

       1100-GENERAR-EVENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN PROVISOR.TXT NO HUBO CORRIDA PROVISORIA Y NO HAY NADA
      *    QUE ANTICIPAR.  LOS RESULTADOS DE OTRO TERMINO (UNA
      *    PROVISORIA VIEJA) SE IGNORAN Y SE AVISA.

       1200-VOLCAR-PROVISOR.

           OPEN INPUT PROVISOR.

           EVALUATE TRUE
               WHEN FS-PROVISOR-OK
                    PERFORM 1210-LEER-PROVISOR
                       THRU 1210-LEER-PROVISOR-EXIT
                    PERFORM 1220-EVENTO-PROVISOR
                       THRU 1220-EVENTO-PROVISOR-EXIT
                       UNTIL FS-PROVISOR-EOF
                    CLOSE PROVISOR
               WHEN FS-PROVISOR-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO PROVISOR'
                    DISPLAY 'EJECUTAR ANTES LA CORRIDA PROVISORIA '
                            '(TP01EJ01)'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PROVISOR'
                    DISPLAY 'FILE STATUS: ' FS-PROVISOR
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           IF WS-CONT-PROV-OTRO-TERMINO > ZERO
              SET WS-FALTAN-FUENTES  TO TRUE
              DISPLAY 'PROVISOR.TXT TIENE RESULTADOS DE OTRO TERMINO: '
                      WS-CONT-PROV-OTRO-TERMINO
           END-IF.

           MOVE WS-FECHA-PROVISORIA  TO WS-LIS-T-FECHA.

       1200-VOLCAR-PROVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1210-LEER-PROVISOR.

           READ PROVISOR.

           EVALUATE FS-PROVISOR
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-PROVISOR-EOF   TO TRUE
               WHEN OTHER
                    SET FS-PROVISOR-EOF   TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO PROVISOR'
                    DISPLAY 'FILE STATUS: ' FS-PROVISOR
           END-EVALUATE.

       1210-LEER-PROVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1220-EVENTO-PROVISOR.

           IF PRV-TERMINO = WS-TERM-ID
              AND PRV-LEGAJO IS NUMERIC
              AND PRV-PROMEDIO IS NUMERIC

              IF WS-FECHA-PROVISORIA = ZERO
                 AND PRV-FECHA-CORRIDA IS NUMERIC
                 MOVE PRV-FECHA-CORRIDA TO WS-FECHA-PROVISORIA
              END-IF

              MOVE PRV-LEGAJO        TO EWK-LEGAJO
              MOVE 'P'               TO EWK-TIPO
              MOVE PRV-MATERIA       TO EWK-MATERIA
              MOVE PRV-COMISION      TO EWK-COMISION
              MOVE PRV-PROMEDIO      TO EWK-VALOR
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT

           ELSE
              ADD 1                  TO WS-CONT-PROV-OTRO-TERMINO
           END-IF.

           PERFORM 1210-LEER-PROVISOR
              THRU 1210-LEER-PROVISOR-EXIT.

       1220-EVENTO-PROVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SOLO INTERESA LA ASISTENCIA DEBAJO DEL MINIMO PARA REGULAR
      *    MAS EL MARGEN DE AVISO.

       1300-VOLCAR-ASISTENCIA.

           OPEN INPUT ASISTENCIA.

           EVALUATE TRUE
               WHEN FS-ASISTENCIA-OK
                    PERFORM 1310-LEER-ASISTENCIA
                       THRU 1310-LEER-ASISTENCIA-EXIT
                    PERFORM 1320-EVENTO-ASISTENCIA
                       THRU 1320-EVENTO-ASISTENCIA-EXIT
                       UNTIL FS-ASISTENCIA-EOF
                    CLOSE ASISTENCIA
               WHEN FS-ASISTENCIA-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN ASISTENCIA.TXT: NO SE EVALUA LA '
                    DISPLAY 'ASISTENCIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ASISTENCIA'
                    DISPLAY 'FILE STATUS: ' FS-ASISTENCIA
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1300-VOLCAR-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1310-LEER-ASISTENCIA.

           READ ASISTENCIA.

           EVALUATE FS-ASISTENCIA
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ASISTENCIA-EOF TO TRUE
               WHEN OTHER
                    SET FS-ASISTENCIA-EOF TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ASISTENCIA'
                    DISPLAY 'FILE STATUS: ' FS-ASISTENCIA
           END-EVALUATE.

       1310-LEER-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1320-EVENTO-ASISTENCIA.

           IF ASI-LEGAJO IS NUMERIC
              AND ASI-PORCENTAJE IS NUMERIC
              AND ASI-PORCENTAJE < WS-LIMITE-ASIST

              MOVE ASI-LEGAJO        TO EWK-LEGAJO
              MOVE 'A'               TO EWK-TIPO
              MOVE ASI-MATERIA       TO EWK-MATERIA
              MOVE SPACES            TO EWK-COMISION
              MOVE ASI-PORCENTAJE    TO EWK-VALOR
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT

           END-IF.

           PERFORM 1310-LEER-ASISTENCIA
              THRU 1310-LEER-ASISTENCIA-EXIT.

       1320-EVENTO-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA REGULARIDAD QUE DEBE EL FINAL VENCE CUANDO EL TERMINO
      *    ACTUAL SUPERA AL DE LA CURSADA MAS LA VIGENCIA (MISMO
      *    CALCULO QUE LAS MESAS DE EXAMEN).  SE AVISA LA QUE VENCE
      *    DENTRO DE LOS TERMINOS DE ANTICIPACION, CONTANDO EL ACTUAL.

       1400-VOLCAR-ACADEMICO.

           OPEN INPUT ACADEMICO.

           EVALUATE TRUE
               WHEN FS-ACADEMICO-OK
                    PERFORM 1410-LEER-ACADEMICO
                       THRU 1410-LEER-ACADEMICO-EXIT
                    PERFORM 1420-EVENTO-ACADEMICO
                       THRU 1420-EVENTO-ACADEMICO-EXIT
                       UNTIL FS-ACADEMICO-EOF
                    CLOSE ACADEMICO
               WHEN FS-ACADEMICO-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN ACADEMICO.TXT: NO SE EVALUAN LAS '
                    DISPLAY 'REGULARIDADES POR VENCER'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1400-VOLCAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1410-LEER-ACADEMICO.

           READ ACADEMICO.

           EVALUATE FS-ACADEMICO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACADEMICO-EOF  TO TRUE
               WHEN OTHER
                    SET FS-ACADEMICO-EOF  TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
           END-EVALUATE.

       1410-LEER-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1420-EVENTO-ACADEMICO.

           IF ACA-ESTADO = 'DEBE FINAL'

              MOVE ACA-TERMINO-CURSADA TO WS-TER-ENTRADA

              PERFORM 1800-CALCULAR-IND-TERMINO
                 THRU 1800-CALCULAR-IND-TERMINO-EXIT

              IF WS-TER-INDICE > ZERO
                 COMPUTE WS-TER-RESTANTES =
                         WS-TER-INDICE + WS-VIGENCIA-REGULAR
                       - WS-IND-TERM-ACTUAL + 1
                 IF WS-TER-RESTANTES > ZERO
                    AND WS-TER-RESTANTES NOT > WS-RIESGO-TERM-VENCER
                    MOVE ACA-LEGAJO       TO EWK-LEGAJO
                    MOVE 'V'              TO EWK-TIPO
                    MOVE ACA-MATERIA      TO EWK-MATERIA
                    MOVE SPACES           TO EWK-COMISION
                    MOVE WS-TER-RESTANTES TO EWK-VALOR
                    PERFORM 1600-GRABAR-EVENTO
                       THRU 1600-GRABAR-EVENTO-EXIT
                 END-IF
              END-IF

           END-IF.

           PERFORM 1410-LEER-ACADEMICO
              THRU 1410-LEER-ACADEMICO-EXIT.

       1420-EVENTO-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS CURSADAS LIBRES (O DESAPROBADAS, DE ANTES DEL CONTROL DE
      *    ASISTENCIA) DE TODOS LOS TERMINOS YA CERRADOS.

       1500-VOLCAR-HISTORICO.

           OPEN INPUT HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    PERFORM 1510-LEER-HISTORICO
                       THRU 1510-LEER-HISTORICO-EXIT
                    PERFORM 1520-EVENTO-HISTORICO
                       THRU 1520-EVENTO-HISTORICO-EXIT
                       UNTIL FS-HISTORICO-EOF
                    CLOSE HISTORICO
               WHEN FS-HISTORICO-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN HISTORICO.TXT: NO SE EVALUAN LAS '
                    DISPLAY 'CURSADAS LIBRES ANTERIORES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1500-VOLCAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1510-LEER-HISTORICO.

           READ HISTORICO.

           EVALUATE FS-HISTORICO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-HISTORICO-EOF  TO TRUE
               WHEN OTHER
                    SET FS-HISTORICO-EOF  TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
           END-EVALUATE.

       1510-LEER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1520-EVENTO-HISTORICO.

           IF HIS-CONDICION = 'LIBRE'
              OR HIS-CONDICION = 'DESAPROBADO'

              MOVE HIS-LEGAJO        TO EWK-LEGAJO
              MOVE 'L'               TO EWK-TIPO
              MOVE HIS-MATERIA       TO EWK-MATERIA
              MOVE SPACES            TO EWK-COMISION
              MOVE HIS-PROMEDIO      TO EWK-VALOR
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT

           END-IF.

           PERFORM 1510-LEER-HISTORICO
              THRU 1510-LEER-HISTORICO-EXIT.

       1520-EVENTO-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-GRABAR-EVENTO.

           WRITE REG-RSGWRK.

           IF FS-RSGWRK-OK
              ADD 1                  TO WS-CONT-EVENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO RSGWRK'
              DISPLAY 'FILE STATUS: ' FS-RSGWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1600-GRABAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1700-ABRIR-PROCESO.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    PERFORM 1750-LEER-MAESTRO
                       THRU 1750-LEER-MAESTRO-EXIT
               WHEN FS-MAESTRO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO'
                    DISPLAY 'EJECUTAR LA CARGA INICIAL (TP01EJ07)'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           OPEN INPUT RSGORD.

           IF NOT FS-RSGORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RSGORD'
              DISPLAY 'FILE STATUS: ' FS-RSGORD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1760-LEER-RSGORD
              THRU 1760-LEER-RSGORD-EXIT.

           OPEN OUTPUT RSGCAN.

           IF NOT FS-RSGCAN-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RSGCAN'
              DISPLAY 'FILE STATUS: ' FS-RSGCAN
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1700-ABRIR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1750-LEER-MAESTRO.

           READ MAESTRO NEXT RECORD.

           EVALUATE FS-MAESTRO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-MAESTRO-EOF    TO TRUE
               WHEN OTHER
                    SET FS-MAESTRO-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       1750-LEER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1760-LEER-RSGORD.

           READ RSGORD.

           EVALUATE FS-RSGORD
               WHEN '00'
                    MOVE EOR-LEGAJO        TO WS-EVT-LEGAJO-ACT
               WHEN '10'
                    SET FS-RSGORD-EOF      TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-LEGAJO-ACT
               WHEN OTHER
                    SET FS-RSGORD-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-LEGAJO-ACT
                    DISPLAY 'ERROR AL LEER EL ARCHIVO RSGORD'
                    DISPLAY 'FILE STATUS: ' FS-RSGORD
           END-EVALUATE.

       1760-LEER-RSGORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL INDICE DE TERMINO (ANIO * 2 + CUATRIMESTRE) PERMITE
      *    RESTAR TERMINOS.  UN TERMINO ILEGIBLE DEVUELVE INDICE CERO.

       1800-CALCULAR-IND-TERMINO.

           MOVE ZERO TO WS-TER-INDICE.

           IF WS-TER-ANIO IS NUMERIC
              AND WS-TER-NRO IS NUMERIC
              COMPUTE WS-TER-INDICE =
                      WS-TER-ANIO * 2 + WS-TER-NRO
           END-IF.

       1800-CALCULAR-IND-TERMINO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL MAESTRO SE RECORRE EN ORDEN DE LEGAJO Y LOS FACTORES SE
      *    CONSUMEN EN PARALELO.  LOS DE LEGAJOS QUE NO ESTAN EN EL
      *    MAESTRO O ESTAN DE BAJA SE SALTEAN.

       2000-PROCESAR-ALUMNO.

           MOVE MAE-LEGAJO           TO WS-LEGAJO-PROC.

           PERFORM 2350-SALTEAR-EVENTO
              THRU 2350-SALTEAR-EVENTO-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR EOR-LEGAJO NOT < WS-LEGAJO-PROC.

           IF MAE-ESTADO = 'A'
              PERFORM 2200-EVALUAR-ALUMNO
                 THRU 2200-EVALUAR-ALUMNO-EXIT
           ELSE
              ADD 1                  TO WS-CONT-BAJAS
              PERFORM 2360-DESCARTAR-EVENTO
                 THRU 2360-DESCARTAR-EVENTO-EXIT
                 UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
                 OR EOR-LEGAJO > WS-LEGAJO-PROC
           END-IF.

           PERFORM 1750-LEER-MAESTRO
              THRU 1750-LEER-MAESTRO-EXIT.

           IF FS-MAESTRO-EOF
              PERFORM 2350-SALTEAR-EVENTO
                 THRU 2350-SALTEAR-EVENTO-EXIT
                 UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
           END-IF.

       2000-PROCESAR-ALUMNO-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2200-EVALUAR-ALUMNO.

           ADD 1                     TO WS-CONT-EVALUADOS.

           INITIALIZE WS-ACUM-ALUMNO.
           MOVE 100                  TO WS-ALU-ASIST-MIN.
           MOVE 99                   TO WS-ALU-VENCER-MIN.

           PERFORM 2300-ACUMULAR-EVENTO
              THRU 2300-ACUMULAR-EVENTO-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR EOR-LEGAJO > WS-LEGAJO-PROC.

           PERFORM 2400-CALIFICAR-RIESGO
              THRU 2400-CALIFICAR-RIESGO-EXIT.

       2200-EVALUAR-ALUMNO-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      *    EL ALUMNO SE LISTA EN LA COMISION DE SU PRIMERA MATERIA
      *    DEL TERMINO CON COMISION INFORMADA.

       2300-ACUMULAR-EVENTO.

           EVALUATE TRUE
               WHEN EOR-ASISTENCIA
                    IF EOR-VALOR < WS-ASIST-MIN-REGULAR
                       ADD 1         TO WS-ALU-ASIST-BAJO
                    ELSE
                       ADD 1         TO WS-ALU-ASIST-CERCA
                    END-IF
                    IF EOR-VALOR < WS-ALU-ASIST-MIN
                       MOVE EOR-VALOR TO WS-ALU-ASIST-MIN
                    END-IF
               WHEN EOR-PROVISORIO
                    IF EOR-VALOR < WS-NOTA-MINIMA
                       ADD 1         TO WS-ALU-NOTAS-BAJO
                    END-IF
                    IF WS-ALU-COMISION = SPACES
                       MOVE EOR-COMISION TO WS-ALU-COMISION
                    END-IF
               WHEN EOR-POR-VENCER
                    ADD 1            TO WS-ALU-VENCER
                    IF EOR-VALOR < WS-ALU-VENCER-MIN
                       MOVE EOR-VALOR TO WS-ALU-VENCER-MIN
                    END-IF
               WHEN EOR-LIBRE
                    ADD 1            TO WS-ALU-LIBRES
           END-EVALUATE.

           PERFORM 1760-LEER-RSGORD
              THRU 1760-LEER-RSGORD-EXIT.

       2300-ACUMULAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2350-SALTEAR-EVENTO.

           ADD 1                     TO WS-CONT-EVENTOS-OMITIDOS.

           PERFORM 1760-LEER-RSGORD
              THRU 1760-LEER-RSGORD-EXIT.

       2350-SALTEAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2360-DESCARTAR-EVENTO.

           PERFORM 1760-LEER-RSGORD
              THRU 1760-LEER-RSGORD-EXIT.

       2360-DESCARTAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA FACTOR PRESENTE SUMA SU PESO.  LA ASISTENCIA DEBAJO
      *    DEL MINIMO PESA MAS QUE LA QUE SOLO ESTA CERCA; LAS NOTAS
      *    CUENTAN DESDE DOS MATERIAS DEBAJO DE LA APROBACION.

       2400-CALIFICAR-RIESGO.

           MOVE ZERO                 TO WS-ALU-PUNTAJE.
           MOVE SPACES               TO WS-FACTORES.
           MOVE 1                    TO WS-PTR-FACTORES.

           IF WS-ALU-ASIST-BAJO > ZERO
              ADD WS-PESO-ASIST-BAJO TO WS-ALU-PUNTAJE
              ADD 1                  TO WS-CONT-F-ASIST-BAJO
              MOVE WS-ALU-ASIST-BAJO TO WS-FAC-CANT
              MOVE WS-ALU-ASIST-MIN  TO WS-FAC-PCT
              PERFORM 2450-SEPARAR-FACTOR
                 THRU 2450-SEPARAR-FACTOR-EXIT
              STRING 'ASIST. BAJO MIN. ' WS-FAC-CANT
                     ' (' WS-FAC-PCT '%)'
                     DELIMITED BY SIZE
                     INTO WS-FACTORES
                     WITH POINTER WS-PTR-FACTORES
           ELSE
              IF WS-ALU-ASIST-CERCA > ZERO
                 ADD WS-PESO-ASIST-CERCA TO WS-ALU-PUNTAJE
                 ADD 1               TO WS-CONT-F-ASIST-CERCA
                 MOVE WS-ALU-ASIST-CERCA TO WS-FAC-CANT
                 MOVE WS-ALU-ASIST-MIN   TO WS-FAC-PCT
                 PERFORM 2450-SEPARAR-FACTOR
                    THRU 2450-SEPARAR-FACTOR-EXIT
                 STRING 'ASIST. CERCA MIN. ' WS-FAC-CANT
                        ' (' WS-FAC-PCT '%)'
                        DELIMITED BY SIZE
                        INTO WS-FACTORES
                        WITH POINTER WS-PTR-FACTORES
              END-IF
           END-IF.

           IF WS-ALU-NOTAS-BAJO > 1
              ADD WS-PESO-NOTAS      TO WS-ALU-PUNTAJE
              ADD 1                  TO WS-CONT-F-NOTAS
              MOVE WS-ALU-NOTAS-BAJO TO WS-FAC-CANT
              PERFORM 2450-SEPARAR-FACTOR
                 THRU 2450-SEPARAR-FACTOR-EXIT
              STRING 'SIN APROBAR ' WS-FAC-CANT
                     DELIMITED BY SIZE
                     INTO WS-FACTORES
                     WITH POINTER WS-PTR-FACTORES
           END-IF.

           IF WS-ALU-VENCER > ZERO
              ADD WS-PESO-VENCER     TO WS-ALU-PUNTAJE
              ADD 1                  TO WS-CONT-F-VENCER
              MOVE WS-ALU-VENCER     TO WS-FAC-CANT
              MOVE WS-ALU-VENCER-MIN TO WS-FAC-TERM
              PERFORM 2450-SEPARAR-FACTOR
                 THRU 2450-SEPARAR-FACTOR-EXIT
              STRING 'VENCE REG. ' WS-FAC-CANT
                     ' (' WS-FAC-TERM ' TERM.)'
                     DELIMITED BY SIZE
                     INTO WS-FACTORES
                     WITH POINTER WS-PTR-FACTORES
           END-IF.

           IF WS-ALU-LIBRES NOT < WS-RIESGO-MIN-LIBRES
              ADD WS-PESO-LIBRES     TO WS-ALU-PUNTAJE
              ADD 1                  TO WS-CONT-F-LIBRES
              MOVE WS-ALU-LIBRES     TO WS-FAC-CANT
              PERFORM 2450-SEPARAR-FACTOR
                 THRU 2450-SEPARAR-FACTOR-EXIT
              STRING 'LIBRES ' WS-FAC-CANT
                     DELIMITED BY SIZE
                     INTO WS-FACTORES
                     WITH POINTER WS-PTR-FACTORES
           END-IF.

           IF WS-ALU-PUNTAJE > ZERO
              PERFORM 2500-GRABAR-CANDIDATO
                 THRU 2500-GRABAR-CANDIDATO-EXIT
           END-IF.

       2400-CALIFICAR-RIESGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2450-SEPARAR-FACTOR.

           IF WS-PTR-FACTORES > 1
              STRING ' / ' DELIMITED BY SIZE
                     INTO WS-FACTORES
                     WITH POINTER WS-PTR-FACTORES
           END-IF.

       2450-SEPARAR-FACTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2500-GRABAR-CANDIDATO.

           ADD 1                     TO WS-CONT-EN-RIESGO.

           MOVE MAE-CARRERA          TO CAN-CARRERA.
           MOVE WS-ALU-PUNTAJE       TO CAN-PUNTAJE.
           MOVE WS-LEGAJO-PROC       TO CAN-LEGAJO.
           MOVE MAE-NOMAPELL         TO CAN-NOMAPELL.
           MOVE WS-FACTORES          TO CAN-FACTORES.

           IF WS-ALU-COMISION = SPACES
              MOVE '---'             TO CAN-COMISION
           ELSE
              MOVE WS-ALU-COMISION   TO CAN-COMISION
           END-IF.

           EVALUATE TRUE
               WHEN WS-ALU-PUNTAJE NOT < WS-PUNTAJE-ALTO
                    MOVE 'ALTO'      TO CAN-NIVEL
                    ADD 1            TO WS-CONT-ALTO
               WHEN WS-ALU-PUNTAJE NOT < WS-PUNTAJE-MEDIO
                    MOVE 'MEDIO'     TO CAN-NIVEL
                    ADD 1            TO WS-CONT-MEDIO
               WHEN OTHER
                    MOVE 'BAJO'      TO CAN-NIVEL
                    ADD 1            TO WS-CONT-BAJO
           END-EVALUATE.

           WRITE REG-RSGCAN.

           IF NOT FS-RSGCAN-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO RSGCAN'
              DISPLAY 'FILE STATUS: ' FS-RSGCAN
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2500-GRABAR-CANDIDATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2900-CERRAR-PROCESO.

           CLOSE MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR EN CLOSE DE MAESTRO: ' FS-MAESTRO
           END-IF.

           CLOSE RSGORD
                 RSGCAN.

       2900-CERRAR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           OPEN OUTPUT RIESGO.

           IF NOT FS-RIESGO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RIESGO'
              DISPLAY 'FILE STATUS: ' FS-RIESGO
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 3100-LISTAR-RIESGO
              THRU 3100-LISTAR-RIESGO-EXIT.

           PERFORM 3200-LISTAR-RESUMEN
              THRU 3200-LISTAR-RESUMEN-EXIT.

           PERFORM 3300-REGISTRAR-EVOLUCION
              THRU 3300-REGISTRAR-EVOLUCION-EXIT.

           PERFORM 3400-LISTAR-EVOLUCION
              THRU 3400-LISTAR-EVOLUCION-EXIT.

           CLOSE RIESGO.

           DISPLAY 'ALUMNOS EVALUADOS: ' WS-CONT-EVALUADOS.
           DISPLAY 'ALUMNOS EN RIESGO: ' WS-CONT-EN-RIESGO.
           DISPLAY 'RIESGO ALTO      : ' WS-CONT-ALTO.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LISTAR-RIESGO.

           MOVE WS-LIS-SEPARADOR     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TITULO        TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-SUBTITULO-1   TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-SUBTITULO-2   TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

           SET WS-PRIMERA-CARRERA    TO TRUE.

           OPEN INPUT RSGCOR.

           IF FS-RSGCOR-OK
              PERFORM 3110-LEER-RSGCOR
                 THRU 3110-LEER-RSGCOR-EXIT
              PERFORM 3120-LISTAR-ALUMNO
                 THRU 3120-LISTAR-ALUMNO-EXIT
                 UNTIL FS-RSGCOR-EOF
              CLOSE RSGCOR
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RSGCOR'
              DISPLAY 'FILE STATUS: ' FS-RSGCOR
           END-IF.

           IF WS-NO-PRIMERA-CARRERA
              PERFORM 3140-SUBTOTAL-COMISION
                 THRU 3140-SUBTOTAL-COMISION-EXIT
              PERFORM 3145-SUBTOTAL-CARRERA
                 THRU 3145-SUBTOTAL-CARRERA-EXIT
           END-IF.

           IF WS-CONT-EN-RIESGO = ZERO
              MOVE WS-LIS-SEPARADOR  TO REG-RIESGO
              PERFORM 3500-GRABAR-ARCH-RIESGO
                 THRU 3500-GRABAR-ARCH-RIESGO-EXIT
              MOVE WS-LIS-SIN-RIESGO TO REG-RIESGO
              PERFORM 3500-GRABAR-ARCH-RIESGO
                 THRU 3500-GRABAR-ARCH-RIESGO-EXIT
           END-IF.

       3100-LISTAR-RIESGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3110-LEER-RSGCOR.

           READ RSGCOR.

           EVALUATE FS-RSGCOR
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-RSGCOR-EOF     TO TRUE
               WHEN OTHER
                    SET FS-RSGCOR-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO RSGCOR'
                    DISPLAY 'FILE STATUS: ' FS-RSGCOR
           END-EVALUATE.

       3110-LEER-RSGCOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3120-LISTAR-ALUMNO.

           IF WS-PRIMERA-CARRERA
              OR COR-CARRERA NOT = WS-CC-CARRERA-ANT
              PERFORM 3130-CORTE-CARRERA
                 THRU 3130-CORTE-CARRERA-EXIT
           ELSE
              IF COR-COMISION NOT = WS-CC-COMISION-ANT
                 PERFORM 3140-SUBTOTAL-COMISION
                    THRU 3140-SUBTOTAL-COMISION-EXIT
                 PERFORM 3135-CORTE-COMISION
                    THRU 3135-CORTE-COMISION-EXIT
              END-IF
           END-IF.

           MOVE COR-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE COR-NOMAPELL         TO WS-LIS-D-NOMAPELL.
           MOVE COR-PUNTAJE          TO WS-LIS-D-PUNTAJE.
           MOVE COR-NIVEL            TO WS-LIS-D-NIVEL.
           MOVE COR-FACTORES         TO WS-LIS-D-FACTORES.

           ADD 1                     TO WS-CONT-CAR-RIESGO
                                        WS-CONT-COM-RIESGO.

           MOVE WS-LIS-DETALLE       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

           PERFORM 3110-LEER-RSGCOR
              THRU 3110-LEER-RSGCOR-EXIT.

       3120-LISTAR-ALUMNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3130-CORTE-CARRERA.

           IF WS-NO-PRIMERA-CARRERA
              PERFORM 3140-SUBTOTAL-COMISION
                 THRU 3140-SUBTOTAL-COMISION-EXIT
              PERFORM 3145-SUBTOTAL-CARRERA
                 THRU 3145-SUBTOTAL-CARRERA-EXIT
           END-IF.

           SET WS-NO-PRIMERA-CARRERA TO TRUE.
           MOVE COR-CARRERA          TO WS-CC-CARRERA-ANT
                                        WS-LIS-C-CARRERA.
           MOVE ZERO                 TO WS-CONT-CAR-RIESGO.

           MOVE WS-LIS-SEPARADOR     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-CARRERA       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

           PERFORM 3135-CORTE-COMISION
              THRU 3135-CORTE-COMISION-EXIT.

       3130-CORTE-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3135-CORTE-COMISION.

           MOVE COR-COMISION         TO WS-CC-COMISION-ANT
                                        WS-LIS-C-COMISION.
           MOVE ZERO                 TO WS-CONT-COM-RIESGO.

           MOVE WS-LIS-GUIONES       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-COMISION      TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-HEADER        TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

       3135-CORTE-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3140-SUBTOTAL-COMISION.

           MOVE WS-CONT-COM-RIESGO   TO WS-LIS-S-COMISION.
           MOVE WS-LIS-SUBTOTAL-COM  TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

       3140-SUBTOTAL-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3145-SUBTOTAL-CARRERA.

           MOVE WS-CONT-CAR-RIESGO   TO WS-LIS-S-CARRERA.
           MOVE WS-LIS-GUIONES       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-SUBTOTAL-CAR  TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

       3145-SUBTOTAL-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3200-LISTAR-RESUMEN.

           MOVE WS-CONT-EVALUADOS       TO WS-LIS-D-EVALUADOS.
           MOVE WS-CONT-EN-RIESGO       TO WS-LIS-D-EN-RIESGO.
           MOVE WS-CONT-ALTO            TO WS-LIS-D-ALTO.
           MOVE WS-CONT-MEDIO           TO WS-LIS-D-MEDIO.
           MOVE WS-CONT-BAJO            TO WS-LIS-D-BAJO.
           MOVE WS-CONT-F-ASIST-BAJO    TO WS-LIS-D-F-ASIST-BAJO.
           MOVE WS-CONT-F-ASIST-CERCA   TO WS-LIS-D-F-ASIST-CERCA.
           MOVE WS-CONT-F-NOTAS         TO WS-LIS-D-F-NOTAS.
           MOVE WS-CONT-F-VENCER        TO WS-LIS-D-F-VENCER.
           MOVE WS-CONT-F-LIBRES        TO WS-LIS-D-F-LIBRES.
           MOVE WS-CONT-BAJAS           TO WS-LIS-D-BAJAS.
           MOVE WS-CONT-EVENTOS-OMITIDOS
                                        TO WS-LIS-D-OMITIDOS.
           MOVE WS-CONT-PROV-OTRO-TERMINO
                                        TO WS-LIS-D-OTRO-TERMINO.

           MOVE WS-LIS-SEPARADOR     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-RESUMEN       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-GUIONES       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-1     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-2     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-3     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-4     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-5     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-6     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-7     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-8     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-9     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-10    TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-TOTALES-11    TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

       3200-LISTAR-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    RIESGHIS.TXT ACUMULA UNA LINEA POR CORRIDA; SE CREA EN LA
      *    PRIMERA.

       3300-REGISTRAR-EVOLUCION.

           OPEN EXTEND RIESGHIS.

           IF FS-RIESGHIS-NFD
              OPEN OUTPUT RIESGHIS
           END-IF.

           IF NOT FS-RIESGHIS-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RIESGHIS'
              DISPLAY 'FILE STATUS: ' FS-RIESGHIS
              GO TO 3300-REGISTRAR-EVOLUCION-EXIT
           END-IF.

           MOVE WS-FECHA-PROCESO        TO HRI-FECHA.
           MOVE WS-TERM-ID              TO HRI-TERMINO.
           MOVE WS-CONT-EVALUADOS       TO HRI-EVALUADOS.
           MOVE WS-CONT-EN-RIESGO       TO HRI-EN-RIESGO.
           MOVE WS-CONT-ALTO            TO HRI-ALTO.
           MOVE WS-CONT-MEDIO           TO HRI-MEDIO.
           MOVE WS-CONT-BAJO            TO HRI-BAJO.
           COMPUTE HRI-F-ASISTENCIA =
                   WS-CONT-F-ASIST-BAJO + WS-CONT-F-ASIST-CERCA.
           MOVE WS-CONT-F-NOTAS         TO HRI-F-NOTAS.
           MOVE WS-CONT-F-VENCER        TO HRI-F-VENCER.
           MOVE WS-CONT-F-LIBRES        TO HRI-F-LIBRES.
           MOVE ' | '                   TO HRI-SEP-1  HRI-SEP-2
                                           HRI-SEP-3  HRI-SEP-4
                                           HRI-SEP-5  HRI-SEP-6
                                           HRI-SEP-7  HRI-SEP-8
                                           HRI-SEP-9  HRI-SEP-10.

           WRITE REG-RIESGHIS.

           IF NOT FS-RIESGHIS-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO RIESGHIS'
              DISPLAY 'FILE STATUS: ' FS-RIESGHIS
           END-IF.

           CLOSE RIESGHIS.

       3300-REGISTRAR-EVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3400-LISTAR-EVOLUCION.

           MOVE WS-LIS-SEPARADOR     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-EVOLUCION     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-GUIONES       TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.
           MOVE WS-LIS-HEADER-EVOL   TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

           OPEN INPUT RIESGHIS.

           IF FS-RIESGHIS-OK
              PERFORM 3410-LEER-RIESGHIS
                 THRU 3410-LEER-RIESGHIS-EXIT
              PERFORM 3420-LISTAR-CORRIDA
                 THRU 3420-LISTAR-CORRIDA-EXIT
                 UNTIL FS-RIESGHIS-EOF
              CLOSE RIESGHIS
           END-IF.

           MOVE WS-LIS-SEPARADOR     TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

       3400-LISTAR-EVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3410-LEER-RIESGHIS.

           READ RIESGHIS.

           EVALUATE FS-RIESGHIS
               WHEN '00'
                    ADD 1                 TO WS-CONT-HISTORIA
               WHEN '10'
                    SET FS-RIESGHIS-EOF   TO TRUE
               WHEN OTHER
                    SET FS-RIESGHIS-EOF   TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO RIESGHIS'
                    DISPLAY 'FILE STATUS: ' FS-RIESGHIS
           END-EVALUATE.

       3410-LEER-RIESGHIS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3420-LISTAR-CORRIDA.

           MOVE REG-RIESGHIS         TO REG-RIESGO.
           PERFORM 3500-GRABAR-ARCH-RIESGO
              THRU 3500-GRABAR-ARCH-RIESGO-EXIT.

           PERFORM 3410-LEER-RIESGHIS
              THRU 3410-LEER-RIESGHIS-EXIT.

       3420-LISTAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-RIESGO.

           WRITE REG-RIESGO.

           IF NOT FS-RIESGO-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO RIESGO'
              DISPLAY 'FILE STATUS: ' FS-RIESGO
           END-IF.

       3500-GRABAR-ARCH-RIESGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SI FALTO ALGUNA FUENTE O EL PROVISOR ERA DE OTRO TERMINO LA
      *    EVALUACION ES PARCIAL Y SE AVISA CON 4.

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-FALTAN-FUENTES
                    MOVE 4  TO WS-COD-RETORNO
               WHEN OTHER
                    MOVE 0  TO WS-COD-RETORNO
           END-EVALUATE.

       3900-FIJAR-COD-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       9999-ABORTAR-PROGRAMA.

           DISPLAY 'PROCESO ABORTADO - VERIFICAR ARCHIVOS Y VOLVER '.
           DISPLAY 'A EJECUTAR'.

           MOVE 16 TO RETURN-CODE.

           STOP RUN.

       9999-ABORTAR-PROGRAMA-EXIT.

           EXIT.

      *----------------------------------------------------------------*
           END PROGRAM TP01EJ21.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
