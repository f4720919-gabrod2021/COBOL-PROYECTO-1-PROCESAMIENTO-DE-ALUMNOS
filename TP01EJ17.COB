      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: EVALUACION ANUAL DE ALUMNO REGULAR Y DE APTITUD PARA
      *         BECAS. PARA CADA LEGAJO ACTIVO DEL MAESTRO CUENTA LAS
      *         MATERIAS APROBADAS EN EL ANIO ACADEMICO EVALUADO
      *         (APROBADAS EN ACADEMICO.TXT CON FINAL O PROMOCION EN
      *         ESE ANIO), LOS FINALES DESAPROBADOS (APLAZOS) DE
      *         FINALES.TXT Y LAS CURSADAS LIBRES O DESAPROBADAS DE
      *         HISTORICO.TXT, CALCULA EL PROMEDIO CON Y SIN APLAZOS Y
      *         LO CLASIFICA COMO REGULAR O NO REGULAR SEGUN EL MINIMO
      *         DE PARAMETROS.TXT.  ES APTO PARA BECA EL REGULAR CON
      *         EL MINIMO DE APROBADAS Y DE PROMEDIO DE PARAMETROS.TXT
      *         Y SIN APLAZOS NI CURSADAS LIBRES EN EL ANIO.  EL
      *         RESULTADO QUEDA EN REGULAR.TXT (LO MUESTRA LA CONSULTA
      *         DE SITUACION), EL PADRON POR CARRERA EN REGULCAR.TXT Y
      *         EL ORDEN DE MERITO POR CARRERA EN BECAS.TXT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ17.

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

       SELECT HISTORICO
           ASSIGN TO '../HISTORICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT FINALES
           ASSIGN TO '../FINALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FINALES.

       SELECT ACADEMICO
           ASSIGN TO '../ACADEMICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACADEMICO.

       SELECT RGLWRK
           ASSIGN TO '../RGLWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RGLWRK.

       SELECT RGLORD
           ASSIGN TO '../RGLORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RGLORD.

       SELECT REGULAR
           ASSIGN TO '../REGULAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGULAR.

       SELECT REGORD
           ASSIGN TO '../REGORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGORD.

       SELECT BECAWRK
           ASSIGN TO '../BECAWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BECAWRK.

       SELECT BECAORD
           ASSIGN TO '../BECAORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BECAORD.

       SELECT REGULCAR
           ASSIGN TO '../REGULCAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGULCAR.

       SELECT BECAS
           ASSIGN TO '../BECAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BECAS.

       SELECT SORT-EVT
           ASSIGN TO 'SORTWK'.

       SELECT SORT-REG
           ASSIGN TO 'SORTWK'.

       SELECT SORT-BEC
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "MAESTRO.CPY".

       COPY "HISTORICO.CPY".

       COPY "FINALES.CPY".

       COPY "ACADEMICO.CPY".

       COPY "REGULAR.CPY".

      *    EVENTOS DEL ANIO POR LEGAJO Y MATERIA: A MATERIA APROBADA,
      *    D FINAL DESAPROBADO (APLAZO), L CURSADA LIBRE O DESAPROBADA.

       FD  RGLWRK.

       01  REG-RGLWRK.
           05  EWK-LEGAJO                  PIC 9(06).
           05  EWK-MATERIA                 PIC X(30).
           05  EWK-TIPO                    PIC X(01).
           05  EWK-NOTA                    PIC 9(02)V9(03).

       FD  RGLORD.

       01  REG-RGLORD.
           05  EOR-LEGAJO                  PIC 9(06).
           05  EOR-MATERIA                 PIC X(30).
           05  EOR-TIPO                    PIC X(01).
               88  EOR-APROBADA                        VALUE 'A'.
               88  EOR-APLAZO                          VALUE 'D'.
               88  EOR-LIBRE                           VALUE 'L'.
           05  EOR-NOTA                    PIC 9(02)V9(03).

       FD  REGORD.

       01  REG-REGORD.
           05  ROR-LEGAJO                  PIC 9(06).
           05  ROR-ANIO                    PIC 9(04).
           05  ROR-CARRERA                 PIC X(30).
           05  ROR-NOMAPELL                PIC X(40).
           05  ROR-CANT-APROBADAS          PIC 9(02).
           05  ROR-CANT-APLAZOS            PIC 9(02).
           05  ROR-PROM-CON-APLAZOS        PIC 9(02)V9(03).
           05  ROR-PROM-SIN-APLAZOS        PIC 9(02)V9(03).
           05  ROR-CONDICION               PIC X(10).
               88  ROR-ES-REGULAR                      VALUE 'REGULAR'.
           05  ROR-BECA                    PIC X(01).
               88  ROR-APTO-BECA                       VALUE 'S'.
           05  ROR-FECHA-PROCESO           PIC 9(08).

       FD  BECAWRK.

       01  REG-BECAWRK                     PIC X(113).

       FD  BECAORD.

       01  REG-BECAORD.
           05  BOR-LEGAJO                  PIC 9(06).
           05  BOR-ANIO                    PIC 9(04).
           05  BOR-CARRERA                 PIC X(30).
           05  BOR-NOMAPELL                PIC X(40).
           05  BOR-CANT-APROBADAS          PIC 9(02).
           05  BOR-CANT-APLAZOS            PIC 9(02).
           05  BOR-PROM-CON-APLAZOS        PIC 9(02)V9(03).
           05  BOR-PROM-SIN-APLAZOS        PIC 9(02)V9(03).
           05  BOR-CONDICION               PIC X(10).
           05  BOR-BECA                    PIC X(01).
           05  BOR-FECHA-PROCESO           PIC 9(08).

       FD  REGULCAR.

       01  REG-REGULCAR                    PIC X(120).

       FD  BECAS.

       01  REG-BECAS                       PIC X(100).

       SD  SORT-EVT.

       01  REG-SORT-EVT.
           05  SRE-LEGAJO                  PIC 9(06).
           05  SRE-MATERIA                 PIC X(30).
           05  SRE-TIPO                    PIC X(01).
           05  SRE-NOTA                    PIC 9(02)V9(03).

       SD  SORT-REG.

       01  REG-SORT-REG.
           05  SRR-LEGAJO                  PIC 9(06).
           05  SRR-ANIO                    PIC 9(04).
           05  SRR-CARRERA                 PIC X(30).
           05  FILLER                      PIC X(73).

       SD  SORT-BEC.

       01  REG-SORT-BEC.
           05  SRB-LEGAJO                  PIC 9(06).
           05  SRB-ANIO                    PIC 9(04).
           05  SRB-CARRERA                 PIC X(30).
           05  SRB-NOMAPELL                PIC X(40).
           05  SRB-CANT-APROBADAS          PIC 9(02).
           05  SRB-CANT-APLAZOS            PIC 9(02).
           05  SRB-PROM-CON-APLAZOS        PIC 9(02)V9(03).
           05  SRB-PROM-SIN-APLAZOS        PIC 9(02)V9(03).
           05  FILLER                      PIC X(19).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-EVENTOS            PIC 9(05) VALUE 0.
          05 WS-CONT-EVALUADOS          PIC 9(05) VALUE 0.
          05 WS-CONT-REGULARES          PIC 9(05) VALUE 0.
          05 WS-CONT-NO-REGULARES       PIC 9(05) VALUE 0.
          05 WS-CONT-APTOS-BECA         PIC 9(05) VALUE 0.
          05 WS-CONT-BAJAS              PIC 9(05) VALUE 0.
          05 WS-CONT-CAR-REGULARES      PIC 9(05) VALUE 0.
          05 WS-CONT-CAR-NO-REGULARES   PIC 9(05) VALUE 0.
          05 WS-CONT-POSICION           PIC 9(05) VALUE 0.

       01 WS-FECHA-PROCESO              PIC 9(08) VALUE ZERO.
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
          05 WS-FPR-ANIO                 PIC 9(04).
          05 WS-FPR-MMDD                 PIC 9(04).

       01 WS-ANIO-EVALUADO              PIC 9(04) VALUE ZERO.
       01 WS-REGULAR-MIN-APROB          PIC 9(02) VALUE 2.
       01 WS-BECA-PROMEDIO              PIC 9(02)V9(03) VALUE 8.
       01 WS-BECA-MIN-APROB             PIC 9(02) VALUE 4.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-TERMINO-CALCULO.
          05 WS-TER-ENTRADA              PIC X(06).
          05 WS-TER-ENTRADA-R REDEFINES WS-TER-ENTRADA.
             10 WS-TER-ANIO              PIC 9(04).
             10 WS-TER-SEP               PIC X(01).
             10 WS-TER-NRO               PIC 9(01).

       01 WS-FECHA-EVENTO               PIC 9(08) VALUE ZERO.
       01 WS-FECHA-EVENTO-R REDEFINES WS-FECHA-EVENTO.
          05 WS-FEV-ANIO                 PIC 9(04).
          05 WS-FEV-MMDD                 PIC 9(04).

       01 WS-LEGAJO-PROC                PIC 9(06) VALUE ZERO.
       01 WS-EVT-LEGAJO-ACT             PIC X(06) VALUE HIGH-VALUES.

       01 WS-ACUM-ALUMNO.
          05 WS-ALU-APROBADAS            PIC 9(02) VALUE ZERO.
          05 WS-ALU-APLAZOS              PIC 9(02) VALUE ZERO.
          05 WS-ALU-LIBRES               PIC 9(02) VALUE ZERO.
          05 WS-ALU-SUMA-APROBADAS       PIC 9(05)V9(03) VALUE ZERO.
          05 WS-ALU-SUMA-APLAZOS         PIC 9(05)V9(03) VALUE ZERO.
          05 WS-ALU-ULT-MATERIA          PIC X(30) VALUE SPACES.

       01 WS-CORTE-LISTADO.
          05 WS-CC-CARRERA-ANT           PIC X(30) VALUE SPACES.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-ACADEMICO            PIC X(01) VALUE 'N'.
             88 WS-ACADEMICO-PRESENTE             VALUE 'S'.
             88 WS-ACADEMICO-AUSENTE              VALUE 'N'.
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

          05 FS-HISTORICO                        PIC X(2).
             88 FS-HISTORICO-OK                  VALUE '00'.
             88 FS-HISTORICO-EOF                 VALUE '10'.
             88 FS-HISTORICO-NFD                 VALUE '35'.

          05 FS-FINALES                          PIC X(2).
             88 FS-FINALES-OK                    VALUE '00'.
             88 FS-FINALES-EOF                   VALUE '10'.
             88 FS-FINALES-NFD                   VALUE '35'.

          05 FS-ACADEMICO                        PIC X(2).
             88 FS-ACADEMICO-OK                  VALUE '00'.
             88 FS-ACADEMICO-EOF                 VALUE '10'.
             88 FS-ACADEMICO-NFD                 VALUE '35'.

          05 FS-RGLWRK                           PIC X(2).
             88 FS-RGLWRK-OK                     VALUE '00'.
             88 FS-RGLWRK-EOF                    VALUE '10'.
             88 FS-RGLWRK-NFD                    VALUE '35'.

          05 FS-RGLORD                           PIC X(2).
             88 FS-RGLORD-OK                     VALUE '00'.
             88 FS-RGLORD-EOF                    VALUE '10'.
             88 FS-RGLORD-NFD                    VALUE '35'.

          05 FS-REGULAR                          PIC X(2).
             88 FS-REGULAR-OK                    VALUE '00'.
             88 FS-REGULAR-EOF                   VALUE '10'.
             88 FS-REGULAR-NFD                   VALUE '35'.

          05 FS-REGORD                           PIC X(2).
             88 FS-REGORD-OK                     VALUE '00'.
             88 FS-REGORD-EOF                    VALUE '10'.
             88 FS-REGORD-NFD                    VALUE '35'.

          05 FS-BECAWRK                          PIC X(2).
             88 FS-BECAWRK-OK                    VALUE '00'.
             88 FS-BECAWRK-EOF                   VALUE '10'.
             88 FS-BECAWRK-NFD                   VALUE '35'.

          05 FS-BECAORD                          PIC X(2).
             88 FS-BECAORD-OK                    VALUE '00'.
             88 FS-BECAORD-EOF                   VALUE '10'.
             88 FS-BECAORD-NFD                   VALUE '35'.

          05 FS-REGULCAR                         PIC X(2).
             88 FS-REGULCAR-OK                   VALUE '00'.
             88 FS-REGULCAR-EOF                  VALUE '10'.
             88 FS-REGULCAR-NFD                  VALUE '35'.

          05 FS-BECAS                            PIC X(2).
             88 FS-BECAS-OK                      VALUE '00'.
             88 FS-BECAS-EOF                     VALUE '10'.
             88 FS-BECAS-NFD                     VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-REGULARIDAD.
          05 WS-LIS-SEPARADOR           PIC X(120) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(120) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(36)
                VALUE 'PADRON DE ALUMNOS REGULARES - ANIO '.
             10 WS-LIS-T-ANIO      PIC 9(04).
          05 WS-LIS-SUBTITULO.
             10 FILLER             PIC X(30)
                VALUE 'Minimo de materias aprobadas: '.
             10 WS-LIS-T-MINIMO    PIC Z9.
          05 WS-LIS-CARRERA.
             10 FILLER             PIC X(09) VALUE 'Carrera: '.
             10 WS-LIS-C-CARRERA   PIC X(30).
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Aprob'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Aplaz'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(10) VALUE 'Prom c/apl'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(10) VALUE 'Prom s/apl'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(10) VALUE 'Condicion'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(04) VALUE 'Beca'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-LIS-D-APROBADAS          PIC Z9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-LIS-D-APLAZOS            PIC Z9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-PROM-CON           PIC ZZ.ZZ9,999.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-PROM-SIN           PIC ZZ.ZZ9,999.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-CONDICION          PIC X(10).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-BECA               PIC X(04).
          05 WS-LIS-SUBTOTAL-1.
             10 FILLER  PIC X(35)
                VALUE 'Regulares en la carrera: '.
             10 WS-LIS-S-REGULARES          PIC 9(05).
          05 WS-LIS-SUBTOTAL-2.
             10 FILLER  PIC X(35)
                VALUE 'No regulares en la carrera: '.
             10 WS-LIS-S-NO-REGULARES       PIC 9(05).
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Eventos del anio leidos: '.
             10 WS-LIS-D-EVENTOS            PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos activos evaluados: '.
             10 WS-LIS-D-EVALUADOS          PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos regulares: '.
             10 WS-LIS-D-REGULARES          PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos no regulares: '.
             10 WS-LIS-D-NO-REGULARES       PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos aptos para beca: '.
             10 WS-LIS-D-APTOS-BECA         PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(35)
                VALUE 'Legajos de baja no evaluados: '.
             10 WS-LIS-D-BAJAS              PIC 9(05).

       01 WS-LISTADO-BECAS.
          05 WS-BEC-SEPARADOR           PIC X(100) VALUE ALL '='.
          05 WS-BEC-GUIONES             PIC X(100) VALUE ALL '-'.

          05 WS-BEC-TITULO.
             10 FILLER             PIC X(35)
                VALUE 'ORDEN DE MERITO PARA BECAS - ANIO '.
             10 WS-BEC-T-ANIO      PIC 9(04).
          05 WS-BEC-SUBTITULO.
             10 FILLER             PIC X(18)
                VALUE 'Promedio minimo: '.
             10 WS-BEC-T-PROMEDIO  PIC Z9,999.
             10 FILLER             PIC X(32)
                VALUE '  Materias aprobadas minimas: '.
             10 WS-BEC-T-MINIMO    PIC Z9.
          05 WS-BEC-CARRERA.
             10 FILLER             PIC X(09) VALUE 'Carrera: '.
             10 WS-BEC-C-CARRERA   PIC X(30).
          05 WS-BEC-HEADER.
             10 FILLER             PIC X(05) VALUE 'Orden'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Aprob'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(10) VALUE 'Promedio'.
          05 WS-BEC-DETALLE.
             10 WS-BEC-D-POSICION           PIC ZZZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-BEC-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-BEC-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-BEC-D-APROBADAS          PIC Z9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-BEC-D-PROMEDIO           PIC ZZ.ZZ9,999.
          05 WS-BEC-SIN-APTOS           PIC X(40)
             VALUE '   NINGUN ALUMNO REUNE LAS CONDICIONES'.

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 1100-GENERAR-EVENTOS
                THRU 1100-GENERAR-EVENTOS-EXIT.

             SORT SORT-EVT
                ON ASCENDING KEY SRE-LEGAJO
                                 SRE-MATERIA
                                 SRE-TIPO
                USING RGLWRK
                GIVING RGLORD.

             PERFORM 1500-ABRIR-PROCESO
                THRU 1500-ABRIR-PROCESO-EXIT.

             PERFORM 2000-PROCESAR-ALUMNO
                THRU 2000-PROCESAR-ALUMNO-EXIT
                UNTIL FS-MAESTRO-EOF.

             PERFORM 2900-CERRAR-PROCESO
                THRU 2900-CERRAR-PROCESO-EXIT.

             SORT SORT-REG
                ON ASCENDING KEY SRR-CARRERA
                                 SRR-LEGAJO
                USING REGULAR
                GIVING REGORD.

             SORT SORT-BEC
                ON ASCENDING KEY SRB-CARRERA
                   DESCENDING KEY SRB-PROM-SIN-APLAZOS
                                  SRB-CANT-APROBADAS
                   ASCENDING KEY SRB-LEGAJO
                USING BECAWRK
                GIVING BECAORD.

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

           DISPLAY 'EVALUACION DE REGULARIDAD DEL ANIO '
                   WS-ANIO-EVALUADO.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA EVALUACION SE HACE EN MARZO SOBRE EL ANIO ANTERIOR: SIN
      *    ANIO EN PARAMETROS.TXT SE TOMA EL ANTERIOR AL DE LA FECHA
      *    DE PROCESO.

       1010-LEER-PARAMETROS.

           COMPUTE WS-ANIO-EVALUADO = WS-FPR-ANIO - 1.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PARAMETROS
                    IF FS-PARAMETROS-OK
                       IF PAR-ANIO-REGULARIDAD IS NUMERIC
                          AND PAR-ANIO-REGULARIDAD > ZERO
                          MOVE PAR-ANIO-REGULARIDAD
                               TO WS-ANIO-EVALUADO
                       END-IF
                       IF PAR-REGULAR-MIN-APROB IS NUMERIC
                          AND PAR-REGULAR-MIN-APROB > ZERO
                          MOVE PAR-REGULAR-MIN-APROB
                               TO WS-REGULAR-MIN-APROB
                       END-IF
                       IF PAR-BECA-PROMEDIO IS NUMERIC
                          AND PAR-BECA-PROMEDIO > ZERO
                          MOVE PAR-BECA-PROMEDIO
                               TO WS-BECA-PROMEDIO
                       END-IF
                       IF PAR-BECA-MIN-APROB IS NUMERIC
                          AND PAR-BECA-MIN-APROB > ZERO
                          MOVE PAR-BECA-MIN-APROB
                               TO WS-BECA-MIN-APROB
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

           MOVE WS-ANIO-EVALUADO     TO WS-LIS-T-ANIO
                                        WS-BEC-T-ANIO.
           MOVE WS-REGULAR-MIN-APROB TO WS-LIS-T-MINIMO.
           MOVE WS-BECA-PROMEDIO     TO WS-BEC-T-PROMEDIO.
           MOVE WS-BECA-MIN-APROB    TO WS-BEC-T-MINIMO.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LOS TRES ARCHIVOS SE VUELCAN A UN UNICO ARCHIVO DE EVENTOS
      *    DEL ANIO QUE SE ORDENA POR LEGAJO PARA CRUZARLO CON EL
      *    MAESTRO.

       1100-GENERAR-EVENTOS.

           OPEN OUTPUT RGLWRK.

           IF NOT FS-RGLWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RGLWRK'
              DISPLAY 'FILE STATUS: ' FS-RGLWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1200-VOLCAR-ACADEMICO
              THRU 1200-VOLCAR-ACADEMICO-EXIT.

           PERFORM 1300-VOLCAR-HISTORICO
              THRU 1300-VOLCAR-HISTORICO-EXIT.

           PERFORM 1400-VOLCAR-FINALES
              THRU 1400-VOLCAR-FINALES-EXIT.

           CLOSE RGLWRK.

       1100-GENERAR-EVENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA MATERIA APROBADA CUENTA EN EL ANIO DEL FINAL QUE LA
      *    APROBO O, SI FUE PROMOCIONADA, EN EL DE SU CURSADA.  LAS
      *    EQUIVALENCIAS NO SE RINDIERON Y NO CUENTAN.  SIN
      *    ACADEMICO.TXT LAS APROBADAS SALEN DEL HISTORICO Y FINALES.

       1200-VOLCAR-ACADEMICO.

           OPEN INPUT ACADEMICO.

           EVALUATE TRUE
               WHEN FS-ACADEMICO-OK
                    SET WS-ACADEMICO-PRESENTE TO TRUE
                    PERFORM 1210-LEER-ACADEMICO
                       THRU 1210-LEER-ACADEMICO-EXIT
                    PERFORM 1220-EVENTO-ACADEMICO
                       THRU 1220-EVENTO-ACADEMICO-EXIT
                       UNTIL FS-ACADEMICO-EOF
                    CLOSE ACADEMICO
               WHEN FS-ACADEMICO-NFD
                    SET WS-ACADEMICO-AUSENTE  TO TRUE
                    DISPLAY 'SIN ACADEMICO.TXT: LAS APROBADAS SE '
                    DISPLAY 'TOMAN DEL HISTORICO Y DE FINALES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1200-VOLCAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1210-LEER-ACADEMICO.

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

       1210-LEER-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1220-EVENTO-ACADEMICO.

           IF ACA-ESTADO = 'APROBADA'
              AND ACA-COND-CURSADA NOT = 'EQUIVALENCIA'

              IF ACA-FECHA-FINAL IS NUMERIC
                 AND ACA-FECHA-FINAL > ZERO
                 MOVE ACA-FECHA-FINAL     TO WS-FECHA-EVENTO
                 MOVE ACA-NOTA-FINAL      TO EWK-NOTA
              ELSE
                 MOVE ACA-TERMINO-CURSADA TO WS-TER-ENTRADA
                 MOVE ZERO                TO WS-FECHA-EVENTO
                 IF WS-TER-ANIO IS NUMERIC
                    MOVE WS-TER-ANIO      TO WS-FEV-ANIO
                 END-IF
                 MOVE ACA-PROM-CURSADA    TO EWK-NOTA
              END-IF

              IF WS-FEV-ANIO = WS-ANIO-EVALUADO
                 MOVE ACA-LEGAJO          TO EWK-LEGAJO
                 MOVE ACA-MATERIA         TO EWK-MATERIA
                 MOVE 'A'                 TO EWK-TIPO
                 PERFORM 1450-GRABAR-EVENTO
                    THRU 1450-GRABAR-EVENTO-EXIT
              END-IF

           END-IF.

           PERFORM 1210-LEER-ACADEMICO
              THRU 1210-LEER-ACADEMICO-EXIT.

       1220-EVENTO-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DEL HISTORICO SALEN LAS CURSADAS LIBRES O DESAPROBADAS DEL
      *    ANIO Y, SOLO SIN ACADEMICO.TXT, LAS APROBADAS.

       1300-VOLCAR-HISTORICO.

           OPEN INPUT HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    PERFORM 1310-LEER-HISTORICO
                       THRU 1310-LEER-HISTORICO-EXIT
                    PERFORM 1320-EVENTO-HISTORICO
                       THRU 1320-EVENTO-HISTORICO-EXIT
                       UNTIL FS-HISTORICO-EOF
                    CLOSE HISTORICO
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1300-VOLCAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1310-LEER-HISTORICO.

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

       1310-LEER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1320-EVENTO-HISTORICO.

           MOVE HIS-TERMINO          TO WS-TER-ENTRADA.

           IF WS-TER-ANIO IS NUMERIC
              AND WS-TER-ANIO = WS-ANIO-EVALUADO

              MOVE HIS-LEGAJO        TO EWK-LEGAJO
              MOVE HIS-MATERIA       TO EWK-MATERIA
              MOVE HIS-PROMEDIO      TO EWK-NOTA

              EVALUATE TRUE
                  WHEN HIS-CONDICION = 'LIBRE'
                  OR HIS-CONDICION = 'DESAPROBADO'
                       MOVE 'L'      TO EWK-TIPO
                       PERFORM 1450-GRABAR-EVENTO
                          THRU 1450-GRABAR-EVENTO-EXIT
                  WHEN WS-ACADEMICO-AUSENTE
                  AND (HIS-CONDICION = 'PROMOCIONADO'
                       OR HIS-CONDICION = 'APROBADO')
                       MOVE 'A'      TO EWK-TIPO
                       PERFORM 1450-GRABAR-EVENTO
                          THRU 1450-GRABAR-EVENTO-EXIT
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE

           END-IF.

           PERFORM 1310-LEER-HISTORICO
              THRU 1310-LEER-HISTORICO-EXIT.

       1320-EVENTO-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DE FINALES SALEN LOS APLAZOS DEL ANIO Y, SOLO SIN
      *    ACADEMICO.TXT, LOS FINALES APROBADOS.  LOS AUSENTES NO
      *    CUENTAN.  SIN FINALES.TXT NO HUBO MESAS TODAVIA.

       1400-VOLCAR-FINALES.

           OPEN INPUT FINALES.

           EVALUATE TRUE
               WHEN FS-FINALES-OK
                    PERFORM 1410-LEER-FINALES
                       THRU 1410-LEER-FINALES-EXIT
                    PERFORM 1420-EVENTO-FINAL
                       THRU 1420-EVENTO-FINAL-EXIT
                       UNTIL FS-FINALES-EOF
                    CLOSE FINALES
               WHEN FS-FINALES-NFD
                    DISPLAY 'SIN FINALES.TXT: NO HAY APLAZOS '
                    DISPLAY 'REGISTRADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO FINALES'
                    DISPLAY 'FILE STATUS: ' FS-FINALES
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1400-VOLCAR-FINALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1410-LEER-FINALES.

           READ FINALES.

           EVALUATE FS-FINALES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-FINALES-EOF    TO TRUE
               WHEN OTHER
                    SET FS-FINALES-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO FINALES'
                    DISPLAY 'FILE STATUS: ' FS-FINALES
           END-EVALUATE.

       1410-LEER-FINALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1420-EVENTO-FINAL.

           IF FIN-FECHA IS NUMERIC
              MOVE FIN-FECHA         TO WS-FECHA-EVENTO
           ELSE
              MOVE ZERO              TO WS-FECHA-EVENTO
           END-IF.

           IF WS-FEV-ANIO = WS-ANIO-EVALUADO

              MOVE FIN-LEGAJO        TO EWK-LEGAJO
              MOVE FIN-MATERIA       TO EWK-MATERIA
              MOVE FIN-NOTA          TO EWK-NOTA

              EVALUATE TRUE
                  WHEN FIN-RESULTADO = 'D'
                       MOVE 'D'      TO EWK-TIPO
                       PERFORM 1450-GRABAR-EVENTO
                          THRU 1450-GRABAR-EVENTO-EXIT
                  WHEN FIN-RESULTADO = 'A'
                  AND WS-ACADEMICO-AUSENTE
                       MOVE 'A'      TO EWK-TIPO
                       PERFORM 1450-GRABAR-EVENTO
                          THRU 1450-GRABAR-EVENTO-EXIT
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE

           END-IF.

           PERFORM 1410-LEER-FINALES
              THRU 1410-LEER-FINALES-EXIT.

       1420-EVENTO-FINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1450-GRABAR-EVENTO.

           WRITE REG-RGLWRK.

           IF FS-RGLWRK-OK
              ADD 1                  TO WS-CONT-EVENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO RGLWRK'
              DISPLAY 'FILE STATUS: ' FS-RGLWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1450-GRABAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1500-ABRIR-PROCESO.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    PERFORM 1550-LEER-MAESTRO
                       THRU 1550-LEER-MAESTRO-EXIT
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

           OPEN INPUT RGLORD.

           IF NOT FS-RGLORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RGLORD'
              DISPLAY 'FILE STATUS: ' FS-RGLORD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1650-LEER-RGLORD
              THRU 1650-LEER-RGLORD-EXIT.

           OPEN OUTPUT REGULAR.

           IF NOT FS-REGULAR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO REGULAR'
              DISPLAY 'FILE STATUS: ' FS-REGULAR
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT BECAWRK.

           IF NOT FS-BECAWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO BECAWRK'
              DISPLAY 'FILE STATUS: ' FS-BECAWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1500-ABRIR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1550-LEER-MAESTRO.

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

       1550-LEER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1650-LEER-RGLORD.

           READ RGLORD.

           EVALUATE FS-RGLORD
               WHEN '00'
                    MOVE EOR-LEGAJO        TO WS-EVT-LEGAJO-ACT
               WHEN '10'
                    SET FS-RGLORD-EOF      TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-LEGAJO-ACT
               WHEN OTHER
                    SET FS-RGLORD-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-LEGAJO-ACT
                    DISPLAY 'ERROR AL LEER EL ARCHIVO RGLORD'
                    DISPLAY 'FILE STATUS: ' FS-RGLORD
           END-EVALUATE.

       1650-LEER-RGLORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL MAESTRO SE RECORRE EN ORDEN DE LEGAJO Y LOS EVENTOS SE
      *    CONSUMEN EN PARALELO.  LOS EVENTOS DE LEGAJOS QUE NO ESTAN
      *    EN EL MAESTRO O ESTAN DE BAJA SE SALTEAN.

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
              PERFORM 2350-SALTEAR-EVENTO
                 THRU 2350-SALTEAR-EVENTO-EXIT
                 UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
                 OR EOR-LEGAJO > WS-LEGAJO-PROC
           END-IF.

           PERFORM 1550-LEER-MAESTRO
              THRU 1550-LEER-MAESTRO-EXIT.

       2000-PROCESAR-ALUMNO-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2200-EVALUAR-ALUMNO.

           ADD 1                     TO WS-CONT-EVALUADOS.

           INITIALIZE WS-ACUM-ALUMNO.

           PERFORM 2300-ACUMULAR-EVENTO
              THRU 2300-ACUMULAR-EVENTO-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR EOR-LEGAJO > WS-LEGAJO-PROC.

           PERFORM 2400-CLASIFICAR-ALUMNO
              THRU 2400-CLASIFICAR-ALUMNO-EXIT.

       2200-EVALUAR-ALUMNO-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      *    UNA MATERIA APROBADA CUENTA UNA SOLA VEZ AUNQUE LLEGUE POR
      *    MAS DE UN ARCHIVO: LOS EVENTOS VIENEN ORDENADOS POR MATERIA.

       2300-ACUMULAR-EVENTO.

           EVALUATE TRUE
               WHEN EOR-APROBADA
                    IF EOR-MATERIA NOT = WS-ALU-ULT-MATERIA
                       ADD 1         TO WS-ALU-APROBADAS
                       ADD EOR-NOTA  TO WS-ALU-SUMA-APROBADAS
                       MOVE EOR-MATERIA TO WS-ALU-ULT-MATERIA
                    END-IF
               WHEN EOR-APLAZO
                    ADD 1            TO WS-ALU-APLAZOS
                    ADD EOR-NOTA     TO WS-ALU-SUMA-APLAZOS
               WHEN EOR-LIBRE
                    ADD 1            TO WS-ALU-LIBRES
           END-EVALUATE.

           PERFORM 1650-LEER-RGLORD
              THRU 1650-LEER-RGLORD-EXIT.

       2300-ACUMULAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2350-SALTEAR-EVENTO.

           PERFORM 1650-LEER-RGLORD
              THRU 1650-LEER-RGLORD-EXIT.

       2350-SALTEAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL PROMEDIO SIN APLAZOS PROMEDIA SOLO LAS APROBADAS; EL
      *    PROMEDIO CON APLAZOS SUMA ADEMAS LOS FINALES DESAPROBADOS.

       2400-CLASIFICAR-ALUMNO.

           MOVE WS-LEGAJO-PROC       TO RGL-LEGAJO.
           MOVE WS-ANIO-EVALUADO     TO RGL-ANIO.
           MOVE MAE-CARRERA          TO RGL-CARRERA.
           MOVE MAE-NOMAPELL         TO RGL-NOMAPELL.
           MOVE WS-ALU-APROBADAS     TO RGL-CANT-APROBADAS.
           MOVE WS-ALU-APLAZOS       TO RGL-CANT-APLAZOS.
           MOVE WS-FECHA-PROCESO     TO RGL-FECHA-PROCESO.

           IF WS-ALU-APROBADAS > ZERO
              COMPUTE RGL-PROM-SIN-APLAZOS ROUNDED =
                      WS-ALU-SUMA-APROBADAS / WS-ALU-APROBADAS
           ELSE
              MOVE ZERO              TO RGL-PROM-SIN-APLAZOS
           END-IF.

           IF WS-ALU-APROBADAS + WS-ALU-APLAZOS > ZERO
              COMPUTE RGL-PROM-CON-APLAZOS ROUNDED =
                      (WS-ALU-SUMA-APROBADAS + WS-ALU-SUMA-APLAZOS)
                      / (WS-ALU-APROBADAS + WS-ALU-APLAZOS)
           ELSE
              MOVE ZERO              TO RGL-PROM-CON-APLAZOS
           END-IF.

           IF WS-ALU-APROBADAS NOT < WS-REGULAR-MIN-APROB
              SET RGL-ES-REGULAR     TO TRUE
              ADD 1                  TO WS-CONT-REGULARES
           ELSE
              SET RGL-NO-REGULAR     TO TRUE
              ADD 1                  TO WS-CONT-NO-REGULARES
           END-IF.

           IF RGL-ES-REGULAR
              AND WS-ALU-APROBADAS NOT < WS-BECA-MIN-APROB
              AND WS-ALU-APLAZOS = ZERO
              AND WS-ALU-LIBRES = ZERO
              AND RGL-PROM-SIN-APLAZOS NOT < WS-BECA-PROMEDIO
              SET RGL-APTO-BECA      TO TRUE
              ADD 1                  TO WS-CONT-APTOS-BECA
           ELSE
              SET RGL-NO-APTO-BECA   TO TRUE
           END-IF.

           WRITE REG-REGULAR.

           IF NOT FS-REGULAR-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO REGULAR'
              DISPLAY 'FILE STATUS: ' FS-REGULAR
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           IF RGL-APTO-BECA
              MOVE REG-REGULAR       TO REG-BECAWRK
              WRITE REG-BECAWRK
              IF NOT FS-BECAWRK-OK
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO BECAWRK'
                 DISPLAY 'FILE STATUS: ' FS-BECAWRK
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF
           END-IF.

       2400-CLASIFICAR-ALUMNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2900-CERRAR-PROCESO.

           CLOSE MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR EN CLOSE DE MAESTRO: ' FS-MAESTRO
           END-IF.

           CLOSE RGLORD
                 REGULAR
                 BECAWRK.

       2900-CERRAR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           PERFORM 3100-LISTAR-REGULARIDAD
              THRU 3100-LISTAR-REGULARIDAD-EXIT.

           PERFORM 3200-LISTAR-BECAS
              THRU 3200-LISTAR-BECAS-EXIT.

           DISPLAY 'ALUMNOS EVALUADOS: ' WS-CONT-EVALUADOS.
           DISPLAY 'REGULARES        : ' WS-CONT-REGULARES.
           DISPLAY 'APTOS PARA BECA  : ' WS-CONT-APTOS-BECA.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LISTAR-REGULARIDAD.

           OPEN OUTPUT REGULCAR.

           IF NOT FS-REGULCAR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO REGULCAR'
              DISPLAY 'FILE STATUS: ' FS-REGULCAR
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-LIS-SEPARADOR     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TITULO        TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-SUBTITULO     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.

           SET WS-PRIMERA-CARRERA    TO TRUE.

           OPEN INPUT REGORD.

           IF FS-REGORD-OK
              PERFORM 3110-LEER-REGORD
                 THRU 3110-LEER-REGORD-EXIT
              PERFORM 3120-LISTAR-ALUMNO
                 THRU 3120-LISTAR-ALUMNO-EXIT
                 UNTIL FS-REGORD-EOF
              CLOSE REGORD
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO REGORD'
              DISPLAY 'FILE STATUS: ' FS-REGORD
           END-IF.

           IF WS-NO-PRIMERA-CARRERA
              PERFORM 3140-SUBTOTAL-CARRERA
                 THRU 3140-SUBTOTAL-CARRERA-EXIT
           END-IF.

           MOVE WS-CONT-EVENTOS      TO WS-LIS-D-EVENTOS.
           MOVE WS-CONT-EVALUADOS    TO WS-LIS-D-EVALUADOS.
           MOVE WS-CONT-REGULARES    TO WS-LIS-D-REGULARES.
           MOVE WS-CONT-NO-REGULARES TO WS-LIS-D-NO-REGULARES.
           MOVE WS-CONT-APTOS-BECA   TO WS-LIS-D-APTOS-BECA.
           MOVE WS-CONT-BAJAS        TO WS-LIS-D-BAJAS.

           MOVE WS-LIS-SEPARADOR     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TOTALES-1     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TOTALES-2     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TOTALES-3     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TOTALES-4     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TOTALES-5     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-TOTALES-6     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-SEPARADOR     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.

           CLOSE REGULCAR.

       3100-LISTAR-REGULARIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3110-LEER-REGORD.

           READ REGORD.

           EVALUATE FS-REGORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-REGORD-EOF     TO TRUE
               WHEN OTHER
                    SET FS-REGORD-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO REGORD'
                    DISPLAY 'FILE STATUS: ' FS-REGORD
           END-EVALUATE.

       3110-LEER-REGORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3120-LISTAR-ALUMNO.

           IF WS-PRIMERA-CARRERA
              OR ROR-CARRERA NOT = WS-CC-CARRERA-ANT
              PERFORM 3130-CORTE-CARRERA
                 THRU 3130-CORTE-CARRERA-EXIT
           END-IF.

           MOVE ROR-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE ROR-NOMAPELL         TO WS-LIS-D-NOMAPELL.
           MOVE ROR-CANT-APROBADAS   TO WS-LIS-D-APROBADAS.
           MOVE ROR-CANT-APLAZOS     TO WS-LIS-D-APLAZOS.
           MOVE ROR-PROM-CON-APLAZOS TO WS-LIS-D-PROM-CON.
           MOVE ROR-PROM-SIN-APLAZOS TO WS-LIS-D-PROM-SIN.
           MOVE ROR-CONDICION        TO WS-LIS-D-CONDICION.

           IF ROR-APTO-BECA
              MOVE 'SI'              TO WS-LIS-D-BECA
           ELSE
              MOVE 'NO'              TO WS-LIS-D-BECA
           END-IF.

           IF ROR-ES-REGULAR
              ADD 1                  TO WS-CONT-CAR-REGULARES
           ELSE
              ADD 1                  TO WS-CONT-CAR-NO-REGULARES
           END-IF.

           MOVE WS-LIS-DETALLE       TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.

           PERFORM 3110-LEER-REGORD
              THRU 3110-LEER-REGORD-EXIT.

       3120-LISTAR-ALUMNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3130-CORTE-CARRERA.

           IF WS-NO-PRIMERA-CARRERA
              PERFORM 3140-SUBTOTAL-CARRERA
                 THRU 3140-SUBTOTAL-CARRERA-EXIT
           END-IF.

           SET WS-NO-PRIMERA-CARRERA TO TRUE.
           MOVE ROR-CARRERA          TO WS-CC-CARRERA-ANT
                                        WS-LIS-C-CARRERA.
           MOVE ZERO                 TO WS-CONT-CAR-REGULARES
                                        WS-CONT-CAR-NO-REGULARES.

           MOVE WS-LIS-SEPARADOR     TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-CARRERA       TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-GUIONES       TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-HEADER        TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-GUIONES       TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.

       3130-CORTE-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3140-SUBTOTAL-CARRERA.

           MOVE WS-CONT-CAR-REGULARES    TO WS-LIS-S-REGULARES.
           MOVE WS-CONT-CAR-NO-REGULARES TO WS-LIS-S-NO-REGULARES.

           MOVE WS-LIS-GUIONES       TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-SUBTOTAL-1    TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.
           MOVE WS-LIS-SUBTOTAL-2    TO REG-REGULCAR.
           PERFORM 3500-GRABAR-ARCH-REGULCAR
              THRU 3500-GRABAR-ARCH-REGULCAR-EXIT.

       3140-SUBTOTAL-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL ORDEN DE MERITO SE NUMERA DE NUEVO EN CADA CARRERA: A
      *    IGUAL PROMEDIO PRIMERO EL DE MAS MATERIAS APROBADAS.

       3200-LISTAR-BECAS.

           OPEN OUTPUT BECAS.

           IF NOT FS-BECAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO BECAS'
              DISPLAY 'FILE STATUS: ' FS-BECAS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-BEC-SEPARADOR     TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.
           MOVE WS-BEC-TITULO        TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.
           MOVE WS-BEC-SUBTITULO     TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.

           SET WS-PRIMERA-CARRERA    TO TRUE.

           OPEN INPUT BECAORD.

           IF FS-BECAORD-OK
              PERFORM 3210-LEER-BECAORD
                 THRU 3210-LEER-BECAORD-EXIT
              PERFORM 3220-LISTAR-BECADO
                 THRU 3220-LISTAR-BECADO-EXIT
                 UNTIL FS-BECAORD-EOF
              CLOSE BECAORD
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO BECAORD'
              DISPLAY 'FILE STATUS: ' FS-BECAORD
           END-IF.

           IF WS-CONT-APTOS-BECA = ZERO
              MOVE WS-BEC-SIN-APTOS  TO REG-BECAS
              PERFORM 3550-GRABAR-ARCH-BECAS
                 THRU 3550-GRABAR-ARCH-BECAS-EXIT
           END-IF.

           MOVE WS-BEC-SEPARADOR     TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.

           CLOSE BECAS.

       3200-LISTAR-BECAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3210-LEER-BECAORD.

           READ BECAORD.

           EVALUATE FS-BECAORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-BECAORD-EOF    TO TRUE
               WHEN OTHER
                    SET FS-BECAORD-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO BECAORD'
                    DISPLAY 'FILE STATUS: ' FS-BECAORD
           END-EVALUATE.

       3210-LEER-BECAORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3220-LISTAR-BECADO.

           IF WS-PRIMERA-CARRERA
              OR BOR-CARRERA NOT = WS-CC-CARRERA-ANT
              PERFORM 3230-CORTE-CARRERA-BECAS
                 THRU 3230-CORTE-CARRERA-BECAS-EXIT
           END-IF.

           ADD 1                     TO WS-CONT-POSICION.

           MOVE WS-CONT-POSICION     TO WS-BEC-D-POSICION.
           MOVE BOR-LEGAJO           TO WS-BEC-D-LEGAJO.
           MOVE BOR-NOMAPELL         TO WS-BEC-D-NOMAPELL.
           MOVE BOR-CANT-APROBADAS   TO WS-BEC-D-APROBADAS.
           MOVE BOR-PROM-SIN-APLAZOS TO WS-BEC-D-PROMEDIO.

           MOVE WS-BEC-DETALLE       TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.

           PERFORM 3210-LEER-BECAORD
              THRU 3210-LEER-BECAORD-EXIT.

       3220-LISTAR-BECADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3230-CORTE-CARRERA-BECAS.

           SET WS-NO-PRIMERA-CARRERA TO TRUE.
           MOVE BOR-CARRERA          TO WS-CC-CARRERA-ANT
                                        WS-BEC-C-CARRERA.
           MOVE ZERO                 TO WS-CONT-POSICION.

           MOVE WS-BEC-GUIONES       TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.
           MOVE WS-BEC-CARRERA       TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.
           MOVE WS-BEC-HEADER        TO REG-BECAS.
           PERFORM 3550-GRABAR-ARCH-BECAS
              THRU 3550-GRABAR-ARCH-BECAS-EXIT.

       3230-CORTE-CARRERA-BECAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-REGULCAR.

           WRITE REG-REGULCAR.

           IF NOT FS-REGULCAR-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO REGULCAR'
              DISPLAY 'FILE STATUS: ' FS-REGULCAR
           END-IF.

       3500-GRABAR-ARCH-REGULCAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3550-GRABAR-ARCH-BECAS.

           WRITE REG-BECAS.

           IF NOT FS-BECAS-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO BECAS'
              DISPLAY 'FILE STATUS: ' FS-BECAS
           END-IF.

       3550-GRABAR-ARCH-BECAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN ACADEMICO.TXT LA EVALUACION SE HIZO SOBRE LOS ARCHIVOS
      *    ACUMULADOS Y SE AVISA CON 4.

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-ACADEMICO-AUSENTE
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
           END PROGRAM TP01EJ17.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
