      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: ANALISIS DE COHORTES DE INGRESO POR CARRERA. EL
      *         TERMINO DE INGRESO DE CADA LEGAJO ES EL PRIMERO EN QUE
      *         TIENE UNA CURSADA EN HISTORICO.TXT Y LA CARRERA SALE
      *         DEL MAESTRO.  PARA CADA COHORTE (CARRERA Y TERMINO DE
      *         INGRESO) COHORTE.TXT MUESTRA EL PORCENTAJE CON
      *         ACTIVIDAD (CURSADAS O FINALES DE ACADEMICO.TXT) EN
      *         CADA UNO DE LOS DIEZ TERMINOS SIGUIENTES, EL DE
      *         DESERTORES (SIN ACTIVIDAD EN LOS ULTIMOS N TERMINOS),
      *         EL DE BAJAS DEL MAESTRO Y EL DE EGRESADOS SEGUN
      *         EGRESADOS.TXT, CON EL PROMEDIO Y LA MEDIANA DE
      *         TERMINOS HASTA EGRESAR.  LAS FILAS DE CADA CARRERA VAN
      *         POR TERMINO DE INGRESO PARA COMPARAR UN ANIO CON OTRO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ22.

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

       SELECT ACADEMICO
           ASSIGN TO '../ACADEMICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACADEMICO.

       SELECT EGRESADOS
           ASSIGN TO '../EGRESADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EGRESADOS.

       SELECT COHEVT
           ASSIGN TO '../COHEVT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COHEVT.

       SELECT COHORD
           ASSIGN TO '../COHORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COHORD.

       SELECT COHWRK
           ASSIGN TO '../COHWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COHWRK.

       SELECT COHCOR
           ASSIGN TO '../COHCOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COHCOR.

       SELECT COHORTE
           ASSIGN TO '../COHORTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COHORTE.

       SELECT SORT-EVT
           ASSIGN TO 'SORTWK'.

       SELECT SORT-COH
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "MAESTRO.CPY".

       COPY "HISTORICO.CPY".

       COPY "ACADEMICO.CPY".

      *    EGRESADOS.TXT ES EL LISTADO DE TP01EJ10: SOLO LAS LINEAS DE
      *    DETALLE EMPIEZAN CON EL LEGAJO.

       FD  EGRESADOS.

       01  REG-EGRESADOS.
           05  EGR-LEGAJO                  PIC X(06).
           05  FILLER                      PIC X(94).

      *    ACTIVIDAD DE CADA LEGAJO: C CURSADA DEL HISTORICO, E
      *    EGRESADO, F FINAL RENDIDO.  EL INDICE ES EL DEL TERMINO.

       FD  COHEVT.

       01  REG-COHEVT.
           05  EWK-LEGAJO                  PIC 9(06).
           05  EWK-TIPO                    PIC X(01).
           05  EWK-INDICE                  PIC 9(05).

       FD  COHORD.

       01  REG-COHORD.
           05  EOR-LEGAJO                  PIC 9(06).
           05  EOR-TIPO                    PIC X(01).
               88  EOR-CURSADA                         VALUE 'C'.
               88  EOR-EGRESADO                        VALUE 'E'.
               88  EOR-FINAL                           VALUE 'F'.
           05  EOR-INDICE                  PIC 9(05).

      *    UN REGISTRO POR LEGAJO CON INGRESO: SITUACION E EGRESADO,
      *    B BAJA, D DESERTOR, A ACTIVO; UNA S POR CADA TERMINO
      *    SIGUIENTE AL DE INGRESO CON ACTIVIDAD.

       FD  COHWRK.

       01  REG-COHWRK.
           05  CWK-CARRERA                 PIC X(30).
           05  CWK-INGRESO                 PIC X(06).
           05  CWK-LEGAJO                  PIC 9(06).
           05  CWK-SITUACION               PIC X(01).
           05  CWK-TERMINOS                PIC 9(02).
           05  CWK-ACTIVIDAD               PIC X(10).

       FD  COHCOR.

       01  REG-COHCOR.
           05  COR-CARRERA                 PIC X(30).
           05  COR-INGRESO                 PIC X(06).
           05  COR-LEGAJO                  PIC 9(06).
           05  COR-SITUACION               PIC X(01).
               88  COR-EGRESADO                        VALUE 'E'.
               88  COR-BAJA                            VALUE 'B'.
               88  COR-DESERTOR                        VALUE 'D'.
           05  COR-TERMINOS                PIC 9(02).
           05  COR-ACTIVIDAD.
               10  COR-ACT-TERMINO         PIC X(01) OCCURS 10 TIMES.

       FD  COHORTE.

       01  REG-COHORTE                     PIC X(130).

       SD  SORT-EVT.

       01  REG-SORT-EVT.
           05  SRE-LEGAJO                  PIC 9(06).
           05  SRE-TIPO                    PIC X(01).
           05  SRE-INDICE                  PIC 9(05).

       SD  SORT-COH.

       01  REG-SORT-COH.
           05  SRC-CARRERA                 PIC X(30).
           05  SRC-INGRESO                 PIC X(06).
           05  SRC-LEGAJO                  PIC 9(06).
           05  FILLER                      PIC X(13).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-EVENTOS            PIC 9(07) VALUE 0.
          05 WS-CONT-EVENTOS-OMITIDOS   PIC 9(07) VALUE 0.
          05 WS-CONT-EN-COHORTE         PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-INGRESO        PIC 9(05) VALUE 0.
          05 WS-CONT-COHORTES           PIC 9(05) VALUE 0.

       01 WS-FECHA-PROCESO              PIC 9(08) VALUE ZERO.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.
       01 WS-COHORTE-TERM-INACTIVO      PIC 9(02) VALUE 2.

      *    TERMINOS SIGUIENTES AL DE INGRESO QUE SE MUESTRAN Y TOPE DE
      *    TERMINOS HASTA EGRESAR PARA LA MEDIANA.

       01 WS-MAX-TERMINOS-MATRIZ        PIC 9(02) VALUE 10.
       01 WS-MAX-TERMINOS-EGRESO        PIC 9(02) VALUE 40.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-TERMINO-CALCULO.
          05 WS-TER-ENTRADA              PIC X(06).
          05 WS-TER-ENTRADA-R REDEFINES WS-TER-ENTRADA.
             10 WS-TER-ANIO              PIC 9(04).
             10 WS-TER-SEP               PIC X(01).
             10 WS-TER-NRO               PIC 9(01).
          05 WS-TER-INDICE               PIC 9(05) VALUE ZERO.
          05 WS-IND-TERM-ACTUAL          PIC 9(05) VALUE ZERO.
          05 WS-TER-DESPLAZAMIENTO       PIC 9(05) VALUE ZERO.

      *    LOS FINALES SE UBICAN EN EL TERMINO DE SU FECHA: HASTA
      *    JULIO EL PRIMERO, DESDE AGOSTO EL SEGUNDO.

       01 WS-FECHA-FINAL                PIC 9(08) VALUE ZERO.
       01 WS-FECHA-FINAL-R REDEFINES WS-FECHA-FINAL.
          05 WS-FEC-FIN-ANIO             PIC 9(04).
          05 WS-FEC-FIN-MES              PIC 9(02).
          05 WS-FEC-FIN-DIA              PIC 9(02).

       01 WS-LEGAJO-PROC                PIC 9(06) VALUE ZERO.
       01 WS-EVT-LEGAJO-ACT             PIC X(06) VALUE HIGH-VALUES.

       01 WS-ACUM-ALUMNO.
          05 WS-ALU-IND-INGRESO          PIC 9(05) VALUE ZERO.
          05 WS-ALU-IND-ULTIMO           PIC 9(05) VALUE ZERO.
          05 WS-ALU-SW-EGRESADO          PIC X(01) VALUE 'N'.
             88 WS-ALU-EGRESADO                    VALUE 'S'.
          05 WS-ALU-ACTIVIDAD.
             10 WS-ALU-ACT-TERMINO       PIC X(01) OCCURS 10 TIMES.

       01 WS-ACUM-COHORTE.
          05 WS-COH-IND-INGRESO          PIC 9(05) VALUE ZERO.
          05 WS-COH-CANT                 PIC 9(05) VALUE ZERO.
          05 WS-COH-EGRESADOS            PIC 9(05) VALUE ZERO.
          05 WS-COH-BAJAS                PIC 9(05) VALUE ZERO.
          05 WS-COH-DESERTORES           PIC 9(05) VALUE ZERO.
          05 WS-COH-SUMA-TERMINOS        PIC 9(07) VALUE ZERO.
          05 WS-COH-ACTIVOS              PIC 9(05) OCCURS 10 TIMES.
          05 WS-COH-EGRESO-EN            PIC 9(05) OCCURS 40 TIMES.

       01 WS-ACUM-CARRERA.
          05 WS-CAR-CANT                 PIC 9(05) VALUE ZERO.
          05 WS-CAR-EGRESADOS            PIC 9(05) VALUE ZERO.
          05 WS-CAR-BAJAS                PIC 9(05) VALUE ZERO.
          05 WS-CAR-DESERTORES           PIC 9(05) VALUE ZERO.

       01 WS-CALCULO-MEDIANA.
          05 WS-MED-POS-1                PIC 9(05) VALUE ZERO.
          05 WS-MED-POS-2                PIC 9(05) VALUE ZERO.
          05 WS-MED-VALOR-1              PIC 9(02) VALUE ZERO.
          05 WS-MED-VALOR-2              PIC 9(02) VALUE ZERO.
          05 WS-MED-ACUMULADO            PIC 9(05) VALUE ZERO.

       01 WS-IDX-TER                    PIC 9(02) VALUE ZERO.
       01 WS-PORCENTAJE                 PIC 9(03) VALUE ZERO.
       01 WS-TERMINOS-CALC              PIC 9(03)V9(01) VALUE ZERO.
       01 WS-EDIT-PCT                   PIC ZZZ9.
       01 WS-EDIT-TERMINOS              PIC ZZZ9,9.

       01 WS-CORTE-LISTADO.
          05 WS-CC-CARRERA-ANT           PIC X(30) VALUE SPACES.
          05 WS-CC-INGRESO-ANT           PIC X(06) VALUE SPACES.

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

          05 FS-HISTORICO                        PIC X(2).
             88 FS-HISTORICO-OK                  VALUE '00'.
             88 FS-HISTORICO-EOF                 VALUE '10'.
             88 FS-HISTORICO-NFD                 VALUE '35'.

          05 FS-ACADEMICO                        PIC X(2).
             88 FS-ACADEMICO-OK                  VALUE '00'.
             88 FS-ACADEMICO-EOF                 VALUE '10'.
             88 FS-ACADEMICO-NFD                 VALUE '35'.

          05 FS-EGRESADOS                        PIC X(2).
             88 FS-EGRESADOS-OK                  VALUE '00'.
             88 FS-EGRESADOS-EOF                 VALUE '10'.
             88 FS-EGRESADOS-NFD                 VALUE '35'.

          05 FS-COHEVT                           PIC X(2).
             88 FS-COHEVT-OK                     VALUE '00'.
             88 FS-COHEVT-EOF                    VALUE '10'.
             88 FS-COHEVT-NFD                    VALUE '35'.

          05 FS-COHORD                           PIC X(2).
             88 FS-COHORD-OK                     VALUE '00'.
             88 FS-COHORD-EOF                    VALUE '10'.
             88 FS-COHORD-NFD                    VALUE '35'.

          05 FS-COHWRK                           PIC X(2).
             88 FS-COHWRK-OK                     VALUE '00'.
             88 FS-COHWRK-EOF                    VALUE '10'.
             88 FS-COHWRK-NFD                    VALUE '35'.

          05 FS-COHCOR                           PIC X(2).
             88 FS-COHCOR-OK                     VALUE '00'.
             88 FS-COHCOR-EOF                    VALUE '10'.
             88 FS-COHCOR-NFD                    VALUE '35'.

          05 FS-COHORTE                          PIC X(2).
             88 FS-COHORTE-OK                    VALUE '00'.
             88 FS-COHORTE-EOF                   VALUE '10'.
             88 FS-COHORTE-NFD                   VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-COHORTE.
          05 WS-LIS-SEPARADOR           PIC X(130) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(130) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(37)
                VALUE 'COHORTES DE INGRESO POR CARRERA - AL '.
             10 FILLER             PIC X(08) VALUE 'TERMINO '.
             10 WS-LIS-T-TERMINO   PIC X(06).
             10 FILLER             PIC X(03) VALUE ' - '.
             10 WS-LIS-T-FECHA     PIC 9(08).
          05 WS-LIS-SUBTITULO-1.
             10 FILLER             PIC X(39)
                VALUE '+1 A +10: % DE LA COHORTE CON ACTIVIDAD'.
             10 FILLER             PIC X(40)
                VALUE ' EN CADA TERMINO SIGUIENTE AL DE INGRESO'.
          05 WS-LIS-SUBTITULO-2.
             10 FILLER             PIC X(46)
                VALUE 'DESERTOR: ACTIVO SIN ACTIVIDAD EN LOS ULTIMOS '.
             10 WS-LIS-T-INACTIVO  PIC Z9.
             10 FILLER             PIC X(12) VALUE ' TERMINOS.  '.
             10 FILLER             PIC X(41)
                VALUE 'T.PROM / T.MED.: TERMINOS HASTA EGRESAR'.
          05 WS-LIS-CARRERA.
             10 FILLER             PIC X(09) VALUE 'Carrera: '.
             10 WS-LIS-C-CARRERA   PIC X(30).
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(07) VALUE 'Ingreso'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Alum.'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40)
                VALUE '  +1  +2  +3  +4  +5  +6  +7  +8  +9 +10'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Des.%'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Baj.%'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Egr.%'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'T.Prom'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'T.Med.'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-INGRESO            PIC X(07).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-CANT               PIC ZZZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-CELDA              PIC X(04) OCCURS 10 TIMES.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-DESERTORES         PIC ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-BAJAS              PIC ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-EGRESADOS          PIC ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-PROMEDIO           PIC X(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-MEDIANA            PIC X(06).
          05 WS-LIS-TOTAL-CARRERA.
             10 FILLER             PIC X(25)
                VALUE 'Alumnos de la carrera: '.
             10 WS-LIS-TC-CANT     PIC 9(05).
             10 FILLER             PIC X(14) VALUE '  Egresados: '.
             10 WS-LIS-TC-EGRES    PIC 9(05).
             10 FILLER             PIC X(15) VALUE '  Desertores: '.
             10 WS-LIS-TC-DESER    PIC 9(05).
             10 FILLER             PIC X(10) VALUE '  Bajas: '.
             10 WS-LIS-TC-BAJAS    PIC 9(05).
          05 WS-LIS-SIN-COHORTES        PIC X(40)
             VALUE '   SIN LEGAJOS CON CURSADAS EN HISTORICO'.

          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(45)
                VALUE 'Cohortes listadas: '.
             10 WS-LIS-D-COHORTES           PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(45)
                VALUE 'Legajos ubicados en una cohorte: '.
             10 WS-LIS-D-EN-COHORTE         PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(45)
                VALUE 'Legajos del maestro sin cursadas: '.
             10 WS-LIS-D-SIN-INGRESO        PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(45)
                VALUE 'Registros de legajos fuera del maestro: '.
             10 WS-LIS-D-OMITIDOS           PIC 9(07).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 1100-GENERAR-EVENTOS
                THRU 1100-GENERAR-EVENTOS-EXIT.

             SORT SORT-EVT
                ON ASCENDING KEY SRE-LEGAJO
                                 SRE-TIPO
                                 SRE-INDICE
                USING COHEVT
                GIVING COHORD.

             PERFORM 1700-ABRIR-PROCESO
                THRU 1700-ABRIR-PROCESO-EXIT.

             PERFORM 2000-PROCESAR-ALUMNO
                THRU 2000-PROCESAR-ALUMNO-EXIT
                UNTIL FS-MAESTRO-EOF.

             PERFORM 2900-CERRAR-PROCESO
                THRU 2900-CERRAR-PROCESO-EXIT.

             SORT SORT-COH
                ON ASCENDING KEY SRC-CARRERA
                                 SRC-INGRESO
                                 SRC-LEGAJO
                USING COHWRK
                GIVING COHCOR.

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

           IF WS-IND-TERM-ACTUAL = ZERO
              DISPLAY 'TERMINO ACTUAL INVALIDO: ' WS-TERM-ID
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-TERM-ID               TO WS-LIS-T-TERMINO.
           MOVE WS-FECHA-PROCESO         TO WS-LIS-T-FECHA.
           MOVE WS-COHORTE-TERM-INACTIVO TO WS-LIS-T-INACTIVO.

           DISPLAY 'COHORTES DE INGRESO - AL TERMINO ' WS-TERM-ID.

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
                       IF PAR-COHORTE-TERM-INACTIVO IS NUMERIC
                          AND PAR-COHORTE-TERM-INACTIVO > ZERO
                          MOVE PAR-COHORTE-TERM-INACTIVO
                               TO WS-COHORTE-TERM-INACTIVO
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

       1010-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1100-GENERAR-EVENTOS.

           OPEN OUTPUT COHEVT.

           IF NOT FS-COHEVT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO COHEVT'
              DISPLAY 'FILE STATUS: ' FS-COHEVT
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1200-VOLCAR-HISTORICO
              THRU 1200-VOLCAR-HISTORICO-EXIT.

           PERFORM 1300-VOLCAR-ACADEMICO
              THRU 1300-VOLCAR-ACADEMICO-EXIT.

           PERFORM 1400-VOLCAR-EGRESADOS
              THRU 1400-VOLCAR-EGRESADOS-EXIT.

           CLOSE COHEVT.

       1100-GENERAR-EVENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN HISTORICO NO HAY TERMINO DE INGRESO PARA NADIE.

       1200-VOLCAR-HISTORICO.

           OPEN INPUT HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    PERFORM 1210-LEER-HISTORICO
                       THRU 1210-LEER-HISTORICO-EXIT
                    PERFORM 1220-EVENTO-HISTORICO
                       THRU 1220-EVENTO-HISTORICO-EXIT
                       UNTIL FS-HISTORICO-EOF
                    CLOSE HISTORICO
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO HISTORICO'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1200-VOLCAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1210-LEER-HISTORICO.

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

       1210-LEER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1220-EVENTO-HISTORICO.

           MOVE HIS-TERMINO          TO WS-TER-ENTRADA.

           PERFORM 1800-CALCULAR-IND-TERMINO
              THRU 1800-CALCULAR-IND-TERMINO-EXIT.

           IF HIS-LEGAJO IS NUMERIC
              AND WS-TER-INDICE > ZERO
              MOVE HIS-LEGAJO        TO EWK-LEGAJO
              MOVE 'C'               TO EWK-TIPO
              MOVE WS-TER-INDICE     TO EWK-INDICE
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT
           END-IF.

           PERFORM 1210-LEER-HISTORICO
              THRU 1210-LEER-HISTORICO-EXIT.

       1220-EVENTO-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LOS FINALES RENDIDOS CUENTAN COMO ACTIVIDAD DEL TERMINO DE
      *    SU FECHA; SIN ACADEMICO SOLO SE CUENTAN LAS CURSADAS.

       1300-VOLCAR-ACADEMICO.

           OPEN INPUT ACADEMICO.

           EVALUATE TRUE
               WHEN FS-ACADEMICO-OK
                    PERFORM 1310-LEER-ACADEMICO
                       THRU 1310-LEER-ACADEMICO-EXIT
                    PERFORM 1320-EVENTO-ACADEMICO
                       THRU 1320-EVENTO-ACADEMICO-EXIT
                       UNTIL FS-ACADEMICO-EOF
                    CLOSE ACADEMICO
               WHEN FS-ACADEMICO-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN ACADEMICO.TXT: LA ACTIVIDAD SE TOMA '
                    DISPLAY 'SOLO DE LAS CURSADAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1300-VOLCAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1310-LEER-ACADEMICO.

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

       1310-LEER-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1320-EVENTO-ACADEMICO.

           IF ACA-LEGAJO IS NUMERIC
              AND ACA-FECHA-FINAL IS NUMERIC
              AND ACA-FECHA-FINAL > ZERO

              MOVE ACA-FECHA-FINAL   TO WS-FECHA-FINAL
              MOVE WS-FEC-FIN-ANIO   TO WS-TER-ANIO
              MOVE '-'               TO WS-TER-SEP
              IF WS-FEC-FIN-MES < 8
                 MOVE 1              TO WS-TER-NRO
              ELSE
                 MOVE 2              TO WS-TER-NRO
              END-IF

              PERFORM 1800-CALCULAR-IND-TERMINO
                 THRU 1800-CALCULAR-IND-TERMINO-EXIT

              MOVE ACA-LEGAJO        TO EWK-LEGAJO
              MOVE 'F'               TO EWK-TIPO
              MOVE WS-TER-INDICE     TO EWK-INDICE
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT

           END-IF.

           PERFORM 1310-LEER-ACADEMICO
              THRU 1310-LEER-ACADEMICO-EXIT.

       1320-EVENTO-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN EGRESADOS.TXT (TP01EJ10) NINGUNA COHORTE TIENE
      *    EGRESADOS Y SE AVISA.

       1400-VOLCAR-EGRESADOS.

           OPEN INPUT EGRESADOS.

           EVALUATE TRUE
               WHEN FS-EGRESADOS-OK
                    PERFORM 1410-LEER-EGRESADOS
                       THRU 1410-LEER-EGRESADOS-EXIT
                    PERFORM 1420-EVENTO-EGRESADO
                       THRU 1420-EVENTO-EGRESADO-EXIT
                       UNTIL FS-EGRESADOS-EOF
                    CLOSE EGRESADOS
               WHEN FS-EGRESADOS-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN EGRESADOS.TXT: NO SE INFORMAN '
                    DISPLAY 'EGRESADOS (EJECUTAR TP01EJ10)'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO EGRESADOS'
                    DISPLAY 'FILE STATUS: ' FS-EGRESADOS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1400-VOLCAR-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1410-LEER-EGRESADOS.

           READ EGRESADOS.

           EVALUATE FS-EGRESADOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-EGRESADOS-EOF  TO TRUE
               WHEN OTHER
                    SET FS-EGRESADOS-EOF  TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO EGRESADOS'
                    DISPLAY 'FILE STATUS: ' FS-EGRESADOS
           END-EVALUATE.

       1410-LEER-EGRESADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1420-EVENTO-EGRESADO.

           IF EGR-LEGAJO IS NUMERIC
              MOVE EGR-LEGAJO        TO EWK-LEGAJO
              MOVE 'E'               TO EWK-TIPO
              MOVE ZERO              TO EWK-INDICE
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT
           END-IF.

           PERFORM 1410-LEER-EGRESADOS
              THRU 1410-LEER-EGRESADOS-EXIT.

       1420-EVENTO-EGRESADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-GRABAR-EVENTO.

           WRITE REG-COHEVT.

           IF FS-COHEVT-OK
              ADD 1                  TO WS-CONT-EVENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO COHEVT'
              DISPLAY 'FILE STATUS: ' FS-COHEVT
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

           OPEN INPUT COHORD.

           IF NOT FS-COHORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO COHORD'
              DISPLAY 'FILE STATUS: ' FS-COHORD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1760-LEER-COHORD
              THRU 1760-LEER-COHORD-EXIT.

           OPEN OUTPUT COHWRK.

           IF NOT FS-COHWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO COHWRK'
              DISPLAY 'FILE STATUS: ' FS-COHWRK
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

       1760-LEER-COHORD.

           READ COHORD.

           EVALUATE FS-COHORD
               WHEN '00'
                    MOVE EOR-LEGAJO        TO WS-EVT-LEGAJO-ACT
               WHEN '10'
                    SET FS-COHORD-EOF      TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-LEGAJO-ACT
               WHEN OTHER
                    SET FS-COHORD-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-LEGAJO-ACT
                    DISPLAY 'ERROR AL LEER EL ARCHIVO COHORD'
                    DISPLAY 'FILE STATUS: ' FS-COHORD
           END-EVALUATE.

       1760-LEER-COHORD-EXIT.
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
      *    EL MAESTRO SE RECORRE EN ORDEN DE LEGAJO Y LA ACTIVIDAD SE
      *    CONSUME EN PARALELO.  LAS BAJAS TAMBIEN SE UBICAN EN SU
      *    COHORTE: SON PARTE DE LO QUE SE MIDE.

       2000-PROCESAR-ALUMNO.

           MOVE MAE-LEGAJO           TO WS-LEGAJO-PROC.

           PERFORM 2350-SALTEAR-EVENTO
              THRU 2350-SALTEAR-EVENTO-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR EOR-LEGAJO NOT < WS-LEGAJO-PROC.

           INITIALIZE WS-ACUM-ALUMNO.
           MOVE SPACES               TO WS-ALU-ACTIVIDAD.

           PERFORM 2300-ACUMULAR-EVENTO
              THRU 2300-ACUMULAR-EVENTO-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR EOR-LEGAJO > WS-LEGAJO-PROC.

           IF WS-ALU-IND-INGRESO > ZERO
              PERFORM 2400-CLASIFICAR-ALUMNO
                 THRU 2400-CLASIFICAR-ALUMNO-EXIT
           ELSE
              ADD 1                  TO WS-CONT-SIN-INGRESO
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
      *    LAS CURSADAS LLEGAN PRIMERO Y EN ORDEN DE TERMINO: LA
      *    PRIMERA DA EL INGRESO.

       2300-ACUMULAR-EVENTO.

           EVALUATE TRUE
               WHEN EOR-CURSADA
                    IF WS-ALU-IND-INGRESO = ZERO
                       MOVE EOR-INDICE TO WS-ALU-IND-INGRESO
                    END-IF
                    PERFORM 2320-MARCAR-ACTIVIDAD
                       THRU 2320-MARCAR-ACTIVIDAD-EXIT
               WHEN EOR-EGRESADO
                    SET WS-ALU-EGRESADO TO TRUE
               WHEN EOR-FINAL
                    PERFORM 2320-MARCAR-ACTIVIDAD
                       THRU 2320-MARCAR-ACTIVIDAD-EXIT
           END-EVALUATE.

           PERFORM 1760-LEER-COHORD
              THRU 1760-LEER-COHORD-EXIT.

       2300-ACUMULAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2320-MARCAR-ACTIVIDAD.

           IF EOR-INDICE > WS-ALU-IND-ULTIMO
              MOVE EOR-INDICE        TO WS-ALU-IND-ULTIMO
           END-IF.

           IF WS-ALU-IND-INGRESO > ZERO
              AND EOR-INDICE > WS-ALU-IND-INGRESO
              COMPUTE WS-TER-DESPLAZAMIENTO =
                      EOR-INDICE - WS-ALU-IND-INGRESO
              IF WS-TER-DESPLAZAMIENTO NOT > WS-MAX-TERMINOS-MATRIZ
                 MOVE 'S' TO WS-ALU-ACT-TERMINO(WS-TER-DESPLAZAMIENTO)
              END-IF
           END-IF.

       2320-MARCAR-ACTIVIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2350-SALTEAR-EVENTO.

           ADD 1                     TO WS-CONT-EVENTOS-OMITIDOS.

           PERFORM 1760-LEER-COHORD
              THRU 1760-LEER-COHORD-EXIT.

       2350-SALTEAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EGRESADO PRIMA SOBRE BAJA Y BAJA SOBRE DESERTOR.  LOS
      *    TERMINOS HASTA EGRESAR VAN DEL INGRESO A LA ULTIMA
      *    ACTIVIDAD, AMBOS INCLUIDOS.

       2400-CLASIFICAR-ALUMNO.

           ADD 1                     TO WS-CONT-EN-COHORTE.

           MOVE MAE-CARRERA          TO CWK-CARRERA.
           MOVE WS-LEGAJO-PROC       TO CWK-LEGAJO.
           MOVE WS-ALU-ACTIVIDAD     TO CWK-ACTIVIDAD.
           MOVE ZERO                 TO CWK-TERMINOS.

           COMPUTE WS-TER-ANIO = (WS-ALU-IND-INGRESO - 1) / 2.
           COMPUTE WS-TER-NRO  = WS-ALU-IND-INGRESO - WS-TER-ANIO * 2.
           MOVE '-'                  TO WS-TER-SEP.
           MOVE WS-TER-ENTRADA       TO CWK-INGRESO.

           EVALUATE TRUE
               WHEN WS-ALU-EGRESADO
                    MOVE 'E'         TO CWK-SITUACION
                    COMPUTE CWK-TERMINOS =
                            WS-ALU-IND-ULTIMO - WS-ALU-IND-INGRESO + 1
               WHEN MAE-ESTADO NOT = 'A'
                    MOVE 'B'         TO CWK-SITUACION
               WHEN WS-IND-TERM-ACTUAL - WS-ALU-IND-ULTIMO
                    NOT < WS-COHORTE-TERM-INACTIVO
                    MOVE 'D'         TO CWK-SITUACION
               WHEN OTHER
                    MOVE 'A'         TO CWK-SITUACION
           END-EVALUATE.

           WRITE REG-COHWRK.

           IF NOT FS-COHWRK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO COHWRK'
              DISPLAY 'FILE STATUS: ' FS-COHWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2400-CLASIFICAR-ALUMNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2900-CERRAR-PROCESO.

           CLOSE MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR EN CLOSE DE MAESTRO: ' FS-MAESTRO
           END-IF.

           CLOSE COHORD
                 COHWRK.

       2900-CERRAR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           OPEN OUTPUT COHORTE.

           IF NOT FS-COHORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO COHORTE'
              DISPLAY 'FILE STATUS: ' FS-COHORTE
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 3100-LISTAR-COHORTES
              THRU 3100-LISTAR-COHORTES-EXIT.

           PERFORM 3200-LISTAR-TOTALES
              THRU 3200-LISTAR-TOTALES-EXIT.

           CLOSE COHORTE.

           DISPLAY 'COHORTES LISTADAS     : ' WS-CONT-COHORTES.
           DISPLAY 'LEGAJOS EN COHORTES   : ' WS-CONT-EN-COHORTE.
           DISPLAY 'LEGAJOS SIN CURSADAS  : ' WS-CONT-SIN-INGRESO.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LISTAR-COHORTES.

           MOVE WS-LIS-SEPARADOR     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-TITULO        TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-SUBTITULO-1   TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-SUBTITULO-2   TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.

           SET WS-PRIMERA-CARRERA    TO TRUE.

           OPEN INPUT COHCOR.

           IF FS-COHCOR-OK
              PERFORM 3110-LEER-COHCOR
                 THRU 3110-LEER-COHCOR-EXIT
              PERFORM 3120-ACUMULAR-ALUMNO
                 THRU 3120-ACUMULAR-ALUMNO-EXIT
                 UNTIL FS-COHCOR-EOF
              CLOSE COHCOR
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO COHCOR'
              DISPLAY 'FILE STATUS: ' FS-COHCOR
           END-IF.

           IF WS-NO-PRIMERA-CARRERA
              PERFORM 3150-LISTAR-COHORTE
                 THRU 3150-LISTAR-COHORTE-EXIT
              PERFORM 3145-TOTAL-CARRERA
                 THRU 3145-TOTAL-CARRERA-EXIT
           ELSE
              MOVE WS-LIS-SEPARADOR    TO REG-COHORTE
              PERFORM 3500-GRABAR-ARCH-COHORTE
                 THRU 3500-GRABAR-ARCH-COHORTE-EXIT
              MOVE WS-LIS-SIN-COHORTES TO REG-COHORTE
              PERFORM 3500-GRABAR-ARCH-COHORTE
                 THRU 3500-GRABAR-ARCH-COHORTE-EXIT
           END-IF.

       3100-LISTAR-COHORTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3110-LEER-COHCOR.

           READ COHCOR.

           EVALUATE FS-COHCOR
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-COHCOR-EOF     TO TRUE
               WHEN OTHER
                    SET FS-COHCOR-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO COHCOR'
                    DISPLAY 'FILE STATUS: ' FS-COHCOR
           END-EVALUATE.

       3110-LEER-COHCOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3120-ACUMULAR-ALUMNO.

           IF WS-PRIMERA-CARRERA
              OR COR-CARRERA NOT = WS-CC-CARRERA-ANT
              PERFORM 3130-CORTE-CARRERA
                 THRU 3130-CORTE-CARRERA-EXIT
           ELSE
              IF COR-INGRESO NOT = WS-CC-INGRESO-ANT
                 PERFORM 3150-LISTAR-COHORTE
                    THRU 3150-LISTAR-COHORTE-EXIT
                 PERFORM 3135-CORTE-COHORTE
                    THRU 3135-CORTE-COHORTE-EXIT
              END-IF
           END-IF.

           ADD 1                     TO WS-COH-CANT.

           PERFORM 3125-CONTAR-ACTIVIDAD
              THRU 3125-CONTAR-ACTIVIDAD-EXIT
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-MAX-TERMINOS-MATRIZ.

           EVALUATE TRUE
               WHEN COR-EGRESADO
                    ADD 1            TO WS-COH-EGRESADOS
                    ADD COR-TERMINOS TO WS-COH-SUMA-TERMINOS
                    IF COR-TERMINOS > WS-MAX-TERMINOS-EGRESO
                       MOVE WS-MAX-TERMINOS-EGRESO TO WS-IDX-TER
                    ELSE
                       MOVE COR-TERMINOS TO WS-IDX-TER
                    END-IF
                    ADD 1            TO WS-COH-EGRESO-EN(WS-IDX-TER)
               WHEN COR-BAJA
                    ADD 1            TO WS-COH-BAJAS
               WHEN COR-DESERTOR
                    ADD 1            TO WS-COH-DESERTORES
           END-EVALUATE.

           PERFORM 3110-LEER-COHCOR
              THRU 3110-LEER-COHCOR-EXIT.

       3120-ACUMULAR-ALUMNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3125-CONTAR-ACTIVIDAD.

           IF COR-ACT-TERMINO(WS-IDX-TER) = 'S'
              ADD 1                  TO WS-COH-ACTIVOS(WS-IDX-TER)
           END-IF.

       3125-CONTAR-ACTIVIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3130-CORTE-CARRERA.

           IF WS-NO-PRIMERA-CARRERA
              PERFORM 3150-LISTAR-COHORTE
                 THRU 3150-LISTAR-COHORTE-EXIT
              PERFORM 3145-TOTAL-CARRERA
                 THRU 3145-TOTAL-CARRERA-EXIT
           END-IF.

           SET WS-NO-PRIMERA-CARRERA TO TRUE.
           MOVE COR-CARRERA          TO WS-CC-CARRERA-ANT
                                        WS-LIS-C-CARRERA.
           INITIALIZE WS-ACUM-CARRERA.

           MOVE WS-LIS-SEPARADOR     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-CARRERA       TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-GUIONES       TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-HEADER        TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.

           PERFORM 3135-CORTE-COHORTE
              THRU 3135-CORTE-COHORTE-EXIT.

       3130-CORTE-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3135-CORTE-COHORTE.

           INITIALIZE WS-ACUM-COHORTE.
           MOVE COR-INGRESO          TO WS-CC-INGRESO-ANT
                                        WS-TER-ENTRADA.

           PERFORM 1800-CALCULAR-IND-TERMINO
              THRU 1800-CALCULAR-IND-TERMINO-EXIT.

           MOVE WS-TER-INDICE        TO WS-COH-IND-INGRESO.

       3135-CORTE-COHORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3145-TOTAL-CARRERA.

           MOVE WS-CAR-CANT          TO WS-LIS-TC-CANT.
           MOVE WS-CAR-EGRESADOS     TO WS-LIS-TC-EGRES.
           MOVE WS-CAR-DESERTORES    TO WS-LIS-TC-DESER.
           MOVE WS-CAR-BAJAS         TO WS-LIS-TC-BAJAS.

           MOVE WS-LIS-GUIONES       TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-TOTAL-CARRERA TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.

       3145-TOTAL-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LOS TERMINOS QUE LA COHORTE TODAVIA NO ALCANZO SE MUESTRAN
      *    CON UN GUION.

       3150-LISTAR-COHORTE.

           ADD 1                     TO WS-CONT-COHORTES.

           MOVE WS-CC-INGRESO-ANT    TO WS-LIS-D-INGRESO.
           MOVE WS-COH-CANT          TO WS-LIS-D-CANT.

           PERFORM 3160-ARMAR-CELDA
              THRU 3160-ARMAR-CELDA-EXIT
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-MAX-TERMINOS-MATRIZ.

           COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-COH-DESERTORES * 100 / WS-COH-CANT.
           MOVE WS-PORCENTAJE        TO WS-LIS-D-DESERTORES.
           COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-COH-BAJAS * 100 / WS-COH-CANT.
           MOVE WS-PORCENTAJE        TO WS-LIS-D-BAJAS.
           COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-COH-EGRESADOS * 100 / WS-COH-CANT.
           MOVE WS-PORCENTAJE        TO WS-LIS-D-EGRESADOS.

           IF WS-COH-EGRESADOS > ZERO
              COMPUTE WS-TERMINOS-CALC ROUNDED =
                      WS-COH-SUMA-TERMINOS / WS-COH-EGRESADOS
              MOVE WS-TERMINOS-CALC  TO WS-EDIT-TERMINOS
              MOVE WS-EDIT-TERMINOS  TO WS-LIS-D-PROMEDIO
              PERFORM 3170-CALCULAR-MEDIANA
                 THRU 3170-CALCULAR-MEDIANA-EXIT
              MOVE WS-TERMINOS-CALC  TO WS-EDIT-TERMINOS
              MOVE WS-EDIT-TERMINOS  TO WS-LIS-D-MEDIANA
           ELSE
              MOVE '     -'          TO WS-LIS-D-PROMEDIO
                                        WS-LIS-D-MEDIANA
           END-IF.

           MOVE WS-LIS-DETALLE       TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.

           ADD WS-COH-CANT           TO WS-CAR-CANT.
           ADD WS-COH-EGRESADOS      TO WS-CAR-EGRESADOS.
           ADD WS-COH-DESERTORES     TO WS-CAR-DESERTORES.
           ADD WS-COH-BAJAS          TO WS-CAR-BAJAS.

       3150-LISTAR-COHORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3160-ARMAR-CELDA.

           IF WS-COH-IND-INGRESO + WS-IDX-TER > WS-IND-TERM-ACTUAL
              MOVE '   -'            TO WS-LIS-D-CELDA(WS-IDX-TER)
           ELSE
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-COH-ACTIVOS(WS-IDX-TER) * 100 / WS-COH-CANT
              MOVE WS-PORCENTAJE     TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT       TO WS-LIS-D-CELDA(WS-IDX-TER)
           END-IF.

       3160-ARMAR-CELDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA MEDIANA SALE DE LA DISTRIBUCION DE TERMINOS HASTA
      *    EGRESAR: CON UNA CANTIDAD PAR DE EGRESADOS ES EL PROMEDIO
      *    DE LOS DOS VALORES CENTRALES.

       3170-CALCULAR-MEDIANA.

           COMPUTE WS-MED-POS-1 = (WS-COH-EGRESADOS + 1) / 2.
           COMPUTE WS-MED-POS-2 = WS-COH-EGRESADOS / 2 + 1.
           MOVE ZERO                 TO WS-MED-VALOR-1
                                        WS-MED-VALOR-2
                                        WS-MED-ACUMULADO.

           PERFORM 3175-RECORRER-EGRESOS
              THRU 3175-RECORRER-EGRESOS-EXIT
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-MAX-TERMINOS-EGRESO
              OR WS-MED-VALOR-2 > ZERO.

           COMPUTE WS-TERMINOS-CALC ROUNDED =
                   (WS-MED-VALOR-1 + WS-MED-VALOR-2) / 2.

       3170-CALCULAR-MEDIANA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3175-RECORRER-EGRESOS.

           ADD WS-COH-EGRESO-EN(WS-IDX-TER) TO WS-MED-ACUMULADO.

           IF WS-MED-VALOR-1 = ZERO
              AND WS-MED-ACUMULADO NOT < WS-MED-POS-1
              MOVE WS-IDX-TER        TO WS-MED-VALOR-1
           END-IF.

           IF WS-MED-VALOR-2 = ZERO
              AND WS-MED-ACUMULADO NOT < WS-MED-POS-2
              MOVE WS-IDX-TER        TO WS-MED-VALOR-2
           END-IF.

       3175-RECORRER-EGRESOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3200-LISTAR-TOTALES.

           MOVE WS-CONT-COHORTES         TO WS-LIS-D-COHORTES.
           MOVE WS-CONT-EN-COHORTE       TO WS-LIS-D-EN-COHORTE.
           MOVE WS-CONT-SIN-INGRESO      TO WS-LIS-D-SIN-INGRESO.
           MOVE WS-CONT-EVENTOS-OMITIDOS TO WS-LIS-D-OMITIDOS.

           MOVE WS-LIS-SEPARADOR     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-TOTALES-1     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-TOTALES-2     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-TOTALES-3     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-TOTALES-4     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.
           MOVE WS-LIS-SEPARADOR     TO REG-COHORTE.
           PERFORM 3500-GRABAR-ARCH-COHORTE
              THRU 3500-GRABAR-ARCH-COHORTE-EXIT.

       3200-LISTAR-TOTALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-COHORTE.

           WRITE REG-COHORTE.

           IF NOT FS-COHORTE-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO COHORTE'
              DISPLAY 'FILE STATUS: ' FS-COHORTE
           END-IF.

       3500-GRABAR-ARCH-COHORTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN ACADEMICO O SIN EGRESADOS EL ANALISIS ES PARCIAL Y SE
      *    AVISA CON 4.

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
           END PROGRAM TP01EJ22.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
