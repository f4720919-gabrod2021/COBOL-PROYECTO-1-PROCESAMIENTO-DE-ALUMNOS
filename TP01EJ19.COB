      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: CONTROL DE INTEGRIDAD ENTRE ARCHIVOS ACADEMICOS. SOLO
      *         LEE: CRUZA EL HISTORICO (HISTONUE.TXT SI EXISTE, QUE
      *         ES LA GENERACION A PROMOVER, SI NO HISTORICO.TXT) CON
      *         FINALES.TXT, ACADEMICO.TXT, MAESTRO.IDX, PLANES.TXT Y
      *         EQUIVAL.TXT Y DEJA EN INTEGRID.TXT LOS HALLAZGOS
      *         AGRUPADOS POR REGLA CON SU CANTIDAD: FINALES SIN
      *         CURSADA, ACADEMICO DE LEGAJOS QUE NO ESTAN EN EL
      *         MAESTRO, CURSADAS DUPLICADAS, NOTAS DEL TERMINO DE
      *         ALUMNOS DADOS DE BAJA, EQUIVALENCIAS SIN MATERIA DE
      *         ORIGEN APROBADA Y MATERIAS DEL TERMINO FUERA DEL PLAN
      *         DE LA CARRERA.  DEVUELVE 8 SI HAY HALLAZGOS SEVEROS Y
      *         4 SI SOLO HAY ADVERTENCIAS: COMO PASO DEL PLAN DE
      *         TP01EJ09 JUSTO ANTES DE LA PROMOCION HISTONUE, CON
      *         LIMITE 4, UN HALLAZGO SEVERO DETIENE LA CADENA Y LA
      *         NOCHE SE DESHACE SIN PROMOVER LA NUEVA GENERACION.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ19.

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
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT PLANES
           ASSIGN TO '../PLANES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANES.

       SELECT EQUIVAL
           ASSIGN TO '../EQUIVAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EQUIVAL.

       SELECT HISTORICO
           ASSIGN DYNAMIC WS-ARCH-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT ACADEMICO
           ASSIGN TO '../ACADEMICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACADEMICO.

       SELECT FINALES
           ASSIGN TO '../FINALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FINALES.

       SELECT INTWRK
           ASSIGN TO '../INTWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTWRK.

       SELECT INTORD
           ASSIGN TO '../INTORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTORD.

       SELECT HALWRK
           ASSIGN TO '../HALWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HALWRK.

       SELECT HALORD
           ASSIGN TO '../HALORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HALORD.

       SELECT INTEGRID
           ASSIGN TO '../INTEGRID.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTEGRID.

       SELECT SORT-INT
           ASSIGN TO 'SORTWK'.

       SELECT SORT-HAL
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "MAESTRO.CPY".

       COPY "PLANES.CPY".

       COPY "EQUIVAL.CPY".

       COPY "HISTORICO.CPY".

       COPY "ACADEMICO.CPY".

       COPY "FINALES.CPY".

      *    UN REGISTRO POR CURSADA (1), FILA DE ACADEMICO (2) O FINAL
      *    (3), PARA RECORRER JUNTO TODO LO DE CADA LEGAJO Y MATERIA.

       FD  INTWRK.

       01  REG-INTWRK.
           05  IWK-LEGAJO                  PIC 9(06).
           05  IWK-MATERIA                 PIC X(30).
           05  IWK-ORIGEN                  PIC X(01).
           05  IWK-TERMINO                 PIC X(06).
           05  IWK-FECHA                   PIC 9(08).
           05  IWK-CONDICION               PIC X(12).

       FD  INTORD.

       01  REG-INTORD.
           05  IOR-LEGAJO                  PIC 9(06).
           05  IOR-MATERIA                 PIC X(30).
           05  IOR-ORIGEN                  PIC X(01).
               88  IOR-ES-CURSADA                      VALUE '1'.
               88  IOR-ES-ACADEMICO                    VALUE '2'.
               88  IOR-ES-FINAL                        VALUE '3'.
           05  IOR-TERMINO                 PIC X(06).
           05  IOR-FECHA                   PIC 9(08).
           05  IOR-CONDICION               PIC X(12).

      *    UN REGISTRO POR HALLAZGO CON LA REGLA AL FRENTE PARA
      *    ORDENAR EL LISTADO POR CATEGORIA.

       FD  HALWRK.

       01  REG-HALWRK.
           05  HWK-REGLA                   PIC 9(01).
           05  HWK-LEGAJO                  PIC 9(06).
           05  HWK-MATERIA                 PIC X(30).
           05  HWK-REFERENCIA              PIC X(10).
           05  HWK-DETALLE                 PIC X(50).

       FD  HALORD.

       01  REG-HALORD.
           05  HOR-REGLA                   PIC 9(01).
           05  HOR-LEGAJO                  PIC 9(06).
           05  HOR-MATERIA                 PIC X(30).
           05  HOR-REFERENCIA              PIC X(10).
           05  HOR-DETALLE                 PIC X(50).

       FD  INTEGRID.

       01  REG-INTEGRID                    PIC X(130).

       SD  SORT-INT.

       01  REG-SORT-INT.
           05  SRI-LEGAJO                  PIC 9(06).
           05  SRI-MATERIA                 PIC X(30).
           05  SRI-ORIGEN                  PIC X(01).
           05  SRI-TERMINO                 PIC X(06).
           05  SRI-FECHA                   PIC 9(08).
           05  SRI-CONDICION               PIC X(12).

       SD  SORT-HAL.

       01  REG-SORT-HAL.
           05  SRH-REGLA                   PIC 9(01).
           05  SRH-LEGAJO                  PIC 9(06).
           05  SRH-MATERIA                 PIC X(30).
           05  SRH-REFERENCIA              PIC X(10).
           05  SRH-DETALLE                 PIC X(50).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-CURSADAS           PIC 9(05) VALUE 0.
          05 WS-CONT-ACADEMICO          PIC 9(05) VALUE 0.
          05 WS-CONT-FINALES            PIC 9(05) VALUE 0.
          05 WS-CONT-LEGAJOS            PIC 9(05) VALUE 0.
          05 WS-CONT-SEVEROS            PIC 9(05) VALUE 0.
          05 WS-CONT-ADVERTENCIAS       PIC 9(05) VALUE 0.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-ARCH-HISTORICO             PIC X(40) VALUE SPACES.

       01 WS-LEGAJO-ACTUAL              PIC 9(06) VALUE ZERO.
       01 WS-MATERIA-ANT                PIC X(30) VALUE SPACES.
       01 WS-TERMINO-ANT                PIC X(06) VALUE SPACES.
       01 WS-MAE-CARRERA                PIC X(30) VALUE SPACES.
       01 WS-MAT-ORIGEN-FALTANTE        PIC X(30) VALUE SPACES.

       01 WS-INDICES.
          05 WS-CANT-PLN                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-PLN                  PIC 9(03) VALUE ZERO.
          05 WS-CANT-EQU                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-EQU                  PIC 9(03) VALUE ZERO.
          05 WS-CANT-APR                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-APR                  PIC 9(03) VALUE ZERO.
          05 WS-CANT-EQV                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-EQV                  PIC 9(03) VALUE ZERO.
          05 WS-IDX-REG                  PIC 9(02) VALUE ZERO.

       01 WS-CORTE-LISTADO.
          05 WS-CC-REGLA-ANT             PIC 9(01) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-HISTORICO            PIC X(01) VALUE 'N'.
             88 WS-HISTORICO-PRESENTE             VALUE 'S'.
             88 WS-HISTORICO-AUSENTE              VALUE 'N'.
          05 WS-SW-PLANES               PIC X(01) VALUE 'N'.
             88 WS-PLANES-PRESENTE                VALUE 'S'.
             88 WS-PLANES-AUSENTE                 VALUE 'N'.
          05 WS-SW-MAESTRO              PIC X(01) VALUE 'N'.
             88 WS-MAE-HALLADO                    VALUE 'S'.
             88 WS-MAE-INEXISTENTE                VALUE 'N'.
             88 WS-MAE-ILEGIBLE                   VALUE 'E'.
          05 WS-SW-BAJA                 PIC X(01) VALUE 'N'.
             88 WS-MAE-BAJA                       VALUE 'S'.
             88 WS-MAE-ACTIVO                     VALUE 'N'.
          05 WS-SW-CURSADA              PIC X(01) VALUE 'N'.
             88 WS-CON-CURSADA                    VALUE 'S'.
             88 WS-SIN-CURSADA                    VALUE 'N'.
          05 WS-SW-ACA-INFORMADO        PIC X(01) VALUE 'N'.
             88 WS-ACA-INFORMADO                  VALUE 'S'.
             88 WS-ACA-NO-INFORMADO               VALUE 'N'.
          05 WS-SW-ORIGEN               PIC X(01) VALUE 'N'.
             88 WS-ORIGEN-APROBADO                VALUE 'S'.
             88 WS-ORIGEN-NO-APROBADO             VALUE 'N'.
          05 WS-SW-PAR-EQUIVAL          PIC X(01) VALUE 'N'.
             88 WS-PAR-EQUIVAL-HALLADO            VALUE 'S'.
             88 WS-PAR-EQUIVAL-AUSENTE            VALUE 'N'.
          05 WS-SW-PLAN-CARRERA         PIC X(01) VALUE 'N'.
             88 WS-CARRERA-CON-PLAN               VALUE 'S'.
             88 WS-CARRERA-SIN-PLAN               VALUE 'N'.
          05 WS-SW-PLAN-MATERIA         PIC X(01) VALUE 'N'.
             88 WS-MATERIA-EN-PLAN                VALUE 'S'.
             88 WS-MATERIA-FUERA-PLAN             VALUE 'N'.

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

          05 FS-PLANES                           PIC X(2).
             88 FS-PLANES-OK                     VALUE '00'.
             88 FS-PLANES-EOF                    VALUE '10'.
             88 FS-PLANES-NFD                    VALUE '35'.

          05 FS-EQUIVAL                          PIC X(2).
             88 FS-EQUIVAL-OK                    VALUE '00'.
             88 FS-EQUIVAL-EOF                   VALUE '10'.
             88 FS-EQUIVAL-NFD                   VALUE '35'.

          05 FS-HISTORICO                        PIC X(2).
             88 FS-HISTORICO-OK                  VALUE '00'.
             88 FS-HISTORICO-EOF                 VALUE '10'.
             88 FS-HISTORICO-NFD                 VALUE '35'.

          05 FS-ACADEMICO                        PIC X(2).
             88 FS-ACADEMICO-OK                  VALUE '00'.
             88 FS-ACADEMICO-EOF                 VALUE '10'.
             88 FS-ACADEMICO-NFD                 VALUE '35'.

          05 FS-FINALES                          PIC X(2).
             88 FS-FINALES-OK                    VALUE '00'.
             88 FS-FINALES-EOF                   VALUE '10'.
             88 FS-FINALES-NFD                   VALUE '35'.

          05 FS-INTWRK                           PIC X(2).
             88 FS-INTWRK-OK                     VALUE '00'.
             88 FS-INTWRK-EOF                    VALUE '10'.
             88 FS-INTWRK-NFD                    VALUE '35'.

          05 FS-INTORD                           PIC X(2).
             88 FS-INTORD-OK                     VALUE '00'.
             88 FS-INTORD-EOF                    VALUE '10'.
             88 FS-INTORD-NFD                    VALUE '35'.

          05 FS-HALWRK                           PIC X(2).
             88 FS-HALWRK-OK                     VALUE '00'.
             88 FS-HALWRK-EOF                    VALUE '10'.
             88 FS-HALWRK-NFD                    VALUE '35'.

          05 FS-HALORD                           PIC X(2).
             88 FS-HALORD-OK                     VALUE '00'.
             88 FS-HALORD-EOF                    VALUE '10'.
             88 FS-HALORD-NFD                    VALUE '35'.

          05 FS-INTEGRID                         PIC X(2).
             88 FS-INTEGRID-OK                   VALUE '00'.
             88 FS-INTEGRID-EOF                  VALUE '10'.
             88 FS-INTEGRID-NFD                  VALUE '35'.

      ******************************************************************
      *    REGLAS DE INTEGRIDAD: SEVERIDAD (S SEVERA, A ADVERTENCIA) Y
      *    DESCRIPCION.  EL NUMERO DE REGLA ES LA POSICION EN LA TABLA.

       01  WS-TABLA-REGLAS-INI.
          05 FILLER                      PIC X(46)
             VALUE 'SFINAL SIN CURSADA EN HISTORICO'.
          05 FILLER                      PIC X(46)
             VALUE 'AACADEMICO DE LEGAJO INEXISTENTE EN MAESTRO'.
          05 FILLER                      PIC X(46)
             VALUE 'SCURSADA DUPLICADA LEGAJO/MATERIA/TERMINO'.
          05 FILLER                      PIC X(46)
             VALUE 'SNOTAS DEL TERMINO DE LEGAJO DADO DE BAJA'.
          05 FILLER                      PIC X(46)
             VALUE 'SEQUIVALENCIA SIN MATERIA DE ORIGEN APROBADA'.
          05 FILLER                      PIC X(46)
             VALUE 'AMATERIA DEL TERMINO FUERA DEL PLAN'.

       01  WS-TABLA-REGLAS REDEFINES WS-TABLA-REGLAS-INI.
          03 WS-REG-DET  OCCURS 6 TIMES.
              05 WS-REG-SEVERIDAD      PIC X(01).
                 88 WS-REG-SEVERA                 VALUE 'S'.
                 88 WS-REG-ADVERTENCIA            VALUE 'A'.
              05 WS-REG-DESCRIPCION    PIC X(45).

       01  WS-TABLA-CANTIDADES.
          03 WS-REG-CANTIDAD  OCCURS 6 TIMES
                                       PIC 9(05).

      ******************************************************************
      *    PLAN DE CADA CARRERA (PLANES.TXT).

       01  WS-TABLA-PLANES.
          03 WS-PLN-DET  OCCURS 999 TIMES.
              05 WS-PLN-CARRERA        PIC X(30).
              05 WS-PLN-MATERIA        PIC X(30).

      ******************************************************************
      *    CUADRO DE EQUIVALENCIAS (EQUIVAL.TXT), MISMO TOPE QUE EL
      *    PROCESO DE EQUIVALENCIAS.

       01  WS-TABLA-EQUIVAL.
          03 WS-EQU-DET  OCCURS 100 TIMES.
              05 WS-EQU-CARR-ORIGEN    PIC X(30).
              05 WS-EQU-MAT-ORIGEN     PIC X(30).
              05 WS-EQU-CARR-DESTINO   PIC X(30).
              05 WS-EQU-MAT-DESTINO    PIC X(30).

      ******************************************************************
      *    MATERIAS APROBADAS Y EQUIVALENCIAS OTORGADAS DEL LEGAJO EN
      *    PROCESO; SE REUSAN LEGAJO POR LEGAJO.

       01  WS-TABLA-APROBADAS.
          03 WS-APR-DET  OCCURS 300 TIMES.
              05 WS-APR-MATERIA        PIC X(30).

       01  WS-TABLA-EQUIVALENCIAS.
          03 WS-EQV-DET  OCCURS 300 TIMES.
              05 WS-EQV-MATERIA        PIC X(30).
              05 WS-EQV-TERMINO        PIC X(06).

      ******************************************************************

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR           PIC X(130) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(130) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(34)
                VALUE 'CONTROL DE INTEGRIDAD ACADEMICA - '.
             10 FILLER             PIC X(08) VALUE 'TERMINO '.
             10 WS-LIS-T-TERMINO   PIC X(06).
          05 WS-LIS-SUBTITULO.
             10 FILLER             PIC X(21)
                VALUE 'Historico controlado:'.
             10 FILLER             PIC X(01) VALUE SPACE.
             10 WS-LIS-T-HISTORICO PIC X(40).
          05 WS-LIS-REGLA.
             10 FILLER             PIC X(06) VALUE 'Regla '.
             10 WS-LIS-R-NUMERO    PIC 9(01).
             10 FILLER             PIC X(03) VALUE ' - '.
             10 WS-LIS-R-DESCRIPCION
                                   PIC X(45).
             10 FILLER             PIC X(02) VALUE ' ('.
             10 WS-LIS-R-SEVERIDAD PIC X(11).
             10 FILLER             PIC X(01) VALUE ')'.
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(04) VALUE SPACES.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(30) VALUE 'Materia'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(10) VALUE 'Referencia'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(50) VALUE 'Detalle'.
          05 WS-LIS-DETALLE.
             10 FILLER                      PIC X(04) VALUE SPACES.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-MATERIA            PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-REFERENCIA         PIC X(10).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-DETALLE            PIC X(50).
          05 WS-LIS-SIN-HALLAZGOS           PIC X(40)
             VALUE 'Sin hallazgos de integridad'.
          05 WS-LIS-RESUMEN-REGLA.
             10 FILLER             PIC X(06) VALUE 'Regla '.
             10 WS-LIS-S-NUMERO    PIC 9(01).
             10 FILLER             PIC X(03) VALUE ' - '.
             10 WS-LIS-S-DESCRIPCION
                                   PIC X(45).
             10 FILLER             PIC X(01) VALUE SPACE.
             10 WS-LIS-S-SEVERIDAD PIC X(11).
             10 FILLER             PIC X(03) VALUE ' : '.
             10 WS-LIS-S-CANTIDAD  PIC ZZZZ9.
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Cursadas controladas: '.
             10 WS-LIS-D-CURSADAS           PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'Registros de ACADEMICO: '.
             10 WS-LIS-D-ACADEMICO          PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(35)
                VALUE 'Finales controlados: '.
             10 WS-LIS-D-FINALES            PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Legajos controlados: '.
             10 WS-LIS-D-LEGAJOS            PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(35)
                VALUE 'Hallazgos severos: '.
             10 WS-LIS-D-SEVEROS            PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(35)
                VALUE 'Advertencias: '.
             10 WS-LIS-D-ADVERTENCIAS       PIC 9(05).
          05 WS-LIS-RESULTADO.
             10 FILLER  PIC X(35)
                VALUE 'Resultado del control: '.
             10 WS-LIS-D-RESULTADO          PIC X(40).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             SORT SORT-INT
                ON ASCENDING KEY SRI-LEGAJO
                                 SRI-MATERIA
                                 SRI-ORIGEN
                                 SRI-TERMINO
                                 SRI-FECHA
                USING INTWRK
                GIVING INTORD.

             PERFORM 1700-ABRIR-PROCESO
                THRU 1700-ABRIR-PROCESO-EXIT.

             PERFORM 2000-CONTROLAR-LEGAJO
                THRU 2000-CONTROLAR-LEGAJO-EXIT
                UNTIL FS-INTORD-EOF.

             PERFORM 2900-CERRAR-ARCH-TRABAJO
                THRU 2900-CERRAR-ARCH-TRABAJO-EXIT.

             SORT SORT-HAL
                ON ASCENDING KEY SRH-REGLA
                                 SRH-LEGAJO
                                 SRH-MATERIA
                                 SRH-REFERENCIA
                USING HALWRK
                GIVING HALORD.

             PERFORM 3000-FINALIZAR-PROGRAMA
                THRU 3000-FINALIZAR-PROGRAMA-EXIT.

             PERFORM 3900-FIJAR-COD-RETORNO
                THRU 3900-FIJAR-COD-RETORNO-EXIT.

             MOVE WS-COD-RETORNO TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*

       1000-INICIALIZAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-TABLA-CANTIDADES.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1050-ABRIR-ARCH-MAESTRO
              THRU 1050-ABRIR-ARCH-MAESTRO-EXIT.

           PERFORM 1100-CARGAR-PLANES
              THRU 1100-CARGAR-PLANES-EXIT.

           PERFORM 1200-CARGAR-EQUIVAL
              THRU 1200-CARGAR-EQUIVAL-EXIT.

           OPEN OUTPUT INTWRK.

           IF NOT FS-INTWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INTWRK'
              DISPLAY 'FILE STATUS: ' FS-INTWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1300-CARGAR-HISTORICO
              THRU 1300-CARGAR-HISTORICO-EXIT.

           PERFORM 1400-CARGAR-ACADEMICO
              THRU 1400-CARGAR-ACADEMICO-EXIT.

           PERFORM 1500-CARGAR-FINALES
              THRU 1500-CARGAR-FINALES-EXIT.

           CLOSE INTWRK.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1010-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PARAMETROS
                    IF FS-PARAMETROS-OK
                       AND PAR-TERMINO NOT = SPACES
                       MOVE PAR-TERMINO TO WS-TERM-ID
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

           MOVE WS-TERM-ID            TO WS-LIS-T-TERMINO.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN MAESTRO NO HAY CONTRA QUE CONTROLAR LOS LEGAJOS: EL
      *    CONTROL NO PUEDE DAR POR BUENA LA NOCHE Y SE ABORTA.

       1050-ABRIR-ARCH-MAESTRO.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    CONTINUE
               WHEN FS-MAESTRO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1050-ABRIR-ARCH-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN PLANES.TXT NO SE CONTROLA QUE LAS MATERIAS DEL TERMINO
      *    PERTENEZCAN AL PLAN DE LA CARRERA.

       1100-CARGAR-PLANES.

           OPEN INPUT PLANES.

           EVALUATE TRUE
               WHEN FS-PLANES-OK
                    SET WS-PLANES-PRESENTE TO TRUE
                    PERFORM 1110-LEER-PLANES
                       THRU 1110-LEER-PLANES-EXIT
                    PERFORM 1120-GUARDAR-PLAN
                       THRU 1120-GUARDAR-PLAN-EXIT
                       UNTIL FS-PLANES-EOF
                    CLOSE PLANES
               WHEN FS-PLANES-NFD
                    DISPLAY 'SIN PLANES.TXT: NO SE CONTROLAN LAS '
                    DISPLAY 'MATERIAS CONTRA EL PLAN DE LA CARRERA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PLANES'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1100-CARGAR-PLANES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1110-LEER-PLANES.

           READ PLANES.

           EVALUATE FS-PLANES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-PLANES-EOF     TO TRUE
               WHEN OTHER
                    SET FS-PLANES-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO PLANES'
                    DISPLAY 'FILE STATUS: ' FS-PLANES
           END-EVALUATE.

       1110-LEER-PLANES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1120-GUARDAR-PLAN.

           IF WS-CANT-PLN = 999
              DISPLAY 'PLANES.TXT SUPERA LAS 999 MATERIAS DE PLAN'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-PLN.

           MOVE PLA-CARRERA          TO WS-PLN-CARRERA(WS-CANT-PLN).
           MOVE PLA-MATERIA          TO WS-PLN-MATERIA(WS-CANT-PLN).

           PERFORM 1110-LEER-PLANES
              THRU 1110-LEER-PLANES-EXIT.

       1120-GUARDAR-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN EQUIVAL.TXT NINGUNA EQUIVALENCIA DEL HISTORICO TIENE
      *    PAR QUE LA RESPALDE Y TODAS SE INFORMAN.

       1200-CARGAR-EQUIVAL.

           OPEN INPUT EQUIVAL.

           EVALUATE TRUE
               WHEN FS-EQUIVAL-OK
                    PERFORM 1210-LEER-EQUIVAL
                       THRU 1210-LEER-EQUIVAL-EXIT
                    PERFORM 1220-GUARDAR-EQUIVAL
                       THRU 1220-GUARDAR-EQUIVAL-EXIT
                       UNTIL FS-EQUIVAL-EOF
                    CLOSE EQUIVAL
               WHEN FS-EQUIVAL-NFD
                    DISPLAY 'SIN EQUIVAL.TXT: LAS EQUIVALENCIAS DEL '
                    DISPLAY 'HISTORICO QUEDAN SIN PAR QUE LAS RESPALDE'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO EQUIVAL'
                    DISPLAY 'FILE STATUS: ' FS-EQUIVAL
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1200-CARGAR-EQUIVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1210-LEER-EQUIVAL.

           READ EQUIVAL.

           EVALUATE FS-EQUIVAL
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-EQUIVAL-EOF    TO TRUE
               WHEN OTHER
                    SET FS-EQUIVAL-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO EQUIVAL'
                    DISPLAY 'FILE STATUS: ' FS-EQUIVAL
           END-EVALUATE.

       1210-LEER-EQUIVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1220-GUARDAR-EQUIVAL.

           IF WS-CANT-EQU = 100
              DISPLAY 'EQUIVAL.TXT SUPERA LOS 100 PARES'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-EQU.

           MOVE EQU-CARRERA-ORIGEN
                TO WS-EQU-CARR-ORIGEN(WS-CANT-EQU).
           MOVE EQU-MATERIA-ORIGEN
                TO WS-EQU-MAT-ORIGEN(WS-CANT-EQU).
           MOVE EQU-CARRERA-DESTINO
                TO WS-EQU-CARR-DESTINO(WS-CANT-EQU).
           MOVE EQU-MATERIA-DESTINO
                TO WS-EQU-MAT-DESTINO(WS-CANT-EQU).

           PERFORM 1210-LEER-EQUIVAL
              THRU 1210-LEER-EQUIVAL-EXIT.

       1220-GUARDAR-EQUIVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SE CONTROLA LA GENERACION QUE VA A QUEDAR VIGENTE: SI LA
      *    NOCHE YA DEJO HISTONUE.TXT ES ESA, SI NO HISTORICO.TXT.

       1300-CARGAR-HISTORICO.

           MOVE '../HISTONUE.TXT'    TO WS-ARCH-HISTORICO.

           OPEN INPUT HISTORICO.

           IF FS-HISTORICO-NFD
              MOVE '../HISTORICO.TXT' TO WS-ARCH-HISTORICO
              OPEN INPUT HISTORICO
           END-IF.

           MOVE WS-ARCH-HISTORICO    TO WS-LIS-T-HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    SET WS-HISTORICO-PRESENTE TO TRUE
                    PERFORM 1310-LEER-HISTORICO
                       THRU 1310-LEER-HISTORICO-EXIT
                    PERFORM 1320-GUARDAR-CURSADA
                       THRU 1320-GUARDAR-CURSADA-EXIT
                       UNTIL FS-HISTORICO-EOF
                    CLOSE HISTORICO
               WHEN FS-HISTORICO-NFD
                    MOVE 'SIN HISTORICO'   TO WS-LIS-T-HISTORICO
                    DISPLAY 'SIN HISTONUE.TXT NI HISTORICO.TXT: SOLO '
                    DISPLAY 'SE CONTROLAN ACADEMICO Y FINALES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1300-CARGAR-HISTORICO-EXIT.
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

       1320-GUARDAR-CURSADA.

           MOVE HIS-LEGAJO           TO IWK-LEGAJO.
           MOVE HIS-MATERIA          TO IWK-MATERIA.
           MOVE '1'                  TO IWK-ORIGEN.
           MOVE HIS-TERMINO          TO IWK-TERMINO.
           MOVE ZERO                 TO IWK-FECHA.
           MOVE HIS-CONDICION        TO IWK-CONDICION.

           PERFORM 1600-GRABAR-ARCH-INTWRK
              THRU 1600-GRABAR-ARCH-INTWRK-EXIT.

           PERFORM 1310-LEER-HISTORICO
              THRU 1310-LEER-HISTORICO-EXIT.

       1320-GUARDAR-CURSADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1400-CARGAR-ACADEMICO.

           OPEN INPUT ACADEMICO.

           EVALUATE TRUE
               WHEN FS-ACADEMICO-OK
                    PERFORM 1410-LEER-ACADEMICO
                       THRU 1410-LEER-ACADEMICO-EXIT
                    PERFORM 1420-GUARDAR-ACADEMICO
                       THRU 1420-GUARDAR-ACADEMICO-EXIT
                       UNTIL FS-ACADEMICO-EOF
                    CLOSE ACADEMICO
               WHEN FS-ACADEMICO-NFD
                    DISPLAY 'SIN ACADEMICO.TXT: NO SE CONTROLA '
                    DISPLAY 'CONTRA EL MAESTRO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1400-CARGAR-ACADEMICO-EXIT.
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

       1420-GUARDAR-ACADEMICO.

           MOVE ACA-LEGAJO           TO IWK-LEGAJO.
           MOVE ACA-MATERIA          TO IWK-MATERIA.
           MOVE '2'                  TO IWK-ORIGEN.
           MOVE ACA-TERMINO-CURSADA  TO IWK-TERMINO.
           MOVE ACA-FECHA-FINAL      TO IWK-FECHA.
           MOVE ACA-ESTADO           TO IWK-CONDICION.

           PERFORM 1600-GRABAR-ARCH-INTWRK
              THRU 1600-GRABAR-ARCH-INTWRK-EXIT.

           PERFORM 1410-LEER-ACADEMICO
              THRU 1410-LEER-ACADEMICO-EXIT.

       1420-GUARDAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1500-CARGAR-FINALES.

           OPEN INPUT FINALES.

           EVALUATE TRUE
               WHEN FS-FINALES-OK
                    PERFORM 1510-LEER-FINALES
                       THRU 1510-LEER-FINALES-EXIT
                    PERFORM 1520-GUARDAR-FINAL
                       THRU 1520-GUARDAR-FINAL-EXIT
                       UNTIL FS-FINALES-EOF
                    CLOSE FINALES
               WHEN FS-FINALES-NFD
                    DISPLAY 'SIN FINALES.TXT: NO HAY FINALES PARA '
                    DISPLAY 'CONTROLAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO FINALES'
                    DISPLAY 'FILE STATUS: ' FS-FINALES
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1500-CARGAR-FINALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1510-LEER-FINALES.

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

       1510-LEER-FINALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1520-GUARDAR-FINAL.

           MOVE FIN-LEGAJO           TO IWK-LEGAJO.
           MOVE FIN-MATERIA          TO IWK-MATERIA.
           MOVE '3'                  TO IWK-ORIGEN.
           MOVE SPACES               TO IWK-TERMINO.
           MOVE FIN-FECHA            TO IWK-FECHA.
           MOVE FIN-RESULTADO        TO IWK-CONDICION.

           PERFORM 1600-GRABAR-ARCH-INTWRK
              THRU 1600-GRABAR-ARCH-INTWRK-EXIT.

           PERFORM 1510-LEER-FINALES
              THRU 1510-LEER-FINALES-EXIT.

       1520-GUARDAR-FINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-GRABAR-ARCH-INTWRK.

           WRITE REG-INTWRK.

           IF NOT FS-INTWRK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INTWRK'
              DISPLAY 'FILE STATUS: ' FS-INTWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1600-GRABAR-ARCH-INTWRK-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1700-ABRIR-PROCESO.

           OPEN INPUT INTORD.

           IF NOT FS-INTORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INTORD'
              DISPLAY 'FILE STATUS: ' FS-INTORD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT HALWRK.

           IF NOT FS-HALWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO HALWRK'
              DISPLAY 'FILE STATUS: ' FS-HALWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1710-LEER-INTORD
              THRU 1710-LEER-INTORD-EXIT.

       1700-ABRIR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1710-LEER-INTORD.

           READ INTORD.

           EVALUATE FS-INTORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-INTORD-EOF     TO TRUE
               WHEN OTHER
                    SET FS-INTORD-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INTORD'
                    DISPLAY 'FILE STATUS: ' FS-INTORD
           END-EVALUATE.

       1710-LEER-INTORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    TODO LO DEL LEGAJO LLEGA JUNTO, POR MATERIA Y CON LAS
      *    CURSADAS ANTES QUE ACADEMICO Y LOS FINALES.  LAS
      *    EQUIVALENCIAS SE CONTROLAN AL FINAL DEL LEGAJO, CUANDO YA
      *    SE CONOCEN TODAS SUS MATERIAS APROBADAS.

       2000-CONTROLAR-LEGAJO.

           ADD 1                     TO WS-CONT-LEGAJOS.

           MOVE IOR-LEGAJO           TO WS-LEGAJO-ACTUAL.
           MOVE SPACES               TO WS-MATERIA-ANT.
           MOVE ZERO                 TO WS-CANT-APR
                                        WS-CANT-EQV.
           SET WS-ACA-NO-INFORMADO   TO TRUE.

           PERFORM 2050-BUSCAR-MAESTRO
              THRU 2050-BUSCAR-MAESTRO-EXIT.

           PERFORM 2100-CONTROLAR-REGISTRO
              THRU 2100-CONTROLAR-REGISTRO-EXIT
              UNTIL FS-INTORD-EOF
              OR IOR-LEGAJO NOT = WS-LEGAJO-ACTUAL.

           PERFORM 2600-CONTROLAR-EQUIVALENCIA
              THRU 2600-CONTROLAR-EQUIVALENCIA-EXIT
              VARYING WS-IDX-EQV FROM 1 BY 1
              UNTIL WS-IDX-EQV > WS-CANT-EQV.

       2000-CONTROLAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UN MAESTRO ILEGIBLE NO PERMITE AFIRMAR NADA DEL LEGAJO:
      *    NO SE INFORMA COMO INEXISTENTE NI COMO BAJA.

       2050-BUSCAR-MAESTRO.

           SET WS-MAE-ACTIVO         TO TRUE.
           MOVE SPACES               TO WS-MAE-CARRERA.

           MOVE WS-LEGAJO-ACTUAL     TO MAE-LEGAJO.

           READ MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-MAE-HALLADO    TO TRUE
                    MOVE MAE-CARRERA      TO WS-MAE-CARRERA
                    IF MAE-ESTADO = 'B'
                       SET WS-MAE-BAJA    TO TRUE
                    END-IF
               WHEN FS-MAESTRO-INV
                    SET WS-MAE-INEXISTENTE TO TRUE
               WHEN OTHER
                    SET WS-MAE-ILEGIBLE   TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       2050-BUSCAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2100-CONTROLAR-REGISTRO.

           IF IOR-MATERIA NOT = WS-MATERIA-ANT
              MOVE IOR-MATERIA       TO WS-MATERIA-ANT
              MOVE SPACES            TO WS-TERMINO-ANT
              SET WS-SIN-CURSADA     TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN IOR-ES-CURSADA
                    PERFORM 2200-CONTROLAR-CURSADA
                       THRU 2200-CONTROLAR-CURSADA-EXIT
               WHEN IOR-ES-ACADEMICO
                    PERFORM 2300-CONTROLAR-ACADEMICO
                       THRU 2300-CONTROLAR-ACADEMICO-EXIT
               WHEN IOR-ES-FINAL
                    PERFORM 2400-CONTROLAR-FINAL
                       THRU 2400-CONTROLAR-FINAL-EXIT
           END-EVALUATE.

           PERFORM 1710-LEER-INTORD
              THRU 1710-LEER-INTORD-EXIT.

       2100-CONTROLAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS CURSADAS DE LA MATERIA LLEGAN ORDENADAS POR TERMINO:
      *    DOS SEGUIDAS CON EL MISMO TERMINO SON UN DUPLICADO.  LAS
      *    NOTAS DEL TERMINO EN CURSO SON LAS QUE ARCHIVO LA NOCHE.

       2200-CONTROLAR-CURSADA.

           ADD 1                     TO WS-CONT-CURSADAS.
           SET WS-CON-CURSADA        TO TRUE.

           IF IOR-TERMINO = WS-TERMINO-ANT
              MOVE 3                 TO HWK-REGLA
              MOVE IOR-MATERIA       TO HWK-MATERIA
              MOVE IOR-TERMINO       TO HWK-REFERENCIA
              MOVE SPACES            TO HWK-DETALLE
              STRING 'OTRA CURSADA CON CONDICION ' DELIMITED BY SIZE
                     IOR-CONDICION                 DELIMITED BY '  '
                     INTO HWK-DETALLE
              PERFORM 2800-GRABAR-HALLAZGO
                 THRU 2800-GRABAR-HALLAZGO-EXIT
           END-IF.

           MOVE IOR-TERMINO          TO WS-TERMINO-ANT.

           EVALUATE IOR-CONDICION
               WHEN 'PROMOCIONADO'
               WHEN 'APROBADO'
                    PERFORM 2500-AGREGAR-APROBADA
                       THRU 2500-AGREGAR-APROBADA-EXIT
               WHEN 'EQUIVALENCIA'
                    PERFORM 2550-AGREGAR-EQUIVALENCIA
                       THRU 2550-AGREGAR-EQUIVALENCIA-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF IOR-TERMINO = WS-TERM-ID

              IF WS-MAE-HALLADO
                 AND WS-MAE-BAJA
                 MOVE 4              TO HWK-REGLA
                 MOVE IOR-MATERIA    TO HWK-MATERIA
                 MOVE IOR-TERMINO    TO HWK-REFERENCIA
                 MOVE SPACES         TO HWK-DETALLE
                 STRING 'CURSADA ' DELIMITED BY SIZE
                        IOR-CONDICION DELIMITED BY '  '
                        ' CON LEGAJO EN BAJA' DELIMITED BY SIZE
                        INTO HWK-DETALLE
                 PERFORM 2800-GRABAR-HALLAZGO
                    THRU 2800-GRABAR-HALLAZGO-EXIT
              END-IF

              IF WS-MAE-HALLADO
                 AND WS-PLANES-PRESENTE
                 AND IOR-CONDICION NOT = 'EQUIVALENCIA'
                 PERFORM 2700-CONTROLAR-PLAN
                    THRU 2700-CONTROLAR-PLAN-EXIT
              END-IF

           END-IF.

       2200-CONTROLAR-CURSADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL LEGAJO SIN MAESTRO SE INFORMA UNA SOLA VEZ, CON LA
      *    PRIMERA MATERIA QUE TRAE ACADEMICO.

       2300-CONTROLAR-ACADEMICO.

           ADD 1                     TO WS-CONT-ACADEMICO.

           IF WS-MAE-INEXISTENTE
              AND WS-ACA-NO-INFORMADO
              SET WS-ACA-INFORMADO   TO TRUE
              MOVE 2                 TO HWK-REGLA
              MOVE IOR-MATERIA       TO HWK-MATERIA
              MOVE IOR-TERMINO       TO HWK-REFERENCIA
              MOVE SPACES            TO HWK-DETALLE
              STRING 'ESTADO ' DELIMITED BY SIZE
                     IOR-CONDICION DELIMITED BY '  '
                     ' SIN LEGAJO EN MAESTRO.IDX' DELIMITED BY SIZE
                     INTO HWK-DETALLE
              PERFORM 2800-GRABAR-HALLAZGO
                 THRU 2800-GRABAR-HALLAZGO-EXIT
           END-IF.

           IF IOR-CONDICION = 'APROBADA'
              PERFORM 2500-AGREGAR-APROBADA
                 THRU 2500-AGREGAR-APROBADA-EXIT
           END-IF.

       2300-CONTROLAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UN FINAL SOLO PUEDE HABERSE RENDIDO SOBRE UNA CURSADA DEL
      *    HISTORICO; SI LA MATERIA NO TRAJO NINGUNA, EL FINAL QUEDO
      *    HUERFANO.

       2400-CONTROLAR-FINAL.

           ADD 1                     TO WS-CONT-FINALES.

           IF WS-SIN-CURSADA
              MOVE 1                 TO HWK-REGLA
              MOVE IOR-MATERIA       TO HWK-MATERIA
              MOVE IOR-FECHA         TO HWK-REFERENCIA
              MOVE SPACES            TO HWK-DETALLE
              STRING 'FINAL CON RESULTADO ' DELIMITED BY SIZE
                     IOR-CONDICION(1:1)     DELIMITED BY SIZE
                     ' SIN CURSADA'         DELIMITED BY SIZE
                     INTO HWK-DETALLE
              PERFORM 2800-GRABAR-HALLAZGO
                 THRU 2800-GRABAR-HALLAZGO-EXIT
           END-IF.

           IF IOR-CONDICION(1:1) = 'A'
              PERFORM 2500-AGREGAR-APROBADA
                 THRU 2500-AGREGAR-APROBADA-EXIT
           END-IF.

       2400-CONTROLAR-FINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS MATERIAS LLEGAN ORDENADAS: SI LA ULTIMA GUARDADA ES LA
      *    MISMA NO SE REPITE.

       2500-AGREGAR-APROBADA.

           IF WS-CANT-APR > ZERO
              AND WS-APR-MATERIA(WS-CANT-APR) = IOR-MATERIA
              CONTINUE
           ELSE
              IF WS-CANT-APR = 300
                 DISPLAY 'EL LEGAJO ' WS-LEGAJO-ACTUAL
                         ' SUPERA LAS 300 MATERIAS APROBADAS'
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF
              ADD 1                  TO WS-CANT-APR
              MOVE IOR-MATERIA       TO WS-APR-MATERIA(WS-CANT-APR)
           END-IF.

       2500-AGREGAR-APROBADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2550-AGREGAR-EQUIVALENCIA.

           IF WS-CANT-EQV = 300
              DISPLAY 'EL LEGAJO ' WS-LEGAJO-ACTUAL
                      ' SUPERA LAS 300 EQUIVALENCIAS'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-EQV.
           MOVE IOR-MATERIA          TO WS-EQV-MATERIA(WS-CANT-EQV).
           MOVE IOR-TERMINO          TO WS-EQV-TERMINO(WS-CANT-EQV).

       2550-AGREGAR-EQUIVALENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA EQUIVALENCIA SE SOSTIENE SI ALGUN PAR DE EQUIVAL.TXT
      *    QUE LLEVA A ESA MATERIA DE LA CARRERA DEL ALUMNO TIENE SU
      *    MATERIA DE ORIGEN APROBADA.  SIN MAESTRO LA CARRERA NO SE
      *    CONOCE Y VALE CUALQUIER PAR QUE LLEVE A LA MATERIA.

       2600-CONTROLAR-EQUIVALENCIA.

           SET WS-ORIGEN-NO-APROBADO  TO TRUE.
           SET WS-PAR-EQUIVAL-AUSENTE TO TRUE.
           MOVE SPACES               TO WS-MAT-ORIGEN-FALTANTE.

           PERFORM 2610-EVALUAR-PAR-EQUIVAL
              THRU 2610-EVALUAR-PAR-EQUIVAL-EXIT
              VARYING WS-IDX-EQU FROM 1 BY 1
              UNTIL WS-IDX-EQU > WS-CANT-EQU
              OR WS-ORIGEN-APROBADO.

           IF WS-ORIGEN-NO-APROBADO
              MOVE 5                 TO HWK-REGLA
              MOVE WS-EQV-MATERIA(WS-IDX-EQV) TO HWK-MATERIA
              MOVE WS-EQV-TERMINO(WS-IDX-EQV) TO HWK-REFERENCIA
              MOVE SPACES            TO HWK-DETALLE
              IF WS-PAR-EQUIVAL-HALLADO
                 STRING 'ORIGEN NO APROBADO: ' DELIMITED BY SIZE
                        WS-MAT-ORIGEN-FALTANTE DELIMITED BY '  '
                        INTO HWK-DETALLE
              ELSE
                 MOVE 'SIN PAR EN EQUIVAL.TXT PARA LA CARRERA'
                                     TO HWK-DETALLE
              END-IF
              PERFORM 2800-GRABAR-HALLAZGO
                 THRU 2800-GRABAR-HALLAZGO-EXIT
           END-IF.

       2600-CONTROLAR-EQUIVALENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2610-EVALUAR-PAR-EQUIVAL.

           IF WS-EQU-MAT-DESTINO(WS-IDX-EQU) =
              WS-EQV-MATERIA(WS-IDX-EQV)
              AND (WS-EQU-CARR-DESTINO(WS-IDX-EQU) = WS-MAE-CARRERA
                   OR NOT WS-MAE-HALLADO)

              IF WS-PAR-EQUIVAL-AUSENTE
                 SET WS-PAR-EQUIVAL-HALLADO TO TRUE
                 MOVE WS-EQU-MAT-ORIGEN(WS-IDX-EQU)
                                     TO WS-MAT-ORIGEN-FALTANTE
              END-IF

              PERFORM 2620-AVANZAR-APROBADAS
                 THRU 2620-AVANZAR-APROBADAS-EXIT
                 VARYING WS-IDX-APR FROM 1 BY 1
                 UNTIL WS-IDX-APR > WS-CANT-APR
                 OR WS-APR-MATERIA(WS-IDX-APR) =
                    WS-EQU-MAT-ORIGEN(WS-IDX-EQU)

              IF WS-IDX-APR NOT > WS-CANT-APR
                 SET WS-ORIGEN-APROBADO TO TRUE
              END-IF

           END-IF.

       2610-EVALUAR-PAR-EQUIVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2620-AVANZAR-APROBADAS.

           CONTINUE.

       2620-AVANZAR-APROBADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SOLO SE CONTROLAN LAS CARRERAS QUE TIENEN PLAN CARGADO.

       2700-CONTROLAR-PLAN.

           SET WS-CARRERA-SIN-PLAN   TO TRUE.
           SET WS-MATERIA-FUERA-PLAN TO TRUE.

           PERFORM 2710-EVALUAR-PLAN
              THRU 2710-EVALUAR-PLAN-EXIT
              VARYING WS-IDX-PLN FROM 1 BY 1
              UNTIL WS-IDX-PLN > WS-CANT-PLN
              OR WS-MATERIA-EN-PLAN.

           IF WS-CARRERA-CON-PLAN
              AND WS-MATERIA-FUERA-PLAN
              MOVE 6                 TO HWK-REGLA
              MOVE IOR-MATERIA       TO HWK-MATERIA
              MOVE IOR-TERMINO       TO HWK-REFERENCIA
              MOVE SPACES            TO HWK-DETALLE
              STRING 'NO ESTA EN EL PLAN DE ' DELIMITED BY SIZE
                     WS-MAE-CARRERA           DELIMITED BY '  '
                     INTO HWK-DETALLE
              PERFORM 2800-GRABAR-HALLAZGO
                 THRU 2800-GRABAR-HALLAZGO-EXIT
           END-IF.

       2700-CONTROLAR-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2710-EVALUAR-PLAN.

           IF WS-PLN-CARRERA(WS-IDX-PLN) = WS-MAE-CARRERA
              SET WS-CARRERA-CON-PLAN TO TRUE
              IF WS-PLN-MATERIA(WS-IDX-PLN) = IOR-MATERIA
                 SET WS-MATERIA-EN-PLAN TO TRUE
              END-IF
           END-IF.

       2710-EVALUAR-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2800-GRABAR-HALLAZGO.

           MOVE WS-LEGAJO-ACTUAL     TO HWK-LEGAJO.

           ADD 1                     TO WS-REG-CANTIDAD(HWK-REGLA).

           IF WS-REG-SEVERA(HWK-REGLA)
              ADD 1                  TO WS-CONT-SEVEROS
           ELSE
              ADD 1                  TO WS-CONT-ADVERTENCIAS
           END-IF.

           WRITE REG-HALWRK.

           IF NOT FS-HALWRK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO HALWRK'
              DISPLAY 'FILE STATUS: ' FS-HALWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2800-GRABAR-HALLAZGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2900-CERRAR-ARCH-TRABAJO.

           CLOSE INTORD.
           CLOSE HALWRK.
           CLOSE MAESTRO.

       2900-CERRAR-ARCH-TRABAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LOS HALLAZGOS SALEN AGRUPADOS POR REGLA; AL PIE VA LA
      *    CANTIDAD DE CADA REGLA, AUN LAS QUE NO TUVIERON HALLAZGOS.

       3000-FINALIZAR-PROGRAMA.

           OPEN OUTPUT INTEGRID.

           IF NOT FS-INTEGRID-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INTEGRID'
              DISPLAY 'FILE STATUS: ' FS-INTEGRID
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-LIS-SEPARADOR     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TITULO        TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-SUBTITULO     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.

           OPEN INPUT HALORD.

           IF FS-HALORD-OK
              PERFORM 3100-LEER-HALORD
                 THRU 3100-LEER-HALORD-EXIT
              IF FS-HALORD-EOF
                 MOVE WS-LIS-GUIONES TO REG-INTEGRID
                 PERFORM 3500-GRABAR-ARCH-INTEGRID
                    THRU 3500-GRABAR-ARCH-INTEGRID-EXIT
                 MOVE WS-LIS-SIN-HALLAZGOS TO REG-INTEGRID
                 PERFORM 3500-GRABAR-ARCH-INTEGRID
                    THRU 3500-GRABAR-ARCH-INTEGRID-EXIT
              END-IF
              PERFORM 3200-LISTAR-HALLAZGO
                 THRU 3200-LISTAR-HALLAZGO-EXIT
                 UNTIL FS-HALORD-EOF
              CLOSE HALORD
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO HALORD'
              DISPLAY 'FILE STATUS: ' FS-HALORD
           END-IF.

           MOVE WS-LIS-SEPARADOR     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.

           PERFORM 3600-LISTAR-RESUMEN-REGLA
              THRU 3600-LISTAR-RESUMEN-REGLA-EXIT
              VARYING WS-IDX-REG FROM 1 BY 1
              UNTIL WS-IDX-REG > 6.

           MOVE WS-CONT-CURSADAS     TO WS-LIS-D-CURSADAS.
           MOVE WS-CONT-ACADEMICO    TO WS-LIS-D-ACADEMICO.
           MOVE WS-CONT-FINALES      TO WS-LIS-D-FINALES.
           MOVE WS-CONT-LEGAJOS      TO WS-LIS-D-LEGAJOS.
           MOVE WS-CONT-SEVEROS      TO WS-LIS-D-SEVEROS.
           MOVE WS-CONT-ADVERTENCIAS TO WS-LIS-D-ADVERTENCIAS.

           EVALUATE TRUE
               WHEN WS-CONT-SEVEROS > ZERO
                    MOVE 'HALLAZGOS SEVEROS - NO PROMOVER'
                                     TO WS-LIS-D-RESULTADO
               WHEN WS-CONT-ADVERTENCIAS > ZERO
                    MOVE 'CON ADVERTENCIAS'
                                     TO WS-LIS-D-RESULTADO
               WHEN OTHER
                    MOVE 'SIN HALLAZGOS'
                                     TO WS-LIS-D-RESULTADO
           END-EVALUATE.

           MOVE WS-LIS-GUIONES       TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TOTALES-1     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TOTALES-2     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TOTALES-3     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TOTALES-4     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TOTALES-5     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-TOTALES-6     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-RESULTADO     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-SEPARADOR     TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.

           CLOSE INTEGRID.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LEER-HALORD.

           READ HALORD.

           EVALUATE FS-HALORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-HALORD-EOF     TO TRUE
               WHEN OTHER
                    SET FS-HALORD-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO HALORD'
                    DISPLAY 'FILE STATUS: ' FS-HALORD
           END-EVALUATE.

       3100-LEER-HALORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3200-LISTAR-HALLAZGO.

           IF HOR-REGLA NOT = WS-CC-REGLA-ANT
              PERFORM 3300-LISTAR-REGLA
                 THRU 3300-LISTAR-REGLA-EXIT
           END-IF.

           MOVE HOR-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE HOR-MATERIA          TO WS-LIS-D-MATERIA.
           MOVE HOR-REFERENCIA       TO WS-LIS-D-REFERENCIA.
           MOVE HOR-DETALLE          TO WS-LIS-D-DETALLE.

           MOVE WS-LIS-DETALLE       TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.

           PERFORM 3100-LEER-HALORD
              THRU 3100-LEER-HALORD-EXIT.

       3200-LISTAR-HALLAZGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3300-LISTAR-REGLA.

           MOVE HOR-REGLA            TO WS-CC-REGLA-ANT
                                        WS-LIS-R-NUMERO.
           MOVE WS-REG-DESCRIPCION(HOR-REGLA)
                                     TO WS-LIS-R-DESCRIPCION.

           IF WS-REG-SEVERA(HOR-REGLA)
              MOVE 'SEVERA'          TO WS-LIS-R-SEVERIDAD
           ELSE
              MOVE 'ADVERTENCIA'     TO WS-LIS-R-SEVERIDAD
           END-IF.

           MOVE WS-LIS-GUIONES       TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-REGLA         TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.
           MOVE WS-LIS-HEADER        TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.

       3300-LISTAR-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-INTEGRID.

           WRITE REG-INTEGRID.

           IF NOT FS-INTEGRID-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INTEGRID'
              DISPLAY 'FILE STATUS: ' FS-INTEGRID
           END-IF.

       3500-GRABAR-ARCH-INTEGRID-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3600-LISTAR-RESUMEN-REGLA.

           MOVE WS-IDX-REG           TO WS-LIS-S-NUMERO.
           MOVE WS-REG-DESCRIPCION(WS-IDX-REG)
                                     TO WS-LIS-S-DESCRIPCION.
           MOVE WS-REG-CANTIDAD(WS-IDX-REG)
                                     TO WS-LIS-S-CANTIDAD.

           IF WS-REG-SEVERA(WS-IDX-REG)
              MOVE 'SEVERA'          TO WS-LIS-S-SEVERIDAD
           ELSE
              MOVE 'ADVERTENCIA'     TO WS-LIS-S-SEVERIDAD
           END-IF.

           MOVE WS-LIS-RESUMEN-REGLA TO REG-INTEGRID.
           PERFORM 3500-GRABAR-ARCH-INTEGRID
              THRU 3500-GRABAR-ARCH-INTEGRID-EXIT.

       3600-LISTAR-RESUMEN-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8: HALLAZGO SEVERO O ERROR DE ARCHIVO, LA NOCHE NO DEBE
      *    PROMOVERSE.  4: SOLO ADVERTENCIAS, O NO HABIA HISTORICO
      *    QUE CONTROLAR.

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
               OR WS-CONT-SEVEROS > ZERO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-ADVERTENCIAS > ZERO
               OR WS-HISTORICO-AUSENTE
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
           END PROGRAM TP01EJ19.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
