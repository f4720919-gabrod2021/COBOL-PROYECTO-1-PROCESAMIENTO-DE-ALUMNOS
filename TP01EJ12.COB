      *         UNA HOJA CONSOLIDADA CON LOS DATOS OFICIALES DEL
      *         MAESTRO, TODAS LAS MATERIAS DEL HISTORICO CON SU
      *         CONDICION Y ESTADO DE FINAL SEGUN ACADEMICO.TXT, LOS
      *         RESULTADOS DEL TERMINO VIGENTE, LOS TOTALES DE LA
      *         CARRERA Y LA ULTIMA EVALUACION ANUAL DE REGULARIDAD Y
      *         BECA DE REGULAR.TXT.  SE PUEDE CORRER EN CUALQUIER
      *         MOMENTO SIN LANZAR UNA CORRIDA DE CIERRE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACADEMICO.

       SELECT REGULAR
           ASSIGN TO '../REGULAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGULAR.

       SELECT SITUACION
           ASSIGN TO '../SITUACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL

       COPY "ACADEMICO.CPY".

       COPY "REGULAR.CPY".

       FD  CONSULTAS.

       01  REG-CONSULTAS.
       01 WS-IDX-ACA                    PIC 9(03) VALUE ZERO.
       01 WS-POS-ACA                    PIC 9(03) VALUE ZERO.

      *    EVALUACION ANUAL DEL LEGAJO, COPIADA DE REGULAR.TXT ANTES
      *    DE CERRARLO PARA ARMAR EL PIE DE LA HOJA.

       01 WS-REGULAR-LEGAJO.
          05 WS-RGL-ANIO                PIC 9(04) VALUE ZERO.
          05 WS-RGL-CONDICION           PIC X(10) VALUE SPACES.
          05 WS-RGL-CANT-APROBADAS      PIC 9(02) VALUE ZERO.
          05 WS-RGL-PROM-CON            PIC 9(02)V9(03) VALUE ZERO.
          05 WS-RGL-PROM-SIN            PIC 9(02)V9(03) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-CONSULTAS            PIC X(01) VALUE 'N'.
             88 WS-CONSULTAS-PRESENTES            VALUE 'S'.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-REGULAR              PIC X(01) VALUE 'N'.
             88 WS-REGULAR-HALLADO                VALUE 'S'.
             88 WS-REGULAR-NO-HALLADO             VALUE 'N'.
          05 WS-SW-RGL-BECA             PIC X(01) VALUE 'N'.
             88 WS-RGL-APTO-BECA                  VALUE 'S'.
             88 WS-RGL-NO-APTO-BECA               VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-ACADEMICO-EOF                 VALUE '10'.
             88 FS-ACADEMICO-NFD                 VALUE '35'.

          05 FS-REGULAR                          PIC X(2).
             88 FS-REGULAR-OK                    VALUE '00'.
             88 FS-REGULAR-EOF                   VALUE '10'.
             88 FS-REGULAR-NFD                   VALUE '35'.

          05 FS-SITUACION                        PIC X(2).
             88 FS-SITUACION-OK                  VALUE '00'.
             88 FS-SITUACION-EOF                 VALUE '10'.
             10 WS-HOJ-P-TERMINO        PIC X(06).
             10 FILLER  PIC X(02) VALUE ': '.
             10 WS-HOJ-P-TERM-ACTUAL    PIC ZZ9.
          05 WS-HOJ-PIE-4.
             10 FILLER  PIC X(12) VALUE 'Regularidad '.
             10 WS-HOJ-P-ANIO           PIC 9(04).
             10 FILLER  PIC X(02) VALUE ': '.
             10 WS-HOJ-P-CONDICION      PIC X(10).
             10 FILLER  PIC X(13) VALUE '  Aprobadas: '.
             10 WS-HOJ-P-APROB-ANIO     PIC Z9.
             10 FILLER  PIC X(15) VALUE '  Prom. c/apl: '.
             10 WS-HOJ-P-PROM-CON       PIC Z9,999.
             10 FILLER  PIC X(09) VALUE '  s/apl: '.
             10 WS-HOJ-P-PROM-SIN       PIC Z9,999.
             10 FILLER  PIC X(08) VALUE '  Beca: '.
             10 WS-HOJ-P-BECA           PIC X(02).
          05 WS-HOJ-PIE-4-SIN          PIC X(40)
             VALUE 'Regularidad anual: SIN EVALUAR'.
          05 WS-HOJ-TOTALES.
             10 FILLER  PIC X(35)
                VALUE 'Legajos consultados: '.
           PERFORM 2300-CARGAR-ACADEMICO-LEG
              THRU 2300-CARGAR-ACADEMICO-LEG-EXIT.

           PERFORM 2360-BUSCAR-REGULAR
              THRU 2360-BUSCAR-REGULAR-EXIT.

           PERFORM 2400-ARMAR-HOJA
              THRU 2400-ARMAR-HOJA-EXIT.


           EXIT.

      *----------------------------------------------------------------*
      *    REGULAR.TXT TIENE LA ULTIMA EVALUACION ANUAL (TP01EJ17).
      *    SI TODAVIA NO SE CORRIO O EL LEGAJO NO FUE EVALUADO LA HOJA
      *    LO INDICA SIN EVALUAR.

       2360-BUSCAR-REGULAR.

           SET WS-REGULAR-NO-HALLADO TO TRUE.

           OPEN INPUT REGULAR.

           EVALUATE TRUE
               WHEN FS-REGULAR-OK
                    PERFORM 2370-LEER-REGULAR
                       THRU 2370-LEER-REGULAR-EXIT
                    PERFORM 2380-COMPARAR-REGULAR
                       THRU 2380-COMPARAR-REGULAR-EXIT
                       UNTIL FS-REGULAR-EOF
                       OR WS-REGULAR-HALLADO
                    CLOSE REGULAR
               WHEN FS-REGULAR-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO REGULAR'
                    DISPLAY 'FILE STATUS: ' FS-REGULAR
                    SET WS-ERROR-ARCHIVO TO TRUE
           END-EVALUATE.

       2360-BUSCAR-REGULAR-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2370-LEER-REGULAR.

           READ REGULAR.

           EVALUATE FS-REGULAR
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-REGULAR-EOF    TO TRUE
               WHEN OTHER
                    SET FS-REGULAR-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO REGULAR'
                    DISPLAY 'FILE STATUS: ' FS-REGULAR
           END-EVALUATE.

       2370-LEER-REGULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2380-COMPARAR-REGULAR.

           IF RGL-LEGAJO = WS-LEGAJO-PROC
              SET WS-REGULAR-HALLADO TO TRUE
              MOVE RGL-ANIO             TO WS-RGL-ANIO
              MOVE RGL-CONDICION        TO WS-RGL-CONDICION
              MOVE RGL-CANT-APROBADAS   TO WS-RGL-CANT-APROBADAS
              MOVE RGL-PROM-CON-APLAZOS TO WS-RGL-PROM-CON
              MOVE RGL-PROM-SIN-APLAZOS TO WS-RGL-PROM-SIN
              IF RGL-APTO-BECA
                 SET WS-RGL-APTO-BECA   TO TRUE
              ELSE
                 SET WS-RGL-NO-APTO-BECA TO TRUE
              END-IF
           ELSE
              PERFORM 2370-LEER-REGULAR
                 THRU 2370-LEER-REGULAR-EXIT
           END-IF.

       2380-COMPARAR-REGULAR-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2400-ARMAR-HOJA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           IF WS-REGULAR-HALLADO
              MOVE WS-RGL-ANIO          TO WS-HOJ-P-ANIO
              MOVE WS-RGL-CONDICION     TO WS-HOJ-P-CONDICION
              MOVE WS-RGL-CANT-APROBADAS TO WS-HOJ-P-APROB-ANIO
              MOVE WS-RGL-PROM-CON      TO WS-HOJ-P-PROM-CON
              MOVE WS-RGL-PROM-SIN      TO WS-HOJ-P-PROM-SIN
              IF WS-RGL-APTO-BECA
                 MOVE 'SI'              TO WS-HOJ-P-BECA
              ELSE
                 MOVE 'NO'              TO WS-HOJ-P-BECA
              END-IF
              MOVE WS-HOJ-PIE-4         TO REG-SITUACION
           ELSE
              MOVE WS-HOJ-PIE-4-SIN     TO REG-SITUACION
           END-IF.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE WS-HOJ-SEPARADOR     TO REG-SITUACION.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.
