      *         NOVMAES.TXT DEBE LLEGAR ORDENADO POR LEGAJO.
      *         CADA MODIFICACION QUE CAMBIA LA CARRERA QUEDA ADEMAS
      *         EN CAMBIOCA.TXT PARA EL BATCH DE EQUIVALENCIAS.
      *         TODA NOVEDAD APLICADA SE AGREGA AL JOURNAL DEL MAESTRO
      *         JOURNMAE.TXT CON LA IMAGEN ANTERIOR Y POSTERIOR, FECHA,
      *         HORA, NUMERO DE CORRIDA (NUMMAES.TXT) Y EL REGISTRO DE
      *         NOVMAES QUE LA ORIGINO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOCA.

       SELECT JOURNMAE
           ASSIGN TO '../JOURNMAE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNMAE.

       SELECT NUMMAES
           ASSIGN TO '../NUMMAES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NUMMAES.

       DATA DIVISION.

       FILE SECTION.

       COPY "CAMBIOCA.CPY".

       COPY "JOURNMAE.CPY".

       FD  NUMMAES.

       01  REG-NUMMAES.
           05  NMA-ULT-CORRIDA             PIC 9(04).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-BAJAS              PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS         PIC 9(05) VALUE 0.
          05 WS-CONT-CAMBIOS-CARRERA    PIC 9(05) VALUE 0.
          05 WS-CONT-JOURNAL            PIC 9(05) VALUE 0.

       01 WS-SEQ-ULT-NOVEDAD            PIC 9(06) VALUE ZERO.


       01 WS-CARRERA-ANTERIOR           PIC X(30) VALUE SPACES.

       01 WS-NRO-CORRIDA                PIC 9(04) VALUE ZERO.
       01 WS-FECHA-CORRIDA              PIC 9(08) VALUE ZERO.
       01 WS-HORA-JOURNAL               PIC 9(08) VALUE ZERO.

       01 WS-IMAGEN-ANTES.
          05 WS-ANT-LEGAJO              PIC 9(06).
          05 WS-ANT-NOMAPELL            PIC X(40).
          05 WS-ANT-CARRERA             PIC X(30).
          05 WS-ANT-ESTADO              PIC X(01).

       01 WS-SWITCHES.
          05 WS-SW-MAESTRO              PIC X(01) VALUE 'N'.
             88 WS-LEGAJO-EN-MAESTRO              VALUE 'S'.
             88 FS-CAMBIOCA-EOF                  VALUE '10'.
             88 FS-CAMBIOCA-NFD                  VALUE '35'.

          05 FS-JOURNMAE                         PIC X(2).
             88 FS-JOURNMAE-OK                   VALUE '00'.
             88 FS-JOURNMAE-EOF                  VALUE '10'.
             88 FS-JOURNMAE-NFD                  VALUE '35'.

          05 FS-NUMMAES                          PIC X(2).
             88 FS-NUMMAES-OK                    VALUE '00'.
             88 FS-NUMMAES-EOF                   VALUE '10'.
             88 FS-NUMMAES-NFD                   VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-NOVEDADES.
             10 FILLER  PIC X(35)
                VALUE 'Cambios de carrera registrados: '.
             10 WS-LIS-D-CAMBIOS            PIC 9(05).
          05 WS-LIS-TOTALES-7.
             10 FILLER  PIC X(35)
                VALUE 'Registros grabados en el journal: '.
             10 WS-LIS-D-JOURNAL            PIC 9(05).
          05 WS-LIS-TOTALES-8.
             10 FILLER  PIC X(35)
                VALUE 'Numero de corrida del maestro: '.
             10 WS-LIS-D-NRO-CORRIDA        PIC 9(04).

      *----------------------------------------------------------------*


           INITIALIZE WS-CONTADORES.

           PERFORM 1050-ASIGNAR-NRO-CORRIDA
              THRU 1050-ASIGNAR-NRO-CORRIDA-EXIT.

           PERFORM 1100-ABRIR-ARCH-MAESTRO
              THRU 1100-ABRIR-ARCH-MAESTRO-EXIT.

           PERFORM 1500-ABRIR-ARCH-CAMBIOCA
              THRU 1500-ABRIR-ARCH-CAMBIOCA-EXIT.

           PERFORM 1550-ABRIR-ARCH-JOURNMAE
              THRU 1550-ABRIR-ARCH-JOURNMAE-EXIT.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL NUMERO DE CORRIDA DEL MAESTRO SALE DE NUMMAES.TXT, QUE
      *    COMPARTEN ESTE MANTENIMIENTO Y LA CARGA INICIAL (TP01EJ07),
      *    Y SE INCREMENTA EN CADA EJECUCION.

       1050-ASIGNAR-NRO-CORRIDA.

           MOVE ZERO TO WS-NRO-CORRIDA.

           OPEN INPUT NUMMAES.

           EVALUATE TRUE
               WHEN FS-NUMMAES-OK
                    READ NUMMAES
                    IF FS-NUMMAES-OK
                       AND NMA-ULT-CORRIDA IS NUMERIC
                       MOVE NMA-ULT-CORRIDA TO WS-NRO-CORRIDA
                    END-IF
                    CLOSE NUMMAES
               WHEN FS-NUMMAES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO NUMMAES'
                    DISPLAY 'FILE STATUS: ' FS-NUMMAES
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           ADD 1 TO WS-NRO-CORRIDA.

           OPEN OUTPUT NUMMAES.

           IF FS-NUMMAES-OK
              MOVE WS-NRO-CORRIDA TO NMA-ULT-CORRIDA
              WRITE REG-NUMMAES
              CLOSE NUMMAES
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO NUMMAES'
              DISPLAY 'FILE STATUS: ' FS-NUMMAES
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.

       1050-ASIGNAR-NRO-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL MAESTRO SE ABRE I-O Y SE ACTUALIZA EN EL LUGAR.  SI NO
      *    EXISTE TODAVIA SE CREA VACIO Y SE SIGUE SOLO CON ALTAS.
       1500-ABRIR-ARCH-CAMBIOCA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL JOURNAL NO SE REESCRIBE NUNCA: CADA CORRIDA AGREGA AL
      *    FINAL.  LA PRIMERA VEZ SE CREA.

       1550-ABRIR-ARCH-JOURNMAE.

           OPEN EXTEND JOURNMAE.

           IF FS-JOURNMAE-NFD
              OPEN OUTPUT JOURNMAE
           END-IF.

           EVALUATE TRUE
               WHEN FS-JOURNMAE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO JOURNMAE'
                    DISPLAY 'FILE STATUS: ' FS-JOURNMAE
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1550-ABRIR-ARCH-JOURNMAE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1650-LEER-NOVMAES.

           SET WS-LEGAJO-SIN-MAESTRO TO TRUE.

           INITIALIZE WS-IMAGEN-ANTES.

           MOVE NOV-LEGAJO           TO MAE-LEGAJO.

           READ MAESTRO.
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-LEGAJO-EN-MAESTRO TO TRUE
                    MOVE REG-MAESTRO TO WS-IMAGEN-ANTES
               WHEN FS-MAESTRO-INV
                    CONTINUE
               WHEN OTHER
                       MOVE 'ALTA APLICADA'
                            TO WS-RESULTADO-NOVEDAD
                       ADD 1               TO WS-CONT-ALTAS
                       PERFORM 2280-GRABAR-JOURNAL
                          THRU 2280-GRABAR-JOURNAL-EXIT
                    END-IF
           END-EVALUATE.

                       MOVE 'MODIFICACION APLICADA'
                            TO WS-RESULTADO-NOVEDAD
                       ADD 1               TO WS-CONT-MODIFICACIONES
                       PERFORM 2280-GRABAR-JOURNAL
                          THRU 2280-GRABAR-JOURNAL-EXIT
                       IF MAE-CARRERA NOT = WS-CARRERA-ANTERIOR
                          PERFORM 2270-GRABAR-CAMBIO-CARRERA
                             THRU 2270-GRABAR-CAMBIO-CARRERA-EXIT
       2270-GRABAR-CAMBIO-CARRERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN JOURNAL COMPLETO NO SE PUEDE RECONSTRUIR EL MAESTRO:
      *    SI NO SE PUEDE GRABAR SE CORTA LA CORRIDA.

       2280-GRABAR-JOURNAL.

           ACCEPT WS-HORA-JOURNAL FROM TIME.

           MOVE WS-FECHA-CORRIDA     TO JRN-FECHA.
           MOVE WS-HORA-JOURNAL      TO JRN-HORA.
           MOVE WS-NRO-CORRIDA       TO JRN-NRO-CORRIDA.
           MOVE 'TP01EJ02'           TO JRN-PROGRAMA.
           MOVE NOV-CODIGO           TO JRN-OPERACION.
           MOVE WS-IMAGEN-ANTES      TO JRN-IMAGEN-ANTES.
           MOVE REG-MAESTRO          TO JRN-IMAGEN-DESPUES.
           MOVE REG-NOVMAES          TO JRN-REG-ORIGEN.

           WRITE REG-JOURNMAE.

           EVALUATE FS-JOURNMAE
               WHEN '00'
                    ADD 1             TO WS-CONT-JOURNAL
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO JOURNMAE'
                    DISPLAY 'FILE STATUS: ' FS-JOURNMAE
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       2280-GRABAR-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA BAJA ES LOGICA: EL REGISTRO QUEDA EN EL MAESTRO CON
      *    ESTADO 'B' PARA QUE LA VALIDACION DEL CIERRE LO SIGA
                       MOVE 'BAJA APLICADA'
                            TO WS-RESULTADO-NOVEDAD
                       ADD 1               TO WS-CONT-BAJAS
                       PERFORM 2280-GRABAR-JOURNAL
                          THRU 2280-GRABAR-JOURNAL-EXIT
                    END-IF
           END-EVALUATE.

           MOVE WS-CONT-BAJAS           TO WS-LIS-D-BAJAS.
           MOVE WS-CONT-RECHAZADAS      TO WS-LIS-D-RECHAZADAS.
           MOVE WS-CONT-CAMBIOS-CARRERA TO WS-LIS-D-CAMBIOS.
           MOVE WS-CONT-JOURNAL         TO WS-LIS-D-JOURNAL.
           MOVE WS-NRO-CORRIDA          TO WS-LIS-D-NRO-CORRIDA.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTMAE.
           PERFORM 2500-GRABAR-ARCH-LISTMAE
           PERFORM 2500-GRABAR-ARCH-LISTMAE
              THRU 2500-GRABAR-ARCH-LISTMAE-EXIT.

           MOVE WS-LIS-TOTALES-7        TO REG-LISTMAE.
           PERFORM 2500-GRABAR-ARCH-LISTMAE
              THRU 2500-GRABAR-ARCH-LISTMAE-EXIT.

           MOVE WS-LIS-TOTALES-8        TO REG-LISTMAE.
           PERFORM 2500-GRABAR-ARCH-LISTMAE
              THRU 2500-GRABAR-ARCH-LISTMAE-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTMAE.
           PERFORM 2500-GRABAR-ARCH-LISTMAE
              THRU 2500-GRABAR-ARCH-LISTMAE-EXIT.
              DISPLAY 'ERROR EN CLOSE DE CAMBIOCA: ' FS-CAMBIOCA
           END-IF.

           CLOSE JOURNMAE.

           IF NOT FS-JOURNMAE-OK
              DISPLAY 'ERROR EN CLOSE DE JOURNMAE: ' FS-JOURNMAE
           END-IF.

           CLOSE LISTMAE.

           IF NOT FS-LISTMAE-OK
