      *         DE LA SUITE.  SE CORRE UNA SOLA VEZ EN LA CONVERSION
      *         O PARA RECONSTRUIR EL INDEXADO DESDE UN RESPALDO.
      *         EL DETALLE DE LA CARGA QUEDA EN CARGAMAE.TXT.
      *         LA CARGA SE AGREGA AL JOURNAL DEL MAESTRO JOURNMAE.TXT:
      *         UNA MARCA DE INICIO DE CARGA Y UN REGISTRO POR LEGAJO
      *         GRABADO, BASE DE LA RECONSTRUCCION A FECHA (TP01EJ18).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARGAMAE.

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

       01  REG-CARGAMAE                    PIC X(100).

       COPY "JOURNMAE.CPY".

       FD  NUMMAES.

       01  REG-NUMMAES.
           05  NMA-ULT-CORRIDA             PIC 9(04).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-TXT-LEIDOS         PIC 9(05) VALUE 0.
          05 WS-CONT-GRABADOS           PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADOS         PIC 9(05) VALUE 0.
          05 WS-CONT-JOURNAL            PIC 9(05) VALUE 0.

       01 WS-SEQ-ULT-LEGAJO             PIC 9(06) VALUE ZERO.

       01 WS-RESULTADO-CARGA            PIC X(29) VALUE SPACES.

       01 WS-NRO-CORRIDA                PIC 9(04) VALUE ZERO.
       01 WS-FECHA-CORRIDA              PIC 9(08) VALUE ZERO.
       01 WS-HORA-JOURNAL               PIC 9(08) VALUE ZERO.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-SWITCHES.
             88 FS-CARGAMAE-EOF                  VALUE '10'.
             88 FS-CARGAMAE-NFD                  VALUE '35'.

          05 FS-JOURNMAE                         PIC X(2).
             88 FS-JOURNMAE-OK                   VALUE '00'.
             88 FS-JOURNMAE-EOF                  VALUE '10'.
             88 FS-JOURNMAE-NFD                  VALUE '35'.

          05 FS-NUMMAES                          PIC X(2).
             88 FS-NUMMAES-OK                    VALUE '00'.
             88 FS-NUMMAES-EOF                   VALUE '10'.
             88 FS-NUMMAES-NFD                   VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-CARGA.
             10 FILLER  PIC X(35)
                VALUE 'Registros rechazados: '.
             10 WS-LIS-D-RECHAZADOS         PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Registros grabados en el journal: '.
             10 WS-LIS-D-JOURNAL            PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(35)
                VALUE 'Numero de corrida del maestro: '.
             10 WS-LIS-D-NRO-CORRIDA        PIC 9(04).

      *----------------------------------------------------------------*

           PERFORM 1300-ABRIR-ARCH-CARGAMAE
              THRU 1300-ABRIR-ARCH-CARGAMAE-EXIT.

           PERFORM 1400-ASIGNAR-NRO-CORRIDA
              THRU 1400-ASIGNAR-NRO-CORRIDA-EXIT.

           PERFORM 1500-ABRIR-ARCH-JOURNMAE
              THRU 1500-ABRIR-ARCH-JOURNMAE-EXIT.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

       1300-ABRIR-ARCH-CARGAMAE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL NUMERO DE CORRIDA DEL MAESTRO SALE DE NUMMAES.TXT, QUE
      *    COMPARTEN ESTA CARGA Y EL MANTENIMIENTO (TP01EJ02), Y SE
      *    INCREMENTA EN CADA EJECUCION.

       1400-ASIGNAR-NRO-CORRIDA.

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

       1400-ASIGNAR-NRO-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA CARGA VACIA EL INDEXADO, ASI QUE EN EL JOURNAL SE DEJA
      *    UNA MARCA DE INICIO DE CARGA: LO ANTERIOR A ELLA YA NO
      *    CUENTA PARA LA RECONSTRUCCION.

       1500-ABRIR-ARCH-JOURNMAE.

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

           INITIALIZE REG-JOURNMAE.
           MOVE 'I'                  TO JRN-OPERACION.
           MOVE SPACES               TO JRN-REG-ORIGEN.

           PERFORM 2200-GRABAR-JOURNAL
              THRU 2200-GRABAR-JOURNAL-EXIT.

       1500-ABRIR-ARCH-JOURNMAE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-LEER-MAESTXT.
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    ADD 1             TO WS-CONT-GRABADOS
                    INITIALIZE JRN-IMAGEN-ANTES
                    MOVE 'C'          TO JRN-OPERACION
                    MOVE REG-MAESTRO  TO JRN-IMAGEN-DESPUES
                    MOVE REG-MAESTXT  TO JRN-REG-ORIGEN
                    PERFORM 2200-GRABAR-JOURNAL
                       THRU 2200-GRABAR-JOURNAL-EXIT
               WHEN FS-MAESTRO-DUP
                    MOVE 'LEGAJO DUPLICADO'
                         TO WS-RESULTADO-CARGA
       2100-GRABAR-INDEXADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN JOURNAL COMPLETO NO SE PUEDE RECONSTRUIR EL MAESTRO:
      *    SI NO SE PUEDE GRABAR SE CORTA LA CARGA.

       2200-GRABAR-JOURNAL.

           ACCEPT WS-HORA-JOURNAL FROM TIME.

           MOVE WS-FECHA-CORRIDA     TO JRN-FECHA.
           MOVE WS-HORA-JOURNAL      TO JRN-HORA.
           MOVE WS-NRO-CORRIDA       TO JRN-NRO-CORRIDA.
           MOVE 'TP01EJ07'           TO JRN-PROGRAMA.

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

       2200-GRABAR-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2400-LISTAR-CARGA.
           MOVE WS-CONT-TXT-LEIDOS      TO WS-LIS-D-TXT-LEIDOS.
           MOVE WS-CONT-GRABADOS        TO WS-LIS-D-GRABADOS.
           MOVE WS-CONT-RECHAZADOS      TO WS-LIS-D-RECHAZADOS.
           MOVE WS-CONT-JOURNAL         TO WS-LIS-D-JOURNAL.
           MOVE WS-NRO-CORRIDA          TO WS-LIS-D-NRO-CORRIDA.

           MOVE WS-LIS-SEPARADOR        TO REG-CARGAMAE.
           PERFORM 2500-GRABAR-ARCH-CARGAMAE
           PERFORM 2500-GRABAR-ARCH-CARGAMAE
              THRU 2500-GRABAR-ARCH-CARGAMAE-EXIT.

           MOVE WS-LIS-TOTALES-4        TO REG-CARGAMAE.
           PERFORM 2500-GRABAR-ARCH-CARGAMAE
              THRU 2500-GRABAR-ARCH-CARGAMAE-EXIT.

           MOVE WS-LIS-TOTALES-5        TO REG-CARGAMAE.
           PERFORM 2500-GRABAR-ARCH-CARGAMAE
              THRU 2500-GRABAR-ARCH-CARGAMAE-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-CARGAMAE.
           PERFORM 2500-GRABAR-ARCH-CARGAMAE
              THRU 2500-GRABAR-ARCH-CARGAMAE-EXIT.
              DISPLAY 'ERROR EN CLOSE DE CARGAMAE: ' FS-CARGAMAE
           END-IF.

           CLOSE JOURNMAE.

           IF NOT FS-JOURNMAE-OK
              DISPLAY 'ERROR EN CLOSE DE JOURNMAE: ' FS-JOURNMAE
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

