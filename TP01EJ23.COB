      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: CONCILIACION DEL MAESTRO DE ALUMNOS CON EL PADRON DEL
      *         SISTEMA CENTRAL. RECIBE EL EXTRACTO PADRON.TXT
      *         (ORDENADO POR LEGAJO, CON HEADER Y TRAILER DE CONTROL)
      *         Y LO APAREA CON MAESTRO.IDX CAMPO POR CAMPO.  EN
      *         CONCPAD.TXT LISTA LAS DIFERENCIAS: LEGAJO QUE FALTA EN
      *         EL MAESTRO, QUE FALTA EN EL PADRON, NOMBRE, CARRERA O
      *         ESTADO DISTINTOS.  EN NOVPROP.TXT, CON EL FORMATO DE
      *         NOVMAES.TXT, DEJA LAS ALTAS, MODIFICACIONES Y BAJAS
      *         QUE ALINEAN EL MAESTRO CON EL PADRON, PARA QUE
      *         OPERACIONES LAS REVISE Y LAS PASE POR TP01EJ02.  SI EL
      *         EXTRACTO NO BALANCEA CON SU TRAILER LA PROPUESTA QUEDA
      *         VACIA.  UNA BAJA LOCAL QUE EL PADRON DA ACTIVA NO SE
      *         PUEDE REVERTIR POR NOVMAES Y SE MARCA PARA REVISION.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ23.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAESTRO
           ASSIGN TO '../MAESTRO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT PADRON
           ASSIGN TO '../PADRON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PADRON.

       SELECT NOVMAES
           ASSIGN TO '../NOVPROP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVMAES.

       SELECT CONCPAD
           ASSIGN TO '../CONCPAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCPAD.

       DATA DIVISION.

       FILE SECTION.

       COPY "MAESTRO.CPY".

       COPY "PADRON.CPY".

       COPY "NOVMAES.CPY".

       FD  CONCPAD.

       01  REG-CONCPAD                     PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-PAD-LEIDOS         PIC 9(06) VALUE 0.
          05 WS-CONT-PAD-INVALIDOS      PIC 9(05) VALUE 0.
          05 WS-CONT-PAD-REPETIDOS      PIC 9(05) VALUE 0.
          05 WS-CONT-MAE-LEIDOS         PIC 9(06) VALUE 0.
          05 WS-CONT-COINCIDENTES       PIC 9(06) VALUE 0.
          05 WS-CONT-FALTA-MAESTRO      PIC 9(05) VALUE 0.
          05 WS-CONT-FALTA-PADRON       PIC 9(05) VALUE 0.
          05 WS-CONT-NOMBRE-DIST        PIC 9(05) VALUE 0.
          05 WS-CONT-CARRERA-DIST       PIC 9(05) VALUE 0.
          05 WS-CONT-ESTADO-DIST        PIC 9(05) VALUE 0.
          05 WS-CONT-PROP-ALTAS         PIC 9(05) VALUE 0.
          05 WS-CONT-PROP-MODIF         PIC 9(05) VALUE 0.
          05 WS-CONT-PROP-BAJAS         PIC 9(05) VALUE 0.
          05 WS-CONT-REACTIVAR          PIC 9(05) VALUE 0.

       01 WS-FECHA-PROCESO              PIC 9(08) VALUE ZERO.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

      *    TOTALES DE CONTROL DEL EXTRACTO: LOS INFORMADOS EN EL
      *    HEADER Y TRAILER Y LOS ACUMULADOS AL LEER.

       01 WS-CONTROL-PADRON.
          05 WS-CTL-FECHA-EXTRACTO       PIC 9(08) VALUE ZERO.
          05 WS-CTL-CANT-ESPERADA        PIC 9(06) VALUE ZERO.
          05 WS-CTL-HASH-ESPERADO        PIC 9(12) VALUE ZERO.
          05 WS-CTL-HASH-ACUM            PIC 9(12) VALUE ZERO.

      *    CLAVES DEL APAREO; HIGH-VALUES AL TERMINAR CADA ARCHIVO.

       01 WS-CLAVE-PADRON               PIC X(06) VALUE LOW-VALUES.
       01 WS-CLAVE-MAESTRO              PIC X(06) VALUE LOW-VALUES.
       01 WS-SEQ-ULT-PADRON             PIC 9(06) VALUE ZERO.

       01 WS-DISCREPANCIA.
          05 WS-DIS-TIPO                 PIC X(22) VALUE SPACES.
          05 WS-DIS-MAESTRO              PIC X(40) VALUE SPACES.
          05 WS-DIS-PADRON               PIC X(40) VALUE SPACES.
          05 WS-DIS-PROPUESTA            PIC X(06) VALUE SPACES.

       01 WS-DESC-ESTADO                PIC X(06) VALUE SPACES.

      *    LEGAJOS DE LOS REGISTROS INVALIDOS DEL PADRON: EL PADRON
      *    LOS TRAE, ASI QUE NO SE PROPONEN COMO BAJA (2200).

       01 WS-CANT-INV                   PIC 9(04) VALUE ZERO.
       01 WS-IDX-INV                    PIC 9(04) VALUE ZERO.

       01  WS-TABLA-INVALIDOS.
          03 WS-INV-DET  OCCURS 999 TIMES.
              05 WS-INV-LEGAJO         PIC 9(06).

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-HEADER               PIC X(01) VALUE 'N'.
             88 WS-HEADER-RECIBIDO                VALUE 'S'.
          05 WS-SW-TRAILER              PIC X(01) VALUE 'N'.
             88 WS-TRAILER-RECIBIDO               VALUE 'S'.
          05 WS-SW-BALANCE              PIC X(01) VALUE 'N'.
             88 WS-PADRON-BALANCEADO              VALUE 'S'.
             88 WS-PADRON-DESBALANCEADO           VALUE 'N'.
          05 WS-SW-DETALLE              PIC X(01) VALUE 'N'.
             88 WS-DETALLE-PADRON-OK              VALUE 'S'.
             88 WS-DETALLE-PADRON-NO              VALUE 'N'.
          05 WS-SW-PADRON-PEND          PIC X(01) VALUE 'N'.
             88 WS-PADRON-PENDIENTE               VALUE 'S'.
             88 WS-PADRON-SIN-PENDIENTE           VALUE 'N'.
          05 WS-SW-DIFERENCIA           PIC X(01) VALUE 'N'.
             88 WS-HAY-DIFERENCIA                 VALUE 'S'.
             88 WS-SIN-DIFERENCIA                 VALUE 'N'.

       01  FS-STATUS.
          05 FS-MAESTRO                          PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-EOF                   VALUE '10'.
             88 FS-MAESTRO-INV                   VALUE '23'.
             88 FS-MAESTRO-NFD                   VALUE '35'.

          05 FS-PADRON                           PIC X(2).
             88 FS-PADRON-OK                     VALUE '00'.
             88 FS-PADRON-EOF                    VALUE '10'.
             88 FS-PADRON-NFD                    VALUE '35'.

          05 FS-NOVMAES                          PIC X(2).
             88 FS-NOVMAES-OK                    VALUE '00'.
             88 FS-NOVMAES-EOF                   VALUE '10'.
             88 FS-NOVMAES-NFD                   VALUE '35'.

          05 FS-CONCPAD                          PIC X(2).
             88 FS-CONCPAD-OK                    VALUE '00'.
             88 FS-CONCPAD-EOF                   VALUE '10'.
             88 FS-CONCPAD-NFD                   VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-CONCPAD.
          05 WS-LIS-SEPARADOR           PIC X(130) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(130) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(41)
                VALUE 'CONCILIACION DEL MAESTRO CON EL PADRON - '.
             10 FILLER             PIC X(12) VALUE 'EXTRACTO DEL'.
             10 FILLER             PIC X(01) VALUE SPACE.
             10 WS-LIS-T-EXTRACTO  PIC 9(08).
             10 FILLER             PIC X(14) VALUE ' - CORRIDA DEL'.
             10 FILLER             PIC X(01) VALUE SPACE.
             10 WS-LIS-T-FECHA     PIC 9(08).
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(22) VALUE 'Diferencia'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'En el maestro'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'En el padron'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'Propue'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-TIPO               PIC X(22).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-MAESTRO            PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-PADRON             PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-PROPUESTA          PIC X(06).
          05 WS-LIS-SIN-DIFERENCIAS     PIC X(40)
             VALUE '   EL MAESTRO COINCIDE CON EL PADRON'.

          05 WS-LIS-CONTROL-1.
             10 FILLER  PIC X(45)
                VALUE 'Registros del padron leidos / esperados: '.
             10 WS-LIS-D-PAD-LEIDOS         PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-PAD-ESPERADOS      PIC 9(06).
          05 WS-LIS-CONTROL-2.
             10 FILLER  PIC X(45)
                VALUE 'Hash de legajos calculado / esperado: '.
             10 WS-LIS-D-HASH-ACUM          PIC 9(12).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-HASH-ESPERADO      PIC 9(12).
          05 WS-LIS-CONTROL-3.
             10 FILLER  PIC X(45)
                VALUE 'Header / trailer recibidos: '.
             10 WS-LIS-D-SW-HEADER          PIC X(01).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-SW-TRAILER         PIC X(01).
          05 WS-LIS-FUERA-BALANCE.
             10 FILLER  PIC X(40)
                VALUE 'PADRON FUERA DE BALANCE: NO SE PROPONEN '.
             10 FILLER  PIC X(40)
                VALUE 'NOVEDADES (NOVPROP.TXT QUEDA VACIO)'.
          05 WS-LIS-ERROR-ARCHIVO.
             10 FILLER  PIC X(40)
                VALUE 'ERROR DE ARCHIVO: NO SE PROPONEN '.
             10 FILLER  PIC X(40)
                VALUE 'NOVEDADES (NOVPROP.TXT QUEDA VACIO)'.

          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(45)
                VALUE 'Legajos del maestro leidos: '.
             10 WS-LIS-D-MAE-LEIDOS         PIC 9(06).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(45)
                VALUE 'Legajos sin diferencias: '.
             10 WS-LIS-D-COINCIDENTES       PIC 9(06).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(45)
                VALUE 'Faltan en el maestro: '.
             10 WS-LIS-D-FALTA-MAESTRO      PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(45)
                VALUE 'Faltan en el padron (activos locales): '.
             10 WS-LIS-D-FALTA-PADRON       PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(45)
                VALUE 'Con nombre distinto: '.
             10 WS-LIS-D-NOMBRE-DIST        PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(45)
                VALUE 'Con carrera distinta: '.
             10 WS-LIS-D-CARRERA-DIST       PIC 9(05).
          05 WS-LIS-TOTALES-7.
             10 FILLER  PIC X(45)
                VALUE 'Con estado distinto: '.
             10 WS-LIS-D-ESTADO-DIST        PIC 9(05).
          05 WS-LIS-TOTALES-8.
             10 FILLER  PIC X(45)
                VALUE 'Registros del padron invalidos / repetidos: '.
             10 WS-LIS-D-PAD-INVALIDOS      PIC 9(05).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-PAD-REPETIDOS      PIC 9(05).
          05 WS-LIS-TOTALES-9.
             10 FILLER  PIC X(45)
                VALUE 'Novedades propuestas altas / modif / bajas: '.
             10 WS-LIS-D-PROP-ALTAS         PIC 9(05).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-PROP-MODIF         PIC 9(05).
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-PROP-BAJAS         PIC 9(05).
          05 WS-LIS-TOTALES-10.
             10 FILLER  PIC X(45)
                VALUE 'Bajas locales a reactivar a mano: '.
             10 WS-LIS-D-REACTIVAR          PIC 9(05).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 2000-CONCILIAR-LEGAJO
                THRU 2000-CONCILIAR-LEGAJO-EXIT
                UNTIL WS-CLAVE-PADRON = HIGH-VALUES
                AND WS-CLAVE-MAESTRO = HIGH-VALUES.

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

           DISPLAY 'CONCILIACION DEL MAESTRO CON EL PADRON CENTRAL'.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-EXIT.

           MOVE WS-FECHA-PROCESO     TO WS-LIS-T-FECHA.

           MOVE WS-LIS-SEPARADOR     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.

           PERFORM 1620-LEER-HEADER-PADRON
              THRU 1620-LEER-HEADER-PADRON-EXIT.

           MOVE WS-CTL-FECHA-EXTRACTO TO WS-LIS-T-EXTRACTO.

           MOVE WS-LIS-TITULO        TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-SEPARADOR     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-HEADER        TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-GUIONES       TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.

           PERFORM 1600-LEER-PADRON
              THRU 1600-LEER-PADRON-EXIT.

           PERFORM 1700-LEER-MAESTRO
              THRU 1700-LEER-MAESTRO-EXIT.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1100-ABRIR-ARCHIVOS.

           OPEN INPUT PADRON.

           EVALUATE TRUE
               WHEN FS-PADRON-OK
                    CONTINUE
               WHEN FS-PADRON-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO PADRON'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PADRON'
                    DISPLAY 'FILE STATUS: ' FS-PADRON
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    CONTINUE
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

           OPEN OUTPUT NOVMAES.

           IF NOT FS-NOVMAES-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO NOVPROP'
              DISPLAY 'FILE STATUS: ' FS-NOVMAES
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT CONCPAD.

           IF NOT FS-CONCPAD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO CONCPAD'
              DISPLAY 'FILE STATUS: ' FS-CONCPAD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1100-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DEVUELVE EL PROXIMO DETALLE VALIDO DEL PADRON; HEADER Y
      *    TRAILER SOLO CARGAN LOS TOTALES DE CONTROL.

       1600-LEER-PADRON.

           SET WS-DETALLE-PADRON-NO  TO TRUE.

           PERFORM 1630-LEER-FISICO-PADRON
              THRU 1630-LEER-FISICO-PADRON-EXIT
              UNTIL FS-PADRON-EOF
              OR WS-DETALLE-PADRON-OK.

           IF FS-PADRON-EOF
              MOVE HIGH-VALUES       TO WS-CLAVE-PADRON
           ELSE
              MOVE PAD-LEGAJO        TO WS-CLAVE-PADRON
           END-IF.

       1600-LEER-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL HEADER SE LEE ANTES DEL TITULO DEL LISTADO, QUE LLEVA LA
      *    FECHA DEL EXTRACTO.  SI EL PRIMER REGISTRO NO ES EL HEADER
      *    QUEDA PENDIENTE PARA LA PRIMERA LECTURA DE DETALLES.

       1620-LEER-HEADER-PADRON.

           READ PADRON.

           EVALUATE FS-PADRON
               WHEN '00'
                    IF PADRON-REG-HEADER
                       PERFORM 1640-PROCESAR-REG-CONTROL
                          THRU 1640-PROCESAR-REG-CONTROL-EXIT
                    ELSE
                       SET WS-PADRON-PENDIENTE TO TRUE
                    END-IF
               WHEN '10'
                    SET FS-PADRON-EOF     TO TRUE
               WHEN OTHER
                    SET FS-PADRON-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO PADRON'
                    DISPLAY 'FILE STATUS: ' FS-PADRON
           END-EVALUATE.

       1620-LEER-HEADER-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1630-LEER-FISICO-PADRON.

           IF WS-PADRON-PENDIENTE
              SET WS-PADRON-SIN-PENDIENTE TO TRUE
           ELSE
              READ PADRON
           END-IF.

           EVALUATE FS-PADRON
               WHEN '00'
                    EVALUATE TRUE
                        WHEN PADRON-REG-HEADER
                          OR PADRON-REG-TRAILER
                             PERFORM 1640-PROCESAR-REG-CONTROL
                                THRU 1640-PROCESAR-REG-CONTROL-EXIT
                        WHEN OTHER
                             PERFORM 1660-VERIFICAR-DETALLE
                                THRU 1660-VERIFICAR-DETALLE-EXIT
                    END-EVALUATE
               WHEN '10'
                    SET FS-PADRON-EOF     TO TRUE
               WHEN OTHER
                    SET FS-PADRON-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO PADRON'
                    DISPLAY 'FILE STATUS: ' FS-PADRON
           END-EVALUATE.

       1630-LEER-FISICO-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1640-PROCESAR-REG-CONTROL.

           IF PADRON-REG-HEADER
              MOVE PAH-FECHA-EXTRACTO      TO WS-CTL-FECHA-EXTRACTO
              SET WS-HEADER-RECIBIDO       TO TRUE
           ELSE
              MOVE PAT-CANT-REGISTROS      TO WS-CTL-CANT-ESPERADA
              MOVE PAT-HASH-LEGAJOS        TO WS-CTL-HASH-ESPERADO
              SET WS-TRAILER-RECIBIDO      TO TRUE
           END-IF.

       1640-PROCESAR-REG-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    TODO DETALLE CUENTA PARA EL TRAILER, AUN EL INVALIDO: SU
      *    LEGAJO ENTRA AL HASH SI ES NUMERICO (SOLO UN LEGAJO NO
      *    NUMERICO DEJA EL PADRON FUERA DE BALANCE).  EL APAREO
      *    EXIGE ORDEN POR LEGAJO: UN LEGAJO MENOR AL ANTERIOR CORTA
      *    LA CORRIDA Y UNO REPETIDO SE INFORMA Y SE IGNORA.

       1660-VERIFICAR-DETALLE.

           ADD 1                     TO WS-CONT-PAD-LEIDOS.

           IF PAD-LEGAJO IS NUMERIC
              ADD PAD-LEGAJO         TO WS-CTL-HASH-ACUM
           END-IF.

           IF PAD-LEGAJO IS NOT NUMERIC
              OR (NOT PAD-ACTIVO AND NOT PAD-BAJA)
              ADD 1                  TO WS-CONT-PAD-INVALIDOS
              MOVE 'REGISTRO INVALIDO'     TO WS-DIS-TIPO
              MOVE SPACES                  TO WS-DIS-MAESTRO
              MOVE REG-PADRON              TO WS-DIS-PADRON
              MOVE '-'                     TO WS-DIS-PROPUESTA
              MOVE ZERO                    TO WS-LIS-D-LEGAJO
              IF PAD-LEGAJO IS NUMERIC
                 MOVE PAD-LEGAJO           TO WS-LIS-D-LEGAJO
                 PERFORM 1670-GUARDAR-INVALIDO
                    THRU 1670-GUARDAR-INVALIDO-EXIT
              END-IF
              PERFORM 2450-LISTAR-DISCREPANCIA
                 THRU 2450-LISTAR-DISCREPANCIA-EXIT
              GO TO 1660-VERIFICAR-DETALLE-EXIT
           END-IF.

           IF PAD-LEGAJO < WS-SEQ-ULT-PADRON
              DISPLAY 'PADRON.TXT FUERA DE SECUENCIA'
              DISPLAY 'LEGAJO LEIDO    : ' PAD-LEGAJO
              DISPLAY 'LEGAJO ANTERIOR : ' WS-SEQ-ULT-PADRON
              DISPLAY 'NO SE PROPONEN NOVEDADES'
              CLOSE NOVMAES
              OPEN OUTPUT NOVMAES
              CLOSE NOVMAES
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           IF PAD-LEGAJO = WS-SEQ-ULT-PADRON
              AND WS-CONT-PAD-LEIDOS > 1
              ADD 1                  TO WS-CONT-PAD-REPETIDOS
              MOVE 'REPETIDO EN PADRON'    TO WS-DIS-TIPO
              MOVE SPACES                  TO WS-DIS-MAESTRO
              MOVE PAD-NOMAPELL            TO WS-DIS-PADRON
              MOVE '-'                     TO WS-DIS-PROPUESTA
              MOVE PAD-LEGAJO              TO WS-LIS-D-LEGAJO
              PERFORM 2450-LISTAR-DISCREPANCIA
                 THRU 2450-LISTAR-DISCREPANCIA-EXIT
              GO TO 1660-VERIFICAR-DETALLE-EXIT
           END-IF.

           MOVE PAD-LEGAJO           TO WS-SEQ-ULT-PADRON.
           SET WS-DETALLE-PADRON-OK  TO TRUE.

       1660-VERIFICAR-DETALLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN LUGAR EN LA TABLA NO SE PUEDE ASEGURAR QUE UNA BAJA
      *    PROPUESTA SEA REAL: SE TRATA COMO ERROR Y LA PROPUESTA SE
      *    VACIA (3020).

       1670-GUARDAR-INVALIDO.

           IF WS-CANT-INV = 999
              IF WS-SIN-ERROR-ARCHIVO
                 DISPLAY 'PADRON.TXT SUPERA LOS 999 REGISTROS '
                 DISPLAY 'INVALIDOS RETENIDOS'
              END-IF
              SET WS-ERROR-ARCHIVO   TO TRUE
           ELSE
              ADD 1                  TO WS-CANT-INV
              MOVE PAD-LEGAJO        TO WS-INV-LEGAJO(WS-CANT-INV)
           END-IF.

       1670-GUARDAR-INVALIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1700-LEER-MAESTRO.

           READ MAESTRO NEXT RECORD.

           EVALUATE FS-MAESTRO
               WHEN '00'
                    ADD 1                 TO WS-CONT-MAE-LEIDOS
                    MOVE MAE-LEGAJO       TO WS-CLAVE-MAESTRO
               WHEN '10'
                    SET FS-MAESTRO-EOF    TO TRUE
                    MOVE HIGH-VALUES      TO WS-CLAVE-MAESTRO
               WHEN OTHER
                    SET FS-MAESTRO-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    MOVE HIGH-VALUES      TO WS-CLAVE-MAESTRO
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       1700-LEER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2000-CONCILIAR-LEGAJO.

           EVALUATE TRUE
               WHEN WS-CLAVE-PADRON < WS-CLAVE-MAESTRO
                    PERFORM 2100-FALTA-EN-MAESTRO
                       THRU 2100-FALTA-EN-MAESTRO-EXIT
                    PERFORM 1600-LEER-PADRON
                       THRU 1600-LEER-PADRON-EXIT
               WHEN WS-CLAVE-PADRON > WS-CLAVE-MAESTRO
                    PERFORM 2200-FALTA-EN-PADRON
                       THRU 2200-FALTA-EN-PADRON-EXIT
                    PERFORM 1700-LEER-MAESTRO
                       THRU 1700-LEER-MAESTRO-EXIT
               WHEN OTHER
                    PERFORM 2300-COMPARAR-CAMPOS
                       THRU 2300-COMPARAR-CAMPOS-EXIT
                    PERFORM 1600-LEER-PADRON
                       THRU 1600-LEER-PADRON-EXIT
                    PERFORM 1700-LEER-MAESTRO
                       THRU 1700-LEER-MAESTRO-EXIT
           END-EVALUATE.

       2000-CONCILIAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UN LEGAJO ACTIVO EN EL PADRON QUE NO ESTA EN EL MAESTRO SE
      *    PROPONE COMO ALTA; SI EL PADRON YA LO TIENE DE BAJA SOLO SE
      *    INFORMA.

       2100-FALTA-EN-MAESTRO.

           ADD 1                     TO WS-CONT-FALTA-MAESTRO.

           MOVE PAD-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE 'FALTA EN MAESTRO'   TO WS-DIS-TIPO.
           MOVE '-'                  TO WS-DIS-MAESTRO.
           MOVE PAD-NOMAPELL         TO WS-DIS-PADRON.

           IF PAD-ACTIVO
              MOVE 'ALTA'            TO WS-DIS-PROPUESTA
              MOVE 'A'               TO NOV-CODIGO
              MOVE PAD-LEGAJO        TO NOV-LEGAJO
              MOVE PAD-NOMAPELL      TO NOV-NOMAPELL
              MOVE PAD-CARRERA       TO NOV-CARRERA
              PERFORM 2500-GRABAR-PROPUESTA
                 THRU 2500-GRABAR-PROPUESTA-EXIT
           ELSE
              MOVE '-'               TO WS-DIS-PROPUESTA
           END-IF.

           PERFORM 2450-LISTAR-DISCREPANCIA
              THRU 2450-LISTAR-DISCREPANCIA-EXIT.

       2100-FALTA-EN-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UN LEGAJO ACTIVO DEL MAESTRO QUE EL PADRON NO TRAE SE
      *    PROPONE COMO BAJA.  LAS BAJAS LOCALES QUE EL PADRON YA NO
      *    INFORMA NO SON DIFERENCIA.  SI EL PADRON LO TRAE EN UN
      *    REGISTRO INVALIDO SE INFORMA SIN PROPONER NOVEDAD.

       2200-FALTA-EN-PADRON.

           IF MAE-ESTADO NOT = 'A'
              GO TO 2200-FALTA-EN-PADRON-EXIT
           END-IF.

           PERFORM 2210-AVANZAR-INVALIDO
              THRU 2210-AVANZAR-INVALIDO-EXIT
              VARYING WS-IDX-INV FROM 1 BY 1
              UNTIL WS-IDX-INV > WS-CANT-INV
              OR WS-INV-LEGAJO(WS-IDX-INV) = MAE-LEGAJO.

           IF WS-IDX-INV NOT > WS-CANT-INV
              MOVE MAE-LEGAJO            TO WS-LIS-D-LEGAJO
              MOVE 'INVALIDO EN PADRON'  TO WS-DIS-TIPO
              MOVE MAE-NOMAPELL          TO WS-DIS-MAESTRO
              MOVE 'REGISTRO INVALIDO'   TO WS-DIS-PADRON
              MOVE '-'                   TO WS-DIS-PROPUESTA
              PERFORM 2450-LISTAR-DISCREPANCIA
                 THRU 2450-LISTAR-DISCREPANCIA-EXIT
              GO TO 2200-FALTA-EN-PADRON-EXIT
           END-IF.

           ADD 1                     TO WS-CONT-FALTA-PADRON.

           MOVE MAE-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE 'FALTA EN PADRON'    TO WS-DIS-TIPO.
           MOVE MAE-NOMAPELL         TO WS-DIS-MAESTRO.
           MOVE '-'                  TO WS-DIS-PADRON.
           MOVE 'BAJA'               TO WS-DIS-PROPUESTA.

           MOVE 'B'                  TO NOV-CODIGO.
           MOVE MAE-LEGAJO           TO NOV-LEGAJO.
           MOVE SPACES               TO NOV-NOMAPELL
                                        NOV-CARRERA.
           PERFORM 2500-GRABAR-PROPUESTA
              THRU 2500-GRABAR-PROPUESTA-EXIT.

           PERFORM 2450-LISTAR-DISCREPANCIA
              THRU 2450-LISTAR-DISCREPANCIA-EXIT.

       2200-FALTA-EN-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2210-AVANZAR-INVALIDO.

           CONTINUE.

       2210-AVANZAR-INVALIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    NOMBRE Y CARRERA DISTINTOS SE ALINEAN CON UNA MODIFICACION
      *    QUE SOLO LLEVA LOS CAMPOS QUE CAMBIAN (TP01EJ02 IGNORA LOS
      *    QUE VIENEN EN BLANCO).  LA BAJA CENTRAL DE UN ACTIVO LOCAL
      *    SE PROPONE DESPUES DE LA MODIFICACION; LA REACTIVACION DE
      *    UNA BAJA LOCAL NO TIENE NOVEDAD Y QUEDA PARA REVISION.

       2300-COMPARAR-CAMPOS.

           SET WS-SIN-DIFERENCIA     TO TRUE.

           MOVE 'M'                  TO NOV-CODIGO.
           MOVE MAE-LEGAJO           TO NOV-LEGAJO
                                        WS-LIS-D-LEGAJO.
           MOVE SPACES               TO NOV-NOMAPELL
                                        NOV-CARRERA.

           IF PAD-NOMAPELL NOT = MAE-NOMAPELL
              SET WS-HAY-DIFERENCIA  TO TRUE
              ADD 1                  TO WS-CONT-NOMBRE-DIST
              MOVE PAD-NOMAPELL      TO NOV-NOMAPELL
              MOVE 'NOMBRE DISTINTO' TO WS-DIS-TIPO
              MOVE MAE-NOMAPELL      TO WS-DIS-MAESTRO
              MOVE PAD-NOMAPELL      TO WS-DIS-PADRON
              MOVE 'MODIF'           TO WS-DIS-PROPUESTA
              PERFORM 2450-LISTAR-DISCREPANCIA
                 THRU 2450-LISTAR-DISCREPANCIA-EXIT
           END-IF.

           IF PAD-CARRERA NOT = MAE-CARRERA
              SET WS-HAY-DIFERENCIA  TO TRUE
              ADD 1                  TO WS-CONT-CARRERA-DIST
              MOVE PAD-CARRERA       TO NOV-CARRERA
              MOVE 'CARRERA DISTINTA' TO WS-DIS-TIPO
              MOVE MAE-CARRERA       TO WS-DIS-MAESTRO
              MOVE PAD-CARRERA       TO WS-DIS-PADRON
              MOVE 'MODIF'           TO WS-DIS-PROPUESTA
              PERFORM 2450-LISTAR-DISCREPANCIA
                 THRU 2450-LISTAR-DISCREPANCIA-EXIT
           END-IF.

           IF NOV-NOMAPELL NOT = SPACES
              OR NOV-CARRERA NOT = SPACES
              PERFORM 2500-GRABAR-PROPUESTA
                 THRU 2500-GRABAR-PROPUESTA-EXIT
           END-IF.

           IF PAD-ESTADO NOT = MAE-ESTADO
              SET WS-HAY-DIFERENCIA  TO TRUE
              ADD 1                  TO WS-CONT-ESTADO-DIST
              MOVE 'ESTADO DISTINTO' TO WS-DIS-TIPO
              MOVE MAE-ESTADO        TO WS-DESC-ESTADO
              PERFORM 2350-DESCRIBIR-ESTADO
                 THRU 2350-DESCRIBIR-ESTADO-EXIT
              MOVE WS-DESC-ESTADO    TO WS-DIS-MAESTRO
              MOVE PAD-ESTADO        TO WS-DESC-ESTADO
              PERFORM 2350-DESCRIBIR-ESTADO
                 THRU 2350-DESCRIBIR-ESTADO-EXIT
              MOVE WS-DESC-ESTADO    TO WS-DIS-PADRON
              IF PAD-BAJA
                 MOVE 'BAJA'         TO WS-DIS-PROPUESTA
                 MOVE 'B'            TO NOV-CODIGO
                 MOVE SPACES         TO NOV-NOMAPELL
                                        NOV-CARRERA
                 PERFORM 2500-GRABAR-PROPUESTA
                    THRU 2500-GRABAR-PROPUESTA-EXIT
              ELSE
                 MOVE 'MANUAL'       TO WS-DIS-PROPUESTA
                 ADD 1               TO WS-CONT-REACTIVAR
              END-IF
              PERFORM 2450-LISTAR-DISCREPANCIA
                 THRU 2450-LISTAR-DISCREPANCIA-EXIT
           END-IF.

           IF WS-SIN-DIFERENCIA
              ADD 1                  TO WS-CONT-COINCIDENTES
           END-IF.

       2300-COMPARAR-CAMPOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2350-DESCRIBIR-ESTADO.

           EVALUATE WS-DESC-ESTADO
               WHEN 'A'
                    MOVE 'ACTIVO'    TO WS-DESC-ESTADO
               WHEN 'B'
                    MOVE 'BAJA'      TO WS-DESC-ESTADO
           END-EVALUATE.

       2350-DESCRIBIR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2450-LISTAR-DISCREPANCIA.

           MOVE WS-DIS-TIPO          TO WS-LIS-D-TIPO.
           MOVE WS-DIS-MAESTRO       TO WS-LIS-D-MAESTRO.
           MOVE WS-DIS-PADRON        TO WS-LIS-D-PADRON.
           MOVE WS-DIS-PROPUESTA     TO WS-LIS-D-PROPUESTA.

           MOVE WS-LIS-DETALLE       TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.

       2450-LISTAR-DISCREPANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2500-GRABAR-PROPUESTA.

           WRITE REG-NOVMAES.

           IF FS-NOVMAES-OK
              EVALUATE NOV-CODIGO
                  WHEN 'A'
                       ADD 1         TO WS-CONT-PROP-ALTAS
                  WHEN 'M'
                       ADD 1         TO WS-CONT-PROP-MODIF
                  WHEN 'B'
                       ADD 1         TO WS-CONT-PROP-BAJAS
              END-EVALUATE
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO NOVPROP'
              DISPLAY 'FILE STATUS: ' FS-NOVMAES
           END-IF.

       2500-GRABAR-PROPUESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           CLOSE PADRON
                 NOVMAES.

           CLOSE MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR EN CLOSE DE MAESTRO: ' FS-MAESTRO
           END-IF.

           PERFORM 3020-VERIFICAR-BALANCE
              THRU 3020-VERIFICAR-BALANCE-EXIT.

           PERFORM 3100-LISTAR-TOTALES
              THRU 3100-LISTAR-TOTALES-EXIT.

           CLOSE CONCPAD.

           DISPLAY 'REGISTROS DEL PADRON  : ' WS-CONT-PAD-LEIDOS.
           DISPLAY 'LEGAJOS DEL MAESTRO   : ' WS-CONT-MAE-LEIDOS.
           DISPLAY 'ALTAS PROPUESTAS      : ' WS-CONT-PROP-ALTAS.
           DISPLAY 'MODIF. PROPUESTAS     : ' WS-CONT-PROP-MODIF.
           DISPLAY 'BAJAS PROPUESTAS      : ' WS-CONT-PROP-BAJAS.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CON UN PADRON INCOMPLETO LOS LEGAJOS QUE NO LLEGARON SE
      *    PROPONDRIAN COMO BAJAS: SIN BALANCE LA PROPUESTA SE VACIA.
      *    LO MISMO CON UN ERROR DE ARCHIVO: UN MAESTRO LEIDO A MEDIAS
      *    DARIA ALTAS QUE NO CORRESPONDEN.

       3020-VERIFICAR-BALANCE.

           IF WS-HEADER-RECIBIDO
              AND WS-TRAILER-RECIBIDO
              AND WS-CONT-PAD-LEIDOS = WS-CTL-CANT-ESPERADA
              AND WS-CTL-HASH-ACUM = WS-CTL-HASH-ESPERADO

                 SET WS-PADRON-BALANCEADO TO TRUE

           ELSE

                 SET WS-PADRON-DESBALANCEADO TO TRUE

                 DISPLAY 'PADRON FUERA DE BALANCE'
                 DISPLAY 'HEADER RECIBIDO     : ' WS-SW-HEADER
                 DISPLAY 'TRAILER RECIBIDO    : ' WS-SW-TRAILER
                 DISPLAY 'REGISTROS ESPERADOS : ' WS-CTL-CANT-ESPERADA
                 DISPLAY 'REGISTROS LEIDOS    : ' WS-CONT-PAD-LEIDOS
                 DISPLAY 'HASH ESPERADO       : ' WS-CTL-HASH-ESPERADO
                 DISPLAY 'HASH CALCULADO      : ' WS-CTL-HASH-ACUM

           END-IF.

           IF WS-PADRON-DESBALANCEADO
              OR WS-ERROR-ARCHIVO

                 DISPLAY 'NO SE PROPONEN NOVEDADES'

                 OPEN OUTPUT NOVMAES
                 CLOSE NOVMAES
                 MOVE ZERO             TO WS-CONT-PROP-ALTAS
                                          WS-CONT-PROP-MODIF
                                          WS-CONT-PROP-BAJAS

           END-IF.

       3020-VERIFICAR-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LISTAR-TOTALES.

           IF WS-CONT-FALTA-MAESTRO + WS-CONT-FALTA-PADRON
              + WS-CONT-NOMBRE-DIST + WS-CONT-CARRERA-DIST
              + WS-CONT-ESTADO-DIST + WS-CONT-PAD-INVALIDOS
              + WS-CONT-PAD-REPETIDOS = ZERO
              MOVE WS-LIS-SIN-DIFERENCIAS TO REG-CONCPAD
              PERFORM 3500-GRABAR-ARCH-CONCPAD
                 THRU 3500-GRABAR-ARCH-CONCPAD-EXIT
           END-IF.

           MOVE WS-CONT-PAD-LEIDOS      TO WS-LIS-D-PAD-LEIDOS.
           MOVE WS-CTL-CANT-ESPERADA    TO WS-LIS-D-PAD-ESPERADOS.
           MOVE WS-CTL-HASH-ACUM        TO WS-LIS-D-HASH-ACUM.
           MOVE WS-CTL-HASH-ESPERADO    TO WS-LIS-D-HASH-ESPERADO.
           MOVE WS-SW-HEADER            TO WS-LIS-D-SW-HEADER.
           MOVE WS-SW-TRAILER           TO WS-LIS-D-SW-TRAILER.
           MOVE WS-CONT-MAE-LEIDOS      TO WS-LIS-D-MAE-LEIDOS.
           MOVE WS-CONT-COINCIDENTES    TO WS-LIS-D-COINCIDENTES.
           MOVE WS-CONT-FALTA-MAESTRO   TO WS-LIS-D-FALTA-MAESTRO.
           MOVE WS-CONT-FALTA-PADRON    TO WS-LIS-D-FALTA-PADRON.
           MOVE WS-CONT-NOMBRE-DIST     TO WS-LIS-D-NOMBRE-DIST.
           MOVE WS-CONT-CARRERA-DIST    TO WS-LIS-D-CARRERA-DIST.
           MOVE WS-CONT-ESTADO-DIST     TO WS-LIS-D-ESTADO-DIST.
           MOVE WS-CONT-PAD-INVALIDOS   TO WS-LIS-D-PAD-INVALIDOS.
           MOVE WS-CONT-PAD-REPETIDOS   TO WS-LIS-D-PAD-REPETIDOS.
           MOVE WS-CONT-PROP-ALTAS      TO WS-LIS-D-PROP-ALTAS.
           MOVE WS-CONT-PROP-MODIF      TO WS-LIS-D-PROP-MODIF.
           MOVE WS-CONT-PROP-BAJAS      TO WS-LIS-D-PROP-BAJAS.
           MOVE WS-CONT-REACTIVAR       TO WS-LIS-D-REACTIVAR.

           MOVE WS-LIS-SEPARADOR     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-CONTROL-1     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-CONTROL-2     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-CONTROL-3     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.

           EVALUATE TRUE
               WHEN WS-PADRON-DESBALANCEADO
                    MOVE WS-LIS-FUERA-BALANCE TO REG-CONCPAD
                    PERFORM 3500-GRABAR-ARCH-CONCPAD
                       THRU 3500-GRABAR-ARCH-CONCPAD-EXIT
               WHEN WS-ERROR-ARCHIVO
                    MOVE WS-LIS-ERROR-ARCHIVO TO REG-CONCPAD
                    PERFORM 3500-GRABAR-ARCH-CONCPAD
                       THRU 3500-GRABAR-ARCH-CONCPAD-EXIT
           END-EVALUATE.

           MOVE WS-LIS-GUIONES       TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-1     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-2     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-3     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-4     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-5     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-6     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-7     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-8     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-9     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-TOTALES-10    TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.
           MOVE WS-LIS-SEPARADOR     TO REG-CONCPAD.
           PERFORM 3500-GRABAR-ARCH-CONCPAD
              THRU 3500-GRABAR-ARCH-CONCPAD-EXIT.

       3100-LISTAR-TOTALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-CONCPAD.

           WRITE REG-CONCPAD.

           IF NOT FS-CONCPAD-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO CONCPAD'
              DISPLAY 'FILE STATUS: ' FS-CONCPAD
           END-IF.

       3500-GRABAR-ARCH-CONCPAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8 SI EL PADRON NO BALANCEA O HUBO ERRORES; 4 SI HAY
      *    DIFERENCIAS PARA REVISAR.

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                 OR WS-PADRON-DESBALANCEADO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-FALTA-MAESTRO + WS-CONT-FALTA-PADRON
                  + WS-CONT-NOMBRE-DIST + WS-CONT-CARRERA-DIST
                  + WS-CONT-ESTADO-DIST + WS-CONT-PAD-INVALIDOS
                  + WS-CONT-PAD-REPETIDOS > ZERO
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
           END PROGRAM TP01EJ23.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
