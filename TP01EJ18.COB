      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: RECONSTRUCCION DEL MAESTRO DE ALUMNOS A UNA FECHA.
      *         RECORRE EL JOURNAL JOURNMAE.TXT, TOMA COMO BASE LA
      *         ULTIMA CARGA INICIAL (TP01EJ07) HECHA HASTA LA FECHA
      *         PEDIDA EN PARAMETROS.TXT (CERO: LA FECHA DEL DIA) Y LE
      *         APLICA LAS ALTAS, MODIFICACIONES Y BAJAS DE TP01EJ02
      *         HASTA ESA FECHA INCLUSIVE.  EL RESULTADO QUEDA EN
      *         MAESREC.TXT CON EL FORMATO DE MAESTRO.TXT, ORDENADO POR
      *         LEGAJO, Y SE PUEDE CARGAR CON TP01EJ07 PARA VOLVER ATRAS
      *         UN LOTE DE NOVMAES EQUIVOCADO O CONSULTAR COMO ESTABA
      *         UN LEGAJO EN ESA FECHA.  EL RESUMEN QUEDA EN
      *         LISTREC.TXT.  NO MODIFICA EL MAESTRO INDEXADO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ18.

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

       SELECT JOURNMAE
           ASSIGN TO '../JOURNMAE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNMAE.

       SELECT RECWRK
           ASSIGN TO '../RECWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECWRK.

       SELECT RECORD-ORD
           ASSIGN TO '../RECORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECORD.

       SELECT MAESREC
           ASSIGN TO '../MAESREC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESREC.

       SELECT LISTREC
           ASSIGN TO '../LISTREC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTREC.

       SELECT SORT-REC
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "JOURNMAE.CPY".

      *    IMAGENES POSTERIORES A APLICAR, CON SU POSICION EN EL
      *    JOURNAL PARA RESPETAR EL ORDEN EN QUE SE GRABARON.

       FD  RECWRK.

       01  REG-RECWRK.
           05  RWK-LEGAJO                  PIC 9(06).
           05  RWK-SECUENCIA               PIC 9(07).
           05  RWK-IMAGEN                  PIC X(77).

       FD  RECORD-ORD.

       01  REG-RECORD.
           05  ROR-LEGAJO                  PIC 9(06).
           05  ROR-SECUENCIA               PIC 9(07).
           05  ROR-IMAGEN.
               10  ROR-IMA-LEGAJO          PIC 9(06).
               10  ROR-IMA-NOMAPELL        PIC X(40).
               10  ROR-IMA-CARRERA         PIC X(30).
               10  ROR-IMA-ESTADO          PIC X(01).

       FD  MAESREC.

       01  REG-MAESREC.
           05  MRC-LEGAJO                  PIC 9(06).
           05  MRC-NOMAPELL                PIC X(40).
           05  MRC-CARRERA                 PIC X(30).
           05  MRC-ESTADO                  PIC X(01).

       FD  LISTREC.

       01  REG-LISTREC                     PIC X(100).

       SD  SORT-REC.

       01  REG-SORT-REC.
           05  SRC-LEGAJO                  PIC 9(06).
           05  SRC-SECUENCIA               PIC 9(07).
           05  SRC-IMAGEN                  PIC X(77).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-JOURNAL-LEIDOS     PIC 9(07) VALUE 0.
          05 WS-CONT-ANTERIORES         PIC 9(07) VALUE 0.
          05 WS-CONT-POSTERIORES        PIC 9(07) VALUE 0.
          05 WS-CONT-APLICADOS          PIC 9(07) VALUE 0.
          05 WS-CONT-LEGAJOS            PIC 9(05) VALUE 0.
          05 WS-CONT-BAJAS              PIC 9(05) VALUE 0.

       01 WS-FECHA-PROCESO              PIC 9(08) VALUE ZERO.
       01 WS-FECHA-CORTE                PIC 9(08) VALUE ZERO.

       01 WS-POSICION-JOURNAL           PIC 9(07) VALUE ZERO.
       01 WS-POSICION-BASE              PIC 9(07) VALUE ZERO.
       01 WS-CORRIDA-BASE               PIC 9(04) VALUE ZERO.
       01 WS-FECHA-BASE                 PIC 9(08) VALUE ZERO.

       01 WS-LEGAJO-PROC                PIC 9(06) VALUE ZERO.

       01 WS-ULTIMA-IMAGEN.
          05 WS-ULT-LEGAJO              PIC 9(06).
          05 WS-ULT-NOMAPELL            PIC X(40).
          05 WS-ULT-CARRERA             PIC X(30).
          05 WS-ULT-ESTADO              PIC X(01).

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-CARGA-BASE           PIC X(01) VALUE 'N'.
             88 WS-HAY-CARGA-BASE                 VALUE 'S'.
             88 WS-SIN-CARGA-BASE                 VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-JOURNMAE                         PIC X(2).
             88 FS-JOURNMAE-OK                   VALUE '00'.
             88 FS-JOURNMAE-EOF                  VALUE '10'.
             88 FS-JOURNMAE-NFD                  VALUE '35'.

          05 FS-RECWRK                           PIC X(2).
             88 FS-RECWRK-OK                     VALUE '00'.
             88 FS-RECWRK-EOF                    VALUE '10'.
             88 FS-RECWRK-NFD                    VALUE '35'.

          05 FS-RECORD                           PIC X(2).
             88 FS-RECORD-OK                     VALUE '00'.
             88 FS-RECORD-EOF                    VALUE '10'.
             88 FS-RECORD-NFD                    VALUE '35'.

          05 FS-MAESREC                          PIC X(2).
             88 FS-MAESREC-OK                    VALUE '00'.
             88 FS-MAESREC-EOF                   VALUE '10'.
             88 FS-MAESREC-NFD                   VALUE '35'.

          05 FS-LISTREC                          PIC X(2).
             88 FS-LISTREC-OK                    VALUE '00'.
             88 FS-LISTREC-EOF                   VALUE '10'.
             88 FS-LISTREC-NFD                   VALUE '35'.

      ******************************************************************

       01 WS-LISTADO-RECONSTRUCCION.
          05 WS-LIS-SEPARADOR           PIC X(90) VALUE ALL '='.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(35)
                VALUE 'RECONSTRUCCION DEL MAESTRO AL DIA '.
             10 WS-LIS-T-FECHA     PIC 9(08).
          05 WS-LIS-BASE.
             10 FILLER             PIC X(35)
                VALUE 'Carga inicial base: corrida '.
             10 WS-LIS-B-CORRIDA   PIC 9(04).
             10 FILLER             PIC X(07) VALUE ' del '.
             10 WS-LIS-B-FECHA     PIC 9(08).
          05 WS-LIS-SIN-BASE            PIC X(60)
             VALUE 'Sin carga inicial a la fecha: todo el journal'.
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Registros del journal leidos: '.
             10 WS-LIS-D-LEIDOS             PIC 9(07).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'Anteriores a la carga base: '.
             10 WS-LIS-D-ANTERIORES         PIC 9(07).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(35)
                VALUE 'Posteriores a la fecha pedida: '.
             10 WS-LIS-D-POSTERIORES        PIC 9(07).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Imagenes aplicadas: '.
             10 WS-LIS-D-APLICADOS          PIC 9(07).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(35)
                VALUE 'Legajos grabados en MAESREC: '.
             10 WS-LIS-D-LEGAJOS            PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(35)
                VALUE 'De ellos dados de baja: '.
             10 WS-LIS-D-BAJAS              PIC 9(05).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 1100-BUSCAR-CARGA-BASE
                THRU 1100-BUSCAR-CARGA-BASE-EXIT.

             PERFORM 1200-SELECCIONAR-IMAGENES
                THRU 1200-SELECCIONAR-IMAGENES-EXIT.

             SORT SORT-REC
                ON ASCENDING KEY SRC-LEGAJO
                                 SRC-SECUENCIA
                USING RECWRK
                GIVING RECORD-ORD.

             PERFORM 1500-ABRIR-RECONSTRUCCION
                THRU 1500-ABRIR-RECONSTRUCCION-EXIT.

             PERFORM 2000-PROCESAR-LEGAJO
                THRU 2000-PROCESAR-LEGAJO-EXIT
                UNTIL FS-RECORD-EOF.

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

           DISPLAY 'RECONSTRUCCION DEL MAESTRO AL DIA ' WS-FECHA-CORTE.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1010-LEER-PARAMETROS.

           MOVE WS-FECHA-PROCESO     TO WS-FECHA-CORTE.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PARAMETROS
                    IF FS-PARAMETROS-OK
                       AND PAR-FECHA-RECONSTRUCCION IS NUMERIC
                       AND PAR-FECHA-RECONSTRUCCION > ZERO
                       MOVE PAR-FECHA-RECONSTRUCCION
                            TO WS-FECHA-CORTE
                    END-IF
                    CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'SIN PARAMETROS.TXT: SE RECONSTRUYE A LA '
                    DISPLAY 'FECHA DEL DIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PRIMERA PASADA: UBICA LA ULTIMA MARCA DE INICIO DE CARGA
      *    HECHA HASTA LA FECHA PEDIDA.  LA CARGA VACIA EL INDEXADO,
      *    ASI QUE LO GRABADO ANTES DE ELLA NO INTERVIENE.

       1100-BUSCAR-CARGA-BASE.

           PERFORM 1110-ABRIR-ARCH-JOURNMAE
              THRU 1110-ABRIR-ARCH-JOURNMAE-EXIT.

           MOVE ZERO                 TO WS-POSICION-JOURNAL.

           PERFORM 1150-LEER-JOURNMAE
              THRU 1150-LEER-JOURNMAE-EXIT.

           PERFORM 1160-EXAMINAR-INICIO-CARGA
              THRU 1160-EXAMINAR-INICIO-CARGA-EXIT
              UNTIL FS-JOURNMAE-EOF.

           MOVE WS-POSICION-JOURNAL  TO WS-CONT-JOURNAL-LEIDOS.

           CLOSE JOURNMAE.

       1100-BUSCAR-CARGA-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1110-ABRIR-ARCH-JOURNMAE.

           OPEN INPUT JOURNMAE.

           EVALUATE TRUE
               WHEN FS-JOURNMAE-OK
                    CONTINUE
               WHEN FS-JOURNMAE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO JOURNMAE'
                    DISPLAY 'NO HAY NADA PARA RECONSTRUIR'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO JOURNMAE'
                    DISPLAY 'FILE STATUS: ' FS-JOURNMAE
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1110-ABRIR-ARCH-JOURNMAE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1150-LEER-JOURNMAE.

           READ JOURNMAE.

           EVALUATE FS-JOURNMAE
               WHEN '00'
                    ADD 1                  TO WS-POSICION-JOURNAL
               WHEN '10'
                    SET FS-JOURNMAE-EOF    TO TRUE
               WHEN OTHER
                    SET FS-JOURNMAE-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO JOURNMAE'
                    DISPLAY 'FILE STATUS: ' FS-JOURNMAE
           END-EVALUATE.

       1150-LEER-JOURNMAE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1160-EXAMINAR-INICIO-CARGA.

           IF JRN-ES-INICIO-CARGA
              AND JRN-FECHA NOT > WS-FECHA-CORTE
              SET WS-HAY-CARGA-BASE  TO TRUE
              MOVE WS-POSICION-JOURNAL TO WS-POSICION-BASE
              MOVE JRN-NRO-CORRIDA   TO WS-CORRIDA-BASE
              MOVE JRN-FECHA         TO WS-FECHA-BASE
           END-IF.

           PERFORM 1150-LEER-JOURNMAE
              THRU 1150-LEER-JOURNMAE-EXIT.

       1160-EXAMINAR-INICIO-CARGA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SEGUNDA PASADA: SE QUEDA CON LAS IMAGENES POSTERIORES
      *    GRABADAS DESPUES DE LA CARGA BASE Y HASTA LA FECHA PEDIDA.

       1200-SELECCIONAR-IMAGENES.

           PERFORM 1110-ABRIR-ARCH-JOURNMAE
              THRU 1110-ABRIR-ARCH-JOURNMAE-EXIT.

           OPEN OUTPUT RECWRK.

           IF NOT FS-RECWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RECWRK'
              DISPLAY 'FILE STATUS: ' FS-RECWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE ZERO                 TO WS-POSICION-JOURNAL.

           PERFORM 1150-LEER-JOURNMAE
              THRU 1150-LEER-JOURNMAE-EXIT.

           PERFORM 1250-SELECCIONAR-IMAGEN
              THRU 1250-SELECCIONAR-IMAGEN-EXIT
              UNTIL FS-JOURNMAE-EOF.

           CLOSE JOURNMAE
                 RECWRK.

       1200-SELECCIONAR-IMAGENES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1250-SELECCIONAR-IMAGEN.

           EVALUATE TRUE
               WHEN JRN-ES-INICIO-CARGA
                    CONTINUE
               WHEN WS-POSICION-JOURNAL < WS-POSICION-BASE
                    ADD 1                  TO WS-CONT-ANTERIORES
               WHEN JRN-FECHA > WS-FECHA-CORTE
                    ADD 1                  TO WS-CONT-POSTERIORES
               WHEN JRN-ES-CARGA
               OR JRN-ES-ALTA
               OR JRN-ES-MODIFICACION
               OR JRN-ES-BAJA
                    MOVE JRD-LEGAJO        TO RWK-LEGAJO
                    MOVE WS-POSICION-JOURNAL TO RWK-SECUENCIA
                    MOVE JRN-IMAGEN-DESPUES TO RWK-IMAGEN
                    PERFORM 1280-GRABAR-RECWRK
                       THRU 1280-GRABAR-RECWRK-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 1150-LEER-JOURNMAE
              THRU 1150-LEER-JOURNMAE-EXIT.

       1250-SELECCIONAR-IMAGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1280-GRABAR-RECWRK.

           WRITE REG-RECWRK.

           IF FS-RECWRK-OK
              ADD 1                  TO WS-CONT-APLICADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO RECWRK'
              DISPLAY 'FILE STATUS: ' FS-RECWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1280-GRABAR-RECWRK-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1500-ABRIR-RECONSTRUCCION.

           OPEN INPUT RECORD-ORD.

           IF NOT FS-RECORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RECORD'
              DISPLAY 'FILE STATUS: ' FS-RECORD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT MAESREC.

           IF NOT FS-MAESREC-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESREC'
              DISPLAY 'FILE STATUS: ' FS-MAESREC
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1650-LEER-RECORD
              THRU 1650-LEER-RECORD-EXIT.

       1500-ABRIR-RECONSTRUCCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1650-LEER-RECORD.

           READ RECORD-ORD.

           EVALUATE FS-RECORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-RECORD-EOF      TO TRUE
               WHEN OTHER
                    SET FS-RECORD-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO RECORD'
                    DISPLAY 'FILE STATUS: ' FS-RECORD
           END-EVALUATE.

       1650-LEER-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    POR LEGAJO VALE LA ULTIMA IMAGEN GRABADA EN EL JOURNAL.

       2000-PROCESAR-LEGAJO.

           MOVE ROR-LEGAJO           TO WS-LEGAJO-PROC.

           PERFORM 2100-TOMAR-IMAGEN
              THRU 2100-TOMAR-IMAGEN-EXIT
              UNTIL FS-RECORD-EOF
              OR ROR-LEGAJO NOT = WS-LEGAJO-PROC.

           MOVE WS-ULTIMA-IMAGEN     TO REG-MAESREC.

           WRITE REG-MAESREC.

           IF FS-MAESREC-OK
              ADD 1                  TO WS-CONT-LEGAJOS
              IF MRC-ESTADO = 'B'
                 ADD 1               TO WS-CONT-BAJAS
              END-IF
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO MAESREC'
              DISPLAY 'FILE STATUS: ' FS-MAESREC
           END-IF.

       2000-PROCESAR-LEGAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2100-TOMAR-IMAGEN.

           MOVE ROR-IMAGEN           TO WS-ULTIMA-IMAGEN.

           PERFORM 1650-LEER-RECORD
              THRU 1650-LEER-RECORD-EXIT.

       2100-TOMAR-IMAGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           CLOSE RECORD-ORD
                 MAESREC.

           OPEN OUTPUT LISTREC.

           IF NOT FS-LISTREC-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO LISTREC'
              DISPLAY 'FILE STATUS: ' FS-LISTREC
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-FECHA-CORTE          TO WS-LIS-T-FECHA.
           MOVE WS-CORRIDA-BASE         TO WS-LIS-B-CORRIDA.
           MOVE WS-FECHA-BASE           TO WS-LIS-B-FECHA.
           MOVE WS-CONT-JOURNAL-LEIDOS  TO WS-LIS-D-LEIDOS.
           MOVE WS-CONT-ANTERIORES      TO WS-LIS-D-ANTERIORES.
           MOVE WS-CONT-POSTERIORES     TO WS-LIS-D-POSTERIORES.
           MOVE WS-CONT-APLICADOS       TO WS-LIS-D-APLICADOS.
           MOVE WS-CONT-LEGAJOS         TO WS-LIS-D-LEGAJOS.
           MOVE WS-CONT-BAJAS           TO WS-LIS-D-BAJAS.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TITULO           TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           IF WS-HAY-CARGA-BASE
              MOVE WS-LIS-BASE          TO REG-LISTREC
           ELSE
              MOVE WS-LIS-SIN-BASE      TO REG-LISTREC
           END-IF.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TOTALES-1        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TOTALES-2        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TOTALES-3        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TOTALES-4        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TOTALES-5        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-TOTALES-6        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTREC.
           PERFORM 3500-GRABAR-ARCH-LISTREC
              THRU 3500-GRABAR-ARCH-LISTREC-EXIT.

           CLOSE LISTREC.

           DISPLAY 'LEGAJOS RECONSTRUIDOS: ' WS-CONT-LEGAJOS.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-LISTREC.

           WRITE REG-LISTREC.

           IF NOT FS-LISTREC-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO LISTREC'
              DISPLAY 'FILE STATUS: ' FS-LISTREC
           END-IF.

       3500-GRABAR-ARCH-LISTREC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN CARGA INICIAL HASTA LA FECHA EL RESULTADO SALE SOLO DE
      *    LAS NOVEDADES Y SE AVISA CON 4.

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-SIN-CARGA-BASE
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
           END PROGRAM TP01EJ18.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
