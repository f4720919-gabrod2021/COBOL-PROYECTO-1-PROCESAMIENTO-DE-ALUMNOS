      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: LIBRO DE ACTAS. EMITE UN ACTA DE CURSADA POR MATERIA Y
      *         COMISION CON LOS RESULTADOS DEL TERMINO VIGENTE EN
      *         HISTORICO.TXT Y UN ACTA DE EXAMEN POR MESA (MATERIA Y
      *         FECHA DE MESA) CON LOS RESULTADOS DE FINALES.TXT.  LA
      *         COMISION DE CADA CURSADA SALE DE COMCURS.TXT, QUE
      *         TP01EJ01 ACUMULA JUNTO CON EL HISTORICO (TAMBIEN PARA LO
      *         LIBERADO DE SUSPENSO), POR LO QUE EL PROGRAMA CORRE EN
      *         LA CADENA DE CIERRE DESPUES DE TP01EJ01.  CADA ACTA TOMA
      *         EL NUMERO, LIBRO Y FOLIO SIGUIENTES DEL REGISTRO
      *         PERSISTENTE ACTAS.TXT, QUE SOLO CRECE: UN ACTA YA
      *         REGISTRADA NO SE VUELVE A EMITIR, ASI UNA NUEVA CORRIDA
      *         O UN BACKOUT DEL CONDUCTOR NO REPITE NI SALTEA NUMEROS.
      *         UN RESULTADO QUE LLEGA DESPUES DE EMITIDA SU ACTA
      *         (LIBERADO DE SUSPENSO O DE UNA MESA INFORMADA TARDE)
      *         SALE EN UN ACTA COMPLEMENTARIA QUE REFIERE LA ORIGINAL.
      *         LOS RENGLONES DE CADA ACTA QUEDAN EN ACTASDET.TXT Y LAS
      *         ACTAS EMITIDAS EN LA CORRIDA SE IMPRIMEN EN LIBACTAS.TXT
      *         PARA SU FIRMA.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ15.

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

       SELECT COMCURS
           ASSIGN TO '../COMCURS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMCURS.

       SELECT HISTORICO
           ASSIGN TO '../HISTORICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT FINALES
           ASSIGN TO '../FINALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FINALES.

       SELECT MAESTRO
           ASSIGN TO '../MAESTRO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT ACTAS
           ASSIGN TO '../ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS.

       SELECT ACTASDET
           ASSIGN TO '../ACTASDET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTASDET.

       SELECT ACTAWRK
           ASSIGN TO '../ACTAWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAWRK.

       SELECT ACTAORD
           ASSIGN TO '../ACTAORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAORD.

       SELECT ACTADWK
           ASSIGN TO '../ACTADWK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTADWK.

       SELECT LIBACTAS
           ASSIGN TO '../LIBACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBACTAS.

       SELECT SORT-ACTA
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "COMCURS.CPY".

       COPY "HISTORICO.CPY".

       COPY "FINALES.CPY".

       COPY "MAESTRO.CPY".

       COPY "ACTAS.CPY".

       COPY "ACTASDET.CPY".

       FD  ACTAWRK.

       01  REG-ACTAWRK.
           05  AWK-TIPO                    PIC X(01).
           05  AWK-MATERIA                 PIC X(30).
           05  AWK-COMISION                PIC X(03).
           05  AWK-TERMINO                 PIC X(06).
           05  AWK-FECHA-MESA              PIC 9(08).
           05  AWK-LEGAJO                  PIC 9(06).
           05  AWK-NOTA                    PIC 9(02)V9(03).
           05  AWK-CONDICION               PIC X(12).

       FD  ACTAORD.

       01  REG-ACTAORD.
           05  AOR-TIPO                    PIC X(01).
           05  AOR-MATERIA                 PIC X(30).
           05  AOR-COMISION                PIC X(03).
           05  AOR-TERMINO                 PIC X(06).
           05  AOR-FECHA-MESA              PIC 9(08).
           05  AOR-LEGAJO                  PIC 9(06).
           05  AOR-NOTA                    PIC 9(02)V9(03).
           05  AOR-CONDICION               PIC X(12).

      *    COPIA DE ACTASDET.TXT TOMADA ANTES DE DEPURAR RENGLONES
      *    DE ACTAS QUE NO LLEGARON A REGISTRARSE.

       FD  ACTADWK.

       01  REG-ACTADWK.
           05  ADW-NRO-ACTA                PIC 9(06).
           05  FILLER                      PIC X(67).

       FD  LIBACTAS.

       01  REG-LIBACTAS                    PIC X(100).

       SD  SORT-ACTA.

       01  REG-SORT-ACTA.
           05  SRA-TIPO                    PIC X(01).
           05  SRA-MATERIA                 PIC X(30).
           05  SRA-COMISION                PIC X(03).
           05  SRA-TERMINO                 PIC X(06).
           05  SRA-FECHA-MESA              PIC 9(08).
           05  SRA-LEGAJO                  PIC 9(06).
           05  SRA-NOTA                    PIC 9(02)V9(03).
           05  SRA-CONDICION               PIC X(12).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-HIS-LEIDOS         PIC 9(05) VALUE 0.
          05 WS-CONT-FIN-LEIDOS         PIC 9(05) VALUE 0.
          05 WS-CONT-ACTAS-CURSADA      PIC 9(05) VALUE 0.
          05 WS-CONT-ACTAS-EXAMEN       PIC 9(05) VALUE 0.
          05 WS-CONT-RENGLONES          PIC 9(05) VALUE 0.
          05 WS-CONT-YA-EMITIDOS        PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-MAESTRO        PIC 9(05) VALUE 0.
          05 WS-CONT-COMPLEMENTARIAS    PIC 9(05) VALUE 0.
          05 WS-CONT-HUERFANOS          PIC 9(05) VALUE 0.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-FECHA-EMISION              PIC 9(08) VALUE ZERO.

      *    UN LIBRO TIENE 200 FOLIOS Y CADA FOLIO 25 RENGLONES; UN
      *    ACTA NUNCA QUEDA PARTIDA ENTRE DOS LIBROS.

       01 WS-FOLIOS-POR-LIBRO           PIC 9(03) VALUE 200.
       01 WS-RENGLONES-POR-FOLIO        PIC 9(02) VALUE 25.

       01 WS-NUMERACION.
          05 WS-ULT-NRO-ACTA            PIC 9(06) VALUE ZERO.
          05 WS-PROX-LIBRO              PIC 9(03) VALUE 1.
          05 WS-PROX-FOLIO              PIC 9(04) VALUE 1.
          05 WS-FOLIO-HASTA             PIC 9(04) VALUE ZERO.

       01 WS-ACTA-ACTUAL.
          05 WS-AC-TIPO                 PIC X(01) VALUE SPACE.
             88 WS-AC-DE-CURSADA                  VALUE 'C'.
             88 WS-AC-DE-EXAMEN                   VALUE 'E'.
          05 WS-AC-MATERIA              PIC X(30) VALUE SPACES.
          05 WS-AC-COMISION             PIC X(03) VALUE SPACES.
          05 WS-AC-TERMINO              PIC X(06) VALUE SPACES.
          05 WS-AC-FECHA-MESA           PIC 9(08) VALUE ZERO.
          05 WS-AC-NRO                  PIC 9(06) VALUE ZERO.
          05 WS-AC-LIBRO                PIC 9(03) VALUE ZERO.
          05 WS-AC-FOLIO                PIC 9(03) VALUE ZERO.
          05 WS-AC-CANT-FOLIOS          PIC 9(03) VALUE ZERO.
          05 WS-AC-CANT-RENGLONES       PIC 9(05) VALUE ZERO.
          05 WS-AC-RENGLON              PIC 9(04) VALUE ZERO.
          05 WS-AC-ORIGINAL             PIC 9(06) VALUE ZERO.

       01 WS-RENGLON-ACTUAL.
          05 WS-REN-TIPO                PIC X(01) VALUE SPACE.
          05 WS-REN-MATERIA             PIC X(30) VALUE SPACES.
          05 WS-REN-COMISION            PIC X(03) VALUE SPACES.
          05 WS-REN-TERMINO             PIC X(06) VALUE SPACES.
          05 WS-REN-FECHA-MESA          PIC 9(08) VALUE ZERO.
          05 WS-REN-LEGAJO              PIC 9(06) VALUE ZERO.
          05 WS-NOMBRE-OFICIAL          PIC X(40) VALUE SPACES.

       01 WS-INDICES.
          05 WS-CANT-REG                PIC 9(04) VALUE ZERO.
          05 WS-IDX-REG                 PIC 9(04) VALUE ZERO.
          05 WS-CANT-CMS                PIC 9(04) VALUE ZERO.
          05 WS-IDX-CMS                 PIC 9(04) VALUE ZERO.
          05 WS-CANT-PEN                PIC 9(03) VALUE ZERO.
          05 WS-IDX-PEN                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-BUS                 PIC 9(04) VALUE ZERO.
          05 WS-CANT-ASE                PIC 9(05) VALUE ZERO.
          05 WS-IDX-ASE                 PIC 9(05) VALUE ZERO.
          05 WS-ASE-HASTA               PIC 9(05) VALUE ZERO.

       01 WS-ADT-ULT-NRO                PIC 9(06) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-REGISTRADA           PIC X(01) VALUE 'N'.
             88 WS-ACTA-REGISTRADA                VALUE 'S'.
             88 WS-ACTA-NO-REGISTRADA             VALUE 'N'.
          05 WS-SW-ASENTADO             PIC X(01) VALUE 'N'.
             88 WS-LEGAJO-ASENTADO                VALUE 'S'.
             88 WS-LEGAJO-NO-ASENTADO             VALUE 'N'.
          05 WS-SW-COMPLEMENTARIA       PIC X(01) VALUE 'N'.
             88 WS-AC-COMPLEMENTARIA              VALUE 'S'.
             88 WS-AC-PRIMERA                     VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-COMCURS                          PIC X(2).
             88 FS-COMCURS-OK                    VALUE '00'.
             88 FS-COMCURS-EOF                   VALUE '10'.
             88 FS-COMCURS-NFD                   VALUE '35'.

          05 FS-HISTORICO                        PIC X(2).
             88 FS-HISTORICO-OK                  VALUE '00'.
             88 FS-HISTORICO-EOF                 VALUE '10'.
             88 FS-HISTORICO-NFD                 VALUE '35'.

          05 FS-FINALES                          PIC X(2).
             88 FS-FINALES-OK                    VALUE '00'.
             88 FS-FINALES-EOF                   VALUE '10'.
             88 FS-FINALES-NFD                   VALUE '35'.

          05 FS-MAESTRO                          PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-EOF                   VALUE '10'.
             88 FS-MAESTRO-INV                   VALUE '23'.
             88 FS-MAESTRO-NFD                   VALUE '35'.

          05 FS-ACTAS                            PIC X(2).
             88 FS-ACTAS-OK                      VALUE '00'.
             88 FS-ACTAS-EOF                     VALUE '10'.
             88 FS-ACTAS-NFD                     VALUE '35'.

          05 FS-ACTASDET                         PIC X(2).
             88 FS-ACTASDET-OK                   VALUE '00'.
             88 FS-ACTASDET-EOF                  VALUE '10'.
             88 FS-ACTASDET-NFD                  VALUE '35'.

          05 FS-ACTAWRK                          PIC X(2).
             88 FS-ACTAWRK-OK                    VALUE '00'.
             88 FS-ACTAWRK-EOF                   VALUE '10'.
             88 FS-ACTAWRK-NFD                   VALUE '35'.

          05 FS-ACTAORD                          PIC X(2).
             88 FS-ACTAORD-OK                    VALUE '00'.
             88 FS-ACTAORD-EOF                   VALUE '10'.
             88 FS-ACTAORD-NFD                   VALUE '35'.

          05 FS-ACTADWK                          PIC X(2).
             88 FS-ACTADWK-OK                    VALUE '00'.
             88 FS-ACTADWK-EOF                   VALUE '10'.
             88 FS-ACTADWK-NFD                   VALUE '35'.

          05 FS-LIBACTAS                         PIC X(2).
             88 FS-LIBACTAS-OK                   VALUE '00'.
             88 FS-LIBACTAS-EOF                  VALUE '10'.
             88 FS-LIBACTAS-NFD                  VALUE '35'.

      ******************************************************************
      *    ACTAS DE CURSADA Y DE EXAMEN YA REGISTRADAS EN ACTAS.TXT
      *    (LAS RECTIFICATIVAS NO SE RETIENEN: NO SE REEMITEN AQUI),
      *    CON LA POSICION DE SUS LEGAJOS EN LA TABLA DE ASENTADOS.

       01  WS-TABLA-REGISTRO.
          03 WS-REG-DET  OCCURS 9999 TIMES.
              05 WS-REG-NRO-ACTA       PIC 9(06).
              05 WS-REG-ASE-DESDE      PIC 9(05).
              05 WS-REG-ASE-CANT       PIC 9(05).
              05 WS-REG-TIPO           PIC X(01).
              05 WS-REG-MATERIA        PIC X(30).
              05 WS-REG-COMISION       PIC X(03).
              05 WS-REG-TERMINO        PIC X(06).
              05 WS-REG-FECHA-MESA     PIC 9(08).

      ******************************************************************
      *    LEGAJOS ASENTADOS EN LAS ACTAS DEL REGISTRO, EN EL ORDEN DE
      *    ACTASDET.TXT (LOS DE CADA ACTA QUEDAN CONTIGUOS).

       01  WS-TABLA-ASENTADOS.
          03 WS-ASE-DET  OCCURS 99999 TIMES.
              05 WS-ASE-LEGAJO         PIC 9(06).

      ******************************************************************
      *    COMISION DE CADA LEGAJO Y MATERIA DEL TERMINO SEGUN
      *    COMCURS.TXT.  UNA CURSADA SIN COMISION CURSA EN '***'.

       01  WS-TABLA-COMISIONES.
          03 WS-CMS-DET  OCCURS 9999 TIMES.
              05 WS-CMS-LEGAJO         PIC 9(06).
              05 WS-CMS-MATERIA        PIC X(30).
              05 WS-CMS-COMISION       PIC X(03).

      ******************************************************************
      *    ACTAS A EMITIR EN ESTA CORRIDA CON SU CANTIDAD DE
      *    RENGLONES, PARA SABER CUANTOS FOLIOS OCUPA CADA UNA ANTES
      *    DE ASIGNARLE LIBRO Y FOLIO.

       01  WS-TABLA-PENDIENTES.
          03 WS-PEN-DET  OCCURS 999 TIMES.
              05 WS-PEN-TIPO           PIC X(01).
              05 WS-PEN-MATERIA        PIC X(30).
              05 WS-PEN-COMISION       PIC X(03).
              05 WS-PEN-TERMINO        PIC X(06).
              05 WS-PEN-FECHA-MESA     PIC 9(08).
              05 WS-PEN-RENGLONES      PIC 9(05).

      ******************************************************************

       01 WS-LISTADO-ACTAS.
          05 WS-LIS-SEPARADOR           PIC X(100) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(100) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(35)
                VALUE 'LIBRO DE ACTAS - ACTAS EMITIDAS EL '.
             10 WS-LIS-T-FECHA     PIC 9(08).
          05 WS-LIS-ENCABEZADO.
             10 WS-LIS-E-TIPO      PIC X(17).
             10 FILLER             PIC X(05) VALUE 'Nro: '.
             10 WS-LIS-E-NRO       PIC 9(06).
             10 FILLER             PIC X(09) VALUE '  Libro: '.
             10 WS-LIS-E-LIBRO     PIC 9(03).
             10 FILLER             PIC X(09) VALUE '  Folio: '.
             10 WS-LIS-E-FOLIO     PIC 9(03).
             10 FILLER             PIC X(03) VALUE ' a '.
             10 WS-LIS-E-FOLIO-H   PIC 9(03).
          05 WS-LIS-CURSADA.
             10 FILLER             PIC X(09) VALUE 'Materia: '.
             10 WS-LIS-C-MATERIA   PIC X(30).
             10 FILLER             PIC X(12) VALUE '  Comision: '.
             10 WS-LIS-C-COMISION  PIC X(03).
             10 FILLER             PIC X(11) VALUE '  Termino: '.
             10 WS-LIS-C-TERMINO   PIC X(06).
          05 WS-LIS-EXAMEN.
             10 FILLER             PIC X(09) VALUE 'Materia: '.
             10 WS-LIS-X-MATERIA   PIC X(30).
             10 FILLER             PIC X(17) VALUE '  Fecha de mesa: '.
             10 WS-LIS-X-FECHA     PIC 9(08).
          05 WS-LIS-COMPLEMENTA.
             10 FILLER             PIC X(25)
                VALUE 'Complementa el acta Nro: '.
             10 WS-LIS-K-ORIGINAL  PIC 9(06).
             10 FILLER             PIC X(45)
                VALUE ' (resultados recibidos despues de su emision)'.
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(04) VALUE 'Ren.'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(07) VALUE 'Nota'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(12) VALUE 'Condicion'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-RENGLON            PIC ZZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOTA               PIC Z9,999.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-CONDICION          PIC X(12).
          05 WS-LIS-PIE-1.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos en el acta: '.
             10 WS-LIS-P-RENGLONES          PIC 9(05).
          05 WS-LIS-PIE-2.
             10 FILLER  PIC X(45)
                VALUE 'Firma del docente: __________________________'.
             10 FILLER  PIC X(45)
                VALUE '   Direccion de Alumnos: ____________________'.
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Registros historico leidos: '.
             10 WS-LIS-D-HIS-LEIDOS         PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'Registros finales leidos: '.
             10 WS-LIS-D-FIN-LEIDOS         PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(35)
                VALUE 'Actas de cursada emitidas: '.
             10 WS-LIS-D-ACTAS-CURSADA      PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Actas de examen emitidas: '.
             10 WS-LIS-D-ACTAS-EXAMEN       PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(35)
                VALUE 'Renglones asentados: '.
             10 WS-LIS-D-RENGLONES          PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(35)
                VALUE 'Renglones de actas ya emitidas: '.
             10 WS-LIS-D-YA-EMITIDOS        PIC 9(05).
          05 WS-LIS-TOTALES-7.
             10 FILLER  PIC X(35)
                VALUE 'Legajos sin maestro: '.
             10 WS-LIS-D-SIN-MAESTRO        PIC 9(05).
          05 WS-LIS-TOTALES-8.
             10 FILLER  PIC X(35)
                VALUE 'Ultima acta del registro: '.
             10 WS-LIS-D-ULT-ACTA           PIC 9(06).
          05 WS-LIS-TOTALES-9.
             10 FILLER  PIC X(35)
                VALUE 'Actas complementarias emitidas: '.
             10 WS-LIS-D-COMPLEMENTARIAS    PIC 9(05).
          05 WS-LIS-TOTALES-10.
             10 FILLER  PIC X(35)
                VALUE 'Renglones sin acta depurados: '.
             10 WS-LIS-D-HUERFANOS          PIC 9(05).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 1300-ARMAR-ARCH-TRABAJO
                THRU 1300-ARMAR-ARCH-TRABAJO-EXIT.

             SORT SORT-ACTA
                ON ASCENDING KEY SRA-TIPO
                                 SRA-MATERIA
                                 SRA-COMISION
                                 SRA-TERMINO
                                 SRA-FECHA-MESA
                                 SRA-LEGAJO
                USING ACTAWRK
                GIVING ACTAORD.

             PERFORM 1500-ABRIR-ARCH-ACTAORD
                THRU 1500-ABRIR-ARCH-ACTAORD-EXIT.

             PERFORM 2000-EMITIR-ACTA
                THRU 2000-EMITIR-ACTA-EXIT
                UNTIL FS-ACTAORD-EOF.

             PERFORM 3000-FINALIZAR-PROGRAMA
                THRU 3000-FINALIZAR-PROGRAMA-EXIT.

             PERFORM 3900-FIJAR-COD-RETORNO
                THRU 3900-FIJAR-COD-RETORNO-EXIT.

             MOVE WS-COD-RETORNO TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*

       1000-INICIALIZAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.
           MOVE WS-FECHA-EMISION TO WS-LIS-T-FECHA.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1100-CARGAR-REGISTRO
              THRU 1100-CARGAR-REGISTRO-EXIT.

           PERFORM 1150-CARGAR-ASENTADOS
              THRU 1150-CARGAR-ASENTADOS-EXIT.

           PERFORM 1200-CARGAR-COMISIONES
              THRU 1200-CARGAR-COMISIONES-EXIT.

           PERFORM 1080-ABRIR-ARCH-MAESTRO
              THRU 1080-ABRIR-ARCH-MAESTRO-EXIT.

           PERFORM 1400-ABRIR-ARCH-SALIDA
              THRU 1400-ABRIR-ARCH-SALIDA-EXIT.

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

       1080-ABRIR-ARCH-MAESTRO.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    CONTINUE
               WHEN FS-MAESTRO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO'
                    DISPLAY 'EJECUTAR LA CARGA INICIAL (TP01EJ07)'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1080-ABRIR-ARCH-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL REGISTRO SE RECORRE COMPLETO: EL ULTIMO ACTA DA EL
      *    NUMERO, LIBRO Y FOLIO DESDE DONDE SIGUE LA NUMERACION.  UN
      *    NUMERO FUERA DE SECUENCIA INDICA UN REGISTRO DANADO Y NO
      *    SE EMITE NADA HASTA CORREGIRLO.  SIN ACTAS.TXT EL LIBRO
      *    EMPIEZA EN EL ACTA 1, LIBRO 1, FOLIO 1.

       1100-CARGAR-REGISTRO.

           OPEN INPUT ACTAS.

           EVALUATE TRUE
               WHEN FS-ACTAS-OK
                    PERFORM 1110-LEER-ACTAS
                       THRU 1110-LEER-ACTAS-EXIT
                    PERFORM 1120-GUARDAR-ACTA
                       THRU 1120-GUARDAR-ACTA-EXIT
                       UNTIL FS-ACTAS-EOF
                    CLOSE ACTAS
               WHEN FS-ACTAS-NFD
                    DISPLAY 'SIN ACTAS.TXT: EL LIBRO DE ACTAS EMPIEZA '
                    DISPLAY 'EN EL ACTA 1'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTAS'
                    DISPLAY 'FILE STATUS: ' FS-ACTAS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1100-CARGAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1110-LEER-ACTAS.

           READ ACTAS.

           EVALUATE FS-ACTAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACTAS-EOF      TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTAS'
                    DISPLAY 'FILE STATUS: ' FS-ACTAS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1110-LEER-ACTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1120-GUARDAR-ACTA.

           IF ACT-NRO-ACTA IS NOT NUMERIC
              OR ACT-NRO-ACTA NOT = WS-ULT-NRO-ACTA + 1
              DISPLAY 'ACTAS.TXT FUERA DE SECUENCIA'
              DISPLAY 'ACTA LEIDA    : ' ACT-NRO-ACTA
              DISPLAY 'ACTA ANTERIOR : ' WS-ULT-NRO-ACTA
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE ACT-NRO-ACTA             TO WS-ULT-NRO-ACTA.
           MOVE ACT-LIBRO                TO WS-PROX-LIBRO.
           COMPUTE WS-PROX-FOLIO = ACT-FOLIO-DESDE + ACT-CANT-FOLIOS.

           IF ACT-DE-CURSADA OR ACT-DE-EXAMEN

              IF WS-CANT-REG = 9999
                 DISPLAY 'ACTAS.TXT SUPERA LAS 9999 ACTAS RETENIDAS'
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF

              ADD 1                      TO WS-CANT-REG
              MOVE ACT-NRO-ACTA          TO
                   WS-REG-NRO-ACTA(WS-CANT-REG)
              MOVE ZERO                  TO
                   WS-REG-ASE-DESDE(WS-CANT-REG)
                   WS-REG-ASE-CANT(WS-CANT-REG)
              MOVE ACT-TIPO              TO WS-REG-TIPO(WS-CANT-REG)
              MOVE ACT-MATERIA           TO WS-REG-MATERIA(WS-CANT-REG)
              MOVE ACT-COMISION          TO
                   WS-REG-COMISION(WS-CANT-REG)
              MOVE ACT-TERMINO           TO WS-REG-TERMINO(WS-CANT-REG)
              MOVE ACT-FECHA-MESA        TO
                   WS-REG-FECHA-MESA(WS-CANT-REG)

           END-IF.

           PERFORM 1110-LEER-ACTAS
              THRU 1110-LEER-ACTAS-EXIT.

       1120-GUARDAR-ACTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LOS RENGLONES SE GRABAN ANTES QUE SU ACTA EN EL REGISTRO:
      *    UN RENGLON CON NUMERO MAYOR AL ULTIMO ACTA REGISTRADA ES DE
      *    UNA CORRIDA CORTADA A MITAD DE UN ACTA.  ESE NUMERO SE
      *    VUELVE A EMITIR, ASI QUE SUS RENGLONES SE DEPURAN ANTES DE
      *    SEGUIR.  LOS DEMAS DAN LOS LEGAJOS YA ASENTADOS EN CADA
      *    ACTA DE CURSADA O DE EXAMEN.

       1150-CARGAR-ASENTADOS.

           MOVE ZERO                     TO WS-ADT-ULT-NRO
                                            WS-CONT-HUERFANOS
                                            WS-CANT-ASE.
           MOVE 1                        TO WS-IDX-REG.

           OPEN INPUT ACTASDET.

           EVALUATE TRUE
               WHEN FS-ACTASDET-OK
                    PERFORM 1160-LEER-ACTASDET
                       THRU 1160-LEER-ACTASDET-EXIT
                    PERFORM 1170-GUARDAR-ASENTADO
                       THRU 1170-GUARDAR-ASENTADO-EXIT
                       UNTIL FS-ACTASDET-EOF
                    CLOSE ACTASDET
               WHEN FS-ACTASDET-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTASDET'
                    DISPLAY 'FILE STATUS: ' FS-ACTASDET
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           IF WS-CONT-HUERFANOS > ZERO
              PERFORM 1180-DEPURAR-ACTASDET
                 THRU 1180-DEPURAR-ACTASDET-EXIT
           END-IF.

       1150-CARGAR-ASENTADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1160-LEER-ACTASDET.

           READ ACTASDET.

           EVALUATE FS-ACTASDET
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACTASDET-EOF   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTASDET'
                    DISPLAY 'FILE STATUS: ' FS-ACTASDET
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1160-LEER-ACTASDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ACTASDET.TXT ESTA EN EL ORDEN DE ACTAS.TXT, ASI QUE LA
      *    TABLA DEL REGISTRO SE RECORRE UNA SOLA VEZ.  LOS RENGLONES
      *    DE LAS RECTIFICATIVAS NO TIENEN ACTA EN LA TABLA.

       1170-GUARDAR-ASENTADO.

           IF ADT-NRO-ACTA IS NOT NUMERIC
              OR ADT-NRO-ACTA < WS-ADT-ULT-NRO
              DISPLAY 'ACTASDET.TXT FUERA DE SECUENCIA'
              DISPLAY 'ACTA LEIDA    : ' ADT-NRO-ACTA
              DISPLAY 'ACTA ANTERIOR : ' WS-ADT-ULT-NRO
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE ADT-NRO-ACTA             TO WS-ADT-ULT-NRO.

           IF ADT-NRO-ACTA > WS-ULT-NRO-ACTA

              ADD 1                      TO WS-CONT-HUERFANOS

           ELSE

              PERFORM 1355-AVANZAR-REGISTRO
                 THRU 1355-AVANZAR-REGISTRO-EXIT
                 VARYING WS-IDX-REG FROM WS-IDX-REG BY 1
                 UNTIL WS-IDX-REG > WS-CANT-REG
                 OR WS-REG-NRO-ACTA(WS-IDX-REG) NOT < ADT-NRO-ACTA

              IF WS-IDX-REG NOT > WS-CANT-REG
                 AND WS-REG-NRO-ACTA(WS-IDX-REG) = ADT-NRO-ACTA

                 IF WS-CANT-ASE = 99999
                    DISPLAY 'ACTASDET.TXT SUPERA LOS 99999 RENGLONES '
                    DISPLAY 'RETENIDOS'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
                 END-IF

                 ADD 1                   TO WS-CANT-ASE
                 MOVE ADT-LEGAJO         TO WS-ASE-LEGAJO(WS-CANT-ASE)
                 IF WS-REG-ASE-CANT(WS-IDX-REG) = ZERO
                    MOVE WS-CANT-ASE     TO
                         WS-REG-ASE-DESDE(WS-IDX-REG)
                 END-IF
                 ADD 1                   TO
                     WS-REG-ASE-CANT(WS-IDX-REG)

              END-IF

           END-IF.

           PERFORM 1160-LEER-ACTASDET
              THRU 1160-LEER-ACTASDET-EXIT.

       1170-GUARDAR-ASENTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ACTASDET.TXT SE COPIA ENTERO A ACTADWK.TXT Y SE REGRABA SIN
      *    LOS RENGLONES SIN ACTA.  SI LA REGRABACION FALLA, LA COPIA
      *    QUEDA PARA RESTAURARLO.

       1180-DEPURAR-ACTASDET.

           DISPLAY 'ACTASDET.TXT TIENE ' WS-CONT-HUERFANOS
                   ' RENGLONES SIN ACTA REGISTRADA'.
           DISPLAY 'SE DEPURAN (COPIA PREVIA EN ACTADWK.TXT)'.

           OPEN INPUT ACTASDET.

           IF NOT FS-ACTASDET-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTASDET'
              DISPLAY 'FILE STATUS: ' FS-ACTASDET
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT ACTADWK.

           IF NOT FS-ACTADWK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTADWK'
              DISPLAY 'FILE STATUS: ' FS-ACTADWK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1160-LEER-ACTASDET
              THRU 1160-LEER-ACTASDET-EXIT.

           PERFORM 1185-COPIAR-RENGLON
              THRU 1185-COPIAR-RENGLON-EXIT
              UNTIL FS-ACTASDET-EOF.

           CLOSE ACTASDET
                 ACTADWK.

           OPEN INPUT ACTADWK.

           IF NOT FS-ACTADWK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTADWK'
              DISPLAY 'FILE STATUS: ' FS-ACTADWK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT ACTASDET.

           IF NOT FS-ACTASDET-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTASDET'
              DISPLAY 'FILE STATUS: ' FS-ACTASDET
              DISPLAY 'RESTAURAR ACTASDET.TXT DESDE ACTADWK.TXT'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1195-LEER-ACTADWK
              THRU 1195-LEER-ACTADWK-EXIT.

           PERFORM 1190-RESTAURAR-RENGLON
              THRU 1190-RESTAURAR-RENGLON-EXIT
              UNTIL FS-ACTADWK-EOF.

           CLOSE ACTADWK
                 ACTASDET.

       1180-DEPURAR-ACTASDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1185-COPIAR-RENGLON.

           MOVE REG-ACTASDET             TO REG-ACTADWK.

           WRITE REG-ACTADWK.

           IF NOT FS-ACTADWK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTADWK'
              DISPLAY 'FILE STATUS: ' FS-ACTADWK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1160-LEER-ACTASDET
              THRU 1160-LEER-ACTASDET-EXIT.

       1185-COPIAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1190-RESTAURAR-RENGLON.

           IF ADW-NRO-ACTA NOT > WS-ULT-NRO-ACTA

              MOVE REG-ACTADWK           TO REG-ACTASDET

              WRITE REG-ACTASDET

              IF NOT FS-ACTASDET-OK
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTASDET'
                 DISPLAY 'FILE STATUS: ' FS-ACTASDET
                 DISPLAY 'RESTAURAR ACTASDET.TXT DESDE ACTADWK.TXT'
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF

           END-IF.

           PERFORM 1195-LEER-ACTADWK
              THRU 1195-LEER-ACTADWK-EXIT.

       1190-RESTAURAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1195-LEER-ACTADWK.

           READ ACTADWK.

           EVALUATE FS-ACTADWK
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACTADWK-EOF    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTADWK'
                    DISPLAY 'FILE STATUS: ' FS-ACTADWK
                    DISPLAY 'RESTAURAR ACTASDET.TXT DESDE ACTADWK.TXT'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1195-LEER-ACTADWK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN COMCURS.TXT TODAS LAS CURSADAS VAN AL ACTA '***' DE SU
      *    MATERIA.

       1200-CARGAR-COMISIONES.

           OPEN INPUT COMCURS.

           EVALUATE TRUE
               WHEN FS-COMCURS-OK
                    PERFORM 1210-LEER-COMCURS
                       THRU 1210-LEER-COMCURS-EXIT
                    PERFORM 1220-GUARDAR-COMISION
                       THRU 1220-GUARDAR-COMISION-EXIT
                       UNTIL FS-COMCURS-EOF
                    CLOSE COMCURS
               WHEN FS-COMCURS-NFD
                    DISPLAY 'SIN COMCURS.TXT: LAS ACTAS DE CURSADA '
                    DISPLAY 'SE EMITEN SIN COMISION'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO COMCURS'
                    DISPLAY 'FILE STATUS: ' FS-COMCURS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1200-CARGAR-COMISIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1210-LEER-COMCURS.

           READ COMCURS.

           EVALUATE FS-COMCURS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-COMCURS-EOF    TO TRUE
               WHEN OTHER
                    SET FS-COMCURS-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO COMCURS'
                    DISPLAY 'FILE STATUS: ' FS-COMCURS
           END-EVALUATE.

       1210-LEER-COMCURS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SOLO INTERESAN LAS CURSADAS DEL TERMINO VIGENTE.  SI UN
      *    LEGAJO Y MATERIA SE CERRO MAS DE UNA VEZ EN EL TERMINO
      *    (POR EJEMPLO, UN CIERRE REPETIDO DESPUES DE UN BACKOUT)
      *    QUEDA LA COMISION DEL ULTIMO CIERRE.

       1220-GUARDAR-COMISION.

           IF CMC-TERMINO = WS-TERM-ID
              AND CMC-LEGAJO IS NUMERIC

              PERFORM 1230-AVANZAR-COMISION
                 THRU 1230-AVANZAR-COMISION-EXIT
                 VARYING WS-IDX-CMS FROM 1 BY 1
                 UNTIL WS-IDX-CMS > WS-CANT-CMS
                 OR (WS-CMS-LEGAJO(WS-IDX-CMS) = CMC-LEGAJO
                     AND WS-CMS-MATERIA(WS-IDX-CMS) = CMC-MATERIA)

              IF WS-IDX-CMS > WS-CANT-CMS

                 IF WS-CANT-CMS = 9999
                    DISPLAY 'COMCURS.TXT SUPERA LAS 9999 CURSADAS '
                    DISPLAY 'DEL TERMINO'
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
                 END-IF

                 ADD 1                  TO WS-CANT-CMS
                 MOVE CMC-LEGAJO        TO WS-CMS-LEGAJO(WS-CANT-CMS)
                 MOVE CMC-MATERIA       TO WS-CMS-MATERIA(WS-CANT-CMS)

              END-IF

              IF CMC-COMISION = SPACES
                 MOVE '***'             TO WS-CMS-COMISION(WS-IDX-CMS)
              ELSE
                 MOVE CMC-COMISION      TO WS-CMS-COMISION(WS-IDX-CMS)
              END-IF

           END-IF.

           PERFORM 1210-LEER-COMCURS
              THRU 1210-LEER-COMCURS-EXIT.

       1220-GUARDAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1230-AVANZAR-COMISION.

           CONTINUE.

       1230-AVANZAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL ARCHIVO DE TRABAJO JUNTA LOS RENGLONES QUE TODAVIA NO
      *    ESTAN ASENTADOS EN NINGUN ACTA: LAS CURSADAS DEL TERMINO
      *    VIGENTE (SALVO LAS EQUIVALENCIAS, QUE NO SE CURSAN) Y LOS
      *    FINALES DE TODAS LAS MESAS.

       1300-ARMAR-ARCH-TRABAJO.

           OPEN OUTPUT ACTAWRK.

           IF NOT FS-ACTAWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTAWRK'
              DISPLAY 'FILE STATUS: ' FS-ACTAWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN INPUT HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    PERFORM 1310-LEER-HISTORICO
                       THRU 1310-LEER-HISTORICO-EXIT
                    PERFORM 1320-SELECCIONAR-CURSADA
                       THRU 1320-SELECCIONAR-CURSADA-EXIT
                       UNTIL FS-HISTORICO-EOF
                    CLOSE HISTORICO
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'SIN HISTORICO.TXT: NO HAY ACTAS DE '
                    DISPLAY 'CURSADA PARA EMITIR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           OPEN INPUT FINALES.

           EVALUATE TRUE
               WHEN FS-FINALES-OK
                    PERFORM 1330-LEER-FINALES
                       THRU 1330-LEER-FINALES-EXIT
                    PERFORM 1340-SELECCIONAR-FINAL
                       THRU 1340-SELECCIONAR-FINAL-EXIT
                       UNTIL FS-FINALES-EOF
                    CLOSE FINALES
               WHEN FS-FINALES-NFD
                    DISPLAY 'SIN FINALES.TXT: NO HAY ACTAS DE '
                    DISPLAY 'EXAMEN PARA EMITIR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO FINALES'
                    DISPLAY 'FILE STATUS: ' FS-FINALES
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           CLOSE ACTAWRK.

           IF NOT FS-ACTAWRK-OK
              DISPLAY 'ERROR EN CLOSE DE ACTAWRK: ' FS-ACTAWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1300-ARMAR-ARCH-TRABAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1310-LEER-HISTORICO.

           READ HISTORICO.

           EVALUATE FS-HISTORICO
               WHEN '00'
                    ADD 1                  TO WS-CONT-HIS-LEIDOS
               WHEN '10'
                    SET FS-HISTORICO-EOF   TO TRUE
               WHEN OTHER
                    SET FS-HISTORICO-EOF   TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
           END-EVALUATE.

       1310-LEER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1320-SELECCIONAR-CURSADA.

           IF HIS-TERMINO = WS-TERM-ID
              AND HIS-CONDICION NOT = 'EQUIVALENCIA'

              MOVE 'C'                  TO WS-REN-TIPO
              MOVE HIS-MATERIA          TO WS-REN-MATERIA
              MOVE HIS-TERMINO          TO WS-REN-TERMINO
              MOVE ZERO                 TO WS-REN-FECHA-MESA
              MOVE HIS-LEGAJO           TO WS-REN-LEGAJO

              PERFORM 1325-BUSCAR-COMISION
                 THRU 1325-BUSCAR-COMISION-EXIT

              PERFORM 1345-VERIFICAR-ASENTADO
                 THRU 1345-VERIFICAR-ASENTADO-EXIT

              IF WS-LEGAJO-ASENTADO
                 ADD 1                  TO WS-CONT-YA-EMITIDOS
              ELSE
                 MOVE HIS-LEGAJO        TO AWK-LEGAJO
                 MOVE HIS-PROMEDIO      TO AWK-NOTA
                 MOVE HIS-CONDICION     TO AWK-CONDICION
                 PERFORM 1360-GRABAR-RENGLON-TRABAJO
                    THRU 1360-GRABAR-RENGLON-TRABAJO-EXIT
              END-IF

           END-IF.

           PERFORM 1310-LEER-HISTORICO
              THRU 1310-LEER-HISTORICO-EXIT.

       1320-SELECCIONAR-CURSADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1325-BUSCAR-COMISION.

           PERFORM 1230-AVANZAR-COMISION
              THRU 1230-AVANZAR-COMISION-EXIT
              VARYING WS-IDX-CMS FROM 1 BY 1
              UNTIL WS-IDX-CMS > WS-CANT-CMS
              OR (WS-CMS-LEGAJO(WS-IDX-CMS) = HIS-LEGAJO
                  AND WS-CMS-MATERIA(WS-IDX-CMS) = HIS-MATERIA).

           IF WS-IDX-CMS > WS-CANT-CMS
              MOVE '***'                TO WS-REN-COMISION
           ELSE
              MOVE WS-CMS-COMISION(WS-IDX-CMS)
                                        TO WS-REN-COMISION
           END-IF.

       1325-BUSCAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1330-LEER-FINALES.

           READ FINALES.

           EVALUATE FS-FINALES
               WHEN '00'
                    ADD 1                  TO WS-CONT-FIN-LEIDOS
               WHEN '10'
                    SET FS-FINALES-EOF     TO TRUE
               WHEN OTHER
                    SET FS-FINALES-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO FINALES'
                    DISPLAY 'FILE STATUS: ' FS-FINALES
           END-EVALUATE.

       1330-LEER-FINALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1340-SELECCIONAR-FINAL.

           MOVE 'E'                     TO WS-REN-TIPO.
           MOVE FIN-MATERIA             TO WS-REN-MATERIA.
           MOVE SPACES                  TO WS-REN-COMISION
                                           WS-REN-TERMINO.
           MOVE FIN-FECHA               TO WS-REN-FECHA-MESA.
           MOVE FIN-LEGAJO              TO WS-REN-LEGAJO.

           PERFORM 1345-VERIFICAR-ASENTADO
              THRU 1345-VERIFICAR-ASENTADO-EXIT.

           IF WS-LEGAJO-ASENTADO
              ADD 1                     TO WS-CONT-YA-EMITIDOS
           ELSE
              MOVE FIN-LEGAJO           TO AWK-LEGAJO
              MOVE FIN-NOTA             TO AWK-NOTA
              EVALUATE FIN-RESULTADO
                  WHEN 'A'
                       MOVE 'APROBADO'    TO AWK-CONDICION
                  WHEN 'D'
                       MOVE 'DESAPROBADO' TO AWK-CONDICION
                  WHEN 'U'
                       MOVE 'AUSENTE'     TO AWK-CONDICION
                  WHEN OTHER
                       MOVE FIN-RESULTADO TO AWK-CONDICION
              END-EVALUATE
              PERFORM 1360-GRABAR-RENGLON-TRABAJO
                 THRU 1360-GRABAR-RENGLON-TRABAJO-EXIT
           END-IF.

           PERFORM 1330-LEER-FINALES
              THRU 1330-LEER-FINALES-EXIT.

       1340-SELECCIONAR-FINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

      *    UN RENGLON YA EMITIDO ES EL DE UN LEGAJO ASENTADO EN ALGUN
      *    ACTA REGISTRADA DE SU MATERIA Y COMISION O MESA (LA ORIGINAL
      *    O UNA COMPLEMENTARIA).  SI EL ACTA EXISTE PERO EL LEGAJO NO
      *    FIGURA, EL RESULTADO LLEGO TARDE Y VA A UNA COMPLEMENTARIA.

       1345-VERIFICAR-ASENTADO.

           SET WS-LEGAJO-NO-ASENTADO    TO TRUE.

           PERFORM 1350-BUSCAR-EN-REGISTRO
              THRU 1350-BUSCAR-EN-REGISTRO-EXIT.

           IF WS-ACTA-REGISTRADA
              PERFORM 1370-BUSCAR-EN-ACTA
                 THRU 1370-BUSCAR-EN-ACTA-EXIT
                 VARYING WS-IDX-BUS FROM WS-IDX-REG BY 1
                 UNTIL WS-IDX-BUS > WS-CANT-REG
                 OR WS-LEGAJO-ASENTADO
           END-IF.

       1345-VERIFICAR-ASENTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1350-BUSCAR-EN-REGISTRO.

           PERFORM 1355-AVANZAR-REGISTRO
              THRU 1355-AVANZAR-REGISTRO-EXIT
              VARYING WS-IDX-REG FROM 1 BY 1
              UNTIL WS-IDX-REG > WS-CANT-REG
              OR (WS-REG-TIPO(WS-IDX-REG)       = WS-REN-TIPO
                  AND WS-REG-MATERIA(WS-IDX-REG)    = WS-REN-MATERIA
                  AND WS-REG-COMISION(WS-IDX-REG)   = WS-REN-COMISION
                  AND WS-REG-TERMINO(WS-IDX-REG)    = WS-REN-TERMINO
                  AND WS-REG-FECHA-MESA(WS-IDX-REG) =
                      WS-REN-FECHA-MESA).

           IF WS-IDX-REG > WS-CANT-REG
              SET WS-ACTA-NO-REGISTRADA TO TRUE
           ELSE
              SET WS-ACTA-REGISTRADA    TO TRUE
           END-IF.

       1350-BUSCAR-EN-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1355-AVANZAR-REGISTRO.

           CONTINUE.

       1355-AVANZAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1370-BUSCAR-EN-ACTA.

           IF WS-REG-TIPO(WS-IDX-BUS)           = WS-REN-TIPO
              AND WS-REG-MATERIA(WS-IDX-BUS)    = WS-REN-MATERIA
              AND WS-REG-COMISION(WS-IDX-BUS)   = WS-REN-COMISION
              AND WS-REG-TERMINO(WS-IDX-BUS)    = WS-REN-TERMINO
              AND WS-REG-FECHA-MESA(WS-IDX-BUS) = WS-REN-FECHA-MESA
              AND WS-REG-ASE-CANT(WS-IDX-BUS)   > ZERO

              COMPUTE WS-ASE-HASTA = WS-REG-ASE-DESDE(WS-IDX-BUS)
                                   + WS-REG-ASE-CANT(WS-IDX-BUS) - 1

              PERFORM 1375-COMPARAR-ASENTADO
                 THRU 1375-COMPARAR-ASENTADO-EXIT
                 VARYING WS-IDX-ASE FROM WS-REG-ASE-DESDE(WS-IDX-BUS)
                 BY 1
                 UNTIL WS-IDX-ASE > WS-ASE-HASTA
                 OR WS-LEGAJO-ASENTADO

           END-IF.

       1370-BUSCAR-EN-ACTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1375-COMPARAR-ASENTADO.

           IF WS-ASE-LEGAJO(WS-IDX-ASE) = WS-REN-LEGAJO
              SET WS-LEGAJO-ASENTADO    TO TRUE
           END-IF.

       1375-COMPARAR-ASENTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA RENGLON SUMA EN LA TABLA DE ACTAS PENDIENTES DE SU
      *    MATERIA Y COMISION O MESA.

       1360-GRABAR-RENGLON-TRABAJO.

           MOVE WS-REN-TIPO             TO AWK-TIPO.
           MOVE WS-REN-MATERIA          TO AWK-MATERIA.
           MOVE WS-REN-COMISION         TO AWK-COMISION.
           MOVE WS-REN-TERMINO          TO AWK-TERMINO.
           MOVE WS-REN-FECHA-MESA       TO AWK-FECHA-MESA.

           WRITE REG-ACTAWRK.

           IF NOT FS-ACTAWRK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTAWRK'
              DISPLAY 'FILE STATUS: ' FS-ACTAWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1365-AVANZAR-PENDIENTE
              THRU 1365-AVANZAR-PENDIENTE-EXIT
              VARYING WS-IDX-PEN FROM 1 BY 1
              UNTIL WS-IDX-PEN > WS-CANT-PEN
              OR (WS-PEN-TIPO(WS-IDX-PEN)       = WS-REN-TIPO
                  AND WS-PEN-MATERIA(WS-IDX-PEN)    = WS-REN-MATERIA
                  AND WS-PEN-COMISION(WS-IDX-PEN)   = WS-REN-COMISION
                  AND WS-PEN-TERMINO(WS-IDX-PEN)    = WS-REN-TERMINO
                  AND WS-PEN-FECHA-MESA(WS-IDX-PEN) =
                      WS-REN-FECHA-MESA).

           IF WS-IDX-PEN > WS-CANT-PEN

              IF WS-CANT-PEN = 999
                 DISPLAY 'MAS DE 999 ACTAS A EMITIR EN UNA CORRIDA'
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF

              ADD 1                     TO WS-CANT-PEN
              MOVE WS-CANT-PEN          TO WS-IDX-PEN
              MOVE WS-REN-TIPO          TO WS-PEN-TIPO(WS-IDX-PEN)
              MOVE WS-REN-MATERIA       TO WS-PEN-MATERIA(WS-IDX-PEN)
              MOVE WS-REN-COMISION      TO WS-PEN-COMISION(WS-IDX-PEN)
              MOVE WS-REN-TERMINO       TO WS-PEN-TERMINO(WS-IDX-PEN)
              MOVE WS-REN-FECHA-MESA    TO
                   WS-PEN-FECHA-MESA(WS-IDX-PEN)
              MOVE ZERO                 TO WS-PEN-RENGLONES(WS-IDX-PEN)

           END-IF.

           ADD 1                        TO WS-PEN-RENGLONES(WS-IDX-PEN).

       1360-GRABAR-RENGLON-TRABAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1365-AVANZAR-PENDIENTE.

           CONTINUE.

       1365-AVANZAR-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL REGISTRO Y LOS RENGLONES SE ABREN PARA AGREGAR; EN LA
      *    PRIMERA CORRIDA TODAVIA NO EXISTEN Y SE CREAN.

       1400-ABRIR-ARCH-SALIDA.

           OPEN EXTEND ACTAS.

           IF FS-ACTAS-NFD
              OPEN OUTPUT ACTAS
           END-IF.

           IF NOT FS-ACTAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN EXTEND ACTASDET.

           IF FS-ACTASDET-NFD
              OPEN OUTPUT ACTASDET
           END-IF.

           IF NOT FS-ACTASDET-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTASDET'
              DISPLAY 'FILE STATUS: ' FS-ACTASDET
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT LIBACTAS.

           IF FS-LIBACTAS-OK
              MOVE WS-LIS-SEPARADOR     TO REG-LIBACTAS
              PERFORM 2600-GRABAR-ARCH-LIBACTAS
                 THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT
              MOVE WS-LIS-TITULO        TO REG-LIBACTAS
              PERFORM 2600-GRABAR-ARCH-LIBACTAS
                 THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO LIBACTAS'
              DISPLAY 'FILE STATUS: ' FS-LIBACTAS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1400-ABRIR-ARCH-SALIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1500-ABRIR-ARCH-ACTAORD.

           OPEN INPUT ACTAORD.

           EVALUATE TRUE
               WHEN FS-ACTAORD-OK
                    PERFORM 1600-LEER-ACTAORD
                       THRU 1600-LEER-ACTAORD-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTAORD'
                    DISPLAY 'FILE STATUS: ' FS-ACTAORD
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1500-ABRIR-ARCH-ACTAORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-LEER-ACTAORD.

           READ ACTAORD.

           EVALUATE FS-ACTAORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACTAORD-EOF     TO TRUE
               WHEN OTHER
                    SET FS-ACTAORD-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTAORD'
                    DISPLAY 'FILE STATUS: ' FS-ACTAORD
           END-EVALUATE.

       1600-LEER-ACTAORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UN ACTA POR CORTE DE TIPO, MATERIA Y COMISION/TERMINO O
      *    FECHA DE MESA; SI ESE CORTE YA TIENE ACTA REGISTRADA, LA
      *    NUEVA ES COMPLEMENTARIA Y REFIERE LA PRIMERA.  EL ACTA SE
      *    REGISTRA AL TERMINAR DE ASENTAR SUS RENGLONES: SI LA
      *    CORRIDA SE CORTA A MITAD DE UN ACTA, EL NUMERO NO QUEDA
      *    TOMADO, LA PROXIMA CORRIDA DEPURA LOS RENGLONES YA GRABADOS
      *    (1150) Y EMITE EL ACTA DE NUEVO CON ESE NUMERO.

       2000-EMITIR-ACTA.

           MOVE AOR-TIPO                TO WS-AC-TIPO.
           MOVE AOR-MATERIA             TO WS-AC-MATERIA.
           MOVE AOR-COMISION            TO WS-AC-COMISION.
           MOVE AOR-TERMINO             TO WS-AC-TERMINO.
           MOVE AOR-FECHA-MESA          TO WS-AC-FECHA-MESA.
           MOVE ZERO                    TO WS-AC-RENGLON.

           MOVE WS-AC-TIPO              TO WS-REN-TIPO.
           MOVE WS-AC-MATERIA           TO WS-REN-MATERIA.
           MOVE WS-AC-COMISION          TO WS-REN-COMISION.
           MOVE WS-AC-TERMINO           TO WS-REN-TERMINO.
           MOVE WS-AC-FECHA-MESA        TO WS-REN-FECHA-MESA.

           PERFORM 1350-BUSCAR-EN-REGISTRO
              THRU 1350-BUSCAR-EN-REGISTRO-EXIT.

           IF WS-ACTA-REGISTRADA
              SET WS-AC-COMPLEMENTARIA  TO TRUE
              MOVE WS-REG-NRO-ACTA(WS-IDX-REG)
                                        TO WS-AC-ORIGINAL
           ELSE
              SET WS-AC-PRIMERA         TO TRUE
              MOVE ZERO                 TO WS-AC-ORIGINAL
           END-IF.

           PERFORM 2100-NUMERAR-ACTA
              THRU 2100-NUMERAR-ACTA-EXIT.

           PERFORM 2200-IMPRIMIR-ENCABEZADO
              THRU 2200-IMPRIMIR-ENCABEZADO-EXIT.

           PERFORM 2300-ASENTAR-RENGLON
              THRU 2300-ASENTAR-RENGLON-EXIT
              UNTIL FS-ACTAORD-EOF
              OR AOR-TIPO       NOT = WS-AC-TIPO
              OR AOR-MATERIA    NOT = WS-AC-MATERIA
              OR AOR-COMISION   NOT = WS-AC-COMISION
              OR AOR-TERMINO    NOT = WS-AC-TERMINO
              OR AOR-FECHA-MESA NOT = WS-AC-FECHA-MESA.

           PERFORM 2400-IMPRIMIR-PIE
              THRU 2400-IMPRIMIR-PIE-EXIT.

           PERFORM 2500-REGISTRAR-ACTA
              THRU 2500-REGISTRAR-ACTA-EXIT.

       2000-EMITIR-ACTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL ACTA TOMA EL NUMERO SIGUIENTE AL ULTIMO REGISTRADO Y
      *    LOS FOLIOS QUE NECESITAN SUS RENGLONES; SI NO ENTRA EN LO
      *    QUE QUEDA DEL LIBRO, ABRE EL LIBRO SIGUIENTE EN EL FOLIO 1.

       2100-NUMERAR-ACTA.

           PERFORM 1365-AVANZAR-PENDIENTE
              THRU 1365-AVANZAR-PENDIENTE-EXIT
              VARYING WS-IDX-PEN FROM 1 BY 1
              UNTIL WS-IDX-PEN > WS-CANT-PEN
              OR (WS-PEN-TIPO(WS-IDX-PEN)       = WS-AC-TIPO
                  AND WS-PEN-MATERIA(WS-IDX-PEN)    = WS-AC-MATERIA
                  AND WS-PEN-COMISION(WS-IDX-PEN)   = WS-AC-COMISION
                  AND WS-PEN-TERMINO(WS-IDX-PEN)    = WS-AC-TERMINO
                  AND WS-PEN-FECHA-MESA(WS-IDX-PEN) =
                      WS-AC-FECHA-MESA).

           IF WS-IDX-PEN > WS-CANT-PEN
              MOVE 1                    TO WS-AC-CANT-RENGLONES
           ELSE
              MOVE WS-PEN-RENGLONES(WS-IDX-PEN)
                                        TO WS-AC-CANT-RENGLONES
           END-IF.

           COMPUTE WS-AC-CANT-FOLIOS =
                   (WS-AC-CANT-RENGLONES + WS-RENGLONES-POR-FOLIO - 1)
                   / WS-RENGLONES-POR-FOLIO.

           COMPUTE WS-FOLIO-HASTA =
                   WS-PROX-FOLIO + WS-AC-CANT-FOLIOS - 1.

           IF WS-FOLIO-HASTA > WS-FOLIOS-POR-LIBRO
              ADD 1                     TO WS-PROX-LIBRO
              MOVE 1                    TO WS-PROX-FOLIO
              MOVE WS-AC-CANT-FOLIOS    TO WS-FOLIO-HASTA
           END-IF.

           ADD 1                        TO WS-ULT-NRO-ACTA.
           MOVE WS-ULT-NRO-ACTA         TO WS-AC-NRO.
           MOVE WS-PROX-LIBRO           TO WS-AC-LIBRO.
           MOVE WS-PROX-FOLIO           TO WS-AC-FOLIO.

           ADD WS-AC-CANT-FOLIOS        TO WS-PROX-FOLIO.

       2100-NUMERAR-ACTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2200-IMPRIMIR-ENCABEZADO.

           EVALUATE TRUE
               WHEN WS-AC-COMPLEMENTARIA AND WS-AC-DE-CURSADA
                    MOVE 'ACTA COMPL. CURS.' TO WS-LIS-E-TIPO
               WHEN WS-AC-COMPLEMENTARIA
                    MOVE 'ACTA COMPL. EXAM.' TO WS-LIS-E-TIPO
               WHEN WS-AC-DE-CURSADA
                    MOVE 'ACTA DE CURSADA  ' TO WS-LIS-E-TIPO
               WHEN OTHER
                    MOVE 'ACTA DE EXAMEN   ' TO WS-LIS-E-TIPO
           END-EVALUATE.

           MOVE WS-AC-NRO               TO WS-LIS-E-NRO.
           MOVE WS-AC-LIBRO             TO WS-LIS-E-LIBRO.
           MOVE WS-AC-FOLIO             TO WS-LIS-E-FOLIO.
           MOVE WS-FOLIO-HASTA          TO WS-LIS-E-FOLIO-H.

           MOVE WS-LIS-SEPARADOR        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-ENCABEZADO       TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           IF WS-AC-DE-CURSADA
              MOVE WS-AC-MATERIA        TO WS-LIS-C-MATERIA
              MOVE WS-AC-COMISION       TO WS-LIS-C-COMISION
              MOVE WS-AC-TERMINO        TO WS-LIS-C-TERMINO
              MOVE WS-LIS-CURSADA       TO REG-LIBACTAS
           ELSE
              MOVE WS-AC-MATERIA        TO WS-LIS-X-MATERIA
              MOVE WS-AC-FECHA-MESA     TO WS-LIS-X-FECHA
              MOVE WS-LIS-EXAMEN        TO REG-LIBACTAS
           END-IF.

           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           IF WS-AC-COMPLEMENTARIA
              MOVE WS-AC-ORIGINAL       TO WS-LIS-K-ORIGINAL
              MOVE WS-LIS-COMPLEMENTA   TO REG-LIBACTAS
              PERFORM 2600-GRABAR-ARCH-LIBACTAS
                 THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT
           END-IF.

           MOVE WS-LIS-GUIONES          TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-HEADER           TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

       2200-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL ACTA LLEVA EL NOMBRE OFICIAL DEL MAESTRO; UN LEGAJO QUE
      *    NO ESTA EN EL MAESTRO SE ASIENTA IGUAL Y SE SENALA.

       2300-ASENTAR-RENGLON.

           ADD 1                        TO WS-AC-RENGLON.

           MOVE AOR-LEGAJO              TO MAE-LEGAJO.

           READ MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    MOVE MAE-NOMAPELL   TO WS-NOMBRE-OFICIAL
               WHEN FS-MAESTRO-INV
                    MOVE '*** LEGAJO INEXISTENTE EN MAESTRO ***'
                                        TO WS-NOMBRE-OFICIAL
                    ADD 1               TO WS-CONT-SIN-MAESTRO
               WHEN OTHER
                    MOVE SPACES         TO WS-NOMBRE-OFICIAL
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

           MOVE WS-AC-NRO               TO ADT-NRO-ACTA.
           MOVE WS-AC-RENGLON           TO ADT-RENGLON.
           MOVE AOR-LEGAJO              TO ADT-LEGAJO.
           MOVE WS-NOMBRE-OFICIAL       TO ADT-NOMAPELL.
           MOVE AOR-NOTA                TO ADT-NOTA.
           MOVE AOR-CONDICION           TO ADT-CONDICION.

           WRITE REG-ACTASDET.

           IF NOT FS-ACTASDET-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTASDET'
              DISPLAY 'FILE STATUS: ' FS-ACTASDET
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                        TO WS-CONT-RENGLONES.

           MOVE WS-AC-RENGLON           TO WS-LIS-D-RENGLON.
           MOVE AOR-LEGAJO              TO WS-LIS-D-LEGAJO.
           MOVE WS-NOMBRE-OFICIAL       TO WS-LIS-D-NOMAPELL.
           MOVE AOR-NOTA                TO WS-LIS-D-NOTA.
           MOVE AOR-CONDICION           TO WS-LIS-D-CONDICION.

           MOVE WS-LIS-DETALLE          TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           PERFORM 1600-LEER-ACTAORD
              THRU 1600-LEER-ACTAORD-EXIT.

       2300-ASENTAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2400-IMPRIMIR-PIE.

           MOVE WS-AC-RENGLON           TO WS-LIS-P-RENGLONES.

           MOVE WS-LIS-GUIONES          TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-PIE-1            TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE SPACES                  TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-PIE-2            TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

       2400-IMPRIMIR-PIE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN EL ACTA EN EL REGISTRO NO HAY NUMERACION CONFIABLE:
      *    UN ERROR AL GRABARLA DETIENE EL PROGRAMA.

       2500-REGISTRAR-ACTA.

           MOVE WS-AC-NRO               TO ACT-NRO-ACTA.
           MOVE WS-AC-TIPO              TO ACT-TIPO.
           MOVE WS-AC-LIBRO             TO ACT-LIBRO.
           MOVE WS-AC-FOLIO             TO ACT-FOLIO-DESDE.
           MOVE WS-AC-CANT-FOLIOS       TO ACT-CANT-FOLIOS.
           MOVE WS-AC-MATERIA           TO ACT-MATERIA.
           MOVE WS-AC-COMISION          TO ACT-COMISION.
           MOVE WS-AC-TERMINO           TO ACT-TERMINO.
           MOVE WS-AC-FECHA-MESA        TO ACT-FECHA-MESA.
           MOVE WS-AC-RENGLON           TO ACT-CANT-RENGLONES.
           MOVE WS-AC-ORIGINAL          TO ACT-ACTA-ORIGINAL.
           MOVE ZERO                    TO ACT-LEGAJO.
           MOVE SPACES                  TO ACT-COD-NOVEDAD
                                           ACT-FECHA-NOVEDAD.
           MOVE WS-FECHA-EMISION        TO ACT-FECHA-EMISION.
           MOVE 'TP01EJ15'              TO ACT-PROGRAMA.

           WRITE REG-ACTAS.

           IF NOT FS-ACTAS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           IF WS-AC-DE-CURSADA
              ADD 1                     TO WS-CONT-ACTAS-CURSADA
           ELSE
              ADD 1                     TO WS-CONT-ACTAS-EXAMEN
           END-IF.

           IF WS-AC-COMPLEMENTARIA
              ADD 1                     TO WS-CONT-COMPLEMENTARIAS
           END-IF.

       2500-REGISTRAR-ACTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2600-GRABAR-ARCH-LIBACTAS.

           WRITE REG-LIBACTAS.

           EVALUATE FS-LIBACTAS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO LIBACTAS'
                    DISPLAY 'FILE STATUS: ' FS-LIBACTAS
           END-EVALUATE.

       2600-GRABAR-ARCH-LIBACTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           MOVE WS-CONT-HIS-LEIDOS      TO WS-LIS-D-HIS-LEIDOS.
           MOVE WS-CONT-FIN-LEIDOS      TO WS-LIS-D-FIN-LEIDOS.
           MOVE WS-CONT-ACTAS-CURSADA   TO WS-LIS-D-ACTAS-CURSADA.
           MOVE WS-CONT-ACTAS-EXAMEN    TO WS-LIS-D-ACTAS-EXAMEN.
           MOVE WS-CONT-RENGLONES       TO WS-LIS-D-RENGLONES.
           MOVE WS-CONT-YA-EMITIDOS     TO WS-LIS-D-YA-EMITIDOS.
           MOVE WS-CONT-SIN-MAESTRO     TO WS-LIS-D-SIN-MAESTRO.
           MOVE WS-ULT-NRO-ACTA         TO WS-LIS-D-ULT-ACTA.
           MOVE WS-CONT-COMPLEMENTARIAS TO WS-LIS-D-COMPLEMENTARIAS.
           MOVE WS-CONT-HUERFANOS       TO WS-LIS-D-HUERFANOS.

           MOVE WS-LIS-SEPARADOR        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-1        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-2        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-3        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-4        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-5        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-6        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-7        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-8        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-9        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-TOTALES-10       TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-LIBACTAS.
           PERFORM 2600-GRABAR-ARCH-LIBACTAS
              THRU 2600-GRABAR-ARCH-LIBACTAS-EXIT.

           CLOSE ACTAORD.

           CLOSE MAESTRO.

           CLOSE ACTAS.

           IF NOT FS-ACTAS-OK
              DISPLAY 'ERROR EN CLOSE DE ACTAS: ' FS-ACTAS
              SET WS-ERROR-ARCHIVO TO TRUE
           END-IF.

           CLOSE ACTASDET.

           IF NOT FS-ACTASDET-OK
              DISPLAY 'ERROR EN CLOSE DE ACTASDET: ' FS-ACTASDET
              SET WS-ERROR-ARCHIVO TO TRUE
           END-IF.

           CLOSE LIBACTAS.

           IF NOT FS-LIBACTAS-OK
              DISPLAY 'ERROR EN CLOSE DE LIBACTAS: ' FS-LIBACTAS
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-SIN-MAESTRO > ZERO
                    OR WS-CONT-COMPLEMENTARIAS > ZERO
                    OR WS-CONT-HUERFANOS > ZERO
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
           END PROGRAM TP01EJ15.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
