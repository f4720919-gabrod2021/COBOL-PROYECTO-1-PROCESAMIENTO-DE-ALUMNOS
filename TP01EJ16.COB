      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: CONTROL DE ENTREGA DE NOTAS PREVIO AL CIERRE. CORRE
      *         ANTES DE TP01EJ01 Y COMPARA, POR MATERIA Y COMISION,
      *         EL PADRON DE ALUMNOS QUE DEBIAN CURSAR (INSCRIPTOS.
      *         <TERMINO>.TXT SI EXISTE, SI NO ASISTENCIA.TXT) CONTRA
      *         LAS NOTAS RECIBIDAS EN ALUMNOS.TXT.  INFORMA POR
      *         DOCENTE (DOCENTES.TXT) LOS ALUMNOS SIN NOTAS, LOS QUE
      *         TIENEN MENOS NOTAS QUE LAS QUE PIDE MATERIAS.TXT Y
      *         LAS NOTAS DE ALUMNOS QUE NO ESTAN EN EL PADRON.  SI
      *         ALGUNA COMISION QUEDA POR DEBAJO DEL PORCENTAJE DE
      *         COMPLETITUD DE PARAMETROS.TXT DEVUELVE 8 PARA QUE EL
      *         PLAN DE TP01EJ09 DETENGA EL CIERRE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ16.

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

       SELECT MATERIAS
           ASSIGN TO '../MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MATERIAS.

       SELECT DOCENTES
           ASSIGN TO '../DOCENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCENTES.

       SELECT ALUMNOS
           ASSIGN TO '../ALUMNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALUMNOS.

       SELECT INSCRIPTOS
           ASSIGN DYNAMIC WS-ARCH-INSCRIPTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCRIPTOS.

       SELECT ASISTENCIA
           ASSIGN TO '../ASISTENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASISTENCIA.

       SELECT MAESTRO
           ASSIGN TO '../MAESTRO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT CTLWRK
           ASSIGN TO '../CTLWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLWRK.

       SELECT CTLORD
           ASSIGN TO '../CTLORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLORD.

       SELECT CTLNOTAS
           ASSIGN TO '../CTLNOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLNOTAS.

       SELECT SORT-CTL
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "MATERIAS.CPY".

       COPY "DOCENTES.CPY".

       COPY "ALUMNOS.CPY".

       COPY "INSCRIPTOS.CPY".

       COPY "ASISTENCIA.CPY".

       COPY "MAESTRO.CPY".

      *    UN REGISTRO POR HALLAZGO (TIPO 1 A 3) Y UNO DE RESUMEN POR
      *    COMISION (TIPO 0), CON EL DOCENTE AL FRENTE PARA ORDENAR.

       FD  CTLWRK.

       01  REG-CTLWRK.
           05  CWK-DOC-NOMAPELL            PIC X(40).
           05  CWK-DOC-LEGAJO              PIC 9(06).
           05  CWK-MATERIA                 PIC X(30).
           05  CWK-COMISION                PIC X(03).
           05  CWK-TIPO                    PIC X(01).
           05  CWK-LEGAJO                  PIC 9(06).
           05  CWK-NOMAPELL                PIC X(40).
           05  CWK-CANT-NOTAS              PIC 9(02).
           05  CWK-REQUERIDAS              PIC 9(02).
           05  CWK-ESPERADOS               PIC 9(05).
           05  CWK-COMPLETOS               PIC 9(05).
           05  CWK-PORCENTAJE              PIC 9(03).

       FD  CTLORD.

       01  REG-CTLORD.
           05  COR-DOC-NOMAPELL            PIC X(40).
           05  COR-DOC-LEGAJO              PIC 9(06).
           05  COR-MATERIA                 PIC X(30).
           05  COR-COMISION                PIC X(03).
           05  COR-TIPO                    PIC X(01).
               88  COR-RESUMEN-COMISION                VALUE '0'.
               88  COR-SIN-NOTAS                       VALUE '1'.
               88  COR-NOTAS-INCOMPLETAS               VALUE '2'.
               88  COR-FUERA-DE-PADRON                 VALUE '3'.
           05  COR-LEGAJO                  PIC 9(06).
           05  COR-NOMAPELL                PIC X(40).
           05  COR-CANT-NOTAS              PIC 9(02).
           05  COR-REQUERIDAS              PIC 9(02).
           05  COR-ESPERADOS               PIC 9(05).
           05  COR-COMPLETOS               PIC 9(05).
           05  COR-PORCENTAJE              PIC 9(03).

       FD  CTLNOTAS.

       01  REG-CTLNOTAS                    PIC X(130).

       SD  SORT-CTL.

       01  REG-SORT-CTL.
           05  SRC-DOC-NOMAPELL            PIC X(40).
           05  SRC-DOC-LEGAJO              PIC 9(06).
           05  SRC-MATERIA                 PIC X(30).
           05  SRC-COMISION                PIC X(03).
           05  SRC-TIPO                    PIC X(01).
           05  SRC-LEGAJO                  PIC 9(06).
           05  SRC-NOMAPELL                PIC X(40).
           05  SRC-CANT-NOTAS              PIC 9(02).
           05  SRC-REQUERIDAS              PIC 9(02).
           05  SRC-ESPERADOS               PIC 9(05).
           05  SRC-COMPLETOS               PIC 9(05).
           05  SRC-PORCENTAJE              PIC 9(03).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-NOTAS-LEIDAS       PIC 9(05) VALUE 0.
          05 WS-CONT-EN-PADRON          PIC 9(05) VALUE 0.
          05 WS-CONT-COMPLETOS          PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-NOTAS          PIC 9(05) VALUE 0.
          05 WS-CONT-INCOMPLETOS        PIC 9(05) VALUE 0.
          05 WS-CONT-FUERA-PADRON       PIC 9(05) VALUE 0.
          05 WS-CONT-COMISIONES         PIC 9(05) VALUE 0.
          05 WS-CONT-COM-BAJO-MINIMO    PIC 9(05) VALUE 0.
          05 WS-CONT-COM-SIN-DOCENTE    PIC 9(05) VALUE 0.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.
       01 WS-COMPLETITUD-MINIMA         PIC 9(03) VALUE 100.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-ARCH-INSCRIPTOS.
          05 FILLER                      PIC X(14)
             VALUE '../INSCRIPTOS.'.
          05 WS-ARC-TER-INSCRIPTOS       PIC X(06).
          05 FILLER                      PIC X(04) VALUE '.TXT'.

       01 WS-ORIGEN-PADRON              PIC X(30) VALUE SPACES.

       01 WS-ALUMNO-ACTUAL.
          05 WS-MATERIA-ACTUAL           PIC X(30) VALUE SPACES.
          05 WS-COMISION-ACTUAL          PIC X(03) VALUE SPACES.
          05 WS-NOMBRE-ACTUAL            PIC X(40) VALUE SPACES.
          05 WS-REQUERIDAS-ACTUAL        PIC 9(02) VALUE ZERO.
          05 WS-NOTAS-ACTUAL             PIC 9(02) VALUE ZERO.

       01 WS-DOCENTE-ACTUAL.
          05 WS-DOC-ACT-LEGAJO           PIC 9(06) VALUE ZERO.
          05 WS-DOC-ACT-NOMAPELL         PIC X(40) VALUE SPACES.

       01 WS-INDICES.
          05 WS-CANT-MATERIAS            PIC 9(02) VALUE ZERO.
          05 WS-IDX-MAT                  PIC 9(02) VALUE ZERO.
          05 WS-CANT-DOC                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-DOC                  PIC 9(03) VALUE ZERO.
          05 WS-CANT-NOT                 PIC 9(04) VALUE ZERO.
          05 WS-IDX-NOT                  PIC 9(04) VALUE ZERO.
          05 WS-CANT-PAD                 PIC 9(04) VALUE ZERO.
          05 WS-IDX-PAD                  PIC 9(04) VALUE ZERO.
          05 WS-CANT-COM                 PIC 9(03) VALUE ZERO.
          05 WS-IDX-COM                  PIC 9(03) VALUE ZERO.

       01 WS-CORTE-LISTADO.
          05 WS-CC-DOC-NOMAPELL-ANT      PIC X(40) VALUE SPACES.
          05 WS-CC-DOC-LEGAJO-ANT        PIC 9(06) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-PADRON               PIC X(01) VALUE 'N'.
             88 WS-PADRON-PRESENTE                VALUE 'S'.
             88 WS-PADRON-AUSENTE                 VALUE 'N'.
          05 WS-SW-MAESTRO              PIC X(01) VALUE 'N'.
             88 WS-MAESTRO-ABIERTO                VALUE 'S'.
             88 WS-MAESTRO-CERRADO                VALUE 'N'.
          05 WS-SW-PRIMER-DOCENTE       PIC X(01) VALUE 'S'.
             88 WS-PRIMER-DOCENTE                 VALUE 'S'.
             88 WS-NO-PRIMER-DOCENTE              VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-MATERIAS                         PIC X(2).
             88 FS-MATERIAS-OK                   VALUE '00'.
             88 FS-MATERIAS-EOF                  VALUE '10'.
             88 FS-MATERIAS-NFD                  VALUE '35'.

          05 FS-DOCENTES                         PIC X(2).
             88 FS-DOCENTES-OK                   VALUE '00'.
             88 FS-DOCENTES-EOF                  VALUE '10'.
             88 FS-DOCENTES-NFD                  VALUE '35'.

          05 FS-ALUMNOS                          PIC X(2).
             88 FS-ALUMNOS-OK                    VALUE '00'.
             88 FS-ALUMNOS-EOF                   VALUE '10'.
             88 FS-ALUMNOS-NFD                   VALUE '35'.

          05 FS-INSCRIPTOS                       PIC X(2).
             88 FS-INSCRIPTOS-OK                 VALUE '00'.
             88 FS-INSCRIPTOS-EOF                VALUE '10'.
             88 FS-INSCRIPTOS-NFD                VALUE '35'.

          05 FS-ASISTENCIA                       PIC X(2).
             88 FS-ASISTENCIA-OK                 VALUE '00'.
             88 FS-ASISTENCIA-EOF                VALUE '10'.
             88 FS-ASISTENCIA-NFD                VALUE '35'.

          05 FS-MAESTRO                          PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-EOF                   VALUE '10'.
             88 FS-MAESTRO-INV                   VALUE '23'.
             88 FS-MAESTRO-NFD                   VALUE '35'.

          05 FS-CTLWRK                           PIC X(2).
             88 FS-CTLWRK-OK                     VALUE '00'.
             88 FS-CTLWRK-EOF                    VALUE '10'.
             88 FS-CTLWRK-NFD                    VALUE '35'.

          05 FS-CTLORD                           PIC X(2).
             88 FS-CTLORD-OK                     VALUE '00'.
             88 FS-CTLORD-EOF                    VALUE '10'.
             88 FS-CTLORD-NFD                    VALUE '35'.

          05 FS-CTLNOTAS                         PIC X(2).
             88 FS-CTLNOTAS-OK                   VALUE '00'.
             88 FS-CTLNOTAS-EOF                  VALUE '10'.
             88 FS-CTLNOTAS-NFD                  VALUE '35'.

      ******************************************************************
      *    CANTIDAD DE NOTAS QUE PIDE CADA MATERIA (MATERIAS.TXT).

       01  WS-TABLA-MATERIAS.
          03 WS-MAT-DET  OCCURS 20 TIMES.
              05 WS-MAT-NOMBRE         PIC X(30).
              05 WS-MAT-CANT-NOTAS     PIC 9(02).

      ******************************************************************
      *    DOCENTE RESPONSABLE DE CADA MATERIA Y COMISION.

       01  WS-TABLA-DOCENTES.
          03 WS-DOC-DET  OCCURS 999 TIMES.
              05 WS-DOC-MATERIA        PIC X(30).
              05 WS-DOC-COMISION       PIC X(03).
              05 WS-DOC-LEGAJO         PIC 9(06).
              05 WS-DOC-NOMAPELL       PIC X(40).

      ******************************************************************
      *    NOTAS RECIBIDAS EN ALUMNOS.TXT, UNA FILA POR LEGAJO,
      *    MATERIA Y COMISION CON LA CANTIDAD DE NOTAS CARGADAS.  LA
      *    MARCA INDICA SI LA FILA FUE RECLAMADA POR EL PADRON.

       01  WS-TABLA-NOTAS.
          03 WS-NOT-DET  OCCURS 9999 TIMES.
              05 WS-NOT-LEGAJO         PIC 9(06).
              05 WS-NOT-MATERIA        PIC X(30).
              05 WS-NOT-COMISION       PIC X(03).
              05 WS-NOT-NOMAPELL       PIC X(40).
              05 WS-NOT-CANTIDAD       PIC 9(02).
              05 WS-NOT-EN-PADRON      PIC X(01).

      ******************************************************************
      *    PADRON DE ALUMNOS QUE DEBIAN TENER NOTAS EN EL TERMINO.

       01  WS-TABLA-PADRON.
          03 WS-PAD-DET  OCCURS 9999 TIMES.
              05 WS-PAD-LEGAJO         PIC 9(06).
              05 WS-PAD-MATERIA        PIC X(30).
              05 WS-PAD-COMISION       PIC X(03).
              05 WS-PAD-NOMAPELL       PIC X(40).

      ******************************************************************
      *    RESUMEN POR MATERIA Y COMISION.

       01  WS-TABLA-COMISIONES.
          03 WS-COM-DET  OCCURS 999 TIMES.
              05 WS-COM-MATERIA        PIC X(30).
              05 WS-COM-COMISION       PIC X(03).
              05 WS-COM-ESPERADOS      PIC 9(05).
              05 WS-COM-COMPLETOS      PIC 9(05).
              05 WS-COM-PORCENTAJE     PIC 9(03).

      ******************************************************************

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR           PIC X(130) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(130) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(36)
                VALUE 'CONTROL DE ENTREGA DE NOTAS PREVIO '.
             10 FILLER             PIC X(20)
                VALUE 'AL CIERRE - TERMINO '.
             10 WS-LIS-T-TERMINO   PIC X(06).
          05 WS-LIS-SUBTITULO.
             10 FILLER             PIC X(08) VALUE 'Padron: '.
             10 WS-LIS-T-ORIGEN    PIC X(30).
             10 FILLER             PIC X(23)
                VALUE '  Completitud minima: '.
             10 WS-LIS-T-MINIMA    PIC ZZ9.
             10 FILLER             PIC X(01) VALUE '%'.
          05 WS-LIS-DOCENTE.
             10 FILLER             PIC X(09) VALUE 'Docente: '.
             10 WS-LIS-DC-LEGAJO   PIC X(06).
             10 FILLER             PIC X(03) VALUE ' - '.
             10 WS-LIS-DC-NOMAPELL PIC X(40).
          05 WS-LIS-COMISION.
             10 FILLER             PIC X(11) VALUE '  Materia: '.
             10 WS-LIS-C-MATERIA   PIC X(30).
             10 FILLER             PIC X(12) VALUE '  Comision: '.
             10 WS-LIS-C-COMISION  PIC X(03).
             10 FILLER             PIC X(13) VALUE '  Esperados: '.
             10 WS-LIS-C-ESPERADOS PIC ZZZZ9.
             10 FILLER             PIC X(13) VALUE '  Completos: '.
             10 WS-LIS-C-COMPLETOS PIC ZZZZ9.
             10 FILLER             PIC X(03) VALUE ' - '.
             10 WS-LIS-C-PORC      PIC ZZ9.
             10 FILLER             PIC X(03) VALUE '% '.
             10 WS-LIS-C-ESTADO    PIC X(14).
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(04) VALUE SPACES.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(25) VALUE 'Observacion'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(11) VALUE 'Notas/Req.'.
          05 WS-LIS-DETALLE.
             10 FILLER                      PIC X(04) VALUE SPACES.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-OBSERVACION        PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOTAS              PIC Z9.
             10 FILLER                      PIC X(03) VALUE ' / '.
             10 WS-LIS-D-REQUERIDAS         PIC Z9.
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Notas leidas: '.
             10 WS-LIS-D-LEIDAS             PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos en el padron: '.
             10 WS-LIS-D-EN-PADRON          PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos con notas completas: '.
             10 WS-LIS-D-COMPLETOS          PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos sin notas: '.
             10 WS-LIS-D-SIN-NOTAS          PIC 9(05).
          05 WS-LIS-TOTALES-5.
             10 FILLER  PIC X(35)
                VALUE 'Alumnos con notas incompletas: '.
             10 WS-LIS-D-INCOMPLETOS        PIC 9(05).
          05 WS-LIS-TOTALES-6.
             10 FILLER  PIC X(35)
                VALUE 'Notas de alumnos fuera de padron: '.
             10 WS-LIS-D-FUERA-PADRON       PIC 9(05).
          05 WS-LIS-TOTALES-7.
             10 FILLER  PIC X(35)
                VALUE 'Comisiones controladas: '.
             10 WS-LIS-D-COMISIONES         PIC 9(05).
          05 WS-LIS-TOTALES-8.
             10 FILLER  PIC X(35)
                VALUE 'Comisiones bajo el minimo: '.
             10 WS-LIS-D-BAJO-MINIMO        PIC 9(05).
          05 WS-LIS-TOTALES-9.
             10 FILLER  PIC X(35)
                VALUE 'Comisiones sin docente asignado: '.
             10 WS-LIS-D-SIN-DOCENTE        PIC 9(05).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 2000-CONTROLAR-PADRON
                THRU 2000-CONTROLAR-PADRON-EXIT
                VARYING WS-IDX-PAD FROM 1 BY 1
                UNTIL WS-IDX-PAD > WS-CANT-PAD.

             PERFORM 2300-CONTROLAR-NOTA-AJENA
                THRU 2300-CONTROLAR-NOTA-AJENA-EXIT
                VARYING WS-IDX-NOT FROM 1 BY 1
                UNTIL WS-IDX-NOT > WS-CANT-NOT.

             PERFORM 2400-RESUMIR-COMISION
                THRU 2400-RESUMIR-COMISION-EXIT
                VARYING WS-IDX-COM FROM 1 BY 1
                UNTIL WS-IDX-COM > WS-CANT-COM.

             PERFORM 2900-CERRAR-ARCH-TRABAJO
                THRU 2900-CERRAR-ARCH-TRABAJO-EXIT.

             SORT SORT-CTL
                ON ASCENDING KEY SRC-DOC-NOMAPELL
                                 SRC-DOC-LEGAJO
                                 SRC-MATERIA
                                 SRC-COMISION
                                 SRC-TIPO
                                 SRC-LEGAJO
                USING CTLWRK
                GIVING CTLORD.

             PERFORM 3000-FINALIZAR-PROGRAMA
                THRU 3000-FINALIZAR-PROGRAMA-EXIT.

             PERFORM 3900-FIJAR-COD-RETORNO
                THRU 3900-FIJAR-COD-RETORNO-EXIT.

             MOVE WS-COD-RETORNO TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*

       1000-INICIALIZAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           PERFORM 1050-ABRIR-ARCH-MATERIAS
              THRU 1050-ABRIR-ARCH-MATERIAS-EXIT.

           PERFORM 1100-CARGAR-DOCENTES
              THRU 1100-CARGAR-DOCENTES-EXIT.

           PERFORM 1200-CARGAR-NOTAS
              THRU 1200-CARGAR-NOTAS-EXIT.

           PERFORM 1300-CARGAR-INSCRIPTOS
              THRU 1300-CARGAR-INSCRIPTOS-EXIT.

           IF WS-PADRON-AUSENTE
              PERFORM 1400-CARGAR-ASISTENCIA
                 THRU 1400-CARGAR-ASISTENCIA-EXIT
           END-IF.

           PERFORM 1500-ABRIR-ARCH-MAESTRO
              THRU 1500-ABRIR-ARCH-MAESTRO-EXIT.

           OPEN OUTPUT CTLWRK.

           IF NOT FS-CTLWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO CTLWRK'
              DISPLAY 'FILE STATUS: ' FS-CTLWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

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
                       IF PAR-COMPLETITUD-MINIMA IS NUMERIC
                          AND PAR-COMPLETITUD-MINIMA > ZERO
                          AND PAR-COMPLETITUD-MINIMA NOT > 100
                          MOVE PAR-COMPLETITUD-MINIMA
                               TO WS-COMPLETITUD-MINIMA
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

           MOVE WS-TERM-ID            TO WS-ARC-TER-INSCRIPTOS
                                         WS-LIS-T-TERMINO.
           MOVE WS-COMPLETITUD-MINIMA TO WS-LIS-T-MINIMA.

       1010-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1050-ABRIR-ARCH-MATERIAS.

           OPEN INPUT MATERIAS.

           EVALUATE TRUE
               WHEN FS-MATERIAS-OK
                    PERFORM 1060-LEER-MATERIAS
                       THRU 1060-LEER-MATERIAS-EXIT
                    PERFORM 1070-CARGAR-TABLA-MATERIAS
                       THRU 1070-CARGAR-TABLA-MATERIAS-EXIT
                       UNTIL FS-MATERIAS-EOF
                    CLOSE MATERIAS
               WHEN FS-MATERIAS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE MATERIAS'
                    DISPLAY 'FILE STATUS: ' FS-MATERIAS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MATERIAS'
                    DISPLAY 'FILE STATUS: ' FS-MATERIAS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1050-ABRIR-ARCH-MATERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1060-LEER-MATERIAS.

           READ MATERIAS.

           EVALUATE FS-MATERIAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-MATERIAS-EOF   TO TRUE
               WHEN OTHER
                    SET FS-MATERIAS-EOF   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE MATERIAS'
                    DISPLAY 'FILE STATUS: ' FS-MATERIAS
           END-EVALUATE.

       1060-LEER-MATERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1070-CARGAR-TABLA-MATERIAS.

           IF WS-CANT-MATERIAS = 20
               DISPLAY 'MATERIAS.TXT SUPERA EL MAXIMO DE 20 MATERIAS'
               DISPLAY 'CONFIGURABLES'
               PERFORM 9999-ABORTAR-PROGRAMA
               THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                           TO WS-CANT-MATERIAS.

           MOVE MAT-NOMBRE-ENTRADA
                TO WS-MAT-NOMBRE(WS-CANT-MATERIAS).
           MOVE MAT-CANT-NOTAS-ENTRADA
                TO WS-MAT-CANT-NOTAS(WS-CANT-MATERIAS).

           PERFORM 1060-LEER-MATERIAS
              THRU 1060-LEER-MATERIAS-EXIT.

       1070-CARGAR-TABLA-MATERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN DOCENTES.TXT EL CONTROL SE HACE IGUAL Y TODAS LAS
      *    COMISIONES SE INFORMAN SIN DOCENTE ASIGNADO.

       1100-CARGAR-DOCENTES.

           OPEN INPUT DOCENTES.

           EVALUATE TRUE
               WHEN FS-DOCENTES-OK
                    PERFORM 1110-LEER-DOCENTES
                       THRU 1110-LEER-DOCENTES-EXIT
                    PERFORM 1120-GUARDAR-DOCENTE
                       THRU 1120-GUARDAR-DOCENTE-EXIT
                       UNTIL FS-DOCENTES-EOF
                    CLOSE DOCENTES
               WHEN FS-DOCENTES-NFD
                    DISPLAY 'SIN DOCENTES.TXT: LAS COMISIONES SE '
                    DISPLAY 'INFORMAN SIN DOCENTE ASIGNADO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DOCENTES'
                    DISPLAY 'FILE STATUS: ' FS-DOCENTES
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1100-CARGAR-DOCENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1110-LEER-DOCENTES.

           READ DOCENTES.

           EVALUATE FS-DOCENTES
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-DOCENTES-EOF   TO TRUE
               WHEN OTHER
                    SET FS-DOCENTES-EOF   TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DOCENTES'
                    DISPLAY 'FILE STATUS: ' FS-DOCENTES
           END-EVALUATE.

       1110-LEER-DOCENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1120-GUARDAR-DOCENTE.

           IF WS-CANT-DOC = 999
              DISPLAY 'DOCENTES.TXT SUPERA LAS 999 ASIGNACIONES'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-DOC.

           MOVE DOC-MATERIA          TO WS-DOC-MATERIA(WS-CANT-DOC).
           MOVE DOC-COMISION         TO WS-DOC-COMISION(WS-CANT-DOC).
           MOVE DOC-LEGAJO           TO WS-DOC-LEGAJO(WS-CANT-DOC).
           MOVE DOC-NOMAPELL         TO WS-DOC-NOMAPELL(WS-CANT-DOC).

           PERFORM 1110-LEER-DOCENTES
              THRU 1110-LEER-DOCENTES-EXIT.

       1120-GUARDAR-DOCENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA RENGLON DE ALUMNOS.TXT ES UNA NOTA.  SE ACUMULAN POR
      *    LEGAJO, MATERIA Y COMISION; EL LAYOUT ANTERIOR A LA
      *    COMISION SE TOMA COMO COMISION '***'.  EL HEADER Y EL
      *    TRAILER DEL EXTRACTO NO CUENTAN.

       1200-CARGAR-NOTAS.

           OPEN INPUT ALUMNOS.

           EVALUATE TRUE
               WHEN FS-ALUMNOS-OK
                    PERFORM 1210-LEER-ALUMNOS
                       THRU 1210-LEER-ALUMNOS-EXIT
                    PERFORM 1220-ACUMULAR-NOTA
                       THRU 1220-ACUMULAR-NOTA-EXIT
                       UNTIL FS-ALUMNOS-EOF
                    CLOSE ALUMNOS
               WHEN FS-ALUMNOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO ALUMNOS'
                    DISPLAY 'NINGUNA COMISION ENTREGO NOTAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ALUMNOS'
                    DISPLAY 'FILE STATUS: ' FS-ALUMNOS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1200-CARGAR-NOTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1210-LEER-ALUMNOS.

           READ ALUMNOS.

           EVALUATE FS-ALUMNOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ALUMNOS-EOF    TO TRUE
               WHEN OTHER
                    SET FS-ALUMNOS-EOF    TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ALUMNOS'
                    DISPLAY 'FILE STATUS: ' FS-ALUMNOS
           END-EVALUATE.

       1210-LEER-ALUMNOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1220-ACUMULAR-NOTA.

           IF NOT ALUMNO-REG-HEADER
              AND NOT ALUMNO-REG-TRAILER
              AND ALUMNO-LEGAJO-ENTRADA IS NUMERIC

              ADD 1                  TO WS-CONT-NOTAS-LEIDAS

              IF ALUMNO-LAYOUT-V2
                 AND ALUMNO-COMISION-ENTRADA NOT = SPACES
                 MOVE ALUMNO-COMISION-ENTRADA TO WS-COMISION-ACTUAL
              ELSE
                 MOVE '***'                   TO WS-COMISION-ACTUAL
              END-IF

              PERFORM 1225-AVANZAR-NOTAS
                 THRU 1225-AVANZAR-NOTAS-EXIT
                 VARYING WS-IDX-NOT FROM 1 BY 1
                 UNTIL WS-IDX-NOT > WS-CANT-NOT
                 OR (WS-NOT-LEGAJO(WS-IDX-NOT) =
                     ALUMNO-LEGAJO-ENTRADA
                     AND WS-NOT-MATERIA(WS-IDX-NOT) =
                         ALUMNO-MATERIA-ENTRADA
                     AND WS-NOT-COMISION(WS-IDX-NOT) =
                         WS-COMISION-ACTUAL)

              IF WS-IDX-NOT > WS-CANT-NOT
                 PERFORM 1230-AGREGAR-NOTA
                    THRU 1230-AGREGAR-NOTA-EXIT
              END-IF

              IF WS-NOT-CANTIDAD(WS-IDX-NOT) < 99
                 ADD 1 TO WS-NOT-CANTIDAD(WS-IDX-NOT)
              END-IF

           END-IF.

           PERFORM 1210-LEER-ALUMNOS
              THRU 1210-LEER-ALUMNOS-EXIT.

       1220-ACUMULAR-NOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1225-AVANZAR-NOTAS.

           CONTINUE.

       1225-AVANZAR-NOTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1230-AGREGAR-NOTA.

           IF WS-CANT-NOT = 9999
              DISPLAY 'ALUMNOS.TXT SUPERA LAS 9999 CURSADAS '
              DISPLAY 'CONTROLABLES'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-NOT.
           MOVE WS-CANT-NOT          TO WS-IDX-NOT.

           MOVE ALUMNO-LEGAJO-ENTRADA   TO WS-NOT-LEGAJO(WS-IDX-NOT).
           MOVE ALUMNO-MATERIA-ENTRADA  TO WS-NOT-MATERIA(WS-IDX-NOT).
           MOVE WS-COMISION-ACTUAL      TO WS-NOT-COMISION(WS-IDX-NOT).
           MOVE ALUMNO-NOMAPELL-ENTRADA TO WS-NOT-NOMAPELL(WS-IDX-NOT).
           MOVE ZERO                    TO WS-NOT-CANTIDAD(WS-IDX-NOT).
           MOVE 'N'                     TO WS-NOT-EN-PADRON(WS-IDX-NOT).

       1230-AGREGAR-NOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL PADRON PREFERIDO ES LA INSCRIPCION A CURSADAS DEL
      *    TERMINO, QUE TRAE LA COMISION DE CADA ALUMNO.

       1300-CARGAR-INSCRIPTOS.

           OPEN INPUT INSCRIPTOS.

           EVALUATE TRUE
               WHEN FS-INSCRIPTOS-OK
                    SET WS-PADRON-PRESENTE TO TRUE
                    MOVE 'INSCRIPTOS DEL TERMINO'
                                           TO WS-ORIGEN-PADRON
                    PERFORM 1310-LEER-INSCRIPTOS
                       THRU 1310-LEER-INSCRIPTOS-EXIT
                    PERFORM 1320-GUARDAR-INSCRIPTO
                       THRU 1320-GUARDAR-INSCRIPTO-EXIT
                       UNTIL FS-INSCRIPTOS-EOF
                    CLOSE INSCRIPTOS
               WHEN FS-INSCRIPTOS-NFD
                    DISPLAY 'SIN ARCHIVO DE INSCRIPTOS DEL TERMINO: '
                    DISPLAY 'EL PADRON SE TOMA DE ASISTENCIA.TXT'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO INSCRIPTOS'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIPTOS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1300-CARGAR-INSCRIPTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1310-LEER-INSCRIPTOS.

           READ INSCRIPTOS.

           EVALUATE FS-INSCRIPTOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-INSCRIPTOS-EOF TO TRUE
               WHEN OTHER
                    SET FS-INSCRIPTOS-EOF TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INSCRIPTOS'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIPTOS
           END-EVALUATE.

       1310-LEER-INSCRIPTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1320-GUARDAR-INSCRIPTO.

           PERFORM 1350-AGREGAR-PADRON
              THRU 1350-AGREGAR-PADRON-EXIT.

           MOVE IST-LEGAJO           TO WS-PAD-LEGAJO(WS-CANT-PAD).
           MOVE IST-MATERIA          TO WS-PAD-MATERIA(WS-CANT-PAD).
           MOVE IST-COMISION         TO WS-PAD-COMISION(WS-CANT-PAD).
           MOVE IST-NOMAPELL         TO WS-PAD-NOMAPELL(WS-CANT-PAD).

           PERFORM 1310-LEER-INSCRIPTOS
              THRU 1310-LEER-INSCRIPTOS-EXIT.

       1320-GUARDAR-INSCRIPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1350-AGREGAR-PADRON.

           IF WS-CANT-PAD = 9999
              DISPLAY 'EL PADRON SUPERA LOS 9999 ALUMNOS POR MATERIA'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-PAD.

       1350-AGREGAR-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ASISTENCIA.TXT NO TRAE COMISION: SE TOMA LA DE LAS NOTAS
      *    RECIBIDAS DEL ALUMNO EN ESA MATERIA; SI NO LLEGO NINGUNA
      *    EL ALUMNO QUEDA EN LA COMISION '***' DE LA MATERIA.

       1400-CARGAR-ASISTENCIA.

           OPEN INPUT ASISTENCIA.

           EVALUATE TRUE
               WHEN FS-ASISTENCIA-OK
                    SET WS-PADRON-PRESENTE TO TRUE
                    MOVE 'ASISTENCIA'      TO WS-ORIGEN-PADRON
                    PERFORM 1410-LEER-ASISTENCIA
                       THRU 1410-LEER-ASISTENCIA-EXIT
                    PERFORM 1420-GUARDAR-ASISTENTE
                       THRU 1420-GUARDAR-ASISTENTE-EXIT
                       UNTIL FS-ASISTENCIA-EOF
                    CLOSE ASISTENCIA
               WHEN FS-ASISTENCIA-NFD
                    MOVE 'SIN PADRON'      TO WS-ORIGEN-PADRON
                    DISPLAY 'SIN INSCRIPTOS NI ASISTENCIA.TXT: SOLO '
                    DISPLAY 'SE INFORMAN LAS NOTAS RECIBIDAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ASISTENCIA'
                    DISPLAY 'FILE STATUS: ' FS-ASISTENCIA
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1400-CARGAR-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1410-LEER-ASISTENCIA.

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

       1410-LEER-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1420-GUARDAR-ASISTENTE.

           PERFORM 1350-AGREGAR-PADRON
              THRU 1350-AGREGAR-PADRON-EXIT.

           MOVE ASI-LEGAJO           TO WS-PAD-LEGAJO(WS-CANT-PAD).
           MOVE ASI-MATERIA          TO WS-PAD-MATERIA(WS-CANT-PAD).
           MOVE '***'                TO WS-PAD-COMISION(WS-CANT-PAD).
           MOVE SPACES               TO WS-PAD-NOMAPELL(WS-CANT-PAD).

           PERFORM 1225-AVANZAR-NOTAS
              THRU 1225-AVANZAR-NOTAS-EXIT
              VARYING WS-IDX-NOT FROM 1 BY 1
              UNTIL WS-IDX-NOT > WS-CANT-NOT
              OR (WS-NOT-LEGAJO(WS-IDX-NOT) = ASI-LEGAJO
                  AND WS-NOT-MATERIA(WS-IDX-NOT) = ASI-MATERIA).

           IF WS-IDX-NOT <= WS-CANT-NOT
              MOVE WS-NOT-COMISION(WS-IDX-NOT)
                   TO WS-PAD-COMISION(WS-CANT-PAD)
           END-IF.

           PERFORM 1410-LEER-ASISTENCIA
              THRU 1410-LEER-ASISTENCIA-EXIT.

       1420-GUARDAR-ASISTENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL MAESTRO SOLO DA EL NOMBRE DE LOS ALUMNOS DEL PADRON QUE
      *    NO ENTREGARON NOTAS; SIN MAESTRO EL NOMBRE QUEDA EN BLANCO.

       1500-ABRIR-ARCH-MAESTRO.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-MAESTRO-ABIERTO TO TRUE
               WHEN FS-MAESTRO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO MAESTRO: LOS '
                    DISPLAY 'ALUMNOS SIN NOTAS SE LISTAN SIN NOMBRE'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1500-ABRIR-ARCH-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA ALUMNO DEL PADRON SE BUSCA EN LAS NOTAS RECIBIDAS.
      *    UN PADRON SIN COMISION ('***') ACEPTA NOTAS DE CUALQUIER
      *    COMISION DE LA MATERIA, Y UNA NOTA SIN COMISION ('***')
      *    CUENTA PARA EL ALUMNO EN LA COMISION DE SU PADRON; ASI LA
      *    NOTA QUEDA RECLAMADA Y NO SALE FUERA DE PADRON (2300).
      *    ESTA COMPLETO EL QUE TIENE AL MENOS LAS NOTAS QUE PIDE LA
      *    MATERIA.

       2000-CONTROLAR-PADRON.

           ADD 1                     TO WS-CONT-EN-PADRON.

           MOVE WS-PAD-MATERIA(WS-IDX-PAD)  TO WS-MATERIA-ACTUAL.
           MOVE WS-PAD-COMISION(WS-IDX-PAD) TO WS-COMISION-ACTUAL.

           PERFORM 2500-UBICAR-COMISION
              THRU 2500-UBICAR-COMISION-EXIT.

           ADD 1                     TO WS-COM-ESPERADOS(WS-IDX-COM).

           PERFORM 2600-BUSCAR-REQUERIDAS
              THRU 2600-BUSCAR-REQUERIDAS-EXIT.

           PERFORM 1225-AVANZAR-NOTAS
              THRU 1225-AVANZAR-NOTAS-EXIT
              VARYING WS-IDX-NOT FROM 1 BY 1
              UNTIL WS-IDX-NOT > WS-CANT-NOT
              OR (WS-NOT-LEGAJO(WS-IDX-NOT) =
                  WS-PAD-LEGAJO(WS-IDX-PAD)
                  AND WS-NOT-MATERIA(WS-IDX-NOT) =
                      WS-PAD-MATERIA(WS-IDX-PAD)
                  AND (WS-NOT-COMISION(WS-IDX-NOT) =
                       WS-PAD-COMISION(WS-IDX-PAD)
                       OR WS-PAD-COMISION(WS-IDX-PAD) = '***'
                       OR WS-NOT-COMISION(WS-IDX-NOT) = '***')).

           IF WS-IDX-NOT > WS-CANT-NOT
              MOVE ZERO              TO WS-NOTAS-ACTUAL
              MOVE WS-PAD-NOMAPELL(WS-IDX-PAD) TO WS-NOMBRE-ACTUAL
           ELSE
              MOVE 'S'               TO WS-NOT-EN-PADRON(WS-IDX-NOT)
              MOVE WS-NOT-CANTIDAD(WS-IDX-NOT) TO WS-NOTAS-ACTUAL
              MOVE WS-NOT-NOMAPELL(WS-IDX-NOT) TO WS-NOMBRE-ACTUAL
           END-IF.

           EVALUATE TRUE
               WHEN WS-NOTAS-ACTUAL = ZERO
                    ADD 1            TO WS-CONT-SIN-NOTAS
                    MOVE '1'         TO CWK-TIPO
                    PERFORM 2100-GRABAR-HALLAZGO
                       THRU 2100-GRABAR-HALLAZGO-EXIT
               WHEN WS-NOTAS-ACTUAL < WS-REQUERIDAS-ACTUAL
                    ADD 1            TO WS-CONT-INCOMPLETOS
                    MOVE '2'         TO CWK-TIPO
                    PERFORM 2100-GRABAR-HALLAZGO
                       THRU 2100-GRABAR-HALLAZGO-EXIT
               WHEN OTHER
                    ADD 1            TO WS-CONT-COMPLETOS
                    ADD 1            TO WS-COM-COMPLETOS(WS-IDX-COM)
           END-EVALUATE.

       2000-CONTROLAR-PADRON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL HALLAZGO LLEVA AL FRENTE EL DOCENTE DE LA COMISION.  EL
      *    NOMBRE QUE NO TRAEN EL PADRON NI LAS NOTAS SE BUSCA EN EL
      *    MAESTRO.

       2100-GRABAR-HALLAZGO.

           IF WS-NOMBRE-ACTUAL = SPACES
              AND WS-MAESTRO-ABIERTO
              MOVE WS-PAD-LEGAJO(WS-IDX-PAD) TO MAE-LEGAJO
              READ MAESTRO
              EVALUATE TRUE
                  WHEN FS-MAESTRO-OK
                       MOVE MAE-NOMAPELL TO WS-NOMBRE-ACTUAL
                  WHEN FS-MAESTRO-INV
                       MOVE '*** LEGAJO INEXISTENTE EN MAESTRO ***'
                                         TO WS-NOMBRE-ACTUAL
                  WHEN OTHER
                       SET WS-ERROR-ARCHIVO TO TRUE
                       DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                       DISPLAY 'FILE STATUS: ' FS-MAESTRO
              END-EVALUATE
           END-IF.

           PERFORM 2700-BUSCAR-DOCENTE
              THRU 2700-BUSCAR-DOCENTE-EXIT.

           MOVE WS-DOC-ACT-NOMAPELL  TO CWK-DOC-NOMAPELL.
           MOVE WS-DOC-ACT-LEGAJO    TO CWK-DOC-LEGAJO.
           MOVE WS-COM-MATERIA(WS-IDX-COM)  TO CWK-MATERIA.
           MOVE WS-COM-COMISION(WS-IDX-COM) TO CWK-COMISION.
           MOVE WS-PAD-LEGAJO(WS-IDX-PAD)   TO CWK-LEGAJO.
           MOVE WS-NOMBRE-ACTUAL     TO CWK-NOMAPELL.
           MOVE WS-NOTAS-ACTUAL      TO CWK-CANT-NOTAS.
           MOVE WS-REQUERIDAS-ACTUAL TO CWK-REQUERIDAS.
           MOVE ZERO                 TO CWK-ESPERADOS
                                        CWK-COMPLETOS
                                        CWK-PORCENTAJE.

           PERFORM 2800-GRABAR-ARCH-CTLWRK
              THRU 2800-GRABAR-ARCH-CTLWRK-EXIT.

       2100-GRABAR-HALLAZGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS NOTAS QUE NINGUN ALUMNO DEL PADRON RECLAMO SON DE
      *    ALUMNOS QUE NO DEBIAN ESTAR EN LA COMISION.  SIN PADRON NO
      *    HAY CONTRA QUE COMPARAR Y SOLO SE CUENTA LA COMISION.

       2300-CONTROLAR-NOTA-AJENA.

           IF WS-NOT-EN-PADRON(WS-IDX-NOT) = 'N'

              MOVE WS-NOT-MATERIA(WS-IDX-NOT)  TO WS-MATERIA-ACTUAL
              MOVE WS-NOT-COMISION(WS-IDX-NOT) TO WS-COMISION-ACTUAL

              PERFORM 2500-UBICAR-COMISION
                 THRU 2500-UBICAR-COMISION-EXIT

              IF WS-PADRON-PRESENTE

                 ADD 1               TO WS-CONT-FUERA-PADRON

                 PERFORM 2600-BUSCAR-REQUERIDAS
                    THRU 2600-BUSCAR-REQUERIDAS-EXIT

                 PERFORM 2700-BUSCAR-DOCENTE
                    THRU 2700-BUSCAR-DOCENTE-EXIT

                 MOVE WS-DOC-ACT-NOMAPELL  TO CWK-DOC-NOMAPELL
                 MOVE WS-DOC-ACT-LEGAJO    TO CWK-DOC-LEGAJO
                 MOVE WS-NOT-MATERIA(WS-IDX-NOT)  TO CWK-MATERIA
                 MOVE WS-NOT-COMISION(WS-IDX-NOT) TO CWK-COMISION
                 MOVE '3'                  TO CWK-TIPO
                 MOVE WS-NOT-LEGAJO(WS-IDX-NOT)   TO CWK-LEGAJO
                 MOVE WS-NOT-NOMAPELL(WS-IDX-NOT) TO CWK-NOMAPELL
                 MOVE WS-NOT-CANTIDAD(WS-IDX-NOT) TO CWK-CANT-NOTAS
                 MOVE WS-REQUERIDAS-ACTUAL TO CWK-REQUERIDAS
                 MOVE ZERO                 TO CWK-ESPERADOS
                                              CWK-COMPLETOS
                                              CWK-PORCENTAJE

                 PERFORM 2800-GRABAR-ARCH-CTLWRK
                    THRU 2800-GRABAR-ARCH-CTLWRK-EXIT

              END-IF

           END-IF.

       2300-CONTROLAR-NOTA-AJENA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA COMISION SIN ALUMNOS ESPERADOS NO PUEDE ESTAR
      *    INCOMPLETA Y SE TOMA AL 100%.

       2400-RESUMIR-COMISION.

           ADD 1                     TO WS-CONT-COMISIONES.

           IF WS-COM-ESPERADOS(WS-IDX-COM) = ZERO
              MOVE 100               TO WS-COM-PORCENTAJE(WS-IDX-COM)
           ELSE
              COMPUTE WS-COM-PORCENTAJE(WS-IDX-COM) =
                      WS-COM-COMPLETOS(WS-IDX-COM) * 100
                      / WS-COM-ESPERADOS(WS-IDX-COM)
           END-IF.

           IF WS-COM-PORCENTAJE(WS-IDX-COM) < WS-COMPLETITUD-MINIMA
              ADD 1                  TO WS-CONT-COM-BAJO-MINIMO
           END-IF.

           PERFORM 2700-BUSCAR-DOCENTE
              THRU 2700-BUSCAR-DOCENTE-EXIT.

           IF WS-DOC-ACT-LEGAJO = ZERO
              ADD 1                  TO WS-CONT-COM-SIN-DOCENTE
           END-IF.

           MOVE WS-DOC-ACT-NOMAPELL  TO CWK-DOC-NOMAPELL.
           MOVE WS-DOC-ACT-LEGAJO    TO CWK-DOC-LEGAJO.
           MOVE WS-COM-MATERIA(WS-IDX-COM)    TO CWK-MATERIA.
           MOVE WS-COM-COMISION(WS-IDX-COM)   TO CWK-COMISION.
           MOVE '0'                  TO CWK-TIPO.
           MOVE ZERO                 TO CWK-LEGAJO
                                        CWK-CANT-NOTAS
                                        CWK-REQUERIDAS.
           MOVE SPACES               TO CWK-NOMAPELL.
           MOVE WS-COM-ESPERADOS(WS-IDX-COM)  TO CWK-ESPERADOS.
           MOVE WS-COM-COMPLETOS(WS-IDX-COM)  TO CWK-COMPLETOS.
           MOVE WS-COM-PORCENTAJE(WS-IDX-COM) TO CWK-PORCENTAJE.

           PERFORM 2800-GRABAR-ARCH-CTLWRK
              THRU 2800-GRABAR-ARCH-CTLWRK-EXIT.

       2400-RESUMIR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DEJA EN WS-IDX-COM LA FILA DE WS-MATERIA-ACTUAL Y
      *    WS-COMISION-ACTUAL, AGREGANDOLA SI TODAVIA NO ESTA.

       2500-UBICAR-COMISION.

           PERFORM 2510-AVANZAR-COMISIONES
              THRU 2510-AVANZAR-COMISIONES-EXIT
              VARYING WS-IDX-COM FROM 1 BY 1
              UNTIL WS-IDX-COM > WS-CANT-COM
              OR (WS-COM-MATERIA(WS-IDX-COM) = WS-MATERIA-ACTUAL
                  AND WS-COM-COMISION(WS-IDX-COM) =
                      WS-COMISION-ACTUAL).

           IF WS-IDX-COM > WS-CANT-COM

              IF WS-CANT-COM = 999
                 DISPLAY 'SE SUPERAN LAS 999 COMISIONES CONTROLABLES'
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF

              ADD 1                  TO WS-CANT-COM
              MOVE WS-CANT-COM       TO WS-IDX-COM
              MOVE WS-MATERIA-ACTUAL TO WS-COM-MATERIA(WS-IDX-COM)
              MOVE WS-COMISION-ACTUAL
                                     TO WS-COM-COMISION(WS-IDX-COM)
              MOVE ZERO              TO WS-COM-ESPERADOS(WS-IDX-COM)
                                        WS-COM-COMPLETOS(WS-IDX-COM)
                                        WS-COM-PORCENTAJE(WS-IDX-COM)

           END-IF.

       2500-UBICAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2510-AVANZAR-COMISIONES.

           CONTINUE.

       2510-AVANZAR-COMISIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA MATERIA QUE NO ESTA EN MATERIAS.TXT PIDE UNA NOTA.

       2600-BUSCAR-REQUERIDAS.

           MOVE 1                    TO WS-REQUERIDAS-ACTUAL.

           PERFORM 2610-AVANZAR-MATERIAS
              THRU 2610-AVANZAR-MATERIAS-EXIT
              VARYING WS-IDX-MAT FROM 1 BY 1
              UNTIL WS-IDX-MAT > WS-CANT-MATERIAS
              OR WS-MAT-NOMBRE(WS-IDX-MAT) =
                 WS-COM-MATERIA(WS-IDX-COM).

           IF WS-IDX-MAT <= WS-CANT-MATERIAS
              AND WS-MAT-CANT-NOTAS(WS-IDX-MAT) IS NUMERIC
              AND WS-MAT-CANT-NOTAS(WS-IDX-MAT) > ZERO
              MOVE WS-MAT-CANT-NOTAS(WS-IDX-MAT)
                                     TO WS-REQUERIDAS-ACTUAL
           END-IF.

       2600-BUSCAR-REQUERIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2610-AVANZAR-MATERIAS.

           CONTINUE.

       2610-AVANZAR-MATERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL DOCENTE DE LA COMISION; SI NO TIENE, EL QUE DOCENTES.TXT
      *    DA PARA TODA LA MATERIA ('***').

       2700-BUSCAR-DOCENTE.

           MOVE ZERO                 TO WS-DOC-ACT-LEGAJO.
           MOVE 'SIN DOCENTE ASIGNADO'
                                     TO WS-DOC-ACT-NOMAPELL.

           PERFORM 2710-AVANZAR-DOCENTES
              THRU 2710-AVANZAR-DOCENTES-EXIT
              VARYING WS-IDX-DOC FROM 1 BY 1
              UNTIL WS-IDX-DOC > WS-CANT-DOC
              OR (WS-DOC-MATERIA(WS-IDX-DOC) =
                  WS-COM-MATERIA(WS-IDX-COM)
                  AND WS-DOC-COMISION(WS-IDX-DOC) =
                      WS-COM-COMISION(WS-IDX-COM)).

           IF WS-IDX-DOC > WS-CANT-DOC
              PERFORM 2710-AVANZAR-DOCENTES
                 THRU 2710-AVANZAR-DOCENTES-EXIT
                 VARYING WS-IDX-DOC FROM 1 BY 1
                 UNTIL WS-IDX-DOC > WS-CANT-DOC
                 OR (WS-DOC-MATERIA(WS-IDX-DOC) =
                     WS-COM-MATERIA(WS-IDX-COM)
                     AND WS-DOC-COMISION(WS-IDX-DOC) = '***')
           END-IF.

           IF WS-IDX-DOC <= WS-CANT-DOC
              MOVE WS-DOC-LEGAJO(WS-IDX-DOC)   TO WS-DOC-ACT-LEGAJO
              MOVE WS-DOC-NOMAPELL(WS-IDX-DOC) TO WS-DOC-ACT-NOMAPELL
           END-IF.

       2700-BUSCAR-DOCENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2710-AVANZAR-DOCENTES.

           CONTINUE.

       2710-AVANZAR-DOCENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2800-GRABAR-ARCH-CTLWRK.

           WRITE REG-CTLWRK.

           IF NOT FS-CTLWRK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO CTLWRK'
              DISPLAY 'FILE STATUS: ' FS-CTLWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2800-GRABAR-ARCH-CTLWRK-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2900-CERRAR-ARCH-TRABAJO.

           CLOSE CTLWRK.

           IF WS-MAESTRO-ABIERTO
              CLOSE MAESTRO
           END-IF.

       2900-CERRAR-ARCH-TRABAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL LISTADO SALE ORDENADO POR DOCENTE: POR CADA COMISION SU
      *    RESUMEN Y DEBAJO LOS ALUMNOS OBSERVADOS.

       3000-FINALIZAR-PROGRAMA.

           OPEN OUTPUT CTLNOTAS.

           IF NOT FS-CTLNOTAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO CTLNOTAS'
              DISPLAY 'FILE STATUS: ' FS-CTLNOTAS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-ORIGEN-PADRON     TO WS-LIS-T-ORIGEN.

           MOVE WS-LIS-SEPARADOR     TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TITULO        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-SUBTITULO     TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.

           OPEN INPUT CTLORD.

           IF FS-CTLORD-OK
              PERFORM 3100-LEER-CTLORD
                 THRU 3100-LEER-CTLORD-EXIT
              PERFORM 3200-LISTAR-CONTROL
                 THRU 3200-LISTAR-CONTROL-EXIT
                 UNTIL FS-CTLORD-EOF
              CLOSE CTLORD
           ELSE
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO CTLORD'
              DISPLAY 'FILE STATUS: ' FS-CTLORD
           END-IF.

           MOVE WS-CONT-NOTAS-LEIDAS    TO WS-LIS-D-LEIDAS.
           MOVE WS-CONT-EN-PADRON       TO WS-LIS-D-EN-PADRON.
           MOVE WS-CONT-COMPLETOS       TO WS-LIS-D-COMPLETOS.
           MOVE WS-CONT-SIN-NOTAS       TO WS-LIS-D-SIN-NOTAS.
           MOVE WS-CONT-INCOMPLETOS     TO WS-LIS-D-INCOMPLETOS.
           MOVE WS-CONT-FUERA-PADRON    TO WS-LIS-D-FUERA-PADRON.
           MOVE WS-CONT-COMISIONES      TO WS-LIS-D-COMISIONES.
           MOVE WS-CONT-COM-BAJO-MINIMO TO WS-LIS-D-BAJO-MINIMO.
           MOVE WS-CONT-COM-SIN-DOCENTE TO WS-LIS-D-SIN-DOCENTE.

           MOVE WS-LIS-SEPARADOR        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-1        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-2        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-3        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-4        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-5        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-6        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-7        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-8        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-TOTALES-9        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-SEPARADOR        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.

           CLOSE CTLNOTAS.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LEER-CTLORD.

           READ CTLORD.

           EVALUATE FS-CTLORD
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-CTLORD-EOF     TO TRUE
               WHEN OTHER
                    SET FS-CTLORD-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO CTLORD'
                    DISPLAY 'FILE STATUS: ' FS-CTLORD
           END-EVALUATE.

       3100-LEER-CTLORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3200-LISTAR-CONTROL.

           IF WS-PRIMER-DOCENTE
              OR COR-DOC-NOMAPELL NOT = WS-CC-DOC-NOMAPELL-ANT
              OR COR-DOC-LEGAJO NOT = WS-CC-DOC-LEGAJO-ANT
              PERFORM 3300-LISTAR-DOCENTE
                 THRU 3300-LISTAR-DOCENTE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN COR-RESUMEN-COMISION
                    PERFORM 3400-LISTAR-COMISION
                       THRU 3400-LISTAR-COMISION-EXIT
               WHEN COR-SIN-NOTAS
                    MOVE 'SIN NOTAS'           TO WS-LIS-D-OBSERVACION
                    PERFORM 3450-LISTAR-ALUMNO
                       THRU 3450-LISTAR-ALUMNO-EXIT
               WHEN COR-NOTAS-INCOMPLETAS
                    MOVE 'NOTAS INCOMPLETAS'   TO WS-LIS-D-OBSERVACION
                    PERFORM 3450-LISTAR-ALUMNO
                       THRU 3450-LISTAR-ALUMNO-EXIT
               WHEN COR-FUERA-DE-PADRON
                    MOVE 'NO ESTA EN EL PADRON' TO WS-LIS-D-OBSERVACION
                    PERFORM 3450-LISTAR-ALUMNO
                       THRU 3450-LISTAR-ALUMNO-EXIT
           END-EVALUATE.

           PERFORM 3100-LEER-CTLORD
              THRU 3100-LEER-CTLORD-EXIT.

       3200-LISTAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3300-LISTAR-DOCENTE.

           SET WS-NO-PRIMER-DOCENTE  TO TRUE.
           MOVE COR-DOC-NOMAPELL     TO WS-CC-DOC-NOMAPELL-ANT.
           MOVE COR-DOC-LEGAJO       TO WS-CC-DOC-LEGAJO-ANT.

           IF COR-DOC-LEGAJO = ZERO
              MOVE SPACES            TO WS-LIS-DC-LEGAJO
           ELSE
              MOVE COR-DOC-LEGAJO    TO WS-LIS-DC-LEGAJO
           END-IF.
           MOVE COR-DOC-NOMAPELL     TO WS-LIS-DC-NOMAPELL.

           MOVE WS-LIS-SEPARADOR     TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-DOCENTE       TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.

       3300-LISTAR-DOCENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3400-LISTAR-COMISION.

           MOVE COR-MATERIA          TO WS-LIS-C-MATERIA.
           MOVE COR-COMISION         TO WS-LIS-C-COMISION.
           MOVE COR-ESPERADOS        TO WS-LIS-C-ESPERADOS.
           MOVE COR-COMPLETOS        TO WS-LIS-C-COMPLETOS.
           MOVE COR-PORCENTAJE       TO WS-LIS-C-PORC.

           IF COR-PORCENTAJE < WS-COMPLETITUD-MINIMA
              MOVE 'BAJO EL MINIMO'  TO WS-LIS-C-ESTADO
           ELSE
              MOVE 'COMPLETA'        TO WS-LIS-C-ESTADO
           END-IF.

           MOVE WS-LIS-GUIONES       TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-COMISION      TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           MOVE WS-LIS-HEADER        TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.

       3400-LISTAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3450-LISTAR-ALUMNO.

           MOVE COR-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE COR-NOMAPELL         TO WS-LIS-D-NOMAPELL.
           MOVE COR-CANT-NOTAS       TO WS-LIS-D-NOTAS.
           MOVE COR-REQUERIDAS       TO WS-LIS-D-REQUERIDAS.

           MOVE WS-LIS-DETALLE       TO REG-CTLNOTAS.
           PERFORM 3500-GRABAR-ARCH-CTLNOTAS
              THRU 3500-GRABAR-ARCH-CTLNOTAS-EXIT.

       3450-LISTAR-ALUMNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-CTLNOTAS.

           WRITE REG-CTLNOTAS.

           IF NOT FS-CTLNOTAS-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO CTLNOTAS'
              DISPLAY 'FILE STATUS: ' FS-CTLNOTAS
           END-IF.

       3500-GRABAR-ARCH-CTLNOTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8 DETIENE EL CIERRE: UNA COMISION BAJO EL MINIMO DE
      *    COMPLETITUD O UN ERROR DE ARCHIVO.  4 AVISA OBSERVACIONES
      *    QUE NO IMPIDEN CERRAR.

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
               OR WS-CONT-COM-BAJO-MINIMO > ZERO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-SIN-NOTAS > ZERO
               OR WS-CONT-INCOMPLETOS > ZERO
               OR WS-CONT-FUERA-PADRON > ZERO
               OR WS-CONT-COM-SIN-DOCENTE > ZERO
               OR WS-PADRON-AUSENTE
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
           END PROGRAM TP01EJ16.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
