      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: INSCRIPCION A CURSADAS DEL TERMINO SIGUIENTE. RECORRE
      *         LAS SOLICITUDES DE INSCRIP.TXT EN EL ORDEN EN QUE
      *         LLEGARON Y ACEPTA CADA UNA SOLO SI EL ALUMNO ESTA
      *         ACTIVO EN EL MAESTRO, LA MATERIA NO FIGURA APROBADA EN
      *         ACADEMICO.TXT Y TIENE TODAS LAS CORRELATIVAS DE
      *         CORRELAT.TXT (APROBADAS O CON CURSADA REGULAR
      *         VIGENTE).  LA COMISION SE ASIGNA ENTRE LAS DECLARADAS
      *         EN MATERIAS.TXT RESPETANDO EL CUPO DE CADA UNA; CON LA
      *         COMISION LLENA LA SOLICITUD PASA A LISTA DE ESPERA.
      *         LAS INSCRIPCIONES ACEPTADAS QUEDAN EN
      *         INSCRIPTOS.<TERMINO>.TXT ORDENADAS POR MATERIA Y
      *         COMISION (LAS LEE EL CIERRE DE ESE TERMINO) Y
      *         LISTADAS EN LISTINSC.TXT; LOS RECHAZOS CON SU MOTIVO
      *         EN RECHINSC.TXT Y LA LISTA DE ESPERA EN ESPERA.TXT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ14.

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

       SELECT CORRELAT
           ASSIGN TO '../CORRELAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRELAT.

       SELECT ACADEMICO
           ASSIGN TO '../ACADEMICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACADEMICO.

       SELECT MAESTRO
           ASSIGN TO '../MAESTRO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT INSCRIP
           ASSIGN TO '../INSCRIP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCRIP.

       SELECT INSCWRK
           ASSIGN TO '../INSCWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCWRK.

       SELECT INSCRIPTOS
           ASSIGN DYNAMIC WS-ARCH-INSCRIPTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCRIPTOS.

       SELECT LISTINSC
           ASSIGN TO '../LISTINSC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTINSC.

       SELECT RECHINSC
           ASSIGN TO '../RECHINSC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHINSC.

       SELECT ESPERA
           ASSIGN TO '../ESPERA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESPERA.

       SELECT SORT-INS
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "MATERIAS.CPY".

       COPY "CORRELAT.CPY".

       COPY "ACADEMICO.CPY".

       COPY "MAESTRO.CPY".

       COPY "INSCRIP.CPY".

       COPY "INSCRIPTOS.CPY".

       FD  INSCWRK.

       01  REG-INSCWRK.
           05  IWK-MATERIA                 PIC X(30).
           05  IWK-COMISION                PIC X(03).
           05  IWK-LEGAJO                  PIC 9(06).
           05  IWK-NOMAPELL                PIC X(40).
           05  IWK-TERMINO                 PIC X(06).
           05  IWK-FECHA                   PIC 9(08).

       FD  LISTINSC.

       01  REG-LISTINSC                    PIC X(100).

       FD  RECHINSC.

       01  REG-RECHINSC                    PIC X(125).

       FD  ESPERA.

       01  REG-ESPERA                      PIC X(110).

       SD  SORT-INS.

       01  REG-SORT-INS.
           05  SRI-MATERIA                 PIC X(30).
           05  SRI-COMISION                PIC X(03).
           05  SRI-LEGAJO                  PIC 9(06).
           05  SRI-NOMAPELL                PIC X(40).
           05  SRI-TERMINO                 PIC X(06).
           05  SRI-FECHA                   PIC 9(08).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-SOL-LEIDAS         PIC 9(05) VALUE 0.
          05 WS-CONT-ACEPTADAS          PIC 9(05) VALUE 0.
          05 WS-CONT-RECHAZADAS         PIC 9(05) VALUE 0.
          05 WS-CONT-EN-ESPERA          PIC 9(05) VALUE 0.
          05 WS-CONT-LISTADOS           PIC 9(05) VALUE 0.
          05 WS-CONT-COM-LISTADOS       PIC 9(05) VALUE 0.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.
       01 WS-TERM-INSCRIPCION           PIC X(06) VALUE SPACES.
       01 WS-CUPO-COMISION              PIC 9(03) VALUE 40.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-TERMINO-CALCULO.
          05 WS-TER-ENTRADA              PIC X(06).
          05 WS-TER-ENTRADA-R REDEFINES WS-TER-ENTRADA.
             10 WS-TER-ANIO              PIC 9(04).
             10 WS-TER-SEP               PIC X(01).
             10 WS-TER-NRO               PIC 9(01).

       01 WS-ARCH-INSCRIPTOS.
          05 FILLER                      PIC X(14)
             VALUE '../INSCRIPTOS.'.
          05 WS-ARC-TER-INSCRIPTOS       PIC X(06).
          05 FILLER                      PIC X(04) VALUE '.TXT'.

       01 WS-SOLICITUD-ACTUAL.
          05 WS-NOMBRE-OFICIAL           PIC X(40) VALUE SPACES.
          05 WS-RCH-MOTIVO               PIC X(30) VALUE SPACES.
          05 WS-RCH-DETALLE              PIC X(30) VALUE SPACES.
          05 WS-COMISION-ASIGNADA        PIC X(03) VALUE SPACES.
          05 WS-POS-ESPERA               PIC 9(03) VALUE ZERO.
          05 WS-ESTADO-MAESTRO           PIC X(01) VALUE SPACE.
             88 WS-ALUMNO-ACTIVO                   VALUE 'A'.
             88 WS-ALUMNO-BAJA                     VALUE 'B'.

       01 WS-INDICES.
          05 WS-CANT-MATERIAS            PIC 9(02) VALUE ZERO.
          05 WS-IDX-MAT                  PIC 9(02) VALUE ZERO.
          05 WS-IDX-COM                  PIC 9(02) VALUE ZERO.
          05 WS-POS-COM                  PIC 9(02) VALUE ZERO.
          05 WS-COR-CANT                 PIC 9(02) VALUE ZERO.
          05 WS-IDX-COR                  PIC 9(02) VALUE ZERO.
          05 WS-IDX-REQ                  PIC 9(02) VALUE ZERO.
          05 WS-CANT-ACA                 PIC 9(04) VALUE ZERO.
          05 WS-IDX-ACA                  PIC 9(04) VALUE ZERO.
          05 WS-CANT-SOL                 PIC 9(04) VALUE ZERO.
          05 WS-IDX-SOL                  PIC 9(04) VALUE ZERO.

       01 WS-CORTE-LISTADO.
          05 WS-CC-MATERIA-ANT           PIC X(30) VALUE SPACES.
          05 WS-CC-COMISION-ANT          PIC X(03) VALUE SPACES.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-SOLICITUD            PIC X(01) VALUE 'S'.
             88 WS-SOL-VALIDA                     VALUE 'S'.
             88 WS-SOL-INVALIDA                   VALUE 'N'.
          05 WS-SW-MAESTRO              PIC X(01) VALUE 'N'.
             88 WS-LEGAJO-EN-MAESTRO              VALUE 'S'.
             88 WS-LEGAJO-SIN-MAESTRO             VALUE 'N'.
          05 WS-SW-MATERIA              PIC X(01) VALUE 'N'.
             88 WS-MATERIA-ENCONTRADA             VALUE 'S'.
             88 WS-MATERIA-INEXISTENTE            VALUE 'N'.
          05 WS-SW-COMISION             PIC X(01) VALUE 'S'.
             88 WS-COMISION-VALIDA                VALUE 'S'.
             88 WS-COMISION-INVALIDA              VALUE 'N'.
          05 WS-SW-DUPLICADA            PIC X(01) VALUE 'N'.
             88 WS-SOL-DUPLICADA                  VALUE 'S'.
             88 WS-SOL-NO-DUPLICADA               VALUE 'N'.
          05 WS-SW-APROBADA             PIC X(01) VALUE 'N'.
             88 WS-MATERIA-APROBADA               VALUE 'S'.
             88 WS-MATERIA-NO-APROBADA            VALUE 'N'.
          05 WS-SW-CORRELATIVA          PIC X(01) VALUE 'S'.
             88 WS-CORRELATIVAS-OK                VALUE 'S'.
             88 WS-CORRELATIVAS-FALTAN            VALUE 'N'.
          05 WS-SW-REQUERIDA            PIC X(01) VALUE 'N'.
             88 WS-REQUERIDA-CUMPLIDA             VALUE 'S'.
             88 WS-REQUERIDA-PENDIENTE            VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-MATERIAS                         PIC X(2).
             88 FS-MATERIAS-OK                   VALUE '00'.
             88 FS-MATERIAS-EOF                  VALUE '10'.
             88 FS-MATERIAS-NFD                  VALUE '35'.

          05 FS-CORRELAT                         PIC X(2).
             88 FS-CORRELAT-OK                   VALUE '00'.
             88 FS-CORRELAT-EOF                  VALUE '10'.
             88 FS-CORRELAT-NFD                  VALUE '35'.

          05 FS-ACADEMICO                        PIC X(2).
             88 FS-ACADEMICO-OK                  VALUE '00'.
             88 FS-ACADEMICO-EOF                 VALUE '10'.
             88 FS-ACADEMICO-NFD                 VALUE '35'.

          05 FS-MAESTRO                          PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-EOF                   VALUE '10'.
             88 FS-MAESTRO-INV                   VALUE '23'.
             88 FS-MAESTRO-NFD                   VALUE '35'.

          05 FS-INSCRIP                          PIC X(2).
             88 FS-INSCRIP-OK                    VALUE '00'.
             88 FS-INSCRIP-EOF                   VALUE '10'.
             88 FS-INSCRIP-NFD                   VALUE '35'.

          05 FS-INSCWRK                          PIC X(2).
             88 FS-INSCWRK-OK                    VALUE '00'.
             88 FS-INSCWRK-EOF                   VALUE '10'.
             88 FS-INSCWRK-NFD                   VALUE '35'.

          05 FS-INSCRIPTOS                       PIC X(2).
             88 FS-INSCRIPTOS-OK                 VALUE '00'.
             88 FS-INSCRIPTOS-EOF                VALUE '10'.
             88 FS-INSCRIPTOS-NFD                VALUE '35'.

          05 FS-LISTINSC                         PIC X(2).
             88 FS-LISTINSC-OK                   VALUE '00'.
             88 FS-LISTINSC-EOF                  VALUE '10'.
             88 FS-LISTINSC-NFD                  VALUE '35'.

          05 FS-RECHINSC                         PIC X(2).
             88 FS-RECHINSC-OK                   VALUE '00'.
             88 FS-RECHINSC-EOF                  VALUE '10'.
             88 FS-RECHINSC-NFD                  VALUE '35'.

          05 FS-ESPERA                           PIC X(2).
             88 FS-ESPERA-OK                     VALUE '00'.
             88 FS-ESPERA-EOF                    VALUE '10'.
             88 FS-ESPERA-NFD                    VALUE '35'.

      ******************************************************************
      *    MATERIAS Y COMISIONES CON SU CUPO (CARGADAS DESDE
      *    MATERIAS.TXT).  UNA MATERIA SIN COMISIONES DECLARADAS SE
      *    TOMA COMO UNA SOLA COMISION '***' CON EL CUPO POR DEFECTO.

       01  WS-TABLA-MATERIAS.
          03 WS-MAT-DET  OCCURS 20 TIMES.
              05 WS-MAT-NOMBRE         PIC X(30).
              05 WS-MAT-CANT-COM       PIC 9(02).
              05 WS-MAT-COM  OCCURS 5 TIMES.
                 10 WS-MAT-COM-CODIGO  PIC X(03).
                 10 WS-MAT-COM-CUPO    PIC 9(03).
                 10 WS-MAT-COM-INSC    PIC 9(03).
                 10 WS-MAT-COM-ESPERA  PIC 9(03).

      ******************************************************************
      *    TABLA DE CORRELATIVIDADES (CARGADA DESDE CORRELAT.TXT).

       01  WS-TABLA-CORRELAT.
          03 WS-COR-DET  OCCURS 20 TIMES.
              05 WS-COR-MATERIA        PIC X(30).
              05 WS-COR-REQUERIDA  OCCURS 5 TIMES
                                       PIC X(30).

      ******************************************************************
      *    MATERIAS APROBADAS O CON CURSADA REGULAR VIGENTE SEGUN EL
      *    LEGAJO DEFINITIVO ACADEMICO.TXT.  LAS VENCIDAS Y LIBRES NO
      *    SE RETIENEN: NO HABILITAN CORRELATIVAS.

       01  WS-TABLA-ACADEMICO.
          03 WS-ACA-DET  OCCURS 9999 TIMES.
              05 WS-ACA-LEGAJO         PIC 9(06).
              05 WS-ACA-MATERIA        PIC X(30).
              05 WS-ACA-ESTADO         PIC X(12).

      ******************************************************************
      *    SOLICITUDES YA ATENDIDAS (ACEPTADAS O EN ESPERA) PARA
      *    DETECTAR UNA MISMA MATERIA PEDIDA DOS VECES.

       01  WS-TABLA-SOLICITUDES.
          03 WS-SOL-DET  OCCURS 9999 TIMES.
              05 WS-SOL-LEGAJO         PIC 9(06).
              05 WS-SOL-MATERIA        PIC X(30).

      ******************************************************************

       01 WS-LISTADO-RECHAZOS.
          05 WS-RCH-SEPARADOR           PIC X(125) VALUE ALL '='.

          05 WS-RCH-TITULO.
             10 FILLER             PIC X(27)
                VALUE 'SOLICITUDES DE INSCRIPCION '.
             10 FILLER             PIC X(21)
                VALUE 'RECHAZADAS - TERMINO '.
             10 WS-RCH-T-TERMINO   PIC X(06).
          05 WS-RCH-HEADER.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(30) VALUE 'Materia'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(03) VALUE 'Com'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(08) VALUE 'Fecha'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(30) VALUE 'Motivo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(30) VALUE 'Detalle'.
          05 WS-RCH-DETALLE-LIN.
             10 WS-RCH-D-LEGAJO             PIC X(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-D-MATERIA            PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-D-COMISION           PIC X(03).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-D-FECHA              PIC X(08).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-D-MOTIVO             PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-D-DETALLE            PIC X(30).

       01 WS-LISTADO-ESPERA.
          05 WS-ESP-SEPARADOR           PIC X(110) VALUE ALL '='.

          05 WS-ESP-TITULO.
             10 FILLER             PIC X(33)
                VALUE 'LISTA DE ESPERA DE INSCRIPCION - '.
             10 FILLER             PIC X(08)
                VALUE 'TERMINO '.
             10 WS-ESP-T-TERMINO   PIC X(06).
          05 WS-ESP-HEADER.
             10 FILLER             PIC X(30) VALUE 'Materia'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(03) VALUE 'Com'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(03) VALUE 'Pos'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(08) VALUE 'Fecha'.
          05 WS-ESP-DETALLE.
             10 WS-ESP-D-MATERIA            PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-ESP-D-COMISION           PIC X(03).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-ESP-D-POSICION           PIC ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-ESP-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-ESP-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-ESP-D-FECHA              PIC 9(08).

       01 WS-LISTADO-INSCRIPTOS.
          05 WS-LIS-SEPARADOR           PIC X(100) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(100) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(35)
                VALUE 'INSCRIPCIONES ACEPTADAS - TERMINO '.
             10 WS-LIS-T-TERMINO   PIC X(06).
          05 WS-LIS-CORTE.
             10 FILLER             PIC X(09) VALUE 'Materia: '.
             10 WS-LIS-C-MATERIA   PIC X(30).
             10 FILLER             PIC X(12) VALUE '  Comision: '.
             10 WS-LIS-C-COMISION  PIC X(03).
             10 FILLER             PIC X(08) VALUE '  Cupo: '.
             10 WS-LIS-C-CUPO      PIC ZZ9.
          05 WS-LIS-HEADER.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Nombre y apellido'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(08) VALUE 'Fecha'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-LEGAJO             PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOMAPELL           PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-FECHA              PIC 9(08).
          05 WS-LIS-SUBTOTAL-1.
             10 FILLER  PIC X(35)
                VALUE 'Inscriptos en la comision: '.
             10 WS-LIS-S-INSCRIPTOS         PIC 9(05).
          05 WS-LIS-SUBTOTAL-2.
             10 FILLER  PIC X(35)
                VALUE 'En lista de espera: '.
             10 WS-LIS-S-ESPERA             PIC 9(05).
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Solicitudes leidas: '.
             10 WS-LIS-D-LEIDAS             PIC 9(05).
          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'Inscripciones aceptadas: '.
             10 WS-LIS-D-ACEPTADAS          PIC 9(05).
          05 WS-LIS-TOTALES-3.
             10 FILLER  PIC X(35)
                VALUE 'Solicitudes rechazadas: '.
             10 WS-LIS-D-RECHAZADAS         PIC 9(05).
          05 WS-LIS-TOTALES-4.
             10 FILLER  PIC X(35)
                VALUE 'Solicitudes en lista de espera: '.
             10 WS-LIS-D-ESPERA             PIC 9(05).

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 2000-PROCESAR-SOLICITUD
                THRU 2000-PROCESAR-SOLICITUD-EXIT
                UNTIL FS-INSCRIP-EOF.

             PERFORM 2900-CERRAR-ARCH-TRABAJO
                THRU 2900-CERRAR-ARCH-TRABAJO-EXIT.

             SORT SORT-INS
                ON ASCENDING KEY SRI-MATERIA
                                 SRI-COMISION
                                 SRI-LEGAJO
                USING INSCWRK
                GIVING INSCRIPTOS.

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

           PERFORM 1020-CALC-TERMINO-INSCRIPCION
              THRU 1020-CALC-TERMINO-INSCRIPCION-EXIT.

           PERFORM 1050-ABRIR-ARCH-MATERIAS
              THRU 1050-ABRIR-ARCH-MATERIAS-EXIT.

           PERFORM 1059-CARGAR-CORRELATIVAS
              THRU 1059-CARGAR-CORRELATIVAS-EXIT.

           PERFORM 1065-CARGAR-ACADEMICO
              THRU 1065-CARGAR-ACADEMICO-EXIT.

           PERFORM 1080-ABRIR-ARCH-MAESTRO
              THRU 1080-ABRIR-ARCH-MAESTRO-EXIT.

           PERFORM 1100-ABRIR-ARCH-INSCRIP
              THRU 1100-ABRIR-ARCH-INSCRIP-EXIT.

           PERFORM 1200-ABRIR-ARCH-SALIDA
              THRU 1200-ABRIR-ARCH-SALIDA-EXIT.

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
                       IF PAR-CUPO-COMISION IS NUMERIC
                          AND PAR-CUPO-COMISION > ZERO
                          MOVE PAR-CUPO-COMISION
                               TO WS-CUPO-COMISION
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
      *    LA INSCRIPCION ES PARA EL TERMINO SIGUIENTE AL VIGENTE:
      *    EL PRIMER CUATRIMESTRE PASA AL SEGUNDO DEL MISMO ANIO Y EL
      *    SEGUNDO AL PRIMERO DEL ANIO PROXIMO.

       1020-CALC-TERMINO-INSCRIPCION.

           MOVE WS-TERM-ID TO WS-TER-ENTRADA.

           IF WS-TER-ANIO IS NOT NUMERIC
              OR WS-TER-NRO IS NOT NUMERIC
              OR (WS-TER-NRO NOT = 1 AND WS-TER-NRO NOT = 2)
              DISPLAY 'TERMINO VIGENTE INVALIDO: ' WS-TERM-ID
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           IF WS-TER-NRO = 1
              MOVE 2 TO WS-TER-NRO
           ELSE
              ADD 1  TO WS-TER-ANIO
              MOVE 1 TO WS-TER-NRO
           END-IF.

           MOVE WS-TER-ENTRADA      TO WS-TERM-INSCRIPCION.
           MOVE WS-TERM-INSCRIPCION TO WS-ARC-TER-INSCRIPTOS
                                       WS-RCH-T-TERMINO
                                       WS-ESP-T-TERMINO
                                       WS-LIS-T-TERMINO.

           DISPLAY 'INSCRIPCION PARA EL TERMINO ' WS-TERM-INSCRIPCION.

       1020-CALC-TERMINO-INSCRIPCION-EXIT.
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
           MOVE ZERO
                TO WS-MAT-CANT-COM(WS-CANT-MATERIAS).

           PERFORM 1075-CARGAR-COMISION
              THRU 1075-CARGAR-COMISION-EXIT
              VARYING WS-IDX-COM FROM 1 BY 1
              UNTIL WS-IDX-COM > 5.

           IF WS-MAT-CANT-COM(WS-CANT-MATERIAS) = ZERO
              MOVE 1     TO WS-MAT-CANT-COM(WS-CANT-MATERIAS)
              MOVE '***' TO WS-MAT-COM-CODIGO(WS-CANT-MATERIAS, 1)
              MOVE WS-CUPO-COMISION
                         TO WS-MAT-COM-CUPO(WS-CANT-MATERIAS, 1)
              MOVE ZERO  TO WS-MAT-COM-INSC(WS-CANT-MATERIAS, 1)
                            WS-MAT-COM-ESPERA(WS-CANT-MATERIAS, 1)
           END-IF.

           PERFORM 1060-LEER-MATERIAS
              THRU 1060-LEER-MATERIAS-EXIT.

       1070-CARGAR-TABLA-MATERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS COMISIONES DECLARADAS SE COMPACTAN AL PRINCIPIO DE LA
      *    FILA; EL CUPO EN BLANCO O EN CERO TOMA EL POR DEFECTO.

       1075-CARGAR-COMISION.

           IF MAT-COMISION-ENTRADA(WS-IDX-COM) NOT = SPACES

              ADD 1 TO WS-MAT-CANT-COM(WS-CANT-MATERIAS)
              MOVE WS-MAT-CANT-COM(WS-CANT-MATERIAS) TO WS-POS-COM

              MOVE MAT-COMISION-ENTRADA(WS-IDX-COM)
                   TO WS-MAT-COM-CODIGO(WS-CANT-MATERIAS, WS-POS-COM)

              IF MAT-CUPO-ENTRADA(WS-IDX-COM) IS NUMERIC
                 AND MAT-CUPO-ENTRADA(WS-IDX-COM) > ZERO
                 MOVE MAT-CUPO-ENTRADA(WS-IDX-COM)
                      TO WS-MAT-COM-CUPO(WS-CANT-MATERIAS, WS-POS-COM)
              ELSE
                 MOVE WS-CUPO-COMISION
                      TO WS-MAT-COM-CUPO(WS-CANT-MATERIAS, WS-POS-COM)
              END-IF

              MOVE ZERO
                   TO WS-MAT-COM-INSC(WS-CANT-MATERIAS, WS-POS-COM)
                      WS-MAT-COM-ESPERA(WS-CANT-MATERIAS, WS-POS-COM)

           END-IF.

       1075-CARGAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN CORRELAT.TXT NINGUNA MATERIA TIENE CORRELATIVAS.

       1059-CARGAR-CORRELATIVAS.

           OPEN INPUT CORRELAT.

           EVALUATE TRUE
               WHEN FS-CORRELAT-OK
                    PERFORM 1061-LEER-CORRELAT
                       THRU 1061-LEER-CORRELAT-EXIT
                    PERFORM 1062-GUARDAR-CORRELAT
                       THRU 1062-GUARDAR-CORRELAT-EXIT
                       UNTIL FS-CORRELAT-EOF
                    CLOSE CORRELAT
               WHEN FS-CORRELAT-NFD
                    DISPLAY 'NO SE ENCUENTRA CORRELAT.TXT'
                    DISPLAY 'NO SE CONTROLAN CORRELATIVIDADES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO CORRELAT'
                    DISPLAY 'FILE STATUS: ' FS-CORRELAT
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1059-CARGAR-CORRELATIVAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1061-LEER-CORRELAT.

           READ CORRELAT.

           EVALUATE FS-CORRELAT
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-CORRELAT-EOF   TO TRUE
               WHEN OTHER
                    SET FS-CORRELAT-EOF   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO CORRELAT'
                    DISPLAY 'FILE STATUS: ' FS-CORRELAT
           END-EVALUATE.

       1061-LEER-CORRELAT-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1062-GUARDAR-CORRELAT.

           IF WS-COR-CANT = 20
               DISPLAY 'CORRELAT.TXT SUPERA EL MAXIMO DE 20 MATERIAS'
               PERFORM 9999-ABORTAR-PROGRAMA
               THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                           TO WS-COR-CANT.

           MOVE COR-MATERIA-ENTRADA
                TO WS-COR-MATERIA(WS-COR-CANT).

           PERFORM 1063-GUARDAR-REQUERIDA
              THRU 1063-GUARDAR-REQUERIDA-EXIT
              VARYING WS-IDX-REQ FROM 1 BY 1
              UNTIL WS-IDX-REQ > 5.

           PERFORM 1061-LEER-CORRELAT
              THRU 1061-LEER-CORRELAT-EXIT.

       1062-GUARDAR-CORRELAT-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1063-GUARDAR-REQUERIDA.

           MOVE COR-REQUERIDA-ENTRADA(WS-IDX-REQ)
                TO WS-COR-REQUERIDA(WS-COR-CANT, WS-IDX-REQ).

       1063-GUARDAR-REQUERIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN ACADEMICO.TXT (ANTES DE LA PRIMERA MESA) NINGUN ALUMNO
      *    TIENE MATERIAS APROBADAS NI CURSADAS REGULARES.

       1065-CARGAR-ACADEMICO.

           OPEN INPUT ACADEMICO.

           EVALUATE TRUE
               WHEN FS-ACADEMICO-OK
                    PERFORM 1066-LEER-ACADEMICO
                       THRU 1066-LEER-ACADEMICO-EXIT
                    PERFORM 1067-GUARDAR-ACADEMICO
                       THRU 1067-GUARDAR-ACADEMICO-EXIT
                       UNTIL FS-ACADEMICO-EOF
                    CLOSE ACADEMICO
               WHEN FS-ACADEMICO-NFD
                    DISPLAY 'SIN ACADEMICO.TXT: NINGUN ALUMNO '
                    DISPLAY 'TIENE MATERIAS APROBADAS TODAVIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1065-CARGAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1066-LEER-ACADEMICO.

           READ ACADEMICO.

           EVALUATE FS-ACADEMICO
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACADEMICO-EOF  TO TRUE
               WHEN OTHER
                    SET FS-ACADEMICO-EOF  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACADEMICO'
                    DISPLAY 'FILE STATUS: ' FS-ACADEMICO
           END-EVALUATE.

       1066-LEER-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1067-GUARDAR-ACADEMICO.

           IF ACA-ESTADO = 'APROBADA'
              OR ACA-ESTADO = 'DEBE FINAL'

              IF WS-CANT-ACA = 9999
                 DISPLAY 'ACADEMICO.TXT SUPERA LAS 9999 MATERIAS '
                 DISPLAY 'APROBADAS O REGULARES RETENIDAS'
                 PERFORM 9999-ABORTAR-PROGRAMA
                 THRU 9999-ABORTAR-PROGRAMA-EXIT
              END-IF

              ADD 1                  TO WS-CANT-ACA

              MOVE ACA-LEGAJO        TO WS-ACA-LEGAJO(WS-CANT-ACA)
              MOVE ACA-MATERIA       TO WS-ACA-MATERIA(WS-CANT-ACA)
              MOVE ACA-ESTADO        TO WS-ACA-ESTADO(WS-CANT-ACA)

           END-IF.

           PERFORM 1066-LEER-ACADEMICO
              THRU 1066-LEER-ACADEMICO-EXIT.

       1067-GUARDAR-ACADEMICO-EXIT.
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

       1100-ABRIR-ARCH-INSCRIP.

           OPEN INPUT INSCRIP.

           EVALUATE TRUE
               WHEN FS-INSCRIP-OK
                    PERFORM 1600-LEER-INSCRIP
                       THRU 1600-LEER-INSCRIP-EXIT
               WHEN FS-INSCRIP-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO INSCRIP'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIP
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO INSCRIP'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIP
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1100-ABRIR-ARCH-INSCRIP-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1200-ABRIR-ARCH-SALIDA.

           OPEN OUTPUT INSCWRK.

           IF NOT FS-INSCWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INSCWRK'
              DISPLAY 'FILE STATUS: ' FS-INSCWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT RECHINSC.

           IF FS-RECHINSC-OK
              PERFORM 2450-MOVER-TIT-RECHINSC
                 THRU 2450-MOVER-TIT-RECHINSC-EXIT
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RECHINSC'
              DISPLAY 'FILE STATUS: ' FS-RECHINSC
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT ESPERA.

           IF FS-ESPERA-OK
              PERFORM 2650-MOVER-TIT-ESPERA
                 THRU 2650-MOVER-TIT-ESPERA-EXIT
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ESPERA'
              DISPLAY 'FILE STATUS: ' FS-ESPERA
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1200-ABRIR-ARCH-SALIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-LEER-INSCRIP.

           READ INSCRIP.

           EVALUATE FS-INSCRIP
               WHEN '00'
                    ADD 1                  TO WS-CONT-SOL-LEIDAS
               WHEN '10'
                    SET FS-INSCRIP-EOF     TO TRUE
               WHEN OTHER
                    SET FS-INSCRIP-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INSCRIP'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIP
           END-EVALUATE.

       1600-LEER-INSCRIP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA SOLICITUD SE VALIDA Y, SI ES VALIDA, SE LE BUSCA
      *    LUGAR EN UNA COMISION; SIN LUGAR QUEDA EN LISTA DE ESPERA.

       2000-PROCESAR-SOLICITUD.

           PERFORM 2100-VALIDAR-SOLICITUD
              THRU 2100-VALIDAR-SOLICITUD-EXIT.

           IF WS-SOL-VALIDA
              PERFORM 2200-ASIGNAR-COMISION
                 THRU 2200-ASIGNAR-COMISION-EXIT
           ELSE
              PERFORM 2400-LISTAR-RECHAZO
                 THRU 2400-LISTAR-RECHAZO-EXIT
           END-IF.

           PERFORM 1600-LEER-INSCRIP
              THRU 1600-LEER-INSCRIP-EXIT.

       2000-PROCESAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2100-VALIDAR-SOLICITUD.

           SET WS-SOL-VALIDA            TO TRUE.
           SET WS-LEGAJO-SIN-MAESTRO    TO TRUE.
           SET WS-MATERIA-INEXISTENTE   TO TRUE.
           SET WS-COMISION-VALIDA       TO TRUE.
           SET WS-SOL-NO-DUPLICADA      TO TRUE.
           SET WS-MATERIA-NO-APROBADA   TO TRUE.
           SET WS-CORRELATIVAS-OK       TO TRUE.
           MOVE SPACES                  TO WS-RCH-MOTIVO
                                           WS-RCH-DETALLE
                                           WS-NOMBRE-OFICIAL.

           IF INS-LEGAJO IS NUMERIC
              PERFORM 2110-BUSCAR-LEGAJO-MAESTRO
                 THRU 2110-BUSCAR-LEGAJO-MAESTRO-EXIT
           END-IF.

           PERFORM 2120-BUSCAR-MATERIA
              THRU 2120-BUSCAR-MATERIA-EXIT.

           IF WS-MATERIA-ENCONTRADA
              AND INS-COMISION NOT = SPACES
              PERFORM 2130-BUSCAR-COMISION
                 THRU 2130-BUSCAR-COMISION-EXIT
           END-IF.

           IF INS-LEGAJO IS NUMERIC
              PERFORM 2140-BUSCAR-SOL-PREVIA
                 THRU 2140-BUSCAR-SOL-PREVIA-EXIT
              PERFORM 2150-VERIFICAR-APROBADA
                 THRU 2150-VERIFICAR-APROBADA-EXIT
              PERFORM 2160-VALIDAR-CORRELATIVAS
                 THRU 2160-VALIDAR-CORRELATIVAS-EXIT
           END-IF.

           EVALUATE TRUE

               WHEN INS-LEGAJO IS NOT NUMERIC
                    MOVE 'LEGAJO NO NUMERICO'  TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-LEGAJO-SIN-MAESTRO
                    MOVE 'LEGAJO INEXISTENTE EN MAESTRO'
                         TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-ALUMNO-BAJA
                    MOVE 'ALUMNO DADO DE BAJA' TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN NOT WS-ALUMNO-ACTIVO
                    MOVE 'ALUMNO NO ACTIVO'    TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-MATERIA-INEXISTENTE
                    MOVE 'MATERIA INEXISTENTE' TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-COMISION-INVALIDA
                    MOVE 'COMISION INEXISTENTE' TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-SOL-DUPLICADA
                    MOVE 'INSCRIPCION DUPLICADA' TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-MATERIA-APROBADA
                    MOVE 'MATERIA YA APROBADA' TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN WS-CORRELATIVAS-FALTAN
                    MOVE 'FALTA CORRELATIVA'   TO WS-RCH-MOTIVO
                    SET WS-SOL-INVALIDA        TO TRUE

               WHEN OTHER
                    CONTINUE

           END-EVALUATE.

       2100-VALIDAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2110-BUSCAR-LEGAJO-MAESTRO.

           MOVE INS-LEGAJO TO MAE-LEGAJO.
           MOVE SPACE      TO WS-ESTADO-MAESTRO.

           READ MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-LEGAJO-EN-MAESTRO TO TRUE
                    MOVE MAE-NOMAPELL  TO WS-NOMBRE-OFICIAL
                    MOVE MAE-ESTADO    TO WS-ESTADO-MAESTRO
               WHEN FS-MAESTRO-INV
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       2110-BUSCAR-LEGAJO-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2120-BUSCAR-MATERIA.

           PERFORM 2121-AVANZAR-MATERIA
              THRU 2121-AVANZAR-MATERIA-EXIT
              VARYING WS-IDX-MAT FROM 1 BY 1
              UNTIL WS-IDX-MAT > WS-CANT-MATERIAS
              OR WS-MAT-NOMBRE(WS-IDX-MAT) = INS-MATERIA.

           IF WS-IDX-MAT <= WS-CANT-MATERIAS
              AND INS-MATERIA NOT = SPACES
              SET WS-MATERIA-ENCONTRADA TO TRUE
           END-IF.

       2120-BUSCAR-MATERIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2121-AVANZAR-MATERIA.

           CONTINUE.

       2121-AVANZAR-MATERIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA MATERIA SIN COMISIONES DECLARADAS ACEPTA CUALQUIER
      *    COMISION PEDIDA: LA INSCRIPCION QUEDA EN LA UNICA '***'.

       2130-BUSCAR-COMISION.

           IF WS-MAT-COM-CODIGO(WS-IDX-MAT, 1) NOT = '***'

              PERFORM 2131-AVANZAR-COMISION
                 THRU 2131-AVANZAR-COMISION-EXIT
                 VARYING WS-IDX-COM FROM 1 BY 1
                 UNTIL WS-IDX-COM > WS-MAT-CANT-COM(WS-IDX-MAT)
                 OR WS-MAT-COM-CODIGO(WS-IDX-MAT, WS-IDX-COM)
                    = INS-COMISION

              IF WS-IDX-COM > WS-MAT-CANT-COM(WS-IDX-MAT)
                 SET WS-COMISION-INVALIDA TO TRUE
              END-IF

           END-IF.

       2130-BUSCAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2131-AVANZAR-COMISION.

           CONTINUE.

       2131-AVANZAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2140-BUSCAR-SOL-PREVIA.

           PERFORM 2141-AVANZAR-SOLICITUD
              THRU 2141-AVANZAR-SOLICITUD-EXIT
              VARYING WS-IDX-SOL FROM 1 BY 1
              UNTIL WS-IDX-SOL > WS-CANT-SOL
              OR (WS-SOL-LEGAJO(WS-IDX-SOL) = INS-LEGAJO
                  AND WS-SOL-MATERIA(WS-IDX-SOL) = INS-MATERIA).

           IF WS-IDX-SOL <= WS-CANT-SOL
              SET WS-SOL-DUPLICADA TO TRUE
           END-IF.

       2140-BUSCAR-SOL-PREVIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2141-AVANZAR-SOLICITUD.

           CONTINUE.

       2141-AVANZAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2150-VERIFICAR-APROBADA.

           PERFORM 2151-AVANZAR-ACADEMICO
              THRU 2151-AVANZAR-ACADEMICO-EXIT
              VARYING WS-IDX-ACA FROM 1 BY 1
              UNTIL WS-IDX-ACA > WS-CANT-ACA
              OR (WS-ACA-LEGAJO(WS-IDX-ACA) = INS-LEGAJO
                  AND WS-ACA-MATERIA(WS-IDX-ACA) = INS-MATERIA
                  AND WS-ACA-ESTADO(WS-IDX-ACA) = 'APROBADA').

           IF WS-IDX-ACA <= WS-CANT-ACA
              SET WS-MATERIA-APROBADA TO TRUE
           END-IF.

       2150-VERIFICAR-APROBADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2151-AVANZAR-ACADEMICO.

           CONTINUE.

       2151-AVANZAR-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA CORRELATIVA SE CUMPLE CON LA MATERIA APROBADA O CON LA
      *    CURSADA REGULAR VIGENTE (DEBE FINAL), IGUAL QUE EN EL
      *    CIERRE.  LA PRIMERA QUE FALTA VA AL DETALLE DEL RECHAZO.

       2160-VALIDAR-CORRELATIVAS.

           PERFORM 2161-AVANZAR-CORRELAT
              THRU 2161-AVANZAR-CORRELAT-EXIT
              VARYING WS-IDX-COR FROM 1 BY 1
              UNTIL WS-IDX-COR > WS-COR-CANT
              OR WS-COR-MATERIA(WS-IDX-COR) = INS-MATERIA.

           IF WS-IDX-COR <= WS-COR-CANT
              PERFORM 2162-VERIFICAR-REQUERIDA
                 THRU 2162-VERIFICAR-REQUERIDA-EXIT
                 VARYING WS-IDX-REQ FROM 1 BY 1
                 UNTIL WS-IDX-REQ > 5
                 OR WS-CORRELATIVAS-FALTAN
           END-IF.

       2160-VALIDAR-CORRELATIVAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2161-AVANZAR-CORRELAT.

           CONTINUE.

       2161-AVANZAR-CORRELAT-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2162-VERIFICAR-REQUERIDA.

           IF WS-COR-REQUERIDA(WS-IDX-COR, WS-IDX-REQ) NOT = SPACES

              SET WS-REQUERIDA-PENDIENTE TO TRUE

              PERFORM 2163-BUSCAR-REQUERIDA
                 THRU 2163-BUSCAR-REQUERIDA-EXIT
                 VARYING WS-IDX-ACA FROM 1 BY 1
                 UNTIL WS-IDX-ACA > WS-CANT-ACA
                 OR WS-REQUERIDA-CUMPLIDA

              IF WS-REQUERIDA-PENDIENTE
                 SET WS-CORRELATIVAS-FALTAN TO TRUE
                 MOVE WS-COR-REQUERIDA(WS-IDX-COR, WS-IDX-REQ)
                      TO WS-RCH-DETALLE
              END-IF

           END-IF.

       2162-VERIFICAR-REQUERIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2163-BUSCAR-REQUERIDA.

           IF WS-ACA-LEGAJO(WS-IDX-ACA) = INS-LEGAJO
              AND WS-ACA-MATERIA(WS-IDX-ACA) =
                  WS-COR-REQUERIDA(WS-IDX-COR, WS-IDX-REQ)
              SET WS-REQUERIDA-CUMPLIDA TO TRUE
           END-IF.

       2163-BUSCAR-REQUERIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA COMISION PEDIDA SE RESPETA: SI ESTA LLENA LA SOLICITUD
      *    ESPERA EN ELLA.  SIN PREFERENCIA SE TOMA LA PRIMERA CON
      *    LUGAR Y, SI TODAS ESTAN LLENAS, LA DE LISTA MAS CORTA.

       2200-ASIGNAR-COMISION.

           IF INS-COMISION = SPACES
              OR WS-MAT-COM-CODIGO(WS-IDX-MAT, 1) = '***'

              PERFORM 2210-BUSCAR-COM-CON-LUGAR
                 THRU 2210-BUSCAR-COM-CON-LUGAR-EXIT
                 VARYING WS-IDX-COM FROM 1 BY 1
                 UNTIL WS-IDX-COM > WS-MAT-CANT-COM(WS-IDX-MAT)
                 OR WS-MAT-COM-INSC(WS-IDX-MAT, WS-IDX-COM) <
                    WS-MAT-COM-CUPO(WS-IDX-MAT, WS-IDX-COM)

              IF WS-IDX-COM > WS-MAT-CANT-COM(WS-IDX-MAT)
                 MOVE 1 TO WS-POS-COM
                 PERFORM 2220-BUSCAR-ESPERA-MENOR
                    THRU 2220-BUSCAR-ESPERA-MENOR-EXIT
                    VARYING WS-IDX-COM FROM 2 BY 1
                    UNTIL WS-IDX-COM > WS-MAT-CANT-COM(WS-IDX-MAT)
              ELSE
                 MOVE WS-IDX-COM TO WS-POS-COM
              END-IF

           ELSE
              MOVE WS-IDX-COM TO WS-POS-COM
           END-IF.

           MOVE WS-MAT-COM-CODIGO(WS-IDX-MAT, WS-POS-COM)
                TO WS-COMISION-ASIGNADA.

           IF WS-CANT-SOL = 9999
              DISPLAY 'INSCRIP.TXT SUPERA LAS 9999 SOLICITUDES '
              DISPLAY 'ATENDIDAS'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                     TO WS-CANT-SOL.
           MOVE INS-LEGAJO           TO WS-SOL-LEGAJO(WS-CANT-SOL).
           MOVE INS-MATERIA          TO WS-SOL-MATERIA(WS-CANT-SOL).

           IF WS-MAT-COM-INSC(WS-IDX-MAT, WS-POS-COM) <
              WS-MAT-COM-CUPO(WS-IDX-MAT, WS-POS-COM)
              PERFORM 2500-GRABAR-INSCRIPCION
                 THRU 2500-GRABAR-INSCRIPCION-EXIT
           ELSE
              PERFORM 2600-LISTAR-ESPERA
                 THRU 2600-LISTAR-ESPERA-EXIT
           END-IF.

       2200-ASIGNAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2210-BUSCAR-COM-CON-LUGAR.

           CONTINUE.

       2210-BUSCAR-COM-CON-LUGAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2220-BUSCAR-ESPERA-MENOR.

           IF WS-MAT-COM-ESPERA(WS-IDX-MAT, WS-IDX-COM) <
              WS-MAT-COM-ESPERA(WS-IDX-MAT, WS-POS-COM)
              MOVE WS-IDX-COM TO WS-POS-COM
           END-IF.

       2220-BUSCAR-ESPERA-MENOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2400-LISTAR-RECHAZO.

           ADD 1                     TO WS-CONT-RECHAZADAS.

           MOVE INS-LEGAJO           TO WS-RCH-D-LEGAJO.
           MOVE INS-MATERIA          TO WS-RCH-D-MATERIA.
           MOVE INS-COMISION         TO WS-RCH-D-COMISION.
           MOVE INS-FECHA            TO WS-RCH-D-FECHA.
           MOVE WS-RCH-MOTIVO        TO WS-RCH-D-MOTIVO.
           MOVE WS-RCH-DETALLE       TO WS-RCH-D-DETALLE.

           MOVE WS-RCH-DETALLE-LIN   TO REG-RECHINSC.

           PERFORM 2550-GRABAR-ARCH-RECHINSC
              THRU 2550-GRABAR-ARCH-RECHINSC-EXIT.

       2400-LISTAR-RECHAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2450-MOVER-TIT-RECHINSC.

           MOVE WS-RCH-SEPARADOR     TO REG-RECHINSC.
           PERFORM 2550-GRABAR-ARCH-RECHINSC
              THRU 2550-GRABAR-ARCH-RECHINSC-EXIT.

           MOVE WS-RCH-TITULO        TO REG-RECHINSC.
           PERFORM 2550-GRABAR-ARCH-RECHINSC
              THRU 2550-GRABAR-ARCH-RECHINSC-EXIT.

           MOVE WS-RCH-HEADER        TO REG-RECHINSC.
           PERFORM 2550-GRABAR-ARCH-RECHINSC
              THRU 2550-GRABAR-ARCH-RECHINSC-EXIT.

           MOVE WS-RCH-SEPARADOR     TO REG-RECHINSC.
           PERFORM 2550-GRABAR-ARCH-RECHINSC
              THRU 2550-GRABAR-ARCH-RECHINSC-EXIT.

       2450-MOVER-TIT-RECHINSC-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2500-GRABAR-INSCRIPCION.

           MOVE INS-MATERIA          TO IWK-MATERIA.
           MOVE WS-COMISION-ASIGNADA TO IWK-COMISION.
           MOVE INS-LEGAJO           TO IWK-LEGAJO.
           MOVE WS-NOMBRE-OFICIAL    TO IWK-NOMAPELL.
           MOVE WS-TERM-INSCRIPCION  TO IWK-TERMINO.
           MOVE INS-FECHA            TO IWK-FECHA.

           WRITE REG-INSCWRK.

           EVALUATE FS-INSCWRK
               WHEN '00'
                    ADD 1 TO WS-CONT-ACEPTADAS
                    ADD 1 TO WS-MAT-COM-INSC(WS-IDX-MAT, WS-POS-COM)
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO INSCWRK'
                    DISPLAY 'FILE STATUS: ' FS-INSCWRK
           END-EVALUATE.

       2500-GRABAR-INSCRIPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2550-GRABAR-ARCH-RECHINSC.

           WRITE REG-RECHINSC.

           EVALUATE FS-RECHINSC
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO RECHINSC'
                    DISPLAY 'FILE STATUS: ' FS-RECHINSC
           END-EVALUATE.

       2550-GRABAR-ARCH-RECHINSC-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2600-LISTAR-ESPERA.

           ADD 1 TO WS-MAT-COM-ESPERA(WS-IDX-MAT, WS-POS-COM).
           ADD 1 TO WS-CONT-EN-ESPERA.

           MOVE WS-MAT-COM-ESPERA(WS-IDX-MAT, WS-POS-COM)
                                     TO WS-POS-ESPERA.

           MOVE INS-MATERIA          TO WS-ESP-D-MATERIA.
           MOVE WS-COMISION-ASIGNADA TO WS-ESP-D-COMISION.
           MOVE WS-POS-ESPERA        TO WS-ESP-D-POSICION.
           MOVE INS-LEGAJO           TO WS-ESP-D-LEGAJO.
           MOVE WS-NOMBRE-OFICIAL    TO WS-ESP-D-NOMAPELL.
           MOVE INS-FECHA            TO WS-ESP-D-FECHA.

           MOVE WS-ESP-DETALLE       TO REG-ESPERA.

           PERFORM 2660-GRABAR-ARCH-ESPERA
              THRU 2660-GRABAR-ARCH-ESPERA-EXIT.

       2600-LISTAR-ESPERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2650-MOVER-TIT-ESPERA.

           MOVE WS-ESP-SEPARADOR     TO REG-ESPERA.
           PERFORM 2660-GRABAR-ARCH-ESPERA
              THRU 2660-GRABAR-ARCH-ESPERA-EXIT.

           MOVE WS-ESP-TITULO        TO REG-ESPERA.
           PERFORM 2660-GRABAR-ARCH-ESPERA
              THRU 2660-GRABAR-ARCH-ESPERA-EXIT.

           MOVE WS-ESP-HEADER        TO REG-ESPERA.
           PERFORM 2660-GRABAR-ARCH-ESPERA
              THRU 2660-GRABAR-ARCH-ESPERA-EXIT.

           MOVE WS-ESP-SEPARADOR     TO REG-ESPERA.
           PERFORM 2660-GRABAR-ARCH-ESPERA
              THRU 2660-GRABAR-ARCH-ESPERA-EXIT.

       2650-MOVER-TIT-ESPERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2660-GRABAR-ARCH-ESPERA.

           WRITE REG-ESPERA.

           EVALUATE FS-ESPERA
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO ESPERA'
                    DISPLAY 'FILE STATUS: ' FS-ESPERA
           END-EVALUATE.

       2660-GRABAR-ARCH-ESPERA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL ARCHIVO DE TRABAJO SE CIERRA ANTES DEL SORT QUE ARMA EL
      *    ARCHIVO DE INSCRIPTOS DEL TERMINO.

       2900-CERRAR-ARCH-TRABAJO.

           CLOSE INSCRIP.

           CLOSE INSCWRK.

           IF NOT FS-INSCWRK-OK
              DISPLAY 'ERROR EN CLOSE DE INSCWRK: ' FS-INSCWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2900-CERRAR-ARCH-TRABAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL LISTADO DE ACEPTADOS SE ARMA DESDE EL ARCHIVO YA
      *    ORDENADO, CON UN CORTE POR MATERIA Y COMISION.

       3000-FINALIZAR-PROGRAMA.

           OPEN OUTPUT LISTINSC.

           IF NOT FS-LISTINSC-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO LISTINSC'
              DISPLAY 'FILE STATUS: ' FS-LISTINSC
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-TITULO           TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           OPEN INPUT INSCRIPTOS.

           IF NOT FS-INSCRIPTOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INSCRIPTOS'
              DISPLAY 'FILE STATUS: ' FS-INSCRIPTOS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 3010-LEER-INSCRIPTOS
              THRU 3010-LEER-INSCRIPTOS-EXIT.

           PERFORM 3100-LISTAR-COMISION
              THRU 3100-LISTAR-COMISION-EXIT
              UNTIL FS-INSCRIPTOS-EOF.

           CLOSE INSCRIPTOS.

           MOVE WS-CONT-SOL-LEIDAS      TO WS-LIS-D-LEIDAS.
           MOVE WS-CONT-ACEPTADAS       TO WS-LIS-D-ACEPTADAS.
           MOVE WS-CONT-RECHAZADAS      TO WS-LIS-D-RECHAZADAS.
           MOVE WS-CONT-EN-ESPERA       TO WS-LIS-D-ESPERA.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-TOTALES-1        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-TOTALES-2        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-TOTALES-3        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-TOTALES-4        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           CLOSE MAESTRO.

           CLOSE LISTINSC.

           IF NOT FS-LISTINSC-OK
              DISPLAY 'ERROR EN CLOSE DE LISTINSC: ' FS-LISTINSC
           END-IF.

           CLOSE RECHINSC.

           IF NOT FS-RECHINSC-OK
              DISPLAY 'ERROR EN CLOSE DE RECHINSC: ' FS-RECHINSC
           END-IF.

           CLOSE ESPERA.

           IF NOT FS-ESPERA-OK
              DISPLAY 'ERROR EN CLOSE DE ESPERA: ' FS-ESPERA
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3010-LEER-INSCRIPTOS.

           READ INSCRIPTOS.

           EVALUATE FS-INSCRIPTOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-INSCRIPTOS-EOF  TO TRUE
               WHEN OTHER
                    SET FS-INSCRIPTOS-EOF  TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INSCRIPTOS'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIPTOS
           END-EVALUATE.

       3010-LEER-INSCRIPTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3100-LISTAR-COMISION.

           MOVE IST-MATERIA             TO WS-CC-MATERIA-ANT.
           MOVE IST-COMISION            TO WS-CC-COMISION-ANT.
           MOVE ZERO                    TO WS-CONT-COM-LISTADOS.

           PERFORM 3120-UBICAR-COMISION
              THRU 3120-UBICAR-COMISION-EXIT.

           MOVE WS-LIS-GUIONES          TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-CORTE            TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-HEADER           TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           PERFORM 3110-LISTAR-INSCRIPTO
              THRU 3110-LISTAR-INSCRIPTO-EXIT
              UNTIL FS-INSCRIPTOS-EOF
              OR IST-MATERIA  NOT = WS-CC-MATERIA-ANT
              OR IST-COMISION NOT = WS-CC-COMISION-ANT.

           MOVE WS-CONT-COM-LISTADOS    TO WS-LIS-S-INSCRIPTOS.

           MOVE WS-LIS-SUBTOTAL-1       TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           MOVE WS-LIS-SUBTOTAL-2       TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

       3100-LISTAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3110-LISTAR-INSCRIPTO.

           ADD 1                        TO WS-CONT-COM-LISTADOS
                                           WS-CONT-LISTADOS.

           MOVE IST-LEGAJO              TO WS-LIS-D-LEGAJO.
           MOVE IST-NOMAPELL            TO WS-LIS-D-NOMAPELL.
           MOVE IST-FECHA               TO WS-LIS-D-FECHA.

           MOVE WS-LIS-DETALLE          TO REG-LISTINSC.
           PERFORM 3150-GRABAR-ARCH-LISTINSC
              THRU 3150-GRABAR-ARCH-LISTINSC-EXIT.

           PERFORM 3010-LEER-INSCRIPTOS
              THRU 3010-LEER-INSCRIPTOS-EXIT.

       3110-LISTAR-INSCRIPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL CUPO Y LA LISTA DE ESPERA DE LA COMISION SALEN DE LA
      *    TABLA ARMADA DURANTE LA ASIGNACION.

       3120-UBICAR-COMISION.

           MOVE WS-CC-MATERIA-ANT       TO WS-LIS-C-MATERIA.
           MOVE WS-CC-COMISION-ANT      TO WS-LIS-C-COMISION.
           MOVE ZERO                    TO WS-LIS-C-CUPO
                                           WS-LIS-S-ESPERA.

           PERFORM 2121-AVANZAR-MATERIA
              THRU 2121-AVANZAR-MATERIA-EXIT
              VARYING WS-IDX-MAT FROM 1 BY 1
              UNTIL WS-IDX-MAT > WS-CANT-MATERIAS
              OR WS-MAT-NOMBRE(WS-IDX-MAT) = WS-CC-MATERIA-ANT.

           IF WS-IDX-MAT <= WS-CANT-MATERIAS

              PERFORM 2131-AVANZAR-COMISION
                 THRU 2131-AVANZAR-COMISION-EXIT
                 VARYING WS-IDX-COM FROM 1 BY 1
                 UNTIL WS-IDX-COM > WS-MAT-CANT-COM(WS-IDX-MAT)
                 OR WS-MAT-COM-CODIGO(WS-IDX-MAT, WS-IDX-COM)
                    = WS-CC-COMISION-ANT

              IF WS-IDX-COM <= WS-MAT-CANT-COM(WS-IDX-MAT)
                 MOVE WS-MAT-COM-CUPO(WS-IDX-MAT, WS-IDX-COM)
                      TO WS-LIS-C-CUPO
                 MOVE WS-MAT-COM-ESPERA(WS-IDX-MAT, WS-IDX-COM)
                      TO WS-LIS-S-ESPERA
              END-IF

           END-IF.

       3120-UBICAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3150-GRABAR-ARCH-LISTINSC.

           WRITE REG-LISTINSC.

           EVALUATE FS-LISTINSC
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO LISTINSC'
                    DISPLAY 'FILE STATUS: ' FS-LISTINSC
           END-EVALUATE.

       3150-GRABAR-ARCH-LISTINSC-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-RECHAZADAS > ZERO
               OR WS-CONT-EN-ESPERA > ZERO
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
           END PROGRAM TP01EJ14.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
