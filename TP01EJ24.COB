      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: EXTRACTO ANONIMIZADO PARA INVESTIGACION INSTITUCIONAL.
      *         ARMA INVEST.TXT CON UN REGISTRO POR CURSADA DE
      *         HISTORICO.TXT: CARRERA (DEL MAESTRO), MATERIA,
      *         TERMINO, COMISION (DEL LIBRO DE ACTAS), PROMEDIO,
      *         CONDICION, RESULTADO DEL FINAL (DE ACADEMICO.TXT) Y
      *         BANDA DE ASISTENCIA (DE ASISTENCIA.TXT, SOLO PARA EL
      *         TERMINO EN CURSO).  EL LEGAJO SE REEMPLAZA POR UN ID
      *         SEUDONIMO QUE SE CALCULA CON LA CLAVE SECRETA DE
      *         PARAMETROS.TXT: ES EL MISMO EN TODAS LAS ENTREGAS Y NO
      *         SE PUEDE VOLVER AL LEGAJO SIN ESA CLAVE.  NO VIAJAN
      *         NOMBRES.  LAS COMISIONES CON MENOS ALUMNOS QUE EL
      *         MINIMO CONFIGURADO SE AGRUPAN BAJO '***' DENTRO DE SU
      *         MATERIA Y TERMINO, Y SI EL GRUPO SIGUE CHICO SE
      *         SUPRIMEN.  EL EXTRACTO LLEVA EL DICCIONARIO DE DATOS Y
      *         UN TRAILER DE CONTROL; CADA ENTREGA SE NUMERA CON
      *         NUMINV.TXT Y QUEDA REGISTRADA EN BITACORA.TXT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ24.

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

       SELECT NUMINV
           ASSIGN TO '../NUMINV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NUMINV.

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

       SELECT ASISTENCIA
           ASSIGN TO '../ASISTENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASISTENCIA.

       SELECT ACTAS
           ASSIGN TO '../ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS.

       SELECT ACTASDET
           ASSIGN TO '../ACTASDET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTASDET.

       SELECT INVEVT
           ASSIGN TO '../INVEVT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVEVT.

       SELECT INVORD
           ASSIGN TO '../INVORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVORD.

       SELECT INVWRK
           ASSIGN TO '../INVWRK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVWRK.

       SELECT INVCOR
           ASSIGN TO '../INVCOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVCOR.

       SELECT INVGRW
           ASSIGN TO '../INVGRW.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVGRW.

       SELECT INVGRP
           ASSIGN TO '../INVGRP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVGRP.

       SELECT INVEST
           ASSIGN TO '../INVEST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INVEST.

       SELECT BITACORA
           ASSIGN TO '../BITACORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

       SELECT SORT-EVT
           ASSIGN TO 'SORTWK'.

       SELECT SORT-INV
           ASSIGN TO 'SORTWK'.

       SELECT SORT-GRP
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       FD  NUMINV.

       01  REG-NUMINV.
           05  NIN-ULT-ENTREGA             PIC 9(04).

       COPY "MAESTRO.CPY".

       COPY "HISTORICO.CPY".

       COPY "ACADEMICO.CPY".

       COPY "ASISTENCIA.CPY".

       COPY "ACTAS.CPY".

       COPY "ACTASDET.CPY".

      *    DATOS DE CADA CURSADA POR FUENTE: C CURSADA DEL HISTORICO,
      *    K COMISION DEL ACTA, F FINAL DE ACADEMICO, A ASISTENCIA.

       FD  INVEVT.

       01  REG-INVEVT.
           05  IEV-LEGAJO                  PIC 9(06).
           05  IEV-MATERIA                 PIC X(30).
           05  IEV-TERMINO                 PIC X(06).
           05  IEV-TIPO                    PIC X(01).
           05  IEV-COMISION                PIC X(03).
           05  IEV-PROMEDIO                PIC 9(02)V9(03).
           05  IEV-CONDICION               PIC X(12).
           05  IEV-PORCENTAJE              PIC 9(03).
           05  IEV-NOTA-FINAL              PIC 9(02)V9(03).
           05  IEV-RESULTADO               PIC X(12).

       FD  INVORD.

       01  REG-INVORD.
           05  IOR-CLAVE.
               10  IOR-LEGAJO              PIC 9(06).
               10  IOR-MATERIA             PIC X(30).
               10  IOR-TERMINO             PIC X(06).
           05  IOR-TIPO                    PIC X(01).
               88  IOR-EVT-CURSADA                     VALUE 'C'.
               88  IOR-EVT-COMISION                    VALUE 'K'.
               88  IOR-EVT-FINAL                       VALUE 'F'.
               88  IOR-EVT-ASISTENCIA                  VALUE 'A'.
           05  IOR-COMISION                PIC X(03).
           05  IOR-PROMEDIO                PIC 9(02)V9(03).
           05  IOR-CONDICION               PIC X(12).
           05  IOR-PORCENTAJE              PIC 9(03).
           05  IOR-NOTA-FINAL              PIC 9(02)V9(03).
           05  IOR-RESULTADO               PIC X(12).

      *    UNA CURSADA YA SEUDONIMIZADA, A LA ESPERA DEL CONTROL DE
      *    GRUPOS CHICOS.

       FD  INVWRK.

       01  REG-INVWRK.
           05  IWK-MATERIA                 PIC X(30).
           05  IWK-TERMINO                 PIC X(06).
           05  IWK-COMISION                PIC X(03).
           05  IWK-SEUDONIMO               PIC 9(10).
           05  IWK-CARRERA                 PIC X(30).
           05  IWK-PROMEDIO                PIC 9(02)V9(03).
           05  IWK-CONDICION               PIC X(12).
           05  IWK-RESULTADO               PIC X(12).
           05  IWK-NOTA-FINAL              PIC 9(02)V9(03).
           05  IWK-BANDA                   PIC X(06).

       FD  INVCOR.

       01  REG-INVCOR.
           05  ICR-CLAVE-MT.
               10  ICR-MATERIA             PIC X(30).
               10  ICR-TERMINO             PIC X(06).
           05  ICR-COMISION                PIC X(03).
           05  ICR-SEUDONIMO               PIC 9(10).
           05  ICR-CARRERA                 PIC X(30).
           05  ICR-PROMEDIO                PIC 9(02)V9(03).
           05  ICR-CONDICION               PIC X(12).
           05  ICR-RESULTADO               PIC X(12).
           05  ICR-NOTA-FINAL              PIC 9(02)V9(03).
           05  ICR-BANDA                   PIC X(06).

      *    TAMANIO DE LOS GRUPOS: C ALUMNOS DE UNA COMISION, M SUMA DE
      *    LAS COMISIONES CHICAS DE LA MATERIA Y TERMINO.  EL M SE
      *    ORDENA PRIMERO PARA CONOCERLO ANTES QUE SUS COMISIONES.

       FD  INVGRW.

       01  REG-INVGRW.
           05  IGW-MATERIA                 PIC X(30).
           05  IGW-TERMINO                 PIC X(06).
           05  IGW-TIPO                    PIC X(01).
           05  IGW-COMISION                PIC X(03).
           05  IGW-CANTIDAD                PIC 9(07).

       FD  INVGRP.

       01  REG-INVGRP.
           05  IGR-CLAVE-MT.
               10  IGR-MATERIA             PIC X(30).
               10  IGR-TERMINO             PIC X(06).
           05  IGR-TIPO                    PIC X(01).
               88  IGR-MATERIA-TERMINO                 VALUE 'M'.
               88  IGR-DE-COMISION                     VALUE 'C'.
           05  IGR-COMISION                PIC X(03).
           05  IGR-CANTIDAD                PIC 9(07).

       COPY "INVEST.CPY".

       COPY "BITACORA.CPY".

       SD  SORT-EVT.

       01  REG-SORT-EVT.
           05  SRE-LEGAJO                  PIC 9(06).
           05  SRE-MATERIA                 PIC X(30).
           05  SRE-TERMINO                 PIC X(06).
           05  SRE-TIPO                    PIC X(01).
           05  FILLER                      PIC X(40).

       SD  SORT-INV.

       01  REG-SORT-INV.
           05  SRI-MATERIA                 PIC X(30).
           05  SRI-TERMINO                 PIC X(06).
           05  SRI-COMISION                PIC X(03).
           05  SRI-SEUDONIMO               PIC 9(10).
           05  FILLER                      PIC X(70).

       SD  SORT-GRP.

       01  REG-SORT-GRP.
           05  SRG-MATERIA                 PIC X(30).
           05  SRG-TERMINO                 PIC X(06).
           05  SRG-TIPO                    PIC X(01).
           05  SRG-COMISION                PIC X(03).
           05  FILLER                      PIC X(07).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-EVENTOS            PIC 9(07) VALUE 0.
          05 WS-CONT-EVENTOS-OMITIDOS   PIC 9(07) VALUE 0.
          05 WS-CONT-CURSADAS-LEIDAS    PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-CURSADA        PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-COMISION       PIC 9(07) VALUE 0.
          05 WS-CONT-TRABAJO            PIC 9(07) VALUE 0.
          05 WS-CONT-ENTREGADOS         PIC 9(07) VALUE 0.
          05 WS-CONT-AGRUPADOS          PIC 9(07) VALUE 0.
          05 WS-CONT-SUPRIMIDOS         PIC 9(07) VALUE 0.

       01 WS-FECHA-PROCESO              PIC 9(08) VALUE ZERO.

       01 WS-TERM-ID                    PIC X(06) VALUE '2026-2'.
       01 WS-MIN-GRUPO                  PIC 9(03) VALUE 5.

      *    LA CLAVE NO TIENE VALOR POR DEFECTO: SIN CLAVE EN
      *    PARAMETROS.TXT NO HAY EXTRACTO.

       01 WS-CLAVE-INVEST               PIC 9(18) VALUE ZERO.
       01 WS-CLAVE-INVEST-R REDEFINES WS-CLAVE-INVEST.
          05 WS-CLAVE-1                  PIC 9(09).
          05 WS-CLAVE-2                  PIC 9(09).

       01 WS-NRO-ENTREGA                PIC 9(04) VALUE ZERO.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

      *    SEUDONIMO: RED DE FEISTEL DE OCHO VUELTAS SOBRE EL LEGAJO
      *    PARTIDO EN DOS MITADES DE CINCO DIGITOS.  CADA VUELTA TIENE
      *    SU SUBCLAVE DE NUEVE DIGITOS, SACADA DE LA CLAVE SECRETA
      *    ENTERA (SUS DOS MITADES Y LA SUBCLAVE ANTERIOR), Y LA
      *    FUNCION DE VUELTA ELEVA AL CUADRADO LA MITAD DERECHA MAS LA
      *    SUBCLAVE COMPLETA, MODULO UN PRIMO DE NUEVE DIGITOS (ASI EL
      *    CUADRADO ENTRA EN 18 DIGITOS).  LA RED ES BIYECTIVA, ASI
      *    QUE DOS LEGAJOS NUNCA COMPARTEN ID, Y CONOCER ALGUNOS PARES
      *    LEGAJO-ID NO PERMITE DEDUCIR LOS DEMAS.

       01 WS-SEUDONIMIZACION.
          05 WS-SEU-BLOQUE               PIC 9(10) VALUE ZERO.
          05 WS-SEU-BLOQUE-R REDEFINES WS-SEU-BLOQUE.
             10 WS-SEU-IZQ               PIC 9(05).
             10 WS-SEU-DER               PIC 9(05).
          05 WS-SEU-AUX                  PIC 9(18) VALUE ZERO.
          05 WS-SEU-COCIENTE             PIC 9(18) VALUE ZERO.
          05 WS-SEU-RESTO                PIC 9(18) VALUE ZERO.
          05 WS-SEU-FUNCION              PIC 9(05) VALUE ZERO.
          05 WS-SEU-MODULO               PIC 9(09) VALUE 999999937.
          05 WS-SEU-MITAD                PIC 9(06) VALUE 100000.
          05 WS-SEU-RONDA                PIC 9(01) VALUE ZERO.
          05 WS-SEU-OPUESTA              PIC 9(01) VALUE ZERO.
          05 WS-SEU-ANTERIOR             PIC 9(09) VALUE ZERO.

       01 WS-SEU-MULTIPLICADORES.
          05 FILLER                      PIC 9(05) VALUE 48271.
          05 FILLER                      PIC 9(05) VALUE 69621.
          05 FILLER                      PIC 9(05) VALUE 16807.
          05 FILLER                      PIC 9(05) VALUE 39373.
          05 FILLER                      PIC 9(05) VALUE 40692.
          05 FILLER                      PIC 9(05) VALUE 40014.
          05 FILLER                      PIC 9(05) VALUE 53668.
          05 FILLER                      PIC 9(05) VALUE 12211.
       01 WS-SEU-MULTIPLICADORES-R REDEFINES WS-SEU-MULTIPLICADORES.
          05 WS-SEU-MULT                 PIC 9(05) OCCURS 8 TIMES.

       01 WS-SEU-SUBCLAVES.
          05 WS-SEU-SUBCLAVE             PIC 9(09) OCCURS 8 TIMES.

       01 WS-SEUDONIMO-ACT              PIC 9(10) VALUE ZERO.

       01 WS-LEGAJO-PROC                PIC 9(06) VALUE ZERO.

       01 WS-EVT-CLAVE-ACT.
          05 WS-EVT-LEGAJO-ACT           PIC X(06) VALUE HIGH-VALUES.
          05 WS-EVT-RESTO-ACT            PIC X(36) VALUE HIGH-VALUES.

       01 WS-GRUPO-CLAVE                PIC X(42) VALUE SPACES.

       01 WS-ACUM-CURSADA.
          05 WS-CUR-SW-CURSADA           PIC X(01).
             88 WS-CUR-HAY-CURSADA                 VALUE 'S'.
          05 WS-CUR-SW-ASISTENCIA        PIC X(01).
             88 WS-CUR-HAY-ASISTENCIA              VALUE 'S'.
          05 WS-CUR-MATERIA              PIC X(30).
          05 WS-CUR-TERMINO              PIC X(06).
          05 WS-CUR-COMISION             PIC X(03).
          05 WS-CUR-PROMEDIO             PIC 9(02)V9(03).
          05 WS-CUR-CONDICION            PIC X(12).
          05 WS-CUR-PORCENTAJE           PIC 9(03).
          05 WS-CUR-RESULTADO            PIC X(12).
          05 WS-CUR-NOTA-FINAL           PIC 9(02)V9(03).

      *    CONTEO DE GRUPOS (PRIMERA PASADA) Y APLICACION DEL MINIMO
      *    (SEGUNDA PASADA) SOBRE INVCOR.

       01 WS-CONTEO-GRUPOS.
          05 WS-CNT-CLAVE-MT             PIC X(36) VALUE LOW-VALUES.
          05 WS-CNT-COMISION             PIC X(03) VALUE LOW-VALUES.
          05 WS-CNT-CANT-COMISION        PIC 9(07) VALUE ZERO.
          05 WS-CNT-CANT-CHICOS          PIC 9(07) VALUE ZERO.

       01 WS-CONTROL-EXTRACTO.
          05 WS-EXT-CLAVE-MT             PIC X(36) VALUE LOW-VALUES.
          05 WS-EXT-COMISION             PIC X(03) VALUE LOW-VALUES.
          05 WS-EXT-CANT-COMISION        PIC 9(07) VALUE ZERO.
          05 WS-EXT-CANT-CHICOS          PIC 9(07) VALUE ZERO.
          05 WS-EXT-COMISION-SALIDA      PIC X(03) VALUE SPACES.
          05 WS-EXT-HASH-PROMEDIOS       PIC 9(09)V9(03) VALUE ZERO.

       01 WS-IDX-DIC                    PIC 9(02) VALUE ZERO.

       01 WS-BIT-FECHA-SISTEMA          PIC 9(08).
       01 WS-BIT-HORA-SISTEMA           PIC 9(08).

      *    LOS VOLUMENES DE BITACORA.TXT TIENEN CINCO DIGITOS: EL
      *    TOTAL ENTREGADO EXACTO VIAJA TAMBIEN EN EL NOMBRE DEL PASO.

       01 WS-BIT-TOPE                   PIC 9(05) VALUE 99999.

       01 WS-BIT-PASO-NOMBRE.
          05 FILLER                      PIC X(24)
             VALUE 'TP01EJ24 INVEST ENTREGA '.
          05 WS-BIT-P-ENTREGA            PIC 9(04).
          05 FILLER                      PIC X(05) VALUE ' REG '.
          05 WS-BIT-P-ENTREGADOS         PIC 9(07).

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-FALTANTES            PIC X(01) VALUE 'N'.
             88 WS-FALTAN-FUENTES                 VALUE 'S'.
             88 WS-FUENTES-COMPLETAS              VALUE 'N'.
          05 WS-SW-TOPE-BITACORA        PIC X(01) VALUE 'N'.
             88 WS-BITACORA-TOPADA                VALUE 'S'.
             88 WS-BITACORA-EXACTA                VALUE 'N'.
          05 WS-SW-ASISTENCIA           PIC X(01) VALUE 'N'.
             88 WS-HAY-ASISTENCIA                 VALUE 'S'.
             88 WS-SIN-ASISTENCIA                 VALUE 'N'.
          05 WS-SW-GRUPO                PIC X(01) VALUE 'N'.
             88 WS-GRUPO-SUPRIMIDO                VALUE 'S'.
             88 WS-GRUPO-VISIBLE                  VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-NUMINV                           PIC X(2).
             88 FS-NUMINV-OK                     VALUE '00'.
             88 FS-NUMINV-EOF                    VALUE '10'.
             88 FS-NUMINV-NFD                    VALUE '35'.

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

          05 FS-ASISTENCIA                       PIC X(2).
             88 FS-ASISTENCIA-OK                 VALUE '00'.
             88 FS-ASISTENCIA-EOF                VALUE '10'.
             88 FS-ASISTENCIA-NFD                VALUE '35'.

          05 FS-ACTAS                            PIC X(2).
             88 FS-ACTAS-OK                      VALUE '00'.
             88 FS-ACTAS-EOF                     VALUE '10'.
             88 FS-ACTAS-NFD                     VALUE '35'.

          05 FS-ACTASDET                         PIC X(2).
             88 FS-ACTASDET-OK                   VALUE '00'.
             88 FS-ACTASDET-EOF                  VALUE '10'.
             88 FS-ACTASDET-NFD                  VALUE '35'.

          05 FS-INVEVT                           PIC X(2).
             88 FS-INVEVT-OK                     VALUE '00'.
             88 FS-INVEVT-EOF                    VALUE '10'.
             88 FS-INVEVT-NFD                    VALUE '35'.

          05 FS-INVORD                           PIC X(2).
             88 FS-INVORD-OK                     VALUE '00'.
             88 FS-INVORD-EOF                    VALUE '10'.
             88 FS-INVORD-NFD                    VALUE '35'.

          05 FS-INVWRK                           PIC X(2).
             88 FS-INVWRK-OK                     VALUE '00'.
             88 FS-INVWRK-EOF                    VALUE '10'.
             88 FS-INVWRK-NFD                    VALUE '35'.

          05 FS-INVCOR                           PIC X(2).
             88 FS-INVCOR-OK                     VALUE '00'.
             88 FS-INVCOR-EOF                    VALUE '10'.
             88 FS-INVCOR-NFD                    VALUE '35'.

          05 FS-INVGRW                           PIC X(2).
             88 FS-INVGRW-OK                     VALUE '00'.
             88 FS-INVGRW-EOF                    VALUE '10'.
             88 FS-INVGRW-NFD                    VALUE '35'.

          05 FS-INVGRP                           PIC X(2).
             88 FS-INVGRP-OK                     VALUE '00'.
             88 FS-INVGRP-EOF                    VALUE '10'.
             88 FS-INVGRP-NFD                    VALUE '35'.

          05 FS-INVEST                           PIC X(2).
             88 FS-INVEST-OK                     VALUE '00'.
             88 FS-INVEST-EOF                    VALUE '10'.
             88 FS-INVEST-NFD                    VALUE '35'.

          05 FS-BITACORA                         PIC X(2).
             88 FS-BITACORA-OK                   VALUE '00'.
             88 FS-BITACORA-EOF                  VALUE '10'.
             88 FS-BITACORA-NFD                  VALUE '35'.

      ******************************************************************
      *    DICCIONARIO DE DATOS QUE ENCABEZA CADA ENTREGA.

       01 WS-DIC-ENCABEZADO.
          05 FILLER                PIC X(39)
             VALUE 'EXTRACTO ANONIMIZADO PARA INVESTIGACION'.
          05 FILLER                PIC X(11) VALUE ' - ENTREGA '.
          05 WS-DIC-ENTREGA        PIC 9(04).
          05 FILLER                PIC X(09) VALUE ' - FECHA '.
          05 WS-DIC-FECHA          PIC 9(08).
          05 FILLER                PIC X(11) VALUE ' - TERMINO '.
          05 WS-DIC-TERMINO        PIC X(06).
          05 FILLER                PIC X(16) VALUE ' - GRUPO MINIMO '.
          05 WS-DIC-MIN-GRUPO      PIC 9(03).

       01 WS-DICCIONARIO.
          05 FILLER                PIC X(50)
             VALUE 'DICCIONARIO DE DATOS - REGISTRO D:'.
          05 FILLER                PIC X(50)
             VALUE '001-001 TIPO: H DICCIONARIO, D DATO, T CONTROL'.
          05 FILLER                PIC X(50)
             VALUE '002-011 ID SEUDONIMO, ESTABLE ENTRE ENTREGAS'.
          05 FILLER                PIC X(50)
             VALUE '012-041 CARRERA'.
          05 FILLER                PIC X(50)
             VALUE '042-071 MATERIA'.
          05 FILLER                PIC X(50)
             VALUE '072-077 TERMINO AAAA-C'.
          05 FILLER                PIC X(50)
             VALUE '078-080 COMISION (***: COMISIONES AGRUPADAS)'.
          05 FILLER                PIC X(50)
             VALUE '081-085 PROMEDIO DE CURSADA 99V999'.
          05 FILLER                PIC X(50)
             VALUE '086-097 CONDICION DE LA CURSADA'.
          05 FILLER                PIC X(50)
             VALUE '098-109 SITUACION FINAL DE LA MATERIA'.
          05 FILLER                PIC X(50)
             VALUE '110-114 NOTA DEL FINAL 99V999 (CERO: SIN FINAL)'.
          05 FILLER                PIC X(50)
             VALUE '115-120 BANDA DE ASISTENCIA % (S/D: SIN DATO)'.
          05 FILLER                PIC X(50)
             VALUE 'REGISTRO T:'.
          05 FILLER                PIC X(50)
             VALUE '002-008 CANTIDAD DE REGISTROS D'.
          05 FILLER                PIC X(50)
             VALUE '009-020 SUMA DE PROMEDIOS 9(09)V999'.
          05 FILLER                PIC X(50)
             VALUE '021-024 NUMERO DE ENTREGA'.
          05 FILLER                PIC X(50)
             VALUE '025-031 REGISTROS SUPRIMIDOS POR GRUPO CHICO'.
       01 WS-DICCIONARIO-R REDEFINES WS-DICCIONARIO.
          05 WS-DIC-LINEA          PIC X(50) OCCURS 17 TIMES.

       01 WS-DIC-CANT-LINEAS            PIC 9(02) VALUE 17.

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             PERFORM 1100-GENERAR-EVENTOS
                THRU 1100-GENERAR-EVENTOS-EXIT.

             SORT SORT-EVT
                ON ASCENDING KEY SRE-LEGAJO
                                 SRE-MATERIA
                                 SRE-TERMINO
                                 SRE-TIPO
                USING INVEVT
                GIVING INVORD.

             PERFORM 1700-ABRIR-PROCESO
                THRU 1700-ABRIR-PROCESO-EXIT.

             PERFORM 2000-PROCESAR-ALUMNO
                THRU 2000-PROCESAR-ALUMNO-EXIT
                UNTIL FS-MAESTRO-EOF.

             PERFORM 2900-CERRAR-PROCESO
                THRU 2900-CERRAR-PROCESO-EXIT.

             SORT SORT-INV
                ON ASCENDING KEY SRI-MATERIA
                                 SRI-TERMINO
                                 SRI-COMISION
                                 SRI-SEUDONIMO
                USING INVWRK
                GIVING INVCOR.

             PERFORM 2800-CONTAR-GRUPOS
                THRU 2800-CONTAR-GRUPOS-EXIT.

             SORT SORT-GRP
                ON ASCENDING KEY SRG-MATERIA
                                 SRG-TERMINO
                   DESCENDING KEY SRG-TIPO
                   ASCENDING KEY SRG-COMISION
                USING INVGRW
                GIVING INVGRP.

             PERFORM 3000-FINALIZAR-PROGRAMA
                THRU 3000-FINALIZAR-PROGRAMA-EXIT.

             PERFORM 3900-FIJAR-COD-RETORNO
                THRU 3900-FIJAR-COD-RETORNO-EXIT.

             PERFORM 3060-GRABAR-BITACORA
                THRU 3060-GRABAR-BITACORA-EXIT.

             MOVE WS-COD-RETORNO TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*

       1000-INICIALIZAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           IF WS-CLAVE-INVEST = ZERO
              DISPLAY 'FALTA LA CLAVE DE SEUDONIMIZACION EN '
              DISPLAY 'PARAMETROS.TXT: NO SE GENERA EL EXTRACTO'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           MOVE ZERO                 TO WS-SEU-ANTERIOR.

           PERFORM 1050-PREPARAR-SUBCLAVE
              THRU 1050-PREPARAR-SUBCLAVE-EXIT
              VARYING WS-SEU-RONDA FROM 1 BY 1
              UNTIL WS-SEU-RONDA > 8.

           DISPLAY 'EXTRACTO ANONIMIZADO - TERMINO ' WS-TERM-ID.

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
                       IF PAR-INVEST-CLAVE IS NUMERIC
                          AND PAR-INVEST-CLAVE > ZERO
                          MOVE PAR-INVEST-CLAVE TO WS-CLAVE-INVEST
                       END-IF
                       IF PAR-INVEST-MIN-GRUPO IS NUMERIC
                          AND PAR-INVEST-MIN-GRUPO > ZERO
                          MOVE PAR-INVEST-MIN-GRUPO TO WS-MIN-GRUPO
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
      *    CADA SUBCLAVE MEZCLA LAS DOS MITADES DE LA CLAVE, CON EL
      *    MULTIPLICADOR DE SU VUELTA Y EL DE LA VUELTA OPUESTA, Y LA
      *    SUBCLAVE ANTERIOR: DEPENDE DE LOS 18 DIGITOS DE LA CLAVE.

       1050-PREPARAR-SUBCLAVE.

           COMPUTE WS-SEU-OPUESTA = 9 - WS-SEU-RONDA.

           COMPUTE WS-SEU-AUX = WS-CLAVE-1 * WS-SEU-MULT(WS-SEU-RONDA)
                              + WS-SEU-ANTERIOR.

           DIVIDE WS-SEU-AUX BY WS-SEU-MODULO
                  GIVING WS-SEU-COCIENTE
                  REMAINDER WS-SEU-RESTO.

           COMPUTE WS-SEU-AUX = WS-CLAVE-2 * WS-SEU-MULT(WS-SEU-OPUESTA)
                              + WS-SEU-RESTO.

           DIVIDE WS-SEU-AUX BY WS-SEU-MODULO
                  GIVING WS-SEU-COCIENTE
                  REMAINDER WS-SEU-RESTO.

           MOVE WS-SEU-RESTO         TO WS-SEU-SUBCLAVE(WS-SEU-RONDA)
                                        WS-SEU-ANTERIOR.

       1050-PREPARAR-SUBCLAVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1100-GENERAR-EVENTOS.

           OPEN OUTPUT INVEVT.

           IF NOT FS-INVEVT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVEVT'
              DISPLAY 'FILE STATUS: ' FS-INVEVT
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1200-VOLCAR-HISTORICO
              THRU 1200-VOLCAR-HISTORICO-EXIT.

           PERFORM 1300-VOLCAR-ACADEMICO
              THRU 1300-VOLCAR-ACADEMICO-EXIT.

           PERFORM 1400-VOLCAR-ACTAS
              THRU 1400-VOLCAR-ACTAS-EXIT.

           PERFORM 1500-VOLCAR-ASISTENCIA
              THRU 1500-VOLCAR-ASISTENCIA-EXIT.

           CLOSE INVEVT.

       1100-GENERAR-EVENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CADA CURSADA DEL HISTORICO ES UN REGISTRO DEL EXTRACTO.

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
                    ADD 1                 TO WS-CONT-CURSADAS-LEIDAS
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

           IF HIS-LEGAJO IS NUMERIC
              INITIALIZE REG-INVEVT
              MOVE HIS-LEGAJO        TO IEV-LEGAJO
              MOVE HIS-MATERIA       TO IEV-MATERIA
              MOVE HIS-TERMINO       TO IEV-TERMINO
              MOVE 'C'               TO IEV-TIPO
              MOVE HIS-PROMEDIO      TO IEV-PROMEDIO
              MOVE HIS-CONDICION     TO IEV-CONDICION
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT
           END-IF.

           PERFORM 1210-LEER-HISTORICO
              THRU 1210-LEER-HISTORICO-EXIT.

       1220-EVENTO-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA SITUACION FINAL DE LA MATERIA VA EN LA CURSADA QUE LA
      *    ORIGINA; SIN ACADEMICO EL EXTRACTO SALE SIN ESE DATO.

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
                    DISPLAY 'SIN ACADEMICO.TXT: EL EXTRACTO SALE SIN '
                    DISPLAY 'LA SITUACION FINAL DE LAS MATERIAS'
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
              INITIALIZE REG-INVEVT
              MOVE ACA-LEGAJO          TO IEV-LEGAJO
              MOVE ACA-MATERIA         TO IEV-MATERIA
              MOVE ACA-TERMINO-CURSADA TO IEV-TERMINO
              MOVE 'F'                 TO IEV-TIPO
              MOVE ACA-ESTADO          TO IEV-RESULTADO
              IF ACA-FECHA-FINAL IS NUMERIC
                 AND ACA-FECHA-FINAL > ZERO
                 AND ACA-NOTA-FINAL IS NUMERIC
                 MOVE ACA-NOTA-FINAL   TO IEV-NOTA-FINAL
              END-IF
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT
           END-IF.

           PERFORM 1310-LEER-ACADEMICO
              THRU 1310-LEER-ACADEMICO-EXIT.

       1320-EVENTO-ACADEMICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA COMISION DE CADA CURSADA SALE DE LAS ACTAS DE CURSADA:
      *    ACTAS Y ACTASDET ESTAN LAS DOS EN ORDEN DE NUMERO DE ACTA.
      *    SIN LIBRO DE ACTAS LAS CURSADAS VAN CON COMISION '---'.

       1400-VOLCAR-ACTAS.

           OPEN INPUT ACTAS.

           EVALUATE TRUE
               WHEN FS-ACTAS-OK
                    CONTINUE
               WHEN FS-ACTAS-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN ACTAS.TXT: LAS CURSADAS VAN SIN '
                    DISPLAY 'COMISION'
                    GO TO 1400-VOLCAR-ACTAS-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTAS'
                    DISPLAY 'FILE STATUS: ' FS-ACTAS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           OPEN INPUT ACTASDET.

           EVALUATE TRUE
               WHEN FS-ACTASDET-OK
                    CONTINUE
               WHEN FS-ACTASDET-NFD
                    CLOSE ACTAS
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN ACTASDET.TXT: LAS CURSADAS VAN SIN '
                    DISPLAY 'COMISION'
                    GO TO 1400-VOLCAR-ACTAS-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTASDET'
                    DISPLAY 'FILE STATUS: ' FS-ACTASDET
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           PERFORM 1410-LEER-ACTAS
              THRU 1410-LEER-ACTAS-EXIT.

           PERFORM 1420-LEER-ACTASDET
              THRU 1420-LEER-ACTASDET-EXIT.

           PERFORM 1430-EVENTO-COMISION
              THRU 1430-EVENTO-COMISION-EXIT
              UNTIL FS-ACTASDET-EOF.

           CLOSE ACTAS
                 ACTASDET.

       1400-VOLCAR-ACTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1410-LEER-ACTAS.

           READ ACTAS.

           EVALUATE FS-ACTAS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACTAS-EOF      TO TRUE
               WHEN OTHER
                    SET FS-ACTAS-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTAS'
                    DISPLAY 'FILE STATUS: ' FS-ACTAS
           END-EVALUATE.

       1410-LEER-ACTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1420-LEER-ACTASDET.

           READ ACTASDET.

           EVALUATE FS-ACTASDET
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-ACTASDET-EOF   TO TRUE
               WHEN OTHER
                    SET FS-ACTASDET-EOF   TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTASDET'
                    DISPLAY 'FILE STATUS: ' FS-ACTASDET
           END-EVALUATE.

       1420-LEER-ACTASDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SOLO LOS RENGLONES DE ACTAS DE CURSADA DAN COMISION; LOS DE
      *    EXAMEN Y RECTIFICATIVAS SE SALTEAN.

       1430-EVENTO-COMISION.

           PERFORM 1410-LEER-ACTAS
              THRU 1410-LEER-ACTAS-EXIT
              UNTIL FS-ACTAS-EOF
              OR ACT-NRO-ACTA NOT < ADT-NRO-ACTA.

           IF NOT FS-ACTAS-EOF
              AND ACT-NRO-ACTA = ADT-NRO-ACTA
              AND ACT-DE-CURSADA
              AND ADT-LEGAJO IS NUMERIC
              INITIALIZE REG-INVEVT
              MOVE ADT-LEGAJO        TO IEV-LEGAJO
              MOVE ACT-MATERIA       TO IEV-MATERIA
              MOVE ACT-TERMINO       TO IEV-TERMINO
              MOVE 'K'               TO IEV-TIPO
              MOVE ACT-COMISION      TO IEV-COMISION
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT
           END-IF.

           PERFORM 1420-LEER-ACTASDET
              THRU 1420-LEER-ACTASDET-EXIT.

       1430-EVENTO-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ASISTENCIA.TXT ES EL EXTRACTO DEL TERMINO EN CURSO; LOS
      *    TERMINOS ANTERIORES VAN SIN DATO DE ASISTENCIA.

       1500-VOLCAR-ASISTENCIA.

           OPEN INPUT ASISTENCIA.

           EVALUATE TRUE
               WHEN FS-ASISTENCIA-OK
                    SET WS-HAY-ASISTENCIA TO TRUE
                    PERFORM 1510-LEER-ASISTENCIA
                       THRU 1510-LEER-ASISTENCIA-EXIT
                    PERFORM 1520-EVENTO-ASISTENCIA
                       THRU 1520-EVENTO-ASISTENCIA-EXIT
                       UNTIL FS-ASISTENCIA-EOF
                    CLOSE ASISTENCIA
               WHEN FS-ASISTENCIA-NFD
                    SET WS-FALTAN-FUENTES TO TRUE
                    DISPLAY 'SIN ASISTENCIA.TXT: EL TERMINO EN CURSO '
                    DISPLAY 'SALE SIN BANDA DE ASISTENCIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ASISTENCIA'
                    DISPLAY 'FILE STATUS: ' FS-ASISTENCIA
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1500-VOLCAR-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1510-LEER-ASISTENCIA.

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

       1510-LEER-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1520-EVENTO-ASISTENCIA.

           IF ASI-LEGAJO IS NUMERIC
              AND ASI-PORCENTAJE IS NUMERIC
              INITIALIZE REG-INVEVT
              MOVE ASI-LEGAJO        TO IEV-LEGAJO
              MOVE ASI-MATERIA       TO IEV-MATERIA
              MOVE WS-TERM-ID        TO IEV-TERMINO
              MOVE 'A'               TO IEV-TIPO
              MOVE ASI-PORCENTAJE    TO IEV-PORCENTAJE
              PERFORM 1600-GRABAR-EVENTO
                 THRU 1600-GRABAR-EVENTO-EXIT
           END-IF.

           PERFORM 1510-LEER-ASISTENCIA
              THRU 1510-LEER-ASISTENCIA-EXIT.

       1520-EVENTO-ASISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-GRABAR-EVENTO.

           WRITE REG-INVEVT.

           IF FS-INVEVT-OK
              ADD 1                  TO WS-CONT-EVENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INVEVT'
              DISPLAY 'FILE STATUS: ' FS-INVEVT
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

           OPEN INPUT INVORD.

           IF NOT FS-INVORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVORD'
              DISPLAY 'FILE STATUS: ' FS-INVORD
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1760-LEER-INVORD
              THRU 1760-LEER-INVORD-EXIT.

           OPEN OUTPUT INVWRK.

           IF NOT FS-INVWRK-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVWRK'
              DISPLAY 'FILE STATUS: ' FS-INVWRK
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

       1760-LEER-INVORD.

           READ INVORD.

           EVALUATE FS-INVORD
               WHEN '00'
                    MOVE IOR-CLAVE         TO WS-EVT-CLAVE-ACT
               WHEN '10'
                    SET FS-INVORD-EOF      TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-CLAVE-ACT
               WHEN OTHER
                    SET FS-INVORD-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    MOVE HIGH-VALUES       TO WS-EVT-CLAVE-ACT
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INVORD'
                    DISPLAY 'FILE STATUS: ' FS-INVORD
           END-EVALUATE.

       1760-LEER-INVORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL MAESTRO SE RECORRE EN ORDEN DE LEGAJO Y APORTA LA
      *    CARRERA; LOS DATOS DE LEGAJOS QUE NO ESTAN EN EL MAESTRO
      *    NO SALEN.  EL SEUDONIMO SE CALCULA UNA VEZ POR LEGAJO.

       2000-PROCESAR-ALUMNO.

           MOVE MAE-LEGAJO           TO WS-LEGAJO-PROC.

           PERFORM 2350-SALTEAR-EVENTO
              THRU 2350-SALTEAR-EVENTO-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR IOR-LEGAJO NOT < WS-LEGAJO-PROC.

           PERFORM 2050-CALCULAR-SEUDONIMO
              THRU 2050-CALCULAR-SEUDONIMO-EXIT.

           PERFORM 2100-PROCESAR-CURSADA
              THRU 2100-PROCESAR-CURSADA-EXIT
              UNTIL WS-EVT-LEGAJO-ACT = HIGH-VALUES
              OR IOR-LEGAJO > WS-LEGAJO-PROC.

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

       2050-CALCULAR-SEUDONIMO.

           MOVE WS-LEGAJO-PROC       TO WS-SEU-BLOQUE.

           PERFORM 2060-VUELTA-SEUDONIMO
              THRU 2060-VUELTA-SEUDONIMO-EXIT
              VARYING WS-SEU-RONDA FROM 1 BY 1
              UNTIL WS-SEU-RONDA > 8.

           MOVE WS-SEU-BLOQUE        TO WS-SEUDONIMO-ACT.

       2050-CALCULAR-SEUDONIMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2060-VUELTA-SEUDONIMO.

           COMPUTE WS-SEU-AUX = WS-SEU-DER
                              + WS-SEU-SUBCLAVE(WS-SEU-RONDA).

           DIVIDE WS-SEU-AUX BY WS-SEU-MODULO
                  GIVING WS-SEU-COCIENTE
                  REMAINDER WS-SEU-RESTO.

           COMPUTE WS-SEU-AUX = WS-SEU-RESTO * WS-SEU-RESTO.

           DIVIDE WS-SEU-AUX BY WS-SEU-MODULO
                  GIVING WS-SEU-COCIENTE
                  REMAINDER WS-SEU-RESTO.

           DIVIDE WS-SEU-RESTO BY WS-SEU-MITAD
                  GIVING WS-SEU-COCIENTE
                  REMAINDER WS-SEU-FUNCION.

           COMPUTE WS-SEU-AUX = WS-SEU-IZQ + WS-SEU-FUNCION.

           DIVIDE WS-SEU-AUX BY WS-SEU-MITAD
                  GIVING WS-SEU-COCIENTE
                  REMAINDER WS-SEU-RESTO.

           MOVE WS-SEU-DER           TO WS-SEU-IZQ.
           MOVE WS-SEU-RESTO         TO WS-SEU-DER.

       2060-VUELTA-SEUDONIMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    JUNTA LOS DATOS DE UNA MATERIA Y TERMINO DEL LEGAJO; SOLO
      *    SALE SI HAY CURSADA EN EL HISTORICO.

       2100-PROCESAR-CURSADA.

           MOVE WS-EVT-CLAVE-ACT     TO WS-GRUPO-CLAVE.

           INITIALIZE WS-ACUM-CURSADA.
           MOVE IOR-MATERIA          TO WS-CUR-MATERIA.
           MOVE IOR-TERMINO          TO WS-CUR-TERMINO.
           MOVE '---'                TO WS-CUR-COMISION.

           PERFORM 2300-ACUMULAR-EVENTO
              THRU 2300-ACUMULAR-EVENTO-EXIT
              UNTIL WS-EVT-CLAVE-ACT NOT = WS-GRUPO-CLAVE.

           IF WS-CUR-HAY-CURSADA
              PERFORM 2400-GRABAR-TRABAJO
                 THRU 2400-GRABAR-TRABAJO-EXIT
           ELSE
              ADD 1                  TO WS-CONT-SIN-CURSADA
           END-IF.

       2100-PROCESAR-CURSADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2300-ACUMULAR-EVENTO.

           EVALUATE TRUE
               WHEN IOR-EVT-CURSADA
                    MOVE 'S'             TO WS-CUR-SW-CURSADA
                    MOVE IOR-PROMEDIO    TO WS-CUR-PROMEDIO
                    MOVE IOR-CONDICION   TO WS-CUR-CONDICION
               WHEN IOR-EVT-COMISION
                    MOVE IOR-COMISION    TO WS-CUR-COMISION
               WHEN IOR-EVT-FINAL
                    MOVE IOR-RESULTADO   TO WS-CUR-RESULTADO
                    MOVE IOR-NOTA-FINAL  TO WS-CUR-NOTA-FINAL
               WHEN IOR-EVT-ASISTENCIA
                    MOVE 'S'             TO WS-CUR-SW-ASISTENCIA
                    MOVE IOR-PORCENTAJE  TO WS-CUR-PORCENTAJE
           END-EVALUATE.

           PERFORM 1760-LEER-INVORD
              THRU 1760-LEER-INVORD-EXIT.

       2300-ACUMULAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2350-SALTEAR-EVENTO.

           ADD 1                     TO WS-CONT-EVENTOS-OMITIDOS.

           PERFORM 1760-LEER-INVORD
              THRU 1760-LEER-INVORD-EXIT.

       2350-SALTEAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA ASISTENCIA SOLO SE CONOCE PARA EL TERMINO EN CURSO; UNA
      *    CURSADA SIN REGISTRO EN ASISTENCIA.TXT TUVO ASISTENCIA
      *    COMPLETA.

       2400-GRABAR-TRABAJO.

           MOVE WS-CUR-MATERIA       TO IWK-MATERIA.
           MOVE WS-CUR-TERMINO       TO IWK-TERMINO.
           MOVE WS-CUR-COMISION      TO IWK-COMISION.
           MOVE WS-SEUDONIMO-ACT     TO IWK-SEUDONIMO.
           MOVE MAE-CARRERA          TO IWK-CARRERA.
           MOVE WS-CUR-PROMEDIO      TO IWK-PROMEDIO.
           MOVE WS-CUR-CONDICION     TO IWK-CONDICION.
           MOVE WS-CUR-RESULTADO     TO IWK-RESULTADO.
           MOVE WS-CUR-NOTA-FINAL    TO IWK-NOTA-FINAL.

           IF WS-CUR-COMISION = '---'
              ADD 1                  TO WS-CONT-SIN-COMISION
           END-IF.

           IF WS-CUR-TERMINO = WS-TERM-ID
              AND WS-HAY-ASISTENCIA
              IF NOT WS-CUR-HAY-ASISTENCIA
                 MOVE 100            TO WS-CUR-PORCENTAJE
              END-IF
              EVALUATE TRUE
                  WHEN WS-CUR-PORCENTAJE < 50
                       MOVE '0-49'   TO IWK-BANDA
                  WHEN WS-CUR-PORCENTAJE < 75
                       MOVE '50-74'  TO IWK-BANDA
                  WHEN WS-CUR-PORCENTAJE < 90
                       MOVE '75-89'  TO IWK-BANDA
                  WHEN OTHER
                       MOVE '90-100' TO IWK-BANDA
              END-EVALUATE
           ELSE
              MOVE 'S/D'             TO IWK-BANDA
           END-IF.

           WRITE REG-INVWRK.

           IF FS-INVWRK-OK
              ADD 1                  TO WS-CONT-TRABAJO
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INVWRK'
              DISPLAY 'FILE STATUS: ' FS-INVWRK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2400-GRABAR-TRABAJO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PRIMERA PASADA SOBRE INVCOR (POR MATERIA, TERMINO Y
      *    COMISION): CUENTA LOS ALUMNOS DE CADA COMISION Y SUMA LOS
      *    DE LAS COMISIONES QUE NO LLEGAN AL MINIMO.

       2800-CONTAR-GRUPOS.

           OPEN INPUT INVCOR.

           IF NOT FS-INVCOR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVCOR'
              DISPLAY 'FILE STATUS: ' FS-INVCOR
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT INVGRW.

           IF NOT FS-INVGRW-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVGRW'
              DISPLAY 'FILE STATUS: ' FS-INVGRW
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 2810-LEER-INVCOR
              THRU 2810-LEER-INVCOR-EXIT.

           PERFORM 2820-CONTAR-REGISTRO
              THRU 2820-CONTAR-REGISTRO-EXIT
              UNTIL FS-INVCOR-EOF.

           IF WS-CNT-CLAVE-MT NOT = LOW-VALUES
              PERFORM 2830-CERRAR-COMISION
                 THRU 2830-CERRAR-COMISION-EXIT
              PERFORM 2840-CERRAR-MATERIA-TERMINO
                 THRU 2840-CERRAR-MATERIA-TERMINO-EXIT
           END-IF.

           CLOSE INVCOR
                 INVGRW.

       2800-CONTAR-GRUPOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2810-LEER-INVCOR.

           READ INVCOR.

           EVALUATE FS-INVCOR
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-INVCOR-EOF     TO TRUE
               WHEN OTHER
                    SET FS-INVCOR-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INVCOR'
                    DISPLAY 'FILE STATUS: ' FS-INVCOR
           END-EVALUATE.

       2810-LEER-INVCOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2820-CONTAR-REGISTRO.

           IF ICR-CLAVE-MT NOT = WS-CNT-CLAVE-MT
              IF WS-CNT-CLAVE-MT NOT = LOW-VALUES
                 PERFORM 2830-CERRAR-COMISION
                    THRU 2830-CERRAR-COMISION-EXIT
                 PERFORM 2840-CERRAR-MATERIA-TERMINO
                    THRU 2840-CERRAR-MATERIA-TERMINO-EXIT
              END-IF
              MOVE ICR-CLAVE-MT      TO WS-CNT-CLAVE-MT
              MOVE ICR-COMISION      TO WS-CNT-COMISION
           END-IF.

           IF ICR-COMISION NOT = WS-CNT-COMISION
              PERFORM 2830-CERRAR-COMISION
                 THRU 2830-CERRAR-COMISION-EXIT
              MOVE ICR-COMISION      TO WS-CNT-COMISION
           END-IF.

           ADD 1                     TO WS-CNT-CANT-COMISION.

           PERFORM 2810-LEER-INVCOR
              THRU 2810-LEER-INVCOR-EXIT.

       2820-CONTAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2830-CERRAR-COMISION.

           MOVE WS-CNT-CLAVE-MT      TO IGW-MATERIA.
           MOVE WS-CNT-CLAVE-MT(31:6) TO IGW-TERMINO.
           MOVE 'C'                  TO IGW-TIPO.
           MOVE WS-CNT-COMISION      TO IGW-COMISION.
           MOVE WS-CNT-CANT-COMISION TO IGW-CANTIDAD.

           PERFORM 2850-GRABAR-INVGRW
              THRU 2850-GRABAR-INVGRW-EXIT.

           IF WS-CNT-CANT-COMISION < WS-MIN-GRUPO
              ADD WS-CNT-CANT-COMISION TO WS-CNT-CANT-CHICOS
           END-IF.

           MOVE ZERO                 TO WS-CNT-CANT-COMISION.

       2830-CERRAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2840-CERRAR-MATERIA-TERMINO.

           MOVE WS-CNT-CLAVE-MT      TO IGW-MATERIA.
           MOVE WS-CNT-CLAVE-MT(31:6) TO IGW-TERMINO.
           MOVE 'M'                  TO IGW-TIPO.
           MOVE SPACES               TO IGW-COMISION.
           MOVE WS-CNT-CANT-CHICOS   TO IGW-CANTIDAD.

           PERFORM 2850-GRABAR-INVGRW
              THRU 2850-GRABAR-INVGRW-EXIT.

           MOVE ZERO                 TO WS-CNT-CANT-CHICOS.

       2840-CERRAR-MATERIA-TERMINO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2850-GRABAR-INVGRW.

           WRITE REG-INVGRW.

           IF NOT FS-INVGRW-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INVGRW'
              DISPLAY 'FILE STATUS: ' FS-INVGRW
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       2850-GRABAR-INVGRW-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2900-CERRAR-PROCESO.

           CLOSE MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR EN CLOSE DE MAESTRO: ' FS-MAESTRO
           END-IF.

           CLOSE INVORD
                 INVWRK.

       2900-CERRAR-PROCESO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           PERFORM 3050-ASIGNAR-NRO-ENTREGA
              THRU 3050-ASIGNAR-NRO-ENTREGA-EXIT.

           PERFORM 3200-GRABAR-EXTRACTO
              THRU 3200-GRABAR-EXTRACTO-EXIT.

           PERFORM 3040-VERIFICAR-TOPE-BITACORA
              THRU 3040-VERIFICAR-TOPE-BITACORA-EXIT.

           DISPLAY 'ENTREGA NUMERO        : ' WS-NRO-ENTREGA.
           DISPLAY 'CURSADAS LEIDAS       : ' WS-CONT-CURSADAS-LEIDAS.
           DISPLAY 'REGISTROS ENTREGADOS  : ' WS-CONT-ENTREGADOS.
           DISPLAY 'EN COMISION AGRUPADA  : ' WS-CONT-AGRUPADOS.
           DISPLAY 'SUPRIMIDOS GRUPO CHICO: ' WS-CONT-SUPRIMIDOS.
           DISPLAY 'SIN COMISION CONOCIDA : ' WS-CONT-SIN-COMISION.
           DISPLAY 'DATOS FUERA DEL MAESTRO: '
                   WS-CONT-EVENTOS-OMITIDOS.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UN VOLUMEN QUE NO ENTRA EN BITACORA.TXT SE GRABA TOPEADO Y
      *    LA CORRIDA TERMINA CON AVISO.

       3040-VERIFICAR-TOPE-BITACORA.

           IF WS-CONT-CURSADAS-LEIDAS > WS-BIT-TOPE
              OR WS-CONT-ENTREGADOS > WS-BIT-TOPE
              OR WS-CONT-SUPRIMIDOS > WS-BIT-TOPE
              SET WS-BITACORA-TOPADA TO TRUE
              DISPLAY 'AVISO: VOLUMENES MAYORES A 99999 EN BITACORA: '
              DISPLAY 'SE GRABAN CON 99999 (TOTAL ENTREGADO EXACTO '
              DISPLAY 'EN EL NOMBRE DEL PASO)'
           END-IF.

       3040-VERIFICAR-TOPE-BITACORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL NUMERO DE ENTREGA ES EL SIGUIENTE AL DE NUMINV.TXT, PERO
      *    NUMINV.TXT SE ACTUALIZA RECIEN CUANDO EL TRAILER DEL
      *    EXTRACTO QUEDO GRABADO SIN ERRORES (3070): UNA CORRIDA
      *    ABORTADA O CON ERROR NO CONSUME NUMERO.

       3050-ASIGNAR-NRO-ENTREGA.

           MOVE ZERO TO WS-NRO-ENTREGA.

           OPEN INPUT NUMINV.

           EVALUATE TRUE
               WHEN FS-NUMINV-OK
                    READ NUMINV
                    IF FS-NUMINV-OK
                       AND NIN-ULT-ENTREGA IS NUMERIC
                       MOVE NIN-ULT-ENTREGA TO WS-NRO-ENTREGA
                    END-IF
                    CLOSE NUMINV
               WHEN FS-NUMINV-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO NUMINV'
                    DISPLAY 'FILE STATUS: ' FS-NUMINV
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           ADD 1 TO WS-NRO-ENTREGA.

       3050-ASIGNAR-NRO-ENTREGA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA ENTREGA CON ERRORES QUEDA REGISTRADA COMO ANULADA, SIN
      *    REGISTROS ENTREGADOS: SU NUMERO LO VUELVE A USAR LA PROXIMA
      *    ENTREGA Y LA BITACORA NO DEBE MOSTRAR DOS ENTREGAS IGUALES.

       3060-GRABAR-BITACORA.

           ACCEPT WS-BIT-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-BIT-HORA-SISTEMA  FROM TIME.

           MOVE WS-NRO-ENTREGA       TO WS-BIT-P-ENTREGA.

           IF WS-ERROR-ARCHIVO
              MOVE ZERO              TO WS-BIT-P-ENTREGADOS
           ELSE
              MOVE WS-CONT-ENTREGADOS TO WS-BIT-P-ENTREGADOS
           END-IF.

           OPEN EXTEND BITACORA.

           IF FS-BITACORA-NFD
              OPEN OUTPUT BITACORA
           END-IF.

           IF FS-BITACORA-OK
              MOVE WS-BIT-FECHA-SISTEMA TO BIT-FECHA
              MOVE ' | '                TO BIT-SEP-1
              MOVE WS-BIT-HORA-SISTEMA  TO BIT-HORA
              MOVE ' | '                TO BIT-SEP-2
              IF WS-CONT-CURSADAS-LEIDAS > WS-BIT-TOPE
                 MOVE WS-BIT-TOPE       TO BIT-REG-LEIDOS
              ELSE
                 MOVE WS-CONT-CURSADAS-LEIDAS TO BIT-REG-LEIDOS
              END-IF
              MOVE ' | '                TO BIT-SEP-3
              EVALUATE TRUE
                  WHEN WS-ERROR-ARCHIVO
                       MOVE ZEROS       TO BIT-TOTAL-PROC
                  WHEN WS-CONT-ENTREGADOS > WS-BIT-TOPE
                       MOVE WS-BIT-TOPE TO BIT-TOTAL-PROC
                  WHEN OTHER
                       MOVE WS-CONT-ENTREGADOS TO BIT-TOTAL-PROC
              END-EVALUATE
              MOVE ' | '                TO BIT-SEP-4
              IF WS-CONT-SUPRIMIDOS > WS-BIT-TOPE
                 MOVE WS-BIT-TOPE       TO BIT-DESCARTADOS
              ELSE
                 MOVE WS-CONT-SUPRIMIDOS TO BIT-DESCARTADOS
              END-IF
              MOVE ' | '                TO BIT-SEP-5
              MOVE ZEROS                TO BIT-ERRORES
              MOVE ' | '                TO BIT-SEP-6
              MOVE ZEROS                TO BIT-REPROBADOS
              MOVE ' | '                TO BIT-SEP-7
              MOVE WS-BIT-PASO-NOMBRE   TO BIT-BALANCE
              MOVE ' | '                TO BIT-SEP-8
              MOVE BIT-TOTAL-PROC       TO BIT-REG-ESPERADOS
              MOVE ' | '                TO BIT-SEP-9
              MOVE BIT-TOTAL-PROC       TO BIT-REG-RECIBIDOS
              MOVE ' | '                TO BIT-SEP-10
              IF WS-ERROR-ARCHIVO
                 MOVE 'ENTREGA ANULADA' TO BIT-ESTADO-CORRIDA
              ELSE
                 MOVE 'ENTREGA INVEST'  TO BIT-ESTADO-CORRIDA
              END-IF
              MOVE ' | '                TO BIT-SEP-11
              MOVE WS-COD-RETORNO       TO BIT-COD-RETORNO
              MOVE ' | '                TO BIT-SEP-12
              MOVE WS-NRO-ENTREGA       TO BIT-NRO-CORRIDA
              MOVE ' | '                TO BIT-SEP-13
              MOVE WS-TERM-ID           TO BIT-TERMINO
              MOVE ' | '                TO BIT-SEP-14
              MOVE WS-BIT-PASO-NOMBRE   TO BIT-PASO-NOMBRE

              WRITE REG-BITACORA

              IF NOT FS-BITACORA-OK
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO BITACORA'
                 DISPLAY 'FILE STATUS: ' FS-BITACORA
              END-IF

              CLOSE BITACORA
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BITACORA'
              DISPLAY 'FILE STATUS: ' FS-BITACORA
           END-IF.

       3060-GRABAR-BITACORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN EL NUMERO GRABADO LA PROXIMA ENTREGA LO REPETIRIA: EL
      *    EXTRACTO NO SE ENTREGA.

       3070-GRABAR-NRO-ENTREGA.

           OPEN OUTPUT NUMINV.

           IF FS-NUMINV-OK
              MOVE WS-NRO-ENTREGA TO NIN-ULT-ENTREGA
              WRITE REG-NUMINV
           END-IF.

           IF NOT FS-NUMINV-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO NUMINV'
              DISPLAY 'FILE STATUS: ' FS-NUMINV
              OPEN OUTPUT INVEST
              CLOSE INVEST
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           CLOSE NUMINV.

       3070-GRABAR-NRO-ENTREGA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SEGUNDA PASADA: INVGRP TRAE, EN EL MISMO ORDEN QUE INVCOR,
      *    EL TOTAL DE COMISIONES CHICAS DE CADA MATERIA Y TERMINO Y
      *    DESPUES EL TAMANIO DE CADA COMISION.  UNA COMISION CHICA
      *    SALE AGRUPADA COMO '***' SI EL GRUPO LLEGA AL MINIMO; SI NO,
      *    SE SUPRIME.

       3200-GRABAR-EXTRACTO.

           OPEN INPUT INVCOR.

           IF NOT FS-INVCOR-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVCOR'
              DISPLAY 'FILE STATUS: ' FS-INVCOR
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN INPUT INVGRP.

           IF NOT FS-INVGRP-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVGRP'
              DISPLAY 'FILE STATUS: ' FS-INVGRP
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           OPEN OUTPUT INVEST.

           IF NOT FS-INVEST-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO INVEST'
              DISPLAY 'FILE STATUS: ' FS-INVEST
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 3210-GRABAR-DICCIONARIO
              THRU 3210-GRABAR-DICCIONARIO-EXIT.

           PERFORM 2810-LEER-INVCOR
              THRU 2810-LEER-INVCOR-EXIT.

           PERFORM 3220-GRABAR-DETALLE
              THRU 3220-GRABAR-DETALLE-EXIT
              UNTIL FS-INVCOR-EOF.

           MOVE 'T'                  TO INT-TIPO-REGISTRO.
           MOVE WS-CONT-ENTREGADOS   TO INT-CANT-REGISTROS.
           MOVE WS-EXT-HASH-PROMEDIOS TO INT-HASH-PROMEDIOS.
           MOVE WS-NRO-ENTREGA       TO INT-NRO-ENTREGA.
           MOVE WS-CONT-SUPRIMIDOS   TO INT-CANT-SUPRIMIDOS.

           WRITE REG-INVEST-TRAILER.

           IF NOT FS-INVEST-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INVEST'
              DISPLAY 'FILE STATUS: ' FS-INVEST
           END-IF.

           CLOSE INVCOR
                 INVGRP
                 INVEST.

      *    UN EXTRACTO CON ERRORES (AUNQUE CIERRE CONTRA SU PROPIO
      *    TRAILER) PUEDE ESTAR INCOMPLETO: NO SE ENTREGA.

           IF WS-SIN-ERROR-ARCHIVO
              PERFORM 3070-GRABAR-NRO-ENTREGA
                 THRU 3070-GRABAR-NRO-ENTREGA-EXIT
           ELSE
              OPEN OUTPUT INVEST
              CLOSE INVEST
              DISPLAY 'EXTRACTO CON ERRORES: INVEST.TXT QUEDA VACIO'
              DISPLAY 'Y LA ENTREGA ' WS-NRO-ENTREGA ' NO SE CONSUME'
           END-IF.

       3200-GRABAR-EXTRACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       3210-GRABAR-DICCIONARIO.

           MOVE WS-NRO-ENTREGA       TO WS-DIC-ENTREGA.
           MOVE WS-FECHA-PROCESO     TO WS-DIC-FECHA.
           MOVE WS-TERM-ID           TO WS-DIC-TERMINO.
           MOVE WS-MIN-GRUPO         TO WS-DIC-MIN-GRUPO.

           MOVE 'H'                  TO INH-TIPO-REGISTRO.
           MOVE WS-DIC-ENCABEZADO    TO INH-TEXTO.

           PERFORM 3500-GRABAR-ARCH-INVEST
              THRU 3500-GRABAR-ARCH-INVEST-EXIT.

           PERFORM 3215-GRABAR-LINEA-DICC
              THRU 3215-GRABAR-LINEA-DICC-EXIT
              VARYING WS-IDX-DIC FROM 1 BY 1
              UNTIL WS-IDX-DIC > WS-DIC-CANT-LINEAS.

       3210-GRABAR-DICCIONARIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3215-GRABAR-LINEA-DICC.

           MOVE 'H'                  TO INH-TIPO-REGISTRO.
           MOVE WS-DIC-LINEA(WS-IDX-DIC) TO INH-TEXTO.

           PERFORM 3500-GRABAR-ARCH-INVEST
              THRU 3500-GRABAR-ARCH-INVEST-EXIT.

       3215-GRABAR-LINEA-DICC-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3220-GRABAR-DETALLE.

           IF ICR-CLAVE-MT NOT = WS-EXT-CLAVE-MT
              PERFORM 3240-LEER-INVGRP
                 THRU 3240-LEER-INVGRP-EXIT
              IF NOT IGR-MATERIA-TERMINO
                 OR IGR-CLAVE-MT NOT = ICR-CLAVE-MT
                 PERFORM 3250-GRUPOS-DESFASADOS
                    THRU 3250-GRUPOS-DESFASADOS-EXIT
              END-IF
              MOVE IGR-CANTIDAD      TO WS-EXT-CANT-CHICOS
              MOVE ICR-CLAVE-MT      TO WS-EXT-CLAVE-MT
              MOVE LOW-VALUES        TO WS-EXT-COMISION
           END-IF.

           IF ICR-COMISION NOT = WS-EXT-COMISION
              PERFORM 3240-LEER-INVGRP
                 THRU 3240-LEER-INVGRP-EXIT
              IF NOT IGR-DE-COMISION
                 OR IGR-CLAVE-MT NOT = ICR-CLAVE-MT
                 OR IGR-COMISION NOT = ICR-COMISION
                 PERFORM 3250-GRUPOS-DESFASADOS
                    THRU 3250-GRUPOS-DESFASADOS-EXIT
              END-IF
              MOVE IGR-CANTIDAD      TO WS-EXT-CANT-COMISION
              MOVE ICR-COMISION      TO WS-EXT-COMISION
              EVALUATE TRUE
                  WHEN WS-EXT-CANT-COMISION NOT < WS-MIN-GRUPO
                       SET WS-GRUPO-VISIBLE   TO TRUE
                       MOVE ICR-COMISION      TO WS-EXT-COMISION-SALIDA
                  WHEN WS-EXT-CANT-CHICOS NOT < WS-MIN-GRUPO
                       SET WS-GRUPO-VISIBLE   TO TRUE
                       MOVE '***'             TO WS-EXT-COMISION-SALIDA
                  WHEN OTHER
                       SET WS-GRUPO-SUPRIMIDO TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-GRUPO-SUPRIMIDO
              ADD 1                  TO WS-CONT-SUPRIMIDOS
           ELSE
              MOVE 'D'               TO INV-TIPO-REGISTRO
              MOVE ICR-SEUDONIMO     TO INV-SEUDONIMO
              MOVE ICR-CARRERA       TO INV-CARRERA
              MOVE ICR-MATERIA       TO INV-MATERIA
              MOVE ICR-TERMINO       TO INV-TERMINO
              MOVE WS-EXT-COMISION-SALIDA TO INV-COMISION
              MOVE ICR-PROMEDIO      TO INV-PROMEDIO
              MOVE ICR-CONDICION     TO INV-CONDICION
              MOVE ICR-RESULTADO     TO INV-RESULTADO-FINAL
              MOVE ICR-NOTA-FINAL    TO INV-NOTA-FINAL
              MOVE ICR-BANDA         TO INV-BANDA-ASISTENCIA
              PERFORM 3500-GRABAR-ARCH-INVEST
                 THRU 3500-GRABAR-ARCH-INVEST-EXIT
              ADD 1                  TO WS-CONT-ENTREGADOS
              ADD ICR-PROMEDIO       TO WS-EXT-HASH-PROMEDIOS
              IF WS-EXT-COMISION-SALIDA = '***'
                 ADD 1               TO WS-CONT-AGRUPADOS
              END-IF
           END-IF.

           PERFORM 2810-LEER-INVCOR
              THRU 2810-LEER-INVCOR-EXIT.

       3220-GRABAR-DETALLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3240-LEER-INVGRP.

           READ INVGRP.

           EVALUATE FS-INVGRP
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-INVGRP-EOF     TO TRUE
                    MOVE HIGH-VALUES      TO REG-INVGRP
               WHEN OTHER
                    SET FS-INVGRP-EOF     TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    MOVE HIGH-VALUES      TO REG-INVGRP
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INVGRP'
                    DISPLAY 'FILE STATUS: ' FS-INVGRP
           END-EVALUATE.

       3240-LEER-INVGRP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SI LOS TAMANIOS NO ACOMPANIAN A LOS DATOS NO HAY FORMA DE
      *    GARANTIZAR EL MINIMO: EL EXTRACTO NO SE ENTREGA.

       3250-GRUPOS-DESFASADOS.

           DISPLAY 'INVGRP NO CORRESPONDE A INVCOR EN '
                   ICR-MATERIA ' ' ICR-TERMINO ' ' ICR-COMISION.

           CLOSE INVEST.
           OPEN OUTPUT INVEST.
           CLOSE INVEST.

           PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT.

       3250-GRUPOS-DESFASADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3500-GRABAR-ARCH-INVEST.

           WRITE REG-INVEST.

           IF NOT FS-INVEST-OK
              SET WS-ERROR-ARCHIVO   TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO INVEST'
              DISPLAY 'FILE STATUS: ' FS-INVEST
           END-IF.

       3500-GRABAR-ARCH-INVEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-FALTAN-FUENTES
                    OR WS-BITACORA-TOPADA
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
           END PROGRAM TP01EJ24.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
