      *----------------------------------------------------------------*
      *Author:  GABRIELA RODRIGUEZ                                     *
      *         CLAUDIA SANTILLAN                                      *
      *         GABY OSELLA                                            *
      *         GUILLERMO RODRIGUEZ                                    *
      *         EDDISON MORA GOMEZ                                     *
      *Date:    15/10/2026
      *Purpose: LISTADO DIARIO DE ANTIGUEDAD DEL SUSPENSO. ORDENA
      *         SUSPENSO.TXT (LOS RECHAZOS RECUPERABLES QUE TP01EJ01
      *         REINTENTA EN CADA CIERRE) POR MOTIVO, COMISION, LEGAJO
      *         Y MATERIA Y EMITE EN SUSPANT.TXT CADA REGISTRO CON SU
      *         FECHA DE PRIMER RECHAZO, LOS DIAS QUE LLEVA EN
      *         SUSPENSO, LOS REINTENTOS HECHOS Y LOS CIERRES QUE LE
      *         QUEDAN ANTES DE PASAR A IRRECUPERABLE, CON TOTALES POR
      *         COMISION Y POR MOTIVO EN TRAMOS DE ANTIGUEDAD. SOLO
      *         LEE: NO MODIFICA EL SUSPENSO.  DEVUELVE 4 SI HAY
      *         REGISTROS EN SU ULTIMO REINTENTO, PARA RECLAMARLOS AL
      *         ORIGEN ANTES DEL PROXIMO CIERRE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TP01EJ20.

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

       SELECT SUSPENSO
           ASSIGN TO '../SUSPENSO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPENSO.

       SELECT SUSORD
           ASSIGN TO '../SUSORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSORD.

       SELECT SUSPANT
           ASSIGN TO '../SUSPANT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPANT.

       SELECT SORT-SUS
           ASSIGN TO 'SORTWK'.

       DATA DIVISION.

       FILE SECTION.

       COPY "PARAMETROS.CPY".

       COPY "SUSPENSO.CPY".

       FD  SUSORD.

       01  REG-SUSORD.
           05  SOR-LEGAJO                  PIC 9(06).
           05  SOR-NOMAPELL                PIC X(40).
           05  SOR-MATERIA                 PIC X(30).
           05  SOR-NOTA                    PIC 9(02)V9(03).
           05  SOR-FECHA                   PIC X(08).
           05  SOR-VERSION                 PIC X(02).
           05  SOR-COMISION                PIC X(03).
           05  SOR-SEP-1                   PIC X(03).
           05  SOR-MOTIVO                  PIC X(30).
           05  SOR-SEP-2                   PIC X(03).
           05  SOR-FECHA-PRIMER-RECHAZO    PIC 9(08).
           05  SOR-SEP-3                   PIC X(03).
           05  SOR-CANT-REINTENTOS         PIC 9(03).
           05  SOR-SEP-4                   PIC X(03).
           05  SOR-NRO-CORRIDA             PIC 9(04).

       FD  SUSPANT.

       01  REG-SUSPANT                     PIC X(130).

       SD  SORT-SUS.

       01  REG-SORT-SUS.
           05  SRT-LEGAJO                  PIC 9(06).
           05  SRT-NOMAPELL                PIC X(40).
           05  SRT-MATERIA                 PIC X(30).
           05  SRT-NOTA                    PIC 9(02)V9(03).
           05  SRT-FECHA                   PIC X(08).
           05  SRT-VERSION                 PIC X(02).
           05  SRT-COMISION                PIC X(03).
           05  SRT-SEP-1                   PIC X(03).
           05  SRT-MOTIVO                  PIC X(30).
           05  SRT-SEP-2                   PIC X(03).
           05  SRT-FECHA-PRIMER-RECHAZO    PIC 9(08).
           05  SRT-SEP-3                   PIC X(03).
           05  SRT-CANT-REINTENTOS         PIC 9(03).
           05  SRT-SEP-4                   PIC X(03).
           05  SRT-NRO-CORRIDA             PIC 9(04).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS         PIC 9(05) VALUE 0.
          05 WS-CONT-ULTIMO-REINTENTO   PIC 9(05) VALUE 0.
          05 WS-CONT-MOTIVO             PIC 9(05) VALUE 0.
          05 WS-CONT-COMISION           PIC 9(05) VALUE 0.

      *    TRAMOS DE ANTIGUEDAD: 1 = HASTA 7 DIAS, 2 = 8 A 30 DIAS,
      *    3 = MAS DE 30 DIAS.

       01 WS-TRAMOS-MOTIVO.
          05 WS-TRM-MOTIVO   OCCURS 3 TIMES PIC 9(05).

       01 WS-TRAMOS-TOTAL.
          05 WS-TRM-TOTAL    OCCURS 3 TIMES PIC 9(05).

       01 WS-IDX-TRAMO                  PIC 9(01) VALUE ZERO.

       01 WS-CORTE-CONTROL.
          05 WS-CC-MOTIVO-ANT           PIC X(30).
          05 WS-CC-COMISION-ANT         PIC X(03).

       01 WS-MAX-DIAS-COMISION          PIC 9(05) VALUE ZERO.
       01 WS-MAX-DIAS-MOTIVO            PIC 9(05) VALUE ZERO.

       01 WS-SUSP-MAX-REINTENTOS        PIC 9(03) VALUE 5.

       01 WS-DIAS-EN-SUSPENSO           PIC 9(05) VALUE ZERO.
       01 WS-CIERRES-RESTANTES          PIC 9(03) VALUE ZERO.

       01 WS-COD-RETORNO                PIC 9(02) VALUE ZERO.

       01 WS-FECHA-HOY                  PIC 9(08) VALUE ZERO.

       01 WS-CALCULO-SERIAL.
          05 WS-SER-FECHA               PIC 9(08) VALUE ZERO.
          05 WS-SER-FECHA-R REDEFINES WS-SER-FECHA.
             10 WS-SER-ANIO             PIC 9(04).
             10 WS-SER-MES              PIC 9(02).
             10 WS-SER-DIA              PIC 9(02).
          05 WS-SER-ANIO-ANT            PIC 9(04) VALUE ZERO.
          05 WS-SER-DIAS                PIC 9(08) VALUE ZERO.
          05 WS-SER-DIAS-MES            PIC 9(03) VALUE ZERO.
          05 WS-SER-BISIESTO            PIC X(01) VALUE 'N'.
          05 WS-DUMMY-4                 PIC 9(04) VALUE ZERO.
          05 WS-DUMMY-100               PIC 9(04) VALUE ZERO.
          05 WS-DUMMY-400               PIC 9(04) VALUE ZERO.
          05 WS-RESTO-4                 PIC 9(02) VALUE ZERO.
          05 WS-RESTO-100               PIC 9(02) VALUE ZERO.
          05 WS-RESTO-400               PIC 9(03) VALUE ZERO.

       01 WS-SERIAL-HOY                 PIC 9(08) VALUE ZERO.
       01 WS-SERIAL-RECHAZO             PIC 9(08) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-SUSPENSO             PIC X(01) VALUE 'N'.
             88 WS-SUSPENSO-PRESENTE              VALUE 'S'.
             88 WS-SUSPENSO-AUSENTE               VALUE 'N'.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.

       01  FS-STATUS.
          05 FS-PARAMETROS                       PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-PARAMETROS-NFD                VALUE '35'.

          05 FS-SUSPENSO                         PIC X(2).
             88 FS-SUSPENSO-OK                   VALUE '00'.
             88 FS-SUSPENSO-EOF                  VALUE '10'.
             88 FS-SUSPENSO-NFD                  VALUE '35'.

          05 FS-SUSORD                           PIC X(2).
             88 FS-SUSORD-OK                     VALUE '00'.
             88 FS-SUSORD-EOF                    VALUE '10'.
             88 FS-SUSORD-NFD                    VALUE '35'.

          05 FS-SUSPANT                          PIC X(2).
             88 FS-SUSPANT-OK                    VALUE '00'.
             88 FS-SUSPANT-EOF                   VALUE '10'.
             88 FS-SUSPANT-NFD                   VALUE '35'.

      ******************************************************************

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR           PIC X(130) VALUE ALL '='.
          05 WS-LIS-GUIONES             PIC X(130) VALUE ALL '-'.

          05 WS-LIS-TITULO.
             10 FILLER             PIC X(38)
                VALUE 'LISTADO DE ANTIGUEDAD DEL SUSPENSO AL '.
             10 WS-LIS-T-FECHA           PIC 9(08).
             10 FILLER             PIC X(23)
                VALUE ' - REINTENTOS MAXIMOS: '.
             10 WS-LIS-T-MAXIMO          PIC 9(03).

          05 WS-LIS-CAB-MOTIVO.
             10 FILLER             PIC X(08) VALUE 'Motivo: '.
             10 WS-LIS-C-MOTIVO          PIC X(30).

          05 WS-LIS-CAB-COMISION.
             10 FILLER             PIC X(10) VALUE 'Comision: '.
             10 WS-LIS-C-COMISION        PIC X(03).

          05 WS-LIS-HEADER.
             10 FILLER             PIC X(06) VALUE 'Legajo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(40) VALUE 'Apellido y Nombre'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(30) VALUE 'Materia'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(08) VALUE 'Rechazo'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(05) VALUE 'Dias'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(10) VALUE 'Reintentos'.
             10 FILLER             PIC X(03) VALUE ' | '.
             10 FILLER             PIC X(09) VALUE 'Restantes'.

          05 WS-LIS-DETALLE.
             10 WS-LIS-D-LEGAJO          PIC 9(06).
             10 FILLER                   PIC X(03) VALUE ' | '.
             10 WS-LIS-D-NOMAPELL        PIC X(40).
             10 FILLER                   PIC X(03) VALUE ' | '.
             10 WS-LIS-D-MATERIA         PIC X(30).
             10 FILLER                   PIC X(03) VALUE ' | '.
             10 WS-LIS-D-RECHAZO         PIC 9(08).
             10 FILLER                   PIC X(03) VALUE ' | '.
             10 WS-LIS-D-DIAS            PIC ZZZZ9.
             10 FILLER                   PIC X(03) VALUE ' | '.
             10 WS-LIS-D-REINTENTOS      PIC ZZZZZZZZZ9.
             10 FILLER                   PIC X(03) VALUE ' | '.
             10 WS-LIS-D-RESTANTES       PIC ZZZZZZZZ9.

          05 WS-LIS-TOTALES-COM.
             10 FILLER  PIC X(35)
                VALUE 'Registros de la comision: '.
             10 WS-LIS-D-TOT-COMISION    PIC 9(05).
             10 FILLER  PIC X(30)
                VALUE '   Mayor antiguedad (dias): '.
             10 WS-LIS-D-MAX-COMISION    PIC 9(05).

          05 WS-LIS-TOTALES-MOT.
             10 FILLER  PIC X(35)
                VALUE 'Registros del motivo: '.
             10 WS-LIS-D-TOT-MOTIVO      PIC 9(05).
             10 FILLER  PIC X(30)
                VALUE '   Mayor antiguedad (dias): '.
             10 WS-LIS-D-MAX-MOTIVO      PIC 9(05).

          05 WS-LIS-TRAMOS.
             10 FILLER  PIC X(35)
                VALUE 'Hasta 7 dias / 8 a 30 / mas de 30: '.
             10 WS-LIS-D-TRAMO-1         PIC 9(05).
             10 FILLER                   PIC X(03) VALUE ' / '.
             10 WS-LIS-D-TRAMO-2         PIC 9(05).
             10 FILLER                   PIC X(03) VALUE ' / '.
             10 WS-LIS-D-TRAMO-3         PIC 9(05).

          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Registros en suspenso: '.
             10 WS-LIS-D-TOT-LEIDOS      PIC 9(05).

          05 WS-LIS-TOTALES-2.
             10 FILLER  PIC X(35)
                VALUE 'En su ultimo reintento: '.
             10 WS-LIS-D-TOT-ULTIMO      PIC 9(05).

          05 WS-LIS-VACIO.
             10 FILLER  PIC X(40)
                VALUE 'SIN REGISTROS EN SUSPENSO'.

      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

             PERFORM 1000-INICIALIZAR-PROGRAMA
                THRU 1000-INICIALIZAR-PROGRAMA-EXIT.

             IF WS-SUSPENSO-PRESENTE

                SORT SORT-SUS
                   ON ASCENDING KEY SRT-MOTIVO
                                    SRT-COMISION
                                    SRT-LEGAJO
                                    SRT-MATERIA
                   USING SUSPENSO
                   GIVING SUSORD

                PERFORM 1500-ABRIR-ARCH-SUSORD
                   THRU 1500-ABRIR-ARCH-SUSORD-EXIT

                PERFORM 2000-PROCESAR-MOTIVO
                   THRU 2000-PROCESAR-MOTIVO-EXIT
                   UNTIL FS-SUSORD-EOF

             END-IF.

             PERFORM 3000-FINALIZAR-PROGRAMA
                THRU 3000-FINALIZAR-PROGRAMA-EXIT.

             PERFORM 3900-FIJAR-COD-RETORNO
                THRU 3900-FIJAR-COD-RETORNO-EXIT.

             MOVE WS-COD-RETORNO TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*

       1000-INICIALIZAR-PROGRAMA.

           INITIALIZE WS-CONTADORES WS-TRAMOS-TOTAL.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-EXIT.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           MOVE WS-FECHA-HOY TO WS-SER-FECHA.

           PERFORM 1700-CALCULAR-SERIAL
              THRU 1700-CALCULAR-SERIAL-EXIT.

           MOVE WS-SER-DIAS TO WS-SERIAL-HOY.

           PERFORM 1100-VERIFICAR-SUSPENSO
              THRU 1100-VERIFICAR-SUSPENSO-EXIT.

           PERFORM 1400-ABRIR-ARCH-SUSPANT
              THRU 1400-ABRIR-ARCH-SUSPANT-EXIT.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1010-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PARAMETROS
                    IF FS-PARAMETROS-OK
                       AND PAR-SUSP-MAX-REINTENTOS IS NUMERIC
                       AND PAR-SUSP-MAX-REINTENTOS > ZERO
                       MOVE PAR-SUSP-MAX-REINTENTOS
                            TO WS-SUSP-MAX-REINTENTOS
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
      *    SIN SUSPENSO.TXT NO HAY NADA PENDIENTE: EL LISTADO SALE
      *    IGUAL, CON LA LEYENDA CORRESPONDIENTE.

       1100-VERIFICAR-SUSPENSO.

           OPEN INPUT SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPENSO-OK
                    SET WS-SUSPENSO-PRESENTE TO TRUE
                    CLOSE SUSPENSO
               WHEN FS-SUSPENSO-NFD
                    SET WS-SUSPENSO-AUSENTE  TO TRUE
                    DISPLAY 'NO SE ENCUENTRA SUSPENSO.TXT'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
                    PERFORM 9999-ABORTAR-PROGRAMA
                       THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1100-VERIFICAR-SUSPENSO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1400-ABRIR-ARCH-SUSPANT.

           OPEN OUTPUT SUSPANT.

           EVALUATE TRUE
               WHEN FS-SUSPANT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO SUSPANT'
                    DISPLAY 'FILE STATUS: ' FS-SUSPANT
                    PERFORM 9999-ABORTAR-PROGRAMA
                       THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           MOVE WS-LIS-SEPARADOR        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-FECHA-HOY            TO WS-LIS-T-FECHA.
           MOVE WS-SUSP-MAX-REINTENTOS  TO WS-LIS-T-MAXIMO.
           MOVE WS-LIS-TITULO           TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

       1400-ABRIR-ARCH-SUSPANT-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1500-ABRIR-ARCH-SUSORD.

           OPEN INPUT SUSORD.

           EVALUATE TRUE
               WHEN FS-SUSORD-OK
                    PERFORM 1600-LEER-SUSORD
                       THRU 1600-LEER-SUSORD-EXIT
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    SET FS-SUSORD-EOF    TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO SUSORD'
                    DISPLAY 'FILE STATUS: ' FS-SUSORD
           END-EVALUATE.

       1500-ABRIR-ARCH-SUSORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1600-LEER-SUSORD.

           READ SUSORD.

           EVALUATE FS-SUSORD
               WHEN '00'
                    ADD 1                  TO WS-CONT-REG-LEIDOS
               WHEN '10'
                    SET FS-SUSORD-EOF      TO TRUE
               WHEN OTHER
                    SET FS-SUSORD-EOF      TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO SUSORD'
                    DISPLAY 'FILE STATUS: ' FS-SUSORD
           END-EVALUATE.

       1600-LEER-SUSORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DIAS TRANSCURRIDOS DESDE EL ANIO 1, PARA RESTAR DOS FECHAS
      *    SIN ARITMETICA DE CALENDARIO ADHOC (MISMO CALCULO QUE LA
      *    PURGA DE GENERACIONES).

       1700-CALCULAR-SERIAL.

           COMPUTE WS-SER-ANIO-ANT = WS-SER-ANIO - 1.

           COMPUTE WS-SER-DIAS =
                   WS-SER-ANIO-ANT * 365
                 + WS-SER-ANIO-ANT / 4
                 - WS-SER-ANIO-ANT / 100
                 + WS-SER-ANIO-ANT / 400.

           EVALUATE WS-SER-MES
               WHEN 1  MOVE 0   TO WS-SER-DIAS-MES
               WHEN 2  MOVE 31  TO WS-SER-DIAS-MES
               WHEN 3  MOVE 59  TO WS-SER-DIAS-MES
               WHEN 4  MOVE 90  TO WS-SER-DIAS-MES
               WHEN 5  MOVE 120 TO WS-SER-DIAS-MES
               WHEN 6  MOVE 151 TO WS-SER-DIAS-MES
               WHEN 7  MOVE 181 TO WS-SER-DIAS-MES
               WHEN 8  MOVE 212 TO WS-SER-DIAS-MES
               WHEN 9  MOVE 243 TO WS-SER-DIAS-MES
               WHEN 10 MOVE 273 TO WS-SER-DIAS-MES
               WHEN 11 MOVE 304 TO WS-SER-DIAS-MES
               WHEN OTHER MOVE 334 TO WS-SER-DIAS-MES
           END-EVALUATE.

           ADD WS-SER-DIAS-MES TO WS-SER-DIAS.

           PERFORM 1750-VERIFICAR-BISIESTO
              THRU 1750-VERIFICAR-BISIESTO-EXIT.

           IF WS-SER-BISIESTO = 'S' AND WS-SER-MES > 2
              ADD 1 TO WS-SER-DIAS
           END-IF.

           ADD WS-SER-DIA TO WS-SER-DIAS.

       1700-CALCULAR-SERIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1750-VERIFICAR-BISIESTO.

           MOVE 'N' TO WS-SER-BISIESTO.

           DIVIDE WS-SER-ANIO BY 4
              GIVING WS-DUMMY-4 REMAINDER WS-RESTO-4.
           DIVIDE WS-SER-ANIO BY 100
              GIVING WS-DUMMY-100 REMAINDER WS-RESTO-100.
           DIVIDE WS-SER-ANIO BY 400
              GIVING WS-DUMMY-400 REMAINDER WS-RESTO-400.

           IF WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0
              MOVE 'S' TO WS-SER-BISIESTO
           END-IF.

           IF WS-RESTO-400 = 0
              MOVE 'S' TO WS-SER-BISIESTO
           END-IF.

       1750-VERIFICAR-BISIESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2000-PROCESAR-MOTIVO.

           MOVE SOR-MOTIVO           TO WS-CC-MOTIVO-ANT.
           MOVE ZEROS                TO WS-CONT-MOTIVO
                                        WS-MAX-DIAS-MOTIVO.
           INITIALIZE WS-TRAMOS-MOTIVO.

           MOVE WS-LIS-SEPARADOR     TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-CC-MOTIVO-ANT     TO WS-LIS-C-MOTIVO.
           MOVE WS-LIS-CAB-MOTIVO    TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           PERFORM 2100-PROCESAR-COMISION
              THRU 2100-PROCESAR-COMISION-EXIT
              UNTIL FS-SUSORD-EOF
              OR SOR-MOTIVO NOT EQUAL WS-CC-MOTIVO-ANT.

           MOVE WS-LIS-GUIONES       TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-CONT-MOTIVO       TO WS-LIS-D-TOT-MOTIVO.
           MOVE WS-MAX-DIAS-MOTIVO   TO WS-LIS-D-MAX-MOTIVO.
           MOVE WS-LIS-TOTALES-MOT   TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-TRM-MOTIVO(1)     TO WS-LIS-D-TRAMO-1.
           MOVE WS-TRM-MOTIVO(2)     TO WS-LIS-D-TRAMO-2.
           MOVE WS-TRM-MOTIVO(3)     TO WS-LIS-D-TRAMO-3.
           MOVE WS-LIS-TRAMOS        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

       2000-PROCESAR-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2100-PROCESAR-COMISION.

           MOVE SOR-COMISION         TO WS-CC-COMISION-ANT.
           MOVE ZEROS                TO WS-CONT-COMISION
                                        WS-MAX-DIAS-COMISION.

           MOVE WS-LIS-GUIONES       TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           IF WS-CC-COMISION-ANT = SPACES
              MOVE '---'             TO WS-LIS-C-COMISION
           ELSE
              MOVE WS-CC-COMISION-ANT TO WS-LIS-C-COMISION
           END-IF.
           MOVE WS-LIS-CAB-COMISION  TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-LIS-HEADER        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           PERFORM 2200-PROCESAR-DETALLE
              THRU 2200-PROCESAR-DETALLE-EXIT
              UNTIL FS-SUSORD-EOF
              OR SOR-MOTIVO NOT EQUAL WS-CC-MOTIVO-ANT
              OR SOR-COMISION NOT EQUAL WS-CC-COMISION-ANT.

           MOVE WS-CONT-COMISION     TO WS-LIS-D-TOT-COMISION.
           MOVE WS-MAX-DIAS-COMISION TO WS-LIS-D-MAX-COMISION.
           MOVE WS-LIS-TOTALES-COM   TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

       2100-PROCESAR-COMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2200-PROCESAR-DETALLE.

           PERFORM 2300-CALCULAR-ANTIGUEDAD
              THRU 2300-CALCULAR-ANTIGUEDAD-EXIT.

           MOVE SOR-LEGAJO           TO WS-LIS-D-LEGAJO.
           MOVE SOR-NOMAPELL         TO WS-LIS-D-NOMAPELL.
           MOVE SOR-MATERIA          TO WS-LIS-D-MATERIA.
           MOVE SOR-FECHA-PRIMER-RECHAZO
                                     TO WS-LIS-D-RECHAZO.
           MOVE WS-DIAS-EN-SUSPENSO  TO WS-LIS-D-DIAS.
           MOVE SOR-CANT-REINTENTOS  TO WS-LIS-D-REINTENTOS.
           MOVE WS-CIERRES-RESTANTES TO WS-LIS-D-RESTANTES.
           MOVE WS-LIS-DETALLE       TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           ADD 1                     TO WS-CONT-COMISION
                                        WS-CONT-MOTIVO.
           ADD 1                     TO WS-TRM-MOTIVO(WS-IDX-TRAMO)
                                        WS-TRM-TOTAL(WS-IDX-TRAMO).

           IF WS-DIAS-EN-SUSPENSO > WS-MAX-DIAS-COMISION
              MOVE WS-DIAS-EN-SUSPENSO TO WS-MAX-DIAS-COMISION
           END-IF.

           IF WS-DIAS-EN-SUSPENSO > WS-MAX-DIAS-MOTIVO
              MOVE WS-DIAS-EN-SUSPENSO TO WS-MAX-DIAS-MOTIVO
           END-IF.

           IF WS-CIERRES-RESTANTES NOT > 1
              ADD 1                  TO WS-CONT-ULTIMO-REINTENTO
           END-IF.

           PERFORM 1600-LEER-SUSORD
              THRU 1600-LEER-SUSORD-EXIT.

       2200-PROCESAR-DETALLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    UNA FECHA DE RECHAZO ILEGIBLE O FUTURA CUENTA COMO CERO DIAS
      *    DE ANTIGUEDAD.

       2300-CALCULAR-ANTIGUEDAD.

           MOVE ZERO TO WS-DIAS-EN-SUSPENSO.

           IF SOR-FECHA-PRIMER-RECHAZO IS NUMERIC
              AND SOR-FECHA-PRIMER-RECHAZO > ZERO
              MOVE SOR-FECHA-PRIMER-RECHAZO TO WS-SER-FECHA
              PERFORM 1700-CALCULAR-SERIAL
                 THRU 1700-CALCULAR-SERIAL-EXIT
              MOVE WS-SER-DIAS TO WS-SERIAL-RECHAZO
              IF WS-SERIAL-RECHAZO < WS-SERIAL-HOY
                 COMPUTE WS-DIAS-EN-SUSPENSO =
                         WS-SERIAL-HOY - WS-SERIAL-RECHAZO
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-EN-SUSPENSO NOT > 7
                    MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-EN-SUSPENSO NOT > 30
                    MOVE 2 TO WS-IDX-TRAMO
               WHEN OTHER
                    MOVE 3 TO WS-IDX-TRAMO
           END-EVALUATE.

           IF SOR-CANT-REINTENTOS IS NOT NUMERIC
              MOVE ZERO TO SOR-CANT-REINTENTOS
           END-IF.

           IF SOR-CANT-REINTENTOS < WS-SUSP-MAX-REINTENTOS
              COMPUTE WS-CIERRES-RESTANTES =
                      WS-SUSP-MAX-REINTENTOS - SOR-CANT-REINTENTOS
           ELSE
              MOVE ZERO TO WS-CIERRES-RESTANTES
           END-IF.

       2300-CALCULAR-ANTIGUEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2500-GRABAR-ARCH-SUSPANT.

           WRITE REG-SUSPANT.

           EVALUATE FS-SUSPANT
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO SUSPANT'
                    DISPLAY 'FILE STATUS: ' FS-SUSPANT
           END-EVALUATE.

       2500-GRABAR-ARCH-SUSPANT-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3000-FINALIZAR-PROGRAMA.

           MOVE WS-LIS-SEPARADOR        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           IF WS-CONT-REG-LEIDOS = ZERO
              MOVE WS-LIS-VACIO         TO REG-SUSPANT
              PERFORM 2500-GRABAR-ARCH-SUSPANT
                 THRU 2500-GRABAR-ARCH-SUSPANT-EXIT
           END-IF.

           MOVE WS-CONT-REG-LEIDOS      TO WS-LIS-D-TOT-LEIDOS.
           MOVE WS-LIS-TOTALES-1        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-TRM-TOTAL(1)         TO WS-LIS-D-TRAMO-1.
           MOVE WS-TRM-TOTAL(2)         TO WS-LIS-D-TRAMO-2.
           MOVE WS-TRM-TOTAL(3)         TO WS-LIS-D-TRAMO-3.
           MOVE WS-LIS-TRAMOS           TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-CONT-ULTIMO-REINTENTO
                                        TO WS-LIS-D-TOT-ULTIMO.
           MOVE WS-LIS-TOTALES-2        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-SUSPANT.
           PERFORM 2500-GRABAR-ARCH-SUSPANT
              THRU 2500-GRABAR-ARCH-SUSPANT-EXIT.

           IF WS-SUSPENSO-PRESENTE
              AND NOT FS-SUSORD-NFD
              CLOSE SUSORD
           END-IF.

           CLOSE SUSPANT.

           IF NOT FS-SUSPANT-OK
              DISPLAY 'ERROR EN CLOSE DE SUSPANT: ' FS-SUSPANT
           END-IF.

           DISPLAY 'REGISTROS EN SUSPENSO   : ' WS-CONT-REG-LEIDOS.
           DISPLAY 'EN SU ULTIMO REINTENTO  : '
                   WS-CONT-ULTIMO-REINTENTO.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       3900-FIJAR-COD-RETORNO.

           EVALUATE TRUE
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-ULTIMO-REINTENTO > ZERO
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
           END PROGRAM TP01EJ20.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~*
