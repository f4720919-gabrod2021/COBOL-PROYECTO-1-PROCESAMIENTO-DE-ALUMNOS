           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRELAT.

       SELECT INSCRIPTOS
           ASSIGN DYNAMIC WS-ARCH-INSCRIPTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCRIPTOS.

       SELECT CORRVIOL
           ASSIGN TO '../CORRVIOL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTSTG.

       SELECT COMCURS
           ASSIGN TO '../COMCURS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMCURS.

       SELECT COMSTG
           ASSIGN DYNAMIC WS-ARCH-COMSTG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMSTG.

       SELECT PROVISOR
           ASSIGN TO '../PROVISOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROVISOR.

       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GENEROUT.

       SELECT SUSPENSO
           ASSIGN TO '../SUSPENSO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPENSO.

       SELECT SUSPNUE
           ASSIGN TO '../SUSPNUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPNUE.

       SELECT IRRESTG
           ASSIGN TO '../IRRESTG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IRRESTG.

       SELECT IRRECUP
           ASSIGN TO '../IRRECUP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IRRECUP.


       DATA DIVISION.


       COPY "CORRELAT.CPY".

       COPY "INSCRIPTOS.CPY".

       COPY "DESCARTADOS.CPY".

       COPY "ERRORES.CPY".

       COPY "DUPLICADOS.CPY".

       COPY "SUSPENSO.CPY".

       COPY "PROVISOR.CPY".

       COPY "COMCURS.CPY".

       FD  HISTSTG.

       01  REG-HISTSTG.
           05  HST-CONDICION               PIC X(12).
           05  HST-TERMINO                 PIC X(06).

      *    COMISION DE CADA CURSADA DEL HISTORICO DE PASO, QUE SE
      *    AGREGA AL ACUMULADO COMCURS.TXT CON LA MISMA REGLA.

       FD  COMSTG.

       01  REG-COMSTG.
           05  CST-LEGAJO                  PIC 9(06).
           05  CST-MATERIA                 PIC X(30).
           05  CST-COMISION                PIC X(03).
           05  CST-TERMINO                 PIC X(06).
           05  CST-NRO-CORRIDA             PIC 9(04).

       FD  CORRVIOL.

       01  REG-CORRVIOL                    PIC X(120).

       01  REG-GENEROUT                    PIC X(200).

      *    NUEVA GENERACION DEL SUSPENSO: MISMO DISENO QUE SUSPENSO.TXT,
      *    REEMPLAZA AL VIGENTE SOLO SI EL CIERRE TERMINA EN BALANCE.

       FD  SUSPNUE.

       01  REG-SUSPNUE.
           05  SUN-REG-ORIGINAL            PIC X(94).
           05  SUN-SEP-1                   PIC X(03).
           05  SUN-MOTIVO                  PIC X(30).
           05  SUN-SEP-2                   PIC X(03).
           05  SUN-FECHA-PRIMER-RECHAZO    PIC 9(08).
           05  SUN-SEP-3                   PIC X(03).
           05  SUN-CANT-REINTENTOS         PIC 9(03).
           05  SUN-SEP-4                   PIC X(03).
           05  SUN-NRO-CORRIDA             PIC 9(04).

      *    IRRECUPERABLES DE LA CORRIDA, QUE SE AGREGAN AL ACUMULADO
      *    IRRECUP.TXT CON LA MISMA REGLA QUE EL HISTORICO DE PASO.

       FD  IRRESTG.

       01  REG-IRRESTG.
           05  IRS-REG-ORIGINAL            PIC X(94).
           05  IRS-SEP-1                   PIC X(03).
           05  IRS-MOTIVO                  PIC X(30).
           05  IRS-SEP-2                   PIC X(03).
           05  IRS-FECHA-PRIMER-RECHAZO    PIC 9(08).
           05  IRS-SEP-3                   PIC X(03).
           05  IRS-CANT-REINTENTOS         PIC 9(03).
           05  IRS-SEP-4                   PIC X(03).
           05  IRS-FECHA-BAJA              PIC 9(08).
           05  IRS-SEP-5                   PIC X(03).
           05  IRS-NRO-CORRIDA             PIC 9(04).

       FD  IRRECUP.

       01  REG-IRRECUP                     PIC X(162).

       WORKING-STORAGE SECTION.

       01 WS-CONTADORES.
          05 WS-CONT-NOTAS-CORRELAT     PIC 9(05) VALUE 0.
          05 WS-CANT-CORRELAT           PIC 9(05) VALUE 0.
          05 WS-CONT-DUPLICADOS         PIC 9(05) VALUE 0.
          05 WS-CONT-SUSP-LEIDOS        PIC 9(05) VALUE 0.
          05 WS-CONT-SUSP-NUEVOS        PIC 9(05) VALUE 0.
          05 WS-CONT-SUSP-RETENIDOS     PIC 9(05) VALUE 0.
          05 WS-CONT-SUSP-IRRECUP       PIC 9(05) VALUE 0.
          05 WS-CONT-SUSP-LIBERADOS     PIC 9(05) VALUE 0.

       01 WS-CORTE-CONTROL.
          05 WS-CC-ALUM-ID-ANT             PIC 9(06).
       01 WS-SEQ-ULT-MATERIA             PIC X(30) VALUE LOW-VALUES.

       01 WS-REG-LEIDOS-CHECKPOINT       PIC 9(05) VALUE ZERO.
       01 WS-SUSP-LEIDOS-CHECKPOINT      PIC 9(05) VALUE ZERO.

       01 WS-ACUMULADORES.
          05 WS-CC-NOTA-ACUM                PIC 9(5)V9(3).
          88 WS-ALUMNO-BAJA                        VALUE 'B'.

       01 WS-ERR-MOTIVO                  PIC X(30) VALUE SPACES.
          88 WS-ERR-RECUPERABLE
                      VALUE 'LEGAJO INEXISTENTE EN MAESTRO'
                            'ALUMNO DADO DE BAJA'
                            'COMISION INVALIDA'
                            'CURSADA SIN INSCRIPCION'.

      *    SUSPENSO: LOS RECHAZOS QUE DEPENDEN DE DATOS DE REFERENCIA
      *    (MAESTRO, MATERIAS, INSCRIPTOS) SE REINTENTAN EN LOS CIERRES
      *    SIGUIENTES, INTERCALADOS CON ALUMNOS.TXT POR LEGAJO Y
      *    MATERIA PARA QUE LA ENTRADA SIGA ORDENADA.

       01 WS-SUSPENSO-CONTROL.
          05 WS-SUSP-MAX-REINTENTOS      PIC 9(03) VALUE 5.
          05 WS-SW-SUSPENSO              PIC X(01) VALUE 'N'.
             88 WS-SUSPENSO-ACTIVO                 VALUE 'S'.
             88 WS-SUSPENSO-INACTIVO               VALUE 'N'.
          05 WS-SW-SUS-ENTRADA           PIC X(01) VALUE 'N'.
             88 WS-SUS-ENTRADA-FIN                 VALUE 'S'.
             88 WS-SUS-ENTRADA-PEND                VALUE 'N'.
          05 WS-SW-ALU-FISICO            PIC X(01) VALUE 'N'.
             88 WS-ALU-FISICO-FIN                  VALUE 'S'.
             88 WS-ALU-FISICO-PEND                 VALUE 'N'.
          05 WS-SW-ALU-BUFFER            PIC X(01) VALUE 'N'.
             88 WS-ALU-BUFFER-LLENO                VALUE 'S'.
             88 WS-ALU-BUFFER-VACIO                VALUE 'N'.
          05 WS-SW-ORIGEN-REG            PIC X(01) VALUE 'A'.
             88 WS-REG-DE-ALUMNOS                  VALUE 'A'.
             88 WS-REG-DE-SUSPENSO                 VALUE 'S'.
          05 WS-ALU-BUFFER               PIC X(94) VALUE SPACES.
          05 WS-SUS-ACT-FECHA-RECHAZO    PIC 9(08) VALUE ZERO.
          05 WS-SUS-ACT-REINTENTOS       PIC 9(03) VALUE ZERO.
          05 WS-SUS-REINTENTOS-NUEVO     PIC 9(03) VALUE ZERO.

       01 WS-COD-RETORNO                 PIC 9(02) VALUE ZERO.

                                         PIC 9(04).
          05 FILLER                      PIC X(04) VALUE '.TXT'.

       01 WS-ARCH-COMSTG.
          05 FILLER                      PIC X(12)
             VALUE '../COMCURS.D'.
          05 WS-ARC-FEC-COMSTG
                                         PIC 9(08).
          05 FILLER                      PIC X(02) VALUE '.N'.
          05 WS-ARC-NRO-COMSTG
                                         PIC 9(04).
          05 FILLER                      PIC X(04) VALUE '.TXT'.

       01 WS-ARCH-INSCRIPTOS.
          05 FILLER                      PIC X(14)
             VALUE '../INSCRIPTOS.'.
          05 WS-ARC-TER-INSCRIPTOS       PIC X(06).
          05 FILLER                      PIC X(04) VALUE '.TXT'.

       01 WS-COMISION-TRABAJO.
          05 WS-COMISION-REG             PIC X(03) VALUE '***'.
          05 WS-IDX-COM                  PIC 9(02) VALUE ZERO.
             88 WS-COMISION-VALIDA                 VALUE 'S'.
             88 WS-COMISION-INVALIDA               VALUE 'N'.

       01 WS-INSCRIPCION-TRABAJO.
          05 WS-CANT-INSCRIPTOS          PIC 9(04) VALUE ZERO.
          05 WS-IDX-INS                  PIC 9(04) VALUE ZERO.
          05 WS-SW-INSCRIPCION           PIC X(01) VALUE 'N'.
             88 WS-INSCRIPCION-PRESENTE            VALUE 'S'.
             88 WS-INSCRIPCION-AUSENTE             VALUE 'N'.
          05 WS-SW-INSCRIPTO             PIC X(01) VALUE 'S'.
             88 WS-CON-INSCRIPCION                 VALUE 'S'.
             88 WS-SIN-INSCRIPCION                 VALUE 'N'.

       01 WS-CORTES-DISTRIBUCION.
          05 WS-CORTE-1                  PIC 9(02)V9(03) VALUE 3,999.
          05 WS-CORTE-2                  PIC 9(02)V9(03) VALUE 5,999.
             88 FS-CORRELAT-EOF                  VALUE '10'.
             88 FS-CORRELAT-NFD                  VALUE '35'.

          05 FS-INSCRIPTOS                       PIC X(2).
             88 FS-INSCRIPTOS-OK                 VALUE '00'.
             88 FS-INSCRIPTOS-EOF                VALUE '10'.
             88 FS-INSCRIPTOS-NFD                VALUE '35'.

          05 FS-CORRVIOL                         PIC X(2).
             88 FS-CORRVIOL-OK                   VALUE '00'.
             88 FS-CORRVIOL-EOF                  VALUE '10'.
             88 FS-HISTSTG-EOF                   VALUE '10'.
             88 FS-HISTSTG-NFD                   VALUE '35'.

          05  FS-COMCURS                         PIC X(2).
             88 FS-COMCURS-OK                    VALUE '00'.
             88 FS-COMCURS-EOF                   VALUE '10'.
             88 FS-COMCURS-NFD                   VALUE '35'.

          05  FS-COMSTG                          PIC X(2).
             88 FS-COMSTG-OK                     VALUE '00'.
             88 FS-COMSTG-EOF                    VALUE '10'.
             88 FS-COMSTG-NFD                    VALUE '35'.

          05  FS-PROVISOR                        PIC X(2).
             88 FS-PROVISOR-OK                   VALUE '00'.
             88 FS-PROVISOR-EOF                  VALUE '10'.
             88 FS-PROVISOR-NFD                  VALUE '35'.

          05  FS-PARAMETROS                      PIC X(2).
             88 FS-PARAMETROS-OK                 VALUE '00'.
             88 FS-PARAMETROS-EOF                VALUE '10'.
             88 FS-GENEROUT-EOF                  VALUE '10'.
             88 FS-GENEROUT-NFD                  VALUE '35'.

          05  FS-SUSPENSO                        PIC X(2).
             88 FS-SUSPENSO-OK                   VALUE '00'.
             88 FS-SUSPENSO-EOF                  VALUE '10'.
             88 FS-SUSPENSO-NFD                  VALUE '35'.

          05  FS-SUSPNUE                         PIC X(2).
             88 FS-SUSPNUE-OK                    VALUE '00'.
             88 FS-SUSPNUE-EOF                   VALUE '10'.
             88 FS-SUSPNUE-NFD                   VALUE '35'.

          05  FS-IRRESTG                         PIC X(2).
             88 FS-IRRESTG-OK                    VALUE '00'.
             88 FS-IRRESTG-EOF                   VALUE '10'.
             88 FS-IRRESTG-NFD                   VALUE '35'.

          05  FS-IRRECUP                         PIC X(2).
             88 FS-IRRECUP-OK                    VALUE '00'.
             88 FS-IRRECUP-EOF                   VALUE '10'.
             88 FS-IRRECUP-NFD                   VALUE '35'.

      ******************************************************************
      *    TABLA DE CORRELATIVIDADES (CARGADA DESDE CORRELAT.TXT).

              05 WS-APR-LEGAJO         PIC 9(06).
              05 WS-APR-MATERIA        PIC X(30).

      ******************************************************************
      *    INSCRIPCIONES ACEPTADAS PARA EL TERMINO (CARGADAS DESDE
      *    INSCRIPTOS.<TERMINO>.TXT) PARA DETECTAR NOTAS DE CURSADAS
      *    A LAS QUE EL ALUMNO NUNCA SE INSCRIBIO.

       01  WS-TABLA-INSCRIPTOS.
          03 WS-INS-DET  OCCURS 9999 TIMES.
              05 WS-INS-LEGAJO         PIC 9(06).
              05 WS-INS-MATERIA        PIC X(30).
              05 WS-INS-COMISION       PIC X(03).

      ******************************************************************
      *    TABLA DE PROMEDIOS RETENIDOS POR MATERIA (PARA ESTADIST).

               PERFORM 1065-CARGAR-APROBADAS
                THRU 1065-CARGAR-APROBADAS-EXIT.

               PERFORM 1069-CARGAR-INSCRIPTOS
                THRU 1069-CARGAR-INSCRIPTOS-EXIT.

               PERFORM 1080-ABRIR-ARCH-CHECKPOINT
                THRU 1080-ABRIR-ARCH-CHECKPOINT-EXIT.

               PERFORM 1015-ASIGNAR-NRO-CORRIDA
                THRU 1015-ASIGNAR-NRO-CORRIDA-EXIT.

      *    EL SUSPENSO SE REINTENTA SOLO EN LOS CIERRES: UNA CORRIDA
      *    PROVISORIA NI LO LEE NI LO MODIFICA.

               IF WS-CORRIDA-CIERRE
                  PERFORM 1105-ABRIR-ARCH-SUSPENSO
                   THRU 1105-ABRIR-ARCH-SUSPENSO-EXIT
               END-IF.

               PERFORM 1100-ABRIR-ARCH-ALUMNOS
                THRU 1100-ABRIR-ARCH-ALUMNOS-EXIT.

                THRU 1570-ABRIR-ARCH-BOLETIN-EXIT.

      *    EN UNA CORRIDA PROVISORIA EL HISTORICO DE PASO, EL SIU Y
      *    LAS FICHAS NO SE GENERAN: NO HAY EFECTOS DE CIERRE.  EN SU
      *    LUGAR LOS RESULTADOS PARCIALES QUEDAN EN PROVISOR.TXT.

               IF WS-CORRIDA-CIERRE

                  PERFORM 1580-ABRIR-ARCH-HISTSTG
                   THRU 1580-ABRIR-ARCH-HISTSTG-EXIT

                  PERFORM 1582-ABRIR-ARCH-COMSTG
                   THRU 1582-ABRIR-ARCH-COMSTG-EXIT

                  PERFORM 1590-ABRIR-ARCH-SIU
                   THRU 1590-ABRIR-ARCH-SIU-EXIT

                  PERFORM 1595-ABRIR-ARCH-FICHAS
                   THRU 1595-ABRIR-ARCH-FICHAS-EXIT

               ELSE

                  PERFORM 1585-ABRIR-ARCH-PROVISOR
                   THRU 1585-ABRIR-ARCH-PROVISOR-EXIT

               END-IF.

               PERFORM 1597-ABRIR-ARCH-ESTADIST
                          MOVE PAR-NOTA-PROMOCION
                               TO WS-NOTA-PROMOCION
                       END-IF
                       IF PAR-SUSP-MAX-REINTENTOS IS NUMERIC
                          AND PAR-SUSP-MAX-REINTENTOS > ZERO
                          MOVE PAR-SUSP-MAX-REINTENTOS
                               TO WS-SUSP-MAX-REINTENTOS
                       END-IF
                       IF PAR-MODO-CORRIDA = 'P'
                          SET WS-CORRIDA-PROVISORIA TO TRUE
                          MOVE ' PROVISORIO' TO WS-LIS-COR-MODO
                                    WS-ARC-FEC-ESTADMAT
                                    WS-ARC-FEC-FICHAS
                                    WS-ARC-FEC-ESTADIST
                                    WS-ARC-FEC-HISTSTG
                                    WS-ARC-FEC-COMSTG.

           MOVE WS-NRO-CORRIDA   TO WS-ARC-NRO-PROMEDIOS
                                    WS-ARC-NRO-REPROBADOS
                                    WS-ARC-NRO-ESTADMAT
                                    WS-ARC-NRO-FICHAS
                                    WS-ARC-NRO-ESTADIST
                                    WS-ARC-NRO-HISTSTG
                                    WS-ARC-NRO-COMSTG.

           MOVE WS-NRO-CORRIDA   TO WS-LIS-COR-NRO
                                    WS-FIC-T-NRO.
       1068B-COMPARAR-REQUERIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LAS INSCRIPCIONES DEL TERMINO SALEN DEL LOTE DE INSCRIPCION
      *    A CURSADAS.  UN TERMINO SIN ARCHIVO DE INSCRIPTOS (ANTERIOR
      *    A LA INSCRIPCION POR LOTE) NO CONTROLA INSCRIPCIONES.

       1069-CARGAR-INSCRIPTOS.

           MOVE WS-TERM-ID TO WS-ARC-TER-INSCRIPTOS.

           OPEN INPUT INSCRIPTOS.

           EVALUATE TRUE
               WHEN FS-INSCRIPTOS-OK
                    SET WS-INSCRIPCION-PRESENTE TO TRUE
                    PERFORM 1069A-LEER-INSCRIPTOS
                       THRU 1069A-LEER-INSCRIPTOS-EXIT
                    PERFORM 1069B-GUARDAR-INSCRIPTO
                       THRU 1069B-GUARDAR-INSCRIPTO-EXIT
                       UNTIL FS-INSCRIPTOS-EOF
                    CLOSE INSCRIPTOS
               WHEN FS-INSCRIPTOS-NFD
                    SET WS-INSCRIPCION-AUSENTE  TO TRUE
                    DISPLAY 'SIN ARCHIVO DE INSCRIPTOS DEL TERMINO: '
                    DISPLAY 'NO SE CONTROLAN INSCRIPCIONES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO INSCRIPTOS'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIPTOS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1069-CARGAR-INSCRIPTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1069A-LEER-INSCRIPTOS.

           READ INSCRIPTOS.

           EVALUATE FS-INSCRIPTOS
               WHEN '00'
                    CONTINUE
               WHEN '10'
                    SET FS-INSCRIPTOS-EOF TO TRUE
               WHEN OTHER
                    SET FS-INSCRIPTOS-EOF TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO INSCRIPTOS'
                    DISPLAY 'FILE STATUS: ' FS-INSCRIPTOS
           END-EVALUATE.

       1069A-LEER-INSCRIPTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1069B-GUARDAR-INSCRIPTO.

           IF WS-CANT-INSCRIPTOS = 9999
              DISPLAY 'EL ARCHIVO DE INSCRIPTOS SUPERA LAS 9999 '
              DISPLAY 'INSCRIPCIONES'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                  TO WS-CANT-INSCRIPTOS.

           MOVE IST-LEGAJO        TO WS-INS-LEGAJO(WS-CANT-INSCRIPTOS).
           MOVE IST-MATERIA       TO WS-INS-MATERIA(WS-CANT-INSCRIPTOS).
           MOVE IST-COMISION
                TO WS-INS-COMISION(WS-CANT-INSCRIPTOS).

           PERFORM 1069A-LEER-INSCRIPTOS
              THRU 1069A-LEER-INSCRIPTOS-EXIT.

       1069B-GUARDAR-INSCRIPTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1080-ABRIR-ARCH-CHECKPOINT.
                            TO WS-CANT-CORRELAT
                       MOVE CKP-CONT-DUPLICADOS
                            TO WS-CONT-DUPLICADOS
                       MOVE CKP-CONT-SUSP-LEIDOS
                            TO WS-SUSP-LEIDOS-CHECKPOINT
                       MOVE CKP-CONT-SUSP-NUEVOS
                            TO WS-CONT-SUSP-NUEVOS
                       MOVE CKP-CONT-SUSP-RETENIDOS
                            TO WS-CONT-SUSP-RETENIDOS
                       MOVE CKP-CONT-SUSP-IRRECUP
                            TO WS-CONT-SUSP-IRRECUP
                       MOVE CKP-SIU-CANT-DETALLES
                            TO WS-SIU-CANT-DETALLES
                       MOVE CKP-SIU-TOTAL-CONTROL
       1098-RESTAURAR-COM-DET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    SIN SUSPENSO.TXT NO HAY NADA QUE REINTENTAR, PERO LOS
      *    RECHAZOS RECUPERABLES DE ESTE CIERRE IGUAL SE SUSPENDEN.

       1105-ABRIR-ARCH-SUSPENSO.

           SET WS-SUSPENSO-ACTIVO TO TRUE.

           OPEN INPUT SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPENSO-OK
                    PERFORM 1636-LEER-SUSPENSO
                       THRU 1636-LEER-SUSPENSO-EXIT
               WHEN FS-SUSPENSO-NFD
                    SET WS-SUS-ENTRADA-FIN TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

           IF WS-RESTART-SI
              OPEN EXTEND SUSPNUE
              OPEN EXTEND IRRESTG
           ELSE
              OPEN OUTPUT SUSPNUE
              OPEN OUTPUT IRRESTG
           END-IF.

           IF NOT FS-SUSPNUE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO SUSPNUE'
              DISPLAY 'FILE STATUS: ' FS-SUSPNUE
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           IF NOT FS-IRRESTG-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO IRRESTG'
              DISPLAY 'FILE STATUS: ' FS-IRRESTG
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

       1105-ABRIR-ARCH-SUSPENSO-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1100-ABRIR-ARCH-ALUMNOS.
      *    CORTO EL GRUPO Y AUN NO FUE PROCESADO: EL SALTO SE DETIENE
      *    SOBRE EL, NO DESPUES DE EL.

      *    LOS REINGRESOS DEL SUSPENSO CUENTAN APARTE PERO OCUPAN SU
      *    LUGAR EN LA SECUENCIA: EL SALTO SE MIDE POR LA SUMA DE AMBOS.

       1650-SALTAR-HASTA-CHECKPOINT.

           PERFORM 1655-RELEER-CONSUMIDO
              THRU 1655-RELEER-CONSUMIDO-EXIT
              UNTIL FS-ALUMNOS-EOF
              OR WS-CONT-REG-LEIDOS + WS-CONT-SUSP-LEIDOS >=
                 WS-REG-LEIDOS-CHECKPOINT + WS-SUSP-LEIDOS-CHECKPOINT.

      *    SI EL GRUPO DEL CHECKPOINT CERRO POR FIN DE ARCHIVO, EL
      *    ULTIMO REGISTRO CONTADO PERTENECE AL GRUPO YA PROCESADO Y
       1580-ABRIR-ARCH-HISTSTG-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1582-ABRIR-ARCH-COMSTG.

           IF WS-RESTART-SI
              OPEN EXTEND COMSTG
              IF FS-COMSTG-NFD
                 OPEN OUTPUT COMSTG
              END-IF
           ELSE
              OPEN OUTPUT COMSTG
           END-IF.

           EVALUATE TRUE
               WHEN FS-COMSTG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMISIONES'
                    DISPLAY 'DE PASO ' WS-ARCH-COMSTG
                    DISPLAY 'FILE STATUS: ' FS-COMSTG
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1582-ABRIR-ARCH-COMSTG-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1585-ABRIR-ARCH-PROVISOR.

           IF WS-RESTART-SI
              OPEN EXTEND PROVISOR
              IF FS-PROVISOR-NFD
                 OPEN OUTPUT PROVISOR
              END-IF
           ELSE
              OPEN OUTPUT PROVISOR
           END-IF.

           EVALUATE TRUE
               WHEN FS-PROVISOR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO PROVISOR'
                    DISPLAY 'FILE STATUS: ' FS-PROVISOR
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1585-ABRIR-ARCH-PROVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1590-ABRIR-ARCH-SIU.
           UNTIL FS-ALUMNOS-EOF
           OR (NOT ALUMNO-REG-HEADER AND NOT ALUMNO-REG-TRAILER).

      *    LOS REINGRESOS DEL SUSPENSO NO FIGURAN EN EL TRAILER DEL
      *    EXTRACTO: NO SUMAN A SU CANTIDAD NI A SU HASH.

           IF NOT FS-ALUMNOS-EOF
              IF WS-REG-DE-SUSPENSO
                 ADD 1                     TO WS-CONT-SUSP-LEIDOS
              ELSE
                 ADD 1                     TO WS-CONT-REG-LEIDOS
                 IF ALUMNO-NOTA-ENTRADA IS NUMERIC
                    ADD ALUMNO-NOTA-ENTRADA TO WS-CTL-HASH-ACUM
                 END-IF
              END-IF
              PERFORM 1620-VERIFICAR-SECUENCIA
              THRU 1620-VERIFICAR-SECUENCIA-EXIT

      *----------------------------------------------------------------*

      *    CON SUSPENSO ACTIVO LA LECTURA INTERCALA ALUMNOS.TXT Y
      *    SUSPENSO.TXT POR LEGAJO Y MATERIA; A IGUAL CLAVE VA PRIMERO
      *    EL EXTRACTO.  EL HEADER SE ENTREGA APENAS SE LEE Y EL
      *    TRAILER RECIEN CUANDO EL SUSPENSO SE AGOTO.

       1630-LEER-FISICO-ALUMNOS.

           SET WS-REG-DE-ALUMNOS TO TRUE.

           IF WS-SUSPENSO-INACTIVO
              PERFORM 1632-LEER-ARCH-ALUMNOS
                 THRU 1632-LEER-ARCH-ALUMNOS-EXIT
              GO TO 1630-LEER-FISICO-ALUMNOS-EXIT
           END-IF.

           IF WS-ALU-BUFFER-VACIO
              AND WS-ALU-FISICO-PEND
              PERFORM 1632-LEER-ARCH-ALUMNOS
                 THRU 1632-LEER-ARCH-ALUMNOS-EXIT
              IF FS-ALUMNOS-EOF
                 SET WS-ALU-FISICO-FIN TO TRUE
              ELSE
                 MOVE REGISTRO-ALUMNOS TO WS-ALU-BUFFER
                 SET WS-ALU-BUFFER-LLENO TO TRUE
              END-IF
           END-IF.

           IF WS-ALU-BUFFER-LLENO
              MOVE WS-ALU-BUFFER TO REGISTRO-ALUMNOS
              IF ALUMNO-REG-HEADER
                 OR WS-SUS-ENTRADA-FIN
                 OR (NOT ALUMNO-REG-TRAILER
                     AND ALUMNO-LEGAJO-ENTRADA IS NOT NUMERIC)
                 OR (NOT ALUMNO-REG-TRAILER
                     AND ALUMNO-LEGAJO-ENTRADA < SUS-LEGAJO)
                 OR (NOT ALUMNO-REG-TRAILER
                     AND ALUMNO-LEGAJO-ENTRADA = SUS-LEGAJO
                     AND ALUMNO-MATERIA-ENTRADA NOT > SUS-MATERIA)
                 SET WS-ALU-BUFFER-VACIO TO TRUE
                 SET FS-ALUMNOS-OK TO TRUE
                 GO TO 1630-LEER-FISICO-ALUMNOS-EXIT
              END-IF
           END-IF.

           IF WS-SUS-ENTRADA-FIN
              SET FS-ALUMNOS-EOF TO TRUE
              GO TO 1630-LEER-FISICO-ALUMNOS-EXIT
           END-IF.

           MOVE SUS-REG-ORIGINAL         TO REGISTRO-ALUMNOS.
           MOVE SUS-FECHA-PRIMER-RECHAZO TO WS-SUS-ACT-FECHA-RECHAZO.
           MOVE SUS-CANT-REINTENTOS      TO WS-SUS-ACT-REINTENTOS.
           SET WS-REG-DE-SUSPENSO        TO TRUE.
           SET FS-ALUMNOS-OK             TO TRUE.

           PERFORM 1636-LEER-SUSPENSO
              THRU 1636-LEER-SUSPENSO-EXIT.

       1630-LEER-FISICO-ALUMNOS-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       1632-LEER-ARCH-ALUMNOS.

           READ ALUMNOS.

           EVALUATE FS-ALUMNOS
                    SET FS-ALUMNOS-EOF     TO TRUE
               WHEN OTHER
                    SET FS-ALUMNOS-EOF     TO TRUE
                    SET WS-SUS-ENTRADA-FIN TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE ALUMNOS'
                    DISPLAY 'FILE STATUS: ' FS-ALUMNOS
           END-EVALUATE.

       1632-LEER-ARCH-ALUMNOS-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       1636-LEER-SUSPENSO.

           READ SUSPENSO.

           EVALUATE FS-SUSPENSO
               WHEN '00'
                    IF SUS-CANT-REINTENTOS IS NOT NUMERIC
                       MOVE ZERO TO SUS-CANT-REINTENTOS
                    END-IF
               WHEN '10'
                    SET WS-SUS-ENTRADA-FIN TO TRUE
               WHEN OTHER
                    SET WS-SUS-ENTRADA-FIN TO TRUE
                    SET WS-ERROR-ARCHIVO   TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
           END-EVALUATE.

       1636-LEER-SUSPENSO-EXIT.

           EXIT.

           PERFORM 1770-VALIDAR-COMISION
           THRU 1770-VALIDAR-COMISION-EXIT.

           IF ALUMNO-LEGAJO-ENTRADA IS NUMERIC
              PERFORM 1780-VERIFICAR-INSCRIPCION
              THRU 1780-VERIFICAR-INSCRIPCION-EXIT
           END-IF.

           EVALUATE TRUE

               WHEN ALUMNO-LEGAJO-ENTRADA IS NOT NUMERIC
                    MOVE 'COMISION INVALIDA' TO WS-ERR-MOTIVO
                    SET WS-REG-INVALIDO TO TRUE

               WHEN WS-SIN-INSCRIPCION
                    MOVE 'CURSADA SIN INSCRIPCION' TO WS-ERR-MOTIVO
                    SET WS-REG-INVALIDO TO TRUE

               WHEN OTHER
                    CONTINUE


      *----------------------------------------------------------------*

      *    UN REINGRESO DEL SUSPENSO QUE VUELVE A FALLAR NO SE REPITE
      *    EN ERRORES.TXT: SIGUE EN SUSPENSO O PASA A IRRECUPERABLE.

       1720-RECHAZAR-REGISTRO.

           IF WS-REG-DE-SUSPENSO
              PERFORM 2780-RETENER-SUSPENSO
              THRU 2780-RETENER-SUSPENSO-EXIT
           ELSE
              PERFORM 2760-MOVER-DATOS-ERROR
              THRU 2760-MOVER-DATOS-ERROR-EXIT
              PERFORM 2700-GRABAR-ARCHIVO-ERROR
              THRU 2700-GRABAR-ARCH-ERROR-EXIT
              IF WS-SUSPENSO-ACTIVO
                 AND WS-ERR-RECUPERABLE
                 PERFORM 2770-SUSPENDER-REGISTRO
                 THRU 2770-SUSPENDER-REGISTRO-EXIT
              END-IF
           END-IF.

           PERFORM 1600-LEER-ALUMNOS
           THRU 1600-LEER-ALUMNOS-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      *    CON ARCHIVO DE INSCRIPTOS, LA NOTA DEBE CORRESPONDER A UNA
      *    INSCRIPCION ACEPTADA DEL LEGAJO EN ESA MATERIA Y COMISION.
      *    LOS REGISTROS SIN COMISION ('***') Y LAS INSCRIPCIONES A
      *    MATERIAS SIN COMISIONES SE EMPAREJAN SOLO POR MATERIA.

       1780-VERIFICAR-INSCRIPCION.

           SET WS-CON-INSCRIPCION TO TRUE.

           IF WS-INSCRIPCION-PRESENTE

              SET WS-SIN-INSCRIPCION TO TRUE

              PERFORM 1782-COMPARAR-INSCRIPCION
                 THRU 1782-COMPARAR-INSCRIPCION-EXIT
                 VARYING WS-IDX-INS FROM 1 BY 1
                 UNTIL WS-IDX-INS > WS-CANT-INSCRIPTOS
                 OR WS-CON-INSCRIPCION

           END-IF.

       1780-VERIFICAR-INSCRIPCION-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       1782-COMPARAR-INSCRIPCION.

           IF WS-INS-LEGAJO(WS-IDX-INS) = ALUMNO-LEGAJO-ENTRADA
              AND WS-INS-MATERIA(WS-IDX-INS) = ALUMNO-MATERIA-ENTRADA
              AND (WS-INS-COMISION(WS-IDX-INS) = WS-COMISION-REG
                   OR WS-INS-COMISION(WS-IDX-INS) = '***'
                   OR WS-COMISION-REG = '***')
              SET WS-CON-INSCRIPCION TO TRUE
           END-IF.

       1782-COMPARAR-INSCRIPCION-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       1800-CONTROLAR-UMBRAL.
                      PERFORM 2520-GRABAR-ARCH-HISTSTG
                      THRU 2520-GRABAR-ARCH-HISTSTG-EXIT

                      PERFORM 2522-GRABAR-ARCH-COMSTG
                      THRU 2522-GRABAR-ARCH-COMSTG-EXIT

                      PERFORM 2530-MOVER-DETALLE-SIU
                      THRU 2530-MOVER-DETALLE-SIU-EXIT

                      PERFORM 2545-GUARDAR-DETALLE-FICHA
                      THRU 2545-GUARDAR-DETALLE-FICHA-EXIT

                   ELSE

                      PERFORM 2525-GRABAR-ARCH-PROVISOR
                      THRU 2525-GRABAR-ARCH-PROVISOR-EXIT

                   END-IF

                   ADD 1           TO WS-BOL-CANT-MATERIAS
                                     TO CKP-NOTAS-CORRELAT.
           MOVE WS-CANT-CORRELAT     TO CKP-CANT-CORRELAT.
           MOVE WS-CONT-DUPLICADOS   TO CKP-CONT-DUPLICADOS.
           MOVE WS-CONT-SUSP-LEIDOS  TO CKP-CONT-SUSP-LEIDOS.
           MOVE WS-CONT-SUSP-NUEVOS  TO CKP-CONT-SUSP-NUEVOS.
           MOVE WS-CONT-SUSP-RETENIDOS
                                     TO CKP-CONT-SUSP-RETENIDOS.
           MOVE WS-CONT-SUSP-IRRECUP TO CKP-CONT-SUSP-IRRECUP.
           MOVE WS-SIU-CANT-DETALLES TO CKP-SIU-CANT-DETALLES.
           MOVE WS-SIU-TOTAL-CONTROL TO CKP-SIU-TOTAL-CONTROL.
           MOVE WS-NRO-CORRIDA       TO CKP-NRO-CORRIDA.

           EXIT.

      *----------------------------------------------------------------*
      *    LA COMISION VIAJA APARTE DEL HISTORICO PARA NO CAMBIAR SU
      *    DISENO; LOS REINGRESOS DEL SUSPENSO TRAEN LA SUYA.

       2522-GRABAR-ARCH-COMSTG.

           MOVE WS-CC-ALUM-ID-ANT    TO CST-LEGAJO.
           MOVE WS-CC-MATE-ANT       TO CST-MATERIA.
           MOVE WS-CC-COM-ANT        TO CST-COMISION.
           MOVE WS-TERM-ID           TO CST-TERMINO.
           MOVE WS-NRO-CORRIDA       TO CST-NRO-CORRIDA.

           WRITE REG-COMSTG.

           EVALUATE FS-COMSTG
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR LAS COMISIONES DE PASO'
                    DISPLAY 'FILE STATUS: ' FS-COMSTG
           END-EVALUATE.

       2522-GRABAR-ARCH-COMSTG-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2525-GRABAR-ARCH-PROVISOR.

           MOVE WS-CC-ALUM-ID-ANT    TO PRV-LEGAJO.
           MOVE WS-CC-MATE-ANT       TO PRV-MATERIA.
           MOVE WS-CC-COM-ANT        TO PRV-COMISION.
           MOVE WS-TERM-ID           TO PRV-TERMINO.
           MOVE WS-PROMEDIO          TO PRV-PROMEDIO.
           MOVE WS-ASIST-ACTUAL      TO PRV-ASISTENCIA.
           MOVE WS-CONDICION-ACTUAL  TO PRV-CONDICION.
           MOVE WS-FECHA-CORRIDA     TO PRV-FECHA-CORRIDA.

           WRITE REG-PROVISOR.

           EVALUATE FS-PROVISOR
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO PROVISOR'
                    DISPLAY 'FILE STATUS: ' FS-PROVISOR
           END-EVALUATE.

       2525-GRABAR-ARCH-PROVISOR-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2530-MOVER-DETALLE-SIU.

           EXIT.

      *----------------------------------------------------------------*

       2770-SUSPENDER-REGISTRO.

           MOVE REGISTRO-ALUMNOS      TO SUN-REG-ORIGINAL.
           MOVE WS-FECHA-CORRIDA      TO SUN-FECHA-PRIMER-RECHAZO.
           MOVE ZERO                  TO SUN-CANT-REINTENTOS.

           PERFORM 2785-GRABAR-ARCH-SUSPNUE
           THRU 2785-GRABAR-ARCH-SUSPNUE-EXIT.

           ADD 1 TO WS-CONT-SUSP-NUEVOS.

       2770-SUSPENDER-REGISTRO-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      *    UN REINGRESO QUE FALLA POR UN MOTIVO RECUPERABLE SIGUE EN
      *    SUSPENSO HASTA AGOTAR LOS REINTENTOS; SI YA LOS AGOTO O SI
      *    AHORA FALLA POR OTRO MOTIVO, QUEDA COMO IRRECUPERABLE.

       2780-RETENER-SUSPENSO.

           COMPUTE WS-SUS-REINTENTOS-NUEVO =
                   WS-SUS-ACT-REINTENTOS + 1.

           IF WS-ERR-RECUPERABLE
              AND WS-SUS-REINTENTOS-NUEVO < WS-SUSP-MAX-REINTENTOS

              MOVE REGISTRO-ALUMNOS         TO SUN-REG-ORIGINAL
              MOVE WS-SUS-ACT-FECHA-RECHAZO TO SUN-FECHA-PRIMER-RECHAZO
              MOVE WS-SUS-REINTENTOS-NUEVO  TO SUN-CANT-REINTENTOS

              PERFORM 2785-GRABAR-ARCH-SUSPNUE
              THRU 2785-GRABAR-ARCH-SUSPNUE-EXIT

              ADD 1 TO WS-CONT-SUSP-RETENIDOS

           ELSE

              PERFORM 2790-GRABAR-ARCH-IRRESTG
              THRU 2790-GRABAR-ARCH-IRRESTG-EXIT

              ADD 1 TO WS-CONT-SUSP-IRRECUP

           END-IF.

       2780-RETENER-SUSPENSO-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2785-GRABAR-ARCH-SUSPNUE.

           MOVE ' | '                 TO SUN-SEP-1
                                         SUN-SEP-2
                                         SUN-SEP-3
                                         SUN-SEP-4.
           MOVE WS-ERR-MOTIVO         TO SUN-MOTIVO.
           MOVE WS-NRO-CORRIDA        TO SUN-NRO-CORRIDA.

           WRITE REG-SUSPNUE.

           IF NOT FS-SUSPNUE-OK
              SET WS-ERROR-ARCHIVO TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO SUSPNUE'
              DISPLAY 'FILE STATUS: ' FS-SUSPNUE
           END-IF.

       2785-GRABAR-ARCH-SUSPNUE-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2790-GRABAR-ARCH-IRRESTG.

           MOVE REGISTRO-ALUMNOS         TO IRS-REG-ORIGINAL.
           MOVE WS-ERR-MOTIVO            TO IRS-MOTIVO.
           MOVE WS-SUS-ACT-FECHA-RECHAZO TO IRS-FECHA-PRIMER-RECHAZO.
           MOVE WS-SUS-REINTENTOS-NUEVO  TO IRS-CANT-REINTENTOS.
           MOVE WS-FECHA-CORRIDA         TO IRS-FECHA-BAJA.
           MOVE WS-NRO-CORRIDA           TO IRS-NRO-CORRIDA.
           MOVE ' | '                    TO IRS-SEP-1
                                            IRS-SEP-2
                                            IRS-SEP-3
                                            IRS-SEP-4
                                            IRS-SEP-5.

           WRITE REG-IRRESTG.

           IF NOT FS-IRRESTG-OK
              SET WS-ERROR-ARCHIVO TO TRUE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO IRRESTG'
              DISPLAY 'FILE STATUS: ' FS-IRRESTG
           END-IF.

       2790-GRABAR-ARCH-IRRESTG-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       2800-GRABAR-AR-DESCARTADOS.
                  PERFORM 3570-CERRAR-ARCH-HISTSTG
                  THRU 3570-CERRAR-ARCH-HISTSTG-EXIT

                  PERFORM 3572-CERRAR-ARCH-COMSTG
                  THRU 3572-CERRAR-ARCH-COMSTG-EXIT

                  PERFORM 3580-CERRAR-ARCH-SIU
                  THRU 3580-CERRAR-ARCH-SIU-EXIT

                  PERFORM 3590-CERRAR-ARCH-FICHAS
                  THRU 3590-CERRAR-ARCH-FICHAS-EXIT

               ELSE

                  PERFORM 3575-CERRAR-ARCH-PROVISOR
                  THRU 3575-CERRAR-ARCH-PROVISOR-EXIT

               END-IF.

               PERFORM 3595-CERRAR-ARCH-ESTADIST
               PERFORM 3599-CERRAR-ARCH-CORRVIOL
               THRU 3599-CERRAR-ARCH-CORRVIOL-EXIT.

               IF WS-SUSPENSO-ACTIVO
                  PERFORM 3600-CERRAR-ARCH-SUSPENSO
                  THRU 3600-CERRAR-ARCH-SUSPENSO-EXIT
               END-IF.

               PERFORM 3720-REGISTRAR-GENERACIONES
               THRU 3720-REGISTRAR-GENERACIONES-EXIT.

                        THRU 3700-PROMOVER-GENERACIONES-EXIT
                        PERFORM 3730-CONSOLIDAR-HISTORICO
                        THRU 3730-CONSOLIDAR-HISTORICO-EXIT
                        PERFORM 3740-CONSOLIDAR-COMCURS
                        THRU 3740-CONSOLIDAR-COMCURS-EXIT
                        PERFORM 3750-PROMOVER-SUSPENSO
                        THRU 3750-PROMOVER-SUSPENSO-EXIT
                   WHEN OTHER
                        DISPLAY 'GENERACION NO PROMOVIDA A NOMBRE '
                                'VIGENTE'
                        DISPLAY 'EL HISTORICO ACUMULADO NO SE '
                                'ACTUALIZA'
                        DISPLAY 'EL SUSPENSO VIGENTE SE CONSERVA '
                                'SIN CAMBIOS'
                        DISPLAY 'LOS TRABAJOS POSTERIORES NO DEBEN '
                                'CORRER'
               END-EVALUATE.
                 + WS-CONT-NOTAS-DESCARTADAS
                 + WS-CONT-NOTAS-CORRELAT
                 + WS-CANT-ALUM-ERROR
                 + WS-CONT-DUPLICADOS
                 + WS-CONT-SUSP-RETENIDOS
                 + WS-CONT-SUSP-IRRECUP.

      *    EL TRAILER SOLO CUBRE EL EXTRACTO; LAS CUENTAS DE DESTINO
      *    INCLUYEN ADEMAS LOS REINGRESOS DEL SUSPENSO.

           IF WS-TRAILER-RECIBIDO
              AND FS-ALUMNOS-EOF
              AND WS-CONT-REG-LEIDOS = WS-CTL-CANT-ESPERADA
              AND WS-CTL-HASH-ACUM = WS-CTL-HASH-ESPERADO
              AND WS-CONT-REG-LEIDOS + WS-CONT-SUSP-LEIDOS
                  = WS-CTL-SUMA-CUENTAS

                 SET WS-RUN-BALANCEADO TO TRUE

                    DISPLAY 'HASH ESPERADO       : '
                            WS-CTL-HASH-ESPERADO
                    DISPLAY 'HASH CALCULADO      : ' WS-CTL-HASH-ACUM
                    DISPLAY 'REINGRESOS SUSPENSO : '
                            WS-CONT-SUSP-LEIDOS
                    DISPLAY 'PROC+DESC+CORR+ERR+DUP+SUSP: '
                            WS-CTL-SUMA-CUENTAS
                    DISPLAY 'LOS LISTADOS DE ESTA CORRIDA NO DEBEN '
                    DISPLAY 'DISTRIBUIRSE'

           EXIT.

      *----------------------------------------------------------------*

       3572-CERRAR-ARCH-COMSTG.

           CLOSE COMSTG.

           IF NOT FS-COMSTG-OK
              DISPLAY 'ERROR EN CLOSE DE COMISIONES DE PASO: '
                      FS-COMSTG
           END-IF.

       3572-CERRAR-ARCH-COMSTG-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       3575-CERRAR-ARCH-PROVISOR.

           CLOSE PROVISOR.

           IF NOT FS-PROVISOR-OK
              DISPLAY 'ERROR EN CLOSE DE PROVISOR: ' FS-PROVISOR
           END-IF.

       3575-CERRAR-ARCH-PROVISOR-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       3580-CERRAR-ARCH-SIU.

           EXIT.

      *----------------------------------------------------------------*

       3600-CERRAR-ARCH-SUSPENSO.

           COMPUTE WS-CONT-SUSP-LIBERADOS =
                   WS-CONT-SUSP-LEIDOS
                 - WS-CONT-SUSP-RETENIDOS
                 - WS-CONT-SUSP-IRRECUP.

           DISPLAY 'SUSPENSO - REINGRESADOS    : ' WS-CONT-SUSP-LEIDOS.
           DISPLAY 'SUSPENSO - LIBERADOS       : '
                   WS-CONT-SUSP-LIBERADOS.
           DISPLAY 'SUSPENSO - RETENIDOS       : '
                   WS-CONT-SUSP-RETENIDOS.
           DISPLAY 'SUSPENSO - NUEVOS          : ' WS-CONT-SUSP-NUEVOS.
           DISPLAY 'SUSPENSO - IRRECUPERABLES  : '
                   WS-CONT-SUSP-IRRECUP.

           IF FS-SUSPENSO-OK
              OR FS-SUSPENSO-EOF
              CLOSE SUSPENSO
           END-IF.

           CLOSE SUSPNUE.

           IF NOT FS-SUSPNUE-OK
              DISPLAY 'ERROR EN CLOSE DE SUSPNUE: ' FS-SUSPNUE
              SET WS-ERROR-ARCHIVO TO TRUE
           END-IF.

           CLOSE IRRESTG.

           IF NOT FS-IRRESTG-OK
              DISPLAY 'ERROR EN CLOSE DE IRRESTG: ' FS-IRRESTG
              SET WS-ERROR-ARCHIVO TO TRUE
           END-IF.

       3600-CERRAR-ARCH-SUSPENSO-EXIT.

           EXIT.

      *----------------------------------------------------------------*

      *    LOS LISTADOS SE ESCRIBEN COMO GENERACION FECHADA; SOLO UNA
              PERFORM 3725-GRABAR-GENERACION
                 THRU 3725-GRABAR-GENERACION-EXIT

      *    LAS FICHAS, EL HISTORICO Y LAS COMISIONES DE PASO NO
      *    EXISTEN EN UNA CORRIDA PROVISORIA Y NO DEBEN ENTRAR AL
      *    CATALOGO.

              IF WS-CORRIDA-CIERRE

                 PERFORM 3725-GRABAR-GENERACION
                    THRU 3725-GRABAR-GENERACION-EXIT

                 MOVE WS-ARCH-COMSTG  TO WS-GEN-NOMBRE-FIJO
                 PERFORM 3725-GRABAR-GENERACION
                    THRU 3725-GRABAR-GENERACION-EXIT

              END-IF

              CLOSE GENERACIONES

           EXIT.

      *----------------------------------------------------------------*
      *    LAS COMISIONES DE LA CORRIDA ACOMPANAN AL HISTORICO: SE
      *    AGREGAN AL ACUMULADO COMCURS.TXT EN EL MISMO CIERRE.

       3740-CONSOLIDAR-COMCURS.

           MOVE WS-ARCH-COMSTG TO WS-GEN-NOMBRE-IN.

           OPEN INPUT GENERIN.

           IF NOT FS-GENERIN-OK
              DISPLAY 'ERROR AL ABRIR GENERACION ' WS-GEN-NOMBRE-IN
              DISPLAY 'FILE STATUS: ' FS-GENERIN
              SET WS-ERROR-ARCHIVO TO TRUE
           ELSE

              OPEN EXTEND COMCURS

              IF FS-COMCURS-NFD
                 OPEN OUTPUT COMCURS
              END-IF

              IF NOT FS-COMCURS-OK
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO COMCURS'
                 DISPLAY 'FILE STATUS: ' FS-COMCURS
                 SET WS-ERROR-ARCHIVO TO TRUE
                 CLOSE GENERIN
              ELSE

                 PERFORM 3745-AGREGAR-COMCURS
                    THRU 3745-AGREGAR-COMCURS-EXIT
                    UNTIL FS-GENERIN-EOF

                 CLOSE GENERIN
                 CLOSE COMCURS

                 IF NOT FS-COMCURS-OK
                    DISPLAY 'ERROR EN CLOSE DE COMCURS: '
                            FS-COMCURS
                    SET WS-ERROR-ARCHIVO TO TRUE
                 END-IF

              END-IF

           END-IF.

       3740-CONSOLIDAR-COMCURS-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       3745-AGREGAR-COMCURS.

           READ GENERIN.

           EVALUATE FS-GENERIN
               WHEN '00'
                    MOVE REG-GENERIN TO REG-COMCURS
                    WRITE REG-COMCURS
                    IF NOT FS-COMCURS-OK
                       SET WS-ERROR-ARCHIVO TO TRUE
                       DISPLAY 'ERROR AL GRABAR EL ARCHIVO COMCURS'
                       DISPLAY 'FILE STATUS: ' FS-COMCURS
                    END-IF
               WHEN '10'
                    SET FS-GENERIN-EOF TO TRUE
               WHEN OTHER
                    SET FS-GENERIN-EOF TO TRUE
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL LEER ' WS-GEN-NOMBRE-IN
                    DISPLAY 'FILE STATUS: ' FS-GENERIN
           END-EVALUATE.

       3745-AGREGAR-COMCURS-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      *    UN CIERRE COMPLETO Y EN BALANCE DEJA SU NUEVA GENERACION
      *    COMO SUSPENSO VIGENTE Y AGREGA SUS IRRECUPERABLES AL
      *    ACUMULADO; SI NO, EL PROXIMO CIERRE REINTENTA EL MISMO
      *    SUSPENSO DE ESTA CORRIDA.

       3750-PROMOVER-SUSPENSO.

           MOVE '../SUSPNUE.TXT'     TO WS-GEN-NOMBRE-IN.
           MOVE '../SUSPENSO.TXT'    TO WS-GEN-NOMBRE-OUT.
           PERFORM 3710-COPIAR-ARCHIVO
              THRU 3710-COPIAR-ARCHIVO-EXIT.

           MOVE '../IRRESTG.TXT'     TO WS-GEN-NOMBRE-IN.

           OPEN INPUT GENERIN.

           IF NOT FS-GENERIN-OK
              DISPLAY 'ERROR AL ABRIR GENERACION ' WS-GEN-NOMBRE-IN
              DISPLAY 'FILE STATUS: ' FS-GENERIN
              SET WS-ERROR-ARCHIVO TO TRUE
           ELSE

              OPEN EXTEND IRRECUP

              IF FS-IRRECUP-NFD
                 OPEN OUTPUT IRRECUP
              END-IF

              IF NOT FS-IRRECUP-OK
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO IRRECUP'
                 DISPLAY 'FILE STATUS: ' FS-IRRECUP
                 SET WS-ERROR-ARCHIVO TO TRUE
                 CLOSE GENERIN
              ELSE

                 PERFORM 3755-AGREGAR-IRRECUP
                    THRU 3755-AGREGAR-IRRECUP-EXIT
                    UNTIL FS-GENERIN-EOF

                 CLOSE GENERIN
                 CLOSE IRRECUP

                 IF NOT FS-IRRECUP-OK
                    DISPLAY 'ERROR EN CLOSE DE IRRECUP: '
                            FS-IRRECUP
                    SET WS-ERROR-ARCHIVO TO TRUE
                 END-IF

              END-IF

           END-IF.

       3750-PROMOVER-SUSPENSO-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       3755-AGREGAR-IRRECUP.

           READ GENERIN.

           EVALUATE FS-GENERIN
               WHEN '00'
                    MOVE REG-GENERIN TO REG-IRRECUP
                    WRITE REG-IRRECUP
                    IF NOT FS-IRRECUP-OK
                       SET WS-ERROR-ARCHIVO TO TRUE
                       DISPLAY 'ERROR AL GRABAR EL ARCHIVO IRRECUP'
                       DISPLAY 'FILE STATUS: ' FS-IRRECUP
                    END-IF
               WHEN '10'
                    SET FS-GENERIN-EOF TO TRUE
               WHEN OTHER
                    SET FS-GENERIN-EOF TO TRUE
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL LEER ' WS-GEN-NOMBRE-IN
                    DISPLAY 'FILE STATUS: ' FS-GENERIN
           END-EVALUATE.

       3755-AGREGAR-IRRECUP-EXIT.

           EXIT.

      *----------------------------------------------------------------*

       3900-FIJAR-COD-RETORNO.
                    MOVE 4  TO WS-COD-RETORNO
               WHEN WS-CONT-DUPLICADOS > ZERO
                    MOVE 4  TO WS-COD-RETORNO
               WHEN WS-CONT-SUSP-RETENIDOS > ZERO
                    MOVE 4  TO WS-COD-RETORNO
               WHEN WS-CONT-SUSP-IRRECUP > ZERO
                    MOVE 4  TO WS-COD-RETORNO
               WHEN OTHER
                    MOVE 0  TO WS-COD-RETORNO
           END-EVALUATE.
