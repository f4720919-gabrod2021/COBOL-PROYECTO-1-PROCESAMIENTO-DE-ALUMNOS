      *         GENERAL DEL TERMINO DE CADA ALUMNO AFECTADO Y GENERA
      *         LA NUEVA GENERACION HISTONUE.TXT MAS EL LISTADO DE
      *         RECTIFICACIONES RECTIF.TXT CON LOS VALORES ANTES Y
      *         DESPUES DE CADA CORRECCION APLICADA.  UNA CORRECCION
      *         SOBRE UN TERMINO QUE YA TIENE ACTA DE CURSADA EN EL
      *         LIBRO DE ACTAS (ACTAS.TXT) EMITE UN ACTA RECTIFICATIVA
      *         QUE REFIERE EL NUMERO DEL ACTA ORIGINAL.
      *         CUADRO DE HONOR Y ESTADISTICAS SE REGENERAN CON LOS
      *         LISTADOS DERIVADOS DE LA PROXIMA CORRIDA DE CIERRE.
      *----------------------------------------------------------------*
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECTIF.

       SELECT ACTAS
           ASSIGN TO '../ACTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTAS.

       SELECT ACTASDET
           ASSIGN TO '../ACTASDET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTASDET.

       SELECT ACTADWK
           ASSIGN TO '../ACTADWK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACTADWK.

       SELECT SORT-HIST
           ASSIGN TO 'SORTWK'.


       COPY "NOVEDADES.CPY".

       COPY "ACTAS.CPY".

       COPY "ACTASDET.CPY".

       FD  HISTORD.

       01  REG-HISTORD.

       01  REG-RECTIF                      PIC X(160).

      *    COPIA DE ACTASDET.TXT TOMADA ANTES DE DEPURAR RENGLONES
      *    DE ACTAS QUE NO LLEGARON A REGISTRARSE.

       FD  ACTADWK.

       01  REG-ACTADWK.
           05  ADW-NRO-ACTA                PIC 9(06).
           05  FILLER                      PIC X(67).

       SD  SORT-HIST.

       01  REG-SORT-HIST.
          05 WS-CONT-RECHAZADAS         PIC 9(05) VALUE 0.
          05 WS-CONT-GRABADOS           PIC 9(05) VALUE 0.
          05 WS-CONT-APLICADAS-ALUM     PIC 9(03) VALUE 0.
          05 WS-CONT-RECTIFICATIVAS     PIC 9(05) VALUE 0.
          05 WS-CONT-RECTIF-PENDIENTES  PIC 9(05) VALUE 0.
          05 WS-CONT-HUERFANOS          PIC 9(05) VALUE 0.

       01 WS-NOTA-MINIMA                PIC 9(02)V9(03) VALUE 6,000.

       01 WS-PROM-ANTES-GUARDADO        PIC 9(02)V9(03) VALUE ZERO.
       01 WS-COND-ANTES-GUARDADA        PIC X(12) VALUE SPACES.

       01 WS-FECHA-EMISION              PIC 9(08) VALUE ZERO.

      *    MISMA NUMERACION QUE EL LIBRO DE ACTAS DE TP01EJ15: UNA
      *    RECTIFICATIVA OCUPA UN FOLIO Y SIGUE AL ULTIMO ACTA.

       01 WS-FOLIOS-POR-LIBRO           PIC 9(03) VALUE 200.

       01 WS-NUMERACION.
          05 WS-ULT-NRO-ACTA            PIC 9(06) VALUE ZERO.
          05 WS-PROX-LIBRO              PIC 9(03) VALUE 1.
          05 WS-PROX-FOLIO              PIC 9(04) VALUE 1.

       01 WS-RECTIFICATIVA.
          05 WS-ACTA-ORIGINAL           PIC 9(06) VALUE ZERO.
          05 WS-CANT-CANDIDATAS         PIC 9(04) VALUE ZERO.
          05 WS-POS-ORIGINAL            PIC 9(04) VALUE ZERO.
          05 WS-NRO-RECTIFICATIVA       PIC 9(06) VALUE ZERO.
          05 WS-RCT-LIBRO               PIC 9(03) VALUE ZERO.
          05 WS-RCT-FOLIO               PIC 9(03) VALUE ZERO.
          05 WS-RCT-NOMAPELL            PIC X(40) VALUE SPACES.

       01 WS-CANT-REG                   PIC 9(04) VALUE ZERO.
       01 WS-IDX-REG                    PIC 9(04) VALUE ZERO.

       01 WS-SWITCHES.
          05 WS-SW-ERR-ARCH             PIC X(01) VALUE 'N'.
             88 WS-ERROR-ARCHIVO                  VALUE 'S'.
             88 WS-SIN-ERROR-ARCHIVO              VALUE 'N'.
          05 WS-SW-RECTIFICATIVA        PIC X(01) VALUE 'N'.
             88 WS-RECTIF-NUEVA                   VALUE 'N'.
             88 WS-RECTIF-YA-EMITIDA              VALUE 'S'.
             88 WS-RECTIF-PENDIENTE               VALUE 'P'.
          05 WS-SW-RENGLON              PIC X(01) VALUE 'N'.
             88 WS-RENGLON-ENCONTRADO             VALUE 'S'.
             88 WS-RENGLON-NO-ENCONTRADO          VALUE 'N'.
             88 WS-RENGLON-ILEGIBLE               VALUE 'E'.

       01  FS-STATUS.
          05 FS-HISTORICO                        PIC X(2).
             88 FS-RECTIF-EOF                    VALUE '10'.
             88 FS-RECTIF-NFD                    VALUE '35'.

          05 FS-ACTAS                            PIC X(2).
             88 FS-ACTAS-OK                      VALUE '00'.
             88 FS-ACTAS-EOF                     VALUE '10'.
             88 FS-ACTAS-NFD                     VALUE '35'.

          05 FS-ACTASDET                         PIC X(2).
             88 FS-ACTASDET-OK                   VALUE '00'.
             88 FS-ACTASDET-EOF                  VALUE '10'.
             88 FS-ACTASDET-NFD                  VALUE '35'.

          05 FS-ACTADWK                          PIC X(2).
             88 FS-ACTADWK-OK                    VALUE '00'.
             88 FS-ACTADWK-EOF                   VALUE '10'.
             88 FS-ACTADWK-NFD                   VALUE '35'.

      ******************************************************************
      *    FICHA DEL ALUMNO EN PROCESO (SUS REGISTROS DEL HISTORICO).

              05 WS-TER-CANT-ANTES     PIC 9(03).
              05 WS-TER-TOCADO         PIC X(01).

      ******************************************************************
      *    ACTAS DE CURSADA Y RECTIFICATIVAS DEL LIBRO DE ACTAS
      *    (ACTAS.TXT); LAS DE EXAMEN NO SE RECTIFICAN AQUI.

       01  WS-TABLA-REGISTRO.
          03 WS-REG-DET  OCCURS 9999 TIMES.
              05 WS-REG-NRO-ACTA       PIC 9(06).
              05 WS-REG-TIPO           PIC X(01).
              05 WS-REG-LIBRO          PIC 9(03).
              05 WS-REG-FOLIO          PIC 9(03).
              05 WS-REG-MATERIA        PIC X(30).
              05 WS-REG-COMISION       PIC X(03).
              05 WS-REG-TERMINO        PIC X(06).
              05 WS-REG-ORIGINAL       PIC 9(06).
              05 WS-REG-LEGAJO         PIC 9(06).
              05 WS-REG-COD-NOVEDAD    PIC X(01).
              05 WS-REG-FECHA-NOVEDAD  PIC X(08).

      ******************************************************************

       01 WS-LISTADO-RECTIF.
             10 WS-LIS-P-ANTES              PIC ZZ.ZZ9,999.
             10 FILLER  PIC X(11) VALUE ' despues: '.
             10 WS-LIS-P-DESPUES            PIC ZZ.ZZ9,999.
          05 WS-LIS-ACTA-RECTIF.
             10 FILLER  PIC X(29)
                VALUE '    Acta rectificativa Nro: '.
             10 WS-LIS-R-NRO                PIC 9(06).
             10 FILLER  PIC X(14) VALUE ' de acta Nro: '.
             10 WS-LIS-R-ORIGINAL           PIC 9(06).
             10 FILLER  PIC X(10) VALUE ' - Libro: '.
             10 WS-LIS-R-LIBRO              PIC 9(03).
             10 FILLER  PIC X(08) VALUE ' Folio: '.
             10 WS-LIS-R-FOLIO              PIC 9(03).
             10 FILLER  PIC X(03) VALUE ' - '.
             10 WS-LIS-R-ESTADO             PIC X(12).
          05 WS-LIS-RECTIF-PENDIENTE.
             10 FILLER  PIC X(35)
                VALUE '    Acta rectificativa NO EMITIDA: '.
             10 FILLER  PIC X(41)
                VALUE 'ACTASDET.TXT ILEGIBLE - VOLVER A EJECUTAR'.
          05 WS-LIS-TOTALES-1.
             10 FILLER  PIC X(35)
                VALUE 'Registros historico leidos: '.
             10 FILLER  PIC X(35)
                VALUE 'Registros historico grabados: '.
             10 WS-LIS-D-GRABADOS           PIC 9(05).
          05 WS-LIS-TOTALES-8.
             10 FILLER  PIC X(35)
                VALUE 'Actas rectificativas emitidas: '.
             10 WS-LIS-D-RECTIFICATIVAS     PIC 9(05).
          05 WS-LIS-TOTALES-9.
             10 FILLER  PIC X(35)
                VALUE 'Actas rectificativas no emitidas: '.
             10 WS-LIS-D-RECTIF-PENDIENTES  PIC 9(05).
          05 WS-LIS-TOTALES-10.
             10 FILLER  PIC X(35)
                VALUE 'Renglones sin acta depurados: '.
             10 WS-LIS-D-HUERFANOS          PIC 9(05).

       01 WS-PROM-EDIT                  PIC ZZ.ZZ9,999.


           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.

           PERFORM 1050-CARGAR-REGISTRO-ACTAS
              THRU 1050-CARGAR-REGISTRO-ACTAS-EXIT.

           PERFORM 1080-VERIFICAR-ACTASDET
              THRU 1080-VERIFICAR-ACTASDET-EXIT.

           PERFORM 1200-ABRIR-ARCH-NOVEDADES
              THRU 1200-ABRIR-ARCH-NOVEDADES-EXIT.

       1000-INICIALIZAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL LIBRO DE ACTAS DA LAS ACTAS DE CURSADA QUE UNA
      *    RECTIFICACION DEBE REFERIR Y EL PUNTO DONDE SIGUE LA
      *    NUMERACION.  SIN ACTAS.TXT NINGUN TERMINO TIENE ACTA Y LAS
      *    NOVEDADES SE APLICAN SIN RECTIFICATIVA.

       1050-CARGAR-REGISTRO-ACTAS.

           OPEN INPUT ACTAS.

           EVALUATE TRUE
               WHEN FS-ACTAS-OK
                    PERFORM 1060-LEER-ACTAS
                       THRU 1060-LEER-ACTAS-EXIT
                    PERFORM 1070-GUARDAR-ACTA
                       THRU 1070-GUARDAR-ACTA-EXIT
                       UNTIL FS-ACTAS-EOF
                    CLOSE ACTAS
               WHEN FS-ACTAS-NFD
                    DISPLAY 'SIN ACTAS.TXT: NO HAY ACTAS EMITIDAS PARA '
                    DISPLAY 'RECTIFICAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTAS'
                    DISPLAY 'FILE STATUS: ' FS-ACTAS
                    PERFORM 9999-ABORTAR-PROGRAMA
                    THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-EVALUATE.

       1050-CARGAR-REGISTRO-ACTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1060-LEER-ACTAS.

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

       1060-LEER-ACTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1070-GUARDAR-ACTA.

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

           IF ACT-DE-CURSADA OR ACT-RECTIFICATIVA
              PERFORM 1075-AGREGAR-A-TABLA
                 THRU 1075-AGREGAR-A-TABLA-EXIT
           END-IF.

           PERFORM 1060-LEER-ACTAS
              THRU 1060-LEER-ACTAS-EXIT.

       1070-GUARDAR-ACTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1075-AGREGAR-A-TABLA.

           IF WS-CANT-REG = 9999
              DISPLAY 'ACTAS.TXT SUPERA LAS 9999 ACTAS RETENIDAS'
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           ADD 1                         TO WS-CANT-REG.

           MOVE ACT-NRO-ACTA      TO WS-REG-NRO-ACTA(WS-CANT-REG).
           MOVE ACT-TIPO          TO WS-REG-TIPO(WS-CANT-REG).
           MOVE ACT-LIBRO         TO WS-REG-LIBRO(WS-CANT-REG).
           MOVE ACT-FOLIO-DESDE   TO WS-REG-FOLIO(WS-CANT-REG).
           MOVE ACT-MATERIA       TO WS-REG-MATERIA(WS-CANT-REG).
           MOVE ACT-COMISION      TO WS-REG-COMISION(WS-CANT-REG).
           MOVE ACT-TERMINO       TO WS-REG-TERMINO(WS-CANT-REG).
           MOVE ACT-ACTA-ORIGINAL TO WS-REG-ORIGINAL(WS-CANT-REG).
           MOVE ACT-LEGAJO        TO WS-REG-LEGAJO(WS-CANT-REG).
           MOVE ACT-COD-NOVEDAD   TO WS-REG-COD-NOVEDAD(WS-CANT-REG).
           MOVE ACT-FECHA-NOVEDAD TO WS-REG-FECHA-NOVEDAD(WS-CANT-REG).

       1075-AGREGAR-A-TABLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL RENGLON DE UNA RECTIFICATIVA SE GRABA ANTES QUE SU ACTA:
      *    UN RENGLON CON NUMERO MAYOR AL ULTIMO ACTA REGISTRADA ES DE
      *    UNA CORRIDA CORTADA ENTRE LOS DOS.  ESE NUMERO SE VUELVE A
      *    EMITIR, ASI QUE EL RENGLON SE DEPURA ANTES DE SEGUIR.

       1080-VERIFICAR-ACTASDET.

           MOVE ZERO                     TO WS-CONT-HUERFANOS.

           OPEN INPUT ACTASDET.

           EVALUATE TRUE
               WHEN FS-ACTASDET-OK
                    PERFORM 1082-LEER-ACTASDET
                       THRU 1082-LEER-ACTASDET-EXIT
                    PERFORM 1084-CONTAR-HUERFANO
                       THRU 1084-CONTAR-HUERFANO-EXIT
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
              PERFORM 1086-DEPURAR-ACTASDET
                 THRU 1086-DEPURAR-ACTASDET-EXIT
           END-IF.

       1080-VERIFICAR-ACTASDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1082-LEER-ACTASDET.

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

       1082-LEER-ACTASDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1084-CONTAR-HUERFANO.

           IF ADT-NRO-ACTA IS NOT NUMERIC
              OR ADT-NRO-ACTA > WS-ULT-NRO-ACTA
              ADD 1                      TO WS-CONT-HUERFANOS
           END-IF.

           PERFORM 1082-LEER-ACTASDET
              THRU 1082-LEER-ACTASDET-EXIT.

       1084-CONTAR-HUERFANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ACTASDET.TXT SE COPIA ENTERO A ACTADWK.TXT Y SE REGRABA SIN
      *    LOS RENGLONES SIN ACTA.  SI LA REGRABACION FALLA, LA COPIA
      *    QUEDA PARA RESTAURARLO.

       1086-DEPURAR-ACTASDET.

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

           PERFORM 1082-LEER-ACTASDET
              THRU 1082-LEER-ACTASDET-EXIT.

           PERFORM 1087-COPIAR-RENGLON
              THRU 1087-COPIAR-RENGLON-EXIT
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

           PERFORM 1089-LEER-ACTADWK
              THRU 1089-LEER-ACTADWK-EXIT.

           PERFORM 1088-RESTAURAR-RENGLON
              THRU 1088-RESTAURAR-RENGLON-EXIT
              UNTIL FS-ACTADWK-EOF.

           CLOSE ACTADWK
                 ACTASDET.

       1086-DEPURAR-ACTASDET-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1087-COPIAR-RENGLON.

           MOVE REG-ACTASDET             TO REG-ACTADWK.

           WRITE REG-ACTADWK.

           IF NOT FS-ACTADWK-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTADWK'
              DISPLAY 'FILE STATUS: ' FS-ACTADWK
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           PERFORM 1082-LEER-ACTASDET
              THRU 1082-LEER-ACTASDET-EXIT.

       1087-COPIAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1088-RESTAURAR-RENGLON.

           IF ADW-NRO-ACTA IS NUMERIC
              AND ADW-NRO-ACTA NOT > WS-ULT-NRO-ACTA

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

           PERFORM 1089-LEER-ACTADWK
              THRU 1089-LEER-ACTADWK-EXIT.

       1088-RESTAURAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1089-LEER-ACTADWK.

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

       1089-LEER-ACTADWK-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       1100-VERIFICAR-HISTORICO.

           END-EVALUATE.

           MOVE ZERO                       TO WS-NRO-RECTIFICATIVA.
           SET WS-RECTIF-NUEVA             TO TRUE.

           IF WS-RESULTADO-NOVEDAD = 'ALTA APLICADA'
              OR WS-RESULTADO-NOVEDAD = 'MODIFICACION APLICADA'
              OR WS-RESULTADO-NOVEDAD = 'BAJA APLICADA'
              PERFORM 2270-EMITIR-RECTIFICATIVA
                 THRU 2270-EMITIR-RECTIFICATIVA-EXIT
           END-IF.

           PERFORM 2400-LISTAR-RECTIFICACION
              THRU 2400-LISTAR-RECTIFICACION-EXIT.


           EXIT.

      *----------------------------------------------------------------*
      *    UNA NOVEDAD APLICADA SOBRE UN TERMINO QUE YA TIENE ACTA DE
      *    CURSADA DE LA MATERIA NO CAMBIA EL ACTA FIRMADA: SE EMITE
      *    UN ACTA RECTIFICATIVA QUE LA REFIERE.  CON VARIAS
      *    COMISIONES SE REFIERE EL ACTA DONDE FIGURA EL LEGAJO; UN
      *    ALTA QUE NO FIGURA EN NINGUNA REFIERE LA PRIMERA.  SI LA
      *    MISMA NOVEDAD YA TIENE RECTIFICATIVA (CORRIDA REPETIDA O
      *    POSTERIOR A UN BACKOUT) SE INFORMA LA EXISTENTE Y NO SE
      *    CONSUME OTRO NUMERO.  SI ACTASDET.TXT NO SE PUEDE LEER NO
      *    SE SABE QUE ACTA REFERIR: LA RECTIFICATIVA QUEDA PENDIENTE
      *    PARA LA PROXIMA CORRIDA Y EL PROCESO TERMINA CON ERROR.

       2270-EMITIR-RECTIFICATIVA.

           MOVE ZERO                    TO WS-ACTA-ORIGINAL
                                           WS-CANT-CANDIDATAS
                                           WS-POS-ORIGINAL.
           MOVE SPACES                  TO WS-RCT-NOMAPELL.
           SET WS-RECTIF-NUEVA          TO TRUE.

           PERFORM 2272-CONTAR-CANDIDATA
              THRU 2272-CONTAR-CANDIDATA-EXIT
              VARYING WS-IDX-REG FROM 1 BY 1
              UNTIL WS-IDX-REG > WS-CANT-REG.

           IF WS-CANT-CANDIDATAS > ZERO

              PERFORM 2274-BUSCAR-RENGLON-ORIGINAL
                 THRU 2274-BUSCAR-RENGLON-ORIGINAL-EXIT

              IF WS-RENGLON-ILEGIBLE
                 SET WS-RECTIF-PENDIENTE TO TRUE
                 ADD 1                  TO WS-CONT-RECTIF-PENDIENTES
                 GO TO 2270-EMITIR-RECTIFICATIVA-EXIT
              END-IF

              MOVE WS-REG-NRO-ACTA(WS-POS-ORIGINAL)
                                        TO WS-ACTA-ORIGINAL

              PERFORM 2278-BUSCAR-RECTIF-PREVIA
                 THRU 2278-BUSCAR-RECTIF-PREVIA-EXIT
                 VARYING WS-IDX-REG FROM 1 BY 1
                 UNTIL WS-IDX-REG > WS-CANT-REG
                 OR WS-RECTIF-YA-EMITIDA

              IF WS-RECTIF-NUEVA
                 PERFORM 2280-REGISTRAR-RECTIFICATIVA
                    THRU 2280-REGISTRAR-RECTIFICATIVA-EXIT
              END-IF

           END-IF.

       2270-EMITIR-RECTIFICATIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2272-CONTAR-CANDIDATA.

           IF WS-REG-TIPO(WS-IDX-REG) = 'C'
              AND WS-REG-MATERIA(WS-IDX-REG) = NVD-MATERIA
              AND WS-REG-TERMINO(WS-IDX-REG) = NVD-TERMINO
              ADD 1                     TO WS-CANT-CANDIDATAS
              IF WS-POS-ORIGINAL = ZERO
                 MOVE WS-IDX-REG        TO WS-POS-ORIGINAL
              END-IF
           END-IF.

       2272-CONTAR-CANDIDATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EL RENGLON DEL LEGAJO EN ACTASDET.TXT DICE EN QUE ACTA DE
      *    LA MATERIA Y TERMINO FUE ASENTADO Y CON QUE NOMBRE.

       2274-BUSCAR-RENGLON-ORIGINAL.

           SET WS-RENGLON-NO-ENCONTRADO TO TRUE.

           OPEN INPUT ACTASDET.

           EVALUATE TRUE
               WHEN FS-ACTASDET-OK
                    PERFORM 2275-EXAMINAR-RENGLON
                       THRU 2275-EXAMINAR-RENGLON-EXIT
                       UNTIL FS-ACTASDET-EOF
                       OR WS-RENGLON-ENCONTRADO
                    CLOSE ACTASDET
               WHEN FS-ACTASDET-NFD
                    DISPLAY 'SIN ACTASDET.TXT: LA RECTIFICATIVA '
                    DISPLAY 'REFIERE LA PRIMERA ACTA DE LA MATERIA'
               WHEN OTHER
                    SET WS-RENGLON-ILEGIBLE TO TRUE
                    SET WS-ERROR-ARCHIVO TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ACTASDET'
                    DISPLAY 'FILE STATUS: ' FS-ACTASDET
           END-EVALUATE.

       2274-BUSCAR-RENGLON-ORIGINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2275-EXAMINAR-RENGLON.

           READ ACTASDET.

           EVALUATE FS-ACTASDET
               WHEN '00'
                    IF ADT-LEGAJO = NVD-LEGAJO
                       PERFORM 2276-COMPARAR-ACTA-RENGLON
                          THRU 2276-COMPARAR-ACTA-RENGLON-EXIT
                          VARYING WS-IDX-REG FROM 1 BY 1
                          UNTIL WS-IDX-REG > WS-CANT-REG
                          OR WS-RENGLON-ENCONTRADO
                    END-IF
               WHEN '10'
                    SET FS-ACTASDET-EOF   TO TRUE
               WHEN OTHER
                    SET FS-ACTASDET-EOF   TO TRUE
                    SET WS-RENGLON-ILEGIBLE TO TRUE
                    SET WS-ERROR-ARCHIVO  TO TRUE
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ACTASDET'
                    DISPLAY 'FILE STATUS: ' FS-ACTASDET
           END-EVALUATE.

       2275-EXAMINAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2276-COMPARAR-ACTA-RENGLON.

           IF WS-REG-NRO-ACTA(WS-IDX-REG) = ADT-NRO-ACTA
              AND WS-REG-TIPO(WS-IDX-REG) = 'C'
              AND WS-REG-MATERIA(WS-IDX-REG) = NVD-MATERIA
              AND WS-REG-TERMINO(WS-IDX-REG) = NVD-TERMINO
              SET WS-RENGLON-ENCONTRADO TO TRUE
              MOVE WS-IDX-REG           TO WS-POS-ORIGINAL
              MOVE ADT-NOMAPELL         TO WS-RCT-NOMAPELL
           END-IF.

       2276-COMPARAR-ACTA-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2278-BUSCAR-RECTIF-PREVIA.

           IF WS-REG-TIPO(WS-IDX-REG) = 'R'
              AND WS-REG-ORIGINAL(WS-IDX-REG) = WS-ACTA-ORIGINAL
              AND WS-REG-LEGAJO(WS-IDX-REG) = NVD-LEGAJO
              AND WS-REG-COD-NOVEDAD(WS-IDX-REG) = NVD-CODIGO
              AND WS-REG-FECHA-NOVEDAD(WS-IDX-REG) = NVD-FECHA
              SET WS-RECTIF-YA-EMITIDA  TO TRUE
              MOVE WS-REG-NRO-ACTA(WS-IDX-REG)
                                        TO WS-NRO-RECTIFICATIVA
              MOVE WS-REG-LIBRO(WS-IDX-REG)
                                        TO WS-RCT-LIBRO
              MOVE WS-REG-FOLIO(WS-IDX-REG)
                                        TO WS-RCT-FOLIO
           END-IF.

       2278-BUSCAR-RECTIF-PREVIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LA RECTIFICATIVA OCUPA UN FOLIO CON UN SOLO RENGLON: LOS
      *    VALORES NUEVOS DEL LEGAJO (ANULADA SI LA NOVEDAD ES UNA
      *    BAJA).  EL RENGLON SE GRABA ANTES QUE EL ACTA: SI LA CORRIDA
      *    SE CORTA ENTRE LOS DOS, EL NUMERO NO QUEDA TOMADO Y EL
      *    RENGLON SE DEPURA AL EMPEZAR LA PROXIMA (1080).  LOS
      *    ARCHIVOS SE ABREN Y CIERRAN EN CADA ACTA PARA QUE UN CORTE
      *    POSTERIOR DE LA CORRIDA NO PIERDA EL NUMERO.

       2280-REGISTRAR-RECTIFICATIVA.

           IF WS-PROX-FOLIO > WS-FOLIOS-POR-LIBRO
              ADD 1                     TO WS-PROX-LIBRO
              MOVE 1                    TO WS-PROX-FOLIO
           END-IF.

           ADD 1                        TO WS-ULT-NRO-ACTA.
           MOVE WS-ULT-NRO-ACTA         TO WS-NRO-RECTIFICATIVA.
           MOVE WS-PROX-LIBRO           TO WS-RCT-LIBRO.
           MOVE WS-PROX-FOLIO           TO WS-RCT-FOLIO.
           ADD 1                        TO WS-PROX-FOLIO.

           MOVE WS-NRO-RECTIFICATIVA    TO ACT-NRO-ACTA.
           MOVE 'R'                     TO ACT-TIPO.
           MOVE WS-RCT-LIBRO            TO ACT-LIBRO.
           MOVE WS-RCT-FOLIO            TO ACT-FOLIO-DESDE.
           MOVE 1                       TO ACT-CANT-FOLIOS
                                           ACT-CANT-RENGLONES.
           MOVE NVD-MATERIA             TO ACT-MATERIA.
           MOVE WS-REG-COMISION(WS-POS-ORIGINAL)
                                        TO ACT-COMISION.
           MOVE NVD-TERMINO             TO ACT-TERMINO.
           MOVE ZERO                    TO ACT-FECHA-MESA.
           MOVE WS-ACTA-ORIGINAL        TO ACT-ACTA-ORIGINAL.
           MOVE NVD-LEGAJO              TO ACT-LEGAJO.
           MOVE NVD-CODIGO              TO ACT-COD-NOVEDAD.
           MOVE NVD-FECHA               TO ACT-FECHA-NOVEDAD.
           MOVE WS-FECHA-EMISION        TO ACT-FECHA-EMISION.
           MOVE 'TP01EJ04'              TO ACT-PROGRAMA.

           MOVE WS-NRO-RECTIFICATIVA    TO ADT-NRO-ACTA.
           MOVE 1                       TO ADT-RENGLON.
           MOVE NVD-LEGAJO              TO ADT-LEGAJO.
           MOVE WS-RCT-NOMAPELL         TO ADT-NOMAPELL.

           IF NVD-CODIGO = 'B'
              MOVE ZERO                 TO ADT-NOTA
              MOVE 'ANULADA'            TO ADT-CONDICION
           ELSE
              MOVE WS-FIC-PROMEDIO(WS-POS-FICHA)   TO ADT-NOTA
              MOVE WS-FIC-CONDICION(WS-POS-FICHA)  TO ADT-CONDICION
           END-IF.

           OPEN EXTEND ACTASDET.

           IF FS-ACTASDET-NFD
              OPEN OUTPUT ACTASDET
           END-IF.

           IF FS-ACTASDET-OK
              WRITE REG-ACTASDET
           END-IF.

           IF NOT FS-ACTASDET-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTASDET'
              DISPLAY 'FILE STATUS: ' FS-ACTASDET
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           CLOSE ACTASDET.

           OPEN EXTEND ACTAS.

           IF FS-ACTAS-OK
              WRITE REG-ACTAS
           END-IF.

           IF NOT FS-ACTAS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO ACTAS'
              DISPLAY 'FILE STATUS: ' FS-ACTAS
              PERFORM 9999-ABORTAR-PROGRAMA
              THRU 9999-ABORTAR-PROGRAMA-EXIT
           END-IF.

           CLOSE ACTAS.

           PERFORM 1075-AGREGAR-A-TABLA
              THRU 1075-AGREGAR-A-TABLA-EXIT.

           ADD 1                        TO WS-CONT-RECTIFICATIVAS.

       2280-REGISTRAR-RECTIFICATIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       2300-RECALCULAR-TERMINOS.
           PERFORM 2500-GRABAR-ARCH-RECTIF
              THRU 2500-GRABAR-ARCH-RECTIF-EXIT.

           IF WS-NRO-RECTIFICATIVA > ZERO
              MOVE WS-NRO-RECTIFICATIVA TO WS-LIS-R-NRO
              MOVE WS-ACTA-ORIGINAL     TO WS-LIS-R-ORIGINAL
              MOVE WS-RCT-LIBRO         TO WS-LIS-R-LIBRO
              MOVE WS-RCT-FOLIO         TO WS-LIS-R-FOLIO
              IF WS-RECTIF-YA-EMITIDA
                 MOVE 'YA EMITIDA'      TO WS-LIS-R-ESTADO
              ELSE
                 MOVE 'EMITIDA'         TO WS-LIS-R-ESTADO
              END-IF
              MOVE WS-LIS-ACTA-RECTIF   TO REG-RECTIF
              PERFORM 2500-GRABAR-ARCH-RECTIF
                 THRU 2500-GRABAR-ARCH-RECTIF-EXIT
           END-IF.

           IF WS-RECTIF-PENDIENTE
              MOVE WS-LIS-RECTIF-PENDIENTE
                                        TO REG-RECTIF
              PERFORM 2500-GRABAR-ARCH-RECTIF
                 THRU 2500-GRABAR-ARCH-RECTIF-EXIT
           END-IF.

       2400-LISTAR-RECTIFICACION-EXIT.

           EXIT.
           MOVE WS-CONT-BAJAS           TO WS-LIS-D-BAJAS.
           MOVE WS-CONT-RECHAZADAS      TO WS-LIS-D-RECHAZADAS.
           MOVE WS-CONT-GRABADOS        TO WS-LIS-D-GRABADOS.
           MOVE WS-CONT-RECTIFICATIVAS  TO WS-LIS-D-RECTIFICATIVAS.
           MOVE WS-CONT-RECTIF-PENDIENTES
                                        TO WS-LIS-D-RECTIF-PENDIENTES.
           MOVE WS-CONT-HUERFANOS       TO WS-LIS-D-HUERFANOS.

           MOVE WS-LIS-SEPARADOR        TO REG-RECTIF.
           PERFORM 2500-GRABAR-ARCH-RECTIF
           PERFORM 2500-GRABAR-ARCH-RECTIF
              THRU 2500-GRABAR-ARCH-RECTIF-EXIT.

           MOVE WS-LIS-TOTALES-8        TO REG-RECTIF.
           PERFORM 2500-GRABAR-ARCH-RECTIF
              THRU 2500-GRABAR-ARCH-RECTIF-EXIT.

           MOVE WS-LIS-TOTALES-9        TO REG-RECTIF.
           PERFORM 2500-GRABAR-ARCH-RECTIF
              THRU 2500-GRABAR-ARCH-RECTIF-EXIT.

           MOVE WS-LIS-TOTALES-10       TO REG-RECTIF.
           PERFORM 2500-GRABAR-ARCH-RECTIF
              THRU 2500-GRABAR-ARCH-RECTIF-EXIT.

           MOVE WS-LIS-SEPARADOR        TO REG-RECTIF.
           PERFORM 2500-GRABAR-ARCH-RECTIF
              THRU 2500-GRABAR-ARCH-RECTIF-EXIT.
               WHEN WS-ERROR-ARCHIVO
                    MOVE 8  TO WS-COD-RETORNO
               WHEN WS-CONT-RECHAZADAS > ZERO
                    OR WS-CONT-HUERFANOS > ZERO
                    MOVE 4  TO WS-COD-RETORNO
               WHEN OTHER
                    MOVE 0  TO WS-COD-RETORNO
