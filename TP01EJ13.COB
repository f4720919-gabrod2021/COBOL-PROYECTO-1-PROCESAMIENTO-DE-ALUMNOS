      *----------------------------------------------------------------*
      *    LOS REGISTROS DEL CONDUCTOR (UN PASO POR PROGRAMA) SE
      *    CUENTAN APARTE: SUS VOLUMENES VIENEN EN CERO Y NO DEBEN
      *    PISAR LAS ESTADISTICAS DE LAS CORRIDAS.  LAS ENTREGAS DEL
      *    EXTRACTO DE INVESTIGACION (AUN LAS ANULADAS) TAMPOCO SON
      *    CORRIDAS DE CIERRE.

       2100-CLASIFICAR-REGISTRO.

               WHEN 'PASO DETENIDO'
               WHEN 'BACKOUT OK'
               WHEN 'BACKOUT ERROR'
               WHEN 'ENTREGA INVEST'
               WHEN 'ENTREGA ANULADA'
                    SET WS-REG-PASO    TO TRUE
               WHEN OTHER
                    SET WS-REG-CORRIDA TO TRUE
