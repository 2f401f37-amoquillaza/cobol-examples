       12-LEER-RECHAZO.
            PERFORM 121-LEER-REG-RECHAZO
            PERFORM UNTIL FIN-RECHAZOS
                    OR (RCH-MOTIVO NOT = 30 AND RCH-MOTIVO NOT = 40
                        AND RCH-MOTIVO NOT = 52)
               PERFORM 121-LEER-REG-RECHAZO
            END-PERFORM
            .
       2-CONCILIAR.
            IF AUD-FECHA = W-FECHA-HOY
               AND (AUD-FUENTE-LOTE
                    OR ((AUD-FUENTE-ARIT OR AUD-FUENTE-FECHA)
                        AND AUD-CORRIDA IS NUMERIC
                        AND AUD-CORRIDA > ZEROES))
               ADD 1 TO W-TOTAL-AUDITORIA
               IF AUD-RESPUESTA = ZEROES
