       01 W-TOTAL-PROCESADOS PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-OK         PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-RECHAZADOS PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-ANULADOS   PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-FECHAS     PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-ENTRADA    PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-CORRIDAS   PIC 9(08) VALUE ZEROES.
       01 W-VALOR-MINIMO     PIC 9(10) VALUE 9999999999.
            END-READ
            .

      * LAS ANULACIONES ACEPTADAS SE CUENTAN APARTE Y NO ENTRAN AL
      * MINIMO, MAXIMO NI PROMEDIO DE LOS VALORES CONVERTIDOS.  LO
      * MISMO LAS FECHAS ('F'), CUYO DECIMAL ES UNA FECHA AAAAMMDD.
       2-LEER-AUDITORIA.
            IF AUD-FECHA = W-FECHA-HOY
               AND (AUD-FUENTE-LOTE
                    OR ((AUD-FUENTE-ARIT OR AUD-FUENTE-ANUL
                         OR AUD-FUENTE-FECHA)
                        AND AUD-CORRIDA IS NUMERIC
                        AND AUD-CORRIDA > ZEROES))
               ADD 1 TO W-TOTAL-PROCESADOS
               PERFORM 21-ACUMULAR-CORRIDA
               EVALUATE TRUE
                  WHEN AUD-RESPUESTA NOT = ZEROES
                     ADD 1 TO W-TOTAL-RECHAZADOS
                  WHEN AUD-FUENTE-ANUL
                     ADD 1 TO W-TOTAL-ANULADOS
                  WHEN AUD-FUENTE-FECHA
                     ADD 1 TO W-TOTAL-FECHAS
                  WHEN OTHER
                     ADD 1 TO W-TOTAL-OK
                     ADD AUD-DECIMAL TO W-VALOR-SUMA
                     IF AUD-DECIMAL < W-VALOR-MINIMO
                        MOVE AUD-DECIMAL TO W-VALOR-MINIMO
                     END-IF
                     IF AUD-DECIMAL > W-VALOR-MAXIMO
                        MOVE AUD-DECIMAL TO W-VALOR-MAXIMO
                     END-IF
               END-EVALUATE
            END-IF
            PERFORM 20-LEER-REG-AUDITORIA
            .
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-ANULADOS TO W-EDIT-08
            STRING 'ANULACIONES ACEPTADAS : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-FECHAS TO W-EDIT-08
            STRING 'FECHAS CONVERTIDAS    : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-VALOR-MINIMO TO W-EDIT-10
            STRING 'VALOR MINIMO          : ' DELIMITED BY SIZE
                   W-EDIT-10                  DELIMITED BY SIZE
            DISPLAY 'TESTREP - procesados  : ' W-TOTAL-PROCESADOS
            DISPLAY 'TESTREP - exitosos    : ' W-TOTAL-OK
            DISPLAY 'TESTREP - rechazados  : ' W-TOTAL-RECHAZADOS
            DISPLAY 'TESTREP - anulaciones : ' W-TOTAL-ANULADOS
            DISPLAY 'TESTREP - reg. entrada: ' W-TOTAL-ENTRADA
            STOP RUN.
