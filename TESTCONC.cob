       FD  ARCH-CONCST.
       COPY WCONCST.
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       01 W-FS-AUDITORIA    PIC X(02).
       01 W-FS-SALIDA       PIC X(02).
       01 W-FS-RECHAZOS     PIC X(02).
            PERFORM 6-FIN.

       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTCONC' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            OPEN OUTPUT ARCH-REPORTE
               END-IF
               PERFORM 14-PROBAR-CORRIDA
               IF RCH-MOTIVO = 30 OR RCH-MOTIVO = 40
                  OR RCH-MOTIVO = 52
                  MOVE 'N' TO W-EN-JUEGO
               END-IF
            END-IF
            PERFORM 14-PROBAR-CORRIDA
            IF AUD-FECHA = W-FECHA-HOY AND CORRIDA-EN-JUEGO
               AND (AUD-FUENTE-LOTE
                    OR ((AUD-FUENTE-ARIT OR AUD-FUENTE-ANUL
                         OR AUD-FUENTE-FECHA)
                        AND AUD-CORRIDA IS NUMERIC
                        AND AUD-CORRIDA > ZEROES))
               ADD 1 TO W-TOTAL-AUDITORIA
               IF AUD-RESPUESTA = ZEROES
            DISPLAY 'TESTCONC - diferencias: ' W-TOTAL-DIFERENCIA
            DISPLAY 'TESTCONC - sin salida : ' W-TOTAL-SIN-SALIDA
            DISPLAY 'TESTCONC - sin audit  : ' W-TOTAL-SIN-AUDIT
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'               TO W-TIE-FUNCION
            MOVE W-TOTAL-AUDITORIA TO W-TIE-LEIDOS
            MOVE W-TOTAL-PAREJAS   TO W-TIE-GRABADOS
            MOVE RETURN-CODE       TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC          TO RETURN-CODE
            STOP RUN.
