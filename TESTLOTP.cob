       01  REG-FLUJO.
           05 FLU-NUMERO       PIC 9(01).
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       COPY WROMAN.
       COPY WROMLOTE.
       COPY WROMARIT.
       COPY WROMSELL.
       COPY WROMFECH.
       COPY WPARAM.
       01 W-LOTE-I          PIC 9(04).
       01 W-LOTE-NUMREGS.
          05 W-TOTAL-LEIDOS    PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-BUENOS    PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-MALOS     PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-DESVIADOS PIC 9(08) VALUE ZEROES.
          05 W-NUM-REGISTRO    PIC 9(08) VALUE ZEROES.
          05 W-ULTIMO-PUNTO    PIC 9(08) VALUE ZEROES.
          05 W-ULTIMO-PROCESADO PIC 9(08) VALUE ZEROES.
            PERFORM 3-FIN.

       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTLOTP' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            MOVE W-FECHA-HORA-SYS(9:6) TO W-HORA-INICIO
               MOVE W-FECHA-HORA-SYS(9:6) TO RUN-HORA-FIN
               COMPUTE RUN-LEIDOS =
                       W-LEIDOS-BASE + W-TOTAL-LEIDOS
               CALL 'ROMANSELLO' USING W-ROMAN-SELLO
               MOVE W-SELLO-CADENA TO RUN-CADENA
            ELSE
               MOVE SPACES        TO RUN-HORA-FIN
               MOVE W-TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE SPACES        TO RUN-CADENA
            END-IF
            MOVE W-TOTAL-BUENOS   TO RUN-BUENOS
            MOVE W-TOTAL-MALOS    TO RUN-MALOS
       2-PROCESO.
            MOVE ZEROES TO W-LOTE-CANTIDAD
            PERFORM UNTIL FIN-ARCHIVO OR PAR-TIPO-ARIT
                    OR PAR-TIPO-ANULACION OR PAR-TIPO-FECHA
                    OR W-LOTE-CANTIDAD = W-INTERVALO-CHKPT
               ADD 1 TO W-LOTE-CANTIDAD
               ADD 1 TO W-TOTAL-LEIDOS
               END-IF
               MOVE PAR-FUENTE     TO W-LOTE-FUENTE(W-LOTE-CANTIDAD)
               MOVE PAR-FUENTE     TO W-LOTE-FUE(W-LOTE-CANTIDAD)
               MOVE PAR-TIPO       TO W-LOTE-TIP(W-LOTE-CANTIDAD)
               MOVE PAR-SECUENCIA  TO W-LOTE-SECU(W-LOTE-CANTIDAD)
               MOVE PAR-VALOR      TO W-LOTE-VALOR(W-LOTE-CANTIDAD)
               MOVE PAR-NUMREG     TO W-LOTE-ORIG(W-LOTE-CANTIDAD)
               MOVE W-NUM-REGISTRO TO W-LOTE-NUMREG(W-LOTE-CANTIDAD)
                     MOVE W-LOTE-DECIMAL(W-LOTE-I)   TO SP-DECIMAL
                     MOVE W-LOTE-RESPUESTA(W-LOTE-I) TO SP-RESPUESTA
                     MOVE W-LOTE-FUENTE(W-LOTE-I)    TO SP-FUENTE
                     MOVE W-FECHA-HOY                TO SP-FECHA
                     MOVE W-CORRIDA                  TO SP-CORRIDA
                     WRITE REG-SALPAR
                  ELSE
                     ADD 1 TO W-TOTAL-MALOS
            IF NOT FIN-ARCHIVO AND PAR-TIPO-ARIT
               PERFORM 23-PROCESAR-ARIT
            END-IF
            IF NOT FIN-ARCHIVO AND PAR-TIPO-ANULACION
               PERFORM 24-DESVIAR-ANULACION
            END-IF
            IF NOT FIN-ARCHIVO AND PAR-TIPO-FECHA
               PERFORM 25-PROCESAR-FECHA
            END-IF
            .

      * IGUAL QUE EN TESTLOTE: LAS TRANSACCIONES 'A' SE RESUELVEN
            MOVE PAR-ARIT-OPERACION TO W-ARIT-OPERACION
            MOVE W-CORRIDA          TO W-ARIT-CORRIDA
            MOVE PAR-FUENTE         TO W-ARIT-ORIGEN
            MOVE PAR-SECUENCIA      TO W-ARIT-SECUENCIA
            CALL 'ROMANARIT' USING W-ROMAN-ARIT
            IF W-ARIT-RESPUESTA = ZEROES
               ADD 1 TO W-TOTAL-BUENOS
               MOVE W-ARIT-DECIMAL-RES TO SP-DECIMAL
               MOVE W-ARIT-RESPUESTA   TO SP-RESPUESTA
               MOVE PAR-FUENTE         TO SP-FUENTE
               MOVE W-FECHA-HOY        TO SP-FECHA
               MOVE W-CORRIDA          TO SP-CORRIDA
               WRITE REG-SALPAR
            ELSE
               ADD 1 TO W-TOTAL-MALOS
            PERFORM 10-LEER-PARTE
            .

      * LAS ANULACIONES ('V') NECESITAN EL REGISTRO DE PAREJAS
      * PROCESADAS, QUE LOS FLUJOS NO LEEN (SUS PAREJAS LAS
      * REGISTRA TESTMERG AL FUSIONAR): LOS FLUJOS NO LAS
      * RESUELVEN.  SE DEJAN EN RECHAZOS CON
      * MOTIVO 52, SIN AUDITORIA Y FUERA DE LOS LEIDOS (IGUAL QUE UN
      * DUPLICADO EN TESTLOTE), PARA REENVIARLAS DESDE TESTREPA A
      * LA CORRIDA DIARIA.
       24-DESVIAR-ANULACION.
            ADD 1 TO W-TOTAL-DESVIADOS
            MOVE PAR-NUMREG         TO RCH-NUMREG
            MOVE 52                 TO RCH-MOTIVO
            MOVE PAR-TIPO           TO RCH-TIPO
            MOVE PAR-SECUENCIA      TO RCH-SECUENCIA
            MOVE PAR-FUENTE         TO RCH-FUENTE
            MOVE PAR-VALOR          TO RCH-VALOR
            MOVE W-CORRIDA          TO RCH-CORRIDA
            MOVE 'P'                TO RCH-ESTADO
            WRITE REG-RECHAZO
            MOVE W-NUM-REGISTRO TO W-ULTIMO-PROCESADO
            MOVE W-TOTAL-LEIDOS TO W-LEIDOS-PROC
            PERFORM 11-GRABAR-CHECKPOINT
            PERFORM 10-LEER-PARTE
            .

      * IGUAL QUE EN TESTLOTE: LAS FECHAS ('F') SE RESUELVEN UNA A
      * UNA POR ROMANFECHA.
       25-PROCESAR-FECHA.
            ADD 1 TO W-TOTAL-LEIDOS
            MOVE PAR-FEC-SENTIDO    TO W-FEC-SENTIDO
            MOVE PAR-FEC-FORMATO    TO W-FEC-FORMATO
            MOVE ZEROES             TO W-FEC-FECHA
            MOVE SPACES             TO W-FEC-ROMANO
            IF PAR-FEC-SENTIDO = 'R'
               IF PAR-FEC-FECHA IS NUMERIC
                  MOVE PAR-FEC-FECHA TO W-FEC-FECHA
               END-IF
            ELSE
               MOVE PAR-FEC-ROMANO  TO W-FEC-ROMANO
            END-IF
            MOVE W-CORRIDA          TO W-FEC-CORRIDA
            MOVE PAR-FUENTE         TO W-FEC-ORIGEN
            MOVE PAR-SECUENCIA      TO W-FEC-SECUENCIA
            CALL 'ROMANFECHA' USING W-ROMAN-FECHA
            IF W-FEC-RESPUESTA = ZEROES
               ADD 1 TO W-TOTAL-BUENOS
               MOVE PAR-NUMREG         TO SP-NUMREG
               MOVE PAR-TIPO           TO SP-TIPO
               MOVE PAR-SECUENCIA      TO SP-SECUENCIA
               MOVE W-FEC-ROMANO       TO SP-ROMANO
               MOVE W-FEC-FECHA        TO SP-DECIMAL
               MOVE W-FEC-RESPUESTA    TO SP-RESPUESTA
               MOVE PAR-FUENTE         TO SP-FUENTE
               MOVE W-FECHA-HOY        TO SP-FECHA
               MOVE W-CORRIDA          TO SP-CORRIDA
               WRITE REG-SALPAR
            ELSE
               ADD 1 TO W-TOTAL-MALOS
               MOVE PAR-NUMREG         TO RCH-NUMREG
               MOVE W-FEC-RESPUESTA    TO RCH-MOTIVO
               MOVE PAR-TIPO           TO RCH-TIPO
               MOVE PAR-SECUENCIA      TO RCH-SECUENCIA
               MOVE PAR-FUENTE         TO RCH-FUENTE
               MOVE PAR-VALOR          TO RCH-VALOR
               MOVE W-CORRIDA          TO RCH-CORRIDA
               MOVE 'P'                TO RCH-ESTADO
               WRITE REG-RECHAZO
            END-IF
            MOVE W-NUM-REGISTRO TO W-ULTIMO-PROCESADO
            MOVE W-TOTAL-LEIDOS TO W-LEIDOS-PROC
            PERFORM 11-GRABAR-CHECKPOINT
            PERFORM 10-LEER-PARTE
            .

       11-GRABAR-CHECKPOINT.
            OPEN EXTEND ARCH-CHKPT
            IF W-FS-CHKPT NOT = '00'
            DISPLAY 'TESTLOTP - registros leidos : ' W-TOTAL-LEIDOS
            DISPLAY 'TESTLOTP - convertidos bien  : ' W-TOTAL-BUENOS
            DISPLAY 'TESTLOTP - rechazados        : ' W-TOTAL-MALOS
            DISPLAY 'TESTLOTP - auditoria sellada : '
                    W-SELLO-ESCRITOS
            DISPLAY 'TESTLOTP - anulaciones desv. : '
                    W-TOTAL-DESVIADOS
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'            TO W-TIE-FUNCION
            MOVE W-FLUJO        TO W-TIE-FLUJO
            MOVE W-CORRIDA      TO W-TIE-CORRIDA
            COMPUTE W-TIE-LEIDOS = W-TOTAL-LEIDOS + W-TOTAL-DESVIADOS
            MOVE W-TOTAL-BUENOS TO W-TIE-GRABADOS
            MOVE RETURN-CODE    TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC       TO RETURN-CODE
            STOP RUN.

      * UNA CORRIDA QUE TERMINA LIMPIA VACIA SU PUNTO DE CONTROL.
