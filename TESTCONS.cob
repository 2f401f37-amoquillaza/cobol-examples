       WORKING-STORAGE SECTION.
       COPY WROMAN.
       COPY WROMARIT.
       COPY WROMFECH.
       01 W-OPCION        PIC 9(01) VALUE 1.
       01 W-ROMANO-2      PIC X(30) VALUE SPACES.
       01 W-OPERACION     PIC X(01) VALUE 'S'.
       01 W-FECHA         PIC 9(08) VALUE ZEROES.
       01 W-SENTIDO       PIC X(01) VALUE 'R'.
       01 W-FORMATO       PIC X(01) VALUE '1'.
       01 W-DECIMAL-ED    PIC Z(9)9.
       01 W-RESULTADO     PIC X(50) VALUE SPACES.
       01 W-SALIR         PIC X(01) VALUE 'N'.
          05 BLANK SCREEN.
          05 LINE 02 COLUMN 10 VALUE 'CONSULTA DE NUMEROS ROMANOS'.
          05 LINE 04 COLUMN 10
             VALUE 'OPCION (1=ROM->DEC 2=DEC->ROM 3=ARIT 4=FECHA'.
          05 LINE 04 COLUMN 54 VALUE ' 0=SALIR):'.
          05 LINE 04 COLUMN 65 PIC 9(01) USING W-OPCION.
          05 LINE 06 COLUMN 10 VALUE 'ROMANO  :'.
          05 LINE 06 COLUMN 20 PIC X(30) USING W-ROMANO.
          05 LINE 07 COLUMN 10 VALUE 'DECIMAL :'.
          05 LINE 08 COLUMN 20 PIC X(30) USING W-ROMANO-2.
          05 LINE 08 COLUMN 52 VALUE 'OPER (S/R):'.
          05 LINE 08 COLUMN 64 PIC X(01) USING W-OPERACION.
          05 LINE 09 COLUMN 10 VALUE 'FECHA   :'.
          05 LINE 09 COLUMN 20 PIC 9(08) USING W-FECHA.
          05 LINE 09 COLUMN 30 VALUE 'SENTIDO (R/F):'.
          05 LINE 09 COLUMN 45 PIC X(01) USING W-SENTIDO.
          05 LINE 09 COLUMN 48 VALUE 'FORMATO (1/2):'.
          05 LINE 09 COLUMN 63 PIC X(01) USING W-FORMATO.
          05 LINE 11 COLUMN 10 VALUE 'RESULTADO:'.
          05 LINE 11 COLUMN 22 PIC X(50) FROM W-RESULTADO.
       PROCEDURE DIVISION.

            PERFORM UNTIL SALIR-PROGRAMA
               PERFORM 1-PEDIR-DATOS
               IF NOT SALIR-PROGRAMA
                  EVALUATE W-OPCION
                     WHEN 3
                        PERFORM 4-ARITMETICA
                        PERFORM 3-MOSTRAR-PANTALLA
                     WHEN 4
                        PERFORM 5-FECHA
                        PERFORM 3-MOSTRAR-PANTALLA
                     WHEN OTHER
                        PERFORM 2-CONVERTIR
                        PERFORM 3-MOSTRAR
                  END-EVALUATE
               END-IF
            END-PERFORM
            STOP RUN.
            MOVE SPACES TO W-ROMANO W-ROMANO-2 W-RESULTADO
            MOVE 'S'    TO W-OPERACION
            MOVE ZEROES TO W-DECIMAL-ED
            MOVE ZEROES TO W-FECHA
            MOVE 'R'    TO W-SENTIDO
            MOVE '1'    TO W-FORMATO
            DISPLAY TELA-CONSULTA
            ACCEPT TELA-CONSULTA
            IF W-OPCION = ZEROES
            MOVE W-OPERACION TO W-ARIT-OPERACION
            MOVE ZEROES      TO W-ARIT-CORRIDA
            MOVE SPACES      TO W-ARIT-ORIGEN
            MOVE ZEROES      TO W-ARIT-SECUENCIA
            CALL 'ROMANARIT' USING W-ROMAN-ARIT
            EVALUATE W-ARIT-RESPUESTA
               WHEN ZEROES
                  MOVE 'ERROR GENERAL' TO W-RESULTADO
            END-EVALUATE
            .

      * FECHA COMPLETA: SENTIDO R PASA LA FECHA AAAAMMDD A
      * ROMANOS, F LEE LA FECHA ROMANA DEL CAMPO ROMANO.  FORMATO
      * 1 = 15.X.MMXXVI, FORMATO 2 = XV.X.MMXXVI.
       5-FECHA.
            MOVE W-SENTIDO   TO W-FEC-SENTIDO
            MOVE W-FORMATO   TO W-FEC-FORMATO
            MOVE W-FECHA     TO W-FEC-FECHA
            MOVE W-ROMANO    TO W-FEC-ROMANO
            MOVE ZEROES      TO W-FEC-CORRIDA
            MOVE SPACES      TO W-FEC-ORIGEN
            MOVE ZEROES      TO W-FEC-SECUENCIA
            CALL 'ROMANFECHA' USING W-ROMAN-FECHA
            EVALUATE W-FEC-RESPUESTA
               WHEN ZEROES
                  MOVE W-FEC-ROMANO TO W-ROMANO
                  MOVE W-FEC-FECHA  TO W-FECHA
                  STRING 'OK - '       DELIMITED BY SIZE
                         W-FEC-ROMANO  DELIMITED BY SPACE
                         ' = '         DELIMITED BY SIZE
                         W-FEC-FECHA   DELIMITED BY SIZE
                         INTO W-RESULTADO
               WHEN 10
                  MOVE 'FECHA ROMANA MAL ESCRITA' TO W-RESULTADO
               WHEN 14
                  MOVE 'SENTIDO (R/F) O FORMATO (1/2) INVALIDO'
                      TO W-RESULTADO
               WHEN 15
                  MOVE 'FECHA INEXISTENTE' TO W-RESULTADO
               WHEN OTHER
                  MOVE 'ERROR GENERAL' TO W-RESULTADO
            END-EVALUATE
            .
