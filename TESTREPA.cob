       FD  ARCH-REENVIO.
       COPY WENTRADA.
       WORKING-STORAGE SECTION.
       COPY WOPERAD.
       COPY WMANTLOG.
       COPY WROMAN.
       COPY WROMARIT.
       COPY WROMFECH.
       01 W-VALOR-ARIT.
          05 W-VAL-ARIT-ROMANO-1  PIC X(14).
          05 W-VAL-ARIT-ROMANO-2  PIC X(14).
          05 W-VAL-ARIT-OPERACION PIC X(01).
          05 FILLER               PIC X(01).
       01 W-VALOR-FECHA.
          05 W-VAL-FEC-SENTIDO    PIC X(01).
          05 W-VAL-FEC-FORMATO    PIC X(01).
          05 W-VAL-FEC-ROMANO     PIC X(28).
          05 W-VAL-FEC-NUMERICA REDEFINES W-VAL-FEC-ROMANO.
             10 W-VAL-FEC-FECHA   PIC 9(08).
             10 FILLER            PIC X(20).
       01 W-VALOR-ANUL.
          05 W-VAL-ANUL-FUENTE    PIC X(03).
          05 W-VAL-ANUL-SECUENCIA PIC 9(08).
          05 FILLER               PIC X(19).
       01 W-FS-RECHAZOS   PIC X(02).
       01 W-FS-REENVIO    PIC X(02).
       01 W-FIN-RECHAZOS  PIC X(01) VALUE 'N'.
       01 TELA-REPARA.
          05 BLANK SCREEN.
          05 LINE 02 COLUMN 10 VALUE 'REPARACION DE RECHAZOS'.
          05 LINE 02 COLUMN 50 VALUE 'OPERADOR:'.
          05 LINE 02 COLUMN 60 PIC X(08) FROM W-OPE-ID.
          05 LINE 04 COLUMN 10 VALUE 'REGISTRO :'.
          05 LINE 04 COLUMN 21 PIC 9(08) FROM W-ED-NUMREG.
          05 LINE 04 COLUMN 35 VALUE 'SECUENCIA:'.
                  WHEN 2
                     PERFORM 10-LEER-RECHAZO
                  WHEN OTHER
                     IF OPE-PUEDE-REPARAR
                        PERFORM 3-VALIDAR-CORRECCION
                     ELSE
                        MOVE 'FUNCION NO PERMITIDA PARA EL OPERADOR'
                            TO W-RESULTADO
                     END-IF
               END-EVALUATE
            END-PERFORM
            PERFORM 4-FIN.

      * CUALQUIER OPERADOR INGRESADO PUEDE RECORRER LOS RECHAZOS;
      * SOLO EL PERFIL DE REPARACION PUEDE VALIDAR Y REENVIAR.
       1-INICIO.
            MOVE 'TESTREPA' TO W-OPE-PROGRAMA
            CALL 'ROMANOPE' USING W-OPERADOR
            IF NOT OPE-IDENTIFICADO
               DISPLAY 'TESTREPA - INGRESO DE OPERADOR RECHAZADO'
               MOVE 08 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARCH-RECHAZOS
            IF W-FS-RECHAZOS NOT = '00'
               DISPLAY 'TESTREPA - NO HAY RECHAZOS PENDIENTES, FS='
                     MOVE 'ROMANO 2 INVALIDO'      TO W-ED-MOTIVO
                  WHEN 13
                     MOVE 'OPERACION INVALIDA'     TO W-ED-MOTIVO
                  WHEN 14
                     MOVE 'SENTIDO/FORMATO DE FECHA' TO W-ED-MOTIVO
                  WHEN 15
                     MOVE 'FECHA INEXISTENTE'      TO W-ED-MOTIVO
                  WHEN 20
                     MOVE 'DECIMAL FUERA DE RANGO' TO W-ED-MOTIVO
                  WHEN 21
                     MOVE 'FUENTE INVALIDA O INACTIVA' TO W-ED-MOTIVO
                  WHEN 40
                     MOVE 'DUPLICADO YA PROCESADO'     TO W-ED-MOTIVO
                  WHEN 50
                     MOVE 'ANULA ALGO NO PROCESADO'    TO W-ED-MOTIVO
                  WHEN 51
                     MOVE 'ORIGINAL YA ANULADA'        TO W-ED-MOTIVO
                  WHEN 52
                     MOVE 'ANULACION FUERA DE DIARIA'  TO W-ED-MOTIVO
                  WHEN OTHER
                     MOVE 'ERROR GENERAL'          TO W-ED-MOTIVO
               END-EVALUATE
            .

       3-VALIDAR-CORRECCION.
            EVALUATE W-ED-TIPO
               WHEN 'A'
                  PERFORM 32-VALIDAR-ARIT
               WHEN 'F'
                  PERFORM 34-VALIDAR-FECHA
               WHEN 'V'
                  PERFORM 35-VALIDAR-ANULACION
               WHEN OTHER
                  PERFORM 33-VALIDAR-SIMPLE
            END-EVALUATE
            .

       33-VALIDAR-SIMPLE.
            MOVE W-VAL-ARIT-OPERACION TO W-ARIT-OPERACION
            MOVE ZEROES TO W-ARIT-CORRIDA
            MOVE SPACES TO W-ARIT-ORIGEN
            MOVE ZEROES TO W-ARIT-SECUENCIA
            CALL 'ROMANARIT' USING W-ROMAN-ARIT
            EVALUATE W-ARIT-RESPUESTA
               WHEN ZEROES
            END-EVALUATE
            .

      * UNA FECHA SE CORRIGE CON EL VALOR COMPLETO: SENTIDO (R/F),
      * FORMATO (1/2) Y LA FECHA AAAAMMDD O LA FECHA ROMANA.
       34-VALIDAR-FECHA.
            MOVE W-NUEVO-VALOR     TO W-VALOR-FECHA
            MOVE W-VAL-FEC-SENTIDO TO W-FEC-SENTIDO
            MOVE W-VAL-FEC-FORMATO TO W-FEC-FORMATO
            MOVE ZEROES            TO W-FEC-FECHA
            MOVE SPACES            TO W-FEC-ROMANO
            IF W-VAL-FEC-SENTIDO = 'R'
               IF W-VAL-FEC-FECHA IS NUMERIC
                  MOVE W-VAL-FEC-FECHA TO W-FEC-FECHA
               END-IF
            ELSE
               MOVE W-VAL-FEC-ROMANO TO W-FEC-ROMANO
            END-IF
            MOVE ZEROES TO W-FEC-CORRIDA
            MOVE SPACES TO W-FEC-ORIGEN
            MOVE ZEROES TO W-FEC-SECUENCIA
            CALL 'ROMANFECHA' USING W-ROMAN-FECHA
            EVALUATE W-FEC-RESPUESTA
               WHEN ZEROES
                  PERFORM 31-GRABAR-REENVIO
                  MOVE 'R' TO RCH-ESTADO
                  REWRITE REG-RECHAZO
                  PERFORM 10-LEER-RECHAZO
                  STRING 'REENVIADO - '     DELIMITED BY SIZE
                         W-FEC-ROMANO       DELIMITED BY SPACE
                         ' = '              DELIMITED BY SIZE
                         W-FEC-FECHA        DELIMITED BY SIZE
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

      * UNA ANULACION SE CORRIGE CON LA REFERENCIA A LA ORIGINAL:
      * FUENTE (LA MISMA DEL RECHAZO) Y SECUENCIA DISTINTA DE LA
      * PROPIA. LA EXISTENCIA DE LA ORIGINAL LA VUELVE A VERIFICAR
      * EL LOTE CUANDO PROCESA EL REENVIO.
       35-VALIDAR-ANULACION.
            MOVE W-NUEVO-VALOR TO W-VALOR-ANUL
            IF W-VAL-ANUL-FUENTE = SPACES
               MOVE 'FALTA LA FUENTE DE LA ORIGINAL' TO W-RESULTADO
            ELSE
               IF W-VAL-ANUL-FUENTE NOT = RCH-FUENTE
                  MOVE 'LA ORIGINAL DEBE SER DE LA MISMA FUENTE'
                      TO W-RESULTADO
               ELSE
                  IF W-VAL-ANUL-SECUENCIA IS NOT NUMERIC
                  OR W-VAL-ANUL-SECUENCIA = ZEROES
                     MOVE 'SECUENCIA DE LA ORIGINAL INVALIDA'
                         TO W-RESULTADO
                  ELSE
                     IF W-VAL-ANUL-SECUENCIA = W-ED-SECUENCIA
                        MOVE 'LA ANULACION NO PUEDE ANULARSE A SI MISMA'
                            TO W-RESULTADO
                     ELSE
                        PERFORM 31-GRABAR-REENVIO
                        MOVE 'R' TO RCH-ESTADO
                        REWRITE REG-RECHAZO
                        PERFORM 10-LEER-RECHAZO
                        STRING 'REENVIADO - ANULA '  DELIMITED BY SIZE
                               W-VAL-ANUL-FUENTE     DELIMITED BY SIZE
                               ' '                   DELIMITED BY SIZE
                               W-VAL-ANUL-SECUENCIA  DELIMITED BY SIZE
                               INTO W-RESULTADO
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

      * EL REENVIO QUEDA EN LA BITACORA DE MANTENIMIENTO CON EL
      * RECHAZO TAL COMO ESTABA (ANTES) Y EL REGISTRO DE ENTRADA
      * QUE SE AGREGA A REENVIO (DESPUES).
       31-GRABAR-REENVIO.
            MOVE REG-RECHAZO     TO MLG-ANTES
            MOVE SPACES          TO REG-ENTRADA
            MOVE W-ED-TIPO       TO ENT-TIPO
            MOVE W-ED-SECUENCIA  TO ENT-SECUENCIA
                  MOVE SPACES        TO ENT-VALOR
                  MOVE W-DECIMAL     TO ENT-DECIMAL
               WHEN 'A'
               WHEN 'F'
               WHEN 'V'
                  MOVE W-NUEVO-VALOR TO ENT-VALOR
               WHEN OTHER
                  MOVE W-ROMANO      TO ENT-VALOR
            END-EVALUATE
            WRITE REG-ENTRADA
            ADD 1 TO W-TOTAL-REENVIADOS
            MOVE 'R'             TO MLG-ACCION
            MOVE W-OPE-ID        TO MLG-OPERADOR
            MOVE 'TESTREPA'      TO MLG-PROGRAMA
            MOVE 'RECHAZOS'      TO MLG-ARCHIVO
            MOVE SPACES          TO MLG-CLAVE
            STRING RCH-FUENTE    DELIMITED BY SIZE
                   RCH-SECUENCIA DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   RCH-NUMREG    DELIMITED BY SIZE
                   INTO MLG-CLAVE
            MOVE REG-ENTRADA     TO MLG-DESPUES
            CALL 'ROMANLOG' USING REG-MANTLOG
            .

       4-FIN.
