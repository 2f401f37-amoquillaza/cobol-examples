               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS W-FS-PROC.
           SELECT ARCH-AUDHIST ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHI-CLAVE
               FILE STATUS IS W-FS-AUDHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ENTRADA.
       COPY WRUNCTL.
       FD  ARCH-PROCESADOS.
       COPY WPROCREG.
       FD  ARCH-AUDHIST.
       COPY WAUDHIST.
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       COPY WROMAN.
       COPY WROMLOTE.
       COPY WROMARIT.
       COPY WROMSELL.
       COPY WROMANUL.
       COPY WROMFECH.
       COPY WPARAM.
       01 W-LOTE-I          PIC 9(04).
       01 W-LOTE-NUMREGS.
          05 W-FS-CHKPT        PIC X(02).
          05 W-FS-RUNCTL       PIC X(02).
          05 W-FS-PROC         PIC X(02).
          05 W-FS-AUDHIST      PIC X(02).
          05 W-FIN-AUDHIST     PIC X(01) VALUE 'N'.
             88 FIN-AUDHIST             VALUE 'S'.
          05 W-HISTORIA        PIC X(01) VALUE 'N'.
             88 HISTORIA-ABIERTA        VALUE 'S'.
             88 HISTORIA-AUSENTE        VALUE 'X'.
          05 W-HALLADO-HIST    PIC X(01) VALUE 'N'.
             88 HALLADO-HISTORIA        VALUE 'S'.
          05 W-ES-DUPLICADO    PIC X(01) VALUE 'N'.
             88 ES-DUPLICADO            VALUE 'S'.
          05 W-TOTAL-LEIDOS    PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-BUENOS    PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-MALOS     PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-DUPLICADOS PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-ANULADOS  PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-ERRORES-PROC PIC 9(08) VALUE ZEROES.
          05 W-NUM-REGISTRO    PIC 9(08) VALUE ZEROES.
          05 W-ULTIMO-PUNTO    PIC 9(08) VALUE ZEROES.
          05 W-ULTIMO-PROCESADO PIC 9(08) VALUE ZEROES.
       01 W-FECHA-HORA-SYS     PIC X(21).
       01 W-FECHA-HOY          PIC X(08).
       01 W-HORA-INICIO        PIC X(06).
       01 W-FECHA-HIST-FIN     PIC X(08).
       01 W-FECHA-HIST-FIN-9 REDEFINES W-FECHA-HIST-FIN PIC 9(08).
       PROCEDURE DIVISION.

            PERFORM 1-INICIO.
            PERFORM 3-FIN.

       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTLOTE' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            MOVE W-FECHA-HORA-SYS(9:6) TO W-HORA-INICIO
            ADD 1 TO W-CORRIDA
            .

      * EL REGISTRO DE CIERRE ('C') LLEVA EN RUN-CADENA EL SELLO
      * DE LA CORRIDA: EL VALOR DE CADENA DEL ULTIMO REGISTRO DE
      * AUDITORIA QUE ROMAN GRABO EN ESTA EJECUCION.  TESTSELL LO
      * BUSCA EN AUDITDD PARA DETECTAR REGISTROS BORRADOS AL FINAL
      * DEL TRAMO DE LA CORRIDA.
       15-GRABAR-RUNCTL.
            OPEN EXTEND ARCH-RUNCTL
            IF W-FS-RUNCTL NOT = '00'
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
            PERFORM UNTIL FIN-ARCHIVO OR ENT-TIPO-ARIT
                    OR ENT-TIPO-ANULACION OR ENT-TIPO-FECHA
                    OR W-LOTE-CANTIDAD = W-INTERVALO-CHKPT
               PERFORM 24-VERIFICAR-DUPLICADO
               IF ES-DUPLICADO
                  END-IF
                  MOVE ENT-FUENTE     TO W-LOTE-FUENTE(W-LOTE-CANTIDAD)
                  MOVE ENT-FUENTE     TO W-LOTE-FUE(W-LOTE-CANTIDAD)
                  MOVE ENT-TIPO       TO W-LOTE-TIP(W-LOTE-CANTIDAD)
                  MOVE ENT-SECUENCIA  TO W-LOTE-SECU(W-LOTE-CANTIDAD)
                  MOVE ENT-VALOR      TO W-LOTE-VALOR(W-LOTE-CANTIDAD)
                  MOVE W-NUM-REGISTRO TO W-LOTE-NUMREG(W-LOTE-CANTIDAD)
               END-IF
                     MOVE W-LOTE-RESPUESTA(W-LOTE-I) TO SAL-RESPUESTA
                     MOVE W-LOTE-FUENTE(W-LOTE-I)    TO SAL-FUENTE
                     WRITE REG-SALIDA
                     MOVE W-LOTE-FUENTE(W-LOTE-I)  TO PRO-FUENTE
                     MOVE W-LOTE-SEC(W-LOTE-I)     TO PRO-SECUENCIA
                     MOVE W-LOTE-TIPO(W-LOTE-I)    TO PRO-TIPO
                     MOVE W-LOTE-ROMANO(W-LOTE-I)  TO PRO-ROMANO
                     MOVE W-LOTE-DECIMAL(W-LOTE-I) TO PRO-DECIMAL
                     PERFORM 26-REGISTRAR-PROCESADO
                  ELSE
                     ADD 1 TO W-TOTAL-MALOS
            IF NOT FIN-ARCHIVO AND ENT-TIPO-ARIT
               PERFORM 23-PROCESAR-ARIT
            END-IF
            IF NOT FIN-ARCHIVO AND ENT-TIPO-ANULACION
               PERFORM 27-PROCESAR-ANULACION
            END-IF
            IF NOT FIN-ARCHIVO AND ENT-TIPO-FECHA
               PERFORM 28-PROCESAR-FECHA
            END-IF
            .

      * LAS TRANSACCIONES ARITMETICAS ('A') NO ENTRAN AL LOTE DEL
            MOVE ENT-ARIT-OPERACION TO W-ARIT-OPERACION
            MOVE W-CORRIDA          TO W-ARIT-CORRIDA
            MOVE ENT-FUENTE         TO W-ARIT-ORIGEN
            MOVE ENT-SECUENCIA      TO W-ARIT-SECUENCIA
            CALL 'ROMANARIT' USING W-ROMAN-ARIT
            IF W-ARIT-RESPUESTA = ZEROES
               ADD 1 TO W-TOTAL-BUENOS
               MOVE W-ARIT-RESPUESTA   TO SAL-RESPUESTA
               MOVE ENT-FUENTE         TO SAL-FUENTE
               WRITE REG-SALIDA
               MOVE ENT-FUENTE         TO PRO-FUENTE
               MOVE ENT-SECUENCIA      TO PRO-SECUENCIA
               MOVE ENT-TIPO           TO PRO-TIPO
               MOVE W-ARIT-ROMANO-RES  TO PRO-ROMANO
               MOVE W-ARIT-DECIMAL-RES TO PRO-DECIMAL
               PERFORM 26-REGISTRAR-PROCESADO
            ELSE
               ADD 1 TO W-TOTAL-MALOS
            WRITE REG-RECHAZO
            .

      * EL REGISTRO GUARDA TAMBIEN EL TIPO Y EL RESULTADO DE LA
      * CONVERSION, QUE ES LO QUE UNA ANULACION POSTERIOR DEVUELVE
      * EN NEGATIVO.
       26-REGISTRAR-PROCESADO.
            MOVE W-FECHA-HOY TO PRO-FECHA
            MOVE W-CORRIDA   TO PRO-CORRIDA
            MOVE SPACES      TO PRO-ESTADO
            WRITE REG-PROCESADO
            IF W-FS-PROC NOT = '00'
               ADD 1 TO W-TOTAL-ERRORES-PROC
               DISPLAY 'TESTLOTE - NO SE PUDO REGISTRAR PAREJA '
                       PRO-FUENTE '/' PRO-SECUENCIA ', FS=' W-FS-PROC
            END-IF
            .

      * ANULACION ('V'): DEJA SIN EFECTO UNA CONVERSION YA HECHA,
      * NOMBRADA POR FUENTE Y SECUENCIA EN EL VALOR.  COMO LAS
      * ARITMETICAS, NO ENTRA AL LOTE DEL CONVERSOR Y SE RESUELVE
      * EN EL ORDEN DE LLEGADA.  LA ANULACION MISMA QUEDA EN EL
      * REGISTRO DE PAREJAS CON SU PROPIA SECUENCIA, ASI QUE UN
      * REENVIO DE LA MISMA ANULACION ES UN DUPLICADO (MOTIVO 40).
       27-PROCESAR-ANULACION.
            PERFORM 24-VERIFICAR-DUPLICADO
            IF ES-DUPLICADO
               PERFORM 25-RECHAZAR-DUPLICADO
               PERFORM 10-LEER-ENTRADA
            ELSE
               PERFORM 271-ANULAR
            END-IF
            .

      * MOTIVO 50: LA ORIGINAL NUNCA SE PROCESO (NO ESTA EN EL
      * REGISTRO DE PAREJAS, ES OTRA ANULACION, ES DE ANTES DE QUE
      * EL REGISTRO GUARDARA EL RESULTADO, O SIENDO DE OTRO DIA NO
      * APARECE EN LA HISTORIA DE AUDITORIA).  MOTIVO 51: LA
      * ORIGINAL YA FUE ANULADA.  ACEPTADA O NO, LA ANULACION SE
      * ASIENTA EN AUDITDD POR ROMANANUL PARA QUE LA CONCILIACION
      * Y EL TOTAL DE CONTROL CONTRA RUNCTL SIGAN CUADRANDO.  LA
      * ORIGINAL SE MARCA ANULADA RECIEN DESPUES DEL ASIENTO: EL
      * REGISTRO DE PAREJAS NUNCA MUESTRA UNA ANULACION QUE NO
      * ESTE EN LA AUDITORIA.
       271-ANULAR.
            ADD 1 TO W-TOTAL-LEIDOS
            MOVE SPACES             TO W-ANUL-ROMANO
            MOVE ZEROES             TO W-ANUL-DECIMAL
                                       W-ANUL-RESPUESTA
            MOVE W-CORRIDA          TO W-ANUL-CORRIDA
            MOVE ENT-FUENTE         TO W-ANUL-ORIGEN
            MOVE ENT-SECUENCIA      TO W-ANUL-SECUENCIA
            MOVE ENT-ANUL-FUENTE    TO W-ANUL-REF-FUENTE
            MOVE ENT-ANUL-SECUENCIA TO W-ANUL-REF-SECUENCIA
            MOVE ENT-ANUL-FUENTE    TO PRO-FUENTE
            MOVE ENT-ANUL-SECUENCIA TO PRO-SECUENCIA
            READ ARCH-PROCESADOS
            EVALUATE TRUE
               WHEN W-FS-PROC NOT = '00'
                  MOVE 50 TO W-ANUL-RESPUESTA
               WHEN PRO-TIPO = 'V'
                  OR PRO-DECIMAL NOT NUMERIC
                  MOVE 50 TO W-ANUL-RESPUESTA
               WHEN PRO-ANULADO
                  MOVE 51 TO W-ANUL-RESPUESTA
               WHEN OTHER
                  MOVE PRO-ROMANO  TO W-ANUL-ROMANO
                  MOVE PRO-DECIMAL TO W-ANUL-DECIMAL
                  IF PRO-FECHA < W-FECHA-HOY
                     PERFORM 272-BUSCAR-HISTORIA
                     IF NOT HALLADO-HISTORIA
                        MOVE 50 TO W-ANUL-RESPUESTA
                     END-IF
                  END-IF
            END-EVALUATE
            CALL 'ROMANANUL' USING W-ROMAN-ANUL
            IF W-ANUL-RESPUESTA = ZEROES
               MOVE 'V' TO PRO-ESTADO
               REWRITE REG-PROCESADO
               IF W-FS-PROC NOT = '00'
                  ADD 1 TO W-TOTAL-ERRORES-PROC
                  DISPLAY 'TESTLOTE - NO SE PUDO MARCAR ANULADA '
                          PRO-FUENTE '/' PRO-SECUENCIA ', FS='
                          W-FS-PROC
               END-IF
               ADD 1 TO W-TOTAL-BUENOS
               ADD 1 TO W-TOTAL-ANULADOS
               MOVE ENT-TIPO           TO SAL-TIPO
               MOVE ENT-SECUENCIA      TO SAL-SECUENCIA
               MOVE W-ANUL-ROMANO      TO SAL-ROMANO
               MOVE W-ANUL-DECIMAL     TO SAL-DECIMAL
               MOVE W-ANUL-RESPUESTA   TO SAL-RESPUESTA
               MOVE ENT-FUENTE         TO SAL-FUENTE
               WRITE REG-SALIDA
               MOVE ENT-FUENTE         TO PRO-FUENTE
               MOVE ENT-SECUENCIA      TO PRO-SECUENCIA
               MOVE ENT-TIPO           TO PRO-TIPO
               MOVE W-ANUL-ROMANO      TO PRO-ROMANO
               MOVE W-ANUL-DECIMAL     TO PRO-DECIMAL
               PERFORM 26-REGISTRAR-PROCESADO
            ELSE
               ADD 1 TO W-TOTAL-MALOS
               MOVE W-NUM-REGISTRO     TO RCH-NUMREG
               MOVE W-ANUL-RESPUESTA   TO RCH-MOTIVO
               MOVE ENT-TIPO           TO RCH-TIPO
               MOVE ENT-SECUENCIA      TO RCH-SECUENCIA
               MOVE ENT-FUENTE         TO RCH-FUENTE
               MOVE ENT-VALOR          TO RCH-VALOR
               MOVE W-CORRIDA          TO RCH-CORRIDA
               MOVE 'P'                TO RCH-ESTADO
               WRITE REG-RECHAZO
            END-IF
            MOVE W-NUM-REGISTRO TO W-ULTIMO-PROCESADO
            MOVE W-TOTAL-LEIDOS TO W-LEIDOS-PROC
            PERFORM 11-GRABAR-CHECKPOINT
            PERFORM 10-LEER-ENTRADA
            .

      * UNA ORIGINAL DE UN DIA ANTERIOR TIENE QUE ESTAR EN LA
      * HISTORIA DE AUDITORIA (AUDHIST, CARGADA POR TESTCARG) COMO
      * CONVERSION EXITOSA DE LA MISMA CORRIDA, FUENTE Y DECIMAL.
      * PRO-FECHA ES LA FECHA DE ARRANQUE DE LA CORRIDA, PERO UNA
      * CORRIDA QUE PASA LA MEDIANOCHE ASIENTA CON LA FECHA DEL DIA
      * SIGUIENTE: LA BUSQUEDA SIGUE HASTA EL FIN DE ESE DIA, O
      * HASTA QUE APARECE UNA CORRIDA DIARIA POSTERIOR (LAS
      * CORRIDAS DIARIAS NO SE SUPERPONEN).
      * LAS DE HOY TODAVIA NO SE CARGARON Y SE ACEPTAN CON EL
      * REGISTRO DE PAREJAS.  LA HISTORIA SE ABRE RECIEN CON LA
      * PRIMERA ANULACION QUE LA NECESITA; SI NO SE PUEDE ABRIR,
      * LAS ANULACIONES DE DIAS ANTERIORES SE RECHAZAN.
       272-BUSCAR-HISTORIA.
            MOVE 'N' TO W-HALLADO-HIST
            IF NOT HISTORIA-ABIERTA AND NOT HISTORIA-AUSENTE
               OPEN INPUT ARCH-AUDHIST
               IF W-FS-AUDHIST = '00'
                  MOVE 'S' TO W-HISTORIA
               ELSE
                  MOVE 'X' TO W-HISTORIA
                  DISPLAY 'TESTLOTE - NO SE PUDO ABRIR AUDHIST, FS='
                          W-FS-AUDHIST
               END-IF
            END-IF
            IF HISTORIA-ABIERTA
               MOVE PRO-FECHA TO W-FECHA-HIST-FIN
               COMPUTE W-FECHA-HIST-FIN-9 = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(W-FECHA-HIST-FIN-9) + 1)
               MOVE PRO-FECHA TO AHI-FECHA
               MOVE ZEROES    TO AHI-HORA
                                 AHI-SECUENCIA
               MOVE 'N'       TO W-FIN-AUDHIST
               START ARCH-AUDHIST KEY NOT LESS THAN AHI-CLAVE
               IF W-FS-AUDHIST NOT = '00'
                  MOVE 'S' TO W-FIN-AUDHIST
               END-IF
               PERFORM 273-LEER-HISTORIA
                       UNTIL FIN-AUDHIST OR HALLADO-HISTORIA
            END-IF
            .

       273-LEER-HISTORIA.
            READ ARCH-AUDHIST NEXT RECORD
                AT END
                    MOVE 'S' TO W-FIN-AUDHIST
            END-READ
            IF NOT FIN-AUDHIST
               IF AHI-FECHA > W-FECHA-HIST-FIN
                  OR (PRO-CORRIDA < W-RANGO-PARTICION
                      AND AHI-CORRIDA IS NUMERIC
                      AND AHI-CORRIDA > PRO-CORRIDA
                      AND AHI-CORRIDA < W-RANGO-PARTICION)
                  MOVE 'S' TO W-FIN-AUDHIST
               ELSE
                  IF AHI-CORRIDA = PRO-CORRIDA
                     AND AHI-ORIGEN = PRO-FUENTE
                     AND AHI-DECIMAL = PRO-DECIMAL
                     AND AHI-RESPUESTA = ZEROES
                     AND AHI-FUENTE NOT = 'V'
                     MOVE 'S' TO W-HALLADO-HIST
                  END-IF
               END-IF
            END-IF
            .

      * FECHAS ('F'): COMO LAS ARITMETICAS, SE RESUELVEN UNA A UNA
      * POR LA ENTRADA ROMANFECHA.  EN SALIDA Y EN EL REGISTRO DE
      * PAREJAS EL ROMANO ES LA FECHA ROMANA Y EL DECIMAL LA FECHA
      * AAAAMMDD, EN CUALQUIERA DE LOS DOS SENTIDOS.
       28-PROCESAR-FECHA.
            PERFORM 24-VERIFICAR-DUPLICADO
            IF ES-DUPLICADO
               PERFORM 25-RECHAZAR-DUPLICADO
               PERFORM 10-LEER-ENTRADA
            ELSE
               PERFORM 281-CONVERTIR-FECHA
            END-IF
            .

       281-CONVERTIR-FECHA.
            ADD 1 TO W-TOTAL-LEIDOS
            MOVE ENT-FEC-SENTIDO    TO W-FEC-SENTIDO
            MOVE ENT-FEC-FORMATO    TO W-FEC-FORMATO
            MOVE ZEROES             TO W-FEC-FECHA
            MOVE SPACES             TO W-FEC-ROMANO
            IF ENT-FEC-SENTIDO = 'R'
               IF ENT-FEC-FECHA IS NUMERIC
                  MOVE ENT-FEC-FECHA TO W-FEC-FECHA
               END-IF
            ELSE
               MOVE ENT-FEC-ROMANO  TO W-FEC-ROMANO
            END-IF
            MOVE W-CORRIDA          TO W-FEC-CORRIDA
            MOVE ENT-FUENTE         TO W-FEC-ORIGEN
            MOVE ENT-SECUENCIA      TO W-FEC-SECUENCIA
            CALL 'ROMANFECHA' USING W-ROMAN-FECHA
            IF W-FEC-RESPUESTA = ZEROES
               ADD 1 TO W-TOTAL-BUENOS
               MOVE ENT-TIPO           TO SAL-TIPO
               MOVE ENT-SECUENCIA      TO SAL-SECUENCIA
               MOVE W-FEC-ROMANO       TO SAL-ROMANO
               MOVE W-FEC-FECHA        TO SAL-DECIMAL
               MOVE W-FEC-RESPUESTA    TO SAL-RESPUESTA
               MOVE ENT-FUENTE         TO SAL-FUENTE
               WRITE REG-SALIDA
               MOVE ENT-FUENTE         TO PRO-FUENTE
               MOVE ENT-SECUENCIA      TO PRO-SECUENCIA
               MOVE ENT-TIPO           TO PRO-TIPO
               MOVE W-FEC-ROMANO       TO PRO-ROMANO
               MOVE W-FEC-FECHA        TO PRO-DECIMAL
               PERFORM 26-REGISTRAR-PROCESADO
            ELSE
               ADD 1 TO W-TOTAL-MALOS
               MOVE W-NUM-REGISTRO     TO RCH-NUMREG
               MOVE W-FEC-RESPUESTA    TO RCH-MOTIVO
               MOVE ENT-TIPO           TO RCH-TIPO
               MOVE ENT-SECUENCIA      TO RCH-SECUENCIA
               MOVE ENT-FUENTE         TO RCH-FUENTE
               MOVE ENT-VALOR          TO RCH-VALOR
               MOVE W-CORRIDA          TO RCH-CORRIDA
               MOVE 'P'                TO RCH-ESTADO
               WRITE REG-RECHAZO
            END-IF
            MOVE W-NUM-REGISTRO TO W-ULTIMO-PROCESADO
            MOVE W-TOTAL-LEIDOS TO W-LEIDOS-PROC
            PERFORM 11-GRABAR-CHECKPOINT
            PERFORM 10-LEER-ENTRADA
            .

       11-GRABAR-CHECKPOINT.
                  ARCH-SALIDA
                  ARCH-RECHAZOS
                  ARCH-PROCESADOS
            IF HISTORIA-ABIERTA
               CLOSE ARCH-AUDHIST
            END-IF
            MOVE 'C' TO W-ESTADO-CORRIDA
            PERFORM 15-GRABAR-RUNCTL
            PERFORM 31-LIMPIAR-CHECKPOINT
            DISPLAY 'TESTLOTE - registros leidos : ' W-TOTAL-LEIDOS
            DISPLAY 'TESTLOTE - convertidos bien  : ' W-TOTAL-BUENOS
            DISPLAY 'TESTLOTE - rechazados        : ' W-TOTAL-MALOS
            DISPLAY 'TESTLOTE - auditoria sellada : '
                    W-SELLO-ESCRITOS
            DISPLAY 'TESTLOTE - duplicados        : '
                    W-TOTAL-DUPLICADOS
            DISPLAY 'TESTLOTE - anulaciones       : '
                    W-TOTAL-ANULADOS
      * UNA PAREJA QUE NO SE PUDO GRABAR O MARCAR EN PROCDD DEJA
      * LA CORRIDA COMPLETA PERO EL REGISTRO DE PAREJAS INCOMPLETO.
            IF W-TOTAL-ERRORES-PROC > ZEROES
               DISPLAY 'TESTLOTE - *** PAREJAS SIN REGISTRAR: '
                       W-TOTAL-ERRORES-PROC ' ***'
               MOVE 12 TO RETURN-CODE
            END-IF
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'            TO W-TIE-FUNCION
            MOVE W-CORRIDA      TO W-TIE-CORRIDA
            MOVE W-TOTAL-LEIDOS TO W-TIE-LEIDOS
            MOVE W-TOTAL-BUENOS TO W-TIE-GRABADOS
            MOVE RETURN-CODE    TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC       TO RETURN-CODE
            STOP RUN.

      * UNA CORRIDA QUE TERMINA LIMPIA VACIA SU PUNTO DE CONTROL:
