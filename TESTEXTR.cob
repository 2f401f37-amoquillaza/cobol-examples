       FD  ARCH-EXTCTL.
       COPY WEXTCTL.
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       01 W-FS-AUDITORIA    PIC X(02).
       01 W-FS-EXTRACTO     PIC X(02).
       01 W-FS-GATE         PIC X(02).
       01 W-TOTAL-LEIDOS    PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-EXTRAIDOS PIC 9(08) VALUE ZEROES.
       01 W-HASH-DECIMAL    PIC 9(16) VALUE ZEROES.
       01 W-SIGNO           PIC X(01).
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-FECHA-HOY       PIC X(08).
       PROCEDURE DIVISION.
            PERFORM 4-FIN.

       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTEXTR' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-VERIFICAR-GATE
            END-READ
            .

      * UNA ANULACION (FUENTE 'V') VIAJA AL ALMACEN CON EL DECIMAL
      * EN NEGATIVO ('-' DELANTE DE LOS DIEZ DIGITOS).  EL HASH DE
      * LA COLA SIGUE SIENDO LA SUMA DE LOS DIEZ DIGITOS DE CADA
      * DETALLE SIN SIGNO, QUE ES LO QUE EL ACUSE DEVUELVE Y
      * TESTACUS COTEJA.
       2-PROCESO.
            ADD 1 TO W-TOTAL-LEIDOS
            IF AUD-FECHA = W-FECHA-HOY AND AUD-RESPUESTA = ZEROES
               ADD 1 TO W-TOTAL-EXTRAIDOS
               ADD AUD-DECIMAL TO W-HASH-DECIMAL
               IF AUD-FUENTE-ANUL
                  MOVE '-' TO W-SIGNO
               ELSE
                  MOVE SPACE TO W-SIGNO
               END-IF
               MOVE SPACES TO REG-EXTRACTO
               STRING 'D;'          DELIMITED BY SIZE
                      AUD-FECHA     DELIMITED BY SIZE
                      ';'           DELIMITED BY SIZE
                      AUD-ROMANO    DELIMITED BY SPACE
                      ';'           DELIMITED BY SIZE
                      W-SIGNO       DELIMITED BY SPACE
                      AUD-DECIMAL   DELIMITED BY SIZE
                      ';'           DELIMITED BY SIZE
                      AUD-FUENTE    DELIMITED BY SIZE
            DISPLAY 'TESTEXTR - auditorias leidas : ' W-TOTAL-LEIDOS
            DISPLAY 'TESTEXTR - extraidas         : '
                    W-TOTAL-EXTRAIDOS
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'               TO W-TIE-FUNCION
            MOVE W-TOTAL-LEIDOS    TO W-TIE-LEIDOS
            MOVE W-TOTAL-EXTRAIDOS TO W-TIE-GRABADOS
            MOVE RETURN-CODE       TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC          TO RETURN-CODE
            STOP RUN.
