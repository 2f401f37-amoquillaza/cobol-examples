           SELECT ARCH-SALIDA  ASSIGN TO "SALIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-SALIDA.
           SELECT ARCH-PROCESADOS ASSIGN TO "PROCDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS W-FS-PROC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-SALPAR1.
       01  REG-SALPAR1         PIC X(78).
       FD  ARCH-SALPAR2.
       01  REG-SALPAR2         PIC X(78).
       FD  ARCH-SALPAR3.
       01  REG-SALPAR3         PIC X(78).
       FD  ARCH-SALPAR4.
       01  REG-SALPAR4         PIC X(78).
       FD  ARCH-SALIDA.
       COPY WSALIDA.
       FD  ARCH-PROCESADOS.
       COPY WPROCREG.
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       COPY WSALPAR.
       01 W-FS-SALPAR1      PIC X(02).
       01 W-FS-SALPAR2      PIC X(02).
       01 W-FS-SALPAR3      PIC X(02).
       01 W-FS-SALPAR4      PIC X(02).
       01 W-FS-SALIDA       PIC X(02).
       01 W-FS-PROC         PIC X(02).
       01 W-PARTE-I         PIC 9(01).
       01 W-PARTE-MIN       PIC 9(01).
       01 W-NUMREG-MIN      PIC 9(08).
       01 W-NUMREG-ACT      PIC 9(08).
       01 W-TOTAL-SALIDA    PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-REGISTRADAS PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-YA-REGISTRADAS PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-ERRORES-PROC PIC 9(08) VALUE ZEROES.
       01 W-PARTES.
          05 W-PARTE-ENT OCCURS 4 TIMES.
             10 W-PARTE-FIN  PIC X(01).
             10 W-PARTE-REG  PIC X(78).
       PROCEDURE DIVISION.

            PERFORM 1-INICIO.
                                AND W-PARTE-FIN(4) = 'S'.
            PERFORM 3-FIN.

      * LAS PAREJAS QUE LOS FLUJOS CONVIRTIERON QUEDAN EN EL
      * REGISTRO DE PAREJAS PROCESADAS (PROCDD) IGUAL QUE LAS DE LA
      * CORRIDA DIARIA, CON LA FECHA Y LA CORRIDA DE SU FLUJO, PARA
      * QUE UNA ANULACION POSTERIOR EN TESTLOTE LAS ENCUENTRE.
       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTMERG' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            OPEN INPUT ARCH-SALPAR1
                       ARCH-SALPAR2
                       ARCH-SALPAR3
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARCH-PROCESADOS
            IF W-FS-PROC NOT = '00'
               OPEN OUTPUT ARCH-PROCESADOS
               IF W-FS-PROC = '00'
                  CLOSE ARCH-PROCESADOS
                  OPEN I-O ARCH-PROCESADOS
               END-IF
            END-IF
            IF W-FS-PROC NOT = '00'
               DISPLAY 'TESTMERG - NO SE PUDO ABRIR PROCDD, FS='
                       W-FS-PROC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF W-FS-SALPAR1 NOT = '00'
               DISPLAY 'TESTMERG - NO SE PUDO ABRIR SALPAR1, FS='
                       W-FS-SALPAR1
               MOVE SP-FUENTE    TO SAL-FUENTE
               WRITE REG-SALIDA
               ADD 1 TO W-TOTAL-SALIDA
               IF SP-TIPO NOT = 'V'
                  PERFORM 21-REGISTRAR-PROCESADO
               END-IF
               EVALUATE W-PARTE-MIN
                  WHEN 1
                     PERFORM 11-LEER-SALPAR1
            END-IF
            .

      * UNA PAREJA QUE YA ESTA EN EL REGISTRO (UNA FUSION QUE SE
      * REPITE O UNA PAREJA DUPLICADA EN LOS FLUJOS) SE DEJA COMO
      * ESTABA.  UN ERROR DE GRABACION NO DETIENE LA FUSION, QUE NO
      * SE PUEDE REPETIR DESDE EL PRINCIPIO: SE INFORMA Y EL PASO
      * TERMINA CON CODIGO 08.
       21-REGISTRAR-PROCESADO.
            MOVE SP-FUENTE    TO PRO-FUENTE
            MOVE SP-SECUENCIA TO PRO-SECUENCIA
            MOVE SP-FECHA     TO PRO-FECHA
            MOVE SP-CORRIDA   TO PRO-CORRIDA
            MOVE SP-TIPO      TO PRO-TIPO
            MOVE SPACES       TO PRO-ESTADO
            MOVE SP-ROMANO    TO PRO-ROMANO
            MOVE SP-DECIMAL   TO PRO-DECIMAL
            WRITE REG-PROCESADO
            EVALUATE W-FS-PROC
               WHEN '00'
                  ADD 1 TO W-TOTAL-REGISTRADAS
               WHEN '22'
                  ADD 1 TO W-TOTAL-YA-REGISTRADAS
               WHEN OTHER
                  ADD 1 TO W-TOTAL-ERRORES-PROC
                  DISPLAY 'TESTMERG - NO SE PUDO REGISTRAR PAREJA '
                          SP-FUENTE '/' SP-SECUENCIA ', FS=' W-FS-PROC
            END-EVALUATE
            .

       3-FIN.
            CLOSE ARCH-SALPAR1
                  ARCH-SALPAR2
                  ARCH-SALPAR3
                  ARCH-SALPAR4
                  ARCH-SALIDA
                  ARCH-PROCESADOS
            DISPLAY 'TESTMERG - registros en salida : ' W-TOTAL-SALIDA
            DISPLAY 'TESTMERG - parejas registradas : '
                    W-TOTAL-REGISTRADAS
            DISPLAY 'TESTMERG - ya registradas      : '
                    W-TOTAL-YA-REGISTRADAS
            IF W-TOTAL-ERRORES-PROC > ZEROES
               DISPLAY 'TESTMERG - *** PAREJAS SIN REGISTRAR: '
                       W-TOTAL-ERRORES-PROC ' ***'
               MOVE 08 TO RETURN-CODE
            END-IF
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'            TO W-TIE-FUNCION
            MOVE W-TOTAL-SALIDA TO W-TIE-LEIDOS
            MOVE W-TOTAL-SALIDA TO W-TIE-GRABADOS
            MOVE RETURN-CODE    TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC       TO RETURN-CODE
            STOP RUN.
