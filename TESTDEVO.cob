       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDEVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FUENTES   ASSIGN TO "FUENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUE-CODIGO
               FILE STATUS IS W-FS-FUENTES.
           SELECT ARCH-SALIDA    ASSIGN TO "SALIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-SALIDA.
           SELECT ARCH-RECHAZOS  ASSIGN TO "RECHAZOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RECHAZOS.
           SELECT ARCH-RUNCTL    ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNCTL.
           SELECT ARCH-DEVOLUCION ASSIGN TO "DEVOLDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-DEVOLUCION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FUENTES.
       COPY WFUENTE.
       FD  ARCH-SALIDA.
       COPY WSALIDA.
       FD  ARCH-RECHAZOS.
       COPY WRECHAZO.
       FD  ARCH-RUNCTL.
       COPY WRUNCTL.
       FD  ARCH-DEVOLUCION.
       COPY WDEVOL.
       WORKING-STORAGE SECTION.
       01 W-FS-FUENTES      PIC X(02).
       01 W-FS-SALIDA       PIC X(02).
       01 W-FS-RECHAZOS     PIC X(02).
       01 W-FS-RUNCTL       PIC X(02).
       01 W-FS-DEVOLUCION   PIC X(02).
       01 W-FIN-FUENTES     PIC X(01) VALUE 'N'.
          88 FIN-FUENTES             VALUE 'S'.
       01 W-FIN-SALIDA      PIC X(01) VALUE 'N'.
          88 FIN-SALIDA              VALUE 'S'.
       01 W-FIN-RECHAZOS    PIC X(01) VALUE 'N'.
          88 FIN-RECHAZOS            VALUE 'S'.
       01 W-FIN-RUNCTL      PIC X(01) VALUE 'N'.
          88 FIN-RUNCTL              VALUE 'S'.
       01 W-EN-JUEGO        PIC X(01).
          88 CORRIDA-EN-JUEGO        VALUE 'S'.
       01 W-FTE-VALIDA      PIC X(01).
          88 FUENTE-ACTIVA           VALUE 'S'.
       01 W-CONC-IDX        PIC 9(02).
       01 W-CORRIDAS-DIA.
          05 W-CONC-CANT    PIC 9(02) VALUE ZEROES.
          05 W-CONC-ID OCCURS 50 TIMES PIC 9(08).
       01 W-CORRIDA-DIA     PIC 9(08) VALUE ZEROES.
       01 W-FTE-CONV        PIC 9(08).
       01 W-FTE-RECH        PIC 9(08).
       01 W-FTE-HASH        PIC 9(16).
       01 W-TOTAL-FUENTES   PIC 9(04) VALUE ZEROES.
       01 W-TOTAL-CONV      PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-RECH      PIC 9(08) VALUE ZEROES.
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-FECHA-HOY       PIC X(08).
       PROCEDURE DIVISION.

            PERFORM 1-INICIO.
            PERFORM 2-PROCESO UNTIL FIN-FUENTES.
            PERFORM 3-FIN.

      * DEVOLUCION A LAS FUENTES: DESPUES DE LA CORRIDA DEL DIA
      * CADA FUENTE ACTIVA DEL MAESTRO RECIBE SU PROPIO BLOQUE EN
      * DEVOLDD CON SUS CONVERSIONES (SALIDA) Y SUS RECHAZOS DE LAS
      * CORRIDAS DE HOY, ENTRE UNA CABECERA (FECHA, CORRIDA Y
      * FUENTE) Y UNA COLA (CONVERTIDOS, RECHAZADOS Y SUMA DE
      * CONTROL DEL DECIMAL), CON LA MISMA DISCIPLINA QUE TESTEDIT
      * LES EXIGE A ELLAS.  UNA FUENTE SIN MOVIMIENTO RECIBE IGUAL
      * CABECERA Y COLA EN CERO.  LAS FUENTES SE DAN DE ALTA EN
      * LINEA Y NO TIENEN DD PROPIO: EL PASO DE TRANSMISION SEPARA
      * EL ARCHIVO POR LA FUENTE DE CADA CABECERA.
       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-CARGAR-CORRIDAS
            OPEN INPUT ARCH-FUENTES
            IF W-FS-FUENTES NOT = '00'
               DISPLAY 'TESTDEVO - NO SE PUDO ABRIR FUENTES, FS='
                       W-FS-FUENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARCH-DEVOLUCION
            IF W-FS-DEVOLUCION NOT = '00'
               DISPLAY 'TESTDEVO - NO SE PUDO ABRIR DEVOLDD, FS='
                       W-FS-DEVOLUCION
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO FUE-CODIGO
            START ARCH-FUENTES KEY NOT LESS THAN FUE-CODIGO
            IF W-FS-FUENTES NOT = '00'
               MOVE 'S' TO W-FIN-FUENTES
            END-IF
            PERFORM 10-LEER-FUENTE
            .

      * SOLO CUENTAN LAS FUENTES ACTIVAS: LAS INACTIVAS NO TIENEN A
      * QUIEN DEVOLVERLE NADA.
       10-LEER-FUENTE.
            MOVE 'N' TO W-FTE-VALIDA
            PERFORM UNTIL FIN-FUENTES OR FUENTE-ACTIVA
               READ ARCH-FUENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-FUENTES
                   NOT AT END
                       IF FUE-ACTIVA
                          MOVE 'S' TO W-FTE-VALIDA
                       END-IF
               END-READ
            END-PERFORM
            .

      * LAS CORRIDAS DE HOY SE TOMAN DE RUNCTLDD; LA CABECERA LLEVA
      * LA ULTIMA DE ELLAS.  SI HOY NO HUBO CORRIDA LA CABECERA VA
      * CON CORRIDA EN CERO Y NINGUN RECHAZO ENTRA EN JUEGO.
       11-CARGAR-CORRIDAS.
            MOVE 'N' TO W-FIN-RUNCTL
            OPEN INPUT ARCH-RUNCTL
            IF W-FS-RUNCTL NOT = '00'
               MOVE 'S' TO W-FIN-RUNCTL
            END-IF
            PERFORM UNTIL FIN-RUNCTL
               READ ARCH-RUNCTL
                   AT END
                       MOVE 'S' TO W-FIN-RUNCTL
                   NOT AT END
                       IF RUN-FECHA = W-FECHA-HOY
                          PERFORM 111-GUARDAR-CORRIDA
                       END-IF
               END-READ
            END-PERFORM
            IF W-FS-RUNCTL = '00' OR W-FS-RUNCTL = '10'
               CLOSE ARCH-RUNCTL
            END-IF
            .

       111-GUARDAR-CORRIDA.
            IF RUN-CORRIDA IS NUMERIC AND RUN-CORRIDA > ZEROES
               IF RUN-CORRIDA > W-CORRIDA-DIA
                  MOVE RUN-CORRIDA TO W-CORRIDA-DIA
               END-IF
               MOVE 'N' TO W-EN-JUEGO
               PERFORM VARYING W-CONC-IDX FROM 1 BY 1
                       UNTIL W-CONC-IDX > W-CONC-CANT
                  IF W-CONC-ID(W-CONC-IDX) = RUN-CORRIDA
                     MOVE 'S' TO W-EN-JUEGO
                  END-IF
               END-PERFORM
               IF NOT CORRIDA-EN-JUEGO AND W-CONC-CANT < 50
                  ADD 1 TO W-CONC-CANT
                  MOVE RUN-CORRIDA TO W-CONC-ID(W-CONC-CANT)
               END-IF
            END-IF
            .

      * UNA PASADA DE SALIDA Y UNA DE RECHAZOS POR CADA FUENTE: LOS
      * DOS ARCHIVOS SON DEL DIA Y EL MAESTRO DE FUENTES ES CORTO.
       2-PROCESO.
            MOVE ZEROES TO W-FTE-CONV
                           W-FTE-RECH
                           W-FTE-HASH
            MOVE SPACES        TO REG-DEVOLUCION
            MOVE 'H'           TO DEV-TIPO
            MOVE W-FECHA-HOY   TO DEV-CAB-FECHA
            MOVE W-CORRIDA-DIA TO DEV-CAB-CORRIDA
            MOVE FUE-CODIGO    TO DEV-CAB-FUENTE
            WRITE REG-DEVOLUCION
            PERFORM 22-DEVOLVER-SALIDA
            PERFORM 23-DEVOLVER-RECHAZOS
            MOVE SPACES        TO REG-DEVOLUCION
            MOVE 'T'           TO DEV-TIPO
            MOVE W-FTE-CONV    TO DEV-TRL-CONVERTIDOS
            MOVE W-FTE-RECH    TO DEV-TRL-RECHAZADOS
            MOVE W-FTE-HASH    TO DEV-TRL-HASH
            WRITE REG-DEVOLUCION
            ADD 1          TO W-TOTAL-FUENTES
            ADD W-FTE-CONV TO W-TOTAL-CONV
            ADD W-FTE-RECH TO W-TOTAL-RECH
            DISPLAY 'TESTDEVO - fuente ' FUE-CODIGO
                    ' convertidos ' W-FTE-CONV
                    ' rechazados ' W-FTE-RECH
            PERFORM 10-LEER-FUENTE
            .

      * CADA SALIDA ES UNA CONVERSION ACEPTADA; LAS ANULACIONES
      * ('V') VIAJAN COMO TALES Y LA SUMA DE CONTROL TOMA EL DECIMAL
      * SIN SIGNO, IGUAL QUE EN EL EXTRACTO DEL ALMACEN.
       22-DEVOLVER-SALIDA.
            MOVE 'N' TO W-FIN-SALIDA
            OPEN INPUT ARCH-SALIDA
            IF W-FS-SALIDA NOT = '00'
               MOVE 'S' TO W-FIN-SALIDA
            END-IF
            PERFORM UNTIL FIN-SALIDA
               READ ARCH-SALIDA
                   AT END
                       MOVE 'S' TO W-FIN-SALIDA
                   NOT AT END
                       IF SAL-FUENTE = FUE-CODIGO
                          PERFORM 221-ESCRIBIR-CONVERTIDO
                       END-IF
               END-READ
            END-PERFORM
            IF W-FS-SALIDA = '00' OR W-FS-SALIDA = '10'
               CLOSE ARCH-SALIDA
            END-IF
            .

       221-ESCRIBIR-CONVERTIDO.
            MOVE SPACES        TO REG-DEVOLUCION
            MOVE 'D'           TO DEV-TIPO
            MOVE SAL-TIPO      TO DEV-DET-TIPO
            MOVE SAL-SECUENCIA TO DEV-DET-SECUENCIA
            MOVE SAL-ROMANO    TO DEV-DET-VALOR
            MOVE SAL-DECIMAL   TO DEV-DET-DECIMAL
            MOVE SAL-RESPUESTA TO DEV-DET-MOTIVO
            MOVE W-CORRIDA-DIA TO DEV-DET-CORRIDA
            WRITE REG-DEVOLUCION
            ADD 1           TO W-FTE-CONV
            ADD SAL-DECIMAL TO W-FTE-HASH
            .

      * RECHAZOS ACUMULA TODOS LOS DIAS: SOLO SE DEVUELVEN LOS DE
      * LAS CORRIDAS DE HOY.  LOS MOTIVO 30 DE TESTEDIT (CORRIDA EN
      * CERO) SON DE FUENTES AUSENTES O INACTIVAS Y NO TIENEN
      * ARCHIVO DE DEVOLUCION.
       23-DEVOLVER-RECHAZOS.
            MOVE 'N' TO W-FIN-RECHAZOS
            OPEN INPUT ARCH-RECHAZOS
            IF W-FS-RECHAZOS NOT = '00'
               MOVE 'S' TO W-FIN-RECHAZOS
            END-IF
            PERFORM UNTIL FIN-RECHAZOS
               READ ARCH-RECHAZOS
                   AT END
                       MOVE 'S' TO W-FIN-RECHAZOS
                   NOT AT END
                       IF RCH-FUENTE = FUE-CODIGO
                          PERFORM 231-PROBAR-CORRIDA
                          IF CORRIDA-EN-JUEGO
                             PERFORM 232-ESCRIBIR-RECHAZADO
                          END-IF
                       END-IF
               END-READ
            END-PERFORM
            IF W-FS-RECHAZOS = '00' OR W-FS-RECHAZOS = '10'
               CLOSE ARCH-RECHAZOS
            END-IF
            .

       231-PROBAR-CORRIDA.
            MOVE 'N' TO W-EN-JUEGO
            IF RCH-CORRIDA IS NUMERIC
               PERFORM VARYING W-CONC-IDX FROM 1 BY 1
                       UNTIL W-CONC-IDX > W-CONC-CANT
                  IF W-CONC-ID(W-CONC-IDX) = RCH-CORRIDA
                     MOVE 'S' TO W-EN-JUEGO
                  END-IF
               END-PERFORM
            END-IF
            .

       232-ESCRIBIR-RECHAZADO.
            MOVE SPACES        TO REG-DEVOLUCION
            MOVE 'R'           TO DEV-TIPO
            MOVE RCH-TIPO      TO DEV-DET-TIPO
            MOVE RCH-SECUENCIA TO DEV-DET-SECUENCIA
            MOVE RCH-VALOR     TO DEV-DET-VALOR
            MOVE ZEROES        TO DEV-DET-DECIMAL
            MOVE RCH-MOTIVO    TO DEV-DET-MOTIVO
            MOVE RCH-CORRIDA   TO DEV-DET-CORRIDA
            WRITE REG-DEVOLUCION
            ADD 1 TO W-FTE-RECH
            .

       3-FIN.
            CLOSE ARCH-FUENTES
                  ARCH-DEVOLUCION
            DISPLAY 'TESTDEVO - corrida del dia    : ' W-CORRIDA-DIA
            DISPLAY 'TESTDEVO - archivos devueltos : ' W-TOTAL-FUENTES
            DISPLAY 'TESTDEVO - convertidos        : ' W-TOTAL-CONV
            DISPLAY 'TESTDEVO - rechazados         : ' W-TOTAL-RECH
            STOP RUN.
