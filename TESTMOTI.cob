       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTMOTI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RECHAZOS  ASSIGN TO "RECHAZOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RECHAZOS.
           SELECT ARCH-RUNCTL    ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNCTL.
           SELECT ARCH-AUDHIST   ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHI-CLAVE
               FILE STATUS IS W-FS-AUDHIST.
           SELECT ARCH-REPORTE   ASSIGN TO "REPORTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RECHAZOS.
       COPY WRECHAZO.
       FD  ARCH-RUNCTL.
       COPY WRUNCTL.
       FD  ARCH-AUDHIST.
       COPY WAUDHIST.
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       COPY WCALRUT.
       01 W-FS-RECHAZOS     PIC X(02).
       01 W-FS-RUNCTL       PIC X(02).
       01 W-FS-AUDHIST      PIC X(02).
       01 W-FS-REPORTE      PIC X(02).
       01 W-FIN-RECHAZOS    PIC X(01) VALUE 'N'.
          88 FIN-RECHAZOS            VALUE 'S'.
       01 W-FIN-RUNCTL      PIC X(01) VALUE 'N'.
          88 FIN-RUNCTL              VALUE 'S'.
       01 W-FIN-AUDHIST     PIC X(01) VALUE 'N'.
          88 FIN-AUDHIST             VALUE 'S'.
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-FECHA-HOY       PIC 9(08).
       01 W-FECHA-HOY-R REDEFINES W-FECHA-HOY.
          05 W-HOY-ANIO     PIC 9(04).
          05 W-HOY-MES      PIC 9(02).
          05 W-HOY-DIA      PIC 9(02).
       01 W-PERIODO.
          05 W-PER-ANIO     PIC 9(04).
          05 W-PER-MES      PIC 9(02).
       01 W-PERIODO-9 REDEFINES W-PERIODO PIC 9(06).
       01 W-PERIODO-ANT.
          05 W-ANT-ANIO     PIC 9(04).
          05 W-ANT-MES      PIC 9(02).
       01 W-PERIODO-ANT-9 REDEFINES W-PERIODO-ANT PIC 9(06).
       01 W-FECHA-REG       PIC X(08).
       01 W-CUAL-PERIODO    PIC X(01).
          88 EN-PERIODO              VALUE 'A'.
          88 EN-PERIODO-ANT          VALUE 'P'.
          88 FUERA-DE-PERIODO        VALUE 'N'.
       01 W-NUMREG          PIC 9(08).
       01 W-SIN-CORRIDA     PIC X(01).
          88 HAY-SIN-CORRIDA         VALUE 'S'.
       01 W-CORRIDA-BUSCA   PIC 9(08).
       01 W-DESBORDE        PIC X(01) VALUE 'N'.
          88 HUBO-DESBORDE           VALUE 'S'.
      * MOTIVOS CONOCIDOS; EL ULTIMO RENGLON (99) JUNTA CUALQUIER
      * OTRO CODIGO QUE APAREZCA.
       01 W-MOTIVOS-VAL     PIC X(28)
                            VALUE '1011121314152021304050515299'.
       01 W-MOTIVOS REDEFINES W-MOTIVOS-VAL.
          05 W-MOT-COD OCCURS 14 TIMES PIC 9(02).
       01 W-MOT-IDX         PIC 9(02).
       01 W-MOT-POS         PIC 9(02).
       01 W-MOT-CODIGO      PIC 9(02).
       01 W-MOT-TEXTO       PIC X(30).
       01 W-FTE-IDX         PIC 9(02).
       01 W-FTE-POS         PIC 9(02).
       01 W-FTE-BUSCA       PIC X(03).
       01 W-FUENTES.
          05 W-FTE-CANT     PIC 9(02) VALUE ZEROES.
          05 W-FTE-ENT OCCURS 50 TIMES.
             10 W-FTE-COD        PIC X(03).
             10 W-FTE-VOL        PIC 9(08).
             10 W-FTE-VOL-ANT    PIC 9(08).
             10 W-FTE-MOT-ACT OCCURS 14 TIMES PIC 9(08).
             10 W-FTE-MOT-ANT OCCURS 14 TIMES PIC 9(08).
             10 W-FTE-REPARADOS  PIC 9(08).
             10 W-FTE-PENDIENTES PIC 9(08).
             10 W-FTE-PEND-TOTAL PIC 9(08).
             10 W-FTE-PEND-ESTADO PIC X(01).
                88 FTE-SIN-PENDIENTE    VALUE ' '.
                88 FTE-PEND-ESPERA      VALUE 'E'.
                88 FTE-PEND-CORRIDA     VALUE 'C'.
                88 FTE-PEND-FECHADO     VALUE 'F'.
             10 W-FTE-PEND-COR   PIC 9(08).
             10 W-FTE-PEND-FECHA PIC 9(08).
      * CORRIDAS DEL PERIODO Y DEL ANTERIOR, PARA FECHAR LOS
      * RECHAZOS (RECHAZOS NO LLEVA FECHA, SOLO CORRIDA).
       01 W-COR-IDX         PIC 9(04).
       01 W-COR-POS         PIC 9(04).
       01 W-CORRIDAS.
          05 W-COR-CANT     PIC 9(04) VALUE ZEROES.
          05 W-COR-ENT OCCURS 2000 TIMES.
             10 W-COR-ID       PIC 9(08).
             10 W-COR-FECHA    PIC X(08).
      * TRAMOS DE RECHAZOS SIN CORRIDA (MOTIVO 30 DE TESTEDIT):
      * CADA TRAMO TOMA LA CORRIDA DEL PRIMER RECHAZO CON CORRIDA
      * QUE LE SIGUE EN EL ARCHIVO.
       01 W-SEG-IDX         PIC 9(04).
       01 W-TRAMOS.
          05 W-SEG-CANT     PIC 9(04) VALUE ZEROES.
          05 W-SEG-ENT OCCURS 1000 TIMES.
             10 W-SEG-HASTA    PIC 9(08).
             10 W-SEG-CORRIDA  PIC 9(08).
      * VALORES RECHAZADOS DEL PERIODO, PARA LOS MAS REPETIDOS.
       01 W-VAL-IDX         PIC 9(04).
       01 W-VAL-POS         PIC 9(04).
       01 W-VAL-MAYOR       PIC 9(08).
       01 W-VAL-LISTADOS    PIC 9(02).
       01 W-MAX-VALORES     PIC 9(02) VALUE 05.
       01 W-VALORES.
          05 W-VAL-CANT     PIC 9(04) VALUE ZEROES.
          05 W-VAL-ENT OCCURS 2000 TIMES.
             10 W-VAL-FTE      PIC X(03).
             10 W-VAL-TEXTO    PIC X(30).
             10 W-VAL-MOTIVO   PIC 9(02).
             10 W-VAL-VECES    PIC 9(08).
             10 W-VAL-USADO    PIC X(01).
       01 W-SUMA-ACT        PIC 9(08).
       01 W-SUMA-ANT        PIC 9(08).
       01 W-SUMA-ACT-MOT    PIC 9(08).
       01 W-SUMA-ANT-MOT    PIC 9(08).
       01 W-ACTIVIDAD       PIC 9(09).
       01 W-VARIACION       PIC S9(08).
       01 W-PORCENTAJE      PIC 9(03)V99.
       01 W-EDIT-08         PIC Z(7)9.
       01 W-EDIT-08B        PIC Z(7)9.
       01 W-EDIT-PCT        PIC ZZ9.99.
       01 W-EDIT-PCTB       PIC ZZ9.99.
       01 W-EDIT-VAR        PIC -(6)9.
       01 W-EDIT-05         PIC ZZZZ9.
       PROCEDURE DIVISION.

            PERFORM 1-INICIO.
            PERFORM 2-MARCAR-RECHAZOS.
            PERFORM 3-CARGAR-CORRIDAS.
            PERFORM 4-CONTAR-HISTORIA.
            PERFORM 5-CLASIFICAR-RECHAZOS.
            PERFORM 6-ESCRIBIR-REPORTE.
            PERFORM 7-FIN.

      * ANALISIS MENSUAL DE RECHAZOS PARA LA REUNION DE CALIDAD DE
      * DATOS CON LAS FUENTES.  POR CADA FUENTE: CANTIDAD Y
      * PORCENTAJE POR MOTIVO EN EL PERIODO CONTRA EL PERIODO
      * ANTERIOR, LOS VALORES RECHAZADOS MAS REPETIDOS, CUANTOS SE
      * REPARARON (TESTREPA, 'R') Y CUANTOS SIGUEN PENDIENTES ('P')
      * Y LA ANTIGUEDAD DEL PENDIENTE MAS VIEJO.  LOS MOTIVOS SALEN
      * DE RECHAZOS; EL TOTAL DE TRANSACCIONES DE CADA FUENTE (BASE
      * DEL PORCENTAJE) SALE DE AUDHIST MAS LOS RECHAZOS QUE NO
      * PASAN POR EL CONVERSOR (30, 40 Y 52).
       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-FIJAR-PERIODO
            OPEN OUTPUT ARCH-REPORTE
            IF W-FS-REPORTE NOT = '00'
               DISPLAY 'TESTMOTI - NO SE PUDO ABRIR REPORTDD, FS='
                       W-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      * EL PERIODO ES EL MES CERRADO ANTERIOR A HOY; EL PARAMETRO
      * PERIODO (AAAAMM) DEL ARCHIVO CENTRAL PERMITE PEDIR OTRO MES.
       11-FIJAR-PERIODO.
            MOVE W-HOY-ANIO TO W-PER-ANIO
            MOVE W-HOY-MES  TO W-PER-MES
            PERFORM 111-MES-ANTERIOR
            MOVE W-PERIODO-ANT-9 TO W-PERIODO-9
            MOVE 'TESTMOTI' TO W-PRM-PROGRAMA
            MOVE 'PERIODO'  TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               IF W-PRM-VALOR > 190000 AND W-PRM-VALOR < 999913
                  MOVE W-PRM-VALOR TO W-PERIODO-9
               END-IF
            END-IF
            IF W-PER-MES < 01 OR W-PER-MES > 12
               DISPLAY 'TESTMOTI - PERIODO INVALIDO: ' W-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 111-MES-ANTERIOR
            .

       111-MES-ANTERIOR.
            MOVE W-PER-ANIO TO W-ANT-ANIO
            IF W-PER-MES = 01
               MOVE 12 TO W-ANT-MES
               SUBTRACT 1 FROM W-ANT-ANIO
            ELSE
               COMPUTE W-ANT-MES = W-PER-MES - 1
            END-IF
            .

      * PRIMERA PASADA DE RECHAZOS: ARMA LOS TRAMOS SIN CORRIDA Y
      * UBICA, POR FUENTE, EL PRIMER PENDIENTE DEL ARCHIVO (QUE ES
      * EL MAS VIEJO PORQUE RECHAZOS SOLO SE AGREGA AL FINAL).
       2-MARCAR-RECHAZOS.
            MOVE ZEROES TO W-NUMREG
            MOVE 'N'    TO W-SIN-CORRIDA
            PERFORM 21-ABRIR-RECHAZOS
            PERFORM UNTIL FIN-RECHAZOS
               READ ARCH-RECHAZOS
                   AT END
                       MOVE 'S' TO W-FIN-RECHAZOS
                   NOT AT END
                       ADD 1 TO W-NUMREG
                       PERFORM 22-MARCAR-RECHAZO
               END-READ
            END-PERFORM
            PERFORM 29-CERRAR-RECHAZOS
            .

       21-ABRIR-RECHAZOS.
            MOVE 'N' TO W-FIN-RECHAZOS
            OPEN INPUT ARCH-RECHAZOS
            IF W-FS-RECHAZOS NOT = '00'
               MOVE 'S' TO W-FIN-RECHAZOS
            END-IF
            .

       22-MARCAR-RECHAZO.
            MOVE RCH-FUENTE TO W-FTE-BUSCA
            PERFORM 81-BUSCAR-FUENTE
            IF RCH-CORRIDA IS NUMERIC AND RCH-CORRIDA > ZEROES
               IF HAY-SIN-CORRIDA
                  PERFORM 23-CERRAR-TRAMO
               END-IF
            ELSE
               MOVE 'S' TO W-SIN-CORRIDA
            END-IF
            IF RCH-PENDIENTE AND W-FTE-POS > ZEROES
               ADD 1 TO W-FTE-PEND-TOTAL(W-FTE-POS)
               IF FTE-SIN-PENDIENTE(W-FTE-POS)
                  IF RCH-CORRIDA IS NUMERIC AND RCH-CORRIDA > ZEROES
                     MOVE 'C' TO W-FTE-PEND-ESTADO(W-FTE-POS)
                     MOVE RCH-CORRIDA TO W-FTE-PEND-COR(W-FTE-POS)
                  ELSE
                     MOVE 'E' TO W-FTE-PEND-ESTADO(W-FTE-POS)
                  END-IF
               END-IF
            END-IF
            .

      * EL PRIMER RECHAZO CON CORRIDA DESPUES DE UN TRAMO SIN ELLA
      * CIERRA EL TRAMO Y LE DA SU CORRIDA, TAMBIEN A LOS PENDIENTES
      * MAS VIEJOS QUE QUEDARON ESPERANDOLA.
       23-CERRAR-TRAMO.
            MOVE 'N' TO W-SIN-CORRIDA
            IF W-SEG-CANT < 1000
               ADD 1 TO W-SEG-CANT
               MOVE W-NUMREG    TO W-SEG-HASTA(W-SEG-CANT)
               MOVE RCH-CORRIDA TO W-SEG-CORRIDA(W-SEG-CANT)
            ELSE
               MOVE 'S' TO W-DESBORDE
            END-IF
            PERFORM VARYING W-FTE-IDX FROM 1 BY 1
                    UNTIL W-FTE-IDX > W-FTE-CANT
               IF FTE-PEND-ESPERA(W-FTE-IDX)
                  MOVE 'C' TO W-FTE-PEND-ESTADO(W-FTE-IDX)
                  MOVE RCH-CORRIDA TO W-FTE-PEND-COR(W-FTE-IDX)
               END-IF
            END-PERFORM
            .

       29-CERRAR-RECHAZOS.
            IF W-FS-RECHAZOS = '00' OR W-FS-RECHAZOS = '10'
               CLOSE ARCH-RECHAZOS
            END-IF
            .

      * RUNCTL DA LA FECHA DE CADA CORRIDA: SE GUARDAN LAS DEL
      * PERIODO Y DEL ANTERIOR, Y SE FECHA EL PENDIENTE MAS VIEJO DE
      * CADA FUENTE AUNQUE SU CORRIDA SEA MAS ANTIGUA.
       3-CARGAR-CORRIDAS.
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
                       PERFORM 31-GUARDAR-CORRIDA
               END-READ
            END-PERFORM
            IF W-FS-RUNCTL = '00' OR W-FS-RUNCTL = '10'
               CLOSE ARCH-RUNCTL
            END-IF
            PERFORM VARYING W-FTE-IDX FROM 1 BY 1
                    UNTIL W-FTE-IDX > W-FTE-CANT
               IF FTE-PEND-ESPERA(W-FTE-IDX)
                  MOVE 'F'         TO W-FTE-PEND-ESTADO(W-FTE-IDX)
                  MOVE W-FECHA-HOY TO W-FTE-PEND-FECHA(W-FTE-IDX)
               END-IF
            END-PERFORM
            .

       31-GUARDAR-CORRIDA.
            IF RUN-CORRIDA IS NUMERIC AND RUN-FECHA IS NUMERIC
               PERFORM VARYING W-FTE-IDX FROM 1 BY 1
                       UNTIL W-FTE-IDX > W-FTE-CANT
                  IF FTE-PEND-CORRIDA(W-FTE-IDX)
                     AND W-FTE-PEND-COR(W-FTE-IDX) = RUN-CORRIDA
                     MOVE 'F'       TO W-FTE-PEND-ESTADO(W-FTE-IDX)
                     MOVE RUN-FECHA TO W-FTE-PEND-FECHA(W-FTE-IDX)
                  END-IF
               END-PERFORM
               IF RUN-FECHA(1:6) = W-PERIODO
                  OR RUN-FECHA(1:6) = W-PERIODO-ANT
                  MOVE RUN-CORRIDA TO W-CORRIDA-BUSCA
                  PERFORM 82-BUSCAR-CORRIDA
                  IF W-COR-POS = ZEROES
                     IF W-COR-CANT < 2000
                        ADD 1 TO W-COR-CANT
                        MOVE RUN-CORRIDA TO W-COR-ID(W-COR-CANT)
                        MOVE RUN-FECHA   TO W-COR-FECHA(W-COR-CANT)
                     ELSE
                        MOVE 'S' TO W-DESBORDE
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

      * TRANSACCIONES DE LOTE DE CADA FUENTE EN LOS DOS PERIODOS
      * SEGUN LA HISTORIA DE AUDITORIA (LAS CONSULTAS EN LINEA NO
      * TIENEN CORRIDA NI FUENTE Y NO CUENTAN).
       4-CONTAR-HISTORIA.
            MOVE 'N' TO W-FIN-AUDHIST
            OPEN INPUT ARCH-AUDHIST
            IF W-FS-AUDHIST NOT = '00'
               DISPLAY 'TESTMOTI - NO SE PUDO ABRIR AUDHIST, FS='
                       W-FS-AUDHIST ' - PORCENTAJES SIN BASE'
               MOVE 04 TO RETURN-CODE
               MOVE 'S' TO W-FIN-AUDHIST
            ELSE
               MOVE W-PERIODO-ANT TO AHI-FECHA(1:6)
               MOVE '01'          TO AHI-FECHA(7:2)
               MOVE LOW-VALUES    TO AHI-HORA
               MOVE ZEROES        TO AHI-SECUENCIA
               START ARCH-AUDHIST KEY NOT LESS THAN AHI-CLAVE
               IF W-FS-AUDHIST NOT = '00'
                  MOVE 'S' TO W-FIN-AUDHIST
               END-IF
               PERFORM 41-LEER-HISTORIA UNTIL FIN-AUDHIST
               CLOSE ARCH-AUDHIST
            END-IF
            .

       41-LEER-HISTORIA.
            READ ARCH-AUDHIST NEXT RECORD
                AT END
                    MOVE 'S' TO W-FIN-AUDHIST
            END-READ
            IF NOT FIN-AUDHIST
               MOVE AHI-FECHA TO W-FECHA-REG
               PERFORM 83-UBICAR-PERIODO
               IF FUERA-DE-PERIODO
                  MOVE 'S' TO W-FIN-AUDHIST
               ELSE
                  IF AHI-CORRIDA IS NUMERIC AND AHI-CORRIDA > ZEROES
                     AND AHI-ORIGEN NOT = SPACES
                     MOVE AHI-ORIGEN TO W-FTE-BUSCA
                     PERFORM 81-BUSCAR-FUENTE
                     IF W-FTE-POS > ZEROES
                        IF EN-PERIODO
                           ADD 1 TO W-FTE-VOL(W-FTE-POS)
                        ELSE
                           ADD 1 TO W-FTE-VOL-ANT(W-FTE-POS)
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

      * SEGUNDA PASADA DE RECHAZOS: CADA RECHAZO SE FECHA POR SU
      * CORRIDA (O LA DE SU TRAMO) Y SE CUENTA EN SU PERIODO.
       5-CLASIFICAR-RECHAZOS.
            MOVE ZEROES TO W-NUMREG
            MOVE 1      TO W-SEG-IDX
            PERFORM 21-ABRIR-RECHAZOS
            PERFORM UNTIL FIN-RECHAZOS
               READ ARCH-RECHAZOS
                   AT END
                       MOVE 'S' TO W-FIN-RECHAZOS
                   NOT AT END
                       ADD 1 TO W-NUMREG
                       PERFORM 51-CLASIFICAR-RECHAZO
               END-READ
            END-PERFORM
            PERFORM 29-CERRAR-RECHAZOS
            .

       51-CLASIFICAR-RECHAZO.
            IF RCH-CORRIDA IS NUMERIC AND RCH-CORRIDA > ZEROES
               MOVE RCH-CORRIDA TO W-CORRIDA-BUSCA
            ELSE
               PERFORM UNTIL W-SEG-IDX > W-SEG-CANT
                          OR W-SEG-HASTA(W-SEG-IDX) > W-NUMREG
                  ADD 1 TO W-SEG-IDX
               END-PERFORM
               IF W-SEG-IDX > W-SEG-CANT
                  MOVE ZEROES TO W-CORRIDA-BUSCA
               ELSE
                  MOVE W-SEG-CORRIDA(W-SEG-IDX) TO W-CORRIDA-BUSCA
               END-IF
            END-IF
            IF W-CORRIDA-BUSCA = ZEROES
               MOVE W-FECHA-HOY TO W-FECHA-REG
            ELSE
               PERFORM 82-BUSCAR-CORRIDA
               IF W-COR-POS = ZEROES
                  MOVE SPACES TO W-FECHA-REG
               ELSE
                  MOVE W-COR-FECHA(W-COR-POS) TO W-FECHA-REG
               END-IF
            END-IF
            PERFORM 83-UBICAR-PERIODO
            IF NOT FUERA-DE-PERIODO
               MOVE RCH-FUENTE TO W-FTE-BUSCA
               PERFORM 81-BUSCAR-FUENTE
               IF W-FTE-POS > ZEROES
                  PERFORM 52-CONTAR-RECHAZO
               END-IF
            END-IF
            .

       52-CONTAR-RECHAZO.
            PERFORM 84-BUSCAR-MOTIVO
            IF EN-PERIODO
               ADD 1 TO W-FTE-MOT-ACT(W-FTE-POS W-MOT-POS)
               IF RCH-MOTIVO = 30 OR RCH-MOTIVO = 40
                  OR RCH-MOTIVO = 52
                  ADD 1 TO W-FTE-VOL(W-FTE-POS)
               END-IF
               IF RCH-REENVIADO
                  ADD 1 TO W-FTE-REPARADOS(W-FTE-POS)
               END-IF
               IF RCH-PENDIENTE
                  ADD 1 TO W-FTE-PENDIENTES(W-FTE-POS)
               END-IF
               PERFORM 53-ANOTAR-VALOR
            ELSE
               ADD 1 TO W-FTE-MOT-ANT(W-FTE-POS W-MOT-POS)
               IF RCH-MOTIVO = 30 OR RCH-MOTIVO = 40
                  OR RCH-MOTIVO = 52
                  ADD 1 TO W-FTE-VOL-ANT(W-FTE-POS)
               END-IF
            END-IF
            .

       53-ANOTAR-VALOR.
            MOVE ZEROES TO W-VAL-POS
            PERFORM VARYING W-VAL-IDX FROM 1 BY 1
                    UNTIL W-VAL-IDX > W-VAL-CANT
                       OR W-VAL-POS > ZEROES
               IF W-VAL-FTE(W-VAL-IDX) = RCH-FUENTE
                  AND W-VAL-TEXTO(W-VAL-IDX) = RCH-VALOR
                  AND W-VAL-MOTIVO(W-VAL-IDX) = RCH-MOTIVO
                  MOVE W-VAL-IDX TO W-VAL-POS
               END-IF
            END-PERFORM
            IF W-VAL-POS = ZEROES
               IF W-VAL-CANT < 2000
                  ADD 1 TO W-VAL-CANT
                  MOVE W-VAL-CANT TO W-VAL-POS
                  MOVE RCH-FUENTE TO W-VAL-FTE(W-VAL-POS)
                  MOVE RCH-VALOR  TO W-VAL-TEXTO(W-VAL-POS)
                  MOVE RCH-MOTIVO TO W-VAL-MOTIVO(W-VAL-POS)
                  MOVE ZEROES     TO W-VAL-VECES(W-VAL-POS)
                  MOVE 'N'        TO W-VAL-USADO(W-VAL-POS)
               ELSE
                  MOVE 'S' TO W-DESBORDE
               END-IF
            END-IF
            IF W-VAL-POS > ZEROES
               ADD 1 TO W-VAL-VECES(W-VAL-POS)
            END-IF
            .

       6-ESCRIBIR-REPORTE.
            MOVE SPACES TO REG-REPORTE
            MOVE 'ANALISIS DE RECHAZOS POR FUENTE Y MOTIVO'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'PERIODO : '           DELIMITED BY SIZE
                   W-PERIODO              DELIMITED BY SIZE
                   '   PERIODO ANTERIOR : ' DELIMITED BY SIZE
                   W-PERIODO-ANT          DELIMITED BY SIZE
                   '   EMITIDO : '        DELIMITED BY SIZE
                   W-FECHA-HOY            DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING W-FTE-IDX FROM 1 BY 1
                    UNTIL W-FTE-IDX > W-FTE-CANT
               PERFORM 60-MEDIR-ACTIVIDAD
               IF W-ACTIVIDAD > ZEROES
                  PERFORM 61-BLOQUE-FUENTE
               END-IF
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            IF W-FTE-CANT = ZEROES
               MOVE 'SIN RECHAZOS NI ACTIVIDAD DE LOTE EN LOS PERIODOS'
                   TO REG-REPORTE
               WRITE REG-REPORTE
            END-IF
            IF HUBO-DESBORDE
               MOVE '*** TABLAS LLENAS: HAY DATOS QUE NO SE ANALIZARON'
                   TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE 04 TO RETURN-CODE
            END-IF
            .

      * UNA FUENTE QUE SOLO TIENE RECHAZOS VIEJOS YA REPARADOS NO
      * TIENE NADA QUE MOSTRAR Y NO SE LISTA.
       60-MEDIR-ACTIVIDAD.
            COMPUTE W-ACTIVIDAD = W-FTE-VOL(W-FTE-IDX)
                                + W-FTE-VOL-ANT(W-FTE-IDX)
                                + W-FTE-PEND-TOTAL(W-FTE-IDX)
            PERFORM VARYING W-MOT-IDX FROM 1 BY 1
                    UNTIL W-MOT-IDX > 14
               ADD W-FTE-MOT-ACT(W-FTE-IDX W-MOT-IDX)
                   W-FTE-MOT-ANT(W-FTE-IDX W-MOT-IDX) TO W-ACTIVIDAD
            END-PERFORM
            .

       61-BLOQUE-FUENTE.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE W-FTE-VOL(W-FTE-IDX)     TO W-EDIT-08
            MOVE W-FTE-VOL-ANT(W-FTE-IDX) TO W-EDIT-08B
            STRING 'FUENTE ' DELIMITED BY SIZE
                   W-FTE-COD(W-FTE-IDX)    DELIMITED BY SIZE
                   '   TRANSACCIONES '     DELIMITED BY SIZE
                   W-EDIT-08               DELIMITED BY SIZE
                   '   ANTERIOR '          DELIMITED BY SIZE
                   W-EDIT-08B              DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES        TO REG-REPORTE
            MOVE 'MOT'         TO REG-REPORTE(1:3)
            MOVE 'DESCRIPCION' TO REG-REPORTE(5:11)
            MOVE 'CANT'        TO REG-REPORTE(41:4)
            MOVE '%'           TO REG-REPORTE(51:1)
            MOVE 'ANTERIOR'    TO REG-REPORTE(53:8)
            MOVE '%'           TO REG-REPORTE(67:1)
            MOVE 'VARIAC'      TO REG-REPORTE(70:6)
            WRITE REG-REPORTE
            MOVE ZEROES TO W-SUMA-ACT
                           W-SUMA-ANT
            PERFORM VARYING W-MOT-IDX FROM 1 BY 1
                    UNTIL W-MOT-IDX > 14
               IF W-FTE-MOT-ACT(W-FTE-IDX W-MOT-IDX) > ZEROES
                  OR W-FTE-MOT-ANT(W-FTE-IDX W-MOT-IDX) > ZEROES
                  PERFORM 62-LINEA-MOTIVO
               END-IF
            END-PERFORM
            MOVE 'TOTAL RECHAZOS' TO W-MOT-TEXTO
            PERFORM 63-LINEA-TOTAL
            PERFORM 64-VALORES-REPETIDOS
            PERFORM 65-LINEA-PENDIENTES
            .

       62-LINEA-MOTIVO.
            MOVE W-MOT-COD(W-MOT-IDX) TO W-MOT-CODIGO
            PERFORM 85-TEXTO-MOTIVO
            ADD W-FTE-MOT-ACT(W-FTE-IDX W-MOT-IDX) TO W-SUMA-ACT
            ADD W-FTE-MOT-ANT(W-FTE-IDX W-MOT-IDX) TO W-SUMA-ANT
            MOVE SPACES TO REG-REPORTE
            IF W-MOT-COD(W-MOT-IDX) = 99
               MOVE 'OTROS' TO W-MOT-TEXTO
               MOVE '**'    TO REG-REPORTE(1:2)
            ELSE
               MOVE W-MOT-COD(W-MOT-IDX) TO REG-REPORTE(1:2)
            END-IF
            MOVE W-FTE-MOT-ACT(W-FTE-IDX W-MOT-IDX) TO W-SUMA-ACT-MOT
            MOVE W-FTE-MOT-ANT(W-FTE-IDX W-MOT-IDX) TO W-SUMA-ANT-MOT
            PERFORM 66-ARMAR-CIFRAS
            .

       63-LINEA-TOTAL.
            MOVE SPACES TO REG-REPORTE
            MOVE W-SUMA-ACT TO W-SUMA-ACT-MOT
            MOVE W-SUMA-ANT TO W-SUMA-ANT-MOT
            PERFORM 66-ARMAR-CIFRAS
            .

      * CANTIDAD Y PORCENTAJE SOBRE LAS TRANSACCIONES DE LA FUENTE
      * EN CADA PERIODO, Y LA VARIACION DE LA CANTIDAD.
       66-ARMAR-CIFRAS.
            MOVE W-MOT-TEXTO    TO REG-REPORTE(5:30)
            MOVE W-SUMA-ACT-MOT TO W-EDIT-08
            MOVE W-EDIT-08      TO REG-REPORTE(37:8)
            MOVE ZEROES TO W-PORCENTAJE
            IF W-FTE-VOL(W-FTE-IDX) > ZEROES
               COMPUTE W-PORCENTAJE ROUNDED =
                       W-SUMA-ACT-MOT * 100 / W-FTE-VOL(W-FTE-IDX)
                   ON SIZE ERROR MOVE 999.99 TO W-PORCENTAJE
               END-COMPUTE
            END-IF
            MOVE W-PORCENTAJE   TO W-EDIT-PCT
            MOVE W-EDIT-PCT     TO REG-REPORTE(46:6)
            MOVE W-SUMA-ANT-MOT TO W-EDIT-08B
            MOVE W-EDIT-08B     TO REG-REPORTE(53:8)
            MOVE ZEROES TO W-PORCENTAJE
            IF W-FTE-VOL-ANT(W-FTE-IDX) > ZEROES
               COMPUTE W-PORCENTAJE ROUNDED =
                       W-SUMA-ANT-MOT * 100 / W-FTE-VOL-ANT(W-FTE-IDX)
                   ON SIZE ERROR MOVE 999.99 TO W-PORCENTAJE
               END-COMPUTE
            END-IF
            MOVE W-PORCENTAJE   TO W-EDIT-PCTB
            MOVE W-EDIT-PCTB    TO REG-REPORTE(62:6)
            COMPUTE W-VARIACION = W-SUMA-ACT-MOT - W-SUMA-ANT-MOT
            MOVE W-VARIACION    TO W-EDIT-VAR
            MOVE W-EDIT-VAR     TO REG-REPORTE(69:7)
            WRITE REG-REPORTE
            .

      * LOS VALORES MAS REPETIDOS DE LA FUENTE EN EL PERIODO, DE
      * MAYOR A MENOR (SOLO LOS QUE SE RECHAZARON MAS DE UNA VEZ).
       64-VALORES-REPETIDOS.
            MOVE ZEROES TO W-VAL-LISTADOS
            MOVE 2      TO W-VAL-MAYOR
            PERFORM UNTIL W-VAL-LISTADOS = W-MAX-VALORES
                       OR W-VAL-MAYOR < 2
               PERFORM 641-BUSCAR-MAYOR
               IF W-VAL-MAYOR > 1
                  IF W-VAL-LISTADOS = ZEROES
                     MOVE SPACES TO REG-REPORTE
                     MOVE '    VALORES MAS REPETIDOS EN EL PERIODO:'
                         TO REG-REPORTE
                     WRITE REG-REPORTE
                  END-IF
                  ADD 1 TO W-VAL-LISTADOS
                  MOVE 'S' TO W-VAL-USADO(W-VAL-POS)
                  MOVE SPACES TO REG-REPORTE
                  MOVE W-VAL-VECES(W-VAL-POS) TO W-EDIT-08
                  STRING '      '               DELIMITED BY SIZE
                         W-VAL-TEXTO(W-VAL-POS) DELIMITED BY SIZE
                         W-EDIT-08              DELIMITED BY SIZE
                         ' VECES  MOTIVO '      DELIMITED BY SIZE
                         W-VAL-MOTIVO(W-VAL-POS) DELIMITED BY SIZE
                         INTO REG-REPORTE
                  WRITE REG-REPORTE
               END-IF
            END-PERFORM
            .

       641-BUSCAR-MAYOR.
            MOVE ZEROES TO W-VAL-MAYOR
                           W-VAL-POS
            PERFORM VARYING W-VAL-IDX FROM 1 BY 1
                    UNTIL W-VAL-IDX > W-VAL-CANT
               IF W-VAL-FTE(W-VAL-IDX) = W-FTE-COD(W-FTE-IDX)
                  AND W-VAL-USADO(W-VAL-IDX) = 'N'
                  AND W-VAL-VECES(W-VAL-IDX) > W-VAL-MAYOR
                  MOVE W-VAL-VECES(W-VAL-IDX) TO W-VAL-MAYOR
                  MOVE W-VAL-IDX              TO W-VAL-POS
               END-IF
            END-PERFORM
            .

      * REPARADOS Y PENDIENTES DEL PERIODO, PENDIENTES DE TODA LA
      * HISTORIA Y LA ANTIGUEDAD EN DIAS HABILES DEL MAS VIEJO.
       65-LINEA-PENDIENTES.
            MOVE SPACES TO REG-REPORTE
            MOVE W-FTE-REPARADOS(W-FTE-IDX)  TO W-EDIT-08
            MOVE W-FTE-PENDIENTES(W-FTE-IDX) TO W-EDIT-08B
            STRING '    REPARADOS (R) : ' DELIMITED BY SIZE
                   W-EDIT-08              DELIMITED BY SIZE
                   '   PENDIENTES (P) : ' DELIMITED BY SIZE
                   W-EDIT-08B             DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-FTE-PEND-TOTAL(W-FTE-IDX) TO W-EDIT-08
            IF FTE-PEND-FECHADO(W-FTE-IDX)
               MOVE 'C'                         TO W-CAL-FUNCION
               MOVE W-FTE-PEND-FECHA(W-FTE-IDX) TO W-CAL-FECHA-1
               MOVE W-FECHA-HOY                 TO W-CAL-FECHA-2
               CALL 'ROMANCAL' USING W-CALENDARIO
               MOVE W-CAL-DIAS TO W-EDIT-05
               STRING '    PENDIENTES EN TOTAL : ' DELIMITED BY SIZE
                      W-EDIT-08                   DELIMITED BY SIZE
                      '   MAS VIEJO : '           DELIMITED BY SIZE
                      W-FTE-PEND-FECHA(W-FTE-IDX) DELIMITED BY SIZE
                      ' ('                        DELIMITED BY SIZE
                      W-EDIT-05                   DELIMITED BY SIZE
                      ' DIAS HABILES)'            DELIMITED BY SIZE
                      INTO REG-REPORTE
            ELSE
               IF FTE-SIN-PENDIENTE(W-FTE-IDX)
                  STRING '    PENDIENTES EN TOTAL : ' DELIMITED BY SIZE
                         W-EDIT-08                   DELIMITED BY SIZE
                         INTO REG-REPORTE
               ELSE
                  STRING '    PENDIENTES EN TOTAL : ' DELIMITED BY SIZE
                         W-EDIT-08                   DELIMITED BY SIZE
                         '   MAS VIEJO : CORRIDA '   DELIMITED BY SIZE
                         W-FTE-PEND-COR(W-FTE-IDX)   DELIMITED BY SIZE
                         ' SIN FECHA EN RUNCTL'      DELIMITED BY SIZE
                         INTO REG-REPORTE
               END-IF
            END-IF
            WRITE REG-REPORTE
            .

      * BUSCA (Y SI NO ESTA AGREGA) LA FUENTE W-FTE-BUSCA; SI LA
      * TABLA ESTA LLENA DEVUELVE CERO Y SE AVISA EN EL REPORTE.
       81-BUSCAR-FUENTE.
            MOVE ZEROES TO W-FTE-POS
            PERFORM VARYING W-FTE-IDX FROM 1 BY 1
                    UNTIL W-FTE-IDX > W-FTE-CANT
               IF W-FTE-COD(W-FTE-IDX) = W-FTE-BUSCA
                  MOVE W-FTE-IDX TO W-FTE-POS
               END-IF
            END-PERFORM
            IF W-FTE-POS = ZEROES
               IF W-FTE-CANT < 50
                  ADD 1 TO W-FTE-CANT
                  MOVE W-FTE-CANT  TO W-FTE-POS
                  MOVE W-FTE-BUSCA TO W-FTE-COD(W-FTE-POS)
                  MOVE ZEROES TO W-FTE-VOL(W-FTE-POS)
                                 W-FTE-VOL-ANT(W-FTE-POS)
                                 W-FTE-REPARADOS(W-FTE-POS)
                                 W-FTE-PENDIENTES(W-FTE-POS)
                                 W-FTE-PEND-TOTAL(W-FTE-POS)
                                 W-FTE-PEND-COR(W-FTE-POS)
                                 W-FTE-PEND-FECHA(W-FTE-POS)
                  MOVE SPACE  TO W-FTE-PEND-ESTADO(W-FTE-POS)
                  PERFORM VARYING W-MOT-IDX FROM 1 BY 1
                          UNTIL W-MOT-IDX > 14
                     MOVE ZEROES TO W-FTE-MOT-ACT(W-FTE-POS W-MOT-IDX)
                                    W-FTE-MOT-ANT(W-FTE-POS W-MOT-IDX)
                  END-PERFORM
               ELSE
                  MOVE 'S' TO W-DESBORDE
               END-IF
            END-IF
            .

       82-BUSCAR-CORRIDA.
            MOVE ZEROES TO W-COR-POS
            PERFORM VARYING W-COR-IDX FROM 1 BY 1
                    UNTIL W-COR-IDX > W-COR-CANT
                       OR W-COR-POS > ZEROES
               IF W-COR-ID(W-COR-IDX) = W-CORRIDA-BUSCA
                  MOVE W-COR-IDX TO W-COR-POS
               END-IF
            END-PERFORM
            .

       83-UBICAR-PERIODO.
            EVALUATE TRUE
               WHEN W-FECHA-REG(1:6) = W-PERIODO
                  MOVE 'A' TO W-CUAL-PERIODO
               WHEN W-FECHA-REG(1:6) = W-PERIODO-ANT
                  MOVE 'P' TO W-CUAL-PERIODO
               WHEN OTHER
                  MOVE 'N' TO W-CUAL-PERIODO
            END-EVALUATE
            .

       84-BUSCAR-MOTIVO.
            MOVE 14 TO W-MOT-POS
            PERFORM VARYING W-MOT-IDX FROM 1 BY 1
                    UNTIL W-MOT-IDX > 13
               IF W-MOT-COD(W-MOT-IDX) = RCH-MOTIVO
                  MOVE W-MOT-IDX TO W-MOT-POS
               END-IF
            END-PERFORM
            .

       85-TEXTO-MOTIVO.
            EVALUATE W-MOT-CODIGO
               WHEN 10
                  MOVE 'NUMERO ROMANO INVALIDO'     TO W-MOT-TEXTO
               WHEN 11
                  MOVE 'ROMANO 1 INVALIDO'          TO W-MOT-TEXTO
               WHEN 12
                  MOVE 'ROMANO 2 INVALIDO'          TO W-MOT-TEXTO
               WHEN 13
                  MOVE 'OPERACION INVALIDA'         TO W-MOT-TEXTO
               WHEN 14
                  MOVE 'SENTIDO/FORMATO DE FECHA'   TO W-MOT-TEXTO
               WHEN 15
                  MOVE 'FECHA INEXISTENTE'          TO W-MOT-TEXTO
               WHEN 20
                  MOVE 'DECIMAL FUERA DE RANGO'     TO W-MOT-TEXTO
               WHEN 21
                  MOVE 'NO REPRESENTABLE EN ROMANO' TO W-MOT-TEXTO
               WHEN 30
                  MOVE 'FUENTE INVALIDA O INACTIVA' TO W-MOT-TEXTO
               WHEN 40
                  MOVE 'DUPLICADO YA PROCESADO'     TO W-MOT-TEXTO
               WHEN 50
                  MOVE 'ANULA ALGO NO PROCESADO'    TO W-MOT-TEXTO
               WHEN 51
                  MOVE 'ORIGINAL YA ANULADA'        TO W-MOT-TEXTO
               WHEN 52
                  MOVE 'ANULACION FUERA DE DIARIA'  TO W-MOT-TEXTO
               WHEN OTHER
                  MOVE 'ERROR GENERAL'              TO W-MOT-TEXTO
            END-EVALUATE
            .

       7-FIN.
            CLOSE ARCH-REPORTE
            DISPLAY 'TESTMOTI - periodo analizado : ' W-PERIODO
            DISPLAY 'TESTMOTI - fuentes           : ' W-FTE-CANT
            STOP RUN.
