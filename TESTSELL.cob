       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-AUDITORIA.
           SELECT ARCH-RUNCTL    ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNCTL.
           SELECT ARCH-REPORTE   ASSIGN TO "REPORTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-AUDITORIA.
       COPY WAUDIT.
       FD  ARCH-RUNCTL.
       COPY WRUNCTL.
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       COPY WCALRUT.
       COPY WSELLO.
       01 W-FS-AUDITORIA    PIC X(02).
       01 W-FS-RUNCTL       PIC X(02).
       01 W-FS-REPORTE      PIC X(02).
       01 W-FIN-AUDITORIA   PIC X(01) VALUE 'N'.
          88 FIN-AUDITORIA           VALUE 'S'.
       01 W-FIN-RUNCTL      PIC X(01) VALUE 'N'.
          88 FIN-RUNCTL              VALUE 'S'.
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-FECHA-HOY       PIC 9(08).
       01 W-FECHA-CORTE     PIC 9(08).
       01 W-FECHA-PRIMERA   PIC 9(08).
       01 W-FECHA-EXIGIDA   PIC 9(08).
       01 W-FECHA-CARGA     PIC 9(08).
       01 W-FECHA-RUN       PIC 9(08).
       01 W-DIAS-RETENCION  PIC 9(03) VALUE 090.
       01 W-RANGO-PARTICION PIC 9(08) VALUE 1000000.
       01 W-CADENA-ANTERIOR PIC X(18) VALUE SPACES.
       01 W-CADENA-VISTA    PIC X(01) VALUE 'N'.
          88 CADENA-VISTA            VALUE 'S'.
       01 W-MOTIVO          PIC X(46).
      * CORRIDAS DE RUNCTL DESDE UN DIA ANTES DE LA FECHA EXIGIDA;
      * COMO RUNCTL SOLO CRECE, EL ULTIMO REGISTRO DE CADA CORRIDA
      * ES EL QUE VALE.
       01 W-CTL-IDX         PIC 9(04).
       01 W-CTL-POS         PIC 9(04).
       01 W-CTL-MAX         PIC 9(04) VALUE 3000.
       01 W-CORRIDA-BUSCA   PIC 9(08).
       01 W-CORRIDA-ULTIMA  PIC 9(08) VALUE ZEROES.
       01 W-POS-ULTIMA      PIC 9(04) VALUE ZEROES.
       01 W-CORRIDAS.
          05 W-CTL-CANT     PIC 9(04) VALUE ZEROES.
          05 W-CTL-ENT OCCURS 3000 TIMES.
             10 W-CTL-CORRIDA  PIC 9(08).
             10 W-CTL-FECHA    PIC 9(08).
             10 W-CTL-ESTADO   PIC X(01).
             10 W-CTL-CADENA   PIC X(18).
             10 W-CTL-VISTA    PIC X(01).
             10 W-CTL-SELLADA  PIC X(01).
       01 W-TOTAL-LEIDOS     PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-SIN-CADENA PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-ENCADENADOS PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-REINICIOS  PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-EXCEPCIONES PIC 9(08) VALUE ZEROES.
       01 W-SELLOS-EXIGIDOS  PIC 9(08) VALUE ZEROES.
       01 W-SELLOS-HALLADOS  PIC 9(08) VALUE ZEROES.
       01 W-SIN-SELLO        PIC 9(08) VALUE ZEROES.
       01 W-EDIT-08          PIC Z(7)9.
       PROCEDURE DIVISION.

      * VERIFICACION DE LA CADENA DE AUDITORIA.  CORRE ANTES DE
      * QUE TESTCARG CARGUE AUDHIST Y ANTES DE QUE TESTARCH
      * DEPURE; SI ENCUENTRA CUALQUIER EXCEPCION, O SI HAY
      * REGISTROS ENCADENADOS Y FALTA LA CLAVE DE CADENA EN
      * PARAMETROS (SIN ELLA NADA SE PUEDE VERIFICAR), TERMINA CON
      * CODIGO 20 Y LOS PASOS SIGUIENTES NO SE EJECUTAN.
      *   - CADA REGISTRO ENCADENADO SE RECALCULA CON ROMANSEL
      *     CONTRA EL ANTERIOR: UN REGISTRO ALTERADO, BORRADO O
      *     INTERCALADO ROMPE LA CADENA EN ESE PUNTO.
      *   - LOS REGISTROS SIN CADENA (ANTERIORES A LA CONVERSION
      *     DEL ARCHIVO) SOLO SE ADMITEN ANTES DEL PRIMERO
      *     ENCADENADO.
      *   - UNA CADENA NUEVA ('I') SOLO SE ADMITE EN EL PRIMER
      *     REGISTRO ENCADENADO O AL COMIENZO DEL TRAMO DE UN
      *     FLUJO PARTICIONADO (CADA TESTLOTP GRABA SU PROPIO
      *     AUDITLGN, QUE ROMANPAR AGREGA DESPUES AL LOG).
      *   - EL PRIMER REGISTRO DEL ARCHIVO PUEDE CONTINUAR UNA
      *     CADENA CUYO ANTERIOR YA ESTA EN HISTORIA (TESTARCH):
      *     QUEDA COMO ANCLA.
      *   - TODA CORRIDA CERRADA Y SELLADA EN RUNCTL DESDE LA
      *     FECHA EXIGIDA (LA MENOR ENTRE EL CORTE DE RETENCION DE
      *     TESTARCH Y LA FECHA DEL PRIMER REGISTRO) DEBE TENER SU
      *     SELLO EN AUDITDD, EN UN REGISTRO DE LA MISMA CORRIDA, Y
      *     NINGUN REGISTRO DE ESA CORRIDA PUEDE APARECER DESPUES.
            PERFORM 1-INICIO.
            PERFORM 2-VERIFICAR-REGISTRO UNTIL FIN-AUDITORIA.
            PERFORM 3-VERIFICAR-SELLOS.
            PERFORM 4-ESCRIBIR-TOTALES.
            PERFORM 5-FIN.

       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-LEER-PARAMETROS
            PERFORM 12-CALCULAR-CORTE
            OPEN OUTPUT ARCH-REPORTE
            IF W-FS-REPORTE NOT = '00'
               DISPLAY 'TESTSELL - NO SE PUDO ABRIR REPORTDD, FS='
                       W-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 13-LEER-PRIMERA-FECHA
            IF W-FECHA-PRIMERA < W-FECHA-CORTE
               MOVE W-FECHA-PRIMERA TO W-FECHA-EXIGIDA
            ELSE
               MOVE W-FECHA-CORTE   TO W-FECHA-EXIGIDA
            END-IF
            COMPUTE W-FECHA-CARGA = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(W-FECHA-EXIGIDA) - 1)
            PERFORM 14-CARGAR-CORRIDAS
            PERFORM 15-ESCRIBIR-CABECERA
            MOVE 'N' TO W-FIN-AUDITORIA
            OPEN INPUT ARCH-AUDITORIA
            PERFORM 10-LEER-AUDITORIA
            .

       10-LEER-AUDITORIA.
            READ ARCH-AUDITORIA
                AT END
                    MOVE 'S' TO W-FIN-AUDITORIA
            END-READ
            .

      * LA RETENCION ES LA MISMA DE TESTARCH Y EL LIMITE DE
      * PARTICION EL MISMO DE TESTLOTE.
       11-LEER-PARAMETROS.
            MOVE 'TESTARCH'        TO W-PRM-PROGRAMA
            MOVE 'DIAS-RETENCION'  TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-DIAS-RETENCION
            END-IF
            MOVE 'TESTLOTE'        TO W-PRM-PROGRAMA
            MOVE 'RANGO-PARTICION' TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-RANGO-PARTICION
            END-IF
            .

       12-CALCULAR-CORTE.
            MOVE 'R'              TO W-CAL-FUNCION
            MOVE W-FECHA-HOY      TO W-CAL-FECHA-1
            MOVE W-DIAS-RETENCION TO W-CAL-DIAS
            CALL 'ROMANCAL' USING W-CALENDARIO
            MOVE W-CAL-FECHA-2    TO W-FECHA-CORTE
            .

      * SIN AUDITDD NO HAY NADA QUE VERIFICAR NI QUE CARGAR: EL
      * PASO TERMINA CON 16.  UN ARCHIVO VACIO TOMA HOY COMO FECHA
      * DEL PRIMER REGISTRO.
       13-LEER-PRIMERA-FECHA.
            MOVE W-FECHA-HOY TO W-FECHA-PRIMERA
            OPEN INPUT ARCH-AUDITORIA
            IF W-FS-AUDITORIA NOT = '00'
               DISPLAY 'TESTSELL - NO SE PUDO ABRIR AUDITDD, FS='
                       W-FS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 10-LEER-AUDITORIA
            IF NOT FIN-AUDITORIA
               AND AUD-FECHA IS NUMERIC
               MOVE AUD-FECHA TO W-FECHA-PRIMERA
            END-IF
            CLOSE ARCH-AUDITORIA
            .

       14-CARGAR-CORRIDAS.
            MOVE 'N' TO W-FIN-RUNCTL
            OPEN INPUT ARCH-RUNCTL
            IF W-FS-RUNCTL NOT = '00'
               DISPLAY 'TESTSELL - SIN RUNCTLDD, NO SE VERIFICAN '
                       'SELLOS DE CORRIDA'
               MOVE 'S' TO W-FIN-RUNCTL
            END-IF
            PERFORM UNTIL FIN-RUNCTL
               READ ARCH-RUNCTL
                   AT END
                       MOVE 'S' TO W-FIN-RUNCTL
                   NOT AT END
                       PERFORM 141-GUARDAR-CORRIDA
               END-READ
            END-PERFORM
            IF W-FS-RUNCTL = '00' OR W-FS-RUNCTL = '10'
               CLOSE ARCH-RUNCTL
            END-IF
            .

       141-GUARDAR-CORRIDA.
            IF RUN-FECHA IS NUMERIC
               MOVE RUN-FECHA TO W-FECHA-RUN
            ELSE
               MOVE ZEROES    TO W-FECHA-RUN
            END-IF
            IF W-FECHA-RUN NOT < W-FECHA-CARGA
               MOVE RUN-CORRIDA TO W-CORRIDA-BUSCA
               PERFORM 142-BUSCAR-CORRIDA
               IF W-CTL-POS = ZEROES
                  IF W-CTL-CANT NOT < W-CTL-MAX
                     DISPLAY 'TESTSELL - TABLA DE CORRIDAS LLENA ('
                             W-CTL-MAX '), AMPLIAR EL PROGRAMA'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO W-CTL-CANT
                  MOVE W-CTL-CANT  TO W-CTL-POS
                  MOVE RUN-CORRIDA TO W-CTL-CORRIDA(W-CTL-POS)
                  MOVE 'N'         TO W-CTL-VISTA(W-CTL-POS)
                  MOVE 'N'         TO W-CTL-SELLADA(W-CTL-POS)
               END-IF
               MOVE W-FECHA-RUN TO W-CTL-FECHA(W-CTL-POS)
               MOVE RUN-ESTADO  TO W-CTL-ESTADO(W-CTL-POS)
               MOVE RUN-CADENA  TO W-CTL-CADENA(W-CTL-POS)
            END-IF
            .

       142-BUSCAR-CORRIDA.
            MOVE ZEROES TO W-CTL-POS
            PERFORM VARYING W-CTL-IDX FROM 1 BY 1
                    UNTIL W-CTL-IDX > W-CTL-CANT
                       OR W-CTL-POS > ZEROES
               IF W-CTL-CORRIDA(W-CTL-IDX) = W-CORRIDA-BUSCA
                  MOVE W-CTL-IDX TO W-CTL-POS
               END-IF
            END-PERFORM
            .

       15-ESCRIBIR-CABECERA.
            MOVE SPACES TO REG-REPORTE
            MOVE 'VERIFICACION DE LA CADENA DE AUDITORIA - AUDITDD'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            STRING 'FECHA DE PROCESO      : ' DELIMITED BY SIZE
                   W-FECHA-HOY                DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'SELLOS EXIGIDOS DESDE : ' DELIMITED BY SIZE
                   W-FECHA-EXIGIDA            DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'EXCEPCIONES:' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE '  REGISTRO FECHA    HORA   CORRIDA  MOTIVO'
                TO REG-REPORTE
            WRITE REG-REPORTE
            .

       2-VERIFICAR-REGISTRO.
            ADD 1 TO W-TOTAL-LEIDOS
            MOVE ZEROES TO W-CTL-POS
            IF AUD-CORRIDA IS NUMERIC
               AND AUD-CORRIDA > ZEROES
               PERFORM 21-UBICAR-CORRIDA
            END-IF
            IF AUD-ENLACE = SPACE
               AND AUD-CADENA = SPACES
               IF CADENA-VISTA
                  MOVE 'REGISTRO SIN CADENA DENTRO DE LA CADENA'
                      TO W-MOTIVO
                  PERFORM 29-EXCEPCION
               ELSE
                  ADD 1 TO W-TOTAL-SIN-CADENA
               END-IF
            ELSE
               PERFORM 22-VERIFICAR-ENLACE
               MOVE AUD-CADENA TO W-CADENA-ANTERIOR
               MOVE 'S'        TO W-CADENA-VISTA
               ADD 1 TO W-TOTAL-ENCADENADOS
            END-IF
            IF W-CTL-POS > ZEROES
               PERFORM 23-CONTROLAR-SELLO
            END-IF
            PERFORM 10-LEER-AUDITORIA
            .

      * LOS REGISTROS DE UNA CORRIDA VIENEN SEGUIDOS: SOLO SE
      * BUSCA EN LA TABLA CUANDO CAMBIA LA CORRIDA.
       21-UBICAR-CORRIDA.
            IF AUD-CORRIDA = W-CORRIDA-ULTIMA
               MOVE W-POS-ULTIMA TO W-CTL-POS
            ELSE
               MOVE AUD-CORRIDA TO W-CORRIDA-BUSCA
               PERFORM 142-BUSCAR-CORRIDA
               MOVE AUD-CORRIDA TO W-CORRIDA-ULTIMA
               MOVE W-CTL-POS   TO W-POS-ULTIMA
            END-IF
            .

       22-VERIFICAR-ENLACE.
            EVALUATE TRUE
               WHEN AUD-ENLACE-INICIO
                  IF CADENA-VISTA
                     PERFORM 221-VERIFICAR-REINICIO
                  END-IF
                  MOVE SPACES TO W-SEL-ANTERIOR
                  PERFORM 222-RECALCULAR
               WHEN AUD-ENLACE-CONTINUA
                  IF CADENA-VISTA
                     MOVE W-CADENA-ANTERIOR TO W-SEL-ANTERIOR
                     PERFORM 222-RECALCULAR
                  ELSE
                     IF W-TOTAL-LEIDOS > 1
                        MOVE 'ENLACE SIN REGISTRO ANTERIOR ENCADENADO'
                            TO W-MOTIVO
                        PERFORM 29-EXCEPCION
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE 'INDICADOR DE ENLACE INVALIDO' TO W-MOTIVO
                  PERFORM 29-EXCEPCION
            END-EVALUATE
            .

      * A MITAD DEL ARCHIVO SOLO PUEDE ARRANCAR CADENA EL PRIMER
      * REGISTRO DE UNA CORRIDA DE FLUJO PARTICIONADO CERRADA Y
      * SELLADA EN RUNCTL.
       221-VERIFICAR-REINICIO.
            IF AUD-CORRIDA IS NUMERIC
               AND AUD-CORRIDA NOT < W-RANGO-PARTICION
               AND W-CTL-POS > ZEROES
               IF W-CTL-VISTA(W-CTL-POS) = 'N'
                  AND W-CTL-ESTADO(W-CTL-POS) = 'C'
                  AND W-CTL-CADENA(W-CTL-POS) NOT = SPACES
                  ADD 1 TO W-TOTAL-REINICIOS
               ELSE
                  MOVE 'REINICIO DE CADENA NO ESPERADO' TO W-MOTIVO
                  PERFORM 29-EXCEPCION
               END-IF
            ELSE
               MOVE 'REINICIO DE CADENA NO ESPERADO' TO W-MOTIVO
               PERFORM 29-EXCEPCION
            END-IF
            .

       222-RECALCULAR.
            MOVE REG-AUDITORIA(1:69) TO W-SEL-DATOS
            MOVE AUD-IDENTIFICACION  TO W-SEL-EXTENSION
            CALL 'ROMANSEL' USING W-SELLO
            IF W-SEL-RESULTADO NOT = AUD-CADENA
               MOVE 'CADENA ROTA: ALTERADO O FALTA EL ANTERIOR'
                   TO W-MOTIVO
               PERFORM 29-EXCEPCION
            END-IF
            .

       23-CONTROLAR-SELLO.
            IF W-CTL-SELLADA(W-CTL-POS) = 'S'
               MOVE 'REGISTRO POSTERIOR AL SELLO DE LA CORRIDA'
                   TO W-MOTIVO
               PERFORM 29-EXCEPCION
            ELSE
               IF W-CTL-ESTADO(W-CTL-POS) = 'C'
                  AND W-CTL-CADENA(W-CTL-POS) NOT = SPACES
                  AND W-CTL-CADENA(W-CTL-POS) = AUD-CADENA
                  MOVE 'S' TO W-CTL-SELLADA(W-CTL-POS)
               END-IF
            END-IF
            MOVE 'S' TO W-CTL-VISTA(W-CTL-POS)
            .

       29-EXCEPCION.
            ADD 1 TO W-TOTAL-EXCEPCIONES
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-LEIDOS TO W-EDIT-08
            STRING W-EDIT-08    DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   AUD-FECHA    DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   AUD-HORA     DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   AUD-CORRIDA  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   W-MOTIVO     DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            .

       3-VERIFICAR-SELLOS.
            PERFORM VARYING W-CTL-IDX FROM 1 BY 1
                    UNTIL W-CTL-IDX > W-CTL-CANT
               IF W-CTL-ESTADO(W-CTL-IDX) = 'C'
                  IF W-CTL-CADENA(W-CTL-IDX) = SPACES
                     ADD 1 TO W-SIN-SELLO
                  ELSE
                     IF W-CTL-SELLADA(W-CTL-IDX) = 'S'
                        ADD 1 TO W-SELLOS-HALLADOS
                     END-IF
                     IF W-CTL-FECHA(W-CTL-IDX) NOT < W-FECHA-EXIGIDA
                        ADD 1 TO W-SELLOS-EXIGIDOS
                        IF W-CTL-SELLADA(W-CTL-IDX) NOT = 'S'
                           PERFORM 31-SELLO-FALTANTE
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            .

       31-SELLO-FALTANTE.
            ADD 1 TO W-TOTAL-EXCEPCIONES
            MOVE SPACES TO REG-REPORTE
            STRING '       --- '             DELIMITED BY SIZE
                   W-CTL-FECHA(W-CTL-IDX)   DELIMITED BY SIZE
                   ' ------ '               DELIMITED BY SIZE
                   W-CTL-CORRIDA(W-CTL-IDX) DELIMITED BY SIZE
                   ' SELLO DE CORRIDA NO HALLADO EN AUDITDD'
                                            DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            .

       4-ESCRIBIR-TOTALES.
            MOVE SPACES TO REG-REPORTE
            IF W-TOTAL-EXCEPCIONES = ZEROES
               MOVE '  (NINGUNA)' TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE SPACES TO REG-REPORTE
            END-IF
            WRITE REG-REPORTE
            MOVE W-TOTAL-LEIDOS TO W-EDIT-08
            STRING 'REGISTROS LEIDOS      : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-SIN-CADENA TO W-EDIT-08
            STRING 'ANTERIORES A LA CADENA: ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-ENCADENADOS TO W-EDIT-08
            STRING 'ENCADENADOS           : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-REINICIOS TO W-EDIT-08
            STRING 'TRAMOS PARTICIONADOS  : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-SELLOS-EXIGIDOS TO W-EDIT-08
            STRING 'SELLOS EXIGIDOS       : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-SELLOS-HALLADOS TO W-EDIT-08
            STRING 'SELLOS HALLADOS       : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-SIN-SELLO TO W-EDIT-08
            STRING 'CORRIDAS SIN SELLO    : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-EXCEPCIONES TO W-EDIT-08
            STRING 'EXCEPCIONES           : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            EVALUATE TRUE
               WHEN W-TOTAL-ENCADENADOS > ZEROES
                    AND W-SEL-HALLADO NOT = 'S'
                  MOVE '*** SIN CLAVE ROMAN/CLAVE-CADENA EN PARAMETROS'
                      TO REG-REPORTE
                  WRITE REG-REPORTE
                  MOVE 'CADENA DE AUDITORIA   : *** NO VERIFICABLE ***'
                      TO REG-REPORTE
                  MOVE 20 TO RETURN-CODE
               WHEN W-TOTAL-EXCEPCIONES = ZEROES
                  MOVE 'CADENA DE AUDITORIA   : INTACTA' TO REG-REPORTE
               WHEN OTHER
                  MOVE 'CADENA DE AUDITORIA   : *** VIOLADA ***'
                      TO REG-REPORTE
                  MOVE 20 TO RETURN-CODE
            END-EVALUATE
            WRITE REG-REPORTE
            .

       5-FIN.
            CLOSE ARCH-AUDITORIA
                  ARCH-REPORTE
            DISPLAY 'TESTSELL - leidos      : ' W-TOTAL-LEIDOS
            DISPLAY 'TESTSELL - encadenados : ' W-TOTAL-ENCADENADOS
            DISPLAY 'TESTSELL - sellos      : ' W-SELLOS-HALLADOS
            DISPLAY 'TESTSELL - excepciones : ' W-TOTAL-EXCEPCIONES
            EVALUATE TRUE
               WHEN W-TOTAL-ENCADENADOS > ZEROES
                    AND W-SEL-HALLADO NOT = 'S'
                  DISPLAY 'TESTSELL - *** SIN CLAVE DE CADENA, '
                          'AUDITORIA NO VERIFICABLE ***'
               WHEN W-TOTAL-EXCEPCIONES > ZEROES
                  DISPLAY 'TESTSELL - *** CADENA DE AUDITORIA VIOLADA, '
                          'VER REPORTDD ***'
            END-EVALUATE
            STOP RUN.
