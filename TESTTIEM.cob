       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTTIEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TIEMPOS  ASSIGN TO "TIEMPODD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-TIEMPOS.
           SELECT ARCH-REPORTE  ASSIGN TO "REPORTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TIEMPOS.
       COPY WTIEMPO.
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       01 W-FS-TIEMPOS      PIC X(02).
       01 W-FS-REPORTE      PIC X(02).
       01 W-FIN-TIEMPOS     PIC X(01) VALUE 'N'.
          88 FIN-TIEMPOS             VALUE 'S'.
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-FECHA-HOY       PIC 9(08).
       01 W-DIA-HOY         PIC 9(08).
       01 W-DIA-DESDE       PIC 9(08).
       01 W-DIA-HASTA       PIC 9(08).
       01 W-FECHA-DESDE     PIC 9(08).
       01 W-FECHA-HASTA     PIC 9(08).
      * PARAMETROS DE OPERACION (PROGRAMA TESTTIEM EN PARAMDD).
      * LAS HORAS VAN COMO HHMMSS: UN PASO QUE ARRANCA ANTES DE LA
      * APERTURA DE LA VENTANA PERTENECE A LA NOCHE ANTERIOR.
       01 W-HORA-LIMITE     PIC 9(06) VALUE 060000.
       01 W-HORA-APERTURA   PIC 9(06) VALUE 180000.
       01 W-DIAS-REPORTE    PIC 9(02) VALUE 07.
       01 W-MARGEN-SEGURIDAD PIC 9(02) VALUE 20.
       01 W-PARTICIONES     PIC 9(01) VALUE 4.
       01 W-NOCHES-AVISO    PIC 9(03) VALUE 014.
       01 W-HORA-X          PIC X(06).
       01 W-HORA-N REDEFINES W-HORA-X.
          05 W-HH           PIC 9(02).
          05 W-MM           PIC 9(02).
          05 W-SS           PIC 9(02).
       01 W-HORA-NUM REDEFINES W-HORA-X PIC 9(06).
       01 W-FECHA-CALC      PIC 9(08).
       01 W-SEG-CALC        PIC 9(12).
       01 W-SEG-INI         PIC 9(12).
       01 W-SEG-FIN         PIC 9(12).
       01 W-SEG-DUR         PIC 9(08).
       01 W-SEG-LIMITE      PIC 9(08).
       01 W-SEG-APERTURA    PIC 9(08).
       01 W-SEG-VENTANA     PIC 9(08).
       01 W-SEG-TOPE        PIC 9(12).
       01 W-DIA-NOCHE       PIC 9(08).
       01 W-N               PIC 9(02).
       01 W-F               PIC 9(01).
       01 W-P               PIC 9(02).
       01 W-NOC-MAX         PIC 9(02) VALUE 31.
       01 W-NOCHES.
          05 W-NOC OCCURS 31 TIMES.
             10 W-NOC-DIA       PIC 9(08).
             10 W-NOC-PASOS     PIC 9(04).
             10 W-NOC-INICIO    PIC 9(12).
             10 W-NOC-FIN       PIC 9(12).
             10 W-NOC-VOLUMEN   PIC 9(09).
             10 W-NOC-LOTE-SEG  PIC 9(08).
             10 W-NOC-CONV-SEG  PIC 9(08).
             10 W-NOC-MARGEN    PIC S9(08).
             10 W-NOC-PARTES    PIC 9(01).
             10 W-NOC-LENTA     PIC 9(01).
             10 W-NOC-LENTA-SEG PIC 9(08).
             10 W-NOC-RAPIDA-SEG PIC 9(08).
             10 W-NOC-DESVIO    PIC 9(03).
             10 W-NOC-FLU OCCURS 9 TIMES.
                15 W-NOC-FLU-SEG PIC 9(08).
                15 W-NOC-FLU-REG PIC 9(09).
                15 W-NOC-FLU-EJE PIC 9(03).
      * RENDIMIENTO POR PASO: LOS PASOS DE LA CADENA VAN PRIMERO Y
      * EN SU ORDEN; UN PASO QUE NO ESTA EN LA LISTA SE AGREGA AL
      * FINAL.
       01 W-PASO-MAX        PIC 9(02) VALUE 12.
       01 W-PASO-CANT       PIC 9(02) VALUE ZEROES.
       01 W-PASO-POS        PIC 9(02).
       01 W-PASOS.
          05 W-PAS OCCURS 12 TIMES.
             10 W-PAS-NOMBRE    PIC X(08).
             10 W-PAS-EJEC      PIC 9(04).
             10 W-PAS-REG       PIC 9(09).
             10 W-PAS-SEG       PIC 9(08).
             10 W-PAS-MAX       PIC 9(08).
             10 W-PAS-FALLAS    PIC 9(04).
       01 W-TOTAL-LEIDOS     PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-INVALIDOS  PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-FUERA      PIC 9(08) VALUE ZEROES.
      * TENDENCIA: RECTA DE MINIMOS CUADRADOS DEL MARGEN (SEGUNDOS)
      * CONTRA EL NUMERO DE NOCHE.
       01 W-TEN-N            PIC 9(02) VALUE ZEROES.
       01 W-TEN-SX           PIC S9(08) VALUE ZEROES.
       01 W-TEN-SY           PIC S9(12) VALUE ZEROES.
       01 W-TEN-SXX          PIC S9(08) VALUE ZEROES.
       01 W-TEN-SXY          PIC S9(14) VALUE ZEROES.
       01 W-TEN-DIVISOR      PIC S9(10) VALUE ZEROES.
       01 W-TEN-PENDIENTE    PIC S9(08) VALUE ZEROES.
       01 W-TEN-ULTIMO       PIC S9(08) VALUE ZEROES.
       01 W-TEN-MINIMO       PIC S9(08) VALUE ZEROES.
       01 W-TEN-PROMEDIO     PIC S9(08) VALUE ZEROES.
       01 W-TEN-NOCHES       PIC 9(05) VALUE ZEROES.
       01 W-TEN-EXCEDIDAS    PIC 9(02) VALUE ZEROES.
      * ESTIMACION DE PARTICIONES.
       01 W-OTROS-SEG        PIC 9(10) VALUE ZEROES.
       01 W-OTROS-PROM       PIC 9(08) VALUE ZEROES.
       01 W-VOLUMEN-PICO     PIC 9(09) VALUE ZEROES.
       01 W-VOLUMEN-ULTIMO   PIC 9(09) VALUE ZEROES.
       01 W-TASA             PIC 9(07)V99 VALUE ZEROES.
       01 W-TASA-PASO        PIC X(08) VALUE SPACES.
       01 W-DISPONIBLE       PIC S9(08) VALUE ZEROES.
       01 W-CAPACIDAD        PIC 9(12) VALUE ZEROES.
       01 W-NECESARIAS       PIC 9(04) VALUE ZEROES.
       01 W-AVISOS           PIC 9(02) VALUE ZEROES.
       01 W-ROTULO           PIC X(24).
       01 W-EDIT-08          PIC Z(7)9.
       01 W-EDIT-09          PIC Z(8)9.
       01 W-EDIT-04          PIC Z(3)9.
       01 W-EDIT-05          PIC Z(4)9.
       01 W-EDIT-07          PIC Z(6)9.
       01 W-EDIT-07B         PIC Z(6)9.
       01 W-EDIT-SIGNO       PIC -(7)9.
       01 W-EDIT-MARGEN      PIC -(5)9.
       01 W-EDIT-TASA        PIC Z(6)9.99.
       01 W-EDIT-03          PIC ZZ9.
       01 W-EDIT-HORA.
          05 W-EDIT-HH       PIC 9(02).
          05 FILLER          PIC X(01) VALUE ':'.
          05 W-EDIT-MM       PIC 9(02).
       01 W-EDIT-HORA-2.
          05 W-EDIT-HH-2     PIC 9(02).
          05 FILLER          PIC X(01) VALUE ':'.
          05 W-EDIT-MM-2     PIC 9(02).
       01 W-RESTO            PIC 9(08).
       01 W-MINUTOS          PIC S9(08).
       PROCEDURE DIVISION.

      * REPORTE SEMANAL DE LA VENTANA BATCH SOBRE LA HISTORIA DE
      * TIEMPOS QUE DEJAN LOS PASOS DE LA CADENA (ROMANTIE):
      *   - RENDIMIENTO POR PASO (REGISTROS POR SEGUNDO);
      *   - NOCHE POR NOCHE: INICIO Y FIN DE LA CADENA, MARGEN
      *     CONTRA EL LIMITE, VOLUMEN CONVERTIDO, FLUJO MAS LENTO Y
      *     DESVIO ENTRE FLUJOS ((MAS LENTO - MAS RAPIDO) * 100 /
      *     MAS LENTO);
      *   - TENDENCIA DEL MARGEN Y NOCHES HASTA EXCEDER EL LIMITE
      *     AL RITMO ACTUAL;
      *   - PARTICIONES NECESARIAS PARA EL VOLUMEN PICO DE LA
      *     SEMANA CON EL RENDIMIENTO MEDIDO POR FLUJO.
      * TERMINA CON CODIGO 04 SI ALGUNA NOCHE EXCEDIO EL LIMITE, SI
      * LA TENDENCIA LO ALCANZA DENTRO DE NOCHES-AVISO, SI HACEN
      * FALTA MAS PARTICIONES DE LAS QUE HAY O SI NO HAY TIEMPOS
      * EN EL PERIODO.
            PERFORM 1-INICIO.
            PERFORM 2-PROCESAR-TIEMPO UNTIL FIN-TIEMPOS.
            PERFORM 3-CALCULAR-NOCHES.
            PERFORM 4-ESTIMAR-PARTICIONES.
            PERFORM 5-ESCRIBIR-REPORTE.
            PERFORM 6-FIN.

       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-LEER-PARAMETROS
            COMPUTE W-DIA-HOY = FUNCTION INTEGER-OF-DATE(W-FECHA-HOY)
            COMPUTE W-DIA-HASTA = W-DIA-HOY - 1
            COMPUTE W-DIA-DESDE = W-DIA-HOY - W-DIAS-REPORTE
            COMPUTE W-FECHA-DESDE =
                    FUNCTION DATE-OF-INTEGER(W-DIA-DESDE)
            COMPUTE W-FECHA-HASTA =
                    FUNCTION DATE-OF-INTEGER(W-DIA-HASTA)
            PERFORM VARYING W-N FROM 1 BY 1 UNTIL W-N > W-NOC-MAX
               INITIALIZE W-NOC(W-N)
               COMPUTE W-NOC-DIA(W-N) = W-DIA-DESDE + W-N - 1
            END-PERFORM
            MOVE 'TESTEDIT' TO W-PAS-NOMBRE(1)
            MOVE 'TESTLOTE' TO W-PAS-NOMBRE(2)
            MOVE 'TESTLOTP' TO W-PAS-NOMBRE(3)
            MOVE 'TESTMERG' TO W-PAS-NOMBRE(4)
            MOVE 'TESTCONC' TO W-PAS-NOMBRE(5)
            MOVE 'TESTGATE' TO W-PAS-NOMBRE(6)
            MOVE 'TESTEXTR' TO W-PAS-NOMBRE(7)
            MOVE 7 TO W-PASO-CANT
            PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > W-PASO-CANT
               MOVE ZEROES TO W-PAS-EJEC(W-P) W-PAS-REG(W-P)
                              W-PAS-SEG(W-P)  W-PAS-MAX(W-P)
                              W-PAS-FALLAS(W-P)
            END-PERFORM
      * SEGUNDOS DEL DIA DEL LIMITE Y DE LA APERTURA, Y LARGO DE LA
      * VENTANA (EL LIMITE CAE AL DIA SIGUIENTE SI ES MAS TEMPRANO
      * QUE LA APERTURA).
            MOVE W-HORA-LIMITE TO W-HORA-NUM
            COMPUTE W-SEG-LIMITE = W-HH * 3600 + W-MM * 60 + W-SS
            MOVE W-HORA-APERTURA TO W-HORA-NUM
            COMPUTE W-SEG-APERTURA = W-HH * 3600 + W-MM * 60 + W-SS
            IF W-HORA-LIMITE < W-HORA-APERTURA
               COMPUTE W-SEG-VENTANA =
                       86400 - W-SEG-APERTURA + W-SEG-LIMITE
            ELSE
               COMPUTE W-SEG-VENTANA = W-SEG-LIMITE - W-SEG-APERTURA
            END-IF
            OPEN OUTPUT ARCH-REPORTE
            IF W-FS-REPORTE NOT = '00'
               DISPLAY 'TESTTIEM - NO SE PUDO ABRIR REPORTDD, FS='
                       W-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ARCH-TIEMPOS
            IF W-FS-TIEMPOS NOT = '00'
               DISPLAY 'TESTTIEM - NO SE PUDO ABRIR TIEMPODD, FS='
                       W-FS-TIEMPOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 10-LEER-TIEMPO
            .

       10-LEER-TIEMPO.
            READ ARCH-TIEMPOS
                AT END
                    MOVE 'S' TO W-FIN-TIEMPOS
            END-READ
            .

       11-LEER-PARAMETROS.
            MOVE 'TESTTIEM'         TO W-PRM-PROGRAMA
            MOVE 'HORA-LIMITE'      TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-HORA-LIMITE
            END-IF
            MOVE 'HORA-APERTURA'    TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-HORA-APERTURA
            END-IF
            MOVE 'DIAS-REPORTE'     TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-DIAS-REPORTE
            END-IF
            MOVE 'MARGEN-SEGURIDAD' TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-MARGEN-SEGURIDAD
            END-IF
            MOVE 'PARTICIONES'      TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-PARTICIONES
            END-IF
            MOVE 'NOCHES-AVISO'     TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-NOCHES-AVISO
            END-IF
      * EL PERIODO NO PUEDE PASAR DE LA TABLA DE NOCHES.
            IF W-DIAS-REPORTE = ZEROES
               MOVE 07 TO W-DIAS-REPORTE
            END-IF
            IF W-DIAS-REPORTE > W-NOC-MAX
               MOVE W-NOC-MAX TO W-DIAS-REPORTE
            END-IF
            IF W-PARTICIONES = ZEROES
               MOVE 1 TO W-PARTICIONES
            END-IF
            .

       2-PROCESAR-TIEMPO.
            ADD 1 TO W-TOTAL-LEIDOS
            IF TIE-FECHA IS NOT NUMERIC
               OR TIE-HORA-INI IS NOT NUMERIC
               OR TIE-FECHA-FIN IS NOT NUMERIC
               OR TIE-HORA-FIN IS NOT NUMERIC
               ADD 1 TO W-TOTAL-INVALIDOS
            ELSE
               MOVE TIE-FECHA    TO W-FECHA-CALC
               MOVE TIE-HORA-INI TO W-HORA-X
               PERFORM 21-CALCULAR-SEGUNDOS
               MOVE W-SEG-CALC   TO W-SEG-INI
               MOVE TIE-FECHA-FIN TO W-FECHA-CALC
               MOVE TIE-HORA-FIN TO W-HORA-X
               PERFORM 21-CALCULAR-SEGUNDOS
               MOVE W-SEG-CALC   TO W-SEG-FIN
               IF W-SEG-FIN > W-SEG-INI
                  COMPUTE W-SEG-DUR = W-SEG-FIN - W-SEG-INI
               ELSE
                  MOVE ZEROES TO W-SEG-DUR
               END-IF
               MOVE TIE-FECHA    TO W-FECHA-CALC
               COMPUTE W-DIA-NOCHE =
                       FUNCTION INTEGER-OF-DATE(W-FECHA-CALC)
               MOVE TIE-HORA-INI TO W-HORA-X
               IF W-HORA-NUM < W-HORA-APERTURA
                  SUBTRACT 1 FROM W-DIA-NOCHE
               END-IF
               IF W-DIA-NOCHE < W-DIA-DESDE
                  OR W-DIA-NOCHE > W-DIA-HASTA
                  ADD 1 TO W-TOTAL-FUERA
               ELSE
                  COMPUTE W-N = W-DIA-NOCHE - W-DIA-DESDE + 1
                  PERFORM 22-ACUMULAR-NOCHE
                  PERFORM 23-ACUMULAR-PASO
               END-IF
            END-IF
            PERFORM 10-LEER-TIEMPO
            .

      * SEGUNDOS DESDE EL ORIGEN DEL CALENDARIO DE W-FECHA-CALC A
      * LA HORA W-HORA-X, PARA RESTAR TIEMPOS QUE CRUZAN LA
      * MEDIANOCHE.
       21-CALCULAR-SEGUNDOS.
            COMPUTE W-SEG-CALC =
                    FUNCTION INTEGER-OF-DATE(W-FECHA-CALC) * 86400
                    + W-HH * 3600 + W-MM * 60 + W-SS
            .

       22-ACUMULAR-NOCHE.
            IF W-NOC-PASOS(W-N) = ZEROES
               OR W-SEG-INI < W-NOC-INICIO(W-N)
               MOVE W-SEG-INI TO W-NOC-INICIO(W-N)
            END-IF
            IF W-SEG-FIN > W-NOC-FIN(W-N)
               MOVE W-SEG-FIN TO W-NOC-FIN(W-N)
            END-IF
            ADD 1 TO W-NOC-PASOS(W-N)
            EVALUATE TRUE
               WHEN TIE-PASO = 'TESTLOTP'
                  AND TIE-FLUJO IS NUMERIC
                  AND TIE-FLUJO > ZEROES
                  MOVE TIE-FLUJO TO W-F
                  ADD W-SEG-DUR  TO W-NOC-FLU-SEG(W-N, W-F)
                  ADD TIE-LEIDOS TO W-NOC-FLU-REG(W-N, W-F)
                  ADD 1          TO W-NOC-FLU-EJE(W-N, W-F)
                  ADD TIE-LEIDOS TO W-NOC-VOLUMEN(W-N)
               WHEN TIE-PASO = 'TESTLOTE'
                  ADD W-SEG-DUR  TO W-NOC-LOTE-SEG(W-N)
                  ADD TIE-LEIDOS TO W-NOC-VOLUMEN(W-N)
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .

       23-ACUMULAR-PASO.
            MOVE ZEROES TO W-PASO-POS
            PERFORM VARYING W-P FROM 1 BY 1
                    UNTIL W-P > W-PASO-CANT OR W-PASO-POS > ZEROES
               IF W-PAS-NOMBRE(W-P) = TIE-PASO
                  MOVE W-P TO W-PASO-POS
               END-IF
            END-PERFORM
            IF W-PASO-POS = ZEROES
               AND W-PASO-CANT < W-PASO-MAX
               ADD 1 TO W-PASO-CANT
               MOVE W-PASO-CANT TO W-PASO-POS
               MOVE TIE-PASO    TO W-PAS-NOMBRE(W-PASO-POS)
               MOVE ZEROES      TO W-PAS-EJEC(W-PASO-POS)
                                   W-PAS-REG(W-PASO-POS)
                                   W-PAS-SEG(W-PASO-POS)
                                   W-PAS-MAX(W-PASO-POS)
                                   W-PAS-FALLAS(W-PASO-POS)
            END-IF
            IF W-PASO-POS > ZEROES
               ADD 1         TO W-PAS-EJEC(W-PASO-POS)
               ADD TIE-LEIDOS TO W-PAS-REG(W-PASO-POS)
               ADD W-SEG-DUR TO W-PAS-SEG(W-PASO-POS)
               IF W-SEG-DUR > W-PAS-MAX(W-PASO-POS)
                  MOVE W-SEG-DUR TO W-PAS-MAX(W-PASO-POS)
               END-IF
               IF TIE-RC IS NUMERIC AND TIE-RC > 04
                  ADD 1 TO W-PAS-FALLAS(W-PASO-POS)
               END-IF
            END-IF
            .

      * POR NOCHE: MARGEN CONTRA EL LIMITE, TIEMPO DE CONVERSION
      * (EL FLUJO MAS LENTO SI HUBO PARTICIONES, SINO TESTLOTE),
      * DESVIO ENTRE FLUJOS Y TIEMPO DE LOS DEMAS PASOS.  LAS
      * NOCHES SIN TIEMPOS (FINES DE SEMANA, FERIADOS) NO ENTRAN EN
      * LA TENDENCIA.
       3-CALCULAR-NOCHES.
            PERFORM VARYING W-N FROM 1 BY 1 UNTIL W-N > W-DIAS-REPORTE
               IF W-NOC-PASOS(W-N) > ZEROES
                  PERFORM 31-CALCULAR-NOCHE
               END-IF
            END-PERFORM
            IF W-TEN-N > ZEROES
               COMPUTE W-TEN-PROMEDIO = W-TEN-SY / W-TEN-N
               COMPUTE W-OTROS-PROM = W-OTROS-SEG / W-TEN-N
            END-IF
            IF W-TEN-N > 1
               COMPUTE W-TEN-DIVISOR =
                       W-TEN-N * W-TEN-SXX - W-TEN-SX * W-TEN-SX
               IF W-TEN-DIVISOR NOT = ZEROES
                  COMPUTE W-TEN-PENDIENTE =
                          (W-TEN-N * W-TEN-SXY - W-TEN-SX * W-TEN-SY)
                          / W-TEN-DIVISOR
               END-IF
            END-IF
            .

       31-CALCULAR-NOCHE.
            IF W-HORA-LIMITE < W-HORA-APERTURA
               COMPUTE W-SEG-TOPE =
                       (W-NOC-DIA(W-N) + 1) * 86400 + W-SEG-LIMITE
            ELSE
               COMPUTE W-SEG-TOPE =
                       W-NOC-DIA(W-N) * 86400 + W-SEG-LIMITE
            END-IF
            COMPUTE W-NOC-MARGEN(W-N) = W-SEG-TOPE - W-NOC-FIN(W-N)
            MOVE ZEROES TO W-NOC-PARTES(W-N)
                           W-NOC-LENTA(W-N)
                           W-NOC-LENTA-SEG(W-N)
                           W-NOC-DESVIO(W-N)
            MOVE 99999999 TO W-NOC-RAPIDA-SEG(W-N)
            PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 9
               IF W-NOC-FLU-EJE(W-N, W-P) > ZEROES
                  ADD 1 TO W-NOC-PARTES(W-N)
                  IF W-NOC-FLU-SEG(W-N, W-P) NOT < W-NOC-LENTA-SEG(W-N)
                     MOVE W-P TO W-NOC-LENTA(W-N)
                     MOVE W-NOC-FLU-SEG(W-N, W-P)
                          TO W-NOC-LENTA-SEG(W-N)
                  END-IF
                  IF W-NOC-FLU-SEG(W-N, W-P) < W-NOC-RAPIDA-SEG(W-N)
                     MOVE W-NOC-FLU-SEG(W-N, W-P)
                          TO W-NOC-RAPIDA-SEG(W-N)
                  END-IF
               END-IF
            END-PERFORM
            IF W-NOC-PARTES(W-N) > ZEROES
               MOVE W-NOC-LENTA-SEG(W-N) TO W-NOC-CONV-SEG(W-N)
               IF W-NOC-PARTES(W-N) > 1
                  AND W-NOC-LENTA-SEG(W-N) > ZEROES
                  COMPUTE W-NOC-DESVIO(W-N) =
                          (W-NOC-LENTA-SEG(W-N)
                           - W-NOC-RAPIDA-SEG(W-N)) * 100
                          / W-NOC-LENTA-SEG(W-N)
               END-IF
            ELSE
               MOVE W-NOC-LOTE-SEG(W-N) TO W-NOC-CONV-SEG(W-N)
            END-IF
            IF W-NOC-FIN(W-N) - W-NOC-INICIO(W-N)
               > W-NOC-CONV-SEG(W-N)
               COMPUTE W-OTROS-SEG = W-OTROS-SEG + W-NOC-FIN(W-N)
                       - W-NOC-INICIO(W-N) - W-NOC-CONV-SEG(W-N)
            END-IF
            IF W-NOC-VOLUMEN(W-N) > W-VOLUMEN-PICO
               MOVE W-NOC-VOLUMEN(W-N) TO W-VOLUMEN-PICO
            END-IF
            MOVE W-NOC-VOLUMEN(W-N) TO W-VOLUMEN-ULTIMO
            IF W-TEN-N = ZEROES
               OR W-NOC-MARGEN(W-N) < W-TEN-MINIMO
               MOVE W-NOC-MARGEN(W-N) TO W-TEN-MINIMO
            END-IF
            IF W-NOC-MARGEN(W-N) < ZEROES
               ADD 1 TO W-TEN-EXCEDIDAS
            END-IF
            MOVE W-NOC-MARGEN(W-N) TO W-TEN-ULTIMO
            ADD 1 TO W-TEN-N
            ADD W-N TO W-TEN-SX
            ADD W-NOC-MARGEN(W-N) TO W-TEN-SY
            COMPUTE W-TEN-SXX = W-TEN-SXX + W-N * W-N
            COMPUTE W-TEN-SXY = W-TEN-SXY + W-N * W-NOC-MARGEN(W-N)
            .

      * RENDIMIENTO POR FLUJO DE TESTLOTP EN LA SEMANA (SI NO HUBO
      * PARTICIONES, EL DE TESTLOTE, QUE ES UN SOLO FLUJO).  EL
      * TIEMPO DISPONIBLE PARA CONVERTIR ES LA VENTANA MENOS EL
      * MARGEN DE SEGURIDAD MENOS EL PROMEDIO DE LOS DEMAS PASOS;
      * LAS PARTICIONES NECESARIAS SON LAS QUE CONVIERTEN EL
      * VOLUMEN PICO EN ESE TIEMPO.
       4-ESTIMAR-PARTICIONES.
            IF W-PAS-SEG(3) > ZEROES
               COMPUTE W-TASA ROUNDED = W-PAS-REG(3) / W-PAS-SEG(3)
               MOVE 'TESTLOTP' TO W-TASA-PASO
            ELSE
               IF W-PAS-SEG(2) > ZEROES
                  COMPUTE W-TASA ROUNDED = W-PAS-REG(2) / W-PAS-SEG(2)
                  MOVE 'TESTLOTE' TO W-TASA-PASO
               END-IF
            END-IF
            COMPUTE W-DISPONIBLE =
                    W-SEG-VENTANA * (100 - W-MARGEN-SEGURIDAD) / 100
                    - W-OTROS-PROM
            MOVE ZEROES TO W-NECESARIAS
            IF W-TASA > ZEROES AND W-DISPONIBLE > ZEROES
               COMPUTE W-CAPACIDAD = W-TASA * W-DISPONIBLE
               IF W-CAPACIDAD > ZEROES
                  DIVIDE W-VOLUMEN-PICO BY W-CAPACIDAD
                         GIVING W-NECESARIAS REMAINDER W-RESTO
                  IF W-RESTO > ZEROES
                     ADD 1 TO W-NECESARIAS
                  END-IF
               END-IF
               IF W-NECESARIAS = ZEROES
                  MOVE 1 TO W-NECESARIAS
               END-IF
            END-IF
            .

       5-ESCRIBIR-REPORTE.
            MOVE 'HISTORIA DE LA VENTANA BATCH - REPORTE SEMANAL'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            STRING 'NOCHES DEL            : ' DELIMITED BY SIZE
                   W-FECHA-DESDE              DELIMITED BY SIZE
                   ' AL '                     DELIMITED BY SIZE
                   W-FECHA-HASTA              DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE W-HORA-APERTURA TO W-HORA-NUM
            MOVE W-HH TO W-EDIT-HH
            MOVE W-MM TO W-EDIT-MM
            MOVE W-HORA-LIMITE TO W-HORA-NUM
            MOVE W-HH TO W-EDIT-HH-2
            MOVE W-MM TO W-EDIT-MM-2
            MOVE SPACES TO REG-REPORTE
            STRING 'VENTANA               : ' DELIMITED BY SIZE
                   W-EDIT-HORA                DELIMITED BY SIZE
                   ' A '                      DELIMITED BY SIZE
                   W-EDIT-HORA-2              DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'REGISTROS DE TIEMPO   : ' TO W-ROTULO
            MOVE W-TOTAL-LEIDOS TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE 'FUERA DEL PERIODO     : ' TO W-ROTULO
            MOVE W-TOTAL-FUERA TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE 'INVALIDOS             : ' TO W-ROTULO
            MOVE W-TOTAL-INVALIDOS TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            PERFORM 51-ESCRIBIR-PASOS
            PERFORM 52-ESCRIBIR-NOCHES
            PERFORM 53-ESCRIBIR-TENDENCIA
            PERFORM 54-ESCRIBIR-PARTICIONES
            .

       51-ESCRIBIR-PASOS.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'RENDIMIENTO POR PASO (SEGUNDOS)' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'PASO      EJEC  REGISTROS  SEGUNDOS     REG/SEG'
                                               DELIMITED BY SIZE
                   '  PROMEDIO   MAXIMO  RC>4'  DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > W-PASO-CANT
               MOVE SPACES TO REG-REPORTE
               MOVE W-PAS-EJEC(W-P) TO W-EDIT-04
               MOVE W-PAS-REG(W-P)  TO W-EDIT-09
               MOVE W-PAS-SEG(W-P)  TO W-EDIT-08
               MOVE ZEROES          TO W-EDIT-TASA
                                       W-EDIT-07
               IF W-PAS-SEG(W-P) > ZEROES
                  COMPUTE W-EDIT-TASA ROUNDED =
                          W-PAS-REG(W-P) / W-PAS-SEG(W-P)
               END-IF
               IF W-PAS-EJEC(W-P) > ZEROES
                  COMPUTE W-EDIT-07 =
                          W-PAS-SEG(W-P) / W-PAS-EJEC(W-P)
               END-IF
               MOVE W-PAS-MAX(W-P)    TO W-EDIT-07B
               MOVE W-PAS-FALLAS(W-P) TO W-EDIT-03
               STRING W-PAS-NOMBRE(W-P) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-04         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-09         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-08         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-TASA       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-07         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-07B        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      W-EDIT-03         DELIMITED BY SIZE
                      INTO REG-REPORTE
               WRITE REG-REPORTE
            END-PERFORM
            .

      * HORAS DE INICIO Y FIN DE LA CADENA, DURACION Y MARGEN EN
      * MINUTOS, VOLUMEN CONVERTIDO, FLUJOS, FLUJO MAS LENTO CON
      * SUS MINUTOS Y DESVIO ENTRE FLUJOS EN PORCENTAJE.
       52-ESCRIBIR-NOCHES.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'NOCHE POR NOCHE (MINUTOS)' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'NOCHE     INICIO  FIN    DURAC  MARGEN    VOLUMEN'
                                               DELIMITED BY SIZE
                   '  FLUJO  LENTO MINUTOS  DESVIO'
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING W-N FROM 1 BY 1 UNTIL W-N > W-DIAS-REPORTE
               MOVE SPACES TO REG-REPORTE
               COMPUTE W-FECHA-CALC =
                       FUNCTION DATE-OF-INTEGER(W-NOC-DIA(W-N))
               IF W-NOC-PASOS(W-N) = ZEROES
                  STRING W-FECHA-CALC         DELIMITED BY SIZE
                         '  SIN TIEMPOS'      DELIMITED BY SIZE
                         INTO REG-REPORTE
               ELSE
                  PERFORM 521-LINEA-NOCHE
               END-IF
               WRITE REG-REPORTE
            END-PERFORM
            .

       521-LINEA-NOCHE.
            COMPUTE W-RESTO = FUNCTION MOD(W-NOC-INICIO(W-N), 86400)
            COMPUTE W-EDIT-HH = W-RESTO / 3600
            COMPUTE W-EDIT-MM = FUNCTION MOD(W-RESTO, 3600) / 60
            COMPUTE W-RESTO = FUNCTION MOD(W-NOC-FIN(W-N), 86400)
            COMPUTE W-EDIT-HH-2 = W-RESTO / 3600
            COMPUTE W-EDIT-MM-2 = FUNCTION MOD(W-RESTO, 3600) / 60
            COMPUTE W-EDIT-05 =
                    (W-NOC-FIN(W-N) - W-NOC-INICIO(W-N)) / 60
            COMPUTE W-MINUTOS = W-NOC-MARGEN(W-N) / 60
            MOVE W-MINUTOS TO W-EDIT-MARGEN
            MOVE W-NOC-VOLUMEN(W-N) TO W-EDIT-09
            COMPUTE W-EDIT-07 = W-NOC-LENTA-SEG(W-N) / 60
            MOVE W-NOC-DESVIO(W-N) TO W-EDIT-03
            STRING W-FECHA-CALC         DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   W-EDIT-HORA          DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   W-EDIT-HORA-2        DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   W-EDIT-05            DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   W-EDIT-MARGEN        DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   W-EDIT-09            DELIMITED BY SIZE
                   '     '              DELIMITED BY SIZE
                   W-NOC-PARTES(W-N)    DELIMITED BY SIZE
                   '     '              DELIMITED BY SIZE
                   W-NOC-LENTA(W-N)     DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   W-EDIT-07            DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   W-EDIT-03            DELIMITED BY SIZE
                   '%'                  DELIMITED BY SIZE
                   INTO REG-REPORTE
            IF W-NOC-MARGEN(W-N) < ZEROES
               MOVE '*' TO REG-REPORTE(80:1)
            END-IF
            .

      * LA PENDIENTE ES CUANTO CAMBIA EL MARGEN DE UNA NOCHE A LA
      * SIGUIENTE; SI BAJA, LAS NOCHES HASTA EXCEDER EL LIMITE SON
      * EL ULTIMO MARGEN DIVIDIDO POR LO QUE SE PIERDE POR NOCHE.
       53-ESCRIBIR-TENDENCIA.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'TENDENCIA CONTRA EL LIMITE' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'NOCHES CON TIEMPOS    : ' TO W-ROTULO
            MOVE W-TEN-N TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE 'NOCHES EXCEDIDAS      : ' TO W-ROTULO
            MOVE W-TEN-EXCEDIDAS TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE 'MARGEN PROMEDIO (MIN) : ' TO W-ROTULO
            COMPUTE W-MINUTOS = W-TEN-PROMEDIO / 60
            PERFORM 58-LINEA-SIGNO
            MOVE 'MARGEN MINIMO (MIN)   : ' TO W-ROTULO
            COMPUTE W-MINUTOS = W-TEN-MINIMO / 60
            PERFORM 58-LINEA-SIGNO
            MOVE 'ULTIMO MARGEN (MIN)   : ' TO W-ROTULO
            COMPUTE W-MINUTOS = W-TEN-ULTIMO / 60
            PERFORM 58-LINEA-SIGNO
            MOVE 'VARIACION (SEG/NOCHE) : ' TO W-ROTULO
            MOVE W-TEN-PENDIENTE TO W-MINUTOS
            PERFORM 58-LINEA-SIGNO
            MOVE SPACES TO REG-REPORTE
            EVALUATE TRUE
               WHEN W-TEN-N = ZEROES
                  MOVE 'PROYECCION            : *** SIN TIEMPOS EN EL'
                      TO REG-REPORTE
                  MOVE ' PERIODO ***' TO REG-REPORTE(47:12)
                  ADD 1 TO W-AVISOS
               WHEN W-TEN-ULTIMO < ZEROES
                  MOVE 'PROYECCION            : *** LA ULTIMA NOCHE'
                      TO REG-REPORTE
                  MOVE ' EXCEDIO EL LIMITE ***' TO REG-REPORTE(44:22)
                  ADD 1 TO W-AVISOS
               WHEN W-TEN-PENDIENTE < ZEROES
                  COMPUTE W-TEN-NOCHES =
                          W-TEN-ULTIMO / (0 - W-TEN-PENDIENTE)
                  MOVE W-TEN-NOCHES TO W-EDIT-05
                  STRING 'PROYECCION            : EL LIMITE SE EXCEDE'
                                               DELIMITED BY SIZE
                         ' EN '                DELIMITED BY SIZE
                         W-EDIT-05             DELIMITED BY SIZE
                         ' NOCHES'             DELIMITED BY SIZE
                         INTO REG-REPORTE
                  IF W-TEN-NOCHES NOT > W-NOCHES-AVISO
                     MOVE '***' TO REG-REPORTE(78:3)
                     ADD 1 TO W-AVISOS
                  END-IF
               WHEN OTHER
                  MOVE 'PROYECCION            : MARGEN ESTABLE O EN'
                      TO REG-REPORTE
                  MOVE ' AUMENTO' TO REG-REPORTE(44:8)
            END-EVALUATE
            WRITE REG-REPORTE
            IF W-TEN-EXCEDIDAS > ZEROES
               AND W-TEN-ULTIMO NOT < ZEROES
               ADD 1 TO W-AVISOS
            END-IF
            .

       54-ESCRIBIR-PARTICIONES.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'ESTIMACION DE PARTICIONES' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'VOLUMEN ULTIMA NOCHE  : ' TO W-ROTULO
            MOVE W-VOLUMEN-ULTIMO TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE 'VOLUMEN PICO          : ' TO W-ROTULO
            MOVE W-VOLUMEN-PICO TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            MOVE W-TASA TO W-EDIT-TASA
            STRING 'REG/SEG POR FLUJO     : ' DELIMITED BY SIZE
                   W-EDIT-TASA                DELIMITED BY SIZE
                   ' ('                       DELIMITED BY SIZE
                   W-TASA-PASO                DELIMITED BY SIZE
                   ')'                        DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'VENTANA (MIN)         : ' TO W-ROTULO
            COMPUTE W-EDIT-08 = W-SEG-VENTANA / 60
            PERFORM 59-LINEA-CONTEO
            MOVE 'MARGEN DE SEGURIDAD % : ' TO W-ROTULO
            MOVE W-MARGEN-SEGURIDAD TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE 'DEMAS PASOS (MIN)     : ' TO W-ROTULO
            COMPUTE W-EDIT-08 = W-OTROS-PROM / 60
            PERFORM 59-LINEA-CONTEO
            MOVE 'DISPONIBLE (MIN)      : ' TO W-ROTULO
            COMPUTE W-MINUTOS = W-DISPONIBLE / 60
            PERFORM 58-LINEA-SIGNO
            MOVE 'PARTICIONES ACTUALES  : ' TO W-ROTULO
            MOVE W-PARTICIONES TO W-EDIT-08
            PERFORM 59-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            EVALUATE TRUE
               WHEN W-TASA = ZEROES
                  MOVE 'PARTICIONES NECESARIAS: SIN CONVERSIONES'
                      TO REG-REPORTE
                  MOVE ' MEDIDAS' TO REG-REPORTE(41:8)
               WHEN W-DISPONIBLE NOT > ZEROES
                  MOVE 'PARTICIONES NECESARIAS: *** LOS DEMAS PASOS'
                      TO REG-REPORTE
                  MOVE ' YA LLENAN LA VENTANA ***' TO REG-REPORTE(44:25)
                  ADD 1 TO W-AVISOS
               WHEN OTHER
                  MOVE W-NECESARIAS TO W-EDIT-08
                  STRING 'PARTICIONES NECESARIAS: ' DELIMITED BY SIZE
                         W-EDIT-08                  DELIMITED BY SIZE
                         INTO REG-REPORTE
                  IF W-NECESARIAS > W-PARTICIONES
                     MOVE '*** AMPLIAR TESTPART ***'
                         TO REG-REPORTE(36:24)
                     ADD 1 TO W-AVISOS
                  END-IF
            END-EVALUATE
            WRITE REG-REPORTE
            .

       58-LINEA-SIGNO.
            MOVE SPACES TO REG-REPORTE
            MOVE W-MINUTOS TO W-EDIT-SIGNO
            STRING W-ROTULO     DELIMITED BY SIZE
                   W-EDIT-SIGNO DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            .

       59-LINEA-CONTEO.
            MOVE SPACES TO REG-REPORTE
            STRING W-ROTULO  DELIMITED BY SIZE
                   W-EDIT-08 DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            .

       6-FIN.
            CLOSE ARCH-TIEMPOS
                  ARCH-REPORTE
            IF W-AVISOS > ZEROES
               MOVE 04 TO RETURN-CODE
            ELSE
               MOVE ZEROES TO RETURN-CODE
            END-IF
            DISPLAY 'TESTTIEM - tiempos leidos   : ' W-TOTAL-LEIDOS
            DISPLAY 'TESTTIEM - noches con datos : ' W-TEN-N
            DISPLAY 'TESTTIEM - particiones nec. : ' W-NECESARIAS
            DISPLAY 'TESTTIEM - avisos           : ' W-AVISOS
            STOP RUN.
