       01 W-FUENTE-PROC    PIC X(01).
       01 W-CORRIDA-PROC   PIC 9(08).
       01 W-ORIGEN-PROC    PIC X(03).
       01 W-IDENT-PROC.
          05 W-TIPO-PROC      PIC X(01).
          05 W-SECUENCIA-PROC PIC 9(08).
          05 W-REF-FUENTE-PROC PIC X(03).
          05 W-REF-SECUENCIA-PROC PIC 9(08).
       01 W-FIN-AUDITORIA  PIC X(01).
          88 FIN-AUDITORIA         VALUE 'S'.
       01 W-ULTIMA-CADENA  PIC X(18) VALUE SPACES.
       01 W-CADENA-PROPIA  PIC X(18) VALUE SPACES.
       01 W-AUD-ESCRITOS   PIC 9(08) VALUE ZEROES.
       COPY WSELLO.
       01 W-ROMAN-PROC.
          05 W-ROMANO-PROC     PIC X(30).
          05 W-DECIMAL-PROC    PIC 9(10).
          05 W-GPAR        PIC X(01).
          05 W-GPAR-ANT    PIC X(01).
          05 W-DESBORDE    PIC X(01).
       01 W-FECHA-TRAB.
          05 W-FT-FECHA       PIC 9(08).
          05 W-FT-FECHA-R REDEFINES W-FT-FECHA.
             10 W-FT-ANIO     PIC 9(04).
             10 W-FT-MES      PIC 9(02).
             10 W-FT-DIA      PIC 9(02).
          05 W-FT-PARTES      PIC 9(02).
          05 W-FT-PARTE-1     PIC X(30).
          05 W-FT-PARTE-2     PIC X(30).
          05 W-FT-PARTE-3     PIC X(30).
          05 W-FT-PARTE-4     PIC X(30).
          05 W-FT-PARTE       PIC X(30).
          05 W-FT-VALOR       PIC 9(10).
          05 W-FT-VAL-DIA     PIC 9(10).
          05 W-FT-VAL-MES     PIC 9(10).
          05 W-FT-VAL-ANIO    PIC 9(10).
          05 W-FT-DIA-TXT     PIC X(02).
          05 W-FT-DIA-NUM REDEFINES W-FT-DIA-TXT PIC 9(02).
          05 W-FT-ROMANO-DIA  PIC X(30).
          05 W-FT-ROMANO-MES  PIC X(30).
          05 W-FT-ROMANO-ANIO PIC X(30).
          05 W-FT-COCIENTE    PIC 9(04).
          05 W-FT-RESTO       PIC 9(04).
          05 W-FT-DIAS-MES    PIC 9(02).
       01 W-DIAS-MESES-VAL    PIC X(24)
                              VALUE '312831303130313130313031'.
       01 W-DIAS-MESES REDEFINES W-DIAS-MESES-VAL.
          05 W-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       LINKAGE SECTION.
       COPY WROMAN.
       COPY WROMLOTE.
       COPY WROMARIT.
       COPY WROMANUL.
       COPY WROMSELL.
       COPY WROMFECH.

       PROCEDURE DIVISION USING W-ROMAN.

            MOVE 'U' TO W-FUENTE-PROC
            MOVE ZEROES TO W-CORRIDA-PROC
            MOVE SPACES TO W-ORIGEN-PROC
            MOVE SPACES TO W-IDENT-PROC
            PERFORM 40-ABRIR-AUDITORIA
            MOVE W-ROMANO    TO W-ROMANO-PROC
            MOVE W-DECIMAL   TO W-DECIMAL-PROC
            PERFORM 1-INICIO
            MOVE 'L' TO W-FUENTE-PROC
            MOVE W-LOTE-CORRIDA TO W-CORRIDA-PROC
            MOVE SPACES         TO W-REF-FUENTE-PROC
            MOVE ZEROES         TO W-REF-SECUENCIA-PROC
            PERFORM 40-ABRIR-AUDITORIA
            PERFORM VARYING W-LOTE-I FROM 1 BY 1
                    UNTIL W-LOTE-I > W-LOTE-CANTIDAD
               MOVE W-LOTE-DECIMAL(W-LOTE-I)   TO W-DECIMAL-PROC
               MOVE W-LOTE-RESPUESTA(W-LOTE-I) TO W-RESPUESTA-PROC
               MOVE W-LOTE-FUE(W-LOTE-I)       TO W-ORIGEN-PROC
               MOVE W-LOTE-TIP(W-LOTE-I)       TO W-TIPO-PROC
               MOVE W-LOTE-SECU(W-LOTE-I)      TO W-SECUENCIA-PROC
               PERFORM 2-CONVERTIR
               MOVE W-ROMANO-PROC    TO W-LOTE-ROMANO(W-LOTE-I)
               MOVE W-DECIMAL-PROC   TO W-LOTE-DECIMAL(W-LOTE-I)
            MOVE 'A' TO W-FUENTE-PROC
            MOVE W-ARIT-CORRIDA TO W-CORRIDA-PROC
            MOVE W-ARIT-ORIGEN  TO W-ORIGEN-PROC
            MOVE 'A'              TO W-TIPO-PROC
            MOVE W-ARIT-SECUENCIA TO W-SECUENCIA-PROC
            MOVE SPACES           TO W-REF-FUENTE-PROC
            MOVE ZEROES           TO W-REF-SECUENCIA-PROC
            PERFORM 40-ABRIR-AUDITORIA
            PERFORM 5-ARITMETICA
            PERFORM 49-CERRAR-AUDITORIA
            GOBACK.

      * LAS ANULACIONES ('V') NO CONVIERTEN NADA: TESTLOTE YA
      * VERIFICO LA CONVERSION ORIGINAL Y PASA SU ROMANO Y SU
      * DECIMAL, O EL MOTIVO DE RECHAZO (50/51).  AQUI SOLO SE
      * DEJA EL ASIENTO DE AUDITORIA CON FUENTE 'V', QUE TESTEXTR
      * ENVIA EN NEGATIVO Y TESTFACT DESCUENTA DE LO CONVERTIDO.
       ENTRY 'ROMANANUL' USING W-ROMAN-ANUL.

            PERFORM 1-INICIO
            MOVE 'V' TO W-FUENTE-PROC
            MOVE W-ANUL-CORRIDA   TO W-CORRIDA-PROC
            MOVE W-ANUL-ORIGEN    TO W-ORIGEN-PROC
            MOVE 'V'                  TO W-TIPO-PROC
            MOVE W-ANUL-SECUENCIA     TO W-SECUENCIA-PROC
            MOVE W-ANUL-REF-FUENTE    TO W-REF-FUENTE-PROC
            MOVE W-ANUL-REF-SECUENCIA TO W-REF-SECUENCIA-PROC
            MOVE W-ANUL-ROMANO    TO W-ROMANO-PROC
            MOVE W-ANUL-DECIMAL   TO W-DECIMAL-PROC
            MOVE W-ANUL-RESPUESTA TO W-RESPUESTA-PROC
            PERFORM 40-ABRIR-AUDITORIA
            PERFORM 41-ESCRIBIR-AUDITORIA
            PERFORM 49-CERRAR-AUDITORIA
            GOBACK.

      * FECHAS EN NUMEROS ROMANOS (CERTIFICADOS Y GRABADOS).
      * W-FEC-SENTIDO 'R' PASA LA FECHA AAAAMMDD A ROMANOS EN
      * W-FEC-ROMANO; 'F' LEE LA FECHA ROMANA Y DEVUELVE AAAAMMDD
      * EN W-FEC-FECHA.  EL FORMATO ELIGE LA FORMA DE LA CASA:
      *    '1'  DIA EN ARABIGOS, MES Y ANIO EN ROMANOS  15.X.MMXXVI
      *    '2'  DIA, MES Y ANIO EN ROMANOS              XV.X.MMXXVI
      * RESPUESTAS: 14 SENTIDO O FORMATO INVALIDO, 15 FECHA QUE NO
      * EXISTE EN EL CALENDARIO (O ANIO FUERA DE 1-3999) Y 10
      * FECHA ROMANA MAL ESCRITA.  EL ASIENTO DE AUDITORIA LLEVA
      * FUENTE 'F', LA FECHA ROMANA Y LA FECHA AAAAMMDD COMO
      * DECIMAL.
       ENTRY 'ROMANFECHA' USING W-ROMAN-FECHA.

            PERFORM 1-INICIO
            MOVE 'F' TO W-FUENTE-PROC
            MOVE W-FEC-CORRIDA    TO W-CORRIDA-PROC
            MOVE W-FEC-ORIGEN     TO W-ORIGEN-PROC
            MOVE 'F'              TO W-TIPO-PROC
            MOVE W-FEC-SECUENCIA  TO W-SECUENCIA-PROC
            MOVE SPACES           TO W-REF-FUENTE-PROC
            MOVE ZEROES           TO W-REF-SECUENCIA-PROC
            PERFORM 40-ABRIR-AUDITORIA
            PERFORM 6-FECHA
            PERFORM 49-CERRAR-AUDITORIA
            GOBACK.

      * SELLO DE LA CORRIDA: DEVUELVE EL VALOR DE CADENA DEL
      * ULTIMO REGISTRO DE AUDITORIA GRABADO EN ESTA EJECUCION Y
      * CUANTOS SE GRABARON.  TESTLOTE Y TESTLOTP LO GUARDAN EN
      * RUN-CADENA AL CERRAR LA CORRIDA PARA QUE TESTSELL PUEDA
      * COMPROBAR QUE EL TRAMO DE LA CORRIDA ESTA COMPLETO.  SIN
      * REGISTROS GRABADOS EL SELLO QUEDA EN BLANCO.
       ENTRY 'ROMANSELLO' USING W-ROMAN-SELLO.

            IF W-AUD-ESCRITOS > ZEROES
               MOVE W-CADENA-PROPIA TO W-SELLO-CADENA
            ELSE
               MOVE SPACES          TO W-SELLO-CADENA
            END-IF
            MOVE W-AUD-ESCRITOS TO W-SELLO-ESCRITOS
            GOBACK.

       1-INICIO.
            IF W-TABLA-CARGADA NOT = 'S'
               PERFORM 11-CARGAR-TABLA
            PERFORM 41-ESCRIBIR-AUDITORIA
            .

       6-FECHA.
            MOVE ZEROES TO W-FEC-RESPUESTA
            EVALUATE TRUE
               WHEN NOT W-FEC-FORMATO-DIA
                    AND NOT W-FEC-FORMATO-ROMANO
                  MOVE 14 TO W-FEC-RESPUESTA
                  IF W-FEC-A-ROMANO
                     MOVE SPACES TO W-FEC-ROMANO
                  END-IF
                  IF W-FEC-A-FECHA
                     MOVE ZEROES TO W-FEC-FECHA
                  END-IF
               WHEN W-FEC-A-ROMANO
                  PERFORM 61-FECHA-ROMANO
               WHEN W-FEC-A-FECHA
                  PERFORM 62-ROMANO-FECHA
               WHEN OTHER
                  MOVE 14 TO W-FEC-RESPUESTA
            END-EVALUATE
            PERFORM 69-AUDITAR-FECHA
            .

       61-FECHA-ROMANO.
            MOVE SPACES TO W-FEC-ROMANO
            IF W-FEC-FECHA IS NOT NUMERIC
               MOVE 15 TO W-FEC-RESPUESTA
            ELSE
               MOVE W-FEC-FECHA TO W-FT-FECHA
               PERFORM 63-VALIDAR-CALENDARIO
            END-IF
            IF W-FEC-RESPUESTA = ZEROES
               PERFORM 64-ARMAR-ROMANO
            END-IF
            .

      * LA FECHA ROMANA SON TRES PARTES SEPARADAS POR PUNTO: DIA,
      * MES Y ANIO.  CADA PARTE ROMANA SE LEE CON LAS MISMAS
      * REGLAS QUE UN NUMERAL SUELTO; EL DIA DEL FORMATO '1' SON
      * UNO O DOS DIGITOS.
       62-ROMANO-FECHA.
            MOVE ZEROES TO W-FEC-FECHA
                           W-FT-PARTES
                           W-FT-VAL-DIA
                           W-FT-VAL-MES
                           W-FT-VAL-ANIO
            MOVE FUNCTION UPPER-CASE(W-FEC-ROMANO) TO W-FEC-ROMANO
            MOVE SPACES TO W-FT-PARTE-1 W-FT-PARTE-2
                           W-FT-PARTE-3 W-FT-PARTE-4
            UNSTRING W-FEC-ROMANO DELIMITED BY '.'
                INTO W-FT-PARTE-1 W-FT-PARTE-2
                     W-FT-PARTE-3 W-FT-PARTE-4
                TALLYING IN W-FT-PARTES
            END-UNSTRING
            IF W-FT-PARTES NOT = 3
               OR W-FT-PARTE-1 = SPACES
               OR W-FT-PARTE-2 = SPACES
               OR W-FT-PARTE-3 = SPACES
               MOVE 10 TO W-FEC-RESPUESTA
            END-IF
            IF W-FEC-RESPUESTA = ZEROES
               PERFORM 67-LEER-DIA
            END-IF
            IF W-FEC-RESPUESTA = ZEROES
               MOVE W-FT-PARTE-2 TO W-FT-PARTE
               PERFORM 66-LEER-NUMERO-ROMANO
               MOVE W-FT-VALOR   TO W-FT-VAL-MES
            END-IF
            IF W-FEC-RESPUESTA = ZEROES
               MOVE W-FT-PARTE-3 TO W-FT-PARTE
               PERFORM 66-LEER-NUMERO-ROMANO
               MOVE W-FT-VALOR   TO W-FT-VAL-ANIO
            END-IF
            IF W-FEC-RESPUESTA = ZEROES
               IF W-FT-VAL-DIA > 31 OR W-FT-VAL-MES > 12
                  OR W-FT-VAL-ANIO > 3999
                  MOVE 15 TO W-FEC-RESPUESTA
               ELSE
                  MOVE W-FT-VAL-ANIO TO W-FT-ANIO
                  MOVE W-FT-VAL-MES  TO W-FT-MES
                  MOVE W-FT-VAL-DIA  TO W-FT-DIA
                  PERFORM 63-VALIDAR-CALENDARIO
               END-IF
            END-IF
            IF W-FEC-RESPUESTA = ZEROES
               MOVE W-FT-FECHA TO W-FEC-FECHA
            END-IF
            .

      * CALENDARIO GREGORIANO PARA TODOS LOS ANIOS; EL ANIO VA DE
      * 1 A 3999, QUE ES LO QUE SE ESCRIBE EN ROMANOS SIN VINCULUM.
       63-VALIDAR-CALENDARIO.
            EVALUATE TRUE
               WHEN W-FT-ANIO < 1 OR W-FT-ANIO > 3999
                  MOVE 15 TO W-FEC-RESPUESTA
               WHEN W-FT-MES < 1 OR W-FT-MES > 12
                  MOVE 15 TO W-FEC-RESPUESTA
               WHEN OTHER
                  MOVE W-DIAS-MES(W-FT-MES) TO W-FT-DIAS-MES
                  IF W-FT-MES = 2
                     PERFORM 631-VERIFICAR-BISIESTO
                  END-IF
                  IF W-FT-DIA < 1 OR W-FT-DIA > W-FT-DIAS-MES
                     MOVE 15 TO W-FEC-RESPUESTA
                  END-IF
            END-EVALUATE
            .

      * BISIESTO: DIVISIBLE POR 4, SALVO LOS SECULARES QUE NO LO
      * SEAN POR 400 (1900 NO, 2000 SI).
       631-VERIFICAR-BISIESTO.
            DIVIDE W-FT-ANIO BY 4
                GIVING W-FT-COCIENTE REMAINDER W-FT-RESTO
            IF W-FT-RESTO = ZEROES
               MOVE 29 TO W-FT-DIAS-MES
               DIVIDE W-FT-ANIO BY 100
                   GIVING W-FT-COCIENTE REMAINDER W-FT-RESTO
               IF W-FT-RESTO = ZEROES
                  DIVIDE W-FT-ANIO BY 400
                      GIVING W-FT-COCIENTE REMAINDER W-FT-RESTO
                  IF W-FT-RESTO NOT = ZEROES
                     MOVE 28 TO W-FT-DIAS-MES
                  END-IF
               END-IF
            END-IF
            .

       64-ARMAR-ROMANO.
            IF W-FEC-FORMATO-DIA
               IF W-FT-DIA < 10
                  MOVE W-FT-DIA(2:1) TO W-FT-ROMANO-DIA
               ELSE
                  MOVE W-FT-DIA      TO W-FT-ROMANO-DIA
               END-IF
            ELSE
               MOVE W-FT-DIA TO W-FT-VALOR
               PERFORM 65-NUMERO-ROMANO
               MOVE W-FT-PARTE TO W-FT-ROMANO-DIA
            END-IF
            MOVE W-FT-MES TO W-FT-VALOR
            PERFORM 65-NUMERO-ROMANO
            MOVE W-FT-PARTE TO W-FT-ROMANO-MES
            MOVE W-FT-ANIO TO W-FT-VALOR
            PERFORM 65-NUMERO-ROMANO
            MOVE W-FT-PARTE TO W-FT-ROMANO-ANIO
            STRING W-FT-ROMANO-DIA  DELIMITED BY SPACE
                   '.'              DELIMITED BY SIZE
                   W-FT-ROMANO-MES  DELIMITED BY SPACE
                   '.'              DELIMITED BY SIZE
                   W-FT-ROMANO-ANIO DELIMITED BY SPACE
                   INTO W-FEC-ROMANO
            .

       65-NUMERO-ROMANO.
            MOVE W-FT-VALOR TO W-DECIMAL-PROC
            PERFORM 12-REINICIAR-ITEM
            PERFORM 2-PROCESO-DECIMAL-ROMANO
            MOVE W-ROMANO-PROC TO W-FT-PARTE
            .

      * CADA PARTE TIENE QUE ESTAR ESCRITA EN SU FORMA NORMAL: SE
      * CONVIERTE, SE VUELVE A ESCRIBIR Y TIENE QUE DAR LO MISMO.
      * ASI NO PASAN BLANCOS INTERCALADOS NI RESTOS DESPUES DEL
      * NUMERAL.
       66-LEER-NUMERO-ROMANO.
            MOVE ZEROES     TO W-FT-VALOR
            MOVE W-FT-PARTE TO W-ROMANO-PROC
            PERFORM 12-REINICIAR-ITEM
            PERFORM 2-PROCESO
            IF W-VALIDO NOT = 'S'
               MOVE 10 TO W-FEC-RESPUESTA
            ELSE
               MOVE DECIMAL TO W-FT-VALOR
               MOVE DECIMAL TO W-DECIMAL-PROC
               PERFORM 12-REINICIAR-ITEM
               PERFORM 2-PROCESO-DECIMAL-ROMANO
               IF W-ROMANO-PROC NOT = W-FT-PARTE
                  MOVE 10 TO W-FEC-RESPUESTA
               END-IF
            END-IF
            .

       67-LEER-DIA.
            IF W-FEC-FORMATO-DIA
               MOVE ZEROES TO W-FT-DIA-NUM
               EVALUATE TRUE
                  WHEN W-FT-PARTE-1(1:2) IS NUMERIC
                       AND W-FT-PARTE-1(3:) = SPACES
                     MOVE W-FT-PARTE-1(1:2) TO W-FT-DIA-TXT
                  WHEN W-FT-PARTE-1(1:1) IS NUMERIC
                       AND W-FT-PARTE-1(2:) = SPACES
                     MOVE W-FT-PARTE-1(1:1) TO W-FT-DIA-TXT(2:1)
                  WHEN OTHER
                     MOVE 10 TO W-FEC-RESPUESTA
               END-EVALUATE
               MOVE W-FT-DIA-NUM TO W-FT-VAL-DIA
            ELSE
               MOVE W-FT-PARTE-1 TO W-FT-PARTE
               PERFORM 66-LEER-NUMERO-ROMANO
               MOVE W-FT-VALOR   TO W-FT-VAL-DIA
            END-IF
            .

      * UNA FECHA RECHAZADA QUEDA ASENTADA CON LO QUE SE RECIBIO.
       69-AUDITAR-FECHA.
            MOVE W-FEC-ROMANO    TO W-ROMANO-PROC
            IF W-FEC-FECHA IS NUMERIC
               MOVE W-FEC-FECHA  TO W-DECIMAL-PROC
            ELSE
               MOVE ZEROES       TO W-DECIMAL-PROC
            END-IF
            MOVE W-FEC-RESPUESTA TO W-RESPUESTA-PROC
            PERFORM 41-ESCRIBIR-AUDITORIA
            .

       3-FIN.
            IF W-RESPUESTA-PROC NOT = 1
               MOVE DECIMAL  TO W-DECIMAL-PROC
            PERFORM 41-ESCRIBIR-AUDITORIA
            .

      * CADA APERTURA BUSCA EL VALOR DE CADENA DEL ULTIMO
      * REGISTRO DEL ARCHIVO PARA CONTINUAR LA CADENA, TAMBIEN EN
      * LAS CORRIDAS BATCH: LAS CONSULTAS EN LINEA (TEST1,
      * TESTCONS, TESTREPA) PUEDEN GRABAR EN AUDITDD MIENTRAS
      * CORRE LA CADENA BATCH, Y CADA REGISTRO SE ENCADENA CON EL
      * QUE TIENE FISICAMENTE ANTES.
       40-ABRIR-AUDITORIA.
            PERFORM 42-LEER-ULTIMA-CADENA
            OPEN EXTEND ARCH-AUDITORIA
            IF W-FS-AUDITORIA NOT = '00'
               OPEN OUTPUT ARCH-AUDITORIA
            MOVE W-FUENTE-PROC      TO AUD-FUENTE
            MOVE W-CORRIDA-PROC     TO AUD-CORRIDA
            MOVE W-ORIGEN-PROC      TO AUD-ORIGEN
            MOVE W-IDENT-PROC       TO AUD-IDENTIFICACION
            PERFORM 43-ENCADENAR
            WRITE REG-AUDITORIA
            ADD 1 TO W-AUD-ESCRITOS
            .

      * UN ARCHIVO VACIO, O UNO QUE SOLO TIENE REGISTROS ANTERIORES
      * A LA CADENA (SIN VALOR), DEJA W-ULTIMA-CADENA EN BLANCO Y
      * EL PROXIMO REGISTRO ABRE UNA CADENA NUEVA ('I').
       42-LEER-ULTIMA-CADENA.
            MOVE SPACES TO W-ULTIMA-CADENA
            MOVE 'N'    TO W-FIN-AUDITORIA
            OPEN INPUT ARCH-AUDITORIA
            IF W-FS-AUDITORIA = '00'
               PERFORM UNTIL FIN-AUDITORIA
                  READ ARCH-AUDITORIA
                      AT END
                          MOVE 'S' TO W-FIN-AUDITORIA
                      NOT AT END
                          MOVE AUD-CADENA TO W-ULTIMA-CADENA
                  END-READ
               END-PERFORM
               CLOSE ARCH-AUDITORIA
            END-IF
            .

       43-ENCADENAR.
            IF W-ULTIMA-CADENA = SPACES
               MOVE 'I'             TO AUD-ENLACE
            ELSE
               MOVE 'C'             TO AUD-ENLACE
            END-IF
            MOVE W-ULTIMA-CADENA    TO W-SEL-ANTERIOR
            MOVE REG-AUDITORIA(1:69) TO W-SEL-DATOS
            MOVE AUD-IDENTIFICACION TO W-SEL-EXTENSION
            CALL 'ROMANSEL' USING W-SELLO
            MOVE W-SEL-RESULTADO    TO AUD-CADENA
            MOVE W-SEL-RESULTADO    TO W-ULTIMA-CADENA
            MOVE W-SEL-RESULTADO    TO W-CADENA-PROPIA
            .

       49-CERRAR-AUDITORIA.
