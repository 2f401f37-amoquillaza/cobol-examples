       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CALENDARIO ASSIGN TO "CALENDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS W-FS-CALENDARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CALENDARIO.
       COPY WCALEND.
       WORKING-STORAGE SECTION.
       COPY WOPERAD.
       COPY WMANTLOG.
       01 W-FS-CALENDARIO PIC X(02).
       01 W-FIN-CALENDARIO PIC X(01) VALUE 'N'.
          88 FIN-CALENDARIO        VALUE 'S'.
       01 W-OPCION        PIC 9(01) VALUE 4.
       01 W-SALIR         PIC X(01) VALUE 'N'.
          88 SALIR-PROGRAMA        VALUE 'S'.
       01 W-ED-FECHA      PIC X(08) VALUE SPACES.
       01 W-ED-FECHA-9 REDEFINES W-ED-FECHA PIC 9(08).
       01 W-ED-TIPO       PIC X(01) VALUE 'F'.
       01 W-ED-DESCRIP    PIC X(30) VALUE SPACES.
       01 W-MENSAJE       PIC X(50) VALUE SPACES.
       01 W-FECHA-VALIDA  PIC X(01).
          88 FECHA-VALIDA          VALUE 'S'.
       01 W-CALEND-ANTES  PIC X(39).
       01 W-DIA-SEMANA    PIC 9(01).
       01 W-FECHA-LISTA   PIC 9(08).
       01 W-NOMBRE-DIA    PIC X(03).
       01 W-DIAS-SEMANA   PIC X(21) VALUE 'LUNMARMIEJUEVIESABDOM'.
       01 W-LIN-IDX       PIC 9(02).
       01 W-LINEA-DET     PIC X(60).
       01 W-PAGINA.
          05 W-LIN01      PIC X(60).
          05 W-LIN02      PIC X(60).
          05 W-LIN03      PIC X(60).
          05 W-LIN04      PIC X(60).
          05 W-LIN05      PIC X(60).
          05 W-LIN06      PIC X(60).
          05 W-LIN07      PIC X(60).
          05 W-LIN08      PIC X(60).
          05 W-LIN09      PIC X(60).
          05 W-LIN10      PIC X(60).
       01 W-PAGINA-R REDEFINES W-PAGINA.
          05 W-LINEA OCCURS 10 TIMES PIC X(60).
       SCREEN SECTION.
       01 TELA-CALENDARIO.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 10 VALUE 'CALENDARIO DE DIAS HABILES'.
          05 LINE 01 COLUMN 50 VALUE 'OPERADOR:'.
          05 LINE 01 COLUMN 60 PIC X(08) FROM W-OPE-ID.
          05 LINE 03 COLUMN 02 VALUE 'FECHA      :'.
          05 LINE 03 COLUMN 15 PIC X(08) USING W-ED-FECHA.
          05 LINE 03 COLUMN 25 VALUE 'TIPO (F=FERIADO H=HABIL):'.
          05 LINE 03 COLUMN 51 PIC X(01) USING W-ED-TIPO.
          05 LINE 04 COLUMN 02 VALUE 'DESCRIPCION:'.
          05 LINE 04 COLUMN 15 PIC X(30) USING W-ED-DESCRIP.
          05 LINE 06 COLUMN 02
             VALUE 'OPCION (1=CONSULTAR 2=GRABAR 3=ELIMINAR'.
          05 LINE 06 COLUMN 42
             VALUE ' 4=LISTAR 5=SIGUIENTE 0=SALIR):'.
          05 LINE 06 COLUMN 74 PIC 9(01) USING W-OPCION.
          05 LINE 08 COLUMN 02 PIC X(60) FROM W-LIN01.
          05 LINE 09 COLUMN 02 PIC X(60) FROM W-LIN02.
          05 LINE 10 COLUMN 02 PIC X(60) FROM W-LIN03.
          05 LINE 11 COLUMN 02 PIC X(60) FROM W-LIN04.
          05 LINE 12 COLUMN 02 PIC X(60) FROM W-LIN05.
          05 LINE 13 COLUMN 02 PIC X(60) FROM W-LIN06.
          05 LINE 14 COLUMN 02 PIC X(60) FROM W-LIN07.
          05 LINE 15 COLUMN 02 PIC X(60) FROM W-LIN08.
          05 LINE 16 COLUMN 02 PIC X(60) FROM W-LIN09.
          05 LINE 17 COLUMN 02 PIC X(60) FROM W-LIN10.
          05 LINE 19 COLUMN 02 PIC X(50) FROM W-MENSAJE.
       PROCEDURE DIVISION.

            PERFORM 1-INICIO.
            PERFORM UNTIL SALIR-PROGRAMA
               DISPLAY TELA-CALENDARIO
               ACCEPT TELA-CALENDARIO
               EVALUATE W-OPCION
                  WHEN 0
                     MOVE 'S' TO W-SALIR
                  WHEN 1
                     PERFORM 2-CONSULTAR
                  WHEN 2
                     IF OPE-PUEDE-MANTENER
                        PERFORM 3-GRABAR
                     ELSE
                        MOVE 'FUNCION NO PERMITIDA PARA EL OPERADOR'
                            TO W-MENSAJE
                     END-IF
                  WHEN 3
                     IF OPE-PUEDE-MANTENER
                        PERFORM 4-ELIMINAR
                     ELSE
                        MOVE 'FUNCION NO PERMITIDA PARA EL OPERADOR'
                            TO W-MENSAJE
                     END-IF
                  WHEN 5
                     PERFORM 52-LLENAR-PAGINA
                  WHEN OTHER
                     PERFORM 5-LISTAR
               END-EVALUATE
            END-PERFORM
            PERFORM 6-FIN.

      * EL CALENDARIO SOLO GUARDA EXCEPCIONES A LA SEMANA DE LUNES
      * A VIERNES: FERIADOS ('F') Y SABADOS O DOMINGOS TRABAJADOS
      * ('H').  LO MANTIENEN LOS OPERADORES CON PERFIL DE
      * MANTENIMIENTO, COMO FUENTES Y PARAMETROS.
       1-INICIO.
            MOVE 'TESTCALE' TO W-OPE-PROGRAMA
            CALL 'ROMANOPE' USING W-OPERADOR
            IF NOT OPE-IDENTIFICADO
               DISPLAY 'TESTCALE - INGRESO DE OPERADOR RECHAZADO'
               MOVE 08 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARCH-CALENDARIO
            IF W-FS-CALENDARIO NOT = '00'
               OPEN OUTPUT ARCH-CALENDARIO
               IF W-FS-CALENDARIO = '00'
                  CLOSE ARCH-CALENDARIO
                  OPEN I-O ARCH-CALENDARIO
               END-IF
            END-IF
            IF W-FS-CALENDARIO NOT = '00'
               DISPLAY 'TESTCALE - NO SE PUDO ABRIR CALENDD, FS='
                       W-FS-CALENDARIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            .

       11-VALIDAR-FECHA.
            MOVE 'N' TO W-FECHA-VALIDA
            IF W-ED-FECHA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(W-ED-FECHA-9) = ZEROES
                  MOVE 'S' TO W-FECHA-VALIDA
               END-IF
            END-IF
            .

       2-CONSULTAR.
            PERFORM 11-VALIDAR-FECHA
            IF NOT FECHA-VALIDA
               MOVE 'INGRESE UNA FECHA VALIDA (AAAAMMDD)' TO W-MENSAJE
            ELSE
               MOVE W-ED-FECHA TO CAL-FECHA
               READ ARCH-CALENDARIO
               IF W-FS-CALENDARIO = '00'
                  MOVE CAL-TIPO        TO W-ED-TIPO
                  MOVE CAL-DESCRIPCION TO W-ED-DESCRIP
                  MOVE 'EXCEPCION ENCONTRADA' TO W-MENSAJE
               ELSE
                  MOVE 'SIN EXCEPCION - RIGE LA SEMANA NORMAL'
                      TO W-MENSAJE
               END-IF
            END-IF
            .

       3-GRABAR.
            PERFORM 11-VALIDAR-FECHA
            EVALUATE TRUE
               WHEN NOT FECHA-VALIDA
                  MOVE 'INGRESE UNA FECHA VALIDA (AAAAMMDD)'
                      TO W-MENSAJE
               WHEN W-ED-TIPO NOT = 'F' AND W-ED-TIPO NOT = 'H'
                  MOVE 'TIPO DEBE SER F O H' TO W-MENSAJE
               WHEN OTHER
                  MOVE W-ED-FECHA TO CAL-FECHA
                  READ ARCH-CALENDARIO
                  IF W-FS-CALENDARIO = '00'
                     MOVE REG-CALENDARIO TO W-CALEND-ANTES
                  ELSE
                     MOVE SPACES         TO W-CALEND-ANTES
                  END-IF
                  MOVE W-ED-FECHA    TO CAL-FECHA
                  MOVE W-ED-TIPO     TO CAL-TIPO
                  MOVE W-ED-DESCRIP  TO CAL-DESCRIPCION
                  WRITE REG-CALENDARIO
                  EVALUATE W-FS-CALENDARIO
                     WHEN '00'
                        MOVE 'EXCEPCION AGREGADA' TO W-MENSAJE
                        MOVE 'A' TO MLG-ACCION
                        PERFORM 7-REGISTRAR-CAMBIO
                     WHEN '22'
                        REWRITE REG-CALENDARIO
                        IF W-FS-CALENDARIO = '00'
                           MOVE 'EXCEPCION ACTUALIZADA' TO W-MENSAJE
                           MOVE 'C' TO MLG-ACCION
                           PERFORM 7-REGISTRAR-CAMBIO
                        ELSE
                           MOVE 'ERROR AL ACTUALIZAR' TO W-MENSAJE
                        END-IF
                     WHEN OTHER
                        MOVE 'ERROR AL GRABAR' TO W-MENSAJE
                  END-EVALUATE
            END-EVALUATE
            .

       4-ELIMINAR.
            PERFORM 11-VALIDAR-FECHA
            IF NOT FECHA-VALIDA
               MOVE 'INGRESE UNA FECHA VALIDA (AAAAMMDD)' TO W-MENSAJE
            ELSE
               MOVE W-ED-FECHA TO CAL-FECHA
               READ ARCH-CALENDARIO
               IF W-FS-CALENDARIO = '00'
                  MOVE REG-CALENDARIO TO W-CALEND-ANTES
                  DELETE ARCH-CALENDARIO
                  IF W-FS-CALENDARIO = '00'
                     MOVE 'EXCEPCION ELIMINADA' TO W-MENSAJE
                     MOVE SPACES TO REG-CALENDARIO
                     MOVE W-ED-FECHA TO CAL-FECHA
                     MOVE 'B' TO MLG-ACCION
                     PERFORM 7-REGISTRAR-CAMBIO
                  ELSE
                     MOVE 'ERROR AL ELIMINAR' TO W-MENSAJE
                  END-IF
               ELSE
                  MOVE 'FECHA SIN EXCEPCION' TO W-MENSAJE
               END-IF
            END-IF
            .

       5-LISTAR.
            MOVE 'N' TO W-FIN-CALENDARIO
            PERFORM 11-VALIDAR-FECHA
            IF FECHA-VALIDA
               MOVE W-ED-FECHA TO CAL-FECHA
            ELSE
               MOVE LOW-VALUES TO CAL-FECHA
            END-IF
            START ARCH-CALENDARIO KEY NOT LESS THAN CAL-FECHA
            IF W-FS-CALENDARIO NOT = '00'
               MOVE 'S' TO W-FIN-CALENDARIO
            END-IF
            PERFORM 52-LLENAR-PAGINA
            .

       52-LLENAR-PAGINA.
            MOVE SPACES TO W-PAGINA
            MOVE ZEROES TO W-LIN-IDX
            PERFORM 53-BUSCAR-LINEA
                    UNTIL FIN-CALENDARIO OR W-LIN-IDX = 10
            IF FIN-CALENDARIO
               MOVE 'FIN DE LA LISTA'              TO W-MENSAJE
            ELSE
               MOVE 'HAY MAS - OPCION 5 PARA SEGUIR' TO W-MENSAJE
            END-IF
            .

       53-BUSCAR-LINEA.
            READ ARCH-CALENDARIO NEXT RECORD
                AT END
                    MOVE 'S' TO W-FIN-CALENDARIO
            END-READ
            IF NOT FIN-CALENDARIO
               ADD 1 TO W-LIN-IDX
               MOVE SPACES TO W-NOMBRE-DIA
               IF CAL-FECHA IS NUMERIC
                  MOVE CAL-FECHA TO W-FECHA-LISTA
                  COMPUTE W-DIA-SEMANA = FUNCTION MOD(
                      FUNCTION INTEGER-OF-DATE(W-FECHA-LISTA) - 1, 7)
                  MOVE W-DIAS-SEMANA(W-DIA-SEMANA * 3 + 1:3)
                      TO W-NOMBRE-DIA
               END-IF
               MOVE SPACES TO W-LINEA-DET
               STRING CAL-FECHA             DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      W-NOMBRE-DIA          DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      CAL-TIPO              DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      CAL-DESCRIPCION       DELIMITED BY SIZE
                      INTO W-LINEA-DET
               MOVE W-LINEA-DET TO W-LINEA(W-LIN-IDX)
            END-IF
            .

      * IMAGEN ANTES/DESPUES DE CADA CAMBIO AL CALENDARIO EN LA
      * BITACORA COMUN DE MANTENIMIENTO.
       7-REGISTRAR-CAMBIO.
            MOVE W-OPE-ID       TO MLG-OPERADOR
            MOVE 'TESTCALE'     TO MLG-PROGRAMA
            MOVE 'CALENDAR'     TO MLG-ARCHIVO
            MOVE CAL-FECHA      TO MLG-CLAVE
            MOVE W-CALEND-ANTES TO MLG-ANTES
            MOVE REG-CALENDARIO TO MLG-DESPUES
            CALL 'ROMANLOG' USING REG-MANTLOG
            .

       6-FIN.
            CLOSE ARCH-CALENDARIO
            STOP RUN.
