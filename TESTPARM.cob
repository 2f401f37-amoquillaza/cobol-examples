       FD  ARCH-PARAM.
       COPY WPARMREG.
       WORKING-STORAGE SECTION.
       COPY WOPERAD.
       COPY WMANTLOG.
       01 W-FS-PARAM      PIC X(02).
       01 W-FIN-PARAM     PIC X(01) VALUE 'N'.
          88 FIN-PARAM             VALUE 'S'.
       01 W-ED-NOMBRE     PIC X(16) VALUE SPACES.
       01 W-ED-FECHA-VIG  PIC X(08) VALUE SPACES.
       01 W-ED-VALOR      PIC 9(08) VALUE ZEROES.
       01 W-MENSAJE       PIC X(50) VALUE SPACES.
       01 W-PARAM-ANTES   PIC X(62).
       01 W-VALOR-LISTA   PIC X(08).
       01 W-ID-CLAVE-CADENA.
          05 FILLER       PIC X(08) VALUE 'ROMAN'.
          05 FILLER       PIC X(16) VALUE 'CLAVE-CADENA'.
       01 W-CADENA-CARGADA PIC X(01) VALUE 'N'.
          88 CLAVE-CADENA-CARGADA  VALUE 'S'.
       01 W-FECHA-HORA-SYS PIC X(21).
       01 W-LIN-IDX       PIC 9(02).
       01 W-LINEA-DET     PIC X(78).
          05 LINE 04 COLUMN 25 VALUE 'VALOR    :'.
          05 LINE 04 COLUMN 36 PIC 9(08) USING W-ED-VALOR.
          05 LINE 04 COLUMN 48 VALUE 'USUARIO:'.
          05 LINE 04 COLUMN 57 PIC X(08) FROM W-OPE-ID.
          05 LINE 05 COLUMN 02
             VALUE 'OPCION (1=CONSULTAR 2=GRABAR 4=LISTAR'.
          05 LINE 05 COLUMN 40
                  WHEN 1
                     PERFORM 2-CONSULTAR
                  WHEN 2
                     IF OPE-PUEDE-MANTENER
                        PERFORM 3-GRABAR
                     ELSE
                        MOVE 'FUNCION NO PERMITIDA PARA EL OPERADOR'
                            TO W-MENSAJE
                     END-IF
                  WHEN 5
                     PERFORM 42-LLENAR-PAGINA
                  WHEN OTHER
            END-PERFORM
            PERFORM 5-FIN.

      * EL USUARIO QUE QUEDA EN CADA CAMBIO ES EL OPERADOR
      * INGRESADO, NO UN NOMBRE TIPEADO EN LA PANTALLA; SOLO LOS
      * OPERADORES CON PERFIL DE MANTENIMIENTO PUEDEN GRABAR.
       1-INICIO.
            MOVE 'TESTPARM' TO W-OPE-PROGRAMA
            CALL 'ROMANOPE' USING W-OPERADOR
            IF NOT OPE-IDENTIFICADO
               DISPLAY 'TESTPARM - INGRESO DE OPERADOR RECHAZADO'
               MOVE 08 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARCH-PARAM
            IF W-FS-PARAM NOT = '00'
               OPEN OUTPUT ARCH-PARAM
            END-IF
            .

      * LA CLAVE DE CADENA DE AUDITORIA (ROMAN/CLAVE-CADENA) NO SE
      * MUESTRA NUNCA: NI EN LA CONSULTA, NI EN LA LISTA, NI EN LA
      * BITACORA DE MANTENIMIENTO.  LA CONSULTA SOLO DICE QUIEN LA
      * CARGO Y CUANDO.
       2-CONSULTAR.
            IF W-ED-PROGRAMA = SPACES OR W-ED-NOMBRE = SPACES
               OR W-ED-FECHA-VIG = SPACES
               MOVE W-ED-NOMBRE    TO PRM-NOMBRE
               MOVE W-ED-FECHA-VIG TO PRM-FECHA-VIG
               READ ARCH-PARAM
               EVALUATE TRUE
                  WHEN W-FS-PARAM NOT = '00'
                     MOVE 'PARAMETRO NO EXISTE' TO W-MENSAJE
                  WHEN PRM-CLAVE(1:24) = W-ID-CLAVE-CADENA
                     MOVE ZEROES TO W-ED-VALOR
                     MOVE SPACES TO W-MENSAJE
                     STRING 'CLAVE DE CADENA CARGADA POR '
                                         DELIMITED BY SIZE
                            PRM-USUARIO  DELIMITED BY SIZE
                            ' EL '       DELIMITED BY SIZE
                            PRM-FECHA-ACT DELIMITED BY SIZE
                            INTO W-MENSAJE
                  WHEN OTHER
                     MOVE PRM-VALOR TO W-ED-VALOR
                     MOVE SPACES TO W-MENSAJE
                     STRING 'VALOR VIGENTE, CAMBIADO POR '
                                         DELIMITED BY SIZE
                            PRM-USUARIO  DELIMITED BY SIZE
                            ' EL '       DELIMITED BY SIZE
                            PRM-FECHA-ACT DELIMITED BY SIZE
                            INTO W-MENSAJE
               END-EVALUATE
            END-IF
            .

      * CADA CAMBIO SE GRABA COMO UN REGISTRO NUEVO POR FECHA DE
      * VIGENCIA, CON USUARIO Y FECHA/HORA DEL CAMBIO: EL HISTORIAL
      * COMPLETO QUEDA EN EL ARCHIVO Y CADA VALOR ES RASTREABLE.
      * LA CLAVE DE CADENA SE CARGA UNA SOLA VEZ: CAMBIARLA DEJARIA
      * SIN VERIFICAR TODA LA AUDITORIA YA ENCADENADA.
       3-GRABAR.
            MOVE 'N' TO W-CADENA-CARGADA
            IF W-ED-PROGRAMA = 'ROMAN'
               AND W-ED-NOMBRE = 'CLAVE-CADENA'
               PERFORM 31-BUSCAR-CLAVE-CADENA
            END-IF
            EVALUATE TRUE
               WHEN W-ED-PROGRAMA = SPACES OR W-ED-NOMBRE = SPACES
                  MOVE 'INGRESE PROGRAMA Y PARAMETRO' TO W-MENSAJE
               WHEN W-ED-FECHA-VIG = SPACES
                  MOVE 'INGRESE LA FECHA DE VIGENCIA' TO W-MENSAJE
               WHEN CLAVE-CADENA-CARGADA
                  MOVE ZEROES TO W-ED-VALOR
                  MOVE 'LA CLAVE DE CADENA YA ESTA CARGADA Y NO CAMBIA'
                      TO W-MENSAJE
               WHEN OTHER
                  MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
                  MOVE W-ED-PROGRAMA        TO PRM-PROGRAMA
                  MOVE W-ED-NOMBRE          TO PRM-NOMBRE
                  MOVE W-ED-FECHA-VIG       TO PRM-FECHA-VIG
                  READ ARCH-PARAM
                  IF W-FS-PARAM = '00'
                     MOVE REG-PARAMETRO     TO W-PARAM-ANTES
                  ELSE
                     MOVE SPACES            TO W-PARAM-ANTES
                  END-IF
                  MOVE W-ED-PROGRAMA        TO PRM-PROGRAMA
                  MOVE W-ED-NOMBRE          TO PRM-NOMBRE
                  MOVE W-ED-FECHA-VIG       TO PRM-FECHA-VIG
                  MOVE W-ED-VALOR           TO PRM-VALOR
                  MOVE W-OPE-ID             TO PRM-USUARIO
                  MOVE W-FECHA-HORA-SYS(1:8) TO PRM-FECHA-ACT
                  MOVE W-FECHA-HORA-SYS(9:6) TO PRM-HORA-ACT
                  WRITE REG-PARAMETRO
                  EVALUATE W-FS-PARAM
                     WHEN '00'
                        MOVE 'PARAMETRO AGREGADO' TO W-MENSAJE
                        MOVE 'A' TO MLG-ACCION
                        PERFORM 6-REGISTRAR-CAMBIO
                     WHEN '22'
                        REWRITE REG-PARAMETRO
                        IF W-FS-PARAM = '00'
                           MOVE 'PARAMETRO ACTUALIZADO' TO W-MENSAJE
                           MOVE 'C' TO MLG-ACCION
                           PERFORM 6-REGISTRAR-CAMBIO
                        ELSE
                           MOVE 'ERROR AL ACTUALIZAR' TO W-MENSAJE
                        END-IF
                     WHEN OTHER
                        MOVE 'ERROR AL GRABAR' TO W-MENSAJE
                  END-EVALUATE
                  IF PRM-CLAVE(1:24) = W-ID-CLAVE-CADENA
                     MOVE ZEROES TO W-ED-VALOR
                  END-IF
            END-EVALUATE
            .

       31-BUSCAR-CLAVE-CADENA.
            MOVE W-ID-CLAVE-CADENA TO PRM-CLAVE(1:24)
            MOVE LOW-VALUES        TO PRM-FECHA-VIG
            START ARCH-PARAM KEY NOT LESS THAN PRM-CLAVE
            IF W-FS-PARAM = '00'
               READ ARCH-PARAM NEXT RECORD
               IF W-FS-PARAM = '00'
                  AND PRM-CLAVE(1:24) = W-ID-CLAVE-CADENA
                  MOVE 'S' TO W-CADENA-CARGADA
               END-IF
            END-IF
            .

       4-LISTAR.
            MOVE 'N' TO W-FIN-PARAM
            IF W-ED-PROGRAMA = SPACES
            IF NOT FIN-PARAM
               ADD 1 TO W-LIN-IDX
               MOVE SPACES TO W-LINEA-DET
               IF PRM-CLAVE(1:24) = W-ID-CLAVE-CADENA
                  MOVE ALL '*'  TO W-VALOR-LISTA
               ELSE
                  MOVE PRM-VALOR TO W-VALOR-LISTA
               END-IF
               STRING PRM-PROGRAMA       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      PRM-NOMBRE         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      PRM-FECHA-VIG      DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      W-VALOR-LISTA      DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      PRM-USUARIO        DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
            END-IF
            .

      * IMAGEN ANTES/DESPUES DE CADA CAMBIO DE PARAMETRO EN LA
      * BITACORA COMUN DE MANTENIMIENTO; LA CLAVE DE CADENA QUEDA
      * CON EL VALOR EN ASTERISCOS.
       6-REGISTRAR-CAMBIO.
            MOVE W-OPE-ID       TO MLG-OPERADOR
            MOVE 'TESTPARM'     TO MLG-PROGRAMA
            MOVE 'PARAM'        TO MLG-ARCHIVO
            MOVE PRM-CLAVE      TO MLG-CLAVE
            MOVE W-PARAM-ANTES  TO MLG-ANTES
            MOVE REG-PARAMETRO  TO MLG-DESPUES
            IF PRM-CLAVE(1:24) = W-ID-CLAVE-CADENA
               IF MLG-ANTES NOT = SPACES
                  MOVE ALL '*' TO MLG-ANTES(33:8)
               END-IF
               MOVE ALL '*' TO MLG-DESPUES(33:8)
            END-IF
            CALL 'ROMANLOG' USING REG-MANTLOG
            .

       5-FIN.
            CLOSE ARCH-PARAM
            STOP RUN.
