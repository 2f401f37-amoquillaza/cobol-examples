       FD  ARCH-FUENTES.
       COPY WFUENTE.
       WORKING-STORAGE SECTION.
       COPY WOPERAD.
       COPY WMANTLOG.
       01 W-FS-FUENTES    PIC X(02).
       01 W-FIN-FUENTES   PIC X(01) VALUE 'N'.
          88 FIN-FUENTES           VALUE 'S'.
       01 W-ED-ESTADO     PIC X(01) VALUE 'A'.
       01 W-ED-CONTACTO   PIC X(30) VALUE SPACES.
       01 W-MENSAJE       PIC X(50) VALUE SPACES.
       01 W-FUENTE-ANTES  PIC X(64).
       01 W-ESTADO-ANTES  PIC X(01).
       01 W-LIN-IDX       PIC 9(02).
       01 W-LINEA-DET     PIC X(60).
       01 W-PAGINA.
       01 TELA-FUENTES.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 10 VALUE 'MANTENIMIENTO DE FUENTES'.
          05 LINE 01 COLUMN 50 VALUE 'OPERADOR:'.
          05 LINE 01 COLUMN 60 PIC X(08) FROM W-OPE-ID.
          05 LINE 03 COLUMN 02 VALUE 'CODIGO     :'.
          05 LINE 03 COLUMN 15 PIC X(03) USING W-ED-CODIGO.
          05 LINE 03 COLUMN 25 VALUE 'ESTADO (A/I):'.
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
                        PERFORM 4-INACTIVAR
                     ELSE
                        MOVE 'FUNCION NO PERMITIDA PARA EL OPERADOR'
                            TO W-MENSAJE
                     END-IF
                  WHEN 5
                     PERFORM 52-LLENAR-PAGINA
                  WHEN OTHER
            END-PERFORM
            PERFORM 6-FIN.

      * SIN OPERADOR INGRESADO NO SE ABRE LA PANTALLA; CONSULTAR Y
      * LISTAR QUEDAN PARA TODOS, GRABAR E INACTIVAR SOLO PARA LOS
      * OPERADORES CON PERFIL DE MANTENIMIENTO.
       1-INICIO.
            MOVE 'TESTFUEN' TO W-OPE-PROGRAMA
            CALL 'ROMANOPE' USING W-OPERADOR
            IF NOT OPE-IDENTIFICADO
               DISPLAY 'TESTFUEN - INGRESO DE OPERADOR RECHAZADO'
               MOVE 08 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O ARCH-FUENTES
            IF W-FS-FUENTES NOT = '00'
               OPEN OUTPUT ARCH-FUENTES
                  MOVE 'A' TO W-ED-ESTADO
               END-IF
               MOVE W-ED-CODIGO   TO FUE-CODIGO
               READ ARCH-FUENTES
               IF W-FS-FUENTES = '00'
                  MOVE REG-FUENTE TO W-FUENTE-ANTES
                  MOVE FUE-ESTADO TO W-ESTADO-ANTES
               ELSE
                  MOVE SPACES     TO W-FUENTE-ANTES
                                     W-ESTADO-ANTES
               END-IF
               MOVE W-ED-CODIGO   TO FUE-CODIGO
               MOVE W-ED-DESCRIP  TO FUE-DESCRIPCION
               MOVE W-ED-ESTADO   TO FUE-ESTADO
               MOVE W-ED-CONTACTO TO FUE-CONTACTO
               EVALUATE W-FS-FUENTES
                  WHEN '00'
                     MOVE 'FUENTE AGREGADA' TO W-MENSAJE
                     MOVE 'A' TO MLG-ACCION
                     PERFORM 7-REGISTRAR-CAMBIO
                  WHEN '22'
                     REWRITE REG-FUENTE
                     IF W-FS-FUENTES = '00'
                        MOVE 'FUENTE ACTUALIZADA' TO W-MENSAJE
                        IF W-ESTADO-ANTES = 'A' AND FUE-INACTIVA
                           MOVE 'I' TO MLG-ACCION
                        ELSE
                           MOVE 'C' TO MLG-ACCION
                        END-IF
                        PERFORM 7-REGISTRAR-CAMBIO
                     ELSE
                        MOVE 'ERROR AL ACTUALIZAR' TO W-MENSAJE
                     END-IF
               MOVE W-ED-CODIGO TO FUE-CODIGO
               READ ARCH-FUENTES
               IF W-FS-FUENTES = '00'
                  MOVE REG-FUENTE TO W-FUENTE-ANTES
                  MOVE 'I' TO FUE-ESTADO
                  REWRITE REG-FUENTE
                  MOVE 'I' TO W-ED-ESTADO
                  MOVE 'FUENTE INACTIVADA' TO W-MENSAJE
                  IF W-FS-FUENTES = '00'
                     MOVE 'I' TO MLG-ACCION
                     PERFORM 7-REGISTRAR-CAMBIO
                  END-IF
               ELSE
                  MOVE 'FUENTE NO EXISTE' TO W-MENSAJE
               END-IF
            END-IF
            .

      * IMAGEN ANTES/DESPUES DE CADA CAMBIO AL MAESTRO, CON EL
      * OPERADOR INGRESADO, EN LA BITACORA COMUN DE MANTENIMIENTO.
       7-REGISTRAR-CAMBIO.
            MOVE W-OPE-ID       TO MLG-OPERADOR
            MOVE 'TESTFUEN'     TO MLG-PROGRAMA
            MOVE 'FUENTES'      TO MLG-ARCHIVO
            MOVE FUE-CODIGO     TO MLG-CLAVE
            MOVE W-FUENTE-ANTES TO MLG-ANTES
            MOVE REG-FUENTE     TO MLG-DESPUES
            CALL 'ROMANLOG' USING REG-MANTLOG
            .

       6-FIN.
            CLOSE ARCH-FUENTES
            STOP RUN.
