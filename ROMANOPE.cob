       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANOPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS W-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADOR.
       COPY WOPERREG.
       WORKING-STORAGE SECTION.
       01 W-FS-OPERADOR    PIC X(02).
       01 W-INTENTOS       PIC 9(01).
       01 W-MAX-INTENTOS   PIC 9(01) VALUE 3.
       01 W-ED-ID          PIC X(08).
       01 W-ED-CLAVE       PIC X(08).
       01 W-ED-PROGRAMA    PIC X(08).
       01 W-MENSAJE        PIC X(50).
       LINKAGE SECTION.
       COPY WOPERAD.
       SCREEN SECTION.
       01 TELA-INGRESO.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 10 VALUE 'INGRESO DE OPERADOR -'.
          05 LINE 01 COLUMN 32 PIC X(08) FROM W-ED-PROGRAMA.
          05 LINE 03 COLUMN 02 VALUE 'OPERADOR :'.
          05 LINE 03 COLUMN 13 PIC X(08) USING W-ED-ID.
          05 LINE 04 COLUMN 02 VALUE 'CLAVE    :'.
          05 LINE 04 COLUMN 13 PIC X(08) USING W-ED-CLAVE SECURE.
          05 LINE 06 COLUMN 02 PIC X(50) FROM W-MENSAJE.

      * INGRESO COMUN DE LAS PANTALLAS DE MANTENIMIENTO: PIDE
      * OPERADOR Y CLAVE CONTRA EL MAESTRO DE OPERADORES Y DEVUELVE
      * EL PERFIL DEL OPERADOR (REPARAR RECHAZOS, MANTENER FUENTES
      * Y PARAMETROS, CERRAR CORRIDAS; SIN NINGUNO ES SOLO
      * CONSULTA).  CADA PANTALLA DECIDE CON ESE PERFIL QUE
      * FUNCIONES ACEPTA.  SI EL MAESTRO NO ESTA, EL OPERADOR NO
      * EXISTE, ESTA INACTIVO O FALLA LA CLAVE TRES VECES,
      * W-OPE-HALLADO QUEDA EN 'N' Y LA PANTALLA NO DEBE SEGUIR.
       PROCEDURE DIVISION USING W-OPERADOR.

            MOVE 'N'            TO W-OPE-HALLADO
            MOVE SPACES         TO W-OPE-ID
                                   W-OPE-NOMBRE
            MOVE 'N'            TO W-OPE-PERM-REPARA
                                   W-OPE-PERM-MANTIENE
                                   W-OPE-PERM-CIERRA
            MOVE W-OPE-PROGRAMA TO W-ED-PROGRAMA
            OPEN INPUT ARCH-OPERADOR
            IF W-FS-OPERADOR NOT = '00'
               DISPLAY 'ROMANOPE - NO SE PUDO ABRIR OPERMAE, FS='
                       W-FS-OPERADOR
               GOBACK
            END-IF
            MOVE SPACES TO W-MENSAJE
            MOVE ZEROES TO W-INTENTOS
            PERFORM 1-PEDIR-INGRESO
                    UNTIL OPE-IDENTIFICADO
                       OR W-INTENTOS = W-MAX-INTENTOS
            CLOSE ARCH-OPERADOR
            GOBACK.

       1-PEDIR-INGRESO.
            MOVE SPACES TO W-ED-ID
                           W-ED-CLAVE
            DISPLAY TELA-INGRESO
            ACCEPT TELA-INGRESO
            ADD 1 TO W-INTENTOS
            MOVE W-ED-ID TO OPR-ID
            READ ARCH-OPERADOR
            EVALUATE TRUE
               WHEN W-FS-OPERADOR NOT = '00'
                  MOVE 'OPERADOR NO EXISTE' TO W-MENSAJE
               WHEN NOT OPR-ACTIVO
                  MOVE 'OPERADOR INACTIVO' TO W-MENSAJE
               WHEN OPR-CLAVE NOT = W-ED-CLAVE
                  MOVE 'CLAVE INCORRECTA' TO W-MENSAJE
               WHEN OTHER
                  MOVE OPR-ID            TO W-OPE-ID
                  MOVE OPR-NOMBRE        TO W-OPE-NOMBRE
                  MOVE OPR-PERM-REPARA   TO W-OPE-PERM-REPARA
                  MOVE OPR-PERM-MANTIENE TO W-OPE-PERM-MANTIENE
                  MOVE OPR-PERM-CIERRA   TO W-OPE-PERM-CIERRA
                  MOVE 'S'               TO W-OPE-HALLADO
            END-EVALUATE
            IF NOT OPE-IDENTIFICADO
               DISPLAY 'ROMANOPE - INGRESO RECHAZADO PARA '
                       W-ED-ID ' EN ' W-ED-PROGRAMA
            END-IF
            .
