           SELECT ARCH-CHKPT  ASSIGN TO "CHKPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-CHKPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RUNCTL.
           05 CHK-CORRIDA         PIC 9(08).
           05 CHK-TOTAL-ENTRADA   PIC 9(08).
           05 CHK-TOTAL-LEIDOS    PIC 9(08).
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       COPY WOPERAD.
       COPY WMANTLOG.
       01 W-FS-RUNCTL     PIC X(02).
       01 W-FS-CHKPT      PIC X(02).
       01 W-FIN-RUNCTL    PIC X(01) VALUE 'N'.
          88 FIN-RUNCTL            VALUE 'S'.
       01 W-FIN-CHKPT     PIC X(01) VALUE 'N'.
          88 FIN-CHKPT             VALUE 'S'.
       01 W-OPCION        PIC 9(01) VALUE 1.
       01 W-SALIR         PIC X(01) VALUE 'N'.
          88 SALIR-PROGRAMA        VALUE 'S'.
       01 W-ED-CORRIDA    PIC 9(08) VALUE ZEROES.
       01 W-MENSAJE       PIC X(50) VALUE SPACES.
       01 W-LIMITE-MINUTOS PIC 9(04) VALUE 0120.
       01 W-MINUTOS-INI   PIC 9(06).
       01 W-MINUTOS-HOY   PIC 9(06).
       01 W-HORA-AHORA    PIC X(06).
       01 W-RUN-IDX       PIC 9(02).
       01 W-RUN-POS       PIC 9(02).
       01 W-CORRIDAS.
          05 W-RUN-CANT   PIC 9(02) VALUE ZEROES.
          05 W-RUN-ENT OCCURS 10 TIMES.
             10 W-RUN-CHK    PIC 9(08).
             10 W-RUN-TOT    PIC 9(08).
             10 W-RUN-VIEJA  PIC X(01).
       01 W-LIN-IDX       PIC 9(02).
       01 W-LINEA-DET     PIC X(78).
       01 W-PAGINA.
          05 LINE 15 COLUMN 02 VALUE 'CORRIDA A CERRAR:'.
          05 LINE 15 COLUMN 20 PIC 9(08) USING W-ED-CORRIDA.
          05 LINE 15 COLUMN 32 VALUE 'OPERADOR:'.
          05 LINE 15 COLUMN 42 PIC X(08) FROM W-OPE-ID.
          05 LINE 16 COLUMN 02
             VALUE 'OPCION (1=REFRESCAR 2=CERRAR ABANDONADA 0=SALIR):'.
          05 LINE 16 COLUMN 52 PIC 9(01) USING W-OPCION.
            STOP RUN.

       1-INICIO.
            PERFORM 11-INGRESAR-OPERADOR
            PERFORM 12-LEER-PARAMETROS
            PERFORM 2-REFRESCAR
            .

      * LA CONSOLA SE ABRE SOLO CON UN OPERADOR INGRESADO CONTRA EL
      * MAESTRO DE OPERADORES; EL CIERRE DE CORRIDAS QUEDA PARA LOS
      * QUE TIENEN ESE PERFIL, LOS DEMAS SOLO CONSULTAN.
       11-INGRESAR-OPERADOR.
            MOVE 'TESTOPER' TO W-OPE-PROGRAMA
            CALL 'ROMANOPE' USING W-OPERADOR
            IF NOT OPE-IDENTIFICADO
               DISPLAY 'TESTOPER - INGRESO DE OPERADOR RECHAZADO'
               MOVE 08 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      * LA EDAD MAXIMA EN MINUTOS DE UNA CORRIDA 'A' ANTES DE
      * MARCARLA VENCIDA SE TOMA DEL ARCHIVO CENTRAL DE
      * PARAMETROS; SIN ENTRADA VIGENTE RIGE EL VALOR POR
            END-IF
            .

       2-REFRESCAR.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY

       3-CERRAR-CORRIDA.
            PERFORM 2-REFRESCAR
            IF NOT OPE-PUEDE-CERRAR
               MOVE 'FUNCION NO PERMITIDA PARA EL OPERADOR'
                   TO W-MENSAJE
            ELSE
               MOVE ZEROES TO W-RUN-POS
               PERFORM VARYING W-RUN-IDX FROM 1 BY 1
            END-IF
            .

      * EL CIERRE AGREGA UN REGISTRO 'X' AL FINAL DE RUNCTLDD; COMO
      * EL ULTIMO REGISTRO DE CADA CORRIDA ES EL QUE VALE, TESTREP
      * Y ESTA CONSOLA DEJAN DE MOSTRARLA EN PROCESO.  EL CIERRE
      * QUEDA EN LA BITACORA DE MANTENIMIENTO CON LA CORRIDA COMO
      * ESTABA ('A') Y EL REGISTRO 'X' AGREGADO.
       32-GRABAR-CIERRE.
            OPEN EXTEND ARCH-RUNCTL
            IF W-FS-RUNCTL NOT = '00'
               MOVE W-ED-CORRIDA             TO RUN-CORRIDA
               MOVE W-FECHA-HOY              TO RUN-FECHA
               MOVE W-RUN-INI(W-RUN-POS)     TO RUN-HORA-INI
               MOVE W-RUN-FIN(W-RUN-POS)     TO RUN-HORA-FIN
               MOVE W-RUN-LEI(W-RUN-POS)     TO RUN-LEIDOS
               MOVE W-RUN-BUE(W-RUN-POS)     TO RUN-BUENOS
               MOVE W-RUN-MAL(W-RUN-POS)     TO RUN-MALOS
               MOVE W-RUN-EST(W-RUN-POS)     TO RUN-ESTADO
               MOVE SPACES                   TO RUN-CADENA
               MOVE REG-RUNCTL               TO MLG-ANTES
               MOVE W-HORA-AHORA             TO RUN-HORA-FIN
               MOVE 'X'                      TO RUN-ESTADO
               WRITE REG-RUNCTL
               CLOSE ARCH-RUNCTL
               DISPLAY 'TESTOPER - corrida ' W-ED-CORRIDA
                       ' cerrada por ' W-OPE-ID
               MOVE 'X'                      TO MLG-ACCION
               MOVE W-OPE-ID                 TO MLG-OPERADOR
               MOVE 'TESTOPER'               TO MLG-PROGRAMA
               MOVE 'RUNCTL'                 TO MLG-ARCHIVO
               MOVE RUN-CORRIDA              TO MLG-CLAVE
               MOVE REG-RUNCTL               TO MLG-DESPUES
               CALL 'ROMANLOG' USING REG-MANTLOG
            END-IF
            .
