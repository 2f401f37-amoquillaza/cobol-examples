       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTRECU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MODO      ASSIGN TO "MODODD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-MODO.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-AUDITORIA.
           SELECT ARCH-RUNCTL    ASSIGN TO "RUNCTLDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RUNCTL.
           SELECT ARCH-EXTRACTO  ASSIGN TO "EXTRDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-EXTRACTO.
           SELECT ARCH-REPORTE   ASSIGN TO "REPORTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-REPORTE.
           SELECT ARCH-PROC-REC  ASSIGN TO "PROCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS W-FS-PROC-REC.
           SELECT ARCH-AUDH-REC  ASSIGN TO "AUDHREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHI-CLAVE
               FILE STATUS IS W-FS-AUDH-REC.
           SELECT ARCH-EXTC-REC  ASSIGN TO "EXTCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-FECHA
               FILE STATUS IS W-FS-EXTC-REC.
           SELECT ARCH-PROC-VIVO ASSIGN TO "PROCDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CLAVE
               FILE STATUS IS W-FS-PROC-VIVO.
           SELECT ARCH-AUDH-VIVO ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHV-CLAVE
               FILE STATUS IS W-FS-AUDH-VIVO.
           SELECT ARCH-EXTC-VIVO ASSIGN TO "EXTCTLDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXV-FECHA
               FILE STATUS IS W-FS-EXTC-VIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-MODO.
       01  REG-MODO            PIC X(80).
       FD  ARCH-AUDITORIA.
       COPY WAUDIT.
       FD  ARCH-RUNCTL.
       COPY WRUNCTL.
       FD  ARCH-EXTRACTO.
       01  REG-EXTRACTO        PIC X(80).
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       FD  ARCH-PROC-REC.
       COPY WPROCREG.
       FD  ARCH-AUDH-REC.
       COPY WAUDHIST.
       FD  ARCH-EXTC-REC.
       COPY WEXTCTL.
       FD  ARCH-PROC-VIVO.
       01  REG-PROC-VIVO.
           05 PRV-CLAVE          PIC X(11).
           05 PRV-FECHA          PIC X(08).
           05 PRV-CORRIDA        PIC 9(08).
           05 FILLER             PIC X(42).
       FD  ARCH-AUDH-VIVO.
       01  REG-AUDH-VIVO.
           05 AHV-CLAVE          PIC X(18).
           05 FILLER             PIC X(54).
       FD  ARCH-EXTC-VIVO.
       01  REG-EXTC-VIVO.
           05 EXV-FECHA          PIC X(08).
           05 EXV-CANTIDAD       PIC 9(08).
           05 EXV-HASH           PIC 9(16).
           05 EXV-ESTADO         PIC X(01).
           05 EXV-FECHA-ACUSE    PIC X(08).
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       COPY WCALRUT.
       01 W-FS-MODO         PIC X(02).
       01 W-FS-AUDITORIA    PIC X(02).
       01 W-FS-RUNCTL       PIC X(02).
       01 W-FS-EXTRACTO     PIC X(02).
       01 W-FS-REPORTE      PIC X(02).
       01 W-FS-PROC-REC     PIC X(02).
       01 W-FS-AUDH-REC     PIC X(02).
       01 W-FS-EXTC-REC     PIC X(02).
       01 W-FS-PROC-VIVO    PIC X(02).
       01 W-FS-AUDH-VIVO    PIC X(02).
       01 W-FS-EXTC-VIVO    PIC X(02).
       01 W-MODO            PIC X(01) VALUE 'V'.
          88 MODO-RECONSTRUIR        VALUE 'R'.
          88 MODO-VERIFICAR          VALUE 'V'.
       01 W-FIN-AUDITORIA   PIC X(01) VALUE 'N'.
          88 FIN-AUDITORIA           VALUE 'S'.
       01 W-FIN-RUNCTL      PIC X(01) VALUE 'N'.
          88 FIN-RUNCTL              VALUE 'S'.
       01 W-FIN-EXTRACTO    PIC X(01) VALUE 'N'.
          88 FIN-EXTRACTO            VALUE 'S'.
       01 W-FIN-REC         PIC X(01) VALUE 'N'.
          88 FIN-REC                 VALUE 'S'.
       01 W-FIN-VIVO        PIC X(01) VALUE 'N'.
          88 FIN-VIVO                VALUE 'S'.
       01 W-EXTC-VIVO       PIC X(01) VALUE 'N'.
          88 EXTC-VIVO-ABIERTO       VALUE 'S'.
       01 W-GRABADO         PIC X(01).
          88 GRABADO                 VALUE 'S'.
       01 W-SECUENCIA       PIC 9(04).
       01 W-DATOS-NUEVOS    PIC X(54).
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-FECHA-HOY       PIC 9(08).
       01 W-FECHA-CORTE     PIC 9(08).
       01 W-FECHA-CARGA     PIC 9(08).
       01 W-FECHA-RUN       PIC 9(08).
       01 W-FECHA-AUD       PIC 9(08).
       01 W-DIAS-RETENCION  PIC 9(03) VALUE 090.
       01 W-RANGO-PARTICION PIC 9(08) VALUE 1000000.
      * CORRIDAS DE RUNCTL DESDE UN DIA ANTES DEL CORTE.  LA FECHA
      * QUE VALE ES LA DEL PRIMER REGISTRO (EL DE ARRANQUE, QUE ES
      * LA QUE TESTLOTE PONE EN PRO-FECHA); EL ESTADO Y LOS TOTALES
      * SON LOS DEL ULTIMO, COMO EN TESTREP.
       01 W-CTL-IDX         PIC 9(04).
       01 W-CTL-POS         PIC 9(04).
       01 W-CTL-MAX         PIC 9(04) VALUE 3000.
       01 W-CORRIDA-BUSCA   PIC 9(08).
       01 W-CORRIDA-ULTIMA  PIC 9(08) VALUE ZEROES.
       01 W-POS-ULTIMA      PIC 9(04) VALUE ZEROES.
       01 W-CORRIDAS.
          05 W-CTL-CANT     PIC 9(04) VALUE ZEROES.
          05 W-CTL-ENT OCCURS 3000 TIMES.
             10 W-CTL-CORRIDA   PIC 9(08).
             10 W-CTL-FECHA     PIC 9(08).
             10 W-CTL-ESTADO    PIC X(01).
             10 W-CTL-LEIDOS    PIC 9(08).
             10 W-CTL-BUENOS    PIC 9(08).
             10 W-CTL-AUDITADOS PIC 9(08).
             10 W-CTL-EXITOS    PIC 9(08).
             10 W-CTL-SIN-IDENT PIC 9(08).
      * GENERACION DE EXTRACTO EN CURSO.
       01 W-GEN-ABIERTA     PIC X(01) VALUE 'N'.
          88 GENERACION-ABIERTA      VALUE 'S'.
       01 W-GEN-FECHA       PIC X(08).
       01 W-GEN-CANTIDAD    PIC 9(08).
       01 W-GEN-HASH        PIC 9(16).
       01 W-GEN-FECHA-MIN   PIC X(08) VALUE HIGH-VALUES.
       01 W-EXT-CAMPOS.
          05 W-EXT-TIPO     PIC X(01).
          05 W-EXT-CAMPO-2  PIC X(16).
          05 W-EXT-CAMPO-3  PIC X(16).
          05 W-EXT-CAMPO-4  PIC X(30).
          05 W-EXT-DECIMAL  PIC X(11).
          05 W-EXT-FUENTE   PIC X(01).
       01 W-EXT-VALOR       PIC X(10).
       01 W-EXT-VALOR-NUM REDEFINES W-EXT-VALOR PIC 9(10).
       01 W-EXT-CANT-COLA   PIC X(08).
       01 W-EXT-CANT-NUM REDEFINES W-EXT-CANT-COLA PIC 9(08).
       01 W-EXT-HASH-COLA   PIC X(16).
       01 W-EXT-HASH-NUM REDEFINES W-EXT-HASH-COLA PIC 9(16).
      * TOTALES DE LA RECONSTRUCCION.
       01 W-TOTAL-LEIDOS     PIC 9(08) VALUE ZEROES.
       01 W-AHI-CARGADOS     PIC 9(08) VALUE ZEROES.
       01 W-AHI-REPETIDOS    PIC 9(08) VALUE ZEROES.
       01 W-AHI-ERRORES      PIC 9(08) VALUE ZEROES.
       01 W-SIN-CORRIDA      PIC 9(08) VALUE ZEROES.
       01 W-PRO-GRABADAS     PIC 9(08) VALUE ZEROES.
       01 W-PRO-ANULADAS     PIC 9(08) VALUE ZEROES.
       01 W-PRO-ANUL-DEPURADA PIC 9(08) VALUE ZEROES.
       01 W-PRO-SIN-IDENT    PIC 9(08) VALUE ZEROES.
       01 W-PRO-REPETIDAS    PIC 9(08) VALUE ZEROES.
       01 W-PRO-YA-REGISTRADAS PIC 9(08) VALUE ZEROES.
       01 W-PRO-ERRORES      PIC 9(08) VALUE ZEROES.
       01 W-GEN-LEIDAS       PIC 9(08) VALUE ZEROES.
       01 W-GEN-CUADRAN      PIC 9(08) VALUE ZEROES.
       01 W-GEN-NO-CUADRAN   PIC 9(08) VALUE ZEROES.
       01 W-GEN-SIN-COLA     PIC 9(08) VALUE ZEROES.
       01 W-GEN-REPETIDAS    PIC 9(08) VALUE ZEROES.
       01 W-GEN-CARGADAS     PIC 9(08) VALUE ZEROES.
       01 W-GEN-CONSERVADAS  PIC 9(08) VALUE ZEROES.
       01 W-GEN-DETALLES     PIC 9(08) VALUE ZEROES.
       01 W-CORRIDAS-CERRADAS PIC 9(08) VALUE ZEROES.
       01 W-AUD-CORRIDAS     PIC 9(08) VALUE ZEROES.
       01 W-RUN-LEIDOS       PIC 9(08) VALUE ZEROES.
       01 W-AUD-EXITOS       PIC 9(08) VALUE ZEROES.
       01 W-RUN-BUENOS       PIC 9(08) VALUE ZEROES.
       01 W-CONTROLES        PIC X(01) VALUE 'S'.
          88 CONTROLES-CUADRAN       VALUE 'S'.
      * COMPARACION CONTRA LOS ARCHIVOS VIVOS: 1 PROCREG,
      * 2 AUDHIST, 3 EXTCTL.
       01 W-CMP-I            PIC 9(01).
       01 W-COMPARACION.
          05 W-CMP-ENT OCCURS 3 TIMES.
             10 W-CMP-ARCHIVO   PIC X(08).
             10 W-CMP-VIVO      PIC X(01).
             10 W-CMP-IGUALES   PIC 9(08).
             10 W-CMP-DISTINTOS PIC 9(08).
             10 W-CMP-SOLO-VIVO PIC 9(08).
             10 W-CMP-SOLO-REC  PIC 9(08).
             10 W-CMP-EXCLUIDOS PIC 9(08).
       01 W-DIFERENCIAS      PIC 9(08) VALUE ZEROES.
       01 W-DETALLES         PIC 9(04) VALUE ZEROES.
       01 W-DETALLES-MAX     PIC 9(04) VALUE 0100.
       01 W-DIF-CLAVE        PIC X(18).
       01 W-DIF-MOTIVO       PIC X(30).
       01 W-ROTULO           PIC X(24).
       01 W-EDIT-08          PIC Z(7)9.
       01 W-EDIT-08B         PIC Z(7)9.
       01 W-EDIT-08C         PIC Z(7)9.
       01 W-EDIT-08D         PIC Z(7)9.
       01 W-EDIT-08E         PIC Z(7)9.
       01 W-EDIT-16          PIC Z(15)9.
       PROCEDURE DIVISION.

      * RECUPERACION DE LOS ARCHIVOS CLAVE QUE NO TIENEN OTRA
      * FUENTE: EL REGISTRO DE PAREJAS (PROCREG), LA HISTORIA DE
      * AUDITORIA (AUDHIST) Y EL CONTROL DE EXTRACTOS (EXTCTL).
      *   - AUDHIST SE REARMA CON LA MISMA LOGICA DE TESTCARG SOBRE
      *     LA HISTORIA DE TESTARCH SEGUIDA DE LA AUDITORIA ACTIVA
      *     (AUDITDD CONCATENADO EN ESE ORDEN).
      *   - PROCREG SE REARMA CON LAS CONVERSIONES EXITOSAS DE LAS
      *     CORRIDAS DE TESTLOTE Y DE LOS FLUJOS DE TESTLOTP (QUE
      *     TESTMERG REGISTRA) QUE ARRANCARON DESDE LA FECHA DE
      *     CORTE DE TESTARCH, QUE ES LO QUE LA DEPURACION DEJARIA;
      *     LAS ANULACIONES 'V' VUELVEN A MARCAR SU ORIGINAL.
      *   - EXTCTL SE REARMA CON LAS GENERACIONES CATALOGADAS DEL
      *     EXTRACTO (EXTRDD, LA MAS NUEVA PRIMERO): CADA COLA SE
      *     COTEJA CONTRA SUS DETALLES Y CONSERVA EL ESTADO DE ACUSE
      *     DEL ARCHIVO VIVO SI ESTE TIENE LA MISMA CANTIDAD Y HASH.
      * LOS ARCHIVOS SE GRABAN EN LOS CLUSTERS DE TRABAJO (PROCREC,
      * AUDHREC, EXTCREC); EL REEMPLAZO LO HACE EL JCL SOLO SI EL
      * PASO TERMINA EN CERO.  EN MODO VERIFICAR (TARJETA MODODD)
      * SE HACE LO MISMO Y SOLO SE COMPARA CONTRA LOS VIVOS.
      * CODIGOS DE RETORNO: 04 DIFERENCIAS CONTRA LOS VIVOS EN MODO
      * VERIFICAR, 12 CONTROLES QUE NO CUADRAN, 16 ERROR DE
      * APERTURA O TABLA DE CORRIDAS LLENA.
            PERFORM 1-INICIO.
            PERFORM 2-PROCESAR-AUDITORIA UNTIL FIN-AUDITORIA.
            PERFORM 3-PROCESAR-EXTRACTOS.
            PERFORM 4-CUADRAR-CONTROLES.
            PERFORM 5-COMPARAR-VIVOS.
            PERFORM 6-ESCRIBIR-REPORTE.
            PERFORM 7-FIN.

       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 13-LEER-MODO
            PERFORM 11-LEER-PARAMETROS
            PERFORM 12-CALCULAR-CORTE
            COMPUTE W-FECHA-CARGA = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(W-FECHA-CORTE) - 1)
            OPEN OUTPUT ARCH-REPORTE
            IF W-FS-REPORTE NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR REPORTDD, FS='
                       W-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 14-CARGAR-CORRIDAS
            PERFORM 15-ABRIR-RECONSTRUIDOS
            OPEN INPUT ARCH-AUDITORIA
            IF W-FS-AUDITORIA NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR AUDITDD, FS='
                       W-FS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
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

      * LA TARJETA DE MODO DICE RECONSTRUIR O VERIFICAR.  SIN
      * TARJETA SE VERIFICA; CUALQUIER OTRO VALOR DETIENE EL PASO
      * PARA QUE UN ERROR DE TIPEO NUNCA REEMPLACE LOS ARCHIVOS.
       13-LEER-MODO.
            MOVE 'V' TO W-MODO
            OPEN INPUT ARCH-MODO
            IF W-FS-MODO = '00'
               READ ARCH-MODO
                   AT END
                       MOVE SPACES TO REG-MODO
               END-READ
               EVALUATE TRUE
                  WHEN REG-MODO(1:11) = 'RECONSTRUIR'
                     MOVE 'R' TO W-MODO
                  WHEN REG-MODO(1:9) = 'VERIFICAR'
                     MOVE 'V' TO W-MODO
                  WHEN REG-MODO = SPACES
                     MOVE 'V' TO W-MODO
                  WHEN OTHER
                     DISPLAY 'TESTRECU - MODO INVALIDO EN MODODD: '
                             REG-MODO(1:20)
                     CLOSE ARCH-MODO
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
               END-EVALUATE
               CLOSE ARCH-MODO
            END-IF
            .

       14-CARGAR-CORRIDAS.
            MOVE 'N' TO W-FIN-RUNCTL
            OPEN INPUT ARCH-RUNCTL
            IF W-FS-RUNCTL NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR RUNCTLDD, FS='
                       W-FS-RUNCTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL FIN-RUNCTL
               READ ARCH-RUNCTL
                   AT END
                       MOVE 'S' TO W-FIN-RUNCTL
                   NOT AT END
                       PERFORM 141-GUARDAR-CORRIDA
               END-READ
            END-PERFORM
            CLOSE ARCH-RUNCTL
            .

       141-GUARDAR-CORRIDA.
            IF RUN-FECHA IS NUMERIC
               MOVE RUN-FECHA TO W-FECHA-RUN
            ELSE
               MOVE ZEROES    TO W-FECHA-RUN
            END-IF
            MOVE RUN-CORRIDA TO W-CORRIDA-BUSCA
            PERFORM 142-BUSCAR-CORRIDA
            IF W-CTL-POS = ZEROES
               AND W-FECHA-RUN NOT < W-FECHA-CARGA
               IF W-CTL-CANT NOT < W-CTL-MAX
                  DISPLAY 'TESTRECU - TABLA DE CORRIDAS LLENA ('
                          W-CTL-MAX '), AMPLIAR EL PROGRAMA'
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO W-CTL-CANT
               MOVE W-CTL-CANT  TO W-CTL-POS
               MOVE RUN-CORRIDA TO W-CTL-CORRIDA(W-CTL-POS)
               MOVE W-FECHA-RUN TO W-CTL-FECHA(W-CTL-POS)
               MOVE ZEROES      TO W-CTL-AUDITADOS(W-CTL-POS)
                                   W-CTL-EXITOS(W-CTL-POS)
                                   W-CTL-SIN-IDENT(W-CTL-POS)
            END-IF
            IF W-CTL-POS > ZEROES
               MOVE RUN-ESTADO  TO W-CTL-ESTADO(W-CTL-POS)
               MOVE RUN-LEIDOS  TO W-CTL-LEIDOS(W-CTL-POS)
               MOVE RUN-BUENOS  TO W-CTL-BUENOS(W-CTL-POS)
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

      * LOS CLUSTERS DE TRABAJO SE VACIAN SIEMPRE AL EMPEZAR.  EL
      * CONTROL DE EXTRACTOS VIVO SE ABRE SOLO PARA CONSULTAR LOS
      * ESTADOS DE ACUSE; SI NO SE PUEDE ABRIR, TODO QUEDA 'P'.
       15-ABRIR-RECONSTRUIDOS.
            OPEN OUTPUT ARCH-PROC-REC
            IF W-FS-PROC-REC = '00'
               CLOSE ARCH-PROC-REC
               OPEN I-O ARCH-PROC-REC
            END-IF
            IF W-FS-PROC-REC NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR PROCREC, FS='
                       W-FS-PROC-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARCH-AUDH-REC
            IF W-FS-AUDH-REC = '00'
               CLOSE ARCH-AUDH-REC
               OPEN I-O ARCH-AUDH-REC
            END-IF
            IF W-FS-AUDH-REC NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR AUDHREC, FS='
                       W-FS-AUDH-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARCH-EXTC-REC
            IF W-FS-EXTC-REC = '00'
               CLOSE ARCH-EXTC-REC
               OPEN I-O ARCH-EXTC-REC
            END-IF
            IF W-FS-EXTC-REC NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR EXTCREC, FS='
                       W-FS-EXTC-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO W-EXTC-VIVO
            OPEN INPUT ARCH-EXTC-VIVO
            IF W-FS-EXTC-VIVO = '00'
               MOVE 'S' TO W-EXTC-VIVO
            END-IF
            .

       2-PROCESAR-AUDITORIA.
            ADD 1 TO W-TOTAL-LEIDOS
            PERFORM 21-CARGAR-AUDHIST
            MOVE ZEROES TO W-CTL-POS
            IF AUD-CORRIDA IS NUMERIC
               AND AUD-CORRIDA > ZEROES
               PERFORM 22-UBICAR-CORRIDA
            END-IF
            IF W-CTL-POS > ZEROES
               IF W-CTL-FECHA(W-CTL-POS) NOT < W-FECHA-CORTE
                  ADD 1 TO W-CTL-AUDITADOS(W-CTL-POS)
                  IF AUD-RESPUESTA = ZEROES
                     ADD 1 TO W-CTL-EXITOS(W-CTL-POS)
                     IF AUD-FUENTE-LOTE OR AUD-FUENTE-ARIT
                        OR AUD-FUENTE-ANUL OR AUD-FUENTE-FECHA
                        PERFORM 23-REGISTRAR-PAREJA
                     END-IF
                  END-IF
               END-IF
            ELSE
               IF AUD-CORRIDA IS NUMERIC
                  AND AUD-CORRIDA > ZEROES
                  AND AUD-FECHA IS NUMERIC
                  MOVE AUD-FECHA TO W-FECHA-AUD
                  IF W-FECHA-AUD NOT < W-FECHA-CORTE
                     ADD 1 TO W-SIN-CORRIDA
                  END-IF
               END-IF
            END-IF
            PERFORM 10-LEER-AUDITORIA
            .

      * MISMA CARGA QUE TESTCARG: CLAVE FECHA+HORA+SECUENCIA, UN
      * REGISTRO IGUAL YA CARGADO EN ESA FECHA Y HORA SE CUENTA
      * COMO REPETIDO, UNO DISTINTO TOMA LA SECUENCIA SIGUIENTE.
      * ASI EL ARCHIVO REARMADO QUEDA IGUAL AL QUE CARGO TESTCARG.
       21-CARGAR-AUDHIST.
            MOVE ZEROES        TO W-SECUENCIA
            MOVE AUD-FECHA     TO AHI-FECHA
            MOVE AUD-HORA      TO AHI-HORA
            MOVE AUD-ROMANO    TO AHI-ROMANO
            MOVE AUD-DECIMAL   TO AHI-DECIMAL
            MOVE AUD-RESPUESTA TO AHI-RESPUESTA
            MOVE AUD-FUENTE    TO AHI-FUENTE
            IF AUD-CORRIDA IS NUMERIC
               MOVE AUD-CORRIDA TO AHI-CORRIDA
            ELSE
               MOVE ZEROES      TO AHI-CORRIDA
            END-IF
            MOVE AUD-ORIGEN    TO AHI-ORIGEN
            MOVE REG-AUDHIST(19:54) TO W-DATOS-NUEVOS
            MOVE 'N' TO W-GRABADO
            PERFORM 211-GRABAR-AUDHIST
                    UNTIL GRABADO OR W-SECUENCIA = 9999
            IF NOT GRABADO
               ADD 1 TO W-AHI-ERRORES
               DISPLAY 'TESTRECU - NO SE PUDO CARGAR CLAVE '
                       AHI-FECHA '/' AHI-HORA ', FS=' W-FS-AUDH-REC
            END-IF
            .

       211-GRABAR-AUDHIST.
            MOVE W-SECUENCIA TO AHI-SECUENCIA
            MOVE W-DATOS-NUEVOS TO REG-AUDHIST(19:54)
            WRITE REG-AUDHIST
            EVALUATE W-FS-AUDH-REC
               WHEN '00'
               WHEN '02'
                  MOVE 'S' TO W-GRABADO
                  ADD 1 TO W-AHI-CARGADOS
               WHEN '22'
                  PERFORM 212-COMPARAR-EXISTENTE
               WHEN OTHER
                  MOVE 9999 TO W-SECUENCIA
            END-EVALUATE
            .

       212-COMPARAR-EXISTENTE.
            READ ARCH-AUDH-REC
            IF W-FS-AUDH-REC = '00'
               AND REG-AUDHIST(19:54) = W-DATOS-NUEVOS
               MOVE 'S' TO W-GRABADO
               ADD 1 TO W-AHI-REPETIDOS
            ELSE
               ADD 1 TO W-SECUENCIA
            END-IF
            .

      * LOS REGISTROS DE UNA CORRIDA VIENEN SEGUIDOS: SOLO SE
      * BUSCA EN LA TABLA CUANDO CAMBIA LA CORRIDA.
       22-UBICAR-CORRIDA.
            IF AUD-CORRIDA = W-CORRIDA-ULTIMA
               MOVE W-POS-ULTIMA TO W-CTL-POS
            ELSE
               MOVE AUD-CORRIDA TO W-CORRIDA-BUSCA
               PERFORM 142-BUSCAR-CORRIDA
               MOVE AUD-CORRIDA TO W-CORRIDA-ULTIMA
               MOVE W-CTL-POS   TO W-POS-ULTIMA
            END-IF
            .

      * LA PAREJA SE ARMA CON LA IDENTIFICACION QUE ROMAN DEJA EN
      * LA AUDITORIA (TIPO Y SECUENCIA DE LA TRANSACCION).  LOS
      * REGISTROS GRABADOS ANTES DE QUE LA AUDITORIA LA LLEVARA NO
      * SE PUEDEN REARMAR: SE CUENTAN POR CORRIDA PARA NO TOMAR
      * COMO DIFERENCIA LAS PAREJAS VIVAS DE ESAS CORRIDAS.
      * LOS FLUJOS PARTICIONADOS NO CONTROLAN DUPLICADOS: UNA PAREJA
      * QUE LLEGA DOS VECES EN UNA NOCHE PARTICIONADA SE CONVIERTE
      * DOS VECES Y TESTMERG DEJA LA PRIMERA; AQUI SE HACE LO MISMO
      * Y SE CUENTA APARTE.  EN UNA CORRIDA DE TESTLOTE, QUE SI LOS
      * CONTROLA, UNA REPETIDA ES UNA INCONSISTENCIA.
       23-REGISTRAR-PAREJA.
            IF AUD-SECUENCIA IS NOT NUMERIC
               OR AUD-TIPO = SPACE
               ADD 1 TO W-PRO-SIN-IDENT
               ADD 1 TO W-CTL-SIN-IDENT(W-CTL-POS)
            ELSE
               MOVE AUD-ORIGEN              TO PRO-FUENTE
               MOVE AUD-SECUENCIA           TO PRO-SECUENCIA
               MOVE W-CTL-FECHA(W-CTL-POS)  TO PRO-FECHA
               MOVE AUD-CORRIDA             TO PRO-CORRIDA
               MOVE AUD-TIPO                TO PRO-TIPO
               MOVE SPACES                  TO PRO-ESTADO
               MOVE AUD-ROMANO              TO PRO-ROMANO
               MOVE AUD-DECIMAL             TO PRO-DECIMAL
               WRITE REG-PROCESADO
               EVALUATE W-FS-PROC-REC
                  WHEN '00'
                     ADD 1 TO W-PRO-GRABADAS
                     IF AUD-FUENTE-ANUL
                        PERFORM 231-MARCAR-ANULADA
                     END-IF
                  WHEN '22'
                     IF AUD-CORRIDA NOT < W-RANGO-PARTICION
                        ADD 1 TO W-PRO-YA-REGISTRADAS
                     ELSE
                        ADD 1 TO W-PRO-REPETIDAS
                        DISPLAY 'TESTRECU - PAREJA REPETIDA '
                                AUD-ORIGEN '/' AUD-SECUENCIA
                                ' CORRIDA ' AUD-CORRIDA
                     END-IF
                  WHEN OTHER
                     ADD 1 TO W-PRO-ERRORES
                     DISPLAY 'TESTRECU - NO SE PUDO GRABAR PAREJA '
                             AUD-ORIGEN '/' AUD-SECUENCIA
                             ', FS=' W-FS-PROC-REC
               END-EVALUATE
            END-IF
            .

      * UNA ORIGINAL QUE YA NO ESTA ES DE ANTES DEL CORTE: TESTARCH
      * LA HABRIA DEPURADO IGUAL, ASI QUE NO ES UNA DIFERENCIA.
       231-MARCAR-ANULADA.
            MOVE AUD-REF-FUENTE    TO PRO-FUENTE
            MOVE AUD-REF-SECUENCIA TO PRO-SECUENCIA
            READ ARCH-PROC-REC
            IF W-FS-PROC-REC = '00'
               MOVE 'V' TO PRO-ESTADO
               REWRITE REG-PROCESADO
               ADD 1 TO W-PRO-ANULADAS
            ELSE
               ADD 1 TO W-PRO-ANUL-DEPURADA
            END-IF
            .

      * EXTRDD ES LA BASE DEL GDG DEL EXTRACTO: TODAS LAS
      * GENERACIONES CATALOGADAS, LA MAS NUEVA PRIMERO.  SI UNA
      * FECHA APARECE EN MAS DE UNA GENERACION (TESTEXTR VUELTO A
      * CORRER EL MISMO DIA) VALE LA MAS NUEVA, QUE ES LA QUE
      * TESTEXTR DEJO EN EXTCTL.
       3-PROCESAR-EXTRACTOS.
            MOVE 'N' TO W-FIN-EXTRACTO
            MOVE 'N' TO W-GEN-ABIERTA
            OPEN INPUT ARCH-EXTRACTO
            IF W-FS-EXTRACTO NOT = '00'
               DISPLAY 'TESTRECU - NO SE PUDO ABRIR EXTRDD, FS='
                       W-FS-EXTRACTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 30-LEER-EXTRACTO
            PERFORM 31-TRATAR-LINEA UNTIL FIN-EXTRACTO
            IF GENERACION-ABIERTA
               ADD 1 TO W-GEN-SIN-COLA
               DISPLAY 'TESTRECU - EXTRACTO SIN COLA: ' W-GEN-FECHA
            END-IF
            CLOSE ARCH-EXTRACTO
            .

       30-LEER-EXTRACTO.
            READ ARCH-EXTRACTO
                AT END
                    MOVE 'S' TO W-FIN-EXTRACTO
            END-READ
            .

       31-TRATAR-LINEA.
            EVALUATE REG-EXTRACTO(1:2)
               WHEN 'H;'
                  PERFORM 32-ABRIR-GENERACION
               WHEN 'D;'
                  PERFORM 33-SUMAR-DETALLE
               WHEN 'T;'
                  PERFORM 34-CERRAR-GENERACION
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            PERFORM 30-LEER-EXTRACTO
            .

       32-ABRIR-GENERACION.
            IF GENERACION-ABIERTA
               ADD 1 TO W-GEN-SIN-COLA
               DISPLAY 'TESTRECU - EXTRACTO SIN COLA: ' W-GEN-FECHA
            END-IF
            ADD 1 TO W-GEN-LEIDAS
            MOVE 'S'               TO W-GEN-ABIERTA
            MOVE REG-EXTRACTO(3:8) TO W-GEN-FECHA
            MOVE ZEROES            TO W-GEN-CANTIDAD
                                      W-GEN-HASH
            IF W-GEN-FECHA < W-GEN-FECHA-MIN
               MOVE W-GEN-FECHA TO W-GEN-FECHA-MIN
            END-IF
            .

      * EL HASH DE LA COLA ES LA SUMA DE LOS DIEZ DIGITOS DE CADA
      * DETALLE SIN EL SIGNO DE LAS ANULACIONES, COMO EN TESTEXTR.
       33-SUMAR-DETALLE.
            ADD 1 TO W-GEN-DETALLES
            MOVE SPACES TO W-EXT-CAMPOS
            UNSTRING REG-EXTRACTO DELIMITED BY ';'
                INTO W-EXT-TIPO W-EXT-CAMPO-2 W-EXT-CAMPO-3
                     W-EXT-CAMPO-4 W-EXT-DECIMAL W-EXT-FUENTE
            END-UNSTRING
            IF W-EXT-DECIMAL(1:1) = '-'
               MOVE W-EXT-DECIMAL(2:10) TO W-EXT-VALOR
            ELSE
               MOVE W-EXT-DECIMAL(1:10) TO W-EXT-VALOR
            END-IF
            ADD 1 TO W-GEN-CANTIDAD
            IF W-EXT-VALOR IS NUMERIC
               ADD W-EXT-VALOR-NUM TO W-GEN-HASH
            ELSE
               MOVE 9999999999999999 TO W-GEN-HASH
            END-IF
            .

       34-CERRAR-GENERACION.
            MOVE SPACES TO W-EXT-CAMPOS
            UNSTRING REG-EXTRACTO DELIMITED BY ';'
                INTO W-EXT-TIPO W-EXT-CAMPO-2 W-EXT-CAMPO-3
            END-UNSTRING
            MOVE W-EXT-CAMPO-2(1:8) TO W-EXT-CANT-COLA
            MOVE W-EXT-CAMPO-3      TO W-EXT-HASH-COLA
            IF NOT GENERACION-ABIERTA
               ADD 1 TO W-GEN-SIN-COLA
               DISPLAY 'TESTRECU - COLA SIN CABECERA DE EXTRACTO'
            ELSE
               IF W-EXT-CANT-COLA IS NUMERIC
                  AND W-EXT-HASH-COLA IS NUMERIC
                  AND W-EXT-CANT-NUM = W-GEN-CANTIDAD
                  AND W-EXT-HASH-NUM = W-GEN-HASH
                  ADD 1 TO W-GEN-CUADRAN
                  PERFORM 35-REGISTRAR-EXTRACTO
               ELSE
                  ADD 1 TO W-GEN-NO-CUADRAN
                  DISPLAY 'TESTRECU - COLA DE EXTRACTO ' W-GEN-FECHA
                          ' NO CUADRA: ' W-GEN-CANTIDAD '/'
                          W-GEN-HASH
               END-IF
            END-IF
            MOVE 'N' TO W-GEN-ABIERTA
            .

       35-REGISTRAR-EXTRACTO.
            MOVE W-GEN-FECHA    TO EXT-FECHA
            MOVE W-GEN-CANTIDAD TO EXT-CANTIDAD
            MOVE W-GEN-HASH     TO EXT-HASH
            MOVE 'P'            TO EXT-ESTADO
            MOVE SPACES         TO EXT-FECHA-ACUSE
            IF EXTC-VIVO-ABIERTO
               MOVE W-GEN-FECHA TO EXV-FECHA
               READ ARCH-EXTC-VIVO
               IF W-FS-EXTC-VIVO = '00'
                  AND EXV-CANTIDAD = W-GEN-CANTIDAD
                  AND EXV-HASH = W-GEN-HASH
                  MOVE EXV-ESTADO      TO EXT-ESTADO
                  MOVE EXV-FECHA-ACUSE TO EXT-FECHA-ACUSE
                  ADD 1 TO W-GEN-CONSERVADAS
               END-IF
            END-IF
            WRITE REG-EXTCTL
            IF W-FS-EXTC-REC = '00'
               ADD 1 TO W-GEN-CARGADAS
            ELSE
               ADD 1 TO W-GEN-REPETIDAS
            END-IF
            .

      * CONTROLES CONTRA RUNCTL, SOBRE LAS CORRIDAS QUE ARRANCARON
      * DESDE EL CORTE (LAS QUE QUEDAN EN EL REGISTRO DE PAREJAS):
      *   - REGISTROS DE AUDITORIA DE TODAS ESAS CORRIDAS CONTRA LOS
      *     LEIDOS DE LAS CERRADAS ('C'), IGUAL QUE TESTFACT: UNA
      *     CORRIDA REINICIADA LLEVA EN SUS LEIDOS LOS DE LA CAIDA.
      *   - CONVERSIONES EXITOSAS DE LAS CORRIDAS CERRADAS DE
      *     TESTLOTE CONTRA SUS BUENOS, QUE SON LAS PAREJAS QUE
      *     TESTLOTE REGISTRO.
      * ADEMAS NO PUEDE HABER AUDITORIA DE UNA CORRIDA DESDE EL
      * CORTE QUE NO ESTE EN RUNCTL, NI PAREJAS REPETIDAS DE
      * CORRIDAS DE TESTLOTE (LAS DE FLUJOS SOLO SE INFORMAN), NI
      * ERRORES DE GRABACION, NI COLAS DE EXTRACTO QUE NO CUADREN.
       4-CUADRAR-CONTROLES.
            PERFORM VARYING W-CTL-IDX FROM 1 BY 1
                    UNTIL W-CTL-IDX > W-CTL-CANT
               IF W-CTL-FECHA(W-CTL-IDX) NOT < W-FECHA-CORTE
                  ADD W-CTL-AUDITADOS(W-CTL-IDX) TO W-AUD-CORRIDAS
                  IF W-CTL-ESTADO(W-CTL-IDX) = 'C'
                     ADD 1 TO W-CORRIDAS-CERRADAS
                     ADD W-CTL-LEIDOS(W-CTL-IDX) TO W-RUN-LEIDOS
                     IF W-CTL-CORRIDA(W-CTL-IDX) < W-RANGO-PARTICION
                        ADD W-CTL-EXITOS(W-CTL-IDX) TO W-AUD-EXITOS
                        ADD W-CTL-BUENOS(W-CTL-IDX) TO W-RUN-BUENOS
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF W-AUD-CORRIDAS NOT = W-RUN-LEIDOS
               OR W-AUD-EXITOS NOT = W-RUN-BUENOS
               OR W-SIN-CORRIDA > ZEROES
               OR W-AHI-ERRORES > ZEROES
               OR W-PRO-REPETIDAS > ZEROES
               OR W-PRO-ERRORES > ZEROES
               OR W-GEN-NO-CUADRAN > ZEROES
               OR W-GEN-SIN-COLA > ZEROES
               MOVE 'N' TO W-CONTROLES
            END-IF
            .

      * COMPARACION REGISTRO A REGISTRO, POR CLAVE, DE CADA
      * ARCHIVO REARMADO CONTRA EL VIVO.  NO SON DIFERENCIAS:
      *   - PAREJAS VIVAS ANTERIORES AL CORTE (TESTARCH TODAVIA NO
      *     LAS DEPURO) O DE CORRIDAS CUYA AUDITORIA NO LLEVA LA
      *     IDENTIFICACION DE LA TRANSACCION;
      *   - AUDITORIA REARMADA POSTERIOR A LA ULTIMA CLAVE VIVA
      *     (TODAVIA NO LA CARGO TESTCARG);
      *   - CONTROLES DE EXTRACTO VIVOS MAS VIEJOS QUE LA GENERACION
      *     MAS VIEJA CATALOGADA.
       5-COMPARAR-VIVOS.
            CLOSE ARCH-PROC-REC
                  ARCH-AUDH-REC
                  ARCH-EXTC-REC
            IF EXTC-VIVO-ABIERTO
               CLOSE ARCH-EXTC-VIVO
            END-IF
            MOVE 'PROCREG'  TO W-CMP-ARCHIVO(1)
            MOVE 'AUDHIST'  TO W-CMP-ARCHIVO(2)
            MOVE 'EXTCTL'   TO W-CMP-ARCHIVO(3)
            PERFORM VARYING W-CMP-I FROM 1 BY 1 UNTIL W-CMP-I > 3
               MOVE 'S'    TO W-CMP-VIVO(W-CMP-I)
               MOVE ZEROES TO W-CMP-IGUALES(W-CMP-I)
                              W-CMP-DISTINTOS(W-CMP-I)
                              W-CMP-SOLO-VIVO(W-CMP-I)
                              W-CMP-SOLO-REC(W-CMP-I)
                              W-CMP-EXCLUIDOS(W-CMP-I)
            END-PERFORM
            PERFORM 51-COMPARAR-PROCREG
            PERFORM 52-COMPARAR-AUDHIST
            PERFORM 53-COMPARAR-EXTCTL
            PERFORM VARYING W-CMP-I FROM 1 BY 1 UNTIL W-CMP-I > 3
               ADD W-CMP-DISTINTOS(W-CMP-I) W-CMP-SOLO-VIVO(W-CMP-I)
                   W-CMP-SOLO-REC(W-CMP-I) TO W-DIFERENCIAS
            END-PERFORM
            .

       51-COMPARAR-PROCREG.
            MOVE 1   TO W-CMP-I
            MOVE 'N' TO W-FIN-REC
            MOVE 'N' TO W-FIN-VIVO
            OPEN INPUT ARCH-PROC-REC
            MOVE LOW-VALUES TO PRO-CLAVE
            START ARCH-PROC-REC KEY NOT LESS THAN PRO-CLAVE
            IF W-FS-PROC-REC NOT = '00'
               MOVE 'S' TO W-FIN-REC
            END-IF
            PERFORM 511-LEER-PROC-REC
            OPEN INPUT ARCH-PROC-VIVO
            IF W-FS-PROC-VIVO NOT = '00'
               MOVE 'N' TO W-CMP-VIVO(1)
               MOVE 'S' TO W-FIN-VIVO
            ELSE
               MOVE LOW-VALUES TO PRV-CLAVE
               START ARCH-PROC-VIVO KEY NOT LESS THAN PRV-CLAVE
               IF W-FS-PROC-VIVO NOT = '00'
                  MOVE 'S' TO W-FIN-VIVO
               END-IF
               PERFORM 512-LEER-PROC-VIVO
            END-IF
            PERFORM 513-PAREAR-PROCREG
                    UNTIL FIN-REC AND FIN-VIVO
            CLOSE ARCH-PROC-REC
            IF W-CMP-VIVO(1) = 'S'
               CLOSE ARCH-PROC-VIVO
            END-IF
            .

       511-LEER-PROC-REC.
            IF NOT FIN-REC
               READ ARCH-PROC-REC NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-REC
               END-READ
            END-IF
            .

       512-LEER-PROC-VIVO.
            IF NOT FIN-VIVO
               READ ARCH-PROC-VIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-VIVO
               END-READ
            END-IF
            .

       513-PAREAR-PROCREG.
            EVALUATE TRUE
               WHEN FIN-VIVO
                  MOVE PRO-CLAVE TO W-DIF-CLAVE
                  PERFORM 591-SOLO-REARMADO
                  PERFORM 511-LEER-PROC-REC
               WHEN FIN-REC
                  PERFORM 514-SOLO-PROC-VIVO
                  PERFORM 512-LEER-PROC-VIVO
               WHEN PRO-CLAVE < PRV-CLAVE
                  MOVE PRO-CLAVE TO W-DIF-CLAVE
                  PERFORM 591-SOLO-REARMADO
                  PERFORM 511-LEER-PROC-REC
               WHEN PRO-CLAVE > PRV-CLAVE
                  PERFORM 514-SOLO-PROC-VIVO
                  PERFORM 512-LEER-PROC-VIVO
               WHEN OTHER
                  MOVE PRO-CLAVE TO W-DIF-CLAVE
                  IF REG-PROCESADO = REG-PROC-VIVO
                     ADD 1 TO W-CMP-IGUALES(1)
                  ELSE
                     PERFORM 592-DISTINTO
                  END-IF
                  PERFORM 511-LEER-PROC-REC
                  PERFORM 512-LEER-PROC-VIVO
            END-EVALUATE
            .

       514-SOLO-PROC-VIVO.
            MOVE ZEROES TO W-CTL-POS
            IF PRV-CORRIDA IS NUMERIC
               MOVE PRV-CORRIDA TO W-CORRIDA-BUSCA
               PERFORM 142-BUSCAR-CORRIDA
            END-IF
            EVALUATE TRUE
               WHEN PRV-FECHA < W-FECHA-CORTE
                  ADD 1 TO W-CMP-EXCLUIDOS(1)
               WHEN W-CTL-POS > ZEROES
                  AND W-CTL-SIN-IDENT(W-CTL-POS) > ZEROES
                  ADD 1 TO W-CMP-EXCLUIDOS(1)
               WHEN OTHER
                  MOVE PRV-CLAVE TO W-DIF-CLAVE
                  PERFORM 593-SOLO-VIVO
            END-EVALUATE
            .

       52-COMPARAR-AUDHIST.
            MOVE 2   TO W-CMP-I
            MOVE 'N' TO W-FIN-REC
            MOVE 'N' TO W-FIN-VIVO
            OPEN INPUT ARCH-AUDH-REC
            MOVE LOW-VALUES TO AHI-CLAVE
            START ARCH-AUDH-REC KEY NOT LESS THAN AHI-CLAVE
            IF W-FS-AUDH-REC NOT = '00'
               MOVE 'S' TO W-FIN-REC
            END-IF
            PERFORM 521-LEER-AUDH-REC
            OPEN INPUT ARCH-AUDH-VIVO
            IF W-FS-AUDH-VIVO NOT = '00'
               MOVE 'N' TO W-CMP-VIVO(2)
               MOVE 'S' TO W-FIN-VIVO
            ELSE
               MOVE LOW-VALUES TO AHV-CLAVE
               START ARCH-AUDH-VIVO KEY NOT LESS THAN AHV-CLAVE
               IF W-FS-AUDH-VIVO NOT = '00'
                  MOVE 'S' TO W-FIN-VIVO
               END-IF
               PERFORM 522-LEER-AUDH-VIVO
            END-IF
            PERFORM 523-PAREAR-AUDHIST
                    UNTIL FIN-REC AND FIN-VIVO
            CLOSE ARCH-AUDH-REC
            IF W-CMP-VIVO(2) = 'S'
               CLOSE ARCH-AUDH-VIVO
            END-IF
            .

       521-LEER-AUDH-REC.
            IF NOT FIN-REC
               READ ARCH-AUDH-REC NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-REC
               END-READ
            END-IF
            .

       522-LEER-AUDH-VIVO.
            IF NOT FIN-VIVO
               READ ARCH-AUDH-VIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-VIVO
               END-READ
            END-IF
            .

      * UN AUDHIST VIVO VACIO O AUSENTE NO TIENE ULTIMA CLAVE: TODO
      * LO REARMADO ES DIFERENCIA.
       523-PAREAR-AUDHIST.
            EVALUATE TRUE
               WHEN FIN-VIVO
                  IF W-CMP-VIVO(2) = 'S'
                     AND W-CMP-IGUALES(2) + W-CMP-DISTINTOS(2)
                         + W-CMP-SOLO-VIVO(2) > ZEROES
                     ADD 1 TO W-CMP-EXCLUIDOS(2)
                  ELSE
                     MOVE AHI-CLAVE TO W-DIF-CLAVE
                     PERFORM 591-SOLO-REARMADO
                  END-IF
                  PERFORM 521-LEER-AUDH-REC
               WHEN FIN-REC
                  MOVE AHV-CLAVE TO W-DIF-CLAVE
                  PERFORM 593-SOLO-VIVO
                  PERFORM 522-LEER-AUDH-VIVO
               WHEN AHI-CLAVE < AHV-CLAVE
                  MOVE AHI-CLAVE TO W-DIF-CLAVE
                  PERFORM 591-SOLO-REARMADO
                  PERFORM 521-LEER-AUDH-REC
               WHEN AHI-CLAVE > AHV-CLAVE
                  MOVE AHV-CLAVE TO W-DIF-CLAVE
                  PERFORM 593-SOLO-VIVO
                  PERFORM 522-LEER-AUDH-VIVO
               WHEN OTHER
                  MOVE AHI-CLAVE TO W-DIF-CLAVE
                  IF REG-AUDHIST = REG-AUDH-VIVO
                     ADD 1 TO W-CMP-IGUALES(2)
                  ELSE
                     PERFORM 592-DISTINTO
                  END-IF
                  PERFORM 521-LEER-AUDH-REC
                  PERFORM 522-LEER-AUDH-VIVO
            END-EVALUATE
            .

       53-COMPARAR-EXTCTL.
            MOVE 3   TO W-CMP-I
            MOVE 'N' TO W-FIN-REC
            MOVE 'N' TO W-FIN-VIVO
            OPEN INPUT ARCH-EXTC-REC
            MOVE LOW-VALUES TO EXT-FECHA
            START ARCH-EXTC-REC KEY NOT LESS THAN EXT-FECHA
            IF W-FS-EXTC-REC NOT = '00'
               MOVE 'S' TO W-FIN-REC
            END-IF
            PERFORM 531-LEER-EXTC-REC
            OPEN INPUT ARCH-EXTC-VIVO
            IF W-FS-EXTC-VIVO NOT = '00'
               MOVE 'N' TO W-CMP-VIVO(3)
               MOVE 'S' TO W-FIN-VIVO
            ELSE
               MOVE LOW-VALUES TO EXV-FECHA
               START ARCH-EXTC-VIVO KEY NOT LESS THAN EXV-FECHA
               IF W-FS-EXTC-VIVO NOT = '00'
                  MOVE 'S' TO W-FIN-VIVO
               END-IF
               PERFORM 532-LEER-EXTC-VIVO
            END-IF
            PERFORM 533-PAREAR-EXTCTL
                    UNTIL FIN-REC AND FIN-VIVO
            CLOSE ARCH-EXTC-REC
            IF W-CMP-VIVO(3) = 'S'
               CLOSE ARCH-EXTC-VIVO
            END-IF
            .

       531-LEER-EXTC-REC.
            IF NOT FIN-REC
               READ ARCH-EXTC-REC NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-REC
               END-READ
            END-IF
            .

       532-LEER-EXTC-VIVO.
            IF NOT FIN-VIVO
               READ ARCH-EXTC-VIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO W-FIN-VIVO
               END-READ
            END-IF
            .

       533-PAREAR-EXTCTL.
            EVALUATE TRUE
               WHEN FIN-VIVO
                  MOVE EXT-FECHA TO W-DIF-CLAVE
                  PERFORM 591-SOLO-REARMADO
                  PERFORM 531-LEER-EXTC-REC
               WHEN FIN-REC
                  PERFORM 534-SOLO-EXTC-VIVO
                  PERFORM 532-LEER-EXTC-VIVO
               WHEN EXT-FECHA < EXV-FECHA
                  MOVE EXT-FECHA TO W-DIF-CLAVE
                  PERFORM 591-SOLO-REARMADO
                  PERFORM 531-LEER-EXTC-REC
               WHEN EXT-FECHA > EXV-FECHA
                  PERFORM 534-SOLO-EXTC-VIVO
                  PERFORM 532-LEER-EXTC-VIVO
               WHEN OTHER
                  MOVE EXT-FECHA TO W-DIF-CLAVE
                  IF REG-EXTCTL = REG-EXTC-VIVO
                     ADD 1 TO W-CMP-IGUALES(3)
                  ELSE
                     PERFORM 592-DISTINTO
                  END-IF
                  PERFORM 531-LEER-EXTC-REC
                  PERFORM 532-LEER-EXTC-VIVO
            END-EVALUATE
            .

       534-SOLO-EXTC-VIVO.
            IF EXV-FECHA < W-GEN-FECHA-MIN
               ADD 1 TO W-CMP-EXCLUIDOS(3)
            ELSE
               MOVE EXV-FECHA TO W-DIF-CLAVE
               PERFORM 593-SOLO-VIVO
            END-IF
            .

       591-SOLO-REARMADO.
            ADD 1 TO W-CMP-SOLO-REC(W-CMP-I)
            MOVE 'FALTA EN EL ARCHIVO VIVO' TO W-DIF-MOTIVO
            PERFORM 599-LISTAR-DIFERENCIA
            .

       592-DISTINTO.
            ADD 1 TO W-CMP-DISTINTOS(W-CMP-I)
            MOVE 'CONTENIDO DISTINTO' TO W-DIF-MOTIVO
            PERFORM 599-LISTAR-DIFERENCIA
            .

       593-SOLO-VIVO.
            ADD 1 TO W-CMP-SOLO-VIVO(W-CMP-I)
            MOVE 'SOBRA EN EL ARCHIVO VIVO' TO W-DIF-MOTIVO
            PERFORM 599-LISTAR-DIFERENCIA
            .

      * EN MODO VERIFICAR SE LISTAN LAS PRIMERAS DIFERENCIAS; AL
      * RECONSTRUIR SOLO INTERESAN LOS TOTALES.
       599-LISTAR-DIFERENCIA.
            IF MODO-VERIFICAR
               ADD 1 TO W-DETALLES
               IF W-DETALLES NOT > W-DETALLES-MAX
                  MOVE SPACES TO REG-REPORTE
                  STRING '  '                   DELIMITED BY SIZE
                         W-CMP-ARCHIVO(W-CMP-I) DELIMITED BY SIZE
                         ' '                    DELIMITED BY SIZE
                         W-DIF-CLAVE            DELIMITED BY SIZE
                         '  '                   DELIMITED BY SIZE
                         W-DIF-MOTIVO           DELIMITED BY SIZE
                         INTO REG-REPORTE
                  WRITE REG-REPORTE
               END-IF
            END-IF
            .

       6-ESCRIBIR-REPORTE.
            IF MODO-VERIFICAR AND W-DETALLES > W-DETALLES-MAX
               MOVE SPACES TO REG-REPORTE
               MOVE '  ... MAS DIFERENCIAS, VER TOTALES' TO REG-REPORTE
               WRITE REG-REPORTE
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            IF MODO-RECONSTRUIR
               MOVE 'RECONSTRUCCION DE PROCREG, AUDHIST Y EXTCTL'
                   TO REG-REPORTE
            ELSE
               MOVE 'VERIFICACION DE PROCREG, AUDHIST Y EXTCTL'
                   TO REG-REPORTE
            END-IF
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            STRING 'FECHA DE PROCESO      : ' DELIMITED BY SIZE
                   W-FECHA-HOY                DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'FECHA DE CORTE        : ' DELIMITED BY SIZE
                   W-FECHA-CORTE              DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'AUDITORIA LEIDA       : ' TO W-ROTULO
            MOVE W-TOTAL-LEIDOS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'AUDHIST' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'CARGADOS              : ' TO W-ROTULO
            MOVE W-AHI-CARGADOS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'REPETIDOS             : ' TO W-ROTULO
            MOVE W-AHI-REPETIDOS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'ERRORES DE CARGA      : ' TO W-ROTULO
            MOVE W-AHI-ERRORES TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'PROCREG' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'PAREJAS REARMADAS     : ' TO W-ROTULO
            MOVE W-PRO-GRABADAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'ORIGINALES ANULADAS   : ' TO W-ROTULO
            MOVE W-PRO-ANULADAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'ANULAN PAREJA DEPURADA: ' TO W-ROTULO
            MOVE W-PRO-ANUL-DEPURADA TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'SIN IDENTIFICACION    : ' TO W-ROTULO
            MOVE W-PRO-SIN-IDENT TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'PAREJAS REPETIDAS     : ' TO W-ROTULO
            MOVE W-PRO-REPETIDAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'YA REGISTRADAS        : ' TO W-ROTULO
            MOVE W-PRO-YA-REGISTRADAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'ERRORES DE GRABACION  : ' TO W-ROTULO
            MOVE W-PRO-ERRORES TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'EXTCTL' TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'GENERACIONES LEIDAS   : ' TO W-ROTULO
            MOVE W-GEN-LEIDAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'DETALLES LEIDOS       : ' TO W-ROTULO
            MOVE W-GEN-DETALLES TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'COLAS QUE CUADRAN     : ' TO W-ROTULO
            MOVE W-GEN-CUADRAN TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'COLAS QUE NO CUADRAN  : ' TO W-ROTULO
            MOVE W-GEN-NO-CUADRAN TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'EXTRACTOS SIN COLA    : ' TO W-ROTULO
            MOVE W-GEN-SIN-COLA TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'FECHAS REPETIDAS      : ' TO W-ROTULO
            MOVE W-GEN-REPETIDAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'CONTROLES REARMADOS   : ' TO W-ROTULO
            MOVE W-GEN-CARGADAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'CON ACUSE CONSERVADO  : ' TO W-ROTULO
            MOVE W-GEN-CONSERVADAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'CONTROL CONTRA RUNCTL (CORRIDAS DESDE EL CORTE)'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'CORRIDAS CERRADAS     : ' TO W-ROTULO
            MOVE W-CORRIDAS-CERRADAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'AUDITORIA DE CORRIDAS : ' TO W-ROTULO
            MOVE W-AUD-CORRIDAS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'LEIDOS SEGUN RUNCTL   : ' TO W-ROTULO
            MOVE W-RUN-LEIDOS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'EXITOS DE TESTLOTE    : ' TO W-ROTULO
            MOVE W-AUD-EXITOS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'BUENOS SEGUN RUNCTL   : ' TO W-ROTULO
            MOVE W-RUN-BUENOS TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE 'AUDITORIA SIN CORRIDA : ' TO W-ROTULO
            MOVE W-SIN-CORRIDA TO W-EDIT-08
            PERFORM 69-LINEA-CONTEO
            MOVE SPACES TO REG-REPORTE
            IF CONTROLES-CUADRAN
               MOVE 'TOTAL DE CONTROL      : CUADRA' TO REG-REPORTE
            ELSE
               MOVE 'TOTAL DE CONTROL      : *** NO CUADRA ***'
                   TO REG-REPORTE
            END-IF
            WRITE REG-REPORTE
            PERFORM 61-ESCRIBIR-COMPARACION
            .

       61-ESCRIBIR-COMPARACION.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'COMPARACION CON LOS ARCHIVOS VIVOS' TO REG-REPORTE
            WRITE REG-REPORTE
            STRING 'ARCHIVO  IGUALES DISTINTOS    SOBRAN    FALTAN'
                                               DELIMITED BY SIZE
                   ' EXCLUIDOS'                DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING W-CMP-I FROM 1 BY 1 UNTIL W-CMP-I > 3
               MOVE SPACES TO REG-REPORTE
               IF W-CMP-VIVO(W-CMP-I) = 'N'
                  STRING W-CMP-ARCHIVO(W-CMP-I) DELIMITED BY SIZE
                         '  *** NO SE PUDO ABRIR EL ARCHIVO VIVO ***'
                                                DELIMITED BY SIZE
                         INTO REG-REPORTE
                  WRITE REG-REPORTE
                  MOVE SPACES TO REG-REPORTE
               END-IF
               MOVE W-CMP-IGUALES(W-CMP-I)   TO W-EDIT-08
               MOVE W-CMP-DISTINTOS(W-CMP-I) TO W-EDIT-08B
               MOVE W-CMP-SOLO-VIVO(W-CMP-I) TO W-EDIT-08C
               MOVE W-CMP-SOLO-REC(W-CMP-I)  TO W-EDIT-08D
               MOVE W-CMP-EXCLUIDOS(W-CMP-I) TO W-EDIT-08E
               STRING W-CMP-ARCHIVO(W-CMP-I) DELIMITED BY SIZE
                      W-EDIT-08              DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      W-EDIT-08B             DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      W-EDIT-08C             DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      W-EDIT-08D             DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      W-EDIT-08E             DELIMITED BY SIZE
                      INTO REG-REPORTE
               WRITE REG-REPORTE
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            IF W-DIFERENCIAS = ZEROES
               MOVE 'ARCHIVOS VIVOS        : COINCIDEN' TO REG-REPORTE
            ELSE
               MOVE 'ARCHIVOS VIVOS        : *** CON DIFERENCIAS ***'
                   TO REG-REPORTE
            END-IF
            WRITE REG-REPORTE
            .

       69-LINEA-CONTEO.
            MOVE SPACES TO REG-REPORTE
            STRING W-ROTULO  DELIMITED BY SIZE
                   W-EDIT-08 DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            .

       7-FIN.
            CLOSE ARCH-AUDITORIA
                  ARCH-REPORTE
            EVALUATE TRUE
               WHEN NOT CONTROLES-CUADRAN
                  MOVE 12 TO RETURN-CODE
               WHEN MODO-VERIFICAR AND W-DIFERENCIAS > ZEROES
                  MOVE 04 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZEROES TO RETURN-CODE
            END-EVALUATE
            DISPLAY 'TESTRECU - auditoria leida  : ' W-TOTAL-LEIDOS
            DISPLAY 'TESTRECU - audhist cargados : ' W-AHI-CARGADOS
            DISPLAY 'TESTRECU - parejas rearmadas: ' W-PRO-GRABADAS
            DISPLAY 'TESTRECU - extractos        : ' W-GEN-CARGADAS
            DISPLAY 'TESTRECU - diferencias      : ' W-DIFERENCIAS
            STOP RUN.
