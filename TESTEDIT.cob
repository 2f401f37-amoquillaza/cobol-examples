           SELECT ARCH-RECHAZOS ASSIGN TO "RECHAZOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-RECHAZOS.
           SELECT ARCH-SUSPENSO ASSIGN TO "SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-SUSPENSO.
           SELECT ARCH-REPORTE  ASSIGN TO "REPORTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ENTRADA.
           05 CRU-TIPO         PIC X(01).
              88 CRU-CABECERA          VALUE 'H'.
              88 CRU-COLA              VALUE 'T'.
              88 CRU-DETALLE           VALUE 'R' 'D' 'A' 'V' 'F'.
              88 CRU-DETALLE-DECIMAL   VALUE 'D'.
              88 CRU-DETALLE-ARIT      VALUE 'A'.
              88 CRU-DETALLE-ANUL      VALUE 'V'.
              88 CRU-DETALLE-FECHA     VALUE 'F'.
           05 CRU-RESTO        PIC X(41).
           05 CRU-CAB REDEFINES CRU-RESTO.
              10 CAB-FECHA     PIC 9(08).
                 15 DET-ARIT-ROMANO-2  PIC X(14).
                 15 DET-ARIT-OPERACION PIC X(01).
                 15 FILLER             PIC X(01).
              10 DET-VALOR-ANUL REDEFINES DET-VALOR.
                 15 DET-ANUL-FUENTE    PIC X(03).
                 15 DET-ANUL-SECUENCIA PIC 9(08).
                 15 FILLER             PIC X(19).
              10 DET-VALOR-FECHA REDEFINES DET-VALOR.
                 15 DET-FEC-SENTIDO    PIC X(01).
                 15 DET-FEC-FORMATO    PIC X(01).
                 15 FILLER             PIC X(28).
       FD  ARCH-DEPURADA.
       COPY WENTRADA.
       FD  ARCH-FUENTES.
       COPY WFUENTE.
       FD  ARCH-RECHAZOS.
       COPY WRECHAZO.
       FD  ARCH-SUSPENSO.
       COPY WSUSPEN.
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       COPY WPARAM.
       COPY WCALRUT.
       01 W-INDICADORES.
          05 W-FS-ENTRADA      PIC X(02).
          05 W-FS-DEPURADA     PIC X(02).
          05 W-FS-FUENTES      PIC X(02).
          05 W-FS-RECHAZOS     PIC X(02).
          05 W-FS-SUSPENSO     PIC X(02).
          05 W-FS-REPORTE      PIC X(02).
          05 W-FIN-ARCHIVO     PIC X(01) VALUE 'N'.
             88 FIN-ARCHIVO             VALUE 'S'.
          05 W-ESTADO-GRUPO    PIC X(01) VALUE 'N'.
             88 SIN-GRUPO               VALUE 'N'.
             88 EN-GRUPO                VALUE 'S'.
             88 EN-HUERFANOS            VALUE 'O'.
          05 W-FUENTE-VALIDA   PIC X(01) VALUE 'N'.
             88 FUENTE-VALIDA           VALUE 'S'.
          05 W-TOTAL-DETALLES  PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-LIBERADOS PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-RECH-FTE  PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-RETENIDOS PIC 9(08) VALUE ZEROES.
          05 W-TOTAL-SUSPENSO  PIC 9(08) VALUE ZEROES.
          05 W-NUMREG          PIC 9(08) VALUE ZEROES.
          05 W-NUMDET          PIC 9(08) VALUE ZEROES.
       01 W-FECHA-HORA-SYS     PIC X(21).
       01 W-FECHA-HOY          PIC 9(08).
       01 W-DIAS-HOY           PIC 9(08).
       01 W-DIAS-ARCHIVO       PIC 9(08).
       01 W-LIMITE-DIAS        PIC 9(02) VALUE 07.
      * CONTROL POR GRUPO: CADA CABECERA ABRE UN GRUPO QUE CIERRA
      * SU COLA.  LOS REGISTROS QUE NO CAEN DENTRO DE NINGUNA
      * CABECERA FORMAN UN GRUPO PROPIO, SIN FUENTE, QUE SIEMPRE SE
      * RETIENE.  DESDE/HASTA SON LOS NUMEROS DE REGISTRO DE ENTRADA
      * QUE OCUPA EL GRUPO; MOTIVO EN CERO ES GRUPO ACEPTADO.
       01 W-GRUPO-MAX          PIC 9(04) VALUE 0500.
       01 W-GRUPO-CANT         PIC 9(04) VALUE ZEROES.
       01 W-G                  PIC 9(04) VALUE ZEROES.
       01 W-GRUPOS.
          05 W-GRU OCCURS 500 TIMES.
             10 W-GRU-FUENTE    PIC X(03).
             10 W-GRU-FECHA     PIC X(08).
             10 W-GRU-DESDE     PIC 9(08).
             10 W-GRU-HASTA     PIC 9(08).
             10 W-GRU-DETALLES  PIC 9(08).
             10 W-GRU-COLA      PIC 9(08).
             10 W-GRU-LIBERADOS PIC 9(08).
             10 W-GRU-RECH-FTE  PIC 9(08).
             10 W-GRU-MOTIVO    PIC 9(02).
             10 W-GRU-NUMREG    PIC 9(08).
       01 W-GRUPOS-ACEPTADOS   PIC 9(04) VALUE ZEROES.
       01 W-GRUPOS-RETENIDOS   PIC 9(04) VALUE ZEROES.
       01 W-MOTIVO-NUEVO       PIC 9(02).
       01 W-MOT-TEXTO          PIC X(30).
       01 W-RC-RETENCION       PIC 9(02) VALUE ZEROES.
       01 W-EDIT-GRUPO         PIC 9(04).
       01 W-EDIT-DET           PIC Z(7)9.
       01 W-EDIT-COLA          PIC Z(7)9.
       01 W-EDIT-LIB           PIC Z(7)9.
       01 W-EDIT-RECH          PIC Z(7)9.
       01 W-ROTULO             PIC X(24).
       PROCEDURE DIVISION.

      * UNA TRANSMISION PUEDE TRAER VARIOS GRUPOS CABECERA/COLA,
      * CADA UNO DE SU FUENTE Y FECHA.  LA PRIMERA PASADA CUADRA
      * CADA GRUPO POR SEPARADO; LA SEGUNDA LIBERA EN DEPURADA LOS
      * DETALLES DE LOS GRUPOS ACEPTADOS Y COPIA LOS GRUPOS
      * RETENIDOS COMPLETOS A SUSPENSO CON EL MOTIVO.
      * CODIGO DE RETORNO: 00 TODO ACEPTADO; 04 HAY GRUPOS
      * RETENIDOS PERO ALGUNO SE LIBERO; SI NO SE LIBERO NINGUNO,
      * 08 CUANDO TODOS SE RETUVIERON POR FECHA Y 12 EN OTRO CASO.
            PERFORM 1-INICIO.
            PERFORM 2-PROCESO UNTIL FIN-ARCHIVO.
            PERFORM 3-VERIFICAR-COLA.
            PERFORM 4-DISTRIBUIR UNTIL FIN-ARCHIVO.
            PERFORM 5-LISTADO.
            PERFORM 6-FIN.

       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTEDIT' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            COMPUTE W-DIAS-HOY =
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARCH-SUSPENSO
            IF W-FS-SUSPENSO NOT = '00'
               DISPLAY 'TESTEDIT - NO SE PUDO ABRIR SUSPENSO, FS='
                       W-FS-SUSPENSO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ARCH-REPORTE
            IF W-FS-REPORTE NOT = '00'
               DISPLAY 'TESTEDIT - NO SE PUDO ABRIR REPORTDD, FS='
                       W-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 10-LEER-ENTRADA
            .

      * LA TOLERANCIA DE ANTIGUEDAD DE LA CABECERA (EN DIAS
      * HABILES) SE TOMA DEL ARCHIVO CENTRAL DE PARAMETROS; SIN
      * ENTRADA VIGENTE RIGE EL VALOR POR OMISION DEL PROGRAMA.
       12-LEER-PARAMETROS.
            MOVE 'TESTEDIT'    TO W-PRM-PROGRAMA
            MOVE 'LIMITE-DIAS' TO W-PRM-NOMBRE
            END-READ
            .

      * UNA CABECERA QUE NO PASA LA VALIDACION RETIENE SU GRUPO;
      * LOS DEMAS GRUPOS DE LA TRANSMISION SIGUEN SU CURSO.
       11-VALIDAR-CABECERA.
            IF CAB-FUENTE = SPACES
               MOVE 01 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            IF CAB-FECHA NOT NUMERIC
               MOVE 02 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            ELSE
               COMPUTE W-DIAS-ARCHIVO =
                       FUNCTION INTEGER-OF-DATE(CAB-FECHA)
               IF W-DIAS-ARCHIVO = ZEROES
                  MOVE 02 TO W-MOTIVO-NUEVO
                  PERFORM 29-RETENER-GRUPO
               END-IF
            END-IF
            IF W-GRU-MOTIVO(W-G) = ZEROES
               AND W-DIAS-ARCHIVO > W-DIAS-HOY
               MOVE 03 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
      * LA ANTIGUEDAD SE CUENTA EN DIAS HABILES DEL CALENDARIO
      * COMUN: UN ARCHIVO DEL VIERNES QUE LLEGA EL LUNES TIENE UN
      * SOLO DIA HABIL DE ATRASO, NO TRES.
            IF W-GRU-MOTIVO(W-G) = ZEROES
               MOVE 'C'         TO W-CAL-FUNCION
               MOVE CAB-FECHA   TO W-CAL-FECHA-1
               MOVE W-FECHA-HOY TO W-CAL-FECHA-2
               CALL 'ROMANCAL' USING W-CALENDARIO
               IF W-CAL-DIAS > W-LIMITE-DIAS
                  MOVE 04 TO W-MOTIVO-NUEVO
                  PERFORM 29-RETENER-GRUPO
               END-IF
            END-IF
            .

      * PRIMERA PASADA: ARMA LOS GRUPOS Y LOS CUADRA.  UNA
      * CABECERA CIERRA EL GRUPO ANTERIOR SI QUEDO SIN COLA.
       2-PROCESO.
            ADD 1 TO W-NUMREG
            EVALUATE TRUE
               WHEN CRU-CABECERA
                  IF EN-GRUPO
                     MOVE 12 TO W-MOTIVO-NUEVO
                     PERFORM 29-RETENER-GRUPO
                  END-IF
                  IF NOT SIN-GRUPO
                     COMPUTE W-GRU-HASTA(W-G) = W-NUMREG - 1
                  END-IF
                  PERFORM 24-ABRIR-GRUPO
                  MOVE CAB-FUENTE TO W-GRU-FUENTE(W-G)
                  MOVE CAB-FECHA  TO W-GRU-FECHA(W-G)
                  MOVE 'S' TO W-ESTADO-GRUPO
                  PERFORM 11-VALIDAR-CABECERA
               WHEN SIN-GRUPO OR EN-HUERFANOS
                  IF SIN-GRUPO
                     PERFORM 24-ABRIR-GRUPO
                     MOVE 'O' TO W-ESTADO-GRUPO
                     MOVE 14 TO W-MOTIVO-NUEVO
                     PERFORM 29-RETENER-GRUPO
                  END-IF
                  IF CRU-DETALLE
                     ADD 1 TO W-GRU-DETALLES(W-G)
                     ADD 1 TO W-TOTAL-DETALLES
                  END-IF
               WHEN CRU-COLA
                  IF TRL-CANTIDAD IS NUMERIC
                     MOVE TRL-CANTIDAD TO W-GRU-COLA(W-G)
                  END-IF
                  IF TRL-CANTIDAD IS NOT NUMERIC
                     OR W-GRU-COLA(W-G) NOT = W-GRU-DETALLES(W-G)
                     MOVE 13 TO W-MOTIVO-NUEVO
                     PERFORM 29-RETENER-GRUPO
                  END-IF
                  MOVE W-NUMREG TO W-GRU-HASTA(W-G)
                  MOVE 'N' TO W-ESTADO-GRUPO
               WHEN CRU-DETALLE
                  ADD 1 TO W-GRU-DETALLES(W-G)
                  ADD 1 TO W-TOTAL-DETALLES
                  IF W-GRU-MOTIVO(W-G) = ZEROES
                     PERFORM 21-VALIDAR-DETALLE
                  END-IF
               WHEN OTHER
                  MOVE 05 TO W-MOTIVO-NUEVO
                  PERFORM 29-RETENER-GRUPO
            END-EVALUATE
            PERFORM 10-LEER-ENTRADA
            .

       21-VALIDAR-DETALLE.
            IF CRU-DETALLE-DECIMAL AND DET-DECIMAL NOT NUMERIC
               MOVE 06 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            IF CRU-DETALLE-ARIT
               IF DET-ARIT-ROMANO-1 = SPACES
                  OR DET-ARIT-ROMANO-2 = SPACES
                  MOVE 07 TO W-MOTIVO-NUEVO
                  PERFORM 29-RETENER-GRUPO
               END-IF
               IF DET-ARIT-OPERACION NOT = 'S'
                  AND DET-ARIT-OPERACION NOT = 'R'
                  AND DET-ARIT-OPERACION NOT = '+'
                  AND DET-ARIT-OPERACION NOT = '-'
                  MOVE 08 TO W-MOTIVO-NUEVO
                  PERFORM 29-RETENER-GRUPO
               END-IF
            END-IF
            IF CRU-DETALLE-ANUL
               PERFORM 211-VALIDAR-ANULACION
            END-IF
            IF CRU-DETALLE-FECHA
               PERFORM 212-VALIDAR-FECHA
            END-IF
            .

      * UNA ANULACION ('V') NOMBRA LA FUENTE Y LA SECUENCIA DE LA
      * CONVERSION QUE SE QUIERE DEJAR SIN EFECTO.  UNA FUENTE SOLO
      * PUEDE ANULAR SUS PROPIAS CONVERSIONES Y NUNCA A SI MISMA;
      * QUE LA ORIGINAL EXISTA Y SIGA VIGENTE LO VERIFICA TESTLOTE.
       211-VALIDAR-ANULACION.
            IF DET-ANUL-SECUENCIA NOT NUMERIC
               OR DET-ANUL-SECUENCIA = ZEROES
               MOVE 09 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            IF DET-ANUL-FUENTE NOT = DET-FUENTE
               MOVE 10 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            IF DET-ANUL-SECUENCIA = DET-SECUENCIA
               MOVE 11 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            .

      * UNA FECHA ('F') TIENE QUE TRAER SENTIDO (R=A ROMANOS,
      * F=A AAAAMMDD) Y FORMATO DE LA CASA (1 O 2).  LA FECHA MISMA
      * LA VALIDA ROMAN AL CONVERTIR Y UNA FECHA QUE NO EXISTE VA
      * A RECHAZOS COMO CUALQUIER CONVERSION.
       212-VALIDAR-FECHA.
            IF (DET-FEC-SENTIDO NOT = 'R'
                AND DET-FEC-SENTIDO NOT = 'F')
               OR (DET-FEC-FORMATO NOT = '1'
                   AND DET-FEC-FORMATO NOT = '2')
               MOVE 15 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            .

      * MOTIVO 30: FUENTE DEL DETALLE AUSENTE O INACTIVA EN EL
            .

       23-RECHAZAR-FUENTE.
            MOVE W-NUMDET         TO RCH-NUMREG
            MOVE 30               TO RCH-MOTIVO
            MOVE CRU-TIPO         TO RCH-TIPO
            MOVE DET-SECUENCIA    TO RCH-SECUENCIA
            WRITE REG-RECHAZO
            .

       24-ABRIR-GRUPO.
            IF W-GRUPO-CANT NOT < W-GRUPO-MAX
               DISPLAY 'TESTEDIT - *** MAS DE ' W-GRUPO-MAX
                       ' GRUPOS EN LA TRANSMISION ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO W-GRUPO-CANT
            MOVE W-GRUPO-CANT TO W-G
            INITIALIZE W-GRU(W-G)
            MOVE W-NUMREG TO W-GRU-DESDE(W-G)
            .

      * SEGUNDA PASADA: LOS GRUPOS SON CONSECUTIVOS Y CUBREN TODA
      * LA ENTRADA, ASI QUE EL GRUPO DE CADA REGISTRO AVANZA AL
      * PASAR EL ULTIMO REGISTRO DEL ANTERIOR.
       4-DISTRIBUIR.
            ADD 1 TO W-NUMREG
            IF W-NUMREG > W-GRU-HASTA(W-G)
               ADD 1 TO W-G
            END-IF
            IF W-GRU-MOTIVO(W-G) = ZEROES
               IF CRU-DETALLE
                  ADD 1 TO W-NUMDET
                  PERFORM 22-VALIDAR-FUENTE
                  IF FUENTE-VALIDA
                     ADD 1 TO W-TOTAL-LIBERADOS
                     ADD 1 TO W-GRU-LIBERADOS(W-G)
                     MOVE REG-CRUDO TO REG-ENTRADA
                     WRITE REG-ENTRADA
                  ELSE
                     ADD 1 TO W-TOTAL-RECH-FTE
                     ADD 1 TO W-GRU-RECH-FTE(W-G)
                     PERFORM 23-RECHAZAR-FUENTE
                  END-IF
               END-IF
            ELSE
               IF CRU-DETALLE
                  ADD 1 TO W-NUMDET
                  ADD 1 TO W-TOTAL-RETENIDOS
               END-IF
               PERFORM 25-SUSPENDER
            END-IF
            PERFORM 10-LEER-ENTRADA
            .

      * EL GRUPO RETENIDO VA ENTERO (CABECERA, DETALLES Y COLA) A
      * SUSPENSO PARA QUE LA FUENTE RETRANSMITA SOLO ESE GRUPO.
       25-SUSPENDER.
            MOVE W-FECHA-HOY         TO SUS-FECHA-PROCESO
            MOVE W-G                 TO SUS-GRUPO
            MOVE W-GRU-FUENTE(W-G)   TO SUS-FUENTE
            MOVE W-GRU-FECHA(W-G)    TO SUS-FECHA
            MOVE W-GRU-MOTIVO(W-G)   TO SUS-MOTIVO
            MOVE W-GRU-NUMREG(W-G)   TO SUS-NUMREG
            PERFORM 26-TEXTO-MOTIVO
            MOVE W-MOT-TEXTO         TO SUS-DESCRIPCION
            MOVE REG-CRUDO           TO SUS-REGISTRO
            WRITE REG-SUSPENSO
            ADD 1 TO W-TOTAL-SUSPENSO
            .

       26-TEXTO-MOTIVO.
            EVALUATE W-GRU-MOTIVO(W-G)
               WHEN 01
                  MOVE 'CABECERA SIN FUENTE'        TO W-MOT-TEXTO
               WHEN 02
                  MOVE 'FECHA DE CABECERA INVALIDA' TO W-MOT-TEXTO
               WHEN 03
                  MOVE 'FECHA DE ARCHIVO FUTURA'    TO W-MOT-TEXTO
               WHEN 04
                  MOVE 'ARCHIVO VENCIDO'            TO W-MOT-TEXTO
               WHEN 05
                  MOVE 'TIPO DE REGISTRO INVALIDO'  TO W-MOT-TEXTO
               WHEN 06
                  MOVE 'VALOR DECIMAL INVALIDO'     TO W-MOT-TEXTO
               WHEN 07
                  MOVE 'OPERANDO ARIT VACIO'        TO W-MOT-TEXTO
               WHEN 08
                  MOVE 'OPERACION INVALIDA'         TO W-MOT-TEXTO
               WHEN 09
                  MOVE 'ANULACION SIN SECUENCIA'    TO W-MOT-TEXTO
               WHEN 10
                  MOVE 'ANULACION DE OTRA FUENTE'   TO W-MOT-TEXTO
               WHEN 11
                  MOVE 'ANULACION DE SI MISMA'      TO W-MOT-TEXTO
               WHEN 12
                  MOVE 'FALTA REGISTRO DE COLA'     TO W-MOT-TEXTO
               WHEN 13
                  MOVE 'NO CUADRA CANTIDAD DE COLA' TO W-MOT-TEXTO
               WHEN 14
                  MOVE 'REGISTROS FUERA DE GRUPO'   TO W-MOT-TEXTO
               WHEN 15
                  MOVE 'FECHA SIN SENTIDO/FORMATO'  TO W-MOT-TEXTO
               WHEN OTHER
                  MOVE 'ERROR GENERAL'              TO W-MOT-TEXTO
            END-EVALUATE
            .

      * EL PRIMER ERROR DEL GRUPO ES EL QUE SE INFORMA, CON EL
      * NUMERO DE REGISTRO DE ENTRADA DONDE APARECIO.
       29-RETENER-GRUPO.
            IF W-GRU-MOTIVO(W-G) = ZEROES
               MOVE W-MOTIVO-NUEVO TO W-GRU-MOTIVO(W-G)
               MOVE W-NUMREG       TO W-GRU-NUMREG(W-G)
            END-IF
            .

      * FIN DE LA PRIMERA PASADA: UN GRUPO ABIERTO AL FINAL QUEDA
      * SIN COLA.  UNA ENTRADA SIN NINGUN REGISTRO NO TIENE GRUPOS
      * Y SE RECHAZA COMO ANTES, POR FALTA DE CABECERA.
       3-VERIFICAR-COLA.
            IF EN-GRUPO
               MOVE 12 TO W-MOTIVO-NUEVO
               PERFORM 29-RETENER-GRUPO
            END-IF
            IF NOT SIN-GRUPO
               MOVE W-NUMREG TO W-GRU-HASTA(W-G)
            END-IF
            IF W-GRUPO-CANT = ZEROES
               DISPLAY 'TESTEDIT - *** FALTA REGISTRO DE CABECERA ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING W-G FROM 1 BY 1 UNTIL W-G > W-GRUPO-CANT
               IF W-GRU-MOTIVO(W-G) = ZEROES
                  ADD 1 TO W-GRUPOS-ACEPTADOS
               ELSE
                  ADD 1 TO W-GRUPOS-RETENIDOS
                  IF W-GRU-MOTIVO(W-G) = 03 OR W-GRU-MOTIVO(W-G) = 04
                     IF W-RC-RETENCION < 08
                        MOVE 08 TO W-RC-RETENCION
                     END-IF
                  ELSE
                     MOVE 12 TO W-RC-RETENCION
                  END-IF
               END-IF
            END-PERFORM
            CLOSE ARCH-ENTRADA
            OPEN INPUT ARCH-ENTRADA
            IF W-FS-ENTRADA NOT = '00'
               DISPLAY 'TESTEDIT - NO SE PUDO REABRIR ENTRADA, FS='
                       W-FS-ENTRADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N'    TO W-FIN-ARCHIVO
            MOVE ZEROES TO W-NUMREG
            MOVE 1      TO W-G
            PERFORM 10-LEER-ENTRADA
            .

      * LISTADO DE CONTROL POR GRUPO: LO ACEPTADO Y LO RETENIDO,
      * CON EL MOTIVO Y EL REGISTRO DONDE FALLO CADA RETENIDO.
       5-LISTADO.
            MOVE 'TESTEDIT - CONTROL POR GRUPO DE LA TRANSMISION'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'FECHA DE PROCESO: ' DELIMITED BY SIZE
                   W-FECHA-HOY          DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            STRING 'GRUPO  FTE   FECHA     DETALLES      COLA'
                                               DELIMITED BY SIZE
                   '  LIBERADO  RECH.FTE  ESTADO'
                                               DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM 51-LINEA-GRUPO
                    VARYING W-G FROM 1 BY 1 UNTIL W-G > W-GRUPO-CANT
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'GRUPOS ACEPTADOS      : ' TO W-ROTULO
            MOVE W-GRUPOS-ACEPTADOS TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            MOVE 'GRUPOS RETENIDOS      : ' TO W-ROTULO
            MOVE W-GRUPOS-RETENIDOS TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            MOVE 'DETALLES LEIDOS       : ' TO W-ROTULO
            MOVE W-TOTAL-DETALLES TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            MOVE 'DETALLES LIBERADOS    : ' TO W-ROTULO
            MOVE W-TOTAL-LIBERADOS TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            MOVE 'RECHAZOS POR FUENTE   : ' TO W-ROTULO
            MOVE W-TOTAL-RECH-FTE TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            MOVE 'DETALLES RETENIDOS    : ' TO W-ROTULO
            MOVE W-TOTAL-RETENIDOS TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            MOVE 'REGISTROS EN SUSPENSO : ' TO W-ROTULO
            MOVE W-TOTAL-SUSPENSO TO W-EDIT-DET
            PERFORM 59-LINEA-CONTEO
            IF W-GRUPOS-RETENIDOS > ZEROES
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE SPACES TO REG-REPORTE
               STRING '*** PEDIR A CADA FUENTE LA RETRANSMISION SOLO'
                                               DELIMITED BY SIZE
                      ' DE SUS GRUPOS RETENIDOS ***'
                                               DELIMITED BY SIZE
                      INTO REG-REPORTE
               WRITE REG-REPORTE
            END-IF
            .

       51-LINEA-GRUPO.
            MOVE SPACES TO REG-REPORTE
            MOVE W-G                   TO W-EDIT-GRUPO
            MOVE W-GRU-DETALLES(W-G)   TO W-EDIT-DET
            MOVE W-GRU-COLA(W-G)       TO W-EDIT-COLA
            MOVE W-GRU-LIBERADOS(W-G)  TO W-EDIT-LIB
            MOVE W-GRU-RECH-FTE(W-G)   TO W-EDIT-RECH
            STRING W-EDIT-GRUPO        DELIMITED BY SIZE
                   '   '               DELIMITED BY SIZE
                   W-GRU-FUENTE(W-G)   DELIMITED BY SIZE
                   '   '               DELIMITED BY SIZE
                   W-GRU-FECHA(W-G)    DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   W-EDIT-DET          DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   W-EDIT-COLA         DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   W-EDIT-LIB          DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   W-EDIT-RECH         DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   INTO REG-REPORTE
            IF W-GRU-MOTIVO(W-G) = ZEROES
               MOVE 'ACEPTADO' TO REG-REPORTE(64:8)
               WRITE REG-REPORTE
            ELSE
               MOVE 'RETENIDO' TO REG-REPORTE(64:8)
               WRITE REG-REPORTE
               PERFORM 26-TEXTO-MOTIVO
               MOVE SPACES TO REG-REPORTE
               STRING '       MOTIVO '      DELIMITED BY SIZE
                      W-GRU-MOTIVO(W-G)     DELIMITED BY SIZE
                      ': '                  DELIMITED BY SIZE
                      W-MOT-TEXTO           DELIMITED BY SIZE
                      ' EN EL REGISTRO '    DELIMITED BY SIZE
                      W-GRU-NUMREG(W-G)     DELIMITED BY SIZE
                      INTO REG-REPORTE
               WRITE REG-REPORTE
               DISPLAY 'TESTEDIT - *** GRUPO ' W-EDIT-GRUPO
                       ' FUENTE ' W-GRU-FUENTE(W-G)
                       ' RETENIDO: ' W-MOT-TEXTO
            END-IF
            .

       59-LINEA-CONTEO.
            MOVE SPACES TO REG-REPORTE
            STRING W-ROTULO   DELIMITED BY SIZE
                   W-EDIT-DET DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            .

       6-FIN.
            CLOSE ARCH-ENTRADA
                  ARCH-DEPURADA
                  ARCH-FUENTES
                  ARCH-RECHAZOS
                  ARCH-SUSPENSO
                  ARCH-REPORTE
            DISPLAY 'TESTEDIT - detalles leidos    : ' W-TOTAL-DETALLES
            DISPLAY 'TESTEDIT - detalles liberados : '
                    W-TOTAL-LIBERADOS
            DISPLAY 'TESTEDIT - rechazos por fuente: ' W-TOTAL-RECH-FTE
            DISPLAY 'TESTEDIT - grupos aceptados   : '
                    W-GRUPOS-ACEPTADOS
            DISPLAY 'TESTEDIT - grupos retenidos   : '
                    W-GRUPOS-RETENIDOS
            EVALUATE TRUE
               WHEN W-GRUPOS-RETENIDOS = ZEROES
                  MOVE ZEROES TO RETURN-CODE
               WHEN W-GRUPOS-ACEPTADOS > ZEROES
                  MOVE 04 TO RETURN-CODE
               WHEN OTHER
                  MOVE W-RC-RETENCION TO RETURN-CODE
            END-EVALUATE
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'               TO W-TIE-FUNCION
            MOVE W-TOTAL-DETALLES  TO W-TIE-LEIDOS
            MOVE W-TOTAL-LIBERADOS TO W-TIE-GRABADOS
            MOVE RETURN-CODE       TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC          TO RETURN-CODE
            STOP RUN.
