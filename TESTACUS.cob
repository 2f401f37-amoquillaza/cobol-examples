       01  REG-REPORTE         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       COPY WCALRUT.
       01 W-FS-ACUSE        PIC X(02).
       01 W-FS-EXTCTL       PIC X(02).
       01 W-FS-REPORTE      PIC X(02).
       01 W-NUM-CAR         PIC X(01).
       01 W-NUM-CAR-9 REDEFINES W-NUM-CAR PIC 9(01).
       01 W-DIAS-LIMITE     PIC 9(03) VALUE 005.
       01 W-FECHA-EXTRACTO  PIC 9(08).
       01 W-TOTAL-ACUSES     PIC 9(08) VALUE ZEROES.
       01 W-TOTAL-PAREJAS    PIC 9(08) VALUE ZEROES.
       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-LEER-PARAMETROS
            OPEN OUTPUT ARCH-REPORTE
            IF W-FS-REPORTE NOT = '00'
            PERFORM 10-LEER-ACUSE
            .

      * EL LIMITE DE DIAS HABILES SIN ACUSE SE TOMA DEL ARCHIVO CENTRAL
      * DE PARAMETROS; SIN ENTRADA VIGENTE RIGE EL VALOR POR
      * OMISION DEL PROGRAMA.
       11-LEER-PARAMETROS.

      * UN EXTRACTO QUE SIGUE PENDIENTE DESPUES DEL LIMITE DE DIAS
      * ES UNA CARGA QUE EL ALMACEN NUNCA CONFIRMO: SE LISTA PARA
      * QUE OPERACIONES RECLAME.  LOS DIAS SE CUENTAN HABILES SEGUN
      * EL CALENDARIO COMUN, PARA NO RECLAMAR POR FINES DE SEMANA
      * NI FERIADOS EN QUE EL ALMACEN NO CARGA.
       3-REVISAR-PENDIENTES.
            MOVE 'N' TO W-FIN-EXTCTL
            MOVE LOW-VALUES TO EXT-FECHA
            IF NOT FIN-EXTCTL AND EXT-PENDIENTE
               IF EXT-FECHA IS NUMERIC
                  MOVE EXT-FECHA TO W-FECHA-EXTRACTO
               ELSE
                  MOVE W-FECHA-HOY TO W-FECHA-EXTRACTO
               END-IF
               MOVE 'C'              TO W-CAL-FUNCION
               MOVE W-FECHA-EXTRACTO TO W-CAL-FECHA-1
               MOVE W-FECHA-HOY      TO W-CAL-FECHA-2
               CALL 'ROMANCAL' USING W-CALENDARIO
               IF W-CAL-DIAS > W-DIAS-LIMITE
                  ADD 1 TO W-TOTAL-VENCIDOS
                  MOVE SPACES TO REG-REPORTE
                  STRING 'EXTRACTO SIN ACUSE   : ' DELIMITED BY SIZE
