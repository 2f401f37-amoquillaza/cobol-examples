       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WCALRUT.
       01 W-FS-AUDITORIA    PIC X(02).
       01 W-FS-RUNCTL       PIC X(02).
       01 W-FS-REPORTE      PIC X(02).
          88 FIN-RUNCTL              VALUE 'S'.
       01 W-FECHA-HORA-SYS  PIC X(21).
       01 W-MES-ACTUAL      PIC X(06).
       01 W-FECHA-HOY       PIC 9(08).
       01 W-FTE-IDX         PIC 9(02).
       01 W-FTE-POS         PIC 9(02).
       01 W-COR-IDX         PIC 9(02).
          05 W-FTE-ENT OCCURS 50 TIMES.
             10 W-FTE-COD      PIC X(03).
             10 W-FTE-PRESENT  PIC 9(08).
             10 W-FTE-CONV     PIC S9(08).
             10 W-FTE-RECH     PIC 9(08).
             10 W-FTE-ANUL     PIC 9(08).
             10 W-FTE-COR-CANT PIC 9(02).
             10 W-FTE-COR-MAS  PIC X(01).
             10 W-FTE-COR OCCURS 31 TIMES PIC 9(08).
       01 W-TOT-PRESENT     PIC 9(08) VALUE ZEROES.
       01 W-TOT-CONV        PIC S9(08) VALUE ZEROES.
       01 W-TOT-RECH        PIC 9(08) VALUE ZEROES.
       01 W-TOT-ANUL        PIC 9(08) VALUE ZEROES.
       01 W-TOT-RUNCTL      PIC 9(08) VALUE ZEROES.
       01 W-EDIT-08         PIC Z(7)9.
       01 W-EDIT-08B        PIC -(7)9.
       01 W-EDIT-08C        PIC Z(7)9.
       01 W-EDIT-08D        PIC Z(7)9.
       01 W-COR-POS          PIC 9(02).
       01 W-COR-LIN          PIC 9(02).
       01 W-LINEA-COR       PIC X(70).
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 11-VERIFICAR-DIA
            OPEN INPUT ARCH-AUDITORIA
            IF W-FS-AUDITORIA NOT = '00'
               MOVE 'S' TO W-FIN-AUDITORIA
            END-IF
            .

      * EL ESTADO SE EMITE EL ULTIMO DIA HABIL DEL MES SEGUN EL
      * CALENDARIO COMUN; EL PASO PUEDE PROGRAMARSE TODOS LOS DIAS
      * HABILES Y LOS DEMAS DIAS TERMINA SIN EMITIR NADA.
       11-VERIFICAR-DIA.
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            MOVE 'U'         TO W-CAL-FUNCION
            MOVE W-FECHA-HOY TO W-CAL-FECHA-1
            CALL 'ROMANCAL' USING W-CALENDARIO
            IF W-CAL-FECHA-2 NOT = W-FECHA-HOY
               MOVE SPACES TO REG-REPORTE
               STRING 'HOY NO ES EL ULTIMO DIA HABIL DEL MES ('
                                      DELIMITED BY SIZE
                      W-CAL-FECHA-2   DELIMITED BY SIZE
                      '): NO SE EMITE EL ESTADO'
                                      DELIMITED BY SIZE
                      INTO REG-REPORTE
               WRITE REG-REPORTE
               CLOSE ARCH-REPORTE
               DISPLAY 'TESTFACT - ultimo dia habil: ' W-CAL-FECHA-2
                       ' - sin estado hoy'
               STOP RUN
            END-IF
            .

       10-LEER-AUDITORIA.
            READ ARCH-AUDITORIA
                AT END MOVE 'S' TO W-FIN-AUDITORIA

      * SOLO CUENTAN LAS CONVERSIONES DE CORRIDAS DE LOTE DEL MES:
      * LAS CONSULTAS EN LINEA (U, O ARITMETICA SIN CORRIDA) NO SE
      * FACTURAN A NINGUNA FUENTE.  UNA ANULACION ACEPTADA ('V')
      * SE DESCUENTA DE LAS CONVERTIDAS DE LA FUENTE (AUNQUE LA
      * ORIGINAL SEA DE UN MES ANTERIOR, POR ESO EL NETO PUEDE
      * SALIR NEGATIVO) Y SE MUESTRA EN SU PROPIA COLUMNA.
       2-ACUMULAR.
            IF AUD-FECHA(1:6) = W-MES-ACTUAL
               AND (AUD-FUENTE-LOTE OR AUD-FUENTE-ARIT
                    OR AUD-FUENTE-ANUL OR AUD-FUENTE-FECHA)
               AND AUD-CORRIDA IS NUMERIC
               AND AUD-CORRIDA > ZEROES
               PERFORM 21-BUSCAR-FUENTE
               IF W-FTE-POS > ZEROES
                  ADD 1 TO W-FTE-PRESENT(W-FTE-POS)
                  ADD 1 TO W-TOT-PRESENT
                  EVALUATE TRUE
                     WHEN AUD-RESPUESTA NOT = ZEROES
                        ADD 1 TO W-FTE-RECH(W-FTE-POS)
                        ADD 1 TO W-TOT-RECH
                     WHEN AUD-FUENTE-ANUL
                        SUBTRACT 1 FROM W-FTE-CONV(W-FTE-POS)
                        SUBTRACT 1 FROM W-TOT-CONV
                        ADD 1 TO W-FTE-ANUL(W-FTE-POS)
                        ADD 1 TO W-TOT-ANUL
                     WHEN OTHER
                        ADD 1 TO W-FTE-CONV(W-FTE-POS)
                        ADD 1 TO W-TOT-CONV
                  END-EVALUATE
                  PERFORM 22-ANOTAR-CORRIDA
               END-IF
            END-IF
               MOVE ZEROES TO W-FTE-PRESENT(W-FTE-POS)
                              W-FTE-CONV(W-FTE-POS)
                              W-FTE-RECH(W-FTE-POS)
                              W-FTE-ANUL(W-FTE-POS)
                              W-FTE-COR-CANT(W-FTE-POS)
               MOVE 'N'    TO W-FTE-COR-MAS(W-FTE-POS)
            END-IF
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'FTE PRESENTADOS CONVERTIDOS  RECHAZADOS    ANULADAS'
                TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING W-FTE-IDX FROM 1 BY 1
            MOVE W-TOT-PRESENT TO W-EDIT-08
            MOVE W-TOT-CONV    TO W-EDIT-08B
            MOVE W-TOT-RECH    TO W-EDIT-08C
            MOVE W-TOT-ANUL    TO W-EDIT-08D
            MOVE SPACES TO REG-REPORTE
            STRING 'TOT  ' DELIMITED BY SIZE
                   W-EDIT-08          DELIMITED BY SIZE
                   W-EDIT-08B         DELIMITED BY SIZE
                   '    '             DELIMITED BY SIZE
                   W-EDIT-08C         DELIMITED BY SIZE
                   '    '             DELIMITED BY SIZE
                   W-EDIT-08D         DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-FTE-PRESENT(W-FTE-IDX) TO W-EDIT-08
            MOVE W-FTE-CONV(W-FTE-IDX)    TO W-EDIT-08B
            MOVE W-FTE-RECH(W-FTE-IDX)    TO W-EDIT-08C
            MOVE W-FTE-ANUL(W-FTE-IDX)    TO W-EDIT-08D
            STRING W-FTE-COD(W-FTE-IDX)  DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   W-EDIT-08             DELIMITED BY SIZE
                   W-EDIT-08B            DELIMITED BY SIZE
                   '    '                DELIMITED BY SIZE
                   W-EDIT-08C            DELIMITED BY SIZE
                   '    '                DELIMITED BY SIZE
                   W-EDIT-08D            DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO W-LINEA-COR
            DISPLAY 'TESTFACT - presentados    : ' W-TOT-PRESENT
            DISPLAY 'TESTFACT - convertidos    : ' W-TOT-CONV
            DISPLAY 'TESTFACT - rechazados     : ' W-TOT-RECH
            DISPLAY 'TESTFACT - anuladas       : ' W-TOT-ANUL
            STOP RUN.
