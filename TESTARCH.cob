       FD  ARCH-AUDITORIA.
       COPY WAUDIT.
       FD  ARCH-HISTORIA.
       01  REG-HISTORIA        PIC X(107).
       FD  ARCH-NUEVA.
       01  REG-NUEVA           PIC X(107).
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).
       FD  ARCH-PROCESADOS.
       COPY WPROCREG.
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       COPY WCALRUT.
       01 W-FS-AUDITORIA    PIC X(02).
       01 W-FS-HISTORIA     PIC X(02).
       01 W-FS-NUEVA        PIC X(02).
       01 W-SUMA-RETENIDOS   PIC 9(16) VALUE ZEROES.
       01 W-FECHA-HORA-SYS   PIC X(21).
       01 W-FECHA-HOY        PIC 9(08).
       01 W-FECHA-CORTE      PIC 9(08).
       01 W-FECHA-REGISTRO   PIC 9(08).
       01 W-DIAS-RETENCION   PIC 9(03) VALUE 090.
       01 W-EDIT-08          PIC Z(7)9.
       1-INICIO.
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            PERFORM 11-LEER-PARAMETROS
            PERFORM 12-CALCULAR-CORTE
            OPEN INPUT ARCH-AUDITORIA
            IF W-FS-AUDITORIA NOT = '00'
               DISPLAY 'TESTARCH - NO SE PUDO ABRIR AUDITDD, FS='
            PERFORM 10-LEER-AUDITORIA
            .

      * LA RETENCION EN DIAS HABILES SE TOMA DEL ARCHIVO CENTRAL
      * DE PARAMETROS; SIN ENTRADA VIGENTE RIGE EL VALOR POR
      * OMISION DEL PROGRAMA.
       11-LEER-PARAMETROS.
            MOVE 'TESTARCH'       TO W-PRM-PROGRAMA
            MOVE 'DIAS-RETENCION' TO W-PRM-NOMBRE
            END-IF
            .

      * LA FECHA DE CORTE ES LA QUE QUEDA DIAS-RETENCION DIAS
      * HABILES ANTES DE HOY SEGUN EL CALENDARIO COMUN; TODO LO
      * ANTERIOR AL CORTE PASA A HISTORIA.
       12-CALCULAR-CORTE.
            MOVE 'R'              TO W-CAL-FUNCION
            MOVE W-FECHA-HOY      TO W-CAL-FECHA-1
            MOVE W-DIAS-RETENCION TO W-CAL-DIAS
            CALL 'ROMANCAL' USING W-CALENDARIO
            MOVE W-CAL-FECHA-2    TO W-FECHA-CORTE
            .

       10-LEER-AUDITORIA.
            READ ARCH-AUDITORIA
                AT END
            ADD AUD-DECIMAL TO W-SUMA-LEIDOS
            IF AUD-FECHA IS NUMERIC
               MOVE AUD-FECHA TO W-FECHA-REGISTRO
            ELSE
               MOVE W-FECHA-HOY TO W-FECHA-REGISTRO
            END-IF
            IF W-FECHA-REGISTRO < W-FECHA-CORTE
               ADD 1 TO W-TOTAL-ARCHIVADOS
               ADD AUD-DECIMAL TO W-SUMA-ARCHIVADOS
               MOVE REG-AUDITORIA TO REG-HISTORIA
               ADD 1 TO W-TOTAL-PROC-LEI
               IF PRO-FECHA IS NUMERIC
                  MOVE PRO-FECHA TO W-FECHA-REGISTRO
               ELSE
                  MOVE ZEROES TO W-FECHA-REGISTRO
               END-IF
               IF W-FECHA-REGISTRO < W-FECHA-CORTE
                  DELETE ARCH-PROCESADOS
                  ADD 1 TO W-TOTAL-PROC-BAJA
               END-IF
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            STRING 'FECHA DE CORTE        : ' DELIMITED BY SIZE
                   W-FECHA-CORTE              DELIMITED BY SIZE
                   INTO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            MOVE W-TOTAL-LEIDOS TO W-EDIT-08
            STRING 'REGISTROS LEIDOS      : ' DELIMITED BY SIZE
                   W-EDIT-08                  DELIMITED BY SIZE
