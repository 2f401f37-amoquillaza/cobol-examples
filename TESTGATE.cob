       FD  ARCH-GATE.
       COPY WGATE.
       WORKING-STORAGE SECTION.
       COPY WTIERUT.
       COPY WCALRUT.
       01 W-FS-RUNCTL     PIC X(02).
       01 W-FS-CONCST     PIC X(02).
       01 W-FS-GATE       PIC X(02).
            PERFORM 5-FIN.

       1-INICIO.
            MOVE 'I'        TO W-TIE-FUNCION
            MOVE 'TESTGATE' TO W-TIE-PASO
            MOVE ZEROES     TO W-TIE-FLUJO
                               W-TIE-CORRIDA
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA-SYS
            MOVE W-FECHA-HORA-SYS(1:8) TO W-FECHA-HOY
            .
      * EL PORTON SOLO ABRE CON UNA CORRIDA COMPLETA ('C') DE HOY Y
      * UNA CONCILIACION DE HOY SIN DISCREPANCIAS; ASI UNA CORRIDA
      * CAIDA O SIN CONCILIAR NUNCA ALIMENTA EL EXTRACTO NI LA
      * CARGA HISTORICA.  UN DIA NO HABIL DEL CALENDARIO COMUN SIN
      * CORRIDA ES NORMAL (NO HAY TRANSMISIONES): EL PORTON QUEDA
      * CERRADO IGUAL, PERO CON AVISO 04 EN VEZ DE FALLA 08.
       4-GRABAR-GATE.
            OPEN OUTPUT ARCH-GATE
            IF W-FS-GATE NOT = '00'
               MOVE 'G' TO W-GATE-ESTADO
            ELSE
               MOVE 'N' TO W-GATE-ESTADO
               MOVE 'H'         TO W-CAL-FUNCION
               MOVE W-FECHA-HOY TO W-CAL-FECHA-1
               CALL 'ROMANCAL' USING W-CALENDARIO
               IF W-CORRIDA-OK = ZEROES AND W-CAL-HABIL = 'N'
                  DISPLAY 'TESTGATE - dia no habil sin corrida'
                  MOVE 04  TO RETURN-CODE
               ELSE
                  MOVE 08  TO RETURN-CODE
               END-IF
            END-IF
            MOVE W-GATE-ESTADO TO GAT-ESTADO
            WRITE REG-GATE
            DISPLAY 'TESTGATE - conciliacion hoy : ' W-CONC-HALLADA
            DISPLAY 'TESTGATE - conciliacion ok  : ' W-CONC-LIMPIA
            DISPLAY 'TESTGATE - estado del porton: ' W-GATE-ESTADO
      * TIEMPO DEL PASO PARA LA HISTORIA DE LA VENTANA BATCH.
            MOVE 'F'         TO W-TIE-FUNCION
            MOVE RETURN-CODE TO W-TIE-RC
            CALL 'ROMANTIE' USING W-TIEMPO
            MOVE W-TIE-RC    TO RETURN-CODE
            STOP RUN.
