       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CALENDARIO ASSIGN TO "CALENDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS W-FS-CALENDARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CALENDARIO.
       COPY WCALEND.
       WORKING-STORAGE SECTION.
       01 W-FS-CALENDARIO  PIC X(02).
       01 W-ABIERTO        PIC X(01).
          88 CALENDARIO-ABIERTO    VALUE 'S'.
       01 W-DIA-INT        PIC 9(08).
       01 W-DIA-FIN        PIC 9(08).
       01 W-DIA-SEMANA     PIC 9(01).
       01 W-DIA-FECHA      PIC 9(08).
       01 W-DIA-HABIL      PIC X(01).
          88 DIA-HABIL             VALUE 'S'.
       01 W-CUENTA         PIC 9(05).
       01 W-MES-SIGUIENTE.
          05 W-SIG-ANIO    PIC 9(04).
          05 W-SIG-MES     PIC 9(02).
          05 W-SIG-DIA     PIC 9(02).
       01 W-MES-SIGUIENTE-9 REDEFINES W-MES-SIGUIENTE PIC 9(08).
       LINKAGE SECTION.
       COPY WCALRUT.

      * CALENDARIO COMUN DE DIAS HABILES DE LA CADENA BATCH.  POR
      * OMISION SON HABILES DE LUNES A VIERNES; EL ARCHIVO CALENDD
      * (MANTENIDO CON TESTCALE) SOLO GUARDA LAS EXCEPCIONES: 'F'
      * FERIADO EN DIA DE SEMANA, 'H' SABADO O DOMINGO TRABAJADO.
      * FUNCIONES:
      *   H - W-CAL-HABIL = 'S' SI W-CAL-FECHA-1 ES DIA HABIL.
      *   C - W-CAL-DIAS = DIAS HABILES DESPUES DE W-CAL-FECHA-1
      *       HASTA W-CAL-FECHA-2 INCLUSIVE (CERO SI NO ES POSTERIOR).
      *   R - W-CAL-FECHA-2 = FECHA QUE QUEDA W-CAL-DIAS DIAS
      *       HABILES ANTES DE W-CAL-FECHA-1.
      *   U - W-CAL-FECHA-2 = ULTIMO DIA HABIL DEL MES DE
      *       W-CAL-FECHA-1.
      * SI EL ARCHIVO NO ESTA, W-CAL-HALLADO QUEDA EN 'N' Y SOLO SE
      * DESCUENTAN LOS FINES DE SEMANA.
       PROCEDURE DIVISION USING W-CALENDARIO.

            MOVE 'N' TO W-ABIERTO
            MOVE 'N' TO W-CAL-HALLADO
            OPEN INPUT ARCH-CALENDARIO
            IF W-FS-CALENDARIO = '00'
               MOVE 'S' TO W-ABIERTO
               MOVE 'S' TO W-CAL-HALLADO
            END-IF
            COMPUTE W-DIA-INT = FUNCTION INTEGER-OF-DATE(W-CAL-FECHA-1)
            EVALUATE TRUE
               WHEN CAL-ES-HABIL
                  PERFORM 1-VER-DIA
                  MOVE W-DIA-HABIL TO W-CAL-HABIL
               WHEN CAL-CONTAR-HABILES
                  PERFORM 2-CONTAR-HABILES
               WHEN CAL-RESTAR-HABILES
                  PERFORM 3-RESTAR-HABILES
               WHEN CAL-ULTIMO-HABIL
                  PERFORM 4-ULTIMO-HABIL
            END-EVALUATE
            IF CALENDARIO-ABIERTO
               CLOSE ARCH-CALENDARIO
            END-IF
            GOBACK.

      * EL DIA 1 DEL CALENDARIO ENTERO (01/01/1601) FUE LUNES: EL
      * RESTO DE (DIA - 1) ENTRE 7 DA 0=LUNES ... 5=SABADO 6=DOMINGO.
       1-VER-DIA.
            COMPUTE W-DIA-SEMANA = FUNCTION MOD(W-DIA-INT - 1, 7)
            COMPUTE W-DIA-FECHA = FUNCTION DATE-OF-INTEGER(W-DIA-INT)
            IF W-DIA-SEMANA < 5
               MOVE 'S' TO W-DIA-HABIL
            ELSE
               MOVE 'N' TO W-DIA-HABIL
            END-IF
            IF CALENDARIO-ABIERTO
               MOVE W-DIA-FECHA TO CAL-FECHA
               READ ARCH-CALENDARIO
               IF W-FS-CALENDARIO = '00'
                  IF CAL-FERIADO
                     MOVE 'N' TO W-DIA-HABIL
                  END-IF
                  IF CAL-HABIL
                     MOVE 'S' TO W-DIA-HABIL
                  END-IF
               END-IF
            END-IF
            .

       2-CONTAR-HABILES.
            MOVE ZEROES TO W-CAL-DIAS
            COMPUTE W-DIA-FIN = FUNCTION INTEGER-OF-DATE(W-CAL-FECHA-2)
            ADD 1 TO W-DIA-INT
            PERFORM UNTIL W-DIA-INT > W-DIA-FIN
               PERFORM 1-VER-DIA
               IF DIA-HABIL
                  ADD 1 TO W-CAL-DIAS
               END-IF
               ADD 1 TO W-DIA-INT
            END-PERFORM
            .

       3-RESTAR-HABILES.
            MOVE ZEROES TO W-CUENTA
            PERFORM UNTIL W-CUENTA = W-CAL-DIAS
               SUBTRACT 1 FROM W-DIA-INT
               PERFORM 1-VER-DIA
               IF DIA-HABIL
                  ADD 1 TO W-CUENTA
               END-IF
            END-PERFORM
            COMPUTE W-CAL-FECHA-2 = FUNCTION DATE-OF-INTEGER(W-DIA-INT)
            .

      * SE PARTE DEL DIA 1 DEL MES SIGUIENTE Y SE RETROCEDE HASTA
      * ENCONTRAR UN DIA HABIL.
       4-ULTIMO-HABIL.
            MOVE W-CAL-FECHA-1 TO W-MES-SIGUIENTE-9
            MOVE 01 TO W-SIG-DIA
            IF W-SIG-MES = 12
               MOVE 01 TO W-SIG-MES
               ADD 1 TO W-SIG-ANIO
            ELSE
               ADD 1 TO W-SIG-MES
            END-IF
            COMPUTE W-DIA-INT =
                    FUNCTION INTEGER-OF-DATE(W-MES-SIGUIENTE-9)
            MOVE 'N' TO W-DIA-HABIL
            PERFORM UNTIL DIA-HABIL
               SUBTRACT 1 FROM W-DIA-INT
               PERFORM 1-VER-DIA
            END-PERFORM
            COMPUTE W-CAL-FECHA-2 = FUNCTION DATE-OF-INTEGER(W-DIA-INT)
            .
