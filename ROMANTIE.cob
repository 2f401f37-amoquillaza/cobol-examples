       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANTIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TIEMPOS ASSIGN TO "TIEMPODD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-TIEMPOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO-ARCH     PIC X(63).
       WORKING-STORAGE SECTION.
       01 W-FS-TIEMPOS     PIC X(02).
       01 W-FECHA-HORA     PIC X(21).
       LINKAGE SECTION.
       COPY WTIERUT.

      * HISTORIA DE TIEMPOS DE LA VENTANA BATCH: CADA PASO DE LA
      * CADENA NOCTURNA LLAMA CON 'I' AL ARRANCAR (SE ANOTAN FECHA
      * Y HORA DE INICIO Y SE LIMPIAN LOS CONTEOS) Y CON 'F' AL
      * TERMINAR, CON SUS REGISTROS LEIDOS Y GRABADOS Y SU CODIGO
      * DE RETORNO; ENTONCES SE ANOTA EL FIN Y SE AGREGA EL
      * REGISTRO AL FINAL DE TIEMPODD.  LA FECHA Y HORA LAS PONE
      * ESTA RUTINA.  SI TIEMPODD NO SE PUEDE ABRIR SOLO SE AVISA:
      * LA MEDICION NUNCA DETIENE LA CADENA.
       PROCEDURE DIVISION USING W-TIEMPO.

            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA
            IF TIE-ARRANQUE
               MOVE W-FECHA-HORA(1:8) TO W-TIE-FECHA
               MOVE W-FECHA-HORA(9:6) TO W-TIE-HORA-INI
               MOVE SPACES            TO W-TIE-FECHA-FIN
                                         W-TIE-HORA-FIN
               MOVE ZEROES            TO W-TIE-LEIDOS
                                         W-TIE-GRABADOS
                                         W-TIE-RC
               GOBACK
            END-IF
            MOVE W-FECHA-HORA(1:8) TO W-TIE-FECHA-FIN
            MOVE W-FECHA-HORA(9:6) TO W-TIE-HORA-FIN
            OPEN EXTEND ARCH-TIEMPOS
            IF W-FS-TIEMPOS NOT = '00'
               OPEN OUTPUT ARCH-TIEMPOS
            END-IF
            IF W-FS-TIEMPOS NOT = '00'
               DISPLAY 'ROMANTIE - NO SE PUDO ABRIR TIEMPODD, FS='
                       W-FS-TIEMPOS
               GOBACK
            END-IF
            WRITE REG-TIEMPO-ARCH FROM W-TIE-DATOS
            CLOSE ARCH-TIEMPOS
            GOBACK.
