       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MANTLOG ASSIGN TO "MANTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FS-MANTLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-MANTLOG.
       01  REG-MANTLOG-ARCH    PIC X(231).
       WORKING-STORAGE SECTION.
       01 W-FS-MANTLOG     PIC X(02).
       01 W-FECHA-HORA     PIC X(21).
       LINKAGE SECTION.
       COPY WMANTLOG.

      * BITACORA COMUN DE MANTENIMIENTO: CADA ALTA, CAMBIO,
      * INACTIVACION, REENVIO O CIERRE HECHO DESDE UNA PANTALLA SE
      * AGREGA AL FINAL DE MANTLOG CON LA IMAGEN DEL REGISTRO
      * ANTES Y DESPUES DEL CAMBIO Y EL OPERADOR INGRESADO.  LA
      * FECHA Y HORA LAS PONE ESTA RUTINA, NO EL QUE LLAMA.
       PROCEDURE DIVISION USING REG-MANTLOG.

            MOVE FUNCTION CURRENT-DATE TO W-FECHA-HORA
            MOVE W-FECHA-HORA(1:8) TO MLG-FECHA
            MOVE W-FECHA-HORA(9:6) TO MLG-HORA
            OPEN EXTEND ARCH-MANTLOG
            IF W-FS-MANTLOG NOT = '00'
               OPEN OUTPUT ARCH-MANTLOG
            END-IF
            IF W-FS-MANTLOG NOT = '00'
               DISPLAY 'ROMANLOG - NO SE PUDO ABRIR MANTLOG, FS='
                       W-FS-MANTLOG
               GOBACK
            END-IF
            WRITE REG-MANTLOG-ARCH FROM REG-MANTLOG
            CLOSE ARCH-MANTLOG
            GOBACK.
