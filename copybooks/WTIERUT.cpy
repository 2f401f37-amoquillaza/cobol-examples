       01 W-TIEMPO.
          05 W-TIE-FUNCION    PIC X(01).
             88 TIE-ARRANQUE          VALUE 'I'.
             88 TIE-TERMINO           VALUE 'F'.
          05 W-TIE-DATOS.
             10 W-TIE-FECHA      PIC X(08).
             10 W-TIE-HORA-INI   PIC X(06).
             10 W-TIE-FECHA-FIN  PIC X(08).
             10 W-TIE-HORA-FIN   PIC X(06).
             10 W-TIE-PASO       PIC X(08).
             10 W-TIE-FLUJO      PIC 9(01).
             10 W-TIE-CORRIDA    PIC 9(08).
             10 W-TIE-LEIDOS     PIC 9(08).
             10 W-TIE-GRABADOS   PIC 9(08).
             10 W-TIE-RC         PIC 9(02).
