       01 REG-TIEMPO.
          05 TIE-FECHA        PIC X(08).
          05 TIE-HORA-INI     PIC X(06).
          05 TIE-FECHA-FIN    PIC X(08).
          05 TIE-HORA-FIN     PIC X(06).
          05 TIE-PASO         PIC X(08).
          05 TIE-FLUJO        PIC 9(01).
          05 TIE-CORRIDA      PIC 9(08).
          05 TIE-LEIDOS       PIC 9(08).
          05 TIE-GRABADOS     PIC 9(08).
          05 TIE-RC           PIC 9(02).
