       01 W-ROMAN-SELLO.
          05 W-SELLO-CADENA     PIC X(18).
          05 W-SELLO-ESCRITOS   PIC 9(08).
