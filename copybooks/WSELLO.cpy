       01 W-SELLO.
          05 W-SEL-ANTERIOR     PIC X(18).
          05 W-SEL-DATOS        PIC X(69).
          05 W-SEL-EXTENSION    PIC X(20).
          05 W-SEL-RESULTADO    PIC X(18).
          05 W-SEL-HALLADO      PIC X(01).
