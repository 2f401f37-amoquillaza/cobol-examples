       01 W-ROMAN-ANUL.
          05 W-ANUL-ROMANO      PIC X(30).
          05 W-ANUL-DECIMAL     PIC 9(10).
          05 W-ANUL-RESPUESTA   PIC 9(02).
          05 W-ANUL-CORRIDA     PIC 9(08).
          05 W-ANUL-ORIGEN      PIC X(03).
          05 W-ANUL-SECUENCIA   PIC 9(08).
          05 W-ANUL-REF-FUENTE  PIC X(03).
          05 W-ANUL-REF-SECUENCIA PIC 9(08).
