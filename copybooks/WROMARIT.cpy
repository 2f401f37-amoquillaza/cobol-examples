          05 W-ARIT-RESPUESTA   PIC 9(02).
          05 W-ARIT-CORRIDA     PIC 9(08).
          05 W-ARIT-ORIGEN      PIC X(03).
          05 W-ARIT-SECUENCIA   PIC 9(08).
