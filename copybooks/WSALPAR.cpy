          05 SP-DECIMAL      PIC 9(10).
          05 SP-RESPUESTA    PIC 9(02).
          05 SP-FUENTE       PIC X(03).
          05 SP-FECHA        PIC X(08).
          05 SP-CORRIDA      PIC 9(08).
