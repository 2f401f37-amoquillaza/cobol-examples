       01 REG-DEVOLUCION.
          05 DEV-TIPO        PIC X(01).
             88 DEV-CABECERA        VALUE 'H'.
             88 DEV-CONVERTIDO      VALUE 'D'.
             88 DEV-RECHAZADO       VALUE 'R'.
             88 DEV-COLA            VALUE 'T'.
          05 DEV-RESTO       PIC X(59).
          05 DEV-CAB REDEFINES DEV-RESTO.
             10 DEV-CAB-FECHA      PIC X(08).
             10 DEV-CAB-CORRIDA    PIC 9(08).
             10 DEV-CAB-FUENTE     PIC X(03).
             10 FILLER             PIC X(40).
          05 DEV-DET REDEFINES DEV-RESTO.
             10 DEV-DET-TIPO       PIC X(01).
             10 DEV-DET-SECUENCIA  PIC 9(08).
             10 DEV-DET-VALOR      PIC X(30).
             10 DEV-DET-DECIMAL    PIC 9(10).
             10 DEV-DET-MOTIVO     PIC 9(02).
             10 DEV-DET-CORRIDA    PIC 9(08).
          05 DEV-TRL REDEFINES DEV-RESTO.
             10 DEV-TRL-CONVERTIDOS PIC 9(08).
             10 DEV-TRL-RECHAZADOS  PIC 9(08).
             10 DEV-TRL-HASH        PIC 9(16).
             10 FILLER              PIC X(27).
