             88 ENT-TIPO-ROMANO     VALUE 'R'.
             88 ENT-TIPO-DECIMAL    VALUE 'D'.
             88 ENT-TIPO-ARIT       VALUE 'A'.
             88 ENT-TIPO-ANULACION  VALUE 'V'.
             88 ENT-TIPO-FECHA      VALUE 'F'.
          05 ENT-SECUENCIA   PIC 9(08).
          05 ENT-FUENTE      PIC X(03).
          05 ENT-VALOR       PIC X(30).
             10 ENT-ARIT-ROMANO-2  PIC X(14).
             10 ENT-ARIT-OPERACION PIC X(01).
             10 FILLER             PIC X(01).
          05 ENT-VALOR-ANUL REDEFINES ENT-VALOR.
             10 ENT-ANUL-FUENTE    PIC X(03).
             10 ENT-ANUL-SECUENCIA PIC 9(08).
             10 FILLER             PIC X(19).
          05 ENT-VALOR-FECHA REDEFINES ENT-VALOR.
             10 ENT-FEC-SENTIDO    PIC X(01).
             10 ENT-FEC-FORMATO    PIC X(01).
             10 ENT-FEC-ROMANO     PIC X(28).
             10 ENT-FEC-NUMERICA REDEFINES ENT-FEC-ROMANO.
                15 ENT-FEC-FECHA   PIC 9(08).
                15 FILLER          PIC X(20).
