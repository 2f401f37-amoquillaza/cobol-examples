             88 PAR-TIPO-ROMANO     VALUE 'R'.
             88 PAR-TIPO-DECIMAL    VALUE 'D'.
             88 PAR-TIPO-ARIT       VALUE 'A'.
             88 PAR-TIPO-ANULACION  VALUE 'V'.
             88 PAR-TIPO-FECHA      VALUE 'F'.
          05 PAR-SECUENCIA   PIC 9(08).
          05 PAR-FUENTE      PIC X(03).
          05 PAR-VALOR       PIC X(30).
             10 PAR-ARIT-ROMANO-2  PIC X(14).
             10 PAR-ARIT-OPERACION PIC X(01).
             10 FILLER             PIC X(01).
          05 PAR-VALOR-FECHA REDEFINES PAR-VALOR.
             10 PAR-FEC-SENTIDO    PIC X(01).
             10 PAR-FEC-FORMATO    PIC X(01).
             10 PAR-FEC-ROMANO     PIC X(28).
             10 PAR-FEC-NUMERICA REDEFINES PAR-FEC-ROMANO.
                15 PAR-FEC-FECHA   PIC 9(08).
                15 FILLER          PIC X(20).
