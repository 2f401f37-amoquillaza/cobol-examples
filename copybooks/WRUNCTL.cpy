             88 RUN-EN-PROCESO      VALUE 'A'.
             88 RUN-COMPLETA        VALUE 'C'.
             88 RUN-ABANDONADA      VALUE 'X'.
          05 RUN-CADENA      PIC X(18).
