             88 AUD-FUENTE-UNICO   VALUE 'U'.
             88 AUD-FUENTE-LOTE    VALUE 'L'.
             88 AUD-FUENTE-ARIT    VALUE 'A'.
             88 AUD-FUENTE-ANUL    VALUE 'V'.
             88 AUD-FUENTE-FECHA   VALUE 'F'.
          05 AUD-CORRIDA     PIC 9(08).
          05 AUD-ORIGEN      PIC X(03).
          05 AUD-ENLACE      PIC X(01).
             88 AUD-ENLACE-INICIO   VALUE 'I'.
             88 AUD-ENLACE-CONTINUA VALUE 'C'.
          05 AUD-CADENA      PIC X(18).
          05 AUD-IDENTIFICACION.
             10 AUD-TIPO          PIC X(01).
             10 AUD-SECUENCIA     PIC 9(08).
             10 AUD-REF-FUENTE    PIC X(03).
             10 AUD-REF-SECUENCIA PIC 9(08).
