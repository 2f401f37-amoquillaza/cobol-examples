       01 W-ROMAN-FECHA.
          05 W-FEC-SENTIDO      PIC X(01).
             88 W-FEC-A-ROMANO       VALUE 'R'.
             88 W-FEC-A-FECHA        VALUE 'F'.
          05 W-FEC-FORMATO      PIC X(01).
             88 W-FEC-FORMATO-DIA    VALUE '1'.
             88 W-FEC-FORMATO-ROMANO VALUE '2'.
          05 W-FEC-FECHA        PIC 9(08).
          05 W-FEC-ROMANO       PIC X(30).
          05 W-FEC-RESPUESTA    PIC 9(02).
          05 W-FEC-CORRIDA      PIC 9(08).
          05 W-FEC-ORIGEN       PIC X(03).
          05 W-FEC-SECUENCIA    PIC 9(08).
