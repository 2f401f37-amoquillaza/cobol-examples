       01 REG-CALENDARIO.
          05 CAL-FECHA        PIC X(08).
          05 CAL-TIPO         PIC X(01).
             88 CAL-FERIADO          VALUE 'F'.
             88 CAL-HABIL            VALUE 'H'.
          05 CAL-DESCRIPCION  PIC X(30).
