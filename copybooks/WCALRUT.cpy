       01 W-CALENDARIO.
          05 W-CAL-FUNCION    PIC X(01).
             88 CAL-ES-HABIL          VALUE 'H'.
             88 CAL-CONTAR-HABILES    VALUE 'C'.
             88 CAL-RESTAR-HABILES    VALUE 'R'.
             88 CAL-ULTIMO-HABIL      VALUE 'U'.
          05 W-CAL-FECHA-1    PIC 9(08).
          05 W-CAL-FECHA-2    PIC 9(08).
          05 W-CAL-DIAS       PIC 9(05).
          05 W-CAL-HABIL      PIC X(01).
          05 W-CAL-HALLADO    PIC X(01).
