       01 REG-MANTLOG.
          05 MLG-FECHA        PIC X(08).
          05 MLG-HORA         PIC X(06).
          05 MLG-OPERADOR     PIC X(08).
          05 MLG-PROGRAMA     PIC X(08).
          05 MLG-ACCION       PIC X(01).
             88 MLG-ALTA             VALUE 'A'.
             88 MLG-CAMBIO           VALUE 'C'.
             88 MLG-INACTIVACION     VALUE 'I'.
             88 MLG-REENVIO          VALUE 'R'.
             88 MLG-CIERRE           VALUE 'X'.
             88 MLG-BAJA             VALUE 'B'.
          05 MLG-ARCHIVO      PIC X(08).
          05 MLG-CLAVE        PIC X(32).
          05 MLG-ANTES        PIC X(80).
          05 MLG-DESPUES      PIC X(80).
