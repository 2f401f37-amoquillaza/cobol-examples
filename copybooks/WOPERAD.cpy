       01 W-OPERADOR.
          05 W-OPE-PROGRAMA      PIC X(08).
          05 W-OPE-ID            PIC X(08).
          05 W-OPE-NOMBRE        PIC X(30).
          05 W-OPE-PERM-REPARA   PIC X(01).
             88 OPE-PUEDE-REPARAR     VALUE 'S'.
          05 W-OPE-PERM-MANTIENE PIC X(01).
             88 OPE-PUEDE-MANTENER    VALUE 'S'.
          05 W-OPE-PERM-CIERRA   PIC X(01).
             88 OPE-PUEDE-CERRAR      VALUE 'S'.
          05 W-OPE-HALLADO       PIC X(01).
             88 OPE-IDENTIFICADO      VALUE 'S'.
