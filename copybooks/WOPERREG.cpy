       01 REG-OPERADOR.
          05 OPR-ID            PIC X(08).
          05 OPR-NOMBRE        PIC X(30).
          05 OPR-CLAVE         PIC X(08).
          05 OPR-ESTADO        PIC X(01).
             88 OPR-ACTIVO            VALUE 'A'.
             88 OPR-INACTIVO          VALUE 'I'.
          05 OPR-PERFIL.
             10 OPR-PERM-REPARA   PIC X(01).
             10 OPR-PERM-MANTIENE PIC X(01).
             10 OPR-PERM-CIERRA   PIC X(01).
