             10 PRO-SECUENCIA PIC 9(08).
          05 PRO-FECHA       PIC X(08).
          05 PRO-CORRIDA     PIC 9(08).
          05 PRO-TIPO        PIC X(01).
          05 PRO-ESTADO      PIC X(01).
             88 PRO-VIGENTE         VALUE ' '.
             88 PRO-ANULADO         VALUE 'V'.
          05 PRO-ROMANO      PIC X(30).
          05 PRO-DECIMAL     PIC 9(10).
