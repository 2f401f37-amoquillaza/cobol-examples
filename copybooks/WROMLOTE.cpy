             10 W-LOTE-DECIMAL    PIC 9(10).
             10 W-LOTE-RESPUESTA  PIC 9(02).
             10 W-LOTE-FUE        PIC X(03).
             10 W-LOTE-TIP        PIC X(01).
             10 W-LOTE-SECU       PIC 9(08).
