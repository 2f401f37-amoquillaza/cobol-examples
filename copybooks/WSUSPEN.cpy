       01 REG-SUSPENSO.
          05 SUS-FECHA-PROCESO PIC 9(08).
          05 SUS-GRUPO         PIC 9(04).
          05 SUS-FUENTE        PIC X(03).
          05 SUS-FECHA         PIC X(08).
          05 SUS-MOTIVO        PIC 9(02).
             88 SUS-CABECERA-SIN-FUENTE  VALUE 01.
             88 SUS-FECHA-INVALIDA       VALUE 02.
             88 SUS-FECHA-FUTURA         VALUE 03.
             88 SUS-ARCHIVO-VENCIDO      VALUE 04.
             88 SUS-TIPO-INVALIDO        VALUE 05.
             88 SUS-DECIMAL-INVALIDO     VALUE 06.
             88 SUS-OPERANDO-VACIO       VALUE 07.
             88 SUS-OPERACION-INVALIDA   VALUE 08.
             88 SUS-ANUL-SIN-SECUENCIA   VALUE 09.
             88 SUS-ANUL-OTRA-FUENTE     VALUE 10.
             88 SUS-ANUL-SI-MISMA        VALUE 11.
             88 SUS-FALTA-COLA           VALUE 12.
             88 SUS-NO-CUADRA            VALUE 13.
             88 SUS-FUERA-DE-GRUPO       VALUE 14.
             88 SUS-FECHA-SIN-FORMATO    VALUE 15.
          05 SUS-NUMREG        PIC 9(08).
          05 SUS-DESCRIPCION   PIC X(30).
          05 SUS-REGISTRO      PIC X(42).
