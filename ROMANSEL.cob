       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANSEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY WPARAM.
       01 W-CLAVE-LEIDA    PIC X(01) VALUE 'N'.
          88 CLAVE-LEIDA           VALUE 'S'.
       01 W-CLAVE-HALLADA  PIC X(01) VALUE 'N'.
       01 W-CLAVE          PIC 9(08) VALUE ZEROES.
       01 W-TEXTO.
          05 W-TXT-CLAVE   PIC 9(08).
          05 W-TXT-ANTERIOR PIC X(18).
          05 W-TXT-DATOS   PIC X(69).
          05 W-TXT-EXTENSION PIC X(20).
       01 W-I              PIC 9(03).
       01 W-LARGO          PIC 9(03).
       01 W-TRABAJO        PIC 9(12).
       01 W-VALOR.
          05 W-H1          PIC 9(09).
          05 W-H2          PIC 9(09).
       LINKAGE SECTION.
       COPY WSELLO.

      * VALOR DE CADENA DE LA AUDITORIA.  CADA REGISTRO DE AUDITDD
      * LLEVA EN AUD-CADENA UN VALOR CALCULADO SOBRE SUS PRIMERAS
      * 69 POSICIONES (DATOS Y ENLACE) Y EL VALOR DEL REGISTRO
      * ANTERIOR, ASI QUE ALTERAR, BORRAR O INTERCALAR UN REGISTRO
      * ROMPE LA CADENA DESDE ESE PUNTO.  SE USAN DOS SUMAS
      * POLINOMICAS (BASES 257 Y 263, MODULOS PRIMOS DE 9 DIGITOS)
      * QUE ARRANCAN DE LA CLAVE DE CADENA DEL ARCHIVO DE
      * PARAMETROS (ROMAN/CLAVE-CADENA); SIN LA CLAVE NO SE PUEDE
      * RECALCULAR UNA CADENA ADULTERADA.  ROMAN LA USA AL GRABAR
      * Y TESTSELL AL VERIFICAR: AMBOS DEBEN CORRER CON PARAMDD.
      * SI NO HAY CLAVE VIGENTE SE USA CERO Y W-SEL-HALLADO QUEDA
      * EN 'N'; TESTSELL TOMA ESO COMO AUDITORIA NO VERIFICABLE Y
      * DETIENE LA CADENA CON CODIGO 20.
      * LA IDENTIFICACION DE LA TRANSACCION (TIPO, SECUENCIA Y
      * REFERENCIA DE LA ANULACION) SE AGREGO DESPUES DEL VALOR DE
      * CADENA Y ENTRA AL CALCULO SOLO CUANDO NO ESTA EN BLANCO:
      * ASI LOS REGISTROS GRABADOS ANTES CONSERVAN SU VALOR.
       PROCEDURE DIVISION USING W-SELLO.

            IF NOT CLAVE-LEIDA
               PERFORM 1-LEER-CLAVE
            END-IF
            MOVE W-CLAVE        TO W-TXT-CLAVE
            MOVE W-SEL-ANTERIOR TO W-TXT-ANTERIOR
            MOVE W-SEL-DATOS    TO W-TXT-DATOS
            MOVE W-SEL-EXTENSION TO W-TXT-EXTENSION
            IF W-SEL-EXTENSION = SPACES
               MOVE 95  TO W-LARGO
            ELSE
               MOVE 115 TO W-LARGO
            END-IF
            MOVE W-CLAVE        TO W-H1
            MOVE W-CLAVE        TO W-H2
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-LARGO
               COMPUTE W-TRABAJO = W-H1 * 257
                                 + FUNCTION ORD(W-TEXTO(W-I:1))
               COMPUTE W-H1 = FUNCTION MOD(W-TRABAJO, 999999937)
               COMPUTE W-TRABAJO = W-H2 * 263
                                 + FUNCTION ORD(W-TEXTO(W-I:1))
               COMPUTE W-H2 = FUNCTION MOD(W-TRABAJO, 999999929)
            END-PERFORM
            MOVE W-VALOR         TO W-SEL-RESULTADO
            MOVE W-CLAVE-HALLADA TO W-SEL-HALLADO
            GOBACK.

       1-LEER-CLAVE.
            MOVE 'ROMAN'        TO W-PRM-PROGRAMA
            MOVE 'CLAVE-CADENA' TO W-PRM-NOMBRE
            CALL 'ROMANPRM' USING W-PARAM
            IF W-PRM-HALLADO = 'S'
               MOVE W-PRM-VALOR TO W-CLAVE
               MOVE 'S'         TO W-CLAVE-HALLADA
            END-IF
            MOVE 'S' TO W-CLAVE-LEIDA
            .
