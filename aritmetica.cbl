      * Date: 10-Jun-202
      * Purpose: Rutina de aritmetica reutilizable (suma, resta,
      *          multiplicacion, division, porcentaje, potencia,
      *          promedio) para otros programas. El resultado se
      *          calcula con decimales de sobra y se lleva a dos
      *          decimales segun el modo de redondeo que recibe:
      *          T trunca (y es el modo si llega en blanco), R
      *          redondea la mitad hacia arriba, B redondea la mitad
      *          al par (bancario).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARITMETICA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESULTADO-CALC  PIC S9(9)V9(9).

       LINKAGE SECTION.
       01 LK-OPERACION      PIC X(1).
       01 LK-NUMERO         PIC S9(9)V99.
          88 RETORNO-DIV-CERO       VALUE 1.
          88 RETORNO-OP-INVALIDA    VALUE 2.
          88 RETORNO-POT-INVALIDA   VALUE 3.
       01 LK-REDONDEO       PIC X(1).
          88 REDONDEO-TRUNCA        VALUE "T" " ".
          88 REDONDEO-MITAD-ARRIBA  VALUE "R".
          88 REDONDEO-BANCARIO      VALUE "B".

       PROCEDURE DIVISION USING LK-OPERACION LK-NUMERO LK-NUMERO2
               LK-RESULTADO LK-RESIDUO LK-COD-RETORNO LK-REDONDEO.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-COD-RETORNO.
           MOVE 0 TO WS-RESULTADO-CALC.
           EVALUATE LK-OPERACION
               WHEN "S"
                   COMPUTE WS-RESULTADO-CALC = LK-NUMERO + LK-NUMERO2
               WHEN "R"
                   COMPUTE WS-RESULTADO-CALC = LK-NUMERO - LK-NUMERO2
               WHEN "M"
                   COMPUTE WS-RESULTADO-CALC = LK-NUMERO * LK-NUMERO2
      * El residuo se sigue calculando sobre el cociente truncado a
      * dos decimales; el modo de redondeo solo afecta el cociente.
               WHEN "D"
                   IF LK-NUMERO2 = 0
                       MOVE 1 TO LK-COD-RETORNO
                       DIVIDE LK-NUMERO BY LK-NUMERO2
                               GIVING LK-RESULTADO
                               REMAINDER LK-RESIDUO
                       COMPUTE WS-RESULTADO-CALC =
                               LK-NUMERO / LK-NUMERO2
                   END-IF
      * P entrega el primer operando mas el porcentaje que indica el
      * segundo; E eleva el primero al segundo; A promedia ambos.
               WHEN "P"
                   COMPUTE WS-RESULTADO-CALC =
                       LK-NUMERO + (LK-NUMERO * LK-NUMERO2 / 100)
               WHEN "E"
                   IF LK-NUMERO = 0 AND LK-NUMERO2 < 0
                       MOVE 3 TO LK-COD-RETORNO
                   ELSE
                       COMPUTE WS-RESULTADO-CALC =
                               LK-NUMERO ** LK-NUMERO2
                           ON SIZE ERROR
                               MOVE 3 TO LK-COD-RETORNO
                       END-COMPUTE
                   END-IF
               WHEN "A"
                   COMPUTE WS-RESULTADO-CALC =
                       (LK-NUMERO + LK-NUMERO2) / 2
               WHEN OTHER
                   MOVE 2 TO LK-COD-RETORNO
           END-EVALUATE.
           IF LK-COD-RETORNO = 0
               PERFORM APLICA-REDONDEO
           END-IF.
           GOBACK.

      * Lleva el resultado intermedio a los dos decimales de
      * LK-RESULTADO con el modo pedido; un modo desconocido trunca,
      * igual que antes de existir el parametro.
       APLICA-REDONDEO.
           EVALUATE TRUE
               WHEN REDONDEO-MITAD-ARRIBA
                   COMPUTE LK-RESULTADO ROUNDED MODE IS
                           NEAREST-AWAY-FROM-ZERO = WS-RESULTADO-CALC
                       ON SIZE ERROR
                           MOVE 3 TO LK-COD-RETORNO
                           MOVE 0 TO LK-RESULTADO
                   END-COMPUTE
               WHEN REDONDEO-BANCARIO
                   COMPUTE LK-RESULTADO ROUNDED MODE IS
                           NEAREST-EVEN = WS-RESULTADO-CALC
                       ON SIZE ERROR
                           MOVE 3 TO LK-COD-RETORNO
                           MOVE 0 TO LK-RESULTADO
                   END-COMPUTE
               WHEN OTHER
                   MOVE WS-RESULTADO-CALC TO LK-RESULTADO
           END-EVALUATE.

       END PROGRAM ARITMETICA.
