      *          lineas TOTALES. Escribe RECONCILIA.RPT con las
      *          diferencias (valores distintos, lineas de mas o de
      *          menos) y termina con RECONCILIADO SIN DIFERENCIAS
      *          cuando todo cuadra. Recalcula con el mismo modo de
      *          redondeo de la corrida (y el que imponga el maestro
      *          por codigo) para que un lote redondeado no aparezca
      *          como diferencias. Un resultado fuera de los limites
      *          del codigo maestro se espera retenido como linea
      *          EXCEPCION y se cuenta entre los errores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WL-MULT-FIN        PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-MOTIVO-ANT      PIC X(2).
           05 WL-NUM-EXCEPCION   PIC X(5).
           05 WL-REFERENCIA      PIC X(20).
       01  WORKLIST-RECORD-COD REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(13).
           05 WL-COD-OPERANDO    PIC X(8).
           05 FILLER             PIC X(41).

       FD  SALIDA-FILE.
       01  SALIDA-RECORD         PIC X(120).
           05 MST-VALOR          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MST-ESTADO         PIC X(1).
           05 MST-REDONDEO       PIC X(1).
           05 MST-CONTROL-LIMITES PIC X(1).
           05 MST-RES-MINIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MST-RES-MAXIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MST-VARIACION-MAX  PIC 9(3)V99.

       WORKING-STORAGE SECTION.

          88 VIGENCIA-HALLADA       VALUE 'S'.
       01 WS-VIG-VALOR         PIC S9(9)V99.
       01 WS-VIG-ESTADO        PIC X(1).
       01 WS-VIG-REDONDEO      PIC X(1).
       01 WS-VIG-CONTROL-LIMITES PIC X(1).
       01 WS-VIG-RES-MINIMO    PIC S9(9)V99.
       01 WS-VIG-RES-MAXIMO    PIC S9(9)V99.
       01 WS-VIG-VARIACION-MAX PIC 9(3)V99.

      * Retencion por limites: el calculo la decide con el resultado
      * y, para la variacion, con la corrida anterior, que aqui no se
      * conoce; por eso una retencion 07 se acepta si la salida la trae.
       01 WS-LIM-RESULTADO     PIC S9(9)V99.
       01 WS-LIM-RESIDUO       PIC S9(9)V99.
       01 WS-LIM-COD-RETORNO   PIC 9(2).
       01 WS-MOTIVO-ESPERADO   PIC X(2).
       01 WS-RETENCION         PIC X(1) VALUE SPACE.
          88 RETENCION-ESPERADA     VALUE 'E' 'R'.
       01 WS-EXCEPCION-PREVIA  PIC X VALUE 'N'.
          88 EXCEPCION-PREVIA       VALUE 'S'.

       01 NUMERO         PIC S9(9)V99.
       01 NUMERO2        PIC S9(9)V99.
       01 WS-MULT-TEMP   PIC S9(9)V99.
       01 WS-OP-CODE     PIC X(1).
       01 WS-COD-RETORNO PIC 9(2).
       01 WS-MODO-REDONDEO     PIC X(1) VALUE 'T'.
       01 WS-REDONDEO-OPER     PIC X(1) VALUE 'T'.
       01 WS-ENTRADA-REDONDEO  PIC X(1).
          88 REDONDEO-VALIDO        VALUE 'T' 'R' 'B'.

       01 WS-NUMERO-ED    PIC -(9)9.99.
       01 WS-NUMERO2-ED   PIC -(9)9.99.
               IF WS-ENTRADA-FECHA IS NUMERIC
                   MOVE WS-ENTRADA-FECHA TO WS-FECHA-PROCESO
               END-IF
               DISPLAY "Modo de redondeo del lote (T/R/B, "
                       "vacio = T): "
               ACCEPT WS-ENTRADA-REDONDEO
               PERFORM TOMA-MODO-REDONDEO
           END-IF.

           MOVE 0 TO WS-NUM-REGISTRO.
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
                   NOT AT END
      * La cabecera y el registro final no generan linea de salida.
                       IF WL-OPERACION NOT = "C" AND
                               WL-OPERACION NOT = "F"
                           ADD 1 TO WS-NUM-REGISTRO
                           PERFORM CONCILIA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

               IF PARAMETRO-RECORD(1:8) IS NUMERIC
                   MOVE PARAMETRO-RECORD(1:8) TO WS-FECHA-PROCESO
               END-IF
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:1) TO WS-ENTRADA-REDONDEO
               PERFORM TOMA-MODO-REDONDEO
               CLOSE PARAMETRO-FILE
               IF WS-LOTE-ENTRADA = SPACES
                   MOVE 'N' TO WS-MODO-AUTO
               END-IF
           END-IF.

       TOMA-MODO-REDONDEO.
           INSPECT WS-ENTRADA-REDONDEO CONVERTING "trb" TO "TRB".
           IF REDONDEO-VALIDO
               MOVE WS-ENTRADA-REDONDEO TO WS-MODO-REDONDEO
           ELSE
               MOVE "T" TO WS-MODO-REDONDEO
               IF WS-ENTRADA-REDONDEO NOT = SPACE
                   DISPLAY "Aviso: modo de redondeo invalido "
                           WS-ENTRADA-REDONDEO ", se concilia "
                           "truncando."
               END-IF
           END-IF.

       LEE-LINEA-PARAMETRO.
           MOVE SPACES TO PARAMETRO-RECORD.
           IF NOT FIN-PARAMETRO
      * Genera la linea esperada de cada registro del worklist y la
      * compara contra la siguiente linea de la salida real.
       CONCILIA-REGISTRO.
           MOVE WS-MODO-REDONDEO TO WS-REDONDEO-OPER.
           EVALUATE WL-OPERACION
               WHEN "S"
                   PERFORM ESPERA-SUMA
       ARMA-LINEA-DIV.
           MOVE "D" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE SPACES TO WS-LINEA-ESPERADA.
               MOVE "M" TO WS-OP-CODE
               CALL 'ARITMETICA' USING WS-OP-CODE NUMERO WS-MULT-TEMP
                       RESULTADO RESIDUO WS-COD-RETORNO
                       WS-REDONDEO-OPER
               MOVE NUMERO TO WS-NUMERO-ED
               MOVE MULTIPLICADOR TO WS-MULT-ED
               MOVE RESULTADO TO WS-RESULTADO-ED
       ESPERA-MAESTRO.
           MOVE WL-NUMERO TO NUMERO.
           PERFORM RESUELVE-OPERANDO-MAESTRO.
           PERFORM LEE-LINEA-SALIDA.
           MOVE SPACE TO WS-RETENCION.
           IF OPERANDO-OK
               PERFORM PRUEBA-LIMITES-MAESTRO
           END-IF.
           EVALUATE TRUE
               WHEN NOT OPERANDO-OK
                   MOVE SPACES TO WS-LINEA-ESPERADA
                   STRING "ERROR: CODIGO MAESTRO INVALIDO EN REGISTRO "
                           WS-NUM-REGISTRO " CODIGO " WL-COD-OPERANDO
                           DELIMITED BY SIZE
                       INTO WS-LINEA-ESPERADA
                   ADD 1 TO WS-R-ERROR
               WHEN RETENCION-ESPERADA
                   ADD 1 TO WS-R-ERROR
               WHEN OTHER
                   EVALUATE WL-OPERACION
                       WHEN "s"
                           PERFORM ARMA-LINEA-SUMA
                           ADD 1 TO WS-R-SUMA
                       WHEN "r"
                           PERFORM ARMA-LINEA-RESTA
                           ADD 1 TO WS-R-RESTA
                       WHEN "m"
                           PERFORM ARMA-LINEA-MULT
                           ADD 1 TO WS-R-MULT
                       WHEN "d"
                           PERFORM ARMA-LINEA-DIV
                       WHEN "p"
                           PERFORM ARMA-LINEA-PORC
                           ADD 1 TO WS-R-PORC
                       WHEN "e"
                           PERFORM ARMA-LINEA-POT
                       WHEN "a"
                           PERFORM ARMA-LINEA-PROM
                           ADD 1 TO WS-R-PROM
                   END-EVALUATE
           END-EVALUATE.
           PERFORM COTEJA-LINEA.

      * Fuera de minimo o maximo el resultado debe venir retenido,
      * salvo que el registro vuelva de una excepcion que el supervisor
      * libero. Un registro con excepcion previa puede venir tambien
      * rechazado por el supervisor o retenido de nuevo.
       PRUEBA-LIMITES-MAESTRO.
           MOVE 'N' TO WS-EXCEPCION-PREVIA.
           IF WL-NUM-EXCEPCION IS NUMERIC AND
                   WL-NUM-EXCEPCION NOT = "00000"
               MOVE 'S' TO WS-EXCEPCION-PREVIA
           END-IF.
           MOVE SPACES TO WS-MOTIVO-ESPERADO.
           IF EXCEPCION-PREVIA AND WS-LINEA-SALIDA(1:20) =
                   "EXCEPCION RECHAZADA "
               MOVE "R" TO WS-RETENCION
               MOVE SPACES TO WS-LINEA-ESPERADA
               STRING "EXCEPCION RECHAZADA POR SUPERVISOR EN REGISTRO "
                       WS-NUM-REGISTRO " CODIGO " WL-COD-OPERANDO
                       DELIMITED BY SIZE
                   INTO WS-LINEA-ESPERADA
           ELSE
               IF WS-VIG-CONTROL-LIMITES = "S"
                   MOVE WL-OPERACION TO WS-OP-CODE
                   INSPECT WS-OP-CODE
                           CONVERTING "srmdpea" TO "SRMDPEA"
                   CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                           WS-LIM-RESULTADO WS-LIM-RESIDUO
                           WS-LIM-COD-RETORNO WS-REDONDEO-OPER
                   IF WS-LIM-COD-RETORNO = 0
                       PERFORM DECIDE-RETENCION-ESPERADA
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-ESPERADO NOT = SPACES
               MOVE "E" TO WS-RETENCION
               MOVE WS-LIM-RESULTADO TO WS-RESULTADO-ED
               MOVE SPACES TO WS-LINEA-ESPERADA
               STRING "EXCEPCION: REGISTRO " WS-NUM-REGISTRO
                       " CODIGO " WL-COD-OPERANDO
                       " RESULTADO " WS-RESULTADO-ED
                       " RETENIDO MOTIVO " WS-MOTIVO-ESPERADO
                       DELIMITED BY SIZE
                   INTO WS-LINEA-ESPERADA
           END-IF.

       DECIDE-RETENCION-ESPERADA.
           IF WS-LIM-RESULTADO < WS-VIG-RES-MINIMO OR
                   WS-LIM-RESULTADO > WS-VIG-RES-MAXIMO
               IF NOT EXCEPCION-PREVIA OR
                       WS-LINEA-SALIDA(1:10) = "EXCEPCION:"
                   IF WS-LIM-RESULTADO < WS-VIG-RES-MINIMO
                       MOVE "05" TO WS-MOTIVO-ESPERADO
                   ELSE
                       MOVE "06" TO WS-MOTIVO-ESPERADO
                   END-IF
               END-IF
           ELSE
               IF WS-VIG-VARIACION-MAX > 0 AND
                       WS-LINEA-SALIDA(1:10) = "EXCEPCION:"
                   MOVE "07" TO WS-MOTIVO-ESPERADO
               END-IF
           END-IF.

       ARMA-LINEA-SUMA.
           MOVE "S" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       ARMA-LINEA-RESTA.
           MOVE "R" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       ARMA-LINEA-MULT.
           MOVE "M" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       ARMA-LINEA-PORC.
           MOVE "P" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       ARMA-LINEA-POT.
           MOVE "E" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE SPACES TO WS-LINEA-ESPERADA.
       ARMA-LINEA-PROM.
           MOVE "A" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
                           ELSE
                               MOVE MST-VALOR TO WS-VIG-VALOR
                               MOVE MST-ESTADO TO WS-VIG-ESTADO
                               MOVE MST-REDONDEO TO WS-VIG-REDONDEO
                               MOVE MST-CONTROL-LIMITES
                                       TO WS-VIG-CONTROL-LIMITES
                               MOVE MST-RES-MINIMO
                                       TO WS-VIG-RES-MINIMO
                               MOVE MST-RES-MAXIMO
                                       TO WS-VIG-RES-MAXIMO
                               MOVE MST-VARIACION-MAX
                                       TO WS-VIG-VARIACION-MAX
                               MOVE 'S' TO WS-VIGENCIA-HALLADA
                           END-IF
                   END-READ
               IF VIGENCIA-HALLADA AND WS-VIG-ESTADO = "A"
                   MOVE WS-VIG-VALOR TO NUMERO2
                   MOVE 'S' TO WS-OPERANDO-VALIDO
                   IF WS-VIG-REDONDEO NOT = SPACE
                       MOVE WS-VIG-REDONDEO TO WS-REDONDEO-OPER
                   END-IF
               END-IF
           END-IF.

       COMPARA-LINEA.
           PERFORM LEE-LINEA-SALIDA.
           PERFORM COTEJA-LINEA.

       COTEJA-LINEA.
           IF FIN-SALIDA
               ADD 1 TO WS-CONT-FALTANTES
               MOVE SPACES TO CONCILIA-RECORD
           STRING "Fecha: " WS-FECHA-REPORTE
                   "  Worklist: " FUNCTION TRIM(WS-LOTE-ENTRADA)
                   "  Salida: " FUNCTION TRIM(WS-LOTE-SALIDA)
                   "  Redondeo: " WS-MODO-REDONDEO
                   DELIMITED BY SIZE
               INTO CONCILIA-RECORD.
           WRITE CONCILIA-RECORD.
