      * Date: 02-Sep-2026
      * Purpose: Convierte un archivo delimitado por comas de los
      *          departamentos asociados (operacion, operando1,
      *          operando2 o codigo maestro, rango de tabla opcional,
      *          referencia de linea del departamento)
      *          al worklist de formato fijo con signo separado que
      *          leen VALIDALOTE y CALCULADORA, para eliminar la
      *          captura manual. Escribe CONVERSION.RPT con el numero
      *          de linea y el motivo de todo lo que no se pudo
      *          convertir, en el estilo de EDICION.RPT. El worklist
      *          convertido sigue el flujo normal de edicion y lote.
      *          La linea C (departamento, lote, fecha de creacion) y la
      *          linea F (registros, suma de operando1 y de operando2)
      *          que declara el departamento se pasan al worklist como
      *          registros de cabecera y final para que VALIDALOTE y
      *          CALCULADORA puedan cuadrar el archivo. La referencia
      *          viaja en el worklist hasta los resultados para que el
      *          archivo de retorno la devuelva al departamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WL-MULT-FIN        PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-MOTIVO-ANT      PIC X(2).
           05 FILLER             PIC X(5).
           05 WL-REFERENCIA      PIC X(20).
       01  WORKLIST-RECORD-COD REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(13).
           05 WL-COD-OPERANDO    PIC X(8).
           05 FILLER             PIC X(41).
      *    Registro de cabecera (WL-OPERACION = "C")
       01  WORKLIST-RECORD-CAB REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(1).
           05 WL-CAB-DEPARTAMENTO PIC X(8).
           05 WL-CAB-LOTE-ID     PIC X(16).
           05 WL-CAB-FECHA-CREACION PIC 9(8).
           05 FILLER             PIC X(29).
      *    Registro final (WL-OPERACION = "F"): totales declarados
       01  WORKLIST-RECORD-FIN REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(1).
           05 WL-FIN-REGISTROS   PIC 9(9).
           05 WL-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

       FD  REPORTE-FILE.
       01  REPORTE-RECORD        PIC X(80).
       01 WS-CONT-CONVERTIDAS  PIC 9(7) VALUE 0.
       01 WS-CONT-RECHAZADAS   PIC 9(7) VALUE 0.

       01 WS-CABECERA-LEIDA    PIC X VALUE 'N'.
          88 HAY-CABECERA           VALUE 'S'.
       01 WS-FINAL-LEIDO       PIC X VALUE 'N'.
          88 HAY-FINAL              VALUE 'S'.
       01 WS-REGISTROS-DECLARADOS PIC 9(9) VALUE 0.
       01 WS-HASH-TEMP         PIC S9(13)V99.

       01 WS-LINEA-VALIDA      PIC X VALUE 'S'.
          88 LINEA-OK               VALUE 'S'.
       01 WS-MOTIVO-RECHAZO    PIC X(40).
       01 WS-CAMPO-OP          PIC X(10).
       01 WS-CAMPO-N1          PIC X(20).
       01 WS-CAMPO-N2          PIC X(20).
       01 WS-CAMPO-INI         PIC X(20).
       01 WS-CAMPO-FIN         PIC X(10).
       01 WS-CAMPO-REF         PIC X(20).
       01 WS-OP-TRABAJO        PIC X(1).
       01 WS-CAMPO-FECHA       PIC X(8).

       01 WS-CAMPO-NUMERICO    PIC X(20).
       01 WS-CAMPO-VALIDO      PIC X VALUE 'N'.
               END-READ
           END-PERFORM.

           PERFORM VERIFICA-CONTROL-CONVERSION.
           PERFORM ESCRIBE-TOTALES-CONVERSION.
           PERFORM ESCRIBE-PIE-CONVERSION.
           CLOSE DELIMITADO-FILE.
                   "  Convertidas: " WS-CONT-CONVERTIDAS
                   "  Rechazadas: " WS-CONT-RECHAZADAS.
           IF WS-CONT-RECHAZADAS > 0
              OR NOT HAY-CABECERA
              OR NOT HAY-FINAL
              OR WS-REGISTROS-DECLARADOS NOT = WS-CONT-CONVERTIDAS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE 'S' TO WS-LINEA-VALIDA.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-CAMPO-OP WS-CAMPO-N1 WS-CAMPO-N2
                          WS-CAMPO-INI WS-CAMPO-FIN WS-CAMPO-REF.
           UNSTRING DELIMITADO-RECORD DELIMITED BY ","
               INTO WS-CAMPO-OP WS-CAMPO-N1 WS-CAMPO-N2
                    WS-CAMPO-INI WS-CAMPO-FIN WS-CAMPO-REF.
           MOVE SPACES TO WS-OP-TRABAJO.
           MOVE FUNCTION TRIM(WS-CAMPO-OP) TO WS-OP-TRABAJO.
           MOVE SPACES TO WORKLIST-RECORD.
           IF HAY-FINAL
               MOVE "LINEA POSTERIOR A LA LINEA FINAL" TO
                       WS-MOTIVO-RECHAZO
               PERFORM ESCRIBE-RECHAZO-CONVERSION
               ADD 1 TO WS-CONT-RECHAZADAS
           ELSE
               EVALUATE WS-OP-TRABAJO
                   WHEN "C"
                       PERFORM CONVIERTE-CABECERA
                   WHEN "F"
                       PERFORM CONVIERTE-FINAL
                   WHEN OTHER
                       PERFORM CONVIERTE-DETALLE
               END-EVALUATE
           END-IF.

       CONVIERTE-DETALLE.
           EVALUATE WS-OP-TRABAJO
               WHEN "S"
               WHEN "R"
           END-EVALUATE.
           IF LINEA-OK
               MOVE WS-OP-TRABAJO TO WL-OPERACION
               MOVE FUNCTION TRIM(WS-CAMPO-REF) TO WL-REFERENCIA
               WRITE WORKLIST-RECORD
               ADD 1 TO WS-CONT-CONVERTIDAS
           ELSE
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF.

      * La cabecera solo se acepta como primera linea del archivo.
       CONVIERTE-CABECERA.
           IF WS-NUM-LINEA NOT = 1
               MOVE 'N' TO WS-LINEA-VALIDA
               MOVE "CABECERA FUERA DE POSICION" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE SPACES TO WS-CAMPO-FECHA
               MOVE FUNCTION TRIM(WS-CAMPO-INI) TO WS-CAMPO-FECHA
               IF FUNCTION TRIM(WS-CAMPO-N1) = SPACES
                  OR FUNCTION TRIM(WS-CAMPO-N2) = SPACES
                   MOVE 'N' TO WS-LINEA-VALIDA
                   MOVE "CABECERA SIN DEPARTAMENTO O LOTE"
                           TO WS-MOTIVO-RECHAZO
               ELSE
                   IF WS-CAMPO-FECHA IS NOT NUMERIC
                       MOVE 'N' TO WS-LINEA-VALIDA
                       MOVE "FECHA DE CABECERA INVALIDA"
                               TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.
           IF LINEA-OK
               MOVE "C" TO WL-OPERACION
               MOVE FUNCTION TRIM(WS-CAMPO-N1) TO WL-CAB-DEPARTAMENTO
               MOVE FUNCTION TRIM(WS-CAMPO-N2) TO WL-CAB-LOTE-ID
               MOVE WS-CAMPO-FECHA TO WL-CAB-FECHA-CREACION
               WRITE WORKLIST-RECORD
               MOVE 'S' TO WS-CABECERA-LEIDA
           ELSE
               PERFORM ESCRIBE-RECHAZO-CONVERSION
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF.

      * La linea final trae los totales que declara el departamento;
      * se pasan tal cual para que la edicion los compare.
       CONVIERTE-FINAL.
           MOVE WS-CAMPO-N1 TO WS-CAMPO-NUMERICO.
           PERFORM CONVIERTE-CONTADOR.
           IF NOT CAMPO-OK
               MOVE 'N' TO WS-LINEA-VALIDA
               MOVE "CONTEO DE LINEA FINAL NO NUMERICO"
                       TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-HASH-TEMP TO WL-FIN-REGISTROS
               MOVE WS-HASH-TEMP TO WS-REGISTROS-DECLARADOS
               MOVE WS-CAMPO-N2 TO WS-CAMPO-NUMERICO
               PERFORM CONVIERTE-CONTADOR
               IF NOT CAMPO-OK
                   MOVE 'N' TO WS-LINEA-VALIDA
                   MOVE "SUMA DE OPERANDO 1 NO NUMERICA"
                           TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE WS-HASH-TEMP TO WL-FIN-HASH-NUMERO
                   MOVE WS-CAMPO-INI TO WS-CAMPO-NUMERICO
                   PERFORM CONVIERTE-CONTADOR
                   IF NOT CAMPO-OK
                       MOVE 'N' TO WS-LINEA-VALIDA
                       MOVE "SUMA DE OPERANDO 2 NO NUMERICA"
                               TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE WS-HASH-TEMP TO WL-FIN-HASH-NUMERO2
                   END-IF
               END-IF
           END-IF.
           IF LINEA-OK
               MOVE "F" TO WL-OPERACION
               WRITE WORKLIST-RECORD
               MOVE 'S' TO WS-FINAL-LEIDO
           ELSE
               PERFORM ESCRIBE-RECHAZO-CONVERSION
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF.

       CONVIERTE-DOS-OPERANDOS.
           MOVE WS-CAMPO-N1 TO WS-CAMPO-NUMERICO.
           PERFORM CONVIERTE-IMPORTE.
               END-IF
           END-IF.

       CONVIERTE-CONTADOR.
           IF FUNCTION TRIM(WS-CAMPO-NUMERICO) = SPACES
               MOVE 'N' TO WS-CAMPO-VALIDO
           ELSE
               COMPUTE WS-TEST-NUMVAL =
                       FUNCTION TEST-NUMVAL(WS-CAMPO-NUMERICO)
               IF WS-TEST-NUMVAL = 0
                   COMPUTE WS-HASH-TEMP =
                           FUNCTION NUMVAL(WS-CAMPO-NUMERICO)
                   MOVE 'S' TO WS-CAMPO-VALIDO
               ELSE
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.

       CONVIERTE-RANGO.
           IF FUNCTION TRIM(WS-CAMPO-NUMERICO) = SPACES
               MOVE 'N' TO WS-CAMPO-VALIDO
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

      * Avisa en el reporte si faltan las lineas de control o si lo
      * convertido no cuadra con lo declarado; la edicion rechazara
      * el archivo completo en ese caso.
       VERIFICA-CONTROL-CONVERSION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           IF NOT HAY-CABECERA
               MOVE "FALTA LINEA DE CABECERA" TO WS-MOTIVO-RECHAZO
               PERFORM ESCRIBE-AVISO-CONVERSION
           END-IF.
           IF NOT HAY-FINAL
               MOVE "FALTA LINEA FINAL" TO WS-MOTIVO-RECHAZO
               PERFORM ESCRIBE-AVISO-CONVERSION
           ELSE
               IF WS-REGISTROS-DECLARADOS NOT = WS-CONT-CONVERTIDAS
                   PERFORM CONTROLA-SALTO-PAGINA
                   MOVE SPACES TO REPORTE-RECORD
                   STRING "AVISO: DECLARADOS=" WS-REGISTROS-DECLARADOS
                           " CONVERTIDOS=" WS-CONT-CONVERTIDAS
                           " NO CUADRAN"
                           DELIMITED BY SIZE
                       INTO REPORTE-RECORD
                   WRITE REPORTE-RECORD
                   ADD 1 TO WS-LINEAS-PAGINA
               END-IF
           END-IF.

       ESCRIBE-AVISO-CONVERSION.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "AVISO: " FUNCTION TRIM(WS-MOTIVO-RECHAZO)
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-ENCABEZADO-CONVERSION.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORTE-RECORD.
