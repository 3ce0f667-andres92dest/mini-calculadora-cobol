      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Arma el archivo de retorno al departamento en su
      *          propio formato delimitado por comas. Recorre el
      *          worklist que mando el departamento en su orden
      *          original y, con el limpio de la edicion, los rechazos
      *          de la edicion (<limpio>.RCH), los resultados fijos
      *          (<salida>.FIJ) y los rechazos del lote (<salida>.RCH),
      *          devuelve una linea por cada linea recibida con su
      *          referencia, operacion, operandos, resultado, residuo,
      *          estado (OK, RECHAZADO o SIN RESULTADO) y motivo de
      *          rechazo. La linea C repite departamento, lote y fecha
      *          de proceso; la linea F lleva las lineas devueltas,
      *          las aceptadas y las rechazadas, y debe coincidir con
      *          el conteo que declaro el departamento. Deja
      *          RETORNO.RPT con lo que no cuadre. Si existe
      *          EXPPARM.DAT (entrada, limpio, salida, fecha de proceso
      *          y archivo de retorno opcional) corre sin dialogos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-LOTE-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-ENTRADA-STAT.
           SELECT LIMPIO-FILE ASSIGN TO DYNAMIC WS-LOTE-LIMPIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-LIMPIO-STAT.
           SELECT RECHAZO-EDICION-FILE
               ASSIGN TO DYNAMIC WS-RECHAZO-EDICION
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-EDICION-STAT.
           SELECT SALIDA-FIJA-FILE ASSIGN TO DYNAMIC WS-LOTE-FIJO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-FIJO-STAT.
           SELECT RECHAZO-LOTE-FILE ASSIGN TO DYNAMIC WS-RECHAZO-LOTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-LOTE-STAT.
           SELECT RETORNO-FILE ASSIGN TO DYNAMIC WS-ARCH-RETORNO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STAT.
           SELECT REPORTE-FILE ASSIGN TO "RETORNO.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO "EXPPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD.
           05 WL-OPERACION       PIC X(1).
           05 WL-NUMERO          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-NUMERO2         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-MULT-INICIO     PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
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

       FD  LIMPIO-FILE.
       01  LIMPIO-RECORD.
           05 LMP-DATOS          PIC X(35).
           05 LMP-MOTIVO-ANT     PIC X(2).
           05 LMP-NUM-EXCEPCION  PIC X(5).
           05 LMP-REFERENCIA     PIC X(20).

       FD  RECHAZO-EDICION-FILE.
       01  RECHAZO-EDICION-RECORD.
           05 RCE-DATOS          PIC X(35).
           05 RCE-MOTIVO         PIC X(2).
           05 FILLER             PIC X(5).
           05 RCE-REFERENCIA     PIC X(20).

       FD  SALIDA-FIJA-FILE.
       01  SALIDA-FIJA-RECORD.
           05 SF-NUM-REGISTRO    PIC 9(9).
           05 SF-OPERACION       PIC X(1).
           05 SF-OPERANDO1       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 SF-OPERANDO2       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 SF-RESULTADO       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 SF-RESIDUO         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 SF-COD-RETORNO     PIC 9(2).
           05 SF-REDONDEO        PIC X(1).
           05 SF-REFERENCIA      PIC X(20).
           05 SF-COD-OPERANDO    PIC X(8).
           05 SF-FECHA-VIGENCIA  PIC 9(8).

       FD  RECHAZO-LOTE-FILE.
       01  RECHAZO-LOTE-RECORD.
           05 RCL-DATOS          PIC X(35).
           05 RCL-MOTIVO         PIC X(2).
           05 FILLER             PIC X(5).
           05 RCL-REFERENCIA     PIC X(20).

       FD  RETORNO-FILE.
       01  RETORNO-RECORD        PIC X(200).

       FD  REPORTE-FILE.
       01  REPORTE-RECORD        PIC X(80).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-LOTE-ENTRADA      PIC X(100).
       01 WS-LOTE-ENTRADA-STAT PIC XX.
       01 WS-LOTE-LIMPIO       PIC X(100).
       01 WS-LOTE-LIMPIO-STAT  PIC XX.
       01 WS-LOTE-SALIDA       PIC X(100).
       01 WS-RECHAZO-EDICION   PIC X(100).
       01 WS-RECHAZO-EDICION-STAT PIC XX.
       01 WS-LOTE-FIJO         PIC X(100).
       01 WS-LOTE-FIJO-STAT    PIC XX.
       01 WS-RECHAZO-LOTE      PIC X(100).
       01 WS-RECHAZO-LOTE-STAT PIC XX.
       01 WS-ARCH-RETORNO      PIC X(100).
       01 WS-RETORNO-STAT      PIC XX.
       01 WS-REPORTE-STAT      PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
          88 FIN-PARAMETRO          VALUE 'S'.
       01 WS-MODO-AUTO         PIC X VALUE 'N'.
          88 MODO-AUTO              VALUE 'S'.
       01 WS-FECHA-PROCESO     PIC 9(8).
       01 WS-ENTRADA-FECHA     PIC X(8).

       01 WS-EOF-LOTE          PIC X VALUE 'N'.
          88 FIN-LOTE               VALUE 'S'.
       01 WS-EOF-LIMPIO        PIC X VALUE 'N'.
          88 FIN-LIMPIO             VALUE 'S'.
       01 WS-EOF-RECHAZO-EDICION PIC X VALUE 'N'.
          88 FIN-RECHAZO-EDICION    VALUE 'S'.
       01 WS-EOF-FIJA          PIC X VALUE 'N'.
          88 FIN-FIJA               VALUE 'S'.
       01 WS-EOF-RECHAZO-LOTE  PIC X VALUE 'N'.
          88 FIN-RECHAZO-LOTE       VALUE 'S'.
       01 WS-DETALLE-LEIDO     PIC X VALUE 'N'.
          88 DETALLE-LEIDO          VALUE 'S'.

       01 WS-DEPARTAMENTO      PIC X(8) VALUE SPACES.
       01 WS-LOTE-ID           PIC X(16) VALUE SPACES.
       01 WS-DECL-REGISTROS    PIC 9(9) VALUE 0.
       01 WS-FINAL-LEIDO       PIC X VALUE 'N'.
          88 HAY-FINAL              VALUE 'S'.

       01 WS-NUM-LINEA         PIC 9(9) VALUE 0.
       01 WS-NUM-REGISTRO      PIC 9(9) VALUE 0.
       01 WS-CONT-ACEPTADAS    PIC 9(9) VALUE 0.
       01 WS-CONT-RECHAZADAS   PIC 9(9) VALUE 0.
       01 WS-CONT-SIN-RESULTADO PIC 9(9) VALUE 0.

      * Resultado armado para la linea que se devuelve
       01 WS-ESTADO-LINEA      PIC X(13).
       01 WS-MOTIVO-LINEA      PIC X(2).
       01 WS-TEXTO-MOTIVO      PIC X(30).
       01 WS-RESULTADO-HALLADO PIC X VALUE 'N'.
          88 RESULTADO-HALLADO      VALUE 'S'.
       01 WS-RET-OPERANDO1     PIC X(20).
       01 WS-RET-OPERANDO2     PIC X(20).
       01 WS-RET-RESULTADO     PIC X(20).
       01 WS-RET-RESIDUO       PIC X(20).
       01 WS-IMPORTE-ED        PIC -(9)9.99.
       01 WS-MULT-ED           PIC -(3)9.
       01 WS-CONTADOR-ED       PIC Z(8)9.
       01 WS-CONTADOR-ED2      PIC Z(8)9.
       01 WS-CONTADOR-ED3      PIC Z(8)9.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
       01 WS-MAX-LINEAS        PIC 99 VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-PARAMETROS-RETORNO.
           IF NOT MODO-AUTO
               DISPLAY "Worklist recibido del departamento: "
               ACCEPT WS-LOTE-ENTRADA
               DISPLAY "Worklist limpio de la edicion: "
               ACCEPT WS-LOTE-LIMPIO
               DISPLAY "Archivo de salida del lote: "
               ACCEPT WS-LOTE-SALIDA
               DISPLAY "Fecha de proceso (AAAAMMDD, vacio = hoy): "
               ACCEPT WS-ENTRADA-FECHA
               IF WS-ENTRADA-FECHA IS NUMERIC
                   MOVE WS-ENTRADA-FECHA TO WS-FECHA-PROCESO
               END-IF
               DISPLAY "Archivo de retorno (vacio = "
                       "DEPARTAMENTO.LOTE.CSV): "
               ACCEPT WS-ARCH-RETORNO
           END-IF.
           MOVE SPACES TO WS-RECHAZO-EDICION.
           STRING FUNCTION TRIM(WS-LOTE-LIMPIO) ".RCH"
                   DELIMITED BY SIZE
               INTO WS-RECHAZO-EDICION.
           MOVE SPACES TO WS-LOTE-FIJO.
           STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".FIJ"
                   DELIMITED BY SIZE
               INTO WS-LOTE-FIJO.
           MOVE SPACES TO WS-RECHAZO-LOTE.
           STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".RCH"
                   DELIMITED BY SIZE
               INTO WS-RECHAZO-LOTE.

           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el worklist recibido: "
                       WS-LOTE-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LEE-CABECERA-RECIBIDA.
           IF WS-ARCH-RETORNO = SPACES
               PERFORM ARMA-NOMBRE-RETORNO
           END-IF.
           OPEN INPUT LIMPIO-FILE.
           IF WS-LOTE-LIMPIO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el worklist limpio: "
                       WS-LOTE-LIMPIO
               CLOSE WORKLIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SALIDA-FIJA-FILE.
           IF WS-LOTE-FIJO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de resultados "
                       "fijos: " WS-LOTE-FIJO
               CLOSE WORKLIST-FILE
               CLOSE LIMPIO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RETORNO-FILE.
           IF WS-RETORNO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de retorno: "
                       WS-ARCH-RETORNO
               CLOSE WORKLIST-FILE
               CLOSE LIMPIO-FILE
               CLOSE SALIDA-FIJA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte de retorno, "
                       "estado: " WS-REPORTE-STAT
               CLOSE WORKLIST-FILE
               CLOSE LIMPIO-FILE
               CLOSE SALIDA-FIJA-FILE
               CLOSE RETORNO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Los rechazos pueden no existir si no hubo ninguno.
           MOVE 'S' TO WS-EOF-RECHAZO-EDICION.
           OPEN INPUT RECHAZO-EDICION-FILE.
           IF WS-RECHAZO-EDICION-STAT = "00"
               MOVE 'N' TO WS-EOF-RECHAZO-EDICION
           END-IF.
           MOVE 'S' TO WS-EOF-RECHAZO-LOTE.
           OPEN INPUT RECHAZO-LOTE-FILE.
           IF WS-RECHAZO-LOTE-STAT = "00"
               MOVE 'N' TO WS-EOF-RECHAZO-LOTE
           END-IF.

           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-RETORNO.
           PERFORM ESCRIBE-CABECERA-CSV.

           MOVE 'N' TO WS-EOF-LIMPIO.
           PERFORM LEE-SIGUIENTE-LIMPIO.
           PERFORM LEE-SIGUIENTE-RECHAZO-EDICION.
           MOVE 'N' TO WS-EOF-FIJA.
           PERFORM LEE-SIGUIENTE-FIJA.
           PERFORM LEE-SIGUIENTE-RECHAZO-LOTE.

           MOVE 'N' TO WS-EOF-LOTE.
           PERFORM UNTIL FIN-LOTE
               READ WORKLIST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
                   NOT AT END
                       EVALUATE WL-OPERACION
                           WHEN "C"
                               CONTINUE
                           WHEN "F"
                               MOVE 'S' TO WS-FINAL-LEIDO
                               IF WL-FIN-REGISTROS IS NUMERIC
                                   MOVE WL-FIN-REGISTROS
                                           TO WS-DECL-REGISTROS
                               END-IF
                           WHEN OTHER
                               PERFORM DEVUELVE-LINEA
                       END-EVALUATE
               END-READ
           END-PERFORM.

           PERFORM ESCRIBE-FINAL-CSV.
           PERFORM VERIFICA-CONTROL-RETORNO.
           PERFORM ESCRIBE-TOTALES-RETORNO.
           PERFORM ESCRIBE-PIE-RETORNO.
           CLOSE WORKLIST-FILE.
           CLOSE LIMPIO-FILE.
           CLOSE SALIDA-FIJA-FILE.
           IF WS-RECHAZO-EDICION-STAT = "00"
               CLOSE RECHAZO-EDICION-FILE
           END-IF.
           IF WS-RECHAZO-LOTE-STAT = "00"
               CLOSE RECHAZO-LOTE-FILE
           END-IF.
           CLOSE RETORNO-FILE.
           CLOSE REPORTE-FILE.
           DISPLAY "Retorno terminado: " FUNCTION TRIM(WS-ARCH-RETORNO)
                   "  Lineas: " WS-NUM-LINEA
                   "  Aceptadas: " WS-CONT-ACEPTADAS
                   "  Rechazadas: " WS-CONT-RECHAZADAS.
           IF WS-CONT-SIN-RESULTADO > 0
              OR NOT HAY-FINAL
              OR WS-DECL-REGISTROS NOT = WS-NUM-LINEA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LEE-PARAMETROS-RETORNO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ARCH-RETORNO.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT NOT = "00"
               MOVE 'N' TO WS-MODO-AUTO
           ELSE
               MOVE 'S' TO WS-MODO-AUTO
               MOVE 'N' TO WS-EOF-PARAMETRO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-LOTE-ENTRADA
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-LOTE-LIMPIO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-LOTE-SALIDA
               PERFORM LEE-LINEA-PARAMETRO
               IF PARAMETRO-RECORD(1:8) IS NUMERIC
                   MOVE PARAMETRO-RECORD(1:8) TO WS-FECHA-PROCESO
               END-IF
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-ARCH-RETORNO
               CLOSE PARAMETRO-FILE
               IF WS-LOTE-ENTRADA = SPACES
                   MOVE 'N' TO WS-MODO-AUTO
               END-IF
           END-IF.

       LEE-LINEA-PARAMETRO.
           MOVE SPACES TO PARAMETRO-RECORD.
           IF NOT FIN-PARAMETRO
               READ PARAMETRO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-PARAMETRO
                       MOVE SPACES TO PARAMETRO-RECORD
               END-READ
           END-IF.

      * La cabecera da el departamento y el lote para el nombre del
      * archivo de retorno; despues se reabre el worklist completo.
       LEE-CABECERA-RECIBIDA.
           READ WORKLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WL-OPERACION = "C"
                       MOVE WL-CAB-DEPARTAMENTO TO WS-DEPARTAMENTO
                       MOVE WL-CAB-LOTE-ID TO WS-LOTE-ID
                   END-IF
           END-READ.
           CLOSE WORKLIST-FILE.
           OPEN INPUT WORKLIST-FILE.

       ARMA-NOMBRE-RETORNO.
           MOVE SPACES TO WS-ARCH-RETORNO.
           IF WS-DEPARTAMENTO = SPACES OR WS-LOTE-ID = SPACES
               STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".CSV"
                       DELIMITED BY SIZE
                   INTO WS-ARCH-RETORNO
           ELSE
               STRING FUNCTION TRIM(WS-DEPARTAMENTO) "."
                       FUNCTION TRIM(WS-LOTE-ID) ".CSV"
                       DELIMITED BY SIZE
                   INTO WS-ARCH-RETORNO
           END-IF.

      * Cada linea recibida fue aceptada (sigue en el limpio) o
      * rechazada en la edicion; el limpio y los rechazos de la
      * edicion conservan el orden del worklist recibido.
       DEVUELVE-LINEA.
           ADD 1 TO WS-NUM-LINEA.
           MOVE 'N' TO WS-RESULTADO-HALLADO.
           MOVE SPACES TO WS-MOTIVO-LINEA.
           PERFORM ARMA-OPERANDOS-RECIBIDOS.
           MOVE SPACES TO WS-RET-RESULTADO WS-RET-RESIDUO.
           EVALUATE TRUE
               WHEN NOT FIN-LIMPIO AND
                       LMP-DATOS = WORKLIST-RECORD(1:35) AND
                       LMP-REFERENCIA = WL-REFERENCIA
                   ADD 1 TO WS-NUM-REGISTRO
                   PERFORM BUSCA-RESULTADO-LOTE
                   PERFORM LEE-SIGUIENTE-LIMPIO
               WHEN NOT FIN-RECHAZO-EDICION AND
                       RCE-DATOS = WORKLIST-RECORD(1:35) AND
                       RCE-REFERENCIA = WL-REFERENCIA
                   MOVE "RECHAZADO" TO WS-ESTADO-LINEA
                   MOVE RCE-MOTIVO TO WS-MOTIVO-LINEA
                   PERFORM LEE-SIGUIENTE-RECHAZO-EDICION
               WHEN OTHER
                   MOVE "SIN RESULTADO" TO WS-ESTADO-LINEA
           END-EVALUATE.
           EVALUATE WS-ESTADO-LINEA
               WHEN "OK"
                   ADD 1 TO WS-CONT-ACEPTADAS
               WHEN "RECHAZADO"
                   ADD 1 TO WS-CONT-RECHAZADAS
               WHEN OTHER
                   ADD 1 TO WS-CONT-SIN-RESULTADO
                   PERFORM ESCRIBE-SIN-RESULTADO
           END-EVALUATE.
           PERFORM ESCRIBE-LINEA-CSV.

      * Los resultados fijos del registro del limpio (una tabla deja
      * varios; se devuelve el ultimo producto) y el rechazo del lote
      * si lo hubo. Un divisor cero deja resultado fijo y rechazo, y
      * se devuelve como rechazado. Un registro que vuelve de una
      * excepcion y no deja resultado ni rechazo es el que el
      * supervisor rechazo, que ya no pasa al .RCH (motivo 08).
       BUSCA-RESULTADO-LOTE.
           PERFORM UNTIL FIN-FIJA OR
                   SF-NUM-REGISTRO >= WS-NUM-REGISTRO
               PERFORM LEE-SIGUIENTE-FIJA
           END-PERFORM.
           PERFORM UNTIL FIN-FIJA OR
                   SF-NUM-REGISTRO NOT = WS-NUM-REGISTRO
               MOVE 'S' TO WS-RESULTADO-HALLADO
               MOVE SF-OPERANDO1 TO WS-IMPORTE-ED
               MOVE FUNCTION TRIM(WS-IMPORTE-ED) TO WS-RET-OPERANDO1
               MOVE SF-OPERANDO2 TO WS-IMPORTE-ED
               MOVE FUNCTION TRIM(WS-IMPORTE-ED) TO WS-RET-OPERANDO2
               MOVE SF-RESULTADO TO WS-IMPORTE-ED
               MOVE FUNCTION TRIM(WS-IMPORTE-ED) TO WS-RET-RESULTADO
               MOVE SF-RESIDUO TO WS-IMPORTE-ED
               MOVE FUNCTION TRIM(WS-IMPORTE-ED) TO WS-RET-RESIDUO
               PERFORM LEE-SIGUIENTE-FIJA
           END-PERFORM.
           IF NOT FIN-RECHAZO-LOTE AND
                   RCL-DATOS = LMP-DATOS AND
                   RCL-REFERENCIA = LMP-REFERENCIA
               MOVE "RECHAZADO" TO WS-ESTADO-LINEA
               MOVE RCL-MOTIVO TO WS-MOTIVO-LINEA
               MOVE SPACES TO WS-RET-RESULTADO WS-RET-RESIDUO
               PERFORM LEE-SIGUIENTE-RECHAZO-LOTE
           ELSE
               IF RESULTADO-HALLADO
                   MOVE "OK" TO WS-ESTADO-LINEA
               ELSE
                   IF LMP-NUM-EXCEPCION IS NUMERIC AND
                           LMP-NUM-EXCEPCION NOT = "00000"
                       MOVE "RECHAZADO" TO WS-ESTADO-LINEA
                       MOVE "08" TO WS-MOTIVO-LINEA
                   ELSE
                       MOVE "SIN RESULTADO" TO WS-ESTADO-LINEA
                   END-IF
               END-IF
           END-IF.

      * Operandos tal como llegaron; si hubo resultado se reemplazan
      * por los que uso el lote (el valor del maestro en minuscula).
       ARMA-OPERANDOS-RECIBIDOS.
           MOVE SPACES TO WS-RET-OPERANDO1 WS-RET-OPERANDO2.
           IF WL-NUMERO IS NUMERIC
               MOVE WL-NUMERO TO WS-IMPORTE-ED
               MOVE FUNCTION TRIM(WS-IMPORTE-ED) TO WS-RET-OPERANDO1
           ELSE
               MOVE WORKLIST-RECORD(2:12) TO WS-RET-OPERANDO1
           END-IF.
           EVALUATE TRUE
               WHEN WL-OPERACION IS ALPHABETIC-LOWER
                   MOVE WL-COD-OPERANDO TO WS-RET-OPERANDO2
               WHEN WL-OPERACION = "T"
                   IF WL-MULT-FIN IS NUMERIC
                       MOVE WL-MULT-FIN TO WS-MULT-ED
                       MOVE FUNCTION TRIM(WS-MULT-ED)
                               TO WS-RET-OPERANDO2
                   END-IF
               WHEN WL-NUMERO2 IS NUMERIC
                   MOVE WL-NUMERO2 TO WS-IMPORTE-ED
                   MOVE FUNCTION TRIM(WS-IMPORTE-ED)
                           TO WS-RET-OPERANDO2
               WHEN OTHER
                   MOVE WORKLIST-RECORD(14:12) TO WS-RET-OPERANDO2
           END-EVALUATE.

       LEE-SIGUIENTE-LIMPIO.
           MOVE 'N' TO WS-DETALLE-LEIDO.
           PERFORM UNTIL FIN-LIMPIO OR DETALLE-LEIDO
               READ LIMPIO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LIMPIO
                   NOT AT END
                       EVALUATE LMP-DATOS(1:1)
                           WHEN "F"
                               MOVE 'S' TO WS-EOF-LIMPIO
                           WHEN "C"
                               CONTINUE
                           WHEN OTHER
                               MOVE 'S' TO WS-DETALLE-LEIDO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       LEE-SIGUIENTE-RECHAZO-EDICION.
           MOVE 'N' TO WS-DETALLE-LEIDO.
           PERFORM UNTIL FIN-RECHAZO-EDICION OR DETALLE-LEIDO
               READ RECHAZO-EDICION-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-RECHAZO-EDICION
                   NOT AT END
                       EVALUATE RCE-DATOS(1:1)
                           WHEN "F"
                               MOVE 'S' TO WS-EOF-RECHAZO-EDICION
                           WHEN "C"
                               CONTINUE
                           WHEN OTHER
                               MOVE 'S' TO WS-DETALLE-LEIDO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       LEE-SIGUIENTE-RECHAZO-LOTE.
           MOVE 'N' TO WS-DETALLE-LEIDO.
           PERFORM UNTIL FIN-RECHAZO-LOTE OR DETALLE-LEIDO
               READ RECHAZO-LOTE-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-RECHAZO-LOTE
                   NOT AT END
                       EVALUATE RCL-DATOS(1:1)
                           WHEN "F"
                               MOVE 'S' TO WS-EOF-RECHAZO-LOTE
                           WHEN "C"
                               CONTINUE
                           WHEN OTHER
                               MOVE 'S' TO WS-DETALLE-LEIDO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       LEE-SIGUIENTE-FIJA.
           READ SALIDA-FIJA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-FIJA
           END-READ.

       DESCRIBE-MOTIVO.
           EVALUATE WS-MOTIVO-LINEA
               WHEN "01"
                   MOVE "DIVISOR CERO" TO WS-TEXTO-MOTIVO
               WHEN "02"
                   MOVE "OPERACION DESCONOCIDA" TO WS-TEXTO-MOTIVO
               WHEN "03"
                   MOVE "CODIGO MAESTRO INVALIDO" TO WS-TEXTO-MOTIVO
               WHEN "04"
                   MOVE "POTENCIA INVALIDA" TO WS-TEXTO-MOTIVO
               WHEN "05"
                   MOVE "RETENIDO BAJO MINIMO" TO WS-TEXTO-MOTIVO
               WHEN "06"
                   MOVE "RETENIDO SOBRE MAXIMO" TO WS-TEXTO-MOTIVO
               WHEN "07"
                   MOVE "RETENIDO POR VARIACION" TO WS-TEXTO-MOTIVO
               WHEN "08"
                   MOVE "RECHAZADO POR SUPERVISOR" TO WS-TEXTO-MOTIVO
               WHEN "09"
                   MOVE "DATO INVALIDO" TO WS-TEXTO-MOTIVO
               WHEN SPACES
                   MOVE SPACES TO WS-TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "OTRO MOTIVO" TO WS-TEXTO-MOTIVO
           END-EVALUATE.

       ESCRIBE-CABECERA-CSV.
           MOVE SPACES TO RETORNO-RECORD.
           STRING "C," FUNCTION TRIM(WS-DEPARTAMENTO)
                   "," FUNCTION TRIM(WS-LOTE-ID)
                   "," WS-FECHA-PROCESO
                   DELIMITED BY SIZE
               INTO RETORNO-RECORD.
           WRITE RETORNO-RECORD.

       ESCRIBE-LINEA-CSV.
           PERFORM DESCRIBE-MOTIVO.
           MOVE SPACES TO RETORNO-RECORD.
           IF WS-MOTIVO-LINEA = SPACES
               STRING FUNCTION TRIM(WL-REFERENCIA) ","
                       WL-OPERACION ","
                       FUNCTION TRIM(WS-RET-OPERANDO1) ","
                       FUNCTION TRIM(WS-RET-OPERANDO2) ","
                       FUNCTION TRIM(WS-RET-RESULTADO) ","
                       FUNCTION TRIM(WS-RET-RESIDUO) ","
                       FUNCTION TRIM(WS-ESTADO-LINEA) ","
                       DELIMITED BY SIZE
                   INTO RETORNO-RECORD
           ELSE
               STRING FUNCTION TRIM(WL-REFERENCIA) ","
                       WL-OPERACION ","
                       FUNCTION TRIM(WS-RET-OPERANDO1) ","
                       FUNCTION TRIM(WS-RET-OPERANDO2) ","
                       FUNCTION TRIM(WS-RET-RESULTADO) ","
                       FUNCTION TRIM(WS-RET-RESIDUO) ","
                       FUNCTION TRIM(WS-ESTADO-LINEA) ","
                       WS-MOTIVO-LINEA " "
                       FUNCTION TRIM(WS-TEXTO-MOTIVO)
                       DELIMITED BY SIZE
                   INTO RETORNO-RECORD
           END-IF.
           WRITE RETORNO-RECORD.

       ESCRIBE-FINAL-CSV.
           MOVE WS-NUM-LINEA TO WS-CONTADOR-ED.
           MOVE WS-CONT-ACEPTADAS TO WS-CONTADOR-ED2.
           MOVE WS-CONT-RECHAZADAS TO WS-CONTADOR-ED3.
           MOVE SPACES TO RETORNO-RECORD.
           STRING "F," FUNCTION TRIM(WS-CONTADOR-ED)
                   "," FUNCTION TRIM(WS-CONTADOR-ED2)
                   "," FUNCTION TRIM(WS-CONTADOR-ED3)
                   DELIMITED BY SIZE
               INTO RETORNO-RECORD.
           WRITE RETORNO-RECORD.

       ESCRIBE-SIN-RESULTADO.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "LINEA " WS-NUM-LINEA " SIN RESULTADO: REFERENCIA "
                   FUNCTION TRIM(WL-REFERENCIA)
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       VERIFICA-CONTROL-RETORNO.
           IF NOT HAY-FINAL
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO REPORTE-RECORD
               STRING "AVISO: EL WORKLIST RECIBIDO NO TIENE "
                       "REGISTRO FINAL"
                       DELIMITED BY SIZE
                   INTO REPORTE-RECORD
               WRITE REPORTE-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           ELSE
               IF WS-DECL-REGISTROS NOT = WS-NUM-LINEA
                   PERFORM CONTROLA-SALTO-PAGINA
                   MOVE SPACES TO REPORTE-RECORD
                   STRING "AVISO: DECLARADOS=" WS-DECL-REGISTROS
                           " DEVUELTOS=" WS-NUM-LINEA
                           " NO CUADRAN"
                           DELIMITED BY SIZE
                       INTO REPORTE-RECORD
                   WRITE REPORTE-RECORD
                   ADD 1 TO WS-LINEAS-PAGINA
               END-IF
           END-IF.

       ESCRIBE-ENCABEZADO-RETORNO.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "REPORTE - RETORNO AL DEPARTAMENTO"
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Fecha: " WS-FECHA-REPORTE
                   "   Pagina: " WS-NUM-PAGINA DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Departamento: " WS-DEPARTAMENTO
                   "  Lote: " WS-LOTE-ID
                   "  Fecha de proceso: " WS-FECHA-PROCESO
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Retorno: " FUNCTION TRIM(WS-ARCH-RETORNO)
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE 0 TO WS-LINEAS-PAGINA.

       ESCRIBE-PIE-RETORNO.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Lineas en esta pagina: " WS-LINEAS-PAGINA
               DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.

       CONTROLA-SALTO-PAGINA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBE-PIE-RETORNO
               ADD 1 TO WS-NUM-PAGINA
               PERFORM ESCRIBE-ENCABEZADO-RETORNO
           END-IF.

       ESCRIBE-TOTALES-RETORNO.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "TOTALES DEVUELTAS=" WS-NUM-LINEA
                   " ACEPTADAS=" WS-CONT-ACEPTADAS
                   " RECHAZADAS=" WS-CONT-RECHAZADAS
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "TOTALES SIN-RESULTADO=" WS-CONT-SIN-RESULTADO
                   " DECLARADAS=" WS-DECL-REGISTROS
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       END PROGRAM EXPLOTE.
