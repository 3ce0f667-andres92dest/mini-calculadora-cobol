      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Junta los resultados de una corrida partida por
      *          PARTLOTE. Toma la salida, el .FIJ y el .RCH de cada
      *          flujo (<salida>.Pnn, <salida>.Pnn.FIJ y
      *          <salida>.Pnn.RCH) y arma una sola salida, un solo
      *          .FIJ y un solo .RCH en el orden original de los
      *          registros, como los hubiera dejado una corrida
      *          completa: las lineas TOTALES de cada flujo se suman
      *          en una sola tanda de lineas TOTALES y el .RCH lleva
      *          la cabecera del lote y un registro final recontado.
      *          Antes de juntar verifica que todos los flujos hayan
      *          terminado (salida con sus cinco lineas TOTALES y
      *          .RCH con registro final); si falta uno no escribe
      *          nada. Los parametros salen de MEZCPARM.DAT (salida y
      *          numero de particiones, lo deja PARTLOTE) o se
      *          preguntan si el archivo no existe.
      *          RETURN-CODE: 0 junto, 8 no se pudo abrir un archivo,
      *          12 parametros invalidos o un flujo sin terminar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEZCLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALIDA-PARTICION-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-SALIDA-PAR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-PAR-STAT.
           SELECT FIJA-PARTICION-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-FIJA-PAR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIJA-PAR-STAT.
           SELECT RECHAZO-PARTICION-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-RECHAZO-PAR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-PAR-STAT.
           SELECT SALIDA-LOTE-FILE ASSIGN TO DYNAMIC WS-LOTE-SALIDA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-SALIDA-STAT.
           SELECT SALIDA-FIJA-FILE ASSIGN TO DYNAMIC WS-LOTE-FIJO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-FIJO-STAT.
           SELECT RECHAZO-FILE ASSIGN TO DYNAMIC WS-LOTE-RECHAZO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-RECHAZO-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO "MEZCPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA-PARTICION-FILE.
       01  SALIDA-PARTICION-RECORD PIC X(120).

       FD  FIJA-PARTICION-FILE.
       01  FIJA-PARTICION-RECORD PIC X(97).

       FD  RECHAZO-PARTICION-FILE.
       01  RECHAZO-PARTICION-RECORD.
           05 RCP-OPERACION      PIC X(1).
           05 RCP-NUMERO         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 RCP-NUMERO2        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(38).

       FD  SALIDA-LOTE-FILE.
       01  SALIDA-LOTE-RECORD    PIC X(120).

       FD  SALIDA-FIJA-FILE.
       01  SALIDA-FIJA-RECORD    PIC X(97).

      * Mismo formato del .RCH de la calculadora: cabecera, detalle
      * y registro final.
       FD  RECHAZO-FILE.
       01  RECHAZO-RECORD        PIC X(62).
       01  RECHAZO-RECORD-FIN REDEFINES RECHAZO-RECORD.
           05 RCH-OPERACION      PIC X(1).
           05 RCH-FIN-REGISTROS  PIC 9(9).
           05 RCH-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 RCH-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-LOTE-SALIDA       PIC X(100).
       01 WS-LOTE-SALIDA-STAT  PIC XX.
       01 WS-LOTE-FIJO         PIC X(100).
       01 WS-LOTE-FIJO-STAT    PIC XX.
       01 WS-LOTE-RECHAZO      PIC X(100).
       01 WS-LOTE-RECHAZO-STAT PIC XX.
       01 WS-NOMBRE-SALIDA-PAR PIC X(100).
       01 WS-SALIDA-PAR-STAT   PIC XX.
       01 WS-NOMBRE-FIJA-PAR   PIC X(100).
       01 WS-FIJA-PAR-STAT     PIC XX.
       01 WS-NOMBRE-RECHAZO-PAR PIC X(100).
       01 WS-RECHAZO-PAR-STAT  PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
          88 FIN-PARAMETRO          VALUE 'S'.
       01 WS-MODO-AUTO         PIC X VALUE 'N'.
          88 MODO-AUTO              VALUE 'S'.
       01 WS-EOF-PARTICION     PIC X VALUE 'N'.
          88 FIN-PARTICION          VALUE 'S'.

       01 WS-PARAM-PARTICIONES PIC X(2).
       01 WS-NUM-PARTICIONES   PIC 9(2) VALUE 0.
       01 WS-PARTICION         PIC 9(2) VALUE 0.
       01 WS-COD-RESULTADO     PIC 9(2) VALUE 0.

      * Verificacion de cada flujo
       01 WS-TOTALES-FLUJO     PIC 9(2) VALUE 0.
       01 WS-FINAL-RECHAZO     PIC X VALUE 'N'.
          88 HAY-FINAL-RECHAZO      VALUE 'S'.
       01 WS-LINEAS-FLUJO      PIC 9(9) VALUE 0.

      * Lineas TOTALES de la calculadora, por posicion
       01 WS-LINEA-TOTAL       PIC X(120).
       01 WS-TOTAL-REGISTROS-R REDEFINES WS-LINEA-TOTAL.
          05 FILLER             PIC X(29).
          05 WS-TL-REGISTROS    PIC 9(9).
          05 FILLER             PIC X(82).
       01 WS-TOTAL-SUMAS-R REDEFINES WS-LINEA-TOTAL.
          05 FILLER             PIC X(14).
          05 WS-TL-SUMA         PIC 9(7).
          05 FILLER             PIC X(8).
          05 WS-TL-RESTA        PIC 9(7).
          05 FILLER             PIC X(18).
          05 WS-TL-MULT         PIC 9(7).
          05 FILLER             PIC X(59).
       01 WS-TOTAL-DIVISIONES-R REDEFINES WS-LINEA-TOTAL.
          05 FILLER             PIC X(19).
          05 WS-TL-DIV          PIC 9(7).
          05 FILLER             PIC X(8).
          05 WS-TL-TABLA        PIC 9(7).
          05 FILLER             PIC X(9).
          05 WS-TL-ERROR        PIC 9(7).
          05 FILLER             PIC X(63).
       01 WS-TOTAL-PORCENTAJES-R REDEFINES WS-LINEA-TOTAL.
          05 FILLER             PIC X(20).
          05 WS-TL-PORC         PIC 9(7).
          05 FILLER             PIC X(11).
          05 WS-TL-POT          PIC 9(7).
          05 FILLER             PIC X(11).
          05 WS-TL-PROM         PIC 9(7).
          05 FILLER             PIC X(57).
       01 WS-TOTAL-PASOS-R REDEFINES WS-LINEA-TOTAL.
          05 FILLER             PIC X(20).
          05 WS-TL-PRIMER-PASO  PIC 9(7).
          05 FILLER             PIC X(14).
          05 WS-TL-REPROCESO    PIC 9(7).
          05 FILLER             PIC X(72).

      * Totales de la corrida completa
       01 WS-NUM-REGISTRO      PIC 9(9) VALUE 0.
       01 WS-CONTADORES.
          05 WS-CONT-SUMA          PIC 9(7) VALUE 0.
          05 WS-CONT-RESTA         PIC 9(7) VALUE 0.
          05 WS-CONT-MULT          PIC 9(7) VALUE 0.
          05 WS-CONT-DIV           PIC 9(7) VALUE 0.
          05 WS-CONT-TABLA         PIC 9(7) VALUE 0.
          05 WS-CONT-ERROR         PIC 9(7) VALUE 0.
          05 WS-CONT-PRIMER-PASO   PIC 9(7) VALUE 0.
          05 WS-CONT-REPROCESO     PIC 9(7) VALUE 0.
          05 WS-CONT-PORC          PIC 9(7) VALUE 0.
          05 WS-CONT-POT           PIC 9(7) VALUE 0.
          05 WS-CONT-PROM          PIC 9(7) VALUE 0.
       01 WS-DECL-REGISTROS    PIC 9(9) VALUE 0.
       01 WS-DECL-HASH-NUMERO  PIC S9(13)V99 VALUE 0.
       01 WS-DECL-HASH-NUMERO2 PIC S9(13)V99 VALUE 0.
       01 WS-CONT-LINEAS       PIC 9(9) VALUE 0.
       01 WS-CONT-FIJOS        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-PARAMETROS-MEZCLA.
           IF NOT MODO-AUTO
               DISPLAY "Archivo de salida de la corrida: "
               ACCEPT WS-LOTE-SALIDA
               DISPLAY "Numero de particiones (01-99): "
               ACCEPT WS-PARAM-PARTICIONES
           END-IF.
           IF WS-PARAM-PARTICIONES IS NUMERIC
               MOVE WS-PARAM-PARTICIONES TO WS-NUM-PARTICIONES
           ELSE
               MOVE 0 TO WS-NUM-PARTICIONES
           END-IF.
           IF WS-LOTE-SALIDA = SPACES OR WS-NUM-PARTICIONES = 0
               DISPLAY "Parametros de mezcla invalidos: salida en "
                       "blanco o particiones " WS-PARAM-PARTICIONES
                       " no validas."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LOTE-FIJO.
           STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".FIJ"
                   DELIMITED BY SIZE
               INTO WS-LOTE-FIJO.
           MOVE SPACES TO WS-LOTE-RECHAZO.
           STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".RCH"
                   DELIMITED BY SIZE
               INTO WS-LOTE-RECHAZO.

      *    Primero se verifica que todos los flujos hayan terminado
           MOVE 0 TO WS-COD-RESULTADO.
           PERFORM VARYING WS-PARTICION FROM 1 BY 1
                   UNTIL WS-PARTICION > WS-NUM-PARTICIONES
               PERFORM ARMA-NOMBRES-PARTICION
               PERFORM VERIFICA-FLUJO
           END-PERFORM.
           IF WS-COD-RESULTADO NOT = 0
               DISPLAY "No se junta la corrida: hay flujos sin "
                       "terminar o sin archivos."
               MOVE WS-COD-RESULTADO TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SALIDA-LOTE-FILE.
           IF WS-LOTE-SALIDA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de salida: "
                       WS-LOTE-SALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SALIDA-FIJA-FILE.
           IF WS-LOTE-FIJO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de resultados "
                       "fijos, estado: " WS-LOTE-FIJO-STAT
               CLOSE SALIDA-LOTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECHAZO-FILE.
           IF WS-LOTE-RECHAZO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de rechazos, "
                       "estado: " WS-LOTE-RECHAZO-STAT
               CLOSE SALIDA-LOTE-FILE
               CLOSE SALIDA-FIJA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-PARTICION FROM 1 BY 1
                   UNTIL WS-PARTICION > WS-NUM-PARTICIONES
               PERFORM ARMA-NOMBRES-PARTICION
               PERFORM JUNTA-SALIDA
               PERFORM JUNTA-FIJA
               PERFORM JUNTA-RECHAZOS
           END-PERFORM.

           PERFORM ESCRIBE-TOTALES-LOTE.
           MOVE SPACES TO RECHAZO-RECORD.
           MOVE "F" TO RCH-OPERACION.
           MOVE WS-DECL-REGISTROS TO RCH-FIN-REGISTROS.
           MOVE WS-DECL-HASH-NUMERO TO RCH-FIN-HASH-NUMERO.
           MOVE WS-DECL-HASH-NUMERO2 TO RCH-FIN-HASH-NUMERO2.
           WRITE RECHAZO-RECORD.
           CLOSE SALIDA-LOTE-FILE.
           CLOSE SALIDA-FIJA-FILE.
           CLOSE RECHAZO-FILE.
           DISPLAY "Mezcla terminada. Particiones: "
                   WS-NUM-PARTICIONES
                   "  Registros: " WS-NUM-REGISTRO
                   "  Errores: " WS-CONT-ERROR.
           DISPLAY "Lineas de salida: " WS-CONT-LINEAS
                   "  Fijos: " WS-CONT-FIJOS
                   "  Rechazos: " WS-DECL-REGISTROS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEE-PARAMETROS-MEZCLA.
           MOVE SPACES TO WS-LOTE-SALIDA.
           MOVE SPACES TO WS-PARAM-PARTICIONES.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT NOT = "00"
               MOVE 'N' TO WS-MODO-AUTO
           ELSE
               MOVE 'S' TO WS-MODO-AUTO
               MOVE 'N' TO WS-EOF-PARAMETRO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-LOTE-SALIDA
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:2) TO WS-PARAM-PARTICIONES
               CLOSE PARAMETRO-FILE
               IF WS-LOTE-SALIDA = SPACES
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

      * Los nombres siguen a los que deja PARTLOTE en LOTEPARM.Pnn:
      * la salida del flujo es <salida>.Pnn y la calculadora le
      * agrega .FIJ y .RCH.
       ARMA-NOMBRES-PARTICION.
           MOVE SPACES TO WS-NOMBRE-SALIDA-PAR.
           STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".P" WS-PARTICION
                   DELIMITED BY SIZE
               INTO WS-NOMBRE-SALIDA-PAR.
           MOVE SPACES TO WS-NOMBRE-FIJA-PAR.
           STRING FUNCTION TRIM(WS-NOMBRE-SALIDA-PAR) ".FIJ"
                   DELIMITED BY SIZE
               INTO WS-NOMBRE-FIJA-PAR.
           MOVE SPACES TO WS-NOMBRE-RECHAZO-PAR.
           STRING FUNCTION TRIM(WS-NOMBRE-SALIDA-PAR) ".RCH"
                   DELIMITED BY SIZE
               INTO WS-NOMBRE-RECHAZO-PAR.

      * Un flujo terminado dejo sus cinco lineas TOTALES, que aqui
      * se suman, y cerro su .RCH con el registro final.
       VERIFICA-FLUJO.
           MOVE 0 TO WS-TOTALES-FLUJO.
           MOVE 0 TO WS-LINEAS-FLUJO.
           OPEN INPUT SALIDA-PARTICION-FILE.
           IF WS-SALIDA-PAR-STAT NOT = "00"
               DISPLAY "No se pudo abrir la salida del flujo "
                       WS-PARTICION ": "
                       FUNCTION TRIM(WS-NOMBRE-SALIDA-PAR)
               MOVE 8 TO WS-COD-RESULTADO
           ELSE
               MOVE 'N' TO WS-EOF-PARTICION
               PERFORM UNTIL FIN-PARTICION
                   READ SALIDA-PARTICION-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-PARTICION
                       NOT AT END
                           ADD 1 TO WS-LINEAS-FLUJO
                           MOVE SALIDA-PARTICION-RECORD
                                   TO WS-LINEA-TOTAL
                           PERFORM ACUMULA-LINEA-TOTAL
                   END-READ
               END-PERFORM
               CLOSE SALIDA-PARTICION-FILE
               IF WS-TOTALES-FLUJO NOT = 5
                   DISPLAY "El flujo " WS-PARTICION
                           " no termino: su salida no tiene las "
                           "lineas TOTALES."
                   IF WS-COD-RESULTADO < 12
                       MOVE 12 TO WS-COD-RESULTADO
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT FIJA-PARTICION-FILE.
           IF WS-FIJA-PAR-STAT NOT = "00"
               DISPLAY "No se pudo abrir el .FIJ del flujo "
                       WS-PARTICION ": "
                       FUNCTION TRIM(WS-NOMBRE-FIJA-PAR)
               IF WS-COD-RESULTADO < 8
                   MOVE 8 TO WS-COD-RESULTADO
               END-IF
           ELSE
               CLOSE FIJA-PARTICION-FILE
           END-IF.
           MOVE 'N' TO WS-FINAL-RECHAZO.
           OPEN INPUT RECHAZO-PARTICION-FILE.
           IF WS-RECHAZO-PAR-STAT NOT = "00"
               DISPLAY "No se pudo abrir el .RCH del flujo "
                       WS-PARTICION ": "
                       FUNCTION TRIM(WS-NOMBRE-RECHAZO-PAR)
               IF WS-COD-RESULTADO < 8
                   MOVE 8 TO WS-COD-RESULTADO
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-PARTICION
               PERFORM UNTIL FIN-PARTICION
                   READ RECHAZO-PARTICION-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-PARTICION
                       NOT AT END
                           IF RCP-OPERACION = "F"
                               MOVE 'S' TO WS-FINAL-RECHAZO
                           ELSE
                               MOVE 'N' TO WS-FINAL-RECHAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZO-PARTICION-FILE
               IF NOT HAY-FINAL-RECHAZO
                   DISPLAY "El flujo " WS-PARTICION
                           " no termino: su .RCH no tiene registro "
                           "final."
                   IF WS-COD-RESULTADO < 12
                       MOVE 12 TO WS-COD-RESULTADO
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Flujo " WS-PARTICION ": "
                   FUNCTION TRIM(WS-NOMBRE-SALIDA-PAR)
                   " lineas " WS-LINEAS-FLUJO.

       ACUMULA-LINEA-TOTAL.
           EVALUATE TRUE
               WHEN WS-LINEA-TOTAL(1:29) =
                       "TOTALES REGISTROS-PROCESADOS="
                   IF WS-TL-REGISTROS IS NUMERIC
                       ADD 1 TO WS-TOTALES-FLUJO
                       ADD WS-TL-REGISTROS TO WS-NUM-REGISTRO
                   END-IF
               WHEN WS-LINEA-TOTAL(1:14) = "TOTALES SUMAS="
                   IF WS-TL-SUMA IS NUMERIC AND
                           WS-TL-RESTA IS NUMERIC AND
                           WS-TL-MULT IS NUMERIC
                       ADD 1 TO WS-TOTALES-FLUJO
                       ADD WS-TL-SUMA TO WS-CONT-SUMA
                       ADD WS-TL-RESTA TO WS-CONT-RESTA
                       ADD WS-TL-MULT TO WS-CONT-MULT
                   END-IF
               WHEN WS-LINEA-TOTAL(1:19) = "TOTALES DIVISIONES="
                   IF WS-TL-DIV IS NUMERIC AND
                           WS-TL-TABLA IS NUMERIC AND
                           WS-TL-ERROR IS NUMERIC
                       ADD 1 TO WS-TOTALES-FLUJO
                       ADD WS-TL-DIV TO WS-CONT-DIV
                       ADD WS-TL-TABLA TO WS-CONT-TABLA
                       ADD WS-TL-ERROR TO WS-CONT-ERROR
                   END-IF
               WHEN WS-LINEA-TOTAL(1:20) = "TOTALES PORCENTAJES="
                   IF WS-TL-PORC IS NUMERIC AND
                           WS-TL-POT IS NUMERIC AND
                           WS-TL-PROM IS NUMERIC
                       ADD 1 TO WS-TOTALES-FLUJO
                       ADD WS-TL-PORC TO WS-CONT-PORC
                       ADD WS-TL-POT TO WS-CONT-POT
                       ADD WS-TL-PROM TO WS-CONT-PROM
                   END-IF
               WHEN WS-LINEA-TOTAL(1:20) = "TOTALES PRIMER-PASO="
                   IF WS-TL-PRIMER-PASO IS NUMERIC AND
                           WS-TL-REPROCESO IS NUMERIC
                       ADD 1 TO WS-TOTALES-FLUJO
                       ADD WS-TL-PRIMER-PASO TO WS-CONT-PRIMER-PASO
                       ADD WS-TL-REPROCESO TO WS-CONT-REPROCESO
                   END-IF
           END-EVALUATE.

      * El detalle de cada flujo pasa tal cual; sus lineas TOTALES
      * se reemplazan por las de la corrida completa.
       JUNTA-SALIDA.
           OPEN INPUT SALIDA-PARTICION-FILE.
           MOVE 'N' TO WS-EOF-PARTICION.
           PERFORM UNTIL FIN-PARTICION
               READ SALIDA-PARTICION-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-PARTICION
                   NOT AT END
                       IF SALIDA-PARTICION-RECORD(1:8) NOT =
                               "TOTALES "
                           MOVE SALIDA-PARTICION-RECORD
                                   TO SALIDA-LOTE-RECORD
                           WRITE SALIDA-LOTE-RECORD
                           ADD 1 TO WS-CONT-LINEAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALIDA-PARTICION-FILE.

       JUNTA-FIJA.
           OPEN INPUT FIJA-PARTICION-FILE.
           MOVE 'N' TO WS-EOF-PARTICION.
           PERFORM UNTIL FIN-PARTICION
               READ FIJA-PARTICION-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-PARTICION
                   NOT AT END
                       MOVE FIJA-PARTICION-RECORD TO SALIDA-FIJA-RECORD
                       WRITE SALIDA-FIJA-RECORD
                       ADD 1 TO WS-CONT-FIJOS
               END-READ
           END-PERFORM.
           CLOSE FIJA-PARTICION-FILE.

      * La cabecera es la del primer flujo; el registro final se
      * recuenta sobre el detalle, como en CIERRA-RECHAZOS.
       JUNTA-RECHAZOS.
           OPEN INPUT RECHAZO-PARTICION-FILE.
           MOVE 'N' TO WS-EOF-PARTICION.
           PERFORM UNTIL FIN-PARTICION
               READ RECHAZO-PARTICION-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-PARTICION
                   NOT AT END
                       PERFORM COPIA-RECHAZO-PARTICION
               END-READ
           END-PERFORM.
           CLOSE RECHAZO-PARTICION-FILE.

       COPIA-RECHAZO-PARTICION.
           EVALUATE TRUE
               WHEN RCP-OPERACION = "C"
                   IF WS-PARTICION = 1
                       MOVE RECHAZO-PARTICION-RECORD TO RECHAZO-RECORD
                       WRITE RECHAZO-RECORD
                   END-IF
               WHEN RCP-OPERACION = "F"
                   CONTINUE
               WHEN OTHER
                   MOVE RECHAZO-PARTICION-RECORD TO RECHAZO-RECORD
                   WRITE RECHAZO-RECORD
                   ADD 1 TO WS-DECL-REGISTROS
                   IF RCP-NUMERO IS NUMERIC
                       ADD RCP-NUMERO TO WS-DECL-HASH-NUMERO
                   END-IF
                   IF RCP-OPERACION IS ALPHABETIC-UPPER AND
                           RCP-NUMERO2 IS NUMERIC
                       ADD RCP-NUMERO2 TO WS-DECL-HASH-NUMERO2
                   END-IF
           END-EVALUATE.

      * Mismas lineas que escribe la calculadora al cerrar el lote
       ESCRIBE-TOTALES-LOTE.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "TOTALES REGISTROS-PROCESADOS=" WS-NUM-REGISTRO
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "TOTALES SUMAS=" WS-CONT-SUMA
                   " RESTAS=" WS-CONT-RESTA
                   " MULTIPLICACIONES=" WS-CONT-MULT
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "TOTALES DIVISIONES=" WS-CONT-DIV
                   " TABLAS=" WS-CONT-TABLA
                   " ERRORES=" WS-CONT-ERROR
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "TOTALES PORCENTAJES=" WS-CONT-PORC
                   " POTENCIAS=" WS-CONT-POT
                   " PROMEDIOS=" WS-CONT-PROM
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "TOTALES PRIMER-PASO=" WS-CONT-PRIMER-PASO
                   " REPROCESADOS=" WS-CONT-REPROCESO
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.

       END PROGRAM MEZCLOTE.
