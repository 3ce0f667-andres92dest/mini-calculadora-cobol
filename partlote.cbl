      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Parte un worklist ya validado en N particiones
      *          contiguas para correr la calculadora en flujos
      *          paralelos. Antes de partir cuadra el worklist contra
      *          su cabecera y registro final; uno descuadrado no se
      *          parte (RETURN-CODE 16). Cada particion se graba como
      *          <worklist>.Pnn con su propia cabecera, que lleva el
      *          numero de particion y el ultimo registro de las
      *          particiones anteriores para que el flujo numere como
      *          la corrida completa, y su propio registro final
      *          cuadrado. Para cada flujo deja LOTEPARM.Pnn.DAT con
      *          salida <salida>.Pnn y los demas parametros del lote,
      *          todos con el mismo id de corrida; cada flujo se
      *          arranca corriendo la calculadora con el argumento
      *          Pnn. Deja tambien MEZCPARM.DAT para que
      *          MEZCLOTE junte los resultados. Los parametros salen
      *          de PARTPARM.DAT (worklist, salida, particiones y las
      *          lineas 3 a 8 de LOTEPARM: intervalo, reproceso,
      *          operador, fecha, redondeo y corrida) o se preguntan
      *          si el archivo no existe.
      *          RETURN-CODE: 0 partido, 8 no se pudo abrir un
      *          archivo, 12 parametros invalidos, 16 descuadrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-LOTE-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-ENTRADA-STAT.
           SELECT PARTICION-FILE ASSIGN TO DYNAMIC WS-NOMBRE-PARTICION
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTICION-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO "PARTPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.
           SELECT LOTEPARM-FILE ASSIGN TO DYNAMIC WS-NOMBRE-LOTEPARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEPARM-STAT.
           SELECT MEZCPARM-FILE ASSIGN TO "MEZCPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEZCPARM-STAT.

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
           05 WL-NUM-EXCEPCION   PIC X(5).
           05 WL-REFERENCIA      PIC X(20).
      *    Registro de cabecera (WL-OPERACION = "C")
       01  WORKLIST-RECORD-CAB REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(1).
           05 WL-CAB-DEPARTAMENTO PIC X(8).
           05 WL-CAB-LOTE-ID     PIC X(16).
           05 WL-CAB-FECHA-CREACION PIC 9(8).
           05 WL-CAB-PARTICION   PIC 9(2).
           05 WL-CAB-BASE-REGISTRO PIC 9(9).
           05 FILLER             PIC X(18).
      *    Registro final (WL-OPERACION = "F"): totales declarados
       01  WORKLIST-RECORD-FIN REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(1).
           05 WL-FIN-REGISTROS   PIC 9(9).
           05 WL-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

      * Mismo formato del worklist: la particion es un worklist
      * completo que la calculadora lee como cualquier otro.
       FD  PARTICION-FILE.
       01  PARTICION-RECORD      PIC X(62).
       01  PARTICION-RECORD-CAB REDEFINES PARTICION-RECORD.
           05 PAR-OPERACION      PIC X(1).
           05 PAR-CAB-DEPARTAMENTO PIC X(8).
           05 PAR-CAB-LOTE-ID    PIC X(16).
           05 PAR-CAB-FECHA-CREACION PIC 9(8).
           05 PAR-CAB-PARTICION  PIC 9(2).
           05 PAR-CAB-BASE-REGISTRO PIC 9(9).
           05 FILLER             PIC X(18).
       01  PARTICION-RECORD-FIN REDEFINES PARTICION-RECORD.
           05 FILLER             PIC X(1).
           05 PAR-FIN-REGISTROS  PIC 9(9).
           05 PAR-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PAR-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       FD  LOTEPARM-FILE.
       01  LOTEPARM-RECORD       PIC X(100).

       FD  MEZCPARM-FILE.
       01  MEZCPARM-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-LOTE-ENTRADA      PIC X(100).
       01 WS-LOTE-ENTRADA-STAT PIC XX.
       01 WS-LOTE-SALIDA       PIC X(100).
       01 WS-NOMBRE-PARTICION  PIC X(100).
       01 WS-PARTICION-STAT    PIC XX.
       01 WS-NOMBRE-LOTEPARM   PIC X(30).
       01 WS-LOTEPARM-STAT     PIC XX.
       01 WS-MEZCPARM-STAT     PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
          88 FIN-PARAMETRO          VALUE 'S'.
       01 WS-MODO-AUTO         PIC X VALUE 'N'.
          88 MODO-AUTO              VALUE 'S'.
       01 WS-EOF-LOTE          PIC X VALUE 'N'.
          88 FIN-LOTE               VALUE 'S'.

      * Lineas 3 a 8 de LOTEPARM que se copian a cada flujo
       01 WS-PARAM-PARTICIONES PIC X(2).
       01 WS-PARAM-INTERVALO   PIC X(4).
       01 WS-PARAM-REPROCESO   PIC X(1).
       01 WS-PARAM-OPERADOR    PIC X(8).
       01 WS-PARAM-FECHA       PIC X(8).
       01 WS-PARAM-REDONDEO    PIC X(1).
       01 WS-PARAM-RUN-ID      PIC X(16).

       01 WS-NUM-PARTICIONES   PIC 9(2) VALUE 0.
       01 WS-PARTICION         PIC 9(2) VALUE 0.
       01 WS-TAMANO-PARTICION  PIC 9(9) VALUE 0.
       01 WS-SOBRANTE          PIC 9(9) VALUE 0.
       01 WS-REGISTROS-PARTICION PIC 9(9) VALUE 0.
       01 WS-BASE-REGISTRO     PIC 9(9) VALUE 0.
       01 WS-INDICE-REGISTRO   PIC 9(9) VALUE 0.
       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-HORA-HOY          PIC 9(8).

      * Cuadre del worklist de entrada, igual que en la calculadora
       01 WS-LOTE-ID           PIC X(16).
       01 WS-LOTE-DEPARTAMENTO PIC X(8).
       01 WS-LOTE-FECHA-CREACION PIC 9(8).
       01 WS-CABECERA-LOTE     PIC X VALUE 'N'.
          88 HAY-CABECERA-LOTE      VALUE 'S'.
       01 WS-FINAL-LOTE        PIC X VALUE 'N'.
          88 HAY-FINAL-LOTE         VALUE 'S'.
       01 WS-LOTE-DESCUADRADO  PIC X VALUE 'N'.
          88 LOTE-DESCUADRADO       VALUE 'S'.
       01 WS-MOTIVO-DESCUADRE  PIC X(40).
       01 WS-DECL-REGISTROS    PIC 9(9) VALUE 0.
       01 WS-DECL-HASH-NUMERO  PIC S9(13)V99 VALUE 0.
       01 WS-DECL-HASH-NUMERO2 PIC S9(13)V99 VALUE 0.
       01 WS-CTL-REGISTROS     PIC 9(9) VALUE 0.
       01 WS-CTL-HASH-NUMERO   PIC S9(13)V99 VALUE 0.
       01 WS-CTL-HASH-NUMERO2  PIC S9(13)V99 VALUE 0.
       01 WS-PAR-REGISTROS     PIC 9(9) VALUE 0.
       01 WS-PAR-HASH-NUMERO   PIC S9(13)V99 VALUE 0.
       01 WS-PAR-HASH-NUMERO2  PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-PARAMETROS-PARTE.
           IF NOT MODO-AUTO
               DISPLAY "Worklist validado a partir: "
               ACCEPT WS-LOTE-ENTRADA
               DISPLAY "Archivo de salida de la corrida: "
               ACCEPT WS-LOTE-SALIDA
               DISPLAY "Numero de particiones (01-99): "
               ACCEPT WS-PARAM-PARTICIONES
               DISPLAY "Intervalo de checkpoint (0001-9999): "
               ACCEPT WS-PARAM-INTERVALO
               DISPLAY "Es un reproceso de rechazos (S/N): "
               ACCEPT WS-PARAM-REPROCESO
               DISPLAY "Id de operador del lote: "
               ACCEPT WS-PARAM-OPERADOR
               DISPLAY "Fecha de proceso (AAAAMMDD, vacio = hoy): "
               ACCEPT WS-PARAM-FECHA
               DISPLAY "Redondeo T/R/B (vacio = T): "
               ACCEPT WS-PARAM-REDONDEO
           END-IF.

           IF WS-PARAM-PARTICIONES IS NUMERIC
               MOVE WS-PARAM-PARTICIONES TO WS-NUM-PARTICIONES
           ELSE
               MOVE 0 TO WS-NUM-PARTICIONES
           END-IF.
           IF WS-LOTE-ENTRADA = SPACES OR WS-LOTE-SALIDA = SPACES OR
                   WS-NUM-PARTICIONES = 0 OR
                   WS-PARAM-INTERVALO IS NOT NUMERIC OR
                   WS-PARAM-INTERVALO = "0000"
               DISPLAY "Parametros de particion invalidos: worklist o "
                       "salida en blanco, particiones "
                       WS-PARAM-PARTICIONES " o intervalo "
                       WS-PARAM-INTERVALO " no validos."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      * Todos los flujos llevan el mismo id para que RUNLOG, el
      * historial y la auditoria los vean como una sola corrida.
           IF WS-PARAM-RUN-ID = SPACES
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-HOY FROM TIME
               STRING WS-FECHA-HOY WS-HORA-HOY DELIMITED BY SIZE
                   INTO WS-PARAM-RUN-ID
           END-IF.

           PERFORM CUADRA-WORKLIST.
           IF WS-LOTE-ENTRADA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el worklist de entrada: "
                       WS-LOTE-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF LOTE-DESCUADRADO
               DISPLAY "Worklist descuadrado, no se parte: "
                       FUNCTION TRIM(WS-MOTIVO-DESCUADRE)
               DISPLAY "Declarados: " WS-DECL-REGISTROS
                       "  Leidos: " WS-CTL-REGISTROS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * No se arman particiones vacias: con menos registros que
      * particiones cada registro va en la suya.
           IF WS-CTL-REGISTROS < WS-NUM-PARTICIONES
               IF WS-CTL-REGISTROS = 0
                   MOVE 1 TO WS-NUM-PARTICIONES
               ELSE
                   MOVE WS-CTL-REGISTROS TO WS-NUM-PARTICIONES
               END-IF
               DISPLAY "Aviso: el worklist solo alcanza para "
                       WS-NUM-PARTICIONES " particiones."
           END-IF.
           DIVIDE WS-CTL-REGISTROS BY WS-NUM-PARTICIONES
               GIVING WS-TAMANO-PARTICION
               REMAINDER WS-SOBRANTE.

           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el worklist de entrada: "
                       WS-LOTE-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    La cabecera del worklist completo no pasa a las particiones
           MOVE 'N' TO WS-EOF-LOTE.
           READ WORKLIST-FILE
               AT END
                   MOVE 'S' TO WS-EOF-LOTE
           END-READ.
           MOVE 0 TO WS-BASE-REGISTRO.
           MOVE 0 TO RETURN-CODE.
           PERFORM VARYING WS-PARTICION FROM 1 BY 1
                   UNTIL WS-PARTICION > WS-NUM-PARTICIONES
                   OR RETURN-CODE NOT = 0
               PERFORM ESCRIBE-PARTICION
           END-PERFORM.
           CLOSE WORKLIST-FILE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM ESCRIBE-MEZCPARM.
           DISPLAY "Particion terminada. Registros: " WS-CTL-REGISTROS
                   "  Particiones: " WS-NUM-PARTICIONES
                   "  Corrida: " WS-PARAM-RUN-ID.
           GOBACK.

       LEE-PARAMETROS-PARTE.
           MOVE SPACES TO WS-LOTE-ENTRADA WS-LOTE-SALIDA
                          WS-PARAM-PARTICIONES WS-PARAM-INTERVALO
                          WS-PARAM-REPROCESO WS-PARAM-OPERADOR
                          WS-PARAM-FECHA WS-PARAM-REDONDEO
                          WS-PARAM-RUN-ID.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT NOT = "00"
               MOVE 'N' TO WS-MODO-AUTO
           ELSE
               MOVE 'S' TO WS-MODO-AUTO
               MOVE 'N' TO WS-EOF-PARAMETRO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-LOTE-ENTRADA
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-LOTE-SALIDA
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:2) TO WS-PARAM-PARTICIONES
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:4) TO WS-PARAM-INTERVALO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:1) TO WS-PARAM-REPROCESO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:8) TO WS-PARAM-OPERADOR
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:8) TO WS-PARAM-FECHA
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:1) TO WS-PARAM-REDONDEO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:16) TO WS-PARAM-RUN-ID
               CLOSE PARAMETRO-FILE
               IF WS-LOTE-ENTRADA = SPACES AND
                       WS-LOTE-SALIDA = SPACES
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

      * Primera pasada: el worklist debe abrir con la cabecera,
      * cerrar con el registro final y cuadrar en registros y sumas
      * de control, igual que lo exige la calculadora.
       CUADRA-WORKLIST.
           MOVE SPACES TO WS-LOTE-ID.
           MOVE SPACES TO WS-LOTE-DEPARTAMENTO.
           MOVE 0 TO WS-LOTE-FECHA-CREACION.
           MOVE SPACES TO WS-MOTIVO-DESCUADRE.
           MOVE 'N' TO WS-CABECERA-LOTE.
           MOVE 'N' TO WS-FINAL-LOTE.
           MOVE 'N' TO WS-LOTE-DESCUADRADO.
           MOVE 0 TO WS-CTL-REGISTROS.
           MOVE 0 TO WS-CTL-HASH-NUMERO.
           MOVE 0 TO WS-CTL-HASH-NUMERO2.
           MOVE 0 TO WS-DECL-REGISTROS.
           MOVE 0 TO WS-DECL-HASH-NUMERO.
           MOVE 0 TO WS-DECL-HASH-NUMERO2.
           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT = "00"
               MOVE 'N' TO WS-EOF-LOTE
               READ WORKLIST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
                   NOT AT END
                       IF WL-OPERACION = "C"
                           MOVE 'S' TO WS-CABECERA-LOTE
                           MOVE WL-CAB-LOTE-ID TO WS-LOTE-ID
                           MOVE WL-CAB-DEPARTAMENTO
                                   TO WS-LOTE-DEPARTAMENTO
                           MOVE WL-CAB-FECHA-CREACION
                                   TO WS-LOTE-FECHA-CREACION
                       END-IF
               END-READ
               IF NOT HAY-CABECERA-LOTE
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "FALTA REGISTRO DE CABECERA"
                           TO WS-MOTIVO-DESCUADRE
               END-IF
               PERFORM UNTIL FIN-LOTE OR LOTE-DESCUADRADO
                   READ WORKLIST-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-LOTE
                       NOT AT END
                           PERFORM CLASIFICA-REGISTRO-CUADRE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
               PERFORM VERIFICA-FINAL-LOTE
           END-IF.

       CLASIFICA-REGISTRO-CUADRE.
           EVALUATE TRUE
               WHEN HAY-FINAL-LOTE
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "REGISTROS DESPUES DEL REGISTRO FINAL"
                           TO WS-MOTIVO-DESCUADRE
               WHEN WL-OPERACION = "F"
                   MOVE 'S' TO WS-FINAL-LOTE
                   IF WL-FIN-REGISTROS IS NUMERIC AND
                           WL-FIN-HASH-NUMERO IS NUMERIC AND
                           WL-FIN-HASH-NUMERO2 IS NUMERIC
                       MOVE WL-FIN-REGISTROS TO WS-DECL-REGISTROS
                       MOVE WL-FIN-HASH-NUMERO TO WS-DECL-HASH-NUMERO
                       MOVE WL-FIN-HASH-NUMERO2
                               TO WS-DECL-HASH-NUMERO2
                   ELSE
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "REGISTRO FINAL NO NUMERICO"
                               TO WS-MOTIVO-DESCUADRE
                   END-IF
               WHEN WL-OPERACION = "C"
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "CABECERA FUERA DE POSICION"
                           TO WS-MOTIVO-DESCUADRE
               WHEN OTHER
                   ADD 1 TO WS-CTL-REGISTROS
                   IF WL-NUMERO IS NUMERIC
                       ADD WL-NUMERO TO WS-CTL-HASH-NUMERO
                   END-IF
                   IF WL-OPERACION IS ALPHABETIC-UPPER AND
                           WL-NUMERO2 IS NUMERIC
                       ADD WL-NUMERO2 TO WS-CTL-HASH-NUMERO2
                   END-IF
           END-EVALUATE.

       VERIFICA-FINAL-LOTE.
           IF NOT LOTE-DESCUADRADO
               EVALUATE TRUE
                   WHEN NOT HAY-FINAL-LOTE
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "FALTA REGISTRO FINAL"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN WS-DECL-REGISTROS NOT = WS-CTL-REGISTROS
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "CONTEO DE REGISTROS NO CUADRA"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN WS-DECL-HASH-NUMERO NOT = WS-CTL-HASH-NUMERO
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "SUMA DE OPERANDO 1 NO CUADRA"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN WS-DECL-HASH-NUMERO2 NOT = WS-CTL-HASH-NUMERO2
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "SUMA DE OPERANDO 2 NO CUADRA"
                               TO WS-MOTIVO-DESCUADRE
               END-EVALUATE
           END-IF.

      * Segunda pasada: las primeras particiones toman un registro
      * de mas cuando el total no se reparte exacto.
       ESCRIBE-PARTICION.
           MOVE WS-TAMANO-PARTICION TO WS-REGISTROS-PARTICION.
           IF WS-PARTICION <= WS-SOBRANTE
               ADD 1 TO WS-REGISTROS-PARTICION
           END-IF.
           MOVE SPACES TO WS-NOMBRE-PARTICION.
           STRING FUNCTION TRIM(WS-LOTE-ENTRADA) ".P" WS-PARTICION
                   DELIMITED BY SIZE
               INTO WS-NOMBRE-PARTICION.
           OPEN OUTPUT PARTICION-FILE.
           IF WS-PARTICION-STAT NOT = "00"
               DISPLAY "No se pudo abrir la particion "
                       FUNCTION TRIM(WS-NOMBRE-PARTICION)
                       ", estado: " WS-PARTICION-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO PARTICION-RECORD
               MOVE "C" TO PAR-OPERACION
               MOVE WS-LOTE-DEPARTAMENTO TO PAR-CAB-DEPARTAMENTO
               MOVE WS-LOTE-ID TO PAR-CAB-LOTE-ID
               MOVE WS-LOTE-FECHA-CREACION TO PAR-CAB-FECHA-CREACION
               MOVE WS-PARTICION TO PAR-CAB-PARTICION
               MOVE WS-BASE-REGISTRO TO PAR-CAB-BASE-REGISTRO
               WRITE PARTICION-RECORD
               MOVE 0 TO WS-PAR-REGISTROS
               MOVE 0 TO WS-PAR-HASH-NUMERO
               MOVE 0 TO WS-PAR-HASH-NUMERO2
               MOVE 0 TO WS-INDICE-REGISTRO
               PERFORM UNTIL WS-INDICE-REGISTRO >=
                       WS-REGISTROS-PARTICION OR FIN-LOTE
                   READ WORKLIST-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-LOTE
                       NOT AT END
                           ADD 1 TO WS-INDICE-REGISTRO
                           PERFORM COPIA-REGISTRO-PARTICION
                   END-READ
               END-PERFORM
               MOVE SPACES TO PARTICION-RECORD
               MOVE "F" TO PAR-OPERACION
               MOVE WS-PAR-REGISTROS TO PAR-FIN-REGISTROS
               MOVE WS-PAR-HASH-NUMERO TO PAR-FIN-HASH-NUMERO
               MOVE WS-PAR-HASH-NUMERO2 TO PAR-FIN-HASH-NUMERO2
               WRITE PARTICION-RECORD
               CLOSE PARTICION-FILE
               DISPLAY "Particion " WS-PARTICION ": "
                       FUNCTION TRIM(WS-NOMBRE-PARTICION)
                       " registros " WS-PAR-REGISTROS
                       " desde el " WS-BASE-REGISTRO
               PERFORM ESCRIBE-LOTEPARM
               ADD WS-PAR-REGISTROS TO WS-BASE-REGISTRO
           END-IF.

       COPIA-REGISTRO-PARTICION.
           MOVE WORKLIST-RECORD TO PARTICION-RECORD.
           WRITE PARTICION-RECORD.
           ADD 1 TO WS-PAR-REGISTROS.
           IF WL-NUMERO IS NUMERIC
               ADD WL-NUMERO TO WS-PAR-HASH-NUMERO
           END-IF.
           IF WL-OPERACION IS ALPHABETIC-UPPER AND
                   WL-NUMERO2 IS NUMERIC
               ADD WL-NUMERO2 TO WS-PAR-HASH-NUMERO2
           END-IF.

      * Parametros del flujo: los de la corrida con el worklist y la
      * salida de la particion.
       ESCRIBE-LOTEPARM.
           MOVE SPACES TO WS-NOMBRE-LOTEPARM.
           STRING "LOTEPARM.P" WS-PARTICION ".DAT"
                   DELIMITED BY SIZE
               INTO WS-NOMBRE-LOTEPARM.
           OPEN OUTPUT LOTEPARM-FILE.
           IF WS-LOTEPARM-STAT NOT = "00"
               DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(WS-NOMBRE-LOTEPARM)
                       ", estado: " WS-LOTEPARM-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-NOMBRE-PARTICION TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE SPACES TO LOTEPARM-RECORD
               STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".P" WS-PARTICION
                       DELIMITED BY SIZE
                   INTO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE WS-PARAM-INTERVALO TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE WS-PARAM-REPROCESO TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE WS-PARAM-OPERADOR TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE WS-PARAM-FECHA TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE WS-PARAM-REDONDEO TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               MOVE WS-PARAM-RUN-ID TO LOTEPARM-RECORD
               WRITE LOTEPARM-RECORD
               CLOSE LOTEPARM-FILE
           END-IF.

       ESCRIBE-MEZCPARM.
           OPEN OUTPUT MEZCPARM-FILE.
           IF WS-MEZCPARM-STAT NOT = "00"
               DISPLAY "No se pudo abrir MEZCPARM.DAT, estado: "
                       WS-MEZCPARM-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-LOTE-SALIDA TO MEZCPARM-RECORD
               WRITE MEZCPARM-RECORD
               MOVE WS-NUM-PARTICIONES TO MEZCPARM-RECORD
               WRITE MEZCPARM-RECORD
               CLOSE MEZCPARM-FILE
           END-IF.

       END PROGRAM PARTLOTE.
