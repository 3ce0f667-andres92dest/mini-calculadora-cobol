      *          LOTE-INI sin su LOTE-FIN) y permite liberar un
      *          candado en estado A para que un abend no bloquee la
      *          ventana de lote. Solo entra un supervisor activo del
      *          maestro de operadores. En una corrida partida cada
      *          flujo tiene su candado LOTELOCK.Pnn.DAT; se elige la
      *          particion al entrar (vacio = corrida completa).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTELOCK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTELOCK-STAT.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
       WORKING-STORAGE SECTION.

       01 WS-LOTELOCK-STAT     PIC XX.
       01 WS-NOMBRE-CANDADO    PIC X(30) VALUE "LOTELOCK.DAT".
       01 WS-ENTRADA-PARTICION PIC X(2).
       01 WS-RUNLOG-STAT       PIC XX.
       01 WS-OPERMAST-STAT     PIC XX.

               GOBACK
           END-IF.

           DISPLAY "Particion del flujo (01-99, vacio = corrida "
                   "completa): ".
           ACCEPT WS-ENTRADA-PARTICION.
           IF WS-ENTRADA-PARTICION IS NUMERIC AND
                   WS-ENTRADA-PARTICION NOT = "00"
               MOVE SPACES TO WS-NOMBRE-CANDADO
               STRING "LOTELOCK.P" WS-ENTRADA-PARTICION ".DAT"
                       DELIMITED BY SIZE
                   INTO WS-NOMBRE-CANDADO
           ELSE
               IF WS-ENTRADA-PARTICION NOT = SPACES
                   DISPLAY "Particion invalida: "
                           WS-ENTRADA-PARTICION
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM MUESTRA-CANDADO.
           PERFORM BUSCA-CORRIDAS-MUERTAS.

           MOVE 'N' TO WS-HAY-CANDADO.
           OPEN INPUT LOTELOCK-FILE.
           IF WS-LOTELOCK-STAT NOT = "00"
               DISPLAY "No hay registro de control de corrida ("
                       FUNCTION TRIM(WS-NOMBRE-CANDADO)
                       "), estado: " WS-LOTELOCK-STAT
           ELSE
               READ LOTELOCK-FILE
                   AT END
