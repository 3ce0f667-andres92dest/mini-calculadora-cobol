      *          Los registros anteriores a un periodo de corte
      *          (AAAAMM) se mueven a archivos de generacion
      *          mensuales HISTORIAL.AAAAMM.DAT y el archivo vivo
      *          conserva solo el periodo actual. Solo se mueven
      *          los periodos cerrados con CIERRPER en PERIODO.DAT;
      *          los anteriores al corte que siguen abiertos o en
      *          cierre se conservan y se cuentan aparte. Escribe una
      *          linea de control (leidos, movidos, conservados, no
      *          cerrados) en PURGA.CTL para probar que no se perdio
      *          nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GENERACION-FILE ASSIGN TO DYNAMIC WS-NOMBRE-GEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STAT.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PER-PERIODO
               FILE STATUS IS WS-PERIODO-STAT.
           SELECT CONTROL-FILE ASSIGN TO "PURGA.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STAT.
       FD  HISTORIAL-FILE.
       01  HISTORIAL-RECORD.
           05 HST-FECHA          PIC X(8).
           05 FILLER             PIC X(93).
           05 HST-FECHA-PROCESO  PIC X(8).
           05 FILLER             PIC X(21).

       FD  TEMPORAL-FILE.
       01  TEMPORAL-RECORD       PIC X(130).
       FD  GENERACION-FILE.
       01  GENERACION-RECORD     PIC X(130).

      * PER-ESTADO: A abierto, E en cierre, C cerrado (CIERRPER).
       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           05 PER-PERIODO        PIC 9(6).
           05 PER-ESTADO         PIC X(1).
           05 PER-SUPERVISOR-INI PIC X(8).
           05 PER-FECHA-INI      PIC 9(8).
           05 PER-HORA-INI       PIC 9(8).
           05 PER-SUPERVISOR-CIE PIC X(8).
           05 PER-FECHA-CIE      PIC 9(8).
           05 PER-HORA-CIE       PIC 9(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD        PIC X(120).

       01 WS-TEMPORAL-STAT     PIC XX.
       01 WS-GENERACION-STAT   PIC XX.
       01 WS-CONTROL-STAT      PIC XX.
       01 WS-PERIODO-STAT      PIC XX.
       01 WS-CONTROL-PERIODOS  PIC X VALUE 'N'.
          88 CONTROL-PERIODOS       VALUE 'S'.
       01 WS-PERIODO-CONSULTADO PIC X(6) VALUE SPACES.
       01 WS-PERIODO-CERRADO   PIC X VALUE 'N'.
          88 PERIODO-CERRADO        VALUE 'S'.

       01 WS-EOF-HISTORIAL     PIC X VALUE 'N'.
          88 FIN-HISTORIAL          VALUE 'S'.
       01 WS-CONT-LEIDOS       PIC 9(9) VALUE 0.
       01 WS-CONT-MOVIDOS      PIC 9(9) VALUE 0.
       01 WS-CONT-CONSERVADOS  PIC 9(9) VALUE 0.
       01 WS-CONT-NO-CERRADOS  PIC 9(9) VALUE 0.

       01 WS-FECHA-PROCESO     PIC 9(8).
       01 WS-HORA-PROCESO      PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-PERIODO-CORTE.
           PERFORM ABRE-CONTROL-PERIODOS.

           OPEN INPUT HISTORIAL-FILE.
           IF WS-HISTORIAL-STAT NOT = "00"
           END-IF.
           CLOSE HISTORIAL-FILE.
           CLOSE TEMPORAL-FILE.
           IF CONTROL-PERIODOS
               CLOSE PERIODO-FILE
           END-IF.

           PERFORM REESCRIBE-HISTORIAL.
           PERFORM ESCRIBE-CONTROL.

           DISPLAY "Depuracion terminada. Leidos: " WS-CONT-LEIDOS
                   "  Movidos: " WS-CONT-MOVIDOS
                   "  Conservados: " WS-CONT-CONSERVADOS
                   "  No cerrados: " WS-CONT-NO-CERRADOS.
           STOP RUN.

       LEE-PERIODO-CORTE.
               END-IF
           END-PERFORM.

      * Sin PERIODO.DAT no hay meses cerrados y no se mueve nada.
       ABRE-CONTROL-PERIODOS.
           MOVE 'N' TO WS-CONTROL-PERIODOS.
           OPEN INPUT PERIODO-FILE.
           IF WS-PERIODO-STAT = "00"
               MOVE 'S' TO WS-CONTROL-PERIODOS
           ELSE
               DISPLAY "Aviso: control de periodos no disponible, "
                       "estado: " WS-PERIODO-STAT
                       ". No se mueve ningun periodo."
           END-IF.

      * El periodo es el de la fecha de proceso, como en CIERRPER;
      * los registros que no la traen usan la fecha de grabacion.
       CLASIFICA-REGISTRO.
           IF HST-FECHA-PROCESO IS NUMERIC AND
                   HST-FECHA-PROCESO NOT = "00000000"
               MOVE HST-FECHA-PROCESO(1:6) TO WS-PERIODO-REGISTRO
           ELSE
               MOVE HST-FECHA(1:6) TO WS-PERIODO-REGISTRO
           END-IF.
           IF WS-PERIODO-REGISTRO IS NUMERIC AND
                   WS-PERIODO-REGISTRO < WS-PERIODO-CORTE
               PERFORM CONSULTA-PERIODO
               IF PERIODO-CERRADO
                   PERFORM MUEVE-A-GENERACION
               ELSE
                   MOVE HISTORIAL-RECORD TO TEMPORAL-RECORD
                   WRITE TEMPORAL-RECORD
                   ADD 1 TO WS-CONT-CONSERVADOS
                   ADD 1 TO WS-CONT-NO-CERRADOS
               END-IF
           ELSE
               MOVE HISTORIAL-RECORD TO TEMPORAL-RECORD
               WRITE TEMPORAL-RECORD
               ADD 1 TO WS-CONT-CONSERVADOS
           END-IF.

      * Los registros de un mismo periodo vienen casi siempre juntos,
      * asi que se recuerda el ultimo periodo consultado.
       CONSULTA-PERIODO.
           IF WS-PERIODO-REGISTRO NOT = WS-PERIODO-CONSULTADO
               MOVE WS-PERIODO-REGISTRO TO WS-PERIODO-CONSULTADO
               MOVE 'N' TO WS-PERIODO-CERRADO
               IF CONTROL-PERIODOS
                   MOVE WS-PERIODO-REGISTRO TO PER-PERIODO
                   READ PERIODO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-ESTADO = "C"
                               MOVE 'S' TO WS-PERIODO-CERRADO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       MUEVE-A-GENERACION.
           IF WS-PERIODO-REGISTRO NOT = WS-PERIODO-ABIERTO
               IF GENERACION-ABIERTA
                       " LEIDOS=" WS-CONT-LEIDOS
                       " MOVIDOS=" WS-CONT-MOVIDOS
                       " CONSERVADOS=" WS-CONT-CONSERVADOS
                       " NO-CERRADOS=" WS-CONT-NO-CERRADOS
                       DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
