      *          RETURN-CODE compuesto y deja un registro de control
      *          del ciclo en CICLO.CTL con el estado de cada paso,
      *          los totales de la edicion y del lote y el veredicto
      *          de la conciliacion. Como primer paso opcional arma
      *          el worklist del dia desde las plantillas de calculo
      *          con GENLOTE, para que un dia normal corra sin captura.
      *          Cuando la conciliacion cuadra sin diferencias arma
      *          con EXPLOTE el archivo de retorno al departamento;
      *          si no cuadra el retorno no se envia.
      *          El lote corre con el mismo id de corrida del ciclo,
      *          asi CICLO.CTL se cruza con RUNLOG.DAT y el historial.
      *          Al final cuenta las excepciones de EXCEPCION.DAT que
      *          siguen abiertas, pendientes de liberar o rechazar con
      *          LIBEXCEP o liberadas sin reprocesar todavia; mientras
      *          haya alguna el ciclo termina por lo menos con codigo 4
      *          de aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CICLOPARM-FILE ASSIGN TO "CICLOPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOPARM-STAT.
           SELECT GENPARM-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GENPARM-STAT.
           SELECT VALIDAPARM-FILE ASSIGN TO "VALIDAPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDAPARM-STAT.
           SELECT CONCPARM-FILE ASSIGN TO "CONCPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONCPARM-STAT.
           SELECT EXPPARM-FILE ASSIGN TO "EXPPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPPARM-STAT.
           SELECT EDICION-FILE ASSIGN TO "EDICION.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDICION-STAT.
           SELECT CICLO-FILE ASSIGN TO "CICLO.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STAT.
           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXC-LLAVE
               FILE STATUS IS WS-EXCEPCION-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLOPARM-FILE.
       01  CICLOPARM-RECORD      PIC X(100).

       FD  GENPARM-FILE.
       01  GENPARM-RECORD        PIC X(100).

       FD  VALIDAPARM-FILE.
       01  VALIDAPARM-RECORD     PIC X(100).

       FD  CONCPARM-FILE.
       01  CONCPARM-RECORD       PIC X(100).

       FD  EXPPARM-FILE.
       01  EXPPARM-RECORD        PIC X(100).

       FD  EDICION-FILE.
       01  EDICION-RECORD        PIC X(80).

       FD  CICLO-FILE.
       01  CICLO-RECORD          PIC X(450).

       FD  EXCEPCION-FILE.
       01  EXCEPCION-RECORD.
           05 EXC-LLAVE.
              10 EXC-DEPARTAMENTO   PIC X(8).
              10 EXC-LOTE-ID        PIC X(16).
              10 EXC-NUMERO         PIC 9(5).
           05 EXC-ESTADO         PIC X(1).
           05 EXC-MOTIVO         PIC X(2).
           05 EXC-RUN-ID         PIC X(16).
           05 EXC-FECHA-PROCESO  PIC 9(8).
           05 EXC-NUM-REGISTRO   PIC 9(9).
           05 EXC-REGISTRO       PIC X(62).
           05 EXC-COD-OPERANDO   PIC X(8).
           05 EXC-FECHA-VIGENCIA PIC 9(8).
           05 EXC-OPERACION      PIC X(1).
           05 EXC-RESULTADO      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 EXC-RESULTADO-BASE PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 EXC-RES-MINIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 EXC-RES-MAXIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 EXC-VARIACION-MAX  PIC 9(3)V99.
           05 EXC-VARIACION      PIC 9(7)V99.
           05 EXC-SUPERVISOR     PIC X(8).
           05 EXC-FECHA-RESOL    PIC 9(8).
           05 EXC-HORA-RESOL     PIC 9(8).
           05 EXC-RUN-APLICA     PIC X(16).

       WORKING-STORAGE SECTION.

       01 WS-CICLOPARM-STAT    PIC XX.
       01 WS-GENPARM-STAT      PIC XX.
       01 WS-VALIDAPARM-STAT   PIC XX.
       01 WS-LOTEPARM-STAT     PIC XX.
       01 WS-CONCPARM-STAT     PIC XX.
       01 WS-EXPPARM-STAT      PIC XX.
       01 WS-EDICION-STAT      PIC XX.
       01 WS-SALIDA-STAT       PIC XX.
       01 WS-RECONCILIA-STAT   PIC XX.
       01 WS-CICLO-STAT        PIC XX.
       01 WS-EXCEPCION-STAT    PIC XX.

       01 WS-EOF-ARCHIVO       PIC X VALUE 'N'.
          88 FIN-ARCHIVO            VALUE 'S'.
       01 WS-FECHA-PROCESO     PIC 9(8).
       01 WS-INTERVALO         PIC X(4) VALUE "0005".
       01 WS-ENTRADA-FECHA     PIC X(8).
       01 WS-MODO-REDONDEO     PIC X(1) VALUE 'T'.
          88 REDONDEO-VALIDO        VALUE 'T' 'R' 'B'.
       01 WS-GENERA-PLANTILLAS PIC X(1) VALUE 'N'.
          88 GENERA-PLANTILLAS      VALUE 'S'.

       01 WS-RUN-ID            PIC X(16).
       01 WS-FECHA-CICLO       PIC 9(8).
       01 WS-HORA-CICLO        PIC 9(8).

       01 WS-RC-GENERA         PIC 9(2) VALUE 0.
       01 WS-EST-GENERA        PIC X(2) VALUE "NA".
       01 WS-RC-EDICION        PIC 9(2) VALUE 0.
       01 WS-RC-LOTE           PIC 9(2) VALUE 0.
       01 WS-RC-CONCILIA       PIC 9(2) VALUE 0.
       01 WS-RC-FINAL          PIC 9(2) VALUE 0.
       01 WS-EST-LOTE          PIC X(2) VALUE "NA".
       01 WS-EST-CONCILIA      PIC X(2) VALUE "NA".
       01 WS-RC-RETORNO        PIC 9(2) VALUE 0.
       01 WS-EST-RETORNO       PIC X(2) VALUE "NA".
       01 WS-CONT-EXCEPCIONES  PIC 9(5) VALUE 0.

       01 WS-ED-TOTALES        PIC X(80) VALUE "SIN TOTALES".
       01 WS-LT-TOTALES        PIC X(60) VALUE "SIN TOTALES".
                   DELIMITED BY SIZE
               INTO WS-LOTE-LIMPIO.

           IF GENERA-PLANTILLAS
               PERFORM PASO-GENERA
           END-IF.
           IF WS-RC-GENERA < 8
               PERFORM PASO-EDICION
               IF WS-RC-EDICION < 8
                   PERFORM PASO-LOTE
               ELSE
                   DISPLAY "Ciclo detenido: la edicion previa fallo "
                           "con codigo " WS-RC-EDICION
               END-IF
           ELSE
               DISPLAY "Ciclo detenido: la generacion desde "
                       "plantillas fallo con codigo " WS-RC-GENERA
           END-IF.
           IF WS-RC-EDICION < 8 AND WS-EST-LOTE NOT = "NA"
               IF WS-RC-LOTE < 8
                           "codigo " WS-RC-LOTE
               END-IF
           END-IF.
           IF WS-EST-CONCILIA NOT = "NA"
               IF WS-RC-CONCILIA = 0
                   PERFORM PASO-RETORNO
               ELSE
                   DISPLAY "Retorno al departamento no enviado: la "
                           "conciliacion termino con codigo "
                           WS-RC-CONCILIA
               END-IF
           END-IF.

           PERFORM CUENTA-EXCEPCIONES.
           PERFORM CALCULA-RC-FINAL.
           PERFORM LIMPIA-PARAMETROS.
           PERFORM ESCRIBE-CONTROL-CICLO.
           DISPLAY "Ciclo terminado. RC plantillas: " WS-EST-GENERA
                   "  RC edicion: " WS-RC-EDICION
                   "  RC lote: " WS-EST-LOTE
                   "  RC conciliacion: " WS-EST-CONCILIA
                   "  RC retorno: " WS-EST-RETORNO
                   "  RC final: " WS-RC-FINAL.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.
               IF CICLOPARM-RECORD(1:4) IS NUMERIC
                   MOVE CICLOPARM-RECORD(1:4) TO WS-INTERVALO
               END-IF
               PERFORM LEE-LINEA-CICLOPARM
               MOVE CICLOPARM-RECORD(1:1) TO WS-MODO-REDONDEO
               PERFORM VALIDA-MODO-REDONDEO
               PERFORM LEE-LINEA-CICLOPARM
               IF CICLOPARM-RECORD(1:1) = "S" OR
                       CICLOPARM-RECORD(1:1) = "s"
                   MOVE 'S' TO WS-GENERA-PLANTILLAS
               ELSE
                   MOVE 'N' TO WS-GENERA-PLANTILLAS
               END-IF
               CLOSE CICLOPARM-FILE
               IF WS-LOTE-ENTRADA = SPACES
                   PERFORM PREGUNTA-PARAMETROS-CICLO
       PREGUNTA-PARAMETROS-CICLO.
           DISPLAY "Archivo de entrada (worklist): ".
           ACCEPT WS-LOTE-ENTRADA.
           DISPLAY "Generar ese worklist desde las plantillas (S/N): ".
           ACCEPT WS-GENERA-PLANTILLAS.
           IF WS-GENERA-PLANTILLAS = "s"
               MOVE "S" TO WS-GENERA-PLANTILLAS
           END-IF.
           IF WS-GENERA-PLANTILLAS NOT = "S"
               MOVE "N" TO WS-GENERA-PLANTILLAS
           END-IF.
           DISPLAY "Archivo de salida: ".
           ACCEPT WS-LOTE-SALIDA.
           DISPLAY "Es un reproceso de rechazos (S/N): ".
           IF WS-ENTRADA-FECHA IS NUMERIC
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-PROCESO
           END-IF.
           DISPLAY "Modo de redondeo (T truncar, R mitad hacia "
                   "arriba, B mitad al par; vacio = T): ".
           ACCEPT WS-MODO-REDONDEO.
           PERFORM VALIDA-MODO-REDONDEO.

      * El mismo modo va al lote y a la conciliacion; sin modo o con
      * uno desconocido el ciclo trunca, como siempre.
       VALIDA-MODO-REDONDEO.
           INSPECT WS-MODO-REDONDEO CONVERTING "trb" TO "TRB".
           IF NOT REDONDEO-VALIDO
               IF WS-MODO-REDONDEO NOT = SPACE
                   DISPLAY "Aviso: modo de redondeo invalido "
                           WS-MODO-REDONDEO ", se trunca."
               END-IF
               MOVE "T" TO WS-MODO-REDONDEO
           END-IF.

       LEE-LINEA-CICLOPARM.
           MOVE SPACES TO CICLOPARM-RECORD.
               END-READ
           END-IF.

      * El worklist generado queda en el archivo de entrada del ciclo
      * con todos los departamentos; sin plantillas para el dia sale
      * vacio pero cuadrado y el ciclo sigue con aviso.
       PASO-GENERA.
           OPEN OUTPUT GENPARM-FILE.
           IF WS-GENPARM-STAT NOT = "00"
               DISPLAY "No se pudo preparar GENPARM.DAT, "
                       "estado: " WS-GENPARM-STAT
               MOVE 12 TO WS-RC-GENERA
               MOVE "12" TO WS-EST-GENERA
           ELSE
               MOVE WS-LOTE-ENTRADA TO GENPARM-RECORD
               WRITE GENPARM-RECORD
               MOVE SPACES TO GENPARM-RECORD
               MOVE WS-FECHA-PROCESO TO GENPARM-RECORD(1:8)
               WRITE GENPARM-RECORD
               MOVE SPACES TO GENPARM-RECORD
               WRITE GENPARM-RECORD
               CLOSE GENPARM-FILE
               MOVE 0 TO RETURN-CODE
               CALL 'GENLOTE'
               MOVE RETURN-CODE TO WS-RC-GENERA
               MOVE WS-RC-GENERA TO WS-EST-GENERA
           END-IF.

       PASO-EDICION.
           OPEN OUTPUT VALIDAPARM-FILE.
           IF WS-VALIDAPARM-STAT NOT = "00"
               MOVE SPACES TO LOTEPARM-RECORD
               MOVE WS-FECHA-PROCESO TO LOTEPARM-RECORD(1:8)
               WRITE LOTEPARM-RECORD
               MOVE SPACES TO LOTEPARM-RECORD
               MOVE WS-MODO-REDONDEO TO LOTEPARM-RECORD(1:1)
               WRITE LOTEPARM-RECORD
               MOVE SPACES TO LOTEPARM-RECORD
               MOVE WS-RUN-ID TO LOTEPARM-RECORD(1:16)
               WRITE LOTEPARM-RECORD
               CLOSE LOTEPARM-FILE
               MOVE 0 TO RETURN-CODE
               CALL 'CALCULADORA'
               MOVE SPACES TO CONCPARM-RECORD
               MOVE WS-FECHA-PROCESO TO CONCPARM-RECORD(1:8)
               WRITE CONCPARM-RECORD
               MOVE SPACES TO CONCPARM-RECORD
               MOVE WS-MODO-REDONDEO TO CONCPARM-RECORD(1:1)
               WRITE CONCPARM-RECORD
               CLOSE CONCPARM-FILE
               MOVE 0 TO RETURN-CODE
               CALL 'CONCILIA'
               PERFORM LEE-VEREDICTO-CONCILIA
           END-IF.

      * El retorno se arma sobre el worklist tal como llego, para
      * devolver cada linea en el orden en que la mando el
      * departamento.
       PASO-RETORNO.
           OPEN OUTPUT EXPPARM-FILE.
           IF WS-EXPPARM-STAT NOT = "00"
               DISPLAY "No se pudo preparar EXPPARM.DAT, "
                       "estado: " WS-EXPPARM-STAT
               MOVE 12 TO WS-RC-RETORNO
               MOVE "12" TO WS-EST-RETORNO
           ELSE
               MOVE WS-LOTE-ENTRADA TO EXPPARM-RECORD
               WRITE EXPPARM-RECORD
               MOVE WS-LOTE-LIMPIO TO EXPPARM-RECORD
               WRITE EXPPARM-RECORD
               MOVE WS-LOTE-SALIDA TO EXPPARM-RECORD
               WRITE EXPPARM-RECORD
               MOVE SPACES TO EXPPARM-RECORD
               MOVE WS-FECHA-PROCESO TO EXPPARM-RECORD(1:8)
               WRITE EXPPARM-RECORD
               MOVE SPACES TO EXPPARM-RECORD
               WRITE EXPPARM-RECORD
               CLOSE EXPPARM-FILE
               MOVE 0 TO RETURN-CODE
               CALL 'EXPLOTE'
               MOVE RETURN-CODE TO WS-RC-RETORNO
               MOVE WS-RC-RETORNO TO WS-EST-RETORNO
           END-IF.

       LEE-TOTALES-EDICION.
           OPEN INPUT EDICION-FILE.
           IF WS-EDICION-STAT = "00"

       CALCULA-RC-FINAL.
           MOVE WS-RC-EDICION TO WS-RC-FINAL.
           IF WS-RC-GENERA > WS-RC-FINAL
               MOVE WS-RC-GENERA TO WS-RC-FINAL
           END-IF.
           IF WS-RC-LOTE > WS-RC-FINAL
               MOVE WS-RC-LOTE TO WS-RC-FINAL
           END-IF.
           IF WS-RC-CONCILIA > WS-RC-FINAL
               MOVE WS-RC-CONCILIA TO WS-RC-FINAL
           END-IF.
           IF WS-RC-RETORNO > WS-RC-FINAL
               MOVE WS-RC-RETORNO TO WS-RC-FINAL
           END-IF.
           IF WS-CONT-EXCEPCIONES > 0 AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF.

      * Excepciones abiertas de cualquier lote, no solo del ciclo: un
      * resultado retenido sigue abierto hasta que se rechaza o hasta
      * que, liberado, se aplica en un reproceso.
       CUENTA-EXCEPCIONES.
           MOVE 0 TO WS-CONT-EXCEPCIONES.
           OPEN INPUT EXCEPCION-FILE.
           IF WS-EXCEPCION-STAT = "00"
               MOVE LOW-VALUES TO EXC-LLAVE
               MOVE 'N' TO WS-EOF-ARCHIVO
               START EXCEPCION-FILE KEY NOT < EXC-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-ARCHIVO
               END-START
               PERFORM UNTIL FIN-ARCHIVO
                   READ EXCEPCION-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF EXC-ESTADO = "P" OR EXC-ESTADO = "L"
                               ADD 1 TO WS-CONT-EXCEPCIONES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPCION-FILE
           END-IF.
           IF WS-CONT-EXCEPCIONES > 0
               DISPLAY "Aviso: " WS-CONT-EXCEPCIONES
                       " resultados retenidos sin resolver, pendientes"
                       " en LIBEXCEP o liberados sin reprocesar."
           END-IF.

      * Los archivos de parametros del ciclo se dejan vacios para que
      * una corrida interactiva posterior no arranque en automatico.
       LIMPIA-PARAMETROS.
           OPEN OUTPUT GENPARM-FILE.
           IF WS-GENPARM-STAT = "00"
               CLOSE GENPARM-FILE
           END-IF.
           OPEN OUTPUT VALIDAPARM-FILE.
           IF WS-VALIDAPARM-STAT = "00"
               CLOSE VALIDAPARM-FILE
           IF WS-CONCPARM-STAT = "00"
               CLOSE CONCPARM-FILE
           END-IF.
           OPEN OUTPUT EXPPARM-FILE.
           IF WS-EXPPARM-STAT = "00"
               CLOSE EXPPARM-FILE
           END-IF.

       ESCRIBE-CONTROL-CICLO.
           OPEN EXTEND CICLO-FILE.
                       " RUN=" WS-RUN-ID
                       " OPERADOR=" WS-OPERADOR
                       " FPROC=" WS-FECHA-PROCESO
                       " REDONDEO=" WS-MODO-REDONDEO
                       " ENTRADA=" FUNCTION TRIM(WS-LOTE-ENTRADA)
                       " SALIDA=" FUNCTION TRIM(WS-LOTE-SALIDA)
                       " RC-GENERA=" WS-EST-GENERA
                       " RC-EDICION=" WS-RC-EDICION
                       " RC-LOTE=" WS-EST-LOTE
                       " RC-CONCILIA=" WS-EST-CONCILIA
                       " RC-RETORNO=" WS-EST-RETORNO
                       " RC-FINAL=" WS-RC-FINAL
                       " EXCEPCIONES=" WS-CONT-EXCEPCIONES
                       " EDICION[" FUNCTION TRIM(WS-ED-TOTALES) "]"
                       " LOTE[" FUNCTION TRIM(WS-LT-TOTALES) " "
                       FUNCTION TRIM(WS-LT-ERRORES) "]"
