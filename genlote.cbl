      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Genera el worklist del dia a partir de las plantillas
      *          de calculo de PLANTILLA.DAT. Para la fecha de proceso
      *          dispara las plantillas activas, vigentes entre su
      *          fecha de inicio y de fin, cuya frecuencia toca ese
      *          dia (diaria, semanal en su dia o fin de mes) y, si se
      *          indica, del departamento pedido. Escribe el worklist
      *          en el mismo formato fijo que arma CONVLOTE, con
      *          cabecera y registro final cuadrados, y PLANTILLAS.RPT
      *          con cada plantilla disparada u omitida y su motivo.
      *          Si existe GENPARM.DAT (worklist, fecha de proceso,
      *          departamento) corre sin dialogos para CICLOLOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTILLA-FILE ASSIGN TO "PLANTILLA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PLT-ID
               FILE STATUS IS WS-PLANTILLA-STAT.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-ARCH-SALIDA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STAT.
           SELECT REPORTE-FILE ASSIGN TO "PLANTILLAS.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANTILLA-FILE.
       01  PLANTILLA-RECORD.
           05 PLT-ID             PIC X(8).
           05 PLT-DESCRIPCION    PIC X(30).
           05 PLT-OPERACION      PIC X(1).
           05 PLT-NUMERO         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-NUMERO2        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-COD-OPERANDO   PIC X(8).
           05 PLT-MULT-INICIO    PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-MULT-FIN       PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-FRECUENCIA     PIC X(1).
              88 FRECUENCIA-DIARIA      VALUE 'D'.
              88 FRECUENCIA-SEMANAL     VALUE 'S'.
              88 FRECUENCIA-FIN-MES     VALUE 'M'.
           05 PLT-DIA-SEMANA     PIC 9(1).
           05 PLT-FECHA-INICIO   PIC 9(8).
           05 PLT-FECHA-FIN      PIC 9(8).
           05 PLT-DEPARTAMENTO   PIC X(8).
           05 PLT-ESTADO         PIC X(1).

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

       FD  REPORTE-FILE.
       01  REPORTE-RECORD        PIC X(80).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-PLANTILLA-STAT    PIC XX.
       01 WS-ARCH-SALIDA       PIC X(100).
       01 WS-SALIDA-STAT       PIC XX.
       01 WS-REPORTE-STAT      PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
          88 FIN-PARAMETRO          VALUE 'S'.
       01 WS-MODO-AUTO         PIC X VALUE 'N'.
          88 MODO-AUTO              VALUE 'S'.

       01 WS-EOF-PLANTILLA     PIC X VALUE 'N'.
          88 FIN-PLANTILLA          VALUE 'S'.

       01 WS-FECHA-PROCESO     PIC 9(8).
       01 WS-ENTRADA-FECHA     PIC X(8).
       01 WS-DEPARTAMENTO      PIC X(8).
       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-DIA-SEMANA        PIC 9(1).
       01 WS-FECHA-SIGUIENTE   PIC 9(8).
       01 WS-FECHA-SIGUIENTE-R REDEFINES WS-FECHA-SIGUIENTE.
          05 FILLER             PIC 9(6).
          05 WS-DIA-SIGUIENTE   PIC 9(2).
       01 WS-FIN-DE-MES        PIC X VALUE 'N'.
          88 ES-FIN-DE-MES          VALUE 'S'.

       01 WS-PLANTILLA-VALIDA  PIC X VALUE 'S'.
          88 PLANTILLA-OK           VALUE 'S'.
       01 WS-MOTIVO-OMISION    PIC X(40).

       01 WS-CONT-LEIDAS       PIC 9(7) VALUE 0.
       01 WS-CONT-GENERADAS    PIC 9(7) VALUE 0.
       01 WS-CONT-OMITIDAS     PIC 9(7) VALUE 0.
       01 WS-HASH-NUMERO       PIC S9(13)V99 VALUE 0.
       01 WS-HASH-NUMERO2      PIC S9(13)V99 VALUE 0.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
       01 WS-MAX-LINEAS        PIC 99 VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-PARAMETROS-GENERA.
           IF NOT MODO-AUTO
               DISPLAY "Worklist de salida: "
               ACCEPT WS-ARCH-SALIDA
               DISPLAY "Fecha de proceso (AAAAMMDD, vacio = hoy): "
               ACCEPT WS-ENTRADA-FECHA
               IF WS-ENTRADA-FECHA IS NUMERIC
                   MOVE WS-ENTRADA-FECHA TO WS-FECHA-PROCESO
               END-IF
               DISPLAY "Departamento (vacio = todos): "
               ACCEPT WS-DEPARTAMENTO
           END-IF.

           IF WS-ARCH-SALIDA = SPACES OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PROCESO)
                   NOT = 0
               DISPLAY "Parametros de generacion invalidos: worklist "
                       "en blanco o fecha " WS-FECHA-PROCESO
                       " inexistente."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULA-CALENDARIO.

           OPEN INPUT PLANTILLA-FILE.
           IF WS-PLANTILLA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de plantillas, "
                       "estado: " WS-PLANTILLA-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.
           IF WS-SALIDA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el worklist de salida: "
                       WS-ARCH-SALIDA
               CLOSE PLANTILLA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte de plantillas, "
                       "estado: " WS-REPORTE-STAT
               CLOSE PLANTILLA-FILE
               CLOSE WORKLIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-PLANTILLAS.
           PERFORM ESCRIBE-CABECERA-WORKLIST.

           MOVE 'N' TO WS-EOF-PLANTILLA.
           PERFORM UNTIL FIN-PLANTILLA
               READ PLANTILLA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PLANTILLA
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       PERFORM EVALUA-PLANTILLA
               END-READ
           END-PERFORM.

           PERFORM ESCRIBE-FINAL-WORKLIST.
           PERFORM ESCRIBE-TOTALES-PLANTILLAS.
           PERFORM ESCRIBE-PIE-PLANTILLAS.
           CLOSE PLANTILLA-FILE.
           CLOSE WORKLIST-FILE.
           CLOSE REPORTE-FILE.
           DISPLAY "Generacion terminada. Plantillas: " WS-CONT-LEIDAS
                   "  Generadas: " WS-CONT-GENERADAS
                   "  Omitidas: " WS-CONT-OMITIDAS.
           IF WS-CONT-GENERADAS = 0
               DISPLAY "Aviso: ninguna plantilla toca el "
                       WS-FECHA-PROCESO ", worklist vacio."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LEE-PARAMETROS-GENERA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DEPARTAMENTO.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT NOT = "00"
               MOVE 'N' TO WS-MODO-AUTO
           ELSE
               MOVE 'S' TO WS-MODO-AUTO
               MOVE 'N' TO WS-EOF-PARAMETRO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD TO WS-ARCH-SALIDA
               PERFORM LEE-LINEA-PARAMETRO
               IF PARAMETRO-RECORD(1:8) IS NUMERIC
                   MOVE PARAMETRO-RECORD(1:8) TO WS-FECHA-PROCESO
               END-IF
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:8) TO WS-DEPARTAMENTO
               CLOSE PARAMETRO-FILE
               IF WS-ARCH-SALIDA = SPACES
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

      * Dia de la semana de la fecha de proceso (1 = lunes, el dia
      * entero 1 del calendario es el lunes 01-01-1601) y si es el
      * ultimo dia del mes (el dia siguiente es primero de mes).
       CALCULA-CALENDARIO.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 1, 7)
                   + 1.
           COMPUTE WS-FECHA-SIGUIENTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) + 1).
           IF WS-DIA-SIGUIENTE = 1
               MOVE 'S' TO WS-FIN-DE-MES
           ELSE
               MOVE 'N' TO WS-FIN-DE-MES
           END-IF.

       EVALUA-PLANTILLA.
           MOVE 'S' TO WS-PLANTILLA-VALIDA.
           MOVE SPACES TO WS-MOTIVO-OMISION.
           EVALUATE TRUE
               WHEN PLT-ESTADO NOT = "A"
                   MOVE 'N' TO WS-PLANTILLA-VALIDA
                   MOVE "PLANTILLA INACTIVA" TO WS-MOTIVO-OMISION
               WHEN WS-DEPARTAMENTO NOT = SPACES AND
                       PLT-DEPARTAMENTO NOT = WS-DEPARTAMENTO
                   MOVE 'N' TO WS-PLANTILLA-VALIDA
                   MOVE "OTRO DEPARTAMENTO" TO WS-MOTIVO-OMISION
               WHEN WS-FECHA-PROCESO < PLT-FECHA-INICIO
                   MOVE 'N' TO WS-PLANTILLA-VALIDA
                   MOVE "AUN NO INICIA" TO WS-MOTIVO-OMISION
               WHEN WS-FECHA-PROCESO > PLT-FECHA-FIN
                   MOVE 'N' TO WS-PLANTILLA-VALIDA
                   MOVE "VENCIDA" TO WS-MOTIVO-OMISION
               WHEN FRECUENCIA-DIARIA
                   CONTINUE
               WHEN FRECUENCIA-SEMANAL
                   IF PLT-DIA-SEMANA NOT = WS-DIA-SEMANA
                       MOVE 'N' TO WS-PLANTILLA-VALIDA
                       MOVE "NO ES SU DIA DE LA SEMANA"
                               TO WS-MOTIVO-OMISION
                   END-IF
               WHEN FRECUENCIA-FIN-MES
                   IF NOT ES-FIN-DE-MES
                       MOVE 'N' TO WS-PLANTILLA-VALIDA
                       MOVE "NO ES FIN DE MES" TO WS-MOTIVO-OMISION
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PLANTILLA-VALIDA
                   MOVE "FRECUENCIA DESCONOCIDA" TO WS-MOTIVO-OMISION
           END-EVALUATE.
           IF PLANTILLA-OK
               PERFORM GENERA-REGISTRO
           ELSE
               ADD 1 TO WS-CONT-OMITIDAS
               PERFORM ESCRIBE-OMITIDA
           END-IF.

      * Las sumas de control siguen la regla de VALIDALOTE: operando2
      * solo cuenta en operaciones en mayuscula.
       GENERA-REGISTRO.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE PLT-OPERACION TO WL-OPERACION.
           MOVE PLT-NUMERO TO WL-NUMERO.
           MOVE PLT-ID TO WL-REFERENCIA.
           IF PLT-OPERACION IS ALPHABETIC-LOWER
               MOVE PLT-COD-OPERANDO TO WL-COD-OPERANDO
           ELSE
               MOVE PLT-NUMERO2 TO WL-NUMERO2
               MOVE PLT-MULT-INICIO TO WL-MULT-INICIO
               MOVE PLT-MULT-FIN TO WL-MULT-FIN
               ADD PLT-NUMERO2 TO WS-HASH-NUMERO2
           END-IF.
           ADD PLT-NUMERO TO WS-HASH-NUMERO.
           WRITE WORKLIST-RECORD.
           ADD 1 TO WS-CONT-GENERADAS.
           PERFORM ESCRIBE-GENERADA.

       ESCRIBE-CABECERA-WORKLIST.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE "C" TO WL-OPERACION.
           IF WS-DEPARTAMENTO NOT = SPACES
               MOVE WS-DEPARTAMENTO TO WL-CAB-DEPARTAMENTO
           ELSE
               MOVE "PLANTILL" TO WL-CAB-DEPARTAMENTO
           END-IF.
           STRING "PLANT-" WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO WL-CAB-LOTE-ID.
           MOVE WS-FECHA-HOY TO WL-CAB-FECHA-CREACION.
           WRITE WORKLIST-RECORD.

       ESCRIBE-FINAL-WORKLIST.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE "F" TO WL-OPERACION.
           MOVE WS-CONT-GENERADAS TO WL-FIN-REGISTROS.
           MOVE WS-HASH-NUMERO TO WL-FIN-HASH-NUMERO.
           MOVE WS-HASH-NUMERO2 TO WL-FIN-HASH-NUMERO2.
           WRITE WORKLIST-RECORD.

       ESCRIBE-GENERADA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "PLANTILLA " PLT-ID " GENERADA  REGISTRO "
                   WS-CONT-GENERADAS " OP=" PLT-OPERACION
                   " FREC=" PLT-FRECUENCIA
                   " DEPTO=" PLT-DEPARTAMENTO
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-OMITIDA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "PLANTILLA " PLT-ID " OMITIDA: "
                   FUNCTION TRIM(WS-MOTIVO-OMISION)
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-ENCABEZADO-PLANTILLAS.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "REPORTE - PLANTILLAS DE CALCULO DEL DIA"
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Fecha: " WS-FECHA-REPORTE
                   "   Pagina: " WS-NUM-PAGINA DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Fecha de proceso: " WS-FECHA-PROCESO
                   "  Dia de la semana: " WS-DIA-SEMANA
                   "  Fin de mes: " WS-FIN-DE-MES
                   "  Depto: " WS-DEPARTAMENTO
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Worklist: " FUNCTION TRIM(WS-ARCH-SALIDA)
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE SPACES TO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           MOVE 0 TO WS-LINEAS-PAGINA.

       ESCRIBE-PIE-PLANTILLAS.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "Lineas en esta pagina: " WS-LINEAS-PAGINA
               DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.

       CONTROLA-SALTO-PAGINA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBE-PIE-PLANTILLAS
               ADD 1 TO WS-NUM-PAGINA
               PERFORM ESCRIBE-ENCABEZADO-PLANTILLAS
           END-IF.

       ESCRIBE-TOTALES-PLANTILLAS.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "TOTALES PLANTILLAS=" WS-CONT-LEIDAS
                   " GENERADAS=" WS-CONT-GENERADAS
                   " OMITIDAS=" WS-CONT-OMITIDAS
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           WRITE REPORTE-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       END PROGRAM GENLOTE.
