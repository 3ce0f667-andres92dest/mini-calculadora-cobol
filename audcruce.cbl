      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Auditoria cruzada de las pistas de lote. Para un
      *          rango de fechas (por la fecha del id de corrida)
      *          cruza RUNLOG.DAT, el historial de calculos
      *          (HISTORIAL.AAAAMM.DAT y HISTORIAL.DAT) y CICLO.CTL y
      *          deja en AUDITORIA.RPT las excepciones: corridas cuyo
      *          historial no suma lo que declara su LOTE-FIN,
      *          historial de lote con un id sin LOTE-INI, ciclos que
      *          corrieron el lote con un id que no esta en RUNLOG.DAT
      *          y sesiones con SESION-INI sin SESION-FIN. El rango
      *          sale de AUDPARM.DAT (desde y hasta AAAAMMDD) o se
      *          pregunta si el archivo no existe.
      *          RETURN-CODE: 0 sin excepciones, 4 hay excepciones,
      *          8 no se pudo abrir RUNLOG.DAT o el reporte,
      *          12 parametros invalidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCRUCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO "AUDPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STAT.
           SELECT HISTORIAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-HIST
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIAL-STAT.
           SELECT CICLO-FILE ASSIGN TO "CICLO.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STAT.
           SELECT INFORME-FILE ASSIGN TO "AUDITORIA.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD.
           05 RL-RUN-ID          PIC X(16).
           05 FILLER             PIC X(1).
           05 RL-FECHA           PIC X(8).
           05 FILLER             PIC X(1).
           05 RL-HORA            PIC X(8).
           05 FILLER             PIC X(1).
           05 RL-EVENTO          PIC X(10).
           05 RL-RESTO           PIC X(155).

       FD  HISTORIAL-FILE.
       01  HISTORIAL-RECORD.
           05 HST-FECHA          PIC X(8).
           05 HST-HORA           PIC X(8).
           05 HST-OPERACION      PIC X(1).
           05 HST-OPERANDO1      PIC X(12).
           05 HST-OPERANDO2      PIC X(12).
           05 HST-RESULTADO      PIC X(12).
           05 HST-RESIDUO        PIC X(12).
           05 HST-COD-RETORNO    PIC X(2).
           05 HST-RUN-ID         PIC X(16).
           05 HST-ORIGEN         PIC X(1).
           05 HST-REDONDEO       PIC X(1).
           05 HST-COD-OPERANDO   PIC X(8).
           05 HST-FECHA-VIGENCIA PIC X(8).
           05 HST-FECHA-PROCESO  PIC X(8).

       FD  CICLO-FILE.
       01  CICLO-RECORD.
           05 CTL-TIPO           PIC X(6).
           05 CTL-FECHA          PIC X(8).
           05 FILLER             PIC X(1).
           05 CTL-HORA           PIC X(8).
           05 CTL-ETIQUETA-RUN   PIC X(5).
           05 CTL-RUN-ID         PIC X(16).
           05 CTL-RESTO          PIC X(406).

       FD  INFORME-FILE.
       01  INFORME-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-RUNLOG-STAT       PIC XX.
       01 WS-HISTORIAL-STAT    PIC XX.
       01 WS-CICLO-STAT        PIC XX.
       01 WS-INFORME-STAT      PIC XX.

       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
          88 FIN-PARAMETRO          VALUE 'S'.
       01 WS-EOF-RUNLOG        PIC X VALUE 'N'.
          88 FIN-RUNLOG             VALUE 'S'.
       01 WS-EOF-HISTORIAL     PIC X VALUE 'N'.
          88 FIN-HISTORIAL          VALUE 'S'.
       01 WS-EOF-CICLO         PIC X VALUE 'N'.
          88 FIN-CICLO              VALUE 'S'.

       01 WS-NOMBRE-HIST       PIC X(100).

       01 WS-FECHA-DESDE       PIC X(8).
       01 WS-FECHA-HASTA       PIC X(8).
       01 WS-FECHA-VALIDA      PIC X VALUE 'N'.
          88 FECHA-OK               VALUE 'S'.
       01 WS-ENTRADA-FECHA     PIC X(8).
       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-PARAM-VALIDO      PIC X VALUE 'S'.
          88 PARAMETROS-OK          VALUE 'S'.

      * Una entrada por id de corrida visto en cualquiera de los tres
      * archivos, con lo que cada uno dice de esa corrida.
       01 WS-MAX-RUNS          PIC 9(4) VALUE 2000.
       01 WS-TABLA-RUNS.
          05 WS-RUN-ENT OCCURS 2000 TIMES.
             10 WS-RUN-TAB-ID        PIC X(16).
             10 WS-RUN-TAB-EN-RUNLOG PIC X(1).
             10 WS-RUN-TAB-SES-INI   PIC 9(3).
             10 WS-RUN-TAB-SES-FIN   PIC 9(3).
             10 WS-RUN-TAB-LOTE-INI  PIC 9(3).
             10 WS-RUN-TAB-LOTE-FIN  PIC 9(3).
             10 WS-RUN-TAB-SIN-CONT  PIC X(1).
             10 WS-RUN-TAB-ESPERADO  PIC 9(9).
             10 WS-RUN-TAB-HISTORIAL PIC 9(9).
             10 WS-RUN-TAB-CICLOS    PIC 9(3).
       01 WS-RUNS-CARGADOS     PIC 9(4) VALUE 0.
       01 WS-RUNS-OMITIDOS     PIC 9(7) VALUE 0.
       01 WS-IDX               PIC 9(4).
       01 WS-IDX-RUN           PIC 9(4) VALUE 0.
       01 WS-RUN-BUSCADO       PIC X(16).
       01 WS-ULTIMO-RUN        PIC X(16) VALUE SPACES.
       01 WS-ULTIMO-IDX        PIC 9(4) VALUE 0.
       01 WS-RUN-HALLADO       PIC X VALUE 'N'.
          88 RUN-HALLADO            VALUE 'S'.

       01 WS-TEXTO-ANTES       PIC X(406).
       01 WS-TEXTO-DESPUES     PIC X(406).
       01 WS-CONTEO-LOTE-FIN   PIC 9(9).

       01 WS-PERIODO-ACTUAL    PIC 9(6).
       01 WS-PERIODO-PARTES REDEFINES WS-PERIODO-ACTUAL.
          05 WS-PERIODO-ANO        PIC 9(4).
          05 WS-PERIODO-MES        PIC 9(2).
       01 WS-PERIODO-HASTA     PIC 9(6).

       01 WS-CONT-EVENTOS      PIC 9(9) VALUE 0.
       01 WS-CONT-ARCHIVOS     PIC 9(5) VALUE 0.
       01 WS-CONT-HIST-LEIDOS  PIC 9(9) VALUE 0.
       01 WS-CONT-HIST-LOTE    PIC 9(9) VALUE 0.
       01 WS-CONT-CICLOS       PIC 9(7) VALUE 0.
       01 WS-CONT-CONTEO       PIC 9(7) VALUE 0.
       01 WS-CONT-SIN-INI      PIC 9(7) VALUE 0.
       01 WS-CONT-CICLO-SIN    PIC 9(7) VALUE 0.
       01 WS-CONT-SESION       PIC 9(7) VALUE 0.
       01 WS-CONT-SIN-CONTADOR PIC 9(7) VALUE 0.
       01 WS-CONT-EXCEPCIONES  PIC 9(7) VALUE 0.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
       01 WS-MAX-LINEAS        PIC 99 VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-PARAMETROS.
           IF NOT PARAMETROS-OK
               DISPLAY "Parametros de auditoria invalidos en "
                       "AUDPARM.DAT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF.

           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STAT NOT = "00"
               DISPLAY "No hay registro de ejecuciones disponible, "
                       "estado: " WS-RUNLOG-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte de auditoria, "
                       "estado: " WS-INFORME-STAT
               CLOSE RUNLOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-RUNLOG.
           PERFORM UNTIL FIN-RUNLOG
               READ RUNLOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-RUNLOG
                   NOT AT END
                       IF RL-RUN-ID(1:8) >= WS-FECHA-DESDE AND
                               RL-RUN-ID(1:8) <= WS-FECHA-HASTA
                           ADD 1 TO WS-CONT-EVENTOS
                           PERFORM CLASIFICA-EVENTO-RUNLOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.

           MOVE WS-FECHA-DESDE(1:6) TO WS-PERIODO-ACTUAL.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HASTA.
           PERFORM UNTIL WS-PERIODO-ACTUAL > WS-PERIODO-HASTA
               MOVE SPACES TO WS-NOMBRE-HIST
               STRING "HISTORIAL." WS-PERIODO-ACTUAL ".DAT"
                       DELIMITED BY SIZE
                   INTO WS-NOMBRE-HIST
               PERFORM PROCESA-ARCHIVO-HISTORIAL
               PERFORM AVANZA-PERIODO
           END-PERFORM.
           MOVE "HISTORIAL.DAT" TO WS-NOMBRE-HIST.
           PERFORM PROCESA-ARCHIVO-HISTORIAL.

           PERFORM PROCESA-CONTROL-CICLOS.

           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-INFORME.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RUNS-CARGADOS
               PERFORM EVALUA-CORRIDA
           END-PERFORM.
           IF WS-RUNS-OMITIDOS > 0
               ADD 1 TO WS-CONT-EXCEPCIONES
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "EXCEPCION: TABLA DE CORRIDAS LLENA, REGISTROS "
                       "SIN CRUZAR=" WS-RUNS-OMITIDOS
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           IF WS-CONT-EXCEPCIONES = 0
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "SIN EXCEPCIONES: LAS TRES PISTAS CUADRAN"
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

           PERFORM ESCRIBE-TOTALES-INFORME.
           PERFORM ESCRIBE-PIE-INFORME.
           CLOSE INFORME-FILE.
           DISPLAY "Auditoria generada en AUDITORIA.RPT. "
                   "Corridas: " WS-RUNS-CARGADOS
                   "  Excepciones: " WS-CONT-EXCEPCIONES.
           IF WS-CONT-EXCEPCIONES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Con AUDPARM.DAT la auditoria corre sin dialogos desde el
      * calendario de operaciones; sin el pregunta el rango.
       LEE-PARAMETROS.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT NOT = "00"
               DISPLAY "Corridas desde (AAAAMMDD): "
               PERFORM LEE-FECHA
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-DESDE
               DISPLAY "Corridas hasta (AAAAMMDD): "
               PERFORM LEE-FECHA
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-HASTA
           ELSE
               MOVE 'N' TO WS-EOF-PARAMETRO
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:8) TO WS-FECHA-DESDE
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:8) TO WS-FECHA-HASTA
               CLOSE PARAMETRO-FILE
               IF WS-FECHA-DESDE IS NOT NUMERIC OR
                       WS-FECHA-HASTA IS NOT NUMERIC
                   MOVE 'N' TO WS-PARAM-VALIDO
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

       LEE-FECHA.
           MOVE 'N' TO WS-FECHA-VALIDA.
           PERFORM UNTIL FECHA-OK
               ACCEPT WS-ENTRADA-FECHA
               IF WS-ENTRADA-FECHA IS NUMERIC
                   MOVE 'S' TO WS-FECHA-VALIDA
               ELSE
                   DISPLAY "Fecha invalida, ingresa ocho digitos "
                           "AAAAMMDD: "
               END-IF
           END-PERFORM.

      * Ubica (o agrega) la entrada de WS-RUN-BUSCADO en la tabla. El
      * historial trae los registros de una corrida seguidos, asi que
      * se recuerda la ultima encontrada antes de recorrer la tabla.
       BUSCA-RUN.
           MOVE 'N' TO WS-RUN-HALLADO.
           MOVE 0 TO WS-IDX-RUN.
           IF WS-ULTIMO-IDX > 0 AND WS-RUN-BUSCADO = WS-ULTIMO-RUN
               MOVE WS-ULTIMO-IDX TO WS-IDX-RUN
               MOVE 'S' TO WS-RUN-HALLADO
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RUNS-CARGADOS
                       OR RUN-HALLADO
                   IF WS-RUN-TAB-ID(WS-IDX) = WS-RUN-BUSCADO
                       MOVE WS-IDX TO WS-IDX-RUN
                       MOVE 'S' TO WS-RUN-HALLADO
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT RUN-HALLADO
               IF WS-RUNS-CARGADOS < WS-MAX-RUNS
                   ADD 1 TO WS-RUNS-CARGADOS
                   MOVE WS-RUNS-CARGADOS TO WS-IDX-RUN
                   MOVE WS-RUN-BUSCADO TO WS-RUN-TAB-ID(WS-IDX-RUN)
                   MOVE 'N' TO WS-RUN-TAB-EN-RUNLOG(WS-IDX-RUN)
                   MOVE 'N' TO WS-RUN-TAB-SIN-CONT(WS-IDX-RUN)
                   MOVE 0 TO WS-RUN-TAB-SES-INI(WS-IDX-RUN)
                             WS-RUN-TAB-SES-FIN(WS-IDX-RUN)
                             WS-RUN-TAB-LOTE-INI(WS-IDX-RUN)
                             WS-RUN-TAB-LOTE-FIN(WS-IDX-RUN)
                             WS-RUN-TAB-ESPERADO(WS-IDX-RUN)
                             WS-RUN-TAB-HISTORIAL(WS-IDX-RUN)
                             WS-RUN-TAB-CICLOS(WS-IDX-RUN)
               ELSE
                   ADD 1 TO WS-RUNS-OMITIDOS
               END-IF
           END-IF.
           IF WS-IDX-RUN > 0
               MOVE WS-RUN-BUSCADO TO WS-ULTIMO-RUN
               MOVE WS-IDX-RUN TO WS-ULTIMO-IDX
           END-IF.

      * El LOTE-FIN trae HISTORIAL= con los registros de historial
      * que grabo la corrida; los LOTE-FIN anteriores a ese contador
      * no se pueden cuadrar y solo se avisan.
       CLASIFICA-EVENTO-RUNLOG.
           MOVE RL-RUN-ID TO WS-RUN-BUSCADO.
           PERFORM BUSCA-RUN.
           IF WS-IDX-RUN > 0
               MOVE 'S' TO WS-RUN-TAB-EN-RUNLOG(WS-IDX-RUN)
               EVALUATE RL-EVENTO
                   WHEN "SESION-INI"
                       ADD 1 TO WS-RUN-TAB-SES-INI(WS-IDX-RUN)
                   WHEN "SESION-FIN"
                       ADD 1 TO WS-RUN-TAB-SES-FIN(WS-IDX-RUN)
                   WHEN "LOTE-INI"
                       ADD 1 TO WS-RUN-TAB-LOTE-INI(WS-IDX-RUN)
                   WHEN "LOTE-FIN"
                       ADD 1 TO WS-RUN-TAB-LOTE-FIN(WS-IDX-RUN)
                       MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-DESPUES
                       UNSTRING RL-RESTO DELIMITED BY "HISTORIAL="
                           INTO WS-TEXTO-ANTES WS-TEXTO-DESPUES
                       END-UNSTRING
                       IF WS-TEXTO-DESPUES(1:9) IS NUMERIC
                           MOVE WS-TEXTO-DESPUES(1:9)
                               TO WS-CONTEO-LOTE-FIN
                           ADD WS-CONTEO-LOTE-FIN
                               TO WS-RUN-TAB-ESPERADO(WS-IDX-RUN)
                       ELSE
                           MOVE 'S' TO WS-RUN-TAB-SIN-CONT(WS-IDX-RUN)
                       END-IF
               END-EVALUATE
           END-IF.

       AVANZA-PERIODO.
           ADD 1 TO WS-PERIODO-MES.
           IF WS-PERIODO-MES > 12
               MOVE 1 TO WS-PERIODO-MES
               ADD 1 TO WS-PERIODO-ANO
           END-IF.

      * Solo cuenta el historial de lote; los calculos interactivos
      * no tienen LOTE-INI con que cruzarse.
       PROCESA-ARCHIVO-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-HISTORIAL-STAT = "00"
               ADD 1 TO WS-CONT-ARCHIVOS
               MOVE 'N' TO WS-EOF-HISTORIAL
               PERFORM UNTIL FIN-HISTORIAL
                   READ HISTORIAL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-HISTORIAL
                       NOT AT END
                           ADD 1 TO WS-CONT-HIST-LEIDOS
                           IF HST-ORIGEN = "L" AND
                                   HST-RUN-ID(1:8) >= WS-FECHA-DESDE
                                   AND HST-RUN-ID(1:8) <=
                                   WS-FECHA-HASTA
                               ADD 1 TO WS-CONT-HIST-LOTE
                               MOVE HST-RUN-ID TO WS-RUN-BUSCADO
                               PERFORM BUSCA-RUN
                               IF WS-IDX-RUN > 0
                                   ADD 1 TO
                                       WS-RUN-TAB-HISTORIAL(WS-IDX-RUN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-FILE
           END-IF.

      * Un ciclo con RC-LOTE=NA no llego a correr la calculadora y no
      * tiene por que aparecer en RUNLOG.DAT.
       PROCESA-CONTROL-CICLOS.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STAT NOT = "00"
               DISPLAY "No hay control de ciclos disponible, "
                       "estado: " WS-CICLO-STAT
           ELSE
               MOVE 'N' TO WS-EOF-CICLO
               PERFORM UNTIL FIN-CICLO
                   READ CICLO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-CICLO
                       NOT AT END
                           IF CTL-TIPO = "CICLO " AND
                                   CTL-ETIQUETA-RUN = " RUN=" AND
                                   CTL-RUN-ID(1:8) >= WS-FECHA-DESDE
                                   AND CTL-RUN-ID(1:8) <=
                                   WS-FECHA-HASTA
                               PERFORM CLASIFICA-CICLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLO-FILE
           END-IF.

       CLASIFICA-CICLO.
           ADD 1 TO WS-CONT-CICLOS.
           MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-DESPUES.
           UNSTRING CTL-RESTO DELIMITED BY "RC-LOTE="
               INTO WS-TEXTO-ANTES WS-TEXTO-DESPUES
           END-UNSTRING.
           IF WS-TEXTO-DESPUES(1:2) IS NUMERIC
               MOVE CTL-RUN-ID TO WS-RUN-BUSCADO
               PERFORM BUSCA-RUN
               IF WS-IDX-RUN > 0
                   ADD 1 TO WS-RUN-TAB-CICLOS(WS-IDX-RUN)
               END-IF
           END-IF.

      * Una corrida con LOTE-INI sin su LOTE-FIN ya sale como sesion
      * abierta; su conteo de historial no se cuadra.
       EVALUA-CORRIDA.
           IF WS-RUN-TAB-SES-FIN(WS-IDX) < WS-RUN-TAB-SES-INI(WS-IDX)
               ADD 1 TO WS-CONT-SESION
               ADD 1 TO WS-CONT-EXCEPCIONES
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "SESION SIN SESION-FIN     RUN="
                       WS-RUN-TAB-ID(WS-IDX)
                       " SESION-INI=" WS-RUN-TAB-SES-INI(WS-IDX)
                       " SESION-FIN=" WS-RUN-TAB-SES-FIN(WS-IDX)
                       " LOTE-INI=" WS-RUN-TAB-LOTE-INI(WS-IDX)
                       " LOTE-FIN=" WS-RUN-TAB-LOTE-FIN(WS-IDX)
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           IF WS-RUN-TAB-HISTORIAL(WS-IDX) > 0 AND
                   WS-RUN-TAB-LOTE-INI(WS-IDX) = 0
               ADD 1 TO WS-CONT-SIN-INI
               ADD 1 TO WS-CONT-EXCEPCIONES
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "HISTORIAL SIN LOTE-INI    RUN="
                       WS-RUN-TAB-ID(WS-IDX)
                       " REGISTROS EN HISTORIAL="
                       WS-RUN-TAB-HISTORIAL(WS-IDX)
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           IF WS-RUN-TAB-CICLOS(WS-IDX) > 0 AND
                   WS-RUN-TAB-EN-RUNLOG(WS-IDX) = 'N'
               ADD 1 TO WS-CONT-CICLO-SIN
               ADD 1 TO WS-CONT-EXCEPCIONES
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "CICLO SIN CORRIDA EN LOG  RUN="
                       WS-RUN-TAB-ID(WS-IDX)
                       " CICLOS EN CICLO.CTL="
                       WS-RUN-TAB-CICLOS(WS-IDX)
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           IF WS-RUN-TAB-LOTE-FIN(WS-IDX) > 0 AND
                   WS-RUN-TAB-LOTE-FIN(WS-IDX) =
                       WS-RUN-TAB-LOTE-INI(WS-IDX)
               IF WS-RUN-TAB-SIN-CONT(WS-IDX) = 'S'
                   ADD 1 TO WS-CONT-SIN-CONTADOR
                   PERFORM CONTROLA-SALTO-PAGINA
                   MOVE SPACES TO INFORME-RECORD
                   STRING "AVISO LOTE-FIN SIN CONTEO RUN="
                           WS-RUN-TAB-ID(WS-IDX)
                           " REGISTROS EN HISTORIAL="
                           WS-RUN-TAB-HISTORIAL(WS-IDX)
                           DELIMITED BY SIZE
                       INTO INFORME-RECORD
                   WRITE INFORME-RECORD
                   ADD 1 TO WS-LINEAS-PAGINA
               ELSE
                   IF WS-RUN-TAB-HISTORIAL(WS-IDX) NOT =
                           WS-RUN-TAB-ESPERADO(WS-IDX)
                       ADD 1 TO WS-CONT-CONTEO
                       ADD 1 TO WS-CONT-EXCEPCIONES
                       PERFORM CONTROLA-SALTO-PAGINA
                       MOVE SPACES TO INFORME-RECORD
                       STRING "CONTEO DE HISTORIAL DIST. RUN="
                               WS-RUN-TAB-ID(WS-IDX)
                               " LOTE-FIN HISTORIAL="
                               WS-RUN-TAB-ESPERADO(WS-IDX)
                               " EN HISTORIAL="
                               WS-RUN-TAB-HISTORIAL(WS-IDX)
                               DELIMITED BY SIZE
                           INTO INFORME-RECORD
                       WRITE INFORME-RECORD
                       ADD 1 TO WS-LINEAS-PAGINA
                   END-IF
               END-IF
           END-IF.

       ESCRIBE-TOTALES-INFORME.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES CORRIDAS=" WS-RUNS-CARGADOS
                   " EVENTOS=" WS-CONT-EVENTOS
                   " CICLOS=" WS-CONT-CICLOS
                   " ARCHIVOS HISTORIAL=" WS-CONT-ARCHIVOS
                   " LEIDOS=" WS-CONT-HIST-LEIDOS
                   " DE LOTE=" WS-CONT-HIST-LOTE
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES EXCEPCIONES=" WS-CONT-EXCEPCIONES
                   " CONTEO=" WS-CONT-CONTEO
                   " SIN LOTE-INI=" WS-CONT-SIN-INI
                   " CICLO SIN CORRIDA=" WS-CONT-CICLO-SIN
                   " SESION ABIERTA=" WS-CONT-SESION
                   " AVISOS=" WS-CONT-SIN-CONTADOR
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       CONTROLA-SALTO-PAGINA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBE-PIE-INFORME
               ADD 1 TO WS-NUM-PAGINA
               PERFORM ESCRIBE-ENCABEZADO-INFORME
           END-IF.

       ESCRIBE-ENCABEZADO-INFORME.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           MOVE SPACES TO INFORME-RECORD.
           STRING "REPORTE - AUDITORIA CRUZADA RUNLOG / HISTORIAL / "
                   "CICLO.CTL" DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE SPACES TO INFORME-RECORD.
           STRING "Fecha: " WS-FECHA-REPORTE
                   "   Pagina: " WS-NUM-PAGINA
                   "  Rango: " WS-FECHA-DESDE " a " WS-FECHA-HASTA
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE 0 TO WS-LINEAS-PAGINA.

       ESCRIBE-PIE-INFORME.
           MOVE SPACES TO INFORME-RECORD.
           STRING "Lineas en esta pagina: " WS-LINEAS-PAGINA
               DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.

       END PROGRAM AUDCRUCE.
