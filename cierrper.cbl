      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Cierre de un periodo contable (AAAAMM). Lleva en
      *          PERIODO.DAT el estado de cada mes: A abierto (igual
      *          que sin registro), E en cierre y C cerrado, con el
      *          supervisor que inicio y el que cerro y cuando. Solo
      *          entra un supervisor activo y solo se cierra un mes
      *          ya terminado. El periodo pasa a E y se buscan los
      *          pendientes del mes: candados de lote activos, corridas
      *          de lote con LOTE-INI sin LOTE-FIN en RUNLOG.DAT que no
      *          se completaron despues, ciclos de CICLO.CTL cuya
      *          ultima corrida termino con RC 8 o mas y excepciones
      *          de resultados pendientes o liberadas sin aplicar. Con
      *          pendientes el periodo queda en E y no se cierra. Sin
      *          pendientes escribe el acta CIERRE.AAAAMM.RPT con los
      *          conteos e importes finales del mes tomados del
      *          historial (HISTORIAL.AAAAMM.DAT y HISTORIAL.DAT, por
      *          fecha de proceso) y deja el periodo en C. Un periodo
      *          cerrado ya no acepta cambios al maestro con fecha
      *          efectiva en el, ni lotes con esa fecha de proceso, y
      *          es el unico que PURGAHIST pasa a generacion.
      *          RETURN-CODE: 0 periodo cerrado, 4 ya estaba cerrado,
      *          8 no se pudo abrir un archivo, 12 acceso denegado,
      *          periodo invalido o pendientes en el mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PER-PERIODO
               FILE STATUS IS WS-PERIODO-STAT.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS WS-OPERMAST-STAT.
           SELECT LOTELOCK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTELOCK-STAT.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STAT.
           SELECT CICLO-FILE ASSIGN TO "CICLO.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STAT.
           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXC-LLAVE
               FILE STATUS IS WS-EXCEPCION-STAT.
           SELECT HISTORIAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-HIST
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIAL-STAT.
           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INFORME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STAT.

       DATA DIVISION.
       FILE SECTION.
      * PER-ESTADO: A abierto, E en cierre, C cerrado. Un periodo sin
      * registro esta abierto.
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

       FD  OPERMAST-FILE.
       01  OPERADOR-RECORD.
           05 OPR-ID             PIC X(8).
           05 OPR-NOMBRE         PIC X(30).
           05 OPR-NIVEL          PIC X(1).
           05 OPR-ESTADO         PIC X(1).

       FD  LOTELOCK-FILE.
       01  LOCK-RECORD.
           05 LCK-ESTADO         PIC X(1).
           05 LCK-RUN-ID         PIC X(16).
           05 LCK-OPERADOR       PIC X(8).
           05 LCK-FECHA          PIC 9(8).
           05 LCK-HORA           PIC 9(8).
           05 LCK-WORKLIST       PIC X(100).

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

       FD  CICLO-FILE.
       01  CICLO-RECORD.
           05 CTL-TIPO           PIC X(6).
           05 CTL-FECHA          PIC X(8).
           05 FILLER             PIC X(1).
           05 CTL-HORA           PIC X(8).
           05 CTL-ETIQUETA-RUN   PIC X(5).
           05 CTL-RUN-ID         PIC X(16).
           05 CTL-RESTO          PIC X(406).

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

       FD  HISTORIAL-FILE.
       01  HISTORIAL-RECORD.
           05 HST-FECHA          PIC X(8).
           05 HST-HORA           PIC X(8).
           05 HST-OPERACION      PIC X(1).
           05 HST-OPERANDO1      PIC X(12).
           05 HST-OPERANDO2      PIC X(12).
           05 HST-RESULTADO      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 HST-RESIDUO        PIC X(12).
           05 HST-COD-RETORNO    PIC X(2).
           05 HST-RUN-ID         PIC X(16).
           05 HST-ORIGEN         PIC X(1).
           05 HST-REDONDEO       PIC X(1).
           05 HST-COD-OPERANDO   PIC X(8).
           05 HST-FECHA-VIGENCIA PIC X(8).
           05 HST-FECHA-PROCESO  PIC X(8).

       FD  INFORME-FILE.
       01  INFORME-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PERIODO-STAT      PIC XX.
       01 WS-OPERMAST-STAT     PIC XX.
       01 WS-LOTELOCK-STAT     PIC XX.
       01 WS-RUNLOG-STAT       PIC XX.
       01 WS-CICLO-STAT        PIC XX.
       01 WS-EXCEPCION-STAT    PIC XX.
       01 WS-HISTORIAL-STAT    PIC XX.
       01 WS-INFORME-STAT      PIC XX.

       01 WS-NOMBRE-CANDADO    PIC X(30).
       01 WS-NOMBRE-HIST       PIC X(100).
       01 WS-NOMBRE-INFORME    PIC X(30).

       01 WS-OPERADOR          PIC X(8).
       01 WS-ACCESO-VALIDO     PIC X VALUE 'N'.
          88 ACCESO-OK              VALUE 'S'.

       01 WS-ENTRADA-PERIODO   PIC X(6).
       01 WS-PERIODO-CIERRE    PIC 9(6).
       01 WS-PERIODO-CIE-PARTES REDEFINES WS-PERIODO-CIERRE.
          05 WS-PERIODO-CIE-ANO    PIC 9(4).
          05 WS-PERIODO-CIE-MES    PIC 9(2).
       01 WS-PERIODO-VALIDO    PIC X VALUE 'N'.
          88 PERIODO-OK             VALUE 'S'.
       01 WS-PERIODO-HALLADO   PIC X VALUE 'N'.
          88 PERIODO-HALLADO        VALUE 'S'.
       01 WS-PERIODO-GRABADO   PIC X VALUE 'N'.
          88 PERIODO-GRABADO        VALUE 'S'.

       01 WS-PERIODO-ACTUAL    PIC 9(6).
       01 WS-PERIODO-PARTES REDEFINES WS-PERIODO-ACTUAL.
          05 WS-PERIODO-ANO        PIC 9(4).
          05 WS-PERIODO-MES        PIC 9(2).
       01 WS-PERIODO-HASTA     PIC 9(6).
       01 WS-PERIODO-REGISTRO  PIC X(6).

       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-HORA-HOY          PIC 9(8).

       01 WS-EOF-RUNLOG        PIC X VALUE 'N'.
          88 FIN-RUNLOG             VALUE 'S'.
       01 WS-EOF-CICLO         PIC X VALUE 'N'.
          88 FIN-CICLO              VALUE 'S'.
       01 WS-EOF-EXCEPCION     PIC X VALUE 'N'.
          88 FIN-EXCEPCION          VALUE 'S'.
       01 WS-EOF-HISTORIAL     PIC X VALUE 'N'.
          88 FIN-HISTORIAL          VALUE 'S'.

       01 WS-PARTICION-BUSCA   PIC 9(3).
       01 WS-PARTICION-NOMBRE  PIC 9(2).

       01 WS-TEXTO-ANTES       PIC X(406).
       01 WS-TEXTO-DESPUES     PIC X(406).
       01 WS-TEXTO-ENTRADA     PIC X(100).
       01 WS-TEXTO-RESTO       PIC X(406).

      * Corridas de lote del mes segun RUNLOG.DAT: una entrada por id
      * de corrida con LOTE-INI de ese periodo de proceso.
       01 WS-MAX-CORRIDAS      PIC 9(4) VALUE 2000.
       01 WS-TABLA-CORRIDAS.
          05 WS-COR-ENT OCCURS 2000 TIMES.
             10 WS-COR-RUN-ID        PIC X(16).
             10 WS-COR-ENTRADA       PIC X(100).
             10 WS-COR-INI           PIC 9(3).
             10 WS-COR-FIN           PIC 9(3).
       01 WS-CORRIDAS-CARGADAS PIC 9(4) VALUE 0.
       01 WS-CORRIDAS-OMITIDAS PIC 9(7) VALUE 0.

      * Ultimo ciclo del mes por worklist de entrada segun CICLO.CTL.
       01 WS-MAX-CICLOS        PIC 9(4) VALUE 500.
       01 WS-TABLA-CICLOS.
          05 WS-CIC-ENT OCCURS 500 TIMES.
             10 WS-CIC-ENTRADA       PIC X(100).
             10 WS-CIC-RUN-ID        PIC X(16).
             10 WS-CIC-RC            PIC X(2).
       01 WS-CICLOS-CARGADOS   PIC 9(4) VALUE 0.
       01 WS-CICLOS-OMITIDOS   PIC 9(7) VALUE 0.

       01 WS-IDX               PIC 9(4).
       01 WS-IDX2              PIC 9(4).
       01 WS-IDX-HALLADO       PIC 9(4) VALUE 0.
       01 WS-CORRIDA-COMPLETADA PIC X VALUE 'N'.
          88 CORRIDA-COMPLETADA     VALUE 'S'.

       01 WS-CONTROLES.
          05 WS-CONT-CANDADOS      PIC 9(7) VALUE 0.
          05 WS-CONT-CORRIDAS-ABIERTAS PIC 9(7) VALUE 0.
          05 WS-CONT-CICLOS-FALLIDOS PIC 9(7) VALUE 0.
          05 WS-CONT-EXCEPCIONES   PIC 9(7) VALUE 0.
       01 WS-CONT-PENDIENTES   PIC 9(7) VALUE 0.

      * Operaciones del historial con el nombre que sale en el acta;
      * la novena posicion de los acumulados junta las demas.
       01 WS-NOMBRES-OPERACION.
          05 FILLER PIC X(14) VALUE "SSUMA         ".
          05 FILLER PIC X(14) VALUE "RRESTA        ".
          05 FILLER PIC X(14) VALUE "MMULTIPLICA   ".
          05 FILLER PIC X(14) VALUE "DDIVIDE       ".
          05 FILLER PIC X(14) VALUE "TTABLA        ".
          05 FILLER PIC X(14) VALUE "PPORCENTAJE   ".
          05 FILLER PIC X(14) VALUE "EPOTENCIA     ".
          05 FILLER PIC X(14) VALUE "APROMEDIO     ".
       01 WS-TABLA-OPERACION REDEFINES WS-NOMBRES-OPERACION.
          05 WS-OPE-ENT OCCURS 8 TIMES.
             10 WS-OPE-CODIGO        PIC X(1).
             10 WS-OPE-NOMBRE        PIC X(13).
       01 WS-ACUMULADOS.
          05 WS-ACU-ENT OCCURS 9 TIMES.
             10 WS-ACU-CALCULOS      PIC 9(7).
             10 WS-ACU-ERRORES       PIC 9(7).
             10 WS-ACU-IMPORTE       PIC S9(13)V99.
       01 WS-IDX-OPE           PIC 9(2).
       01 WS-NOMBRE-LINEA      PIC X(13).

       01 WS-TOTALES-HISTORIAL.
          05 WS-CONT-ARCHIVOS      PIC 9(5) VALUE 0.
          05 WS-CONT-HIST-LEIDOS   PIC 9(9) VALUE 0.
          05 WS-CONT-HIST-PERIODO  PIC 9(9) VALUE 0.
          05 WS-CONT-HIST-LOTE     PIC 9(9) VALUE 0.
          05 WS-CONT-HIST-INTER    PIC 9(9) VALUE 0.
          05 WS-TOT-CALCULOS       PIC 9(9) VALUE 0.
          05 WS-TOT-ERRORES        PIC 9(9) VALUE 0.
          05 WS-TOT-IMPORTE        PIC S9(13)V99 VALUE 0.
       01 WS-CONT-CORRIDAS-MES PIC 9(7) VALUE 0.

       01 WS-IMPORTE-ED        PIC -(13)9.99.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
       01 WS-MAX-LINEAS        PIC 99 VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPERMAST-STAT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de operadores, "
                       "estado: " WS-OPERMAST-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VERIFICA-ACCESO.
           CLOSE OPERMAST-FILE.
           IF NOT ACCESO-OK
               DISPLAY "Acceso denegado: se requiere un supervisor "
                       "activo."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-PERIODO-CIERRE.
           IF WS-ENTRADA-PERIODO NOT < WS-FECHA-HOY(1:6)
               DISPLAY "Solo se puede cerrar un mes ya terminado; "
                       "el periodo " WS-ENTRADA-PERIODO
                       " sigue en curso."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PERIODO-FILE.
           IF WS-PERIODO-STAT = "35" OR WS-PERIODO-STAT = "05"
               OPEN OUTPUT PERIODO-FILE
               IF WS-PERIODO-STAT = "00"
                   CLOSE PERIODO-FILE
                   OPEN I-O PERIODO-FILE
               END-IF
           END-IF.
           IF WS-PERIODO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el control de periodos, "
                       "estado: " WS-PERIODO-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LEE-REGISTRO-PERIODO.
           IF PERIODO-HALLADO AND PER-ESTADO = "C"
               DISPLAY "El periodo " WS-ENTRADA-PERIODO
                       " ya esta cerrado por " PER-SUPERVISOR-CIE
                       " el " PER-FECHA-CIE "."
               CLOSE PERIODO-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MARCA-EN-CIERRE.
           IF NOT PERIODO-GRABADO
               CLOSE PERIODO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BUSCA-CANDADOS.
           PERFORM BUSCA-CORRIDAS-ABIERTAS.
           PERFORM BUSCA-CICLOS-FALLIDOS.
           PERFORM BUSCA-EXCEPCIONES.
           COMPUTE WS-CONT-PENDIENTES = WS-CONT-CANDADOS
                   + WS-CONT-CORRIDAS-ABIERTAS
                   + WS-CONT-CICLOS-FALLIDOS
                   + WS-CONT-EXCEPCIONES.
           IF WS-CONT-PENDIENTES > 0
               DISPLAY "El periodo " WS-ENTRADA-PERIODO
                       " queda en cierre (E) con " WS-CONT-PENDIENTES
                       " pendientes: candados " WS-CONT-CANDADOS
                       ", corridas " WS-CONT-CORRIDAS-ABIERTAS
                       ", ciclos " WS-CONT-CICLOS-FALLIDOS
                       ", excepciones " WS-CONT-EXCEPCIONES "."
               CLOSE PERIODO-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ACUMULA-HISTORIAL.
           PERFORM GENERA-ACTA.
           IF WS-INFORME-STAT NOT = "00"
               DISPLAY "El periodo " WS-ENTRADA-PERIODO
                       " queda en cierre (E) sin acta."
               CLOSE PERIODO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MARCA-CERRADO.
           CLOSE PERIODO-FILE.
           IF NOT PERIODO-GRABADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Periodo " WS-ENTRADA-PERIODO " cerrado por "
                   WS-OPERADOR ". Acta en "
                   FUNCTION TRIM(WS-NOMBRE-INFORME)
                   ". Calculos: " WS-TOT-CALCULOS
                   "  Errores: " WS-TOT-ERRORES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       VERIFICA-ACCESO.
           MOVE 'N' TO WS-ACCESO-VALIDO.
           DISPLAY "Id de operador: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO OPR-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-ESTADO = "A" AND OPR-NIVEL = "S"
                       MOVE 'S' TO WS-ACCESO-VALIDO
                   END-IF
           END-READ.

       LEE-PERIODO-CIERRE.
           MOVE 'N' TO WS-PERIODO-VALIDO.
           PERFORM UNTIL PERIODO-OK
               DISPLAY "Periodo a cerrar (AAAAMM): "
               ACCEPT WS-ENTRADA-PERIODO
               IF WS-ENTRADA-PERIODO IS NUMERIC
                   MOVE WS-ENTRADA-PERIODO TO WS-PERIODO-CIERRE
                   IF WS-PERIODO-CIE-MES >= 1 AND
                           WS-PERIODO-CIE-MES <= 12
                       MOVE 'S' TO WS-PERIODO-VALIDO
                   END-IF
               END-IF
               IF NOT PERIODO-OK
                   DISPLAY "Periodo invalido, ingresa seis digitos "
                           "AAAAMM."
               END-IF
           END-PERFORM.

       LEE-REGISTRO-PERIODO.
           MOVE 'N' TO WS-PERIODO-HALLADO.
           MOVE WS-PERIODO-CIERRE TO PER-PERIODO.
           READ PERIODO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PERIODO-HALLADO
           END-READ.

      * El periodo en E sigue aceptando lotes y cambios: son justo
      * lo que tiene que terminar antes de poder cerrarlo.
       MARCA-EN-CIERRE.
           MOVE 'N' TO WS-PERIODO-GRABADO.
           ACCEPT WS-HORA-HOY FROM TIME.
           IF NOT PERIODO-HALLADO
               MOVE SPACES TO PERIODO-RECORD
               MOVE WS-PERIODO-CIERRE TO PER-PERIODO
               MOVE 0 TO PER-FECHA-CIE
               MOVE 0 TO PER-HORA-CIE
           END-IF.
           MOVE "E" TO PER-ESTADO.
           MOVE WS-OPERADOR TO PER-SUPERVISOR-INI.
           MOVE WS-FECHA-HOY TO PER-FECHA-INI.
           MOVE WS-HORA-HOY TO PER-HORA-INI.
           IF PERIODO-HALLADO
               REWRITE PERIODO-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PERIODO-GRABADO
               END-REWRITE
           ELSE
               WRITE PERIODO-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PERIODO-GRABADO
               END-WRITE
           END-IF.
           IF NOT PERIODO-GRABADO
               DISPLAY "No se pudo marcar el periodo en cierre, "
                       "estado: " WS-PERIODO-STAT
           END-IF.

       MARCA-CERRADO.
           MOVE 'N' TO WS-PERIODO-GRABADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE "C" TO PER-ESTADO.
           MOVE WS-OPERADOR TO PER-SUPERVISOR-CIE.
           MOVE WS-FECHA-HOY TO PER-FECHA-CIE.
           MOVE WS-HORA-HOY TO PER-HORA-CIE.
           REWRITE PERIODO-RECORD
               INVALID KEY
                   DISPLAY "No se pudo cerrar el periodo, estado: "
                           WS-PERIODO-STAT
                           ". Queda en cierre (E)."
               NOT INVALID KEY
                   MOVE 'S' TO WS-PERIODO-GRABADO
           END-REWRITE.

      * Candado de la corrida completa y de cada particion. Un
      * candado activo tomado hasta el fin del mes puede ser de un
      * lote del periodo; uno tomado despues con fecha de proceso del
      * periodo ya sale como corrida sin LOTE-FIN.
       BUSCA-CANDADOS.
           PERFORM VARYING WS-PARTICION-BUSCA FROM 0 BY 1
                   UNTIL WS-PARTICION-BUSCA > 99
               MOVE SPACES TO WS-NOMBRE-CANDADO
               IF WS-PARTICION-BUSCA = 0
                   MOVE "LOTELOCK.DAT" TO WS-NOMBRE-CANDADO
               ELSE
                   MOVE WS-PARTICION-BUSCA TO WS-PARTICION-NOMBRE
                   STRING "LOTELOCK.P" WS-PARTICION-NOMBRE ".DAT"
                           DELIMITED BY SIZE
                       INTO WS-NOMBRE-CANDADO
               END-IF
               OPEN INPUT LOTELOCK-FILE
               IF WS-LOTELOCK-STAT = "00"
                   READ LOTELOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LCK-ESTADO = "A" AND
                                   LCK-FECHA(1:6) <= WS-ENTRADA-PERIODO
                               ADD 1 TO WS-CONT-CANDADOS
                               DISPLAY "Pendiente: candado activo "
                                       FUNCTION TRIM(WS-NOMBRE-CANDADO)
                                       " corrida " LCK-RUN-ID
                                       " de " LCK-OPERADOR
                                       " desde " LCK-FECHA
                           END-IF
                   END-READ
                   CLOSE LOTELOCK-FILE
               END-IF
           END-PERFORM.

      * Una corrida que se cayo y se retomo con otro id deja su
      * LOTE-INI sin LOTE-FIN; no cuenta si una corrida posterior del
      * mismo worklist llego a LOTE-FIN.
       BUSCA-CORRIDAS-ABIERTAS.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STAT NOT = "00"
               DISPLAY "Aviso: no hay registro de ejecuciones, "
                       "estado: " WS-RUNLOG-STAT
           ELSE
               MOVE 'N' TO WS-EOF-RUNLOG
               PERFORM UNTIL FIN-RUNLOG
                   READ RUNLOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-RUNLOG
                       NOT AT END
                           PERFORM CLASIFICA-EVENTO-RUNLOG
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CORRIDAS-CARGADAS
               IF WS-COR-FIN(WS-IDX) > 0
                   ADD 1 TO WS-CONT-CORRIDAS-MES
               END-IF
               IF WS-COR-FIN(WS-IDX) < WS-COR-INI(WS-IDX)
                   PERFORM VERIFICA-CORRIDA-POSTERIOR
                   IF NOT CORRIDA-COMPLETADA
                       ADD 1 TO WS-CONT-CORRIDAS-ABIERTAS
                       DISPLAY "Pendiente: corrida "
                               WS-COR-RUN-ID(WS-IDX)
                               " sin LOTE-FIN, worklist "
                               FUNCTION TRIM(WS-COR-ENTRADA(WS-IDX))
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CORRIDAS-OMITIDAS > 0
               ADD 1 TO WS-CONT-CORRIDAS-ABIERTAS
               DISPLAY "Pendiente: tabla de corridas llena, eventos "
                       "sin revisar: " WS-CORRIDAS-OMITIDAS
           END-IF.

       CLASIFICA-EVENTO-RUNLOG.
           EVALUATE RL-EVENTO
               WHEN "LOTE-INI"
                   MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-DESPUES
                   UNSTRING RL-RESTO DELIMITED BY " FPROC="
                       INTO WS-TEXTO-ANTES WS-TEXTO-DESPUES
                   END-UNSTRING
                   IF WS-TEXTO-DESPUES(1:6) = WS-ENTRADA-PERIODO
                       PERFORM BUSCA-CORRIDA
                       IF WS-IDX-HALLADO = 0
                           PERFORM AGREGA-CORRIDA
                       END-IF
                       IF WS-IDX-HALLADO > 0
                           ADD 1 TO WS-COR-INI(WS-IDX-HALLADO)
                       END-IF
                   END-IF
               WHEN "LOTE-FIN"
                   PERFORM BUSCA-CORRIDA
                   IF WS-IDX-HALLADO > 0
                       ADD 1 TO WS-COR-FIN(WS-IDX-HALLADO)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUSCA-CORRIDA.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX2 FROM WS-CORRIDAS-CARGADAS BY -1
                   UNTIL WS-IDX2 < 1 OR WS-IDX-HALLADO > 0
               IF WS-COR-RUN-ID(WS-IDX2) = RL-RUN-ID
                   MOVE WS-IDX2 TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.

       AGREGA-CORRIDA.
           IF WS-CORRIDAS-CARGADAS < WS-MAX-CORRIDAS
               ADD 1 TO WS-CORRIDAS-CARGADAS
               MOVE WS-CORRIDAS-CARGADAS TO WS-IDX-HALLADO
               MOVE RL-RUN-ID TO WS-COR-RUN-ID(WS-IDX-HALLADO)
               MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-RESTO
               MOVE SPACES TO WS-TEXTO-ENTRADA
               UNSTRING RL-RESTO DELIMITED BY " ENTRADA="
                   INTO WS-TEXTO-ANTES WS-TEXTO-RESTO
               END-UNSTRING
               UNSTRING WS-TEXTO-RESTO DELIMITED BY " SALIDA="
                   INTO WS-TEXTO-ENTRADA
               END-UNSTRING
               MOVE WS-TEXTO-ENTRADA TO WS-COR-ENTRADA(WS-IDX-HALLADO)
               MOVE 0 TO WS-COR-INI(WS-IDX-HALLADO)
               MOVE 0 TO WS-COR-FIN(WS-IDX-HALLADO)
           ELSE
               ADD 1 TO WS-CORRIDAS-OMITIDAS
           END-IF.

       VERIFICA-CORRIDA-POSTERIOR.
           MOVE 'N' TO WS-CORRIDA-COMPLETADA.
           PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-CORRIDAS-CARGADAS
                   OR CORRIDA-COMPLETADA
               IF WS-IDX2 > WS-IDX AND
                       WS-COR-ENTRADA(WS-IDX2) = WS-COR-ENTRADA(WS-IDX)
                       AND WS-COR-FIN(WS-IDX2) >= WS-COR-INI(WS-IDX2)
                   MOVE 'S' TO WS-CORRIDA-COMPLETADA
               END-IF
           END-PERFORM.

      * CICLO.CTL trae un registro por ciclo en orden de ejecucion;
      * lo que cuenta es como termino el ultimo ciclo de cada worklist.
       BUSCA-CICLOS-FALLIDOS.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STAT NOT = "00"
               DISPLAY "Aviso: no hay control de ciclos, estado: "
                       WS-CICLO-STAT
           ELSE
               MOVE 'N' TO WS-EOF-CICLO
               PERFORM UNTIL FIN-CICLO
                   READ CICLO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-CICLO
                       NOT AT END
                           IF CTL-TIPO = "CICLO " AND
                                   CTL-ETIQUETA-RUN = " RUN="
                               PERFORM CLASIFICA-CICLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLO-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CICLOS-CARGADOS
               IF WS-CIC-RC(WS-IDX) IS NOT NUMERIC OR
                       WS-CIC-RC(WS-IDX) >= "08"
                   ADD 1 TO WS-CONT-CICLOS-FALLIDOS
                   DISPLAY "Pendiente: ciclo " WS-CIC-RUN-ID(WS-IDX)
                           " termino con RC " WS-CIC-RC(WS-IDX)
                           ", worklist "
                           FUNCTION TRIM(WS-CIC-ENTRADA(WS-IDX))
               END-IF
           END-PERFORM.
           IF WS-CICLOS-OMITIDOS > 0
               ADD 1 TO WS-CONT-CICLOS-FALLIDOS
               DISPLAY "Pendiente: tabla de ciclos llena, ciclos "
                       "sin revisar: " WS-CICLOS-OMITIDOS
           END-IF.

       CLASIFICA-CICLO.
           MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-DESPUES.
           UNSTRING CTL-RESTO DELIMITED BY " FPROC="
               INTO WS-TEXTO-ANTES WS-TEXTO-DESPUES
           END-UNSTRING.
           IF WS-TEXTO-DESPUES(1:6) = WS-ENTRADA-PERIODO
               MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-RESTO
               MOVE SPACES TO WS-TEXTO-ENTRADA
               UNSTRING CTL-RESTO DELIMITED BY " ENTRADA="
                   INTO WS-TEXTO-ANTES WS-TEXTO-RESTO
               END-UNSTRING
               UNSTRING WS-TEXTO-RESTO DELIMITED BY " SALIDA="
                   INTO WS-TEXTO-ENTRADA
               END-UNSTRING
               MOVE 0 TO WS-IDX-HALLADO
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-CICLOS-CARGADOS
                       OR WS-IDX-HALLADO > 0
                   IF WS-CIC-ENTRADA(WS-IDX2) = WS-TEXTO-ENTRADA
                       MOVE WS-IDX2 TO WS-IDX-HALLADO
                   END-IF
               END-PERFORM
               IF WS-IDX-HALLADO = 0
                   IF WS-CICLOS-CARGADOS < WS-MAX-CICLOS
                       ADD 1 TO WS-CICLOS-CARGADOS
                       MOVE WS-CICLOS-CARGADOS TO WS-IDX-HALLADO
                       MOVE WS-TEXTO-ENTRADA
                           TO WS-CIC-ENTRADA(WS-IDX-HALLADO)
                   ELSE
                       ADD 1 TO WS-CICLOS-OMITIDOS
                   END-IF
               END-IF
               IF WS-IDX-HALLADO > 0
                   MOVE SPACES TO WS-TEXTO-ANTES WS-TEXTO-DESPUES
                   UNSTRING CTL-RESTO DELIMITED BY " RC-FINAL="
                       INTO WS-TEXTO-ANTES WS-TEXTO-DESPUES
                   END-UNSTRING
                   MOVE CTL-RUN-ID TO WS-CIC-RUN-ID(WS-IDX-HALLADO)
                   MOVE WS-TEXTO-DESPUES(1:2)
                       TO WS-CIC-RC(WS-IDX-HALLADO)
               END-IF
           END-IF.

      * Una excepcion pendiente o liberada todavia no tiene su
      * resultado en el historial del mes.
       BUSCA-EXCEPCIONES.
           OPEN INPUT EXCEPCION-FILE.
           IF WS-EXCEPCION-STAT NOT = "00"
               IF WS-EXCEPCION-STAT NOT = "35"
                   DISPLAY "Aviso: no se pudo abrir el archivo de "
                           "excepciones, estado: " WS-EXCEPCION-STAT
               END-IF
           ELSE
               MOVE LOW-VALUES TO EXC-LLAVE
               MOVE 'N' TO WS-EOF-EXCEPCION
               START EXCEPCION-FILE KEY NOT < EXC-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-EXCEPCION
               END-START
               PERFORM UNTIL FIN-EXCEPCION
                   READ EXCEPCION-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-EXCEPCION
                       NOT AT END
                           IF (EXC-ESTADO = 'P' OR EXC-ESTADO = 'L')
                                   AND EXC-FECHA-PROCESO(1:6) =
                                   WS-ENTRADA-PERIODO
                               ADD 1 TO WS-CONT-EXCEPCIONES
                               DISPLAY "Pendiente: excepcion "
                                       EXC-DEPARTAMENTO " "
                                       EXC-LOTE-ID " " EXC-NUMERO
                                       " en estado " EXC-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPCION-FILE
           END-IF.

      * Las generaciones se recorren desde el periodo hasta el mes
      * actual porque un lote del periodo pudo correr ya en el mes
      * siguiente; el registro entra por su fecha de proceso.
       ACUMULA-HISTORIAL.
           INITIALIZE WS-ACUMULADOS.
           INITIALIZE WS-TOTALES-HISTORIAL.
           MOVE WS-PERIODO-CIERRE TO WS-PERIODO-ACTUAL.
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

       AVANZA-PERIODO.
           ADD 1 TO WS-PERIODO-MES.
           IF WS-PERIODO-MES > 12
               MOVE 1 TO WS-PERIODO-MES
               ADD 1 TO WS-PERIODO-ANO
           END-IF.

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
                           PERFORM CLASIFICA-HISTORIAL
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-FILE
           END-IF.

       CLASIFICA-HISTORIAL.
           IF HST-FECHA-PROCESO IS NUMERIC AND
                   HST-FECHA-PROCESO NOT = "00000000"
               MOVE HST-FECHA-PROCESO(1:6) TO WS-PERIODO-REGISTRO
           ELSE
               MOVE HST-FECHA(1:6) TO WS-PERIODO-REGISTRO
           END-IF.
           IF WS-PERIODO-REGISTRO = WS-ENTRADA-PERIODO
               ADD 1 TO WS-CONT-HIST-PERIODO
               IF HST-ORIGEN = "L"
                   ADD 1 TO WS-CONT-HIST-LOTE
               ELSE
                   ADD 1 TO WS-CONT-HIST-INTER
               END-IF
               MOVE 9 TO WS-IDX-OPE
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > 8 OR WS-IDX-OPE < 9
                   IF WS-OPE-CODIGO(WS-IDX2) = HST-OPERACION
                       MOVE WS-IDX2 TO WS-IDX-OPE
                   END-IF
               END-PERFORM
               IF HST-COD-RETORNO NOT = "00"
                   ADD 1 TO WS-ACU-ERRORES(WS-IDX-OPE)
                   ADD 1 TO WS-TOT-ERRORES
               ELSE
                   ADD 1 TO WS-ACU-CALCULOS(WS-IDX-OPE)
                   ADD 1 TO WS-TOT-CALCULOS
                   IF HST-RESULTADO IS NUMERIC
                       ADD HST-RESULTADO TO WS-ACU-IMPORTE(WS-IDX-OPE)
                       ADD HST-RESULTADO TO WS-TOT-IMPORTE
                   END-IF
               END-IF
           END-IF.

      * Acta de cierre: conteos e importes finales del mes por
      * operacion, los totales y la firma del supervisor que cierra.
       GENERA-ACTA.
           MOVE SPACES TO WS-NOMBRE-INFORME.
           STRING "CIERRE." WS-ENTRADA-PERIODO ".RPT"
                   DELIMITED BY SIZE
               INTO WS-NOMBRE-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STAT NOT = "00"
               DISPLAY "No se pudo abrir el acta de cierre, estado: "
                       WS-INFORME-STAT
           ELSE
               MOVE 1 TO WS-NUM-PAGINA
               PERFORM ESCRIBE-ENCABEZADO-INFORME
               PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                       UNTIL WS-IDX-OPE > 9
                   PERFORM ESCRIBE-OPERACION
               END-PERFORM
               PERFORM ESCRIBE-TOTALES-INFORME
               PERFORM ESCRIBE-FIRMA-INFORME
               PERFORM ESCRIBE-PIE-INFORME
               CLOSE INFORME-FILE
           END-IF.

       ESCRIBE-OPERACION.
           IF WS-IDX-OPE > 8
               MOVE "OTRAS" TO WS-NOMBRE-LINEA
           ELSE
               MOVE WS-OPE-NOMBRE(WS-IDX-OPE) TO WS-NOMBRE-LINEA
           END-IF.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE WS-ACU-IMPORTE(WS-IDX-OPE) TO WS-IMPORTE-ED.
           MOVE SPACES TO INFORME-RECORD.
           STRING "OPERACION " WS-NOMBRE-LINEA
                   " CALCULOS=" WS-ACU-CALCULOS(WS-IDX-OPE)
                   " ERRORES=" WS-ACU-ERRORES(WS-IDX-OPE)
                   " IMPORTE=" WS-IMPORTE-ED
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
           STRING "REPORTE - ACTA DE CIERRE DEL PERIODO "
                   WS-ENTRADA-PERIODO
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE SPACES TO INFORME-RECORD.
           STRING "Fecha: " WS-FECHA-REPORTE
                   "   Pagina: " WS-NUM-PAGINA
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

       ESCRIBE-TOTALES-INFORME.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES CALCULOS=" WS-TOT-CALCULOS
                   " ERRORES=" WS-TOT-ERRORES
                   " LOTE=" WS-CONT-HIST-LOTE
                   " INTERACTIVOS=" WS-CONT-HIST-INTER
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE WS-TOT-IMPORTE TO WS-IMPORTE-ED.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES IMPORTE=" WS-IMPORTE-ED
                   " CORRIDAS DE LOTE=" WS-CONT-CORRIDAS-MES
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES HISTORIAL ARCHIVOS=" WS-CONT-ARCHIVOS
                   " LEIDOS=" WS-CONT-HIST-LEIDOS
                   " DEL PERIODO=" WS-CONT-HIST-PERIODO
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-FIRMA-INFORME.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "PENDIENTES CANDADOS=" WS-CONT-CANDADOS
                   " CORRIDAS=" WS-CONT-CORRIDAS-ABIERTAS
                   " CICLOS=" WS-CONT-CICLOS-FALLIDOS
                   " EXCEPCIONES=" WS-CONT-EXCEPCIONES
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "CIERRE INICIADO POR=" PER-SUPERVISOR-INI
                   " EL " PER-FECHA-INI " " PER-HORA-INI
                   "   CERRADO POR=" WS-OPERADOR
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       END PROGRAM CIERRPER.
