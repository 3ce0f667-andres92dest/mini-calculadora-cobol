      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Reexpresion de calculos por cambios retroactivos del
      *          maestro de operandos. Para un codigo y una nueva
      *          fecha efectiva en el pasado (o para todas las altas y
      *          cambios retroactivos de MAESTRO-LOG.DAT registrados
      *          en un rango de fechas) recorre las generaciones
      *          HISTORIAL.AAAAMM.DAT y el HISTORIAL.DAT vivo, busca
      *          los calculos de lote que usaron una vigencia anterior
      *          a la nueva fecha efectiva, o la misma vigencia antes
      *          de que se corrigiera su valor, los recalcula con
      *          ARITMETICA usando el valor corregido y deja en
      *          REEXPRESION.RPT el resultado anterior, el nuevo y la
      *          diferencia, con subtotales por corrida.
      *          RETURN-CODE: 0 sin calculos afectados, 4 hay
      *          calculos por reexpresar, 8 no se pudo abrir un
      *          archivo, 12 la vigencia indicada no existe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEXPRES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MST-LLAVE
               FILE STATUS IS WS-MAESTRO-STAT.
           SELECT MAESTRO-LOG-FILE ASSIGN TO "MAESTRO-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-LOG-STAT.
           SELECT HISTORIAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-HIST
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIAL-STAT.
           SELECT INFORME-FILE ASSIGN TO "REEXPRESION.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-RECORD.
           05 MST-LLAVE.
              10 MST-CODIGO         PIC X(8).
              10 MST-FECHA-EFECTIVA PIC 9(8).
           05 MST-DESCRIPCION    PIC X(30).
           05 MST-VALOR          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MST-ESTADO         PIC X(1).
           05 MST-REDONDEO       PIC X(1).
           05 MST-CONTROL-LIMITES PIC X(1).
           05 MST-RES-MINIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MST-RES-MAXIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MST-VARIACION-MAX  PIC 9(3)V99.

       FD  MAESTRO-LOG-FILE.
       01  MAESTRO-LOG-RECORD.
           05 MLG-FECHA          PIC 9(8).
           05 MLG-HORA           PIC 9(8).
           05 MLG-OPERADOR       PIC X(8).
           05 MLG-ACCION         PIC X(1).
           05 MLG-CODIGO         PIC X(8).
           05 MLG-ANT-DESCRIPCION PIC X(30).
           05 MLG-ANT-VALOR      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MLG-ANT-FECHA-EFECT PIC 9(8).
           05 MLG-ANT-ESTADO     PIC X(1).
           05 MLG-NVO-DESCRIPCION PIC X(30).
           05 MLG-NVO-VALOR      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MLG-NVO-FECHA-EFECT PIC 9(8).
           05 MLG-NVO-ESTADO     PIC X(1).
           05 MLG-ANT-REDONDEO   PIC X(1).
           05 MLG-NVO-REDONDEO   PIC X(1).
           05 MLG-APROBADOR      PIC X(8).
           05 MLG-ANT-CONTROL-LIM PIC X(1).
           05 MLG-ANT-RES-MINIMO PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MLG-ANT-RES-MAXIMO PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MLG-ANT-VARIACION  PIC 9(3)V99.
           05 MLG-NVO-CONTROL-LIM PIC X(1).
           05 MLG-NVO-RES-MINIMO PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MLG-NVO-RES-MAXIMO PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 MLG-NVO-VARIACION  PIC 9(3)V99.

       FD  HISTORIAL-FILE.
       01  HISTORIAL-RECORD.
           05 HST-FECHA          PIC 9(8).
           05 HST-HORA           PIC 9(8).
           05 HST-OPERACION      PIC X(1).
           05 HST-OPERANDO1      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 HST-OPERANDO2      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 HST-RESULTADO      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 HST-RESIDUO        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 HST-COD-RETORNO    PIC 9(2).
           05 HST-RUN-ID         PIC X(16).
           05 HST-ORIGEN         PIC X(1).
           05 HST-REDONDEO       PIC X(1).
           05 HST-COD-OPERANDO   PIC X(8).
           05 HST-FECHA-VIGENCIA PIC 9(8).
           05 HST-FECHA-PROCESO  PIC 9(8).

       FD  INFORME-FILE.
       01  INFORME-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MAESTRO-STAT      PIC XX.
       01 WS-MAESTRO-LOG-STAT  PIC XX.
       01 WS-HISTORIAL-STAT    PIC XX.
       01 WS-INFORME-STAT      PIC XX.

       01 WS-EOF-LOG           PIC X VALUE 'N'.
          88 FIN-LOG                VALUE 'S'.
       01 WS-EOF-HISTORIAL     PIC X VALUE 'N'.
          88 FIN-HISTORIAL          VALUE 'S'.

       01 WS-NOMBRE-HIST       PIC X(100).

       01 WS-CODIGO-FILTRO     PIC X(8).
       01 WS-FECHA-EFECT-FILTRO PIC 9(8) VALUE 0.
       01 WS-FECHA-DESDE       PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA       PIC 9(8) VALUE 0.
       01 WS-FECHA-VALIDA      PIC X VALUE 'N'.
          88 FECHA-OK               VALUE 'S'.
       01 WS-ENTRADA-FECHA     PIC X(8).
       01 WS-FECHA-HOY         PIC 9(8).

      * Vigencias corregidas que se aplican al historial: una sola
      * cuando se indica el codigo, o una por cada alta o cambio
      * retroactivo del registro de cambios del maestro.
       01 WS-MAX-CORRECCIONES  PIC 9(3) VALUE 200.
       01 WS-CANT-CORRECCIONES PIC 9(3) VALUE 0.
       01 WS-CORRECCIONES-OMITIDAS PIC 9(5) VALUE 0.
       01 WS-TABLA-CORRECCIONES.
          05 WS-CORRECCION OCCURS 200 TIMES.
             10 WS-COR-CODIGO       PIC X(8).
             10 WS-COR-FECHA-EFECT  PIC 9(8).
             10 WS-COR-VALOR        PIC S9(9)V99.
             10 WS-COR-REDONDEO     PIC X(1).
             10 WS-COR-FECHA-CAMBIO PIC 9(8).
             10 WS-COR-HORA-CAMBIO  PIC 9(8).
       01 WS-IDX-COR           PIC 9(3).
       01 WS-COR-ELEGIDA       PIC 9(3).
       01 WS-COR-APLICA        PIC X VALUE 'N'.
          88 CORRECCION-APLICA      VALUE 'S'.

       01 WS-PERIODO-ACTUAL    PIC 9(6).
       01 WS-PERIODO-PARTES REDEFINES WS-PERIODO-ACTUAL.
          05 WS-PERIODO-ANO        PIC 9(4).
          05 WS-PERIODO-MES        PIC 9(2).
       01 WS-PERIODO-HASTA     PIC 9(6).
       01 WS-FECHA-MINIMA      PIC 9(8).

       01 WS-OP-CODE           PIC X(1).
       01 NUMERO               PIC S9(9)V99.
       01 NUMERO2              PIC S9(9)V99.
       01 RESULTADO            PIC S9(9)V99.
       01 RESIDUO              PIC S9(9)V99.
       01 WS-COD-RETORNO       PIC 9(2).
       01 WS-REDONDEO-OPER     PIC X(1).

       01 WS-RESULTADO-ANT     PIC S9(9)V99.
       01 WS-DIFERENCIA        PIC S9(9)V99.

       01 WS-RUN-ACTUAL        PIC X(16) VALUE SPACES.
       01 WS-RUN-REGISTROS     PIC 9(7) VALUE 0.
       01 WS-RUN-ANTERIOR      PIC S9(11)V99 VALUE 0.
       01 WS-RUN-NUEVO         PIC S9(11)V99 VALUE 0.
       01 WS-RUN-DIFERENCIA    PIC S9(11)V99 VALUE 0.

       01 WS-CONT-ARCHIVOS     PIC 9(5) VALUE 0.
       01 WS-CONT-LEIDOS       PIC 9(9) VALUE 0.
       01 WS-CONT-SIN-LINAJE   PIC 9(9) VALUE 0.
       01 WS-CONT-AFECTADOS    PIC 9(9) VALUE 0.
       01 WS-CONT-ERRORES      PIC 9(9) VALUE 0.
       01 WS-CONT-RUNS         PIC 9(7) VALUE 0.
       01 WS-TOT-DIFERENCIA    PIC S9(11)V99 VALUE 0.

       01 WS-VALOR-ED          PIC -(9)9.99.
       01 WS-ANTERIOR-ED       PIC -(9)9.99.
       01 WS-NUEVO-ED          PIC -(9)9.99.
       01 WS-DIFERENCIA-ED     PIC -(9)9.99.
       01 WS-TOTAL-ANT-ED      PIC -(11)9.99.
       01 WS-TOTAL-NVO-ED      PIC -(11)9.99.
       01 WS-TOTAL-DIF-ED      PIC -(11)9.99.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
       01 WS-MAX-LINEAS        PIC 99 VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Codigo del operando (vacio = todos los cambios "
                   "retroactivos del registro): ".
           ACCEPT WS-CODIGO-FILTRO.
           IF WS-CODIGO-FILTRO NOT = SPACES
               DISPLAY "Nueva fecha efectiva (AAAAMMDD): "
               PERFORM LEE-FECHA
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-EFECT-FILTRO
               PERFORM CARGA-CORRECCION-MAESTRO
           ELSE
               DISPLAY "Cambios registrados desde (AAAAMMDD): "
               PERFORM LEE-FECHA
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-DESDE
               DISPLAY "Cambios registrados hasta (AAAAMMDD): "
               PERFORM LEE-FECHA
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-HASTA
               IF WS-FECHA-HASTA < WS-FECHA-DESDE
                   MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
               END-IF
               PERFORM CARGA-CORRECCIONES-LOG
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte de reexpresion, "
                       "estado: " WS-INFORME-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-INFORME.
           PERFORM ESCRIBE-CORRECCIONES.

           IF WS-CANT-CORRECCIONES > 0
               MOVE WS-FECHA-MINIMA(1:6) TO WS-PERIODO-ACTUAL
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HASTA
               PERFORM UNTIL WS-PERIODO-ACTUAL > WS-PERIODO-HASTA
                   MOVE SPACES TO WS-NOMBRE-HIST
                   STRING "HISTORIAL." WS-PERIODO-ACTUAL ".DAT"
                           DELIMITED BY SIZE
                       INTO WS-NOMBRE-HIST
                   PERFORM PROCESA-ARCHIVO-HISTORIAL
                   PERFORM AVANZA-PERIODO
               END-PERFORM
               MOVE "HISTORIAL.DAT" TO WS-NOMBRE-HIST
               PERFORM PROCESA-ARCHIVO-HISTORIAL
               PERFORM CIERRA-RUN
           END-IF.

           PERFORM ESCRIBE-TOTALES-INFORME.
           PERFORM ESCRIBE-PIE-INFORME.
           CLOSE INFORME-FILE.
           DISPLAY "Reexpresion generada en REEXPRESION.RPT. "
                   "Correcciones: " WS-CANT-CORRECCIONES
                   "  Afectados: " WS-CONT-AFECTADOS
                   "  Corridas: " WS-CONT-RUNS.
           IF WS-CONT-AFECTADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

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

      * Con codigo indicado la correccion es la vigencia del maestro
      * con esa fecha efectiva; tiene que existir y estar activa.
       CARGA-CORRECCION-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de operandos, "
                       "estado: " WS-MAESTRO-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CODIGO-FILTRO TO MST-CODIGO.
           MOVE WS-FECHA-EFECT-FILTRO TO MST-FECHA-EFECTIVA.
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE SPACES TO MST-ESTADO
           END-READ.
           CLOSE MAESTRO-FILE.
           IF MST-ESTADO NOT = "A"
               DISPLAY "No existe una vigencia activa de "
                       WS-CODIGO-FILTRO " con fecha efectiva "
                       WS-FECHA-EFECT-FILTRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-CANT-CORRECCIONES.
           MOVE MST-CODIGO TO WS-COR-CODIGO(1).
           MOVE MST-FECHA-EFECTIVA TO WS-COR-FECHA-EFECT(1).
           MOVE MST-VALOR TO WS-COR-VALOR(1).
           MOVE MST-REDONDEO TO WS-COR-REDONDEO(1).
           MOVE 0 TO WS-COR-FECHA-CAMBIO(1).
           MOVE 0 TO WS-COR-HORA-CAMBIO(1).
           MOVE MST-FECHA-EFECTIVA TO WS-FECHA-MINIMA.
           PERFORM BUSCA-CAMBIO-CORRECCION.

      * El cambio que dejo la vigencia con su valor actual es el
      * ultimo del registro de cambios para el codigo y la fecha
      * efectiva. Sin registro la fecha queda en cero y los calculos
      * con esa misma vigencia se comparan por el valor que usaron.
       BUSCA-CAMBIO-CORRECCION.
           OPEN INPUT MAESTRO-LOG-FILE.
           IF WS-MAESTRO-LOG-STAT = "00"
               MOVE 'N' TO WS-EOF-LOG
               PERFORM UNTIL FIN-LOG
                   READ MAESTRO-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-LOG
                       NOT AT END
                           IF (MLG-ACCION = "A" OR MLG-ACCION = "C")
                                   AND MLG-CODIGO = WS-COR-CODIGO(1)
                                   AND MLG-NVO-FECHA-EFECT =
                                       WS-COR-FECHA-EFECT(1)
                               MOVE MLG-FECHA
                                   TO WS-COR-FECHA-CAMBIO(1)
                               MOVE MLG-HORA
                                   TO WS-COR-HORA-CAMBIO(1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAESTRO-LOG-FILE
           END-IF.

      * Sin codigo se toman del registro de cambios las altas y
      * cambios aprobados en el rango cuya nueva fecha efectiva es
      * anterior al dia en que se registraron.
       CARGA-CORRECCIONES-LOG.
           OPEN INPUT MAESTRO-LOG-FILE.
           IF WS-MAESTRO-LOG-STAT NOT = "00"
               DISPLAY "No hay registro de cambios del maestro "
                       "disponible, estado: " WS-MAESTRO-LOG-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 99999999 TO WS-FECHA-MINIMA.
           MOVE 'N' TO WS-EOF-LOG.
           PERFORM UNTIL FIN-LOG
               READ MAESTRO-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOG
                   NOT AT END
                       IF (MLG-ACCION = "A" OR MLG-ACCION = "C") AND
                               MLG-NVO-ESTADO = "A" AND
                               MLG-FECHA >= WS-FECHA-DESDE AND
                               MLG-FECHA <= WS-FECHA-HASTA AND
                               MLG-NVO-FECHA-EFECT < MLG-FECHA
                           PERFORM AGREGA-CORRECCION-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAESTRO-LOG-FILE.

       AGREGA-CORRECCION-LOG.
           IF WS-CANT-CORRECCIONES >= WS-MAX-CORRECCIONES
               ADD 1 TO WS-CORRECCIONES-OMITIDAS
           ELSE
               ADD 1 TO WS-CANT-CORRECCIONES
               MOVE WS-CANT-CORRECCIONES TO WS-IDX-COR
               MOVE MLG-CODIGO TO WS-COR-CODIGO(WS-IDX-COR)
               MOVE MLG-NVO-FECHA-EFECT
                   TO WS-COR-FECHA-EFECT(WS-IDX-COR)
               MOVE MLG-NVO-VALOR TO WS-COR-VALOR(WS-IDX-COR)
               MOVE MLG-NVO-REDONDEO TO WS-COR-REDONDEO(WS-IDX-COR)
               MOVE MLG-FECHA TO WS-COR-FECHA-CAMBIO(WS-IDX-COR)
               MOVE MLG-HORA TO WS-COR-HORA-CAMBIO(WS-IDX-COR)
               IF MLG-NVO-FECHA-EFECT < WS-FECHA-MINIMA
                   MOVE MLG-NVO-FECHA-EFECT TO WS-FECHA-MINIMA
               END-IF
           END-IF.

       AVANZA-PERIODO.
           ADD 1 TO WS-PERIODO-MES.
           IF WS-PERIODO-MES > 12
               MOVE 1 TO WS-PERIODO-MES
               ADD 1 TO WS-PERIODO-ANO
           END-IF.

      * Un archivo de generacion que no existe solo significa que no
      * hubo calculos archivados ese mes.
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
                           ADD 1 TO WS-CONT-LEIDOS
                           PERFORM EVALUA-REGISTRO-HISTORIAL
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-FILE
           END-IF.

      * Los registros escritos antes de guardar el codigo y la
      * vigencia no se pueden evaluar y solo se cuentan. Si varias
      * correcciones alcanzan al mismo calculo manda la de fecha
      * efectiva mas reciente, que es la que habria resuelto el lote.
       EVALUA-REGISTRO-HISTORIAL.
           IF HST-ORIGEN NOT = "L"
               CONTINUE
           ELSE
               IF HST-FECHA-PROCESO IS NOT NUMERIC OR
                       HST-FECHA-VIGENCIA IS NOT NUMERIC
                   ADD 1 TO WS-CONT-SIN-LINAJE
               ELSE
                   IF HST-COD-OPERANDO NOT = SPACES
                       MOVE 0 TO WS-COR-ELEGIDA
                       PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                               UNTIL WS-IDX-COR > WS-CANT-CORRECCIONES
                           PERFORM COMPARA-CORRECCION
                       END-PERFORM
                       IF WS-COR-ELEGIDA > 0
                           PERFORM REEXPRESA-REGISTRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Una correccion alcanza al calculo que uso una vigencia
      * anterior a la nueva fecha efectiva, o la misma vigencia antes
      * de que se registrara el cambio de su valor (o, sin fecha del
      * cambio, con un valor distinto del corregido). Entre dos
      * cambios de la misma vigencia manda el registrado despues.
       COMPARA-CORRECCION.
           MOVE 'N' TO WS-COR-APLICA.
           IF HST-COD-OPERANDO = WS-COR-CODIGO(WS-IDX-COR) AND
                   HST-FECHA-PROCESO >=
                       WS-COR-FECHA-EFECT(WS-IDX-COR)
               IF HST-FECHA-VIGENCIA <
                       WS-COR-FECHA-EFECT(WS-IDX-COR)
                   MOVE 'S' TO WS-COR-APLICA
               END-IF
               IF HST-FECHA-VIGENCIA =
                       WS-COR-FECHA-EFECT(WS-IDX-COR)
                   IF WS-COR-FECHA-CAMBIO(WS-IDX-COR) = 0
                       IF HST-OPERANDO2 NOT =
                               WS-COR-VALOR(WS-IDX-COR)
                           MOVE 'S' TO WS-COR-APLICA
                       END-IF
                   ELSE
                       IF HST-FECHA <
                               WS-COR-FECHA-CAMBIO(WS-IDX-COR) OR
                               (HST-FECHA =
                               WS-COR-FECHA-CAMBIO(WS-IDX-COR) AND
                               HST-HORA <
                               WS-COR-HORA-CAMBIO(WS-IDX-COR))
                           MOVE 'S' TO WS-COR-APLICA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CORRECCION-APLICA
               IF WS-COR-ELEGIDA = 0
                   MOVE WS-IDX-COR TO WS-COR-ELEGIDA
               ELSE
                   IF WS-COR-FECHA-EFECT(WS-IDX-COR) >
                           WS-COR-FECHA-EFECT(WS-COR-ELEGIDA)
                       MOVE WS-IDX-COR TO WS-COR-ELEGIDA
                   END-IF
                   IF WS-COR-FECHA-EFECT(WS-IDX-COR) =
                           WS-COR-FECHA-EFECT(WS-COR-ELEGIDA) AND
                           (WS-COR-FECHA-CAMBIO(WS-IDX-COR) >
                           WS-COR-FECHA-CAMBIO(WS-COR-ELEGIDA) OR
                           (WS-COR-FECHA-CAMBIO(WS-IDX-COR) =
                           WS-COR-FECHA-CAMBIO(WS-COR-ELEGIDA) AND
                           WS-COR-HORA-CAMBIO(WS-IDX-COR) >
                           WS-COR-HORA-CAMBIO(WS-COR-ELEGIDA)))
                       MOVE WS-IDX-COR TO WS-COR-ELEGIDA
                   END-IF
               END-IF
           END-IF.

      * Recalcula con el valor corregido. El redondeo es el forzado
      * por la nueva vigencia o, si no fuerza ninguno, el que uso el
      * calculo original.
       REEXPRESA-REGISTRO.
           MOVE HST-OPERACION TO WS-OP-CODE.
           MOVE HST-OPERANDO1 TO NUMERO.
           MOVE WS-COR-VALOR(WS-COR-ELEGIDA) TO NUMERO2.
           IF WS-COR-REDONDEO(WS-COR-ELEGIDA) NOT = SPACE
               MOVE WS-COR-REDONDEO(WS-COR-ELEGIDA)
                   TO WS-REDONDEO-OPER
           ELSE
               MOVE HST-REDONDEO TO WS-REDONDEO-OPER
           END-IF.
           MOVE 0 TO RESULTADO RESIDUO.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           IF WS-COD-RETORNO NOT = 0
               MOVE 0 TO RESULTADO
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           IF HST-COD-RETORNO = 0
               MOVE HST-RESULTADO TO WS-RESULTADO-ANT
           ELSE
               MOVE 0 TO WS-RESULTADO-ANT
           END-IF.
           COMPUTE WS-DIFERENCIA = RESULTADO - WS-RESULTADO-ANT.

           IF HST-RUN-ID NOT = WS-RUN-ACTUAL
               PERFORM CIERRA-RUN
               MOVE HST-RUN-ID TO WS-RUN-ACTUAL
               ADD 1 TO WS-CONT-RUNS
           END-IF.
           ADD 1 TO WS-RUN-REGISTROS.
           ADD WS-RESULTADO-ANT TO WS-RUN-ANTERIOR.
           ADD RESULTADO TO WS-RUN-NUEVO.
           ADD WS-DIFERENCIA TO WS-RUN-DIFERENCIA.
           ADD 1 TO WS-CONT-AFECTADOS.
           ADD WS-DIFERENCIA TO WS-TOT-DIFERENCIA.

           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE WS-RESULTADO-ANT TO WS-ANTERIOR-ED.
           MOVE RESULTADO TO WS-NUEVO-ED.
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED.
           MOVE SPACES TO INFORME-RECORD.
           STRING "RUN=" HST-RUN-ID " " HST-FECHA
                   " OP=" HST-OPERACION
                   " COD=" HST-COD-OPERANDO
                   " VIG=" HST-FECHA-VIGENCIA
                   "->" WS-COR-FECHA-EFECT(WS-COR-ELEGIDA)
                   " ANT=" WS-ANTERIOR-ED
                   " NVO=" WS-NUEVO-ED
                   " DIF=" WS-DIFERENCIA-ED DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           IF WS-COD-RETORNO NOT = 0
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "  EL RECALCULO DEVUELVE ERROR "
                       WS-COD-RETORNO DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

       CIERRA-RUN.
           IF WS-RUN-REGISTROS > 0
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE WS-RUN-ANTERIOR TO WS-TOTAL-ANT-ED
               MOVE WS-RUN-NUEVO TO WS-TOTAL-NVO-ED
               MOVE WS-RUN-DIFERENCIA TO WS-TOTAL-DIF-ED
               MOVE SPACES TO INFORME-RECORD
               STRING "  SUBTOTAL RUN=" WS-RUN-ACTUAL
                       " REGISTROS=" WS-RUN-REGISTROS
                       " ANTERIOR=" WS-TOTAL-ANT-ED
                       " NUEVO=" WS-TOTAL-NVO-ED
                       " DIFERENCIA=" WS-TOTAL-DIF-ED
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           MOVE 0 TO WS-RUN-REGISTROS WS-RUN-ANTERIOR WS-RUN-NUEVO
                     WS-RUN-DIFERENCIA.

       ESCRIBE-CORRECCIONES.
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-CANT-CORRECCIONES
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE WS-COR-VALOR(WS-IDX-COR) TO WS-VALOR-ED
               MOVE SPACES TO INFORME-RECORD
               STRING "CORRECCION COD=" WS-COR-CODIGO(WS-IDX-COR)
                       " EFECTIVA=" WS-COR-FECHA-EFECT(WS-IDX-COR)
                       " VALOR=" WS-VALOR-ED
                       " REDONDEO=" WS-COR-REDONDEO(WS-IDX-COR)
                       " REGISTRADA=" WS-COR-FECHA-CAMBIO(WS-IDX-COR)
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-PERFORM.
           IF WS-CORRECCIONES-OMITIDAS > 0
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "CORRECCIONES NO EVALUADAS POR EXCESO= "
                       WS-CORRECCIONES-OMITIDAS DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           IF WS-CANT-CORRECCIONES = 0
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE SPACES TO INFORME-RECORD
               STRING "SIN CAMBIOS RETROACTIVOS EN EL RANGO"
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-TOTALES-INFORME.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE WS-TOT-DIFERENCIA TO WS-TOTAL-DIF-ED.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES CORRECCIONES=" WS-CANT-CORRECCIONES
                   " ARCHIVOS=" WS-CONT-ARCHIVOS
                   " LEIDOS=" WS-CONT-LEIDOS
                   " SIN LINAJE=" WS-CONT-SIN-LINAJE
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TOTALES AFECTADOS=" WS-CONT-AFECTADOS
                   " CORRIDAS=" WS-CONT-RUNS
                   " CON ERROR=" WS-CONT-ERRORES
                   " DIFERENCIA=" WS-TOTAL-DIF-ED
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
           STRING "REPORTE - REEXPRESION POR CAMBIOS RETROACTIVOS "
                   "DEL MAESTRO" DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE SPACES TO INFORME-RECORD.
           STRING "Fecha: " WS-FECHA-REPORTE
                   "   Pagina: " WS-NUM-PAGINA
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE SPACES TO INFORME-RECORD.
           IF WS-CODIGO-FILTRO NOT = SPACES
               STRING "Codigo: " WS-CODIGO-FILTRO
                       "  Nueva fecha efectiva: " WS-FECHA-EFECT-FILTRO
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
           ELSE
               STRING "Cambios retroactivos registrados: "
                       WS-FECHA-DESDE " a " WS-FECHA-HASTA
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
           END-IF.
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

       END PROGRAM REEXPRES.
