      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Liberacion o rechazo de los resultados retenidos por
      *          los limites del maestro de operandos. CALCULADORA
      *          deja en EXCEPCION.DAT cada resultado de lote fuera
      *          del minimo, del maximo o de la variacion maxima del
      *          codigo (motivos 05, 06 y 07 del .RCH); aqui un
      *          supervisor activo las revisa una por una y las libera
      *          o las rechaza. En el reproceso del .RCH la excepcion
      *          liberada se calcula sin volver a probar los limites y
      *          la rechazada no se calcula: sale como error en la
      *          salida del lote y ya no vuelve al .RCH. Tambien
      *          escribe EXCEPCIONES.RPT con todas las excepciones y
      *          los totales por estado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBEXCEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXC-LLAVE
               FILE STATUS IS WS-EXCEPCION-STAT.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS WS-OPERMAST-STAT.
           SELECT INFORME-FILE ASSIGN TO "EXCEPCIONES.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STAT.

       DATA DIVISION.
       FILE SECTION.
      * EXC-ESTADO: P pendiente, L liberada, R rechazada, A aplicada
      * en un reproceso. EXC-MOTIVO: 05 bajo minimo, 06 sobre maximo,
      * 07 variacion contra la corrida anterior.
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

       FD  OPERMAST-FILE.
       01  OPERADOR-RECORD.
           05 OPR-ID             PIC X(8).
           05 OPR-NOMBRE         PIC X(30).
           05 OPR-NIVEL          PIC X(1).
           05 OPR-ESTADO         PIC X(1).

       FD  INFORME-FILE.
       01  INFORME-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EXCEPCION-STAT    PIC XX.
       01 WS-OPERMAST-STAT     PIC XX.
       01 WS-INFORME-STAT      PIC XX.

       01 WS-OPERADOR          PIC X(8).
       01 WS-ACCESO-VALIDO     PIC X VALUE 'N'.
          88 ACCESO-OK              VALUE 'S'.

       01 WS-OPCION            PIC X(1).
       01 WS-RESPUESTA         PIC X(1).
       01 WS-EOF-EXCEPCION     PIC X VALUE 'N'.
          88 FIN-EXCEPCION          VALUE 'S'.
       01 WS-FIN-REVISION      PIC X VALUE 'N'.
          88 FIN-REVISION           VALUE 'S'.
       01 WS-CONT-LISTADAS     PIC 9(7) VALUE 0.
       01 WS-CONT-LIBERADAS    PIC 9(7) VALUE 0.
       01 WS-CONT-RECHAZADAS   PIC 9(7) VALUE 0.

       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-HORA-HOY          PIC 9(8).

       01 WS-TEXTO-MOTIVO      PIC X(22).
       01 WS-ESTADO-TEXTO      PIC X(9).
       01 WS-TOTALES-INFORME.
          05 WS-CONT-PENDIENTES    PIC 9(7) VALUE 0.
          05 WS-CONT-INF-LIBERADAS PIC 9(7) VALUE 0.
          05 WS-CONT-INF-RECHAZADAS PIC 9(7) VALUE 0.
          05 WS-CONT-APLICADAS     PIC 9(7) VALUE 0.

       01 WS-RESULTADO-ED      PIC -(9)9.99.
       01 WS-BASE-ED           PIC -(9)9.99.
       01 WS-MINIMO-ED         PIC -(9)9.99.
       01 WS-MAXIMO-ED         PIC -(9)9.99.
       01 WS-VARIACION-MAX-ED  PIC ZZ9.99.
       01 WS-VARIACION-ED      PIC Z(6)9.99.

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

           OPEN I-O EXCEPCION-FILE.
           IF WS-EXCEPCION-STAT = "35" OR WS-EXCEPCION-STAT = "05"
               OPEN OUTPUT EXCEPCION-FILE
               IF WS-EXCEPCION-STAT = "00"
                   CLOSE EXCEPCION-FILE
                   OPEN I-O EXCEPCION-FILE
               END-IF
           END-IF.
           IF WS-EXCEPCION-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de excepciones, "
                       "estado: " WS-EXCEPCION-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-OPCION.
           PERFORM UNTIL WS-OPCION = "0"
               DISPLAY "----- Excepciones de resultados retenidos -----"
               DISPLAY "1. Revisar excepciones pendientes"
               DISPLAY "2. Reporte de excepciones"
               DISPLAY "0. Salir"
               DISPLAY "Elige una opcion (0-2): "
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM REVISA-EXCEPCIONES
                   WHEN "2"
                       PERFORM GENERA-INFORME
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion invalida, intenta de nuevo."
               END-EVALUATE
           END-PERFORM.
           CLOSE EXCEPCION-FILE.
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

       REVISA-EXCEPCIONES.
           MOVE 0 TO WS-CONT-LISTADAS.
           MOVE 0 TO WS-CONT-LIBERADAS.
           MOVE 0 TO WS-CONT-RECHAZADAS.
           MOVE 'N' TO WS-FIN-REVISION.
           MOVE LOW-VALUES TO EXC-LLAVE.
           MOVE 'N' TO WS-EOF-EXCEPCION.
           START EXCEPCION-FILE KEY NOT < EXC-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-EXCEPCION
           END-START.
           PERFORM UNTIL FIN-EXCEPCION OR FIN-REVISION
               READ EXCEPCION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-EXCEPCION
                   NOT AT END
                       IF EXC-ESTADO = 'P'
                           ADD 1 TO WS-CONT-LISTADAS
                           PERFORM REVISA-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-LISTADAS = 0
               DISPLAY "No hay excepciones pendientes."
           ELSE
               DISPLAY "Revisadas: " WS-CONT-LISTADAS
                       "  Liberadas: " WS-CONT-LIBERADAS
                       "  Rechazadas: " WS-CONT-RECHAZADAS
           END-IF.

       REVISA-EXCEPCION.
           PERFORM MUESTRA-EXCEPCION.
           DISPLAY "L liberar, R rechazar, S saltar, F terminar: ".
           ACCEPT WS-RESPUESTA.
           INSPECT WS-RESPUESTA CONVERTING "lrsf" TO "LRSF".
           EVALUATE WS-RESPUESTA
               WHEN "L"
                   MOVE 'L' TO EXC-ESTADO
                   PERFORM GRABA-RESOLUCION
                   IF EXC-ESTADO = 'L'
                       ADD 1 TO WS-CONT-LIBERADAS
                       DISPLAY "   Excepcion liberada; el resultado "
                               "sale en el reproceso del lote."
                   END-IF
               WHEN "R"
                   MOVE 'R' TO EXC-ESTADO
                   PERFORM GRABA-RESOLUCION
                   IF EXC-ESTADO = 'R'
                       ADD 1 TO WS-CONT-RECHAZADAS
                       DISPLAY "   Excepcion rechazada; el registro "
                               "no se calcula en el reproceso."
                   END-IF
               WHEN "F"
                   MOVE 'S' TO WS-FIN-REVISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRABA-RESOLUCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-OPERADOR TO EXC-SUPERVISOR.
           MOVE WS-FECHA-HOY TO EXC-FECHA-RESOL.
           MOVE WS-HORA-HOY TO EXC-HORA-RESOL.
           REWRITE EXCEPCION-RECORD
               INVALID KEY
                   DISPLAY "No se pudo grabar la resolucion, estado: "
                           WS-EXCEPCION-STAT
                   MOVE 'P' TO EXC-ESTADO
           END-REWRITE.

       MUESTRA-EXCEPCION.
           PERFORM DESCRIBE-MOTIVO.
           MOVE EXC-RESULTADO TO WS-RESULTADO-ED.
           MOVE EXC-RES-MINIMO TO WS-MINIMO-ED.
           MOVE EXC-RES-MAXIMO TO WS-MAXIMO-ED.
           DISPLAY "Excepcion " EXC-NUMERO
                   " DEPTO=" EXC-DEPARTAMENTO
                   " LOTE=" EXC-LOTE-ID
                   " REGISTRO=" EXC-NUM-REGISTRO
                   " CORRIDA=" EXC-RUN-ID.
           DISPLAY "   CODIGO=" EXC-COD-OPERANDO
                   " VIGENCIA=" EXC-FECHA-VIGENCIA
                   " OPERACION=" EXC-OPERACION
                   " REFERENCIA=" EXC-REGISTRO(43:20).
           DISPLAY "   RESULTADO=" WS-RESULTADO-ED
                   " MOTIVO=" EXC-MOTIVO " "
                   FUNCTION TRIM(WS-TEXTO-MOTIVO).
           DISPLAY "   MINIMO=" WS-MINIMO-ED
                   " MAXIMO=" WS-MAXIMO-ED.
           IF EXC-MOTIVO = "07"
               MOVE EXC-RESULTADO-BASE TO WS-BASE-ED
               MOVE EXC-VARIACION-MAX TO WS-VARIACION-MAX-ED
               MOVE EXC-VARIACION TO WS-VARIACION-ED
               DISPLAY "   ANTERIOR=" WS-BASE-ED
                       " VARIACION%=" WS-VARIACION-ED
                       " PERMITIDA%=" WS-VARIACION-MAX-ED
           END-IF.

       DESCRIBE-MOTIVO.
           EVALUATE EXC-MOTIVO
               WHEN "05"
                   MOVE "BAJO MINIMO" TO WS-TEXTO-MOTIVO
               WHEN "06"
                   MOVE "SOBRE MAXIMO" TO WS-TEXTO-MOTIVO
               WHEN "07"
                   MOVE "VARIACION EXCESIVA" TO WS-TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "OTRO MOTIVO" TO WS-TEXTO-MOTIVO
           END-EVALUATE.

      * Reporte de todas las excepciones del archivo, en orden de
      * departamento, lote y numero, con los totales por estado.
       GENERA-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte, estado: "
                       WS-INFORME-STAT
           ELSE
               INITIALIZE WS-TOTALES-INFORME
               MOVE 1 TO WS-NUM-PAGINA
               PERFORM ESCRIBE-ENCABEZADO-INFORME
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
                           PERFORM CLASIFICA-EXCEPCION
                           PERFORM ESCRIBE-EXCEPCION
                   END-READ
               END-PERFORM
               PERFORM ESCRIBE-TOTALES-INFORME
               PERFORM ESCRIBE-PIE-INFORME
               CLOSE INFORME-FILE
               DISPLAY "Reporte generado en EXCEPCIONES.RPT. "
                       "Pendientes: " WS-CONT-PENDIENTES
                       "  Liberadas: " WS-CONT-INF-LIBERADAS
                       "  Rechazadas: " WS-CONT-INF-RECHAZADAS
                       "  Aplicadas: " WS-CONT-APLICADAS
           END-IF.

       CLASIFICA-EXCEPCION.
           EVALUATE EXC-ESTADO
               WHEN 'P'
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-PENDIENTES
               WHEN 'L'
                   MOVE "LIBERADA" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-INF-LIBERADAS
               WHEN 'R'
                   MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-INF-RECHAZADAS
               WHEN OTHER
                   MOVE "APLICADA" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-APLICADAS
           END-EVALUATE.

       ESCRIBE-EXCEPCION.
           PERFORM DESCRIBE-MOTIVO.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING WS-ESTADO-TEXTO " " EXC-DEPARTAMENTO
                   " " EXC-LOTE-ID
                   " EXCEPCION=" EXC-NUMERO
                   " REGISTRO=" EXC-NUM-REGISTRO
                   " CORRIDA=" EXC-RUN-ID
                   " RESOLVIO=" EXC-SUPERVISOR
                   " RESUELTA=" EXC-FECHA-RESOL
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE EXC-RESULTADO TO WS-RESULTADO-ED.
           MOVE EXC-RES-MINIMO TO WS-MINIMO-ED.
           MOVE EXC-RES-MAXIMO TO WS-MAXIMO-ED.
           MOVE SPACES TO INFORME-RECORD.
           STRING "  CODIGO=" EXC-COD-OPERANDO
                   " OPERACION=" EXC-OPERACION
                   " RESULTADO=" WS-RESULTADO-ED
                   " MINIMO=" WS-MINIMO-ED
                   " MAXIMO=" WS-MAXIMO-ED
                   " MOTIVO=" EXC-MOTIVO " " WS-TEXTO-MOTIVO
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           IF EXC-MOTIVO = "07"
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE EXC-RESULTADO-BASE TO WS-BASE-ED
               MOVE EXC-VARIACION-MAX TO WS-VARIACION-MAX-ED
               MOVE EXC-VARIACION TO WS-VARIACION-ED
               MOVE SPACES TO INFORME-RECORD
               STRING "  ANTERIOR=" WS-BASE-ED
                       " VARIACION%=" WS-VARIACION-ED
                       " PERMITIDA%=" WS-VARIACION-MAX-ED
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
               WRITE INFORME-RECORD
               ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

       CONTROLA-SALTO-PAGINA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM ESCRIBE-PIE-INFORME
               ADD 1 TO WS-NUM-PAGINA
               PERFORM ESCRIBE-ENCABEZADO-INFORME
           END-IF.

       ESCRIBE-ENCABEZADO-INFORME.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           MOVE SPACES TO INFORME-RECORD.
           STRING "REPORTE - EXCEPCIONES DE RESULTADOS RETENIDOS"
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
           STRING "TOTALES PENDIENTES=" WS-CONT-PENDIENTES
                   " LIBERADAS=" WS-CONT-INF-LIBERADAS
                   " RECHAZADAS=" WS-CONT-INF-RECHAZADAS
                   " APLICADAS=" WS-CONT-APLICADAS
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       END PROGRAM LIBEXCEP.
