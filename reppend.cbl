      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Reporte de cambios al maestro de operandos para la
      *          firma diaria. Lista en PENDIENTES.RPT todas las
      *          solicitudes de PENDIENTE.DAT que siguen pendientes y
      *          las aprobadas, rechazadas o vencidas en el rango de
      *          fechas pedido, con solicitante, aprobador y motivo, y
      *          los totales por estado. Antes de listar vence las
      *          pendientes con mas dias que los de APRUPARM.DAT, igual
      *          que APRUMAES, para que el reporte quede al dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PND-LLAVE
               FILE STATUS IS WS-PENDIENTE-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO "APRUPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.
           SELECT INFORME-FILE ASSIGN TO "PENDIENTES.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-FILE.
       01  PENDIENTE-RECORD.
           05 PND-LLAVE.
              10 PND-FECHA-SOL      PIC 9(8).
              10 PND-HORA-SOL       PIC 9(8).
              10 PND-SECUENCIA      PIC 9(6).
           05 PND-ESTADO         PIC X(1).
           05 PND-ORIGEN         PIC X(1).
           05 PND-SOLICITANTE    PIC X(8).
           05 PND-ACCION         PIC X(1).
           05 PND-CODIGO         PIC X(8).
           05 PND-FECHA-EFECTIVA PIC 9(8).
           05 PND-DESCRIPCION    PIC X(30).
           05 PND-VALOR          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PND-REDONDEO       PIC X(1).
           05 PND-APROBADOR      PIC X(8).
           05 PND-FECHA-RESOL    PIC 9(8).
           05 PND-HORA-RESOL     PIC 9(8).
           05 PND-MOTIVO         PIC X(30).
           05 PND-CONTROL-LIMITES PIC X(1).
           05 PND-RES-MINIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PND-RES-MAXIMO     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PND-VARIACION-MAX  PIC 9(3)V99.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       FD  INFORME-FILE.
       01  INFORME-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PENDIENTE-STAT    PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-INFORME-STAT      PIC XX.

       01 WS-EOF-PENDIENTE     PIC X VALUE 'N'.
          88 FIN-PENDIENTE          VALUE 'S'.

       01 WS-FECHA-DESDE       PIC 9(8).
       01 WS-FECHA-HASTA       PIC 9(8).
       01 WS-ENTRADA-FECHA     PIC X(8).

       01 WS-DIAS-VIGENCIA     PIC 9(3) VALUE 5.
       01 WS-TEST-NUMVAL       PIC S9(4) COMP.
       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-HORA-HOY          PIC 9(8).
       01 WS-DIAS-ANTIGUEDAD   PIC S9(7).

       01 WS-ESTADO-TEXTO      PIC X(9).
       01 WS-CONT-PENDIENTES   PIC 9(7) VALUE 0.
       01 WS-CONT-APROBADAS    PIC 9(7) VALUE 0.
       01 WS-CONT-RECHAZADAS   PIC 9(7) VALUE 0.
       01 WS-CONT-VENCIDAS     PIC 9(7) VALUE 0.

       01 WS-VALOR-ED          PIC -(9)9.99.
       01 WS-MINIMO-ED         PIC -(9)9.99.
       01 WS-MAXIMO-ED         PIC -(9)9.99.
       01 WS-VARIACION-ED      PIC ZZ9.99.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
       01 WS-MAX-LINEAS        PIC 99 VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           DISPLAY "Resueltas desde (AAAAMMDD, vacio = hoy): ".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA IS NUMERIC
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-DESDE
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           END-IF.
           DISPLAY "Resueltas hasta (AAAAMMDD, vacio = hoy): ".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA IS NUMERIC
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-HASTA
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           END-IF.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF.
           PERFORM LEE-PARAMETROS-APROBACION.

           OPEN I-O PENDIENTE-FILE.
           IF WS-PENDIENTE-STAT NOT = "00"
               DISPLAY "No hay archivo de cambios pendientes "
                       "disponible, estado: " WS-PENDIENTE-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte, estado: "
                       WS-INFORME-STAT
               CLOSE PENDIENTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-INFORME.

           MOVE LOW-VALUES TO PND-LLAVE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           START PENDIENTE-FILE KEY NOT < PND-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PENDIENTE
           END-START.
           PERFORM UNTIL FIN-PENDIENTE
               READ PENDIENTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PENDIENTE
                   NOT AT END
                       IF PND-ESTADO = 'P'
                           PERFORM VENCE-SOLICITUD
                       END-IF
                       PERFORM CLASIFICA-SOLICITUD
               END-READ
           END-PERFORM.

           PERFORM ESCRIBE-TOTALES-INFORME.
           PERFORM ESCRIBE-PIE-INFORME.
           CLOSE PENDIENTE-FILE.
           CLOSE INFORME-FILE.
           DISPLAY "Reporte generado en PENDIENTES.RPT. "
                   "Pendientes: " WS-CONT-PENDIENTES
                   "  Aprobadas: " WS-CONT-APROBADAS
                   "  Rechazadas: " WS-CONT-RECHAZADAS
                   "  Vencidas: " WS-CONT-VENCIDAS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEE-PARAMETROS-APROBACION.
           MOVE 5 TO WS-DIAS-VIGENCIA.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT = "00"
               MOVE SPACES TO PARAMETRO-RECORD
               READ PARAMETRO-FILE
                   AT END
                       MOVE SPACES TO PARAMETRO-RECORD
               END-READ
               CLOSE PARAMETRO-FILE
               IF PARAMETRO-RECORD NOT = SPACES
                   MOVE FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(PARAMETRO-RECORD))
                           TO WS-TEST-NUMVAL
                   IF WS-TEST-NUMVAL = 0
                       MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(PARAMETRO-RECORD))
                               TO WS-DIAS-VIGENCIA
                   END-IF
               END-IF
           END-IF.

       VENCE-SOLICITUD.
           COMPUTE WS-DIAS-ANTIGUEDAD =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
             - FUNCTION INTEGER-OF-DATE(PND-FECHA-SOL).
           IF WS-DIAS-ANTIGUEDAD > WS-DIAS-VIGENCIA
               MOVE 'V' TO PND-ESTADO
               MOVE WS-FECHA-HOY TO PND-FECHA-RESOL
               MOVE WS-HORA-HOY TO PND-HORA-RESOL
               MOVE "VENCIDA SIN APROBACION" TO PND-MOTIVO
               REWRITE PENDIENTE-RECORD
                   INVALID KEY
                       MOVE 'P' TO PND-ESTADO
               END-REWRITE
           END-IF.

      * Las pendientes salen siempre; las resueltas solo si se
      * resolvieron dentro del rango.
       CLASIFICA-SOLICITUD.
           EVALUATE PND-ESTADO
               WHEN 'P'
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-PENDIENTES
                   PERFORM ESCRIBE-SOLICITUD
               WHEN OTHER
                   IF PND-FECHA-RESOL >= WS-FECHA-DESDE AND
                           PND-FECHA-RESOL <= WS-FECHA-HASTA
                       EVALUATE PND-ESTADO
                           WHEN 'A'
                               MOVE "APROBADA" TO WS-ESTADO-TEXTO
                               ADD 1 TO WS-CONT-APROBADAS
                           WHEN 'R'
                               MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
                               ADD 1 TO WS-CONT-RECHAZADAS
                           WHEN OTHER
                               MOVE "VENCIDA" TO WS-ESTADO-TEXTO
                               ADD 1 TO WS-CONT-VENCIDAS
                       END-EVALUATE
                       PERFORM ESCRIBE-SOLICITUD
                   END-IF
           END-EVALUATE.

       ESCRIBE-SOLICITUD.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           STRING WS-ESTADO-TEXTO " " PND-LLAVE
                   " SOLICITO=" PND-SOLICITANTE
                   " ORIGEN=" PND-ORIGEN
                   " APROBO=" PND-APROBADOR
                   " RESUELTA=" PND-FECHA-RESOL
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE PND-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO INFORME-RECORD.
           STRING "  ACCION=" PND-ACCION
                   " CODIGO=" PND-CODIGO
                   " EFECTIVA=" PND-FECHA-EFECTIVA
                   " VALOR=" WS-VALOR-ED
                   " REDONDEO=" PND-REDONDEO
                   " " PND-MOTIVO
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           IF PND-CONTROL-LIMITES = "S"
               PERFORM CONTROLA-SALTO-PAGINA
               MOVE PND-RES-MINIMO TO WS-MINIMO-ED
               MOVE PND-RES-MAXIMO TO WS-MAXIMO-ED
               MOVE PND-VARIACION-MAX TO WS-VARIACION-ED
               MOVE SPACES TO INFORME-RECORD
               STRING "  LIMITES MINIMO=" WS-MINIMO-ED
                       " MAXIMO=" WS-MAXIMO-ED
                       " VARIACION%=" WS-VARIACION-ED
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
           STRING "REPORTE - CAMBIOS PENDIENTES DEL MAESTRO"
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           MOVE SPACES TO INFORME-RECORD.
           STRING "Fecha: " WS-FECHA-REPORTE
                   "   Pagina: " WS-NUM-PAGINA
                   "  Resueltas: " WS-FECHA-DESDE " a " WS-FECHA-HASTA
                   "  Vencen a los " WS-DIAS-VIGENCIA " dias"
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
                   " APROBADAS=" WS-CONT-APROBADAS
                   " RECHAZADAS=" WS-CONT-RECHAZADAS
                   " VENCIDAS=" WS-CONT-VENCIDAS
                   DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       END PROGRAM REPPEND.
