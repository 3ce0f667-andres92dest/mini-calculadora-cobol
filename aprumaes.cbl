      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Aprobacion de los cambios pendientes al maestro de
      *          operandos (regla de cuatro ojos). Las altas, cambios
      *          y bajas del mantenimiento en linea y de CARGAMAES
      *          quedan en PENDIENTE.DAT con el id de quien los pidio;
      *          aqui otro supervisor activo, distinto del que hizo la
      *          solicitud, las revisa una por una y las aprueba o
      *          rechaza. Al aprobar se escribe la vigencia fechada en
      *          MAESTRO.DAT y la imagen anterior y nueva en
      *          MAESTRO-LOG.DAT con el solicitante y el aprobador,
      *          incluidos los limites del resultado de la vigencia.
      *          Al entrar vence las solicitudes pendientes con mas
      *          dias que los indicados en la primera linea de
      *          APRUPARM.DAT (5 si no existe). Una solicitud con
      *          fecha efectiva en un periodo ya cerrado con CIERRPER
      *          no se aplica y queda rechazada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUMAES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PND-LLAVE
               FILE STATUS IS WS-PENDIENTE-STAT.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MST-LLAVE
               FILE STATUS IS WS-MAESTRO-STAT.
           SELECT MAESTRO-LOG-FILE ASSIGN TO "MAESTRO-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-LOG-STAT.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS WS-OPERMAST-STAT.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PER-PERIODO
               FILE STATUS IS WS-PERIODO-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO "APRUPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.

       DATA DIVISION.
       FILE SECTION.
      * PND-ESTADO: P pendiente, A aprobada, R rechazada, V vencida.
      * PND-ORIGEN: M mantenimiento en linea, C carga masiva.
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

       FD  OPERMAST-FILE.
       01  OPERADOR-RECORD.
           05 OPR-ID             PIC X(8).
           05 OPR-NOMBRE         PIC X(30).
           05 OPR-NIVEL          PIC X(1).
           05 OPR-ESTADO         PIC X(1).

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

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-PENDIENTE-STAT    PIC XX.
       01 WS-MAESTRO-STAT      PIC XX.
       01 WS-MAESTRO-LOG-STAT  PIC XX.
       01 WS-OPERMAST-STAT     PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-PERIODO-STAT      PIC XX.
       01 WS-PERIODO-BUSCA     PIC 9(6).
       01 WS-PERIODO-CERRADO   PIC X VALUE 'N'.
          88 PERIODO-CERRADO        VALUE 'S'.

       01 WS-OPERADOR          PIC X(8).
       01 WS-ACCESO-VALIDO     PIC X VALUE 'N'.
          88 ACCESO-OK              VALUE 'S'.

       01 WS-OPCION            PIC X(1).
       01 WS-RESPUESTA         PIC X(1).
       01 WS-EOF-PENDIENTE     PIC X VALUE 'N'.
          88 FIN-PENDIENTE          VALUE 'S'.
       01 WS-FIN-REVISION      PIC X VALUE 'N'.
          88 FIN-REVISION           VALUE 'S'.
       01 WS-CONT-LISTADAS     PIC 9(7) VALUE 0.
       01 WS-CONT-VENCIDAS     PIC 9(7) VALUE 0.

       01 WS-DIAS-VIGENCIA     PIC 9(3) VALUE 5.
       01 WS-TEST-NUMVAL       PIC S9(4) COMP.
       01 WS-FECHA-HOY         PIC 9(8).
       01 WS-HORA-HOY          PIC 9(8).
       01 WS-DIAS-ANTIGUEDAD   PIC S9(7).

       01 WS-SOLICITUD-APLICADA PIC X VALUE 'N'.
          88 SOLICITUD-APLICADA     VALUE 'S'.
       01 WS-MOTIVO-RESOLUCION PIC X(30).

       01 WS-FIN-VIGENCIAS     PIC X VALUE 'N'.
          88 FIN-VIGENCIAS          VALUE 'S'.
       01 WS-CODIGO-EXISTE     PIC X VALUE 'N'.
          88 CODIGO-EXISTE          VALUE 'S'.
       01 WS-VIGENCIA-HALLADA  PIC X VALUE 'N'.
          88 VIGENCIA-HALLADA       VALUE 'S'.

       01 WS-IMAGEN-ANTERIOR.
          05 WS-ANT-DESCRIPCION    PIC X(30).
          05 WS-ANT-VALOR          PIC S9(9)V99.
          05 WS-ANT-FECHA-EFECT    PIC 9(8).
          05 WS-ANT-ESTADO         PIC X(1).
          05 WS-ANT-REDONDEO       PIC X(1).
          05 WS-ANT-CONTROL-LIM    PIC X(1).
          05 WS-ANT-RES-MINIMO     PIC S9(9)V99.
          05 WS-ANT-RES-MAXIMO     PIC S9(9)V99.
          05 WS-ANT-VARIACION      PIC 9(3)V99.

       01 WS-FECHA-LOG         PIC 9(8).
       01 WS-HORA-LOG          PIC 9(8).
       01 WS-VALOR-ED          PIC -(9)9.99.
       01 WS-MINIMO-ED         PIC -(9)9.99.
       01 WS-MAXIMO-ED         PIC -(9)9.99.
       01 WS-VARIACION-ED      PIC ZZ9.99.

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

           PERFORM LEE-PARAMETROS-APROBACION.
           OPEN I-O PENDIENTE-FILE.
           IF WS-PENDIENTE-STAT = "35" OR WS-PENDIENTE-STAT = "05"
               OPEN OUTPUT PENDIENTE-FILE
               IF WS-PENDIENTE-STAT = "00"
                   CLOSE PENDIENTE-FILE
                   OPEN I-O PENDIENTE-FILE
               END-IF
           END-IF.
           IF WS-PENDIENTE-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cambios "
                       "pendientes, estado: " WS-PENDIENTE-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MAESTRO-FILE.
           IF WS-MAESTRO-STAT = "35" OR WS-MAESTRO-STAT = "05"
               OPEN OUTPUT MAESTRO-FILE
               IF WS-MAESTRO-STAT = "00"
                   CLOSE MAESTRO-FILE
                   OPEN I-O MAESTRO-FILE
               END-IF
           END-IF.
           IF WS-MAESTRO-STAT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de operandos, "
                       "estado: " WS-MAESTRO-STAT
               CLOSE PENDIENTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VENCE-PENDIENTES.

           MOVE SPACES TO WS-OPCION.
           PERFORM UNTIL WS-OPCION = "0"
               DISPLAY "----- Aprobacion de cambios al maestro -----"
               DISPLAY "1. Revisar solicitudes pendientes"
               DISPLAY "2. Listar solicitudes pendientes"
               DISPLAY "0. Salir"
               DISPLAY "Elige una opcion (0-2): "
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM REVISA-PENDIENTES
                   WHEN "2"
                       PERFORM LISTA-PENDIENTES
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion invalida, intenta de nuevo."
               END-EVALUATE
           END-PERFORM.
           CLOSE PENDIENTE-FILE.
           CLOSE MAESTRO-FILE.
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
                   ELSE
                       DISPLAY "Dias de vigencia invalidos en "
                               "APRUPARM.DAT, se usan 5."
                   END-IF
               END-IF
           END-IF.

      * Una solicitud que nadie aprobo en el plazo ya no se puede
      * aplicar: queda vencida y hay que pedirla de nuevo.
       VENCE-PENDIENTES.
           MOVE 0 TO WS-CONT-VENCIDAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
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
                           COMPUTE WS-DIAS-ANTIGUEDAD =
                               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                             - FUNCTION INTEGER-OF-DATE(PND-FECHA-SOL)
                           IF WS-DIAS-ANTIGUEDAD > WS-DIAS-VIGENCIA
                               MOVE 'V' TO PND-ESTADO
                               MOVE WS-FECHA-HOY TO PND-FECHA-RESOL
                               MOVE WS-HORA-HOY TO PND-HORA-RESOL
                               MOVE "VENCIDA SIN APROBACION"
                                       TO PND-MOTIVO
                               REWRITE PENDIENTE-RECORD
                                   INVALID KEY
                                       DISPLAY "No se pudo vencer la "
                                               "solicitud " PND-LLAVE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CONT-VENCIDAS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-VENCIDAS > 0
               DISPLAY "Solicitudes vencidas por antiguedad (mas de "
                       WS-DIAS-VIGENCIA " dias): " WS-CONT-VENCIDAS
           END-IF.

       LISTA-PENDIENTES.
           MOVE 0 TO WS-CONT-LISTADAS.
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
                           PERFORM MUESTRA-SOLICITUD
                           ADD 1 TO WS-CONT-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Solicitudes pendientes: " WS-CONT-LISTADAS.

       REVISA-PENDIENTES.
           MOVE 0 TO WS-CONT-LISTADAS.
           MOVE 'N' TO WS-FIN-REVISION.
           MOVE LOW-VALUES TO PND-LLAVE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           START PENDIENTE-FILE KEY NOT < PND-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PENDIENTE
           END-START.
           PERFORM UNTIL FIN-PENDIENTE OR FIN-REVISION
               READ PENDIENTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PENDIENTE
                   NOT AT END
                       IF PND-ESTADO = 'P'
                           ADD 1 TO WS-CONT-LISTADAS
                           PERFORM REVISA-SOLICITUD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-LISTADAS = 0
               DISPLAY "No hay solicitudes pendientes."
           END-IF.

      * Cuatro ojos: quien pidio el cambio no puede aprobarlo.
       REVISA-SOLICITUD.
           PERFORM MUESTRA-SOLICITUD.
           IF PND-SOLICITANTE = WS-OPERADOR
               DISPLAY "   Solicitud propia: debe aprobarla otro "
                       "supervisor."
           ELSE
               DISPLAY "A aprobar, R rechazar, S saltar, F terminar: "
               ACCEPT WS-RESPUESTA
               INSPECT WS-RESPUESTA CONVERTING "arsf" TO "ARSF"
               EVALUATE WS-RESPUESTA
                   WHEN "A"
                       PERFORM APRUEBA-SOLICITUD
                   WHEN "R"
                       PERFORM RECHAZA-SOLICITUD
                   WHEN "F"
                       MOVE 'S' TO WS-FIN-REVISION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MUESTRA-SOLICITUD.
           MOVE PND-VALOR TO WS-VALOR-ED.
           DISPLAY "Solicitud " PND-LLAVE " de " PND-SOLICITANTE
                   " ORIGEN=" PND-ORIGEN
                   " ACCION=" PND-ACCION
                   " CODIGO=" PND-CODIGO
                   " EFECTIVA=" PND-FECHA-EFECTIVA.
           DISPLAY "   " PND-DESCRIPCION
                   " VALOR=" WS-VALOR-ED
                   " REDONDEO=" PND-REDONDEO.
           IF PND-CONTROL-LIMITES = "S"
               MOVE PND-RES-MINIMO TO WS-MINIMO-ED
               MOVE PND-RES-MAXIMO TO WS-MAXIMO-ED
               MOVE PND-VARIACION-MAX TO WS-VARIACION-ED
               DISPLAY "   LIMITES MINIMO=" WS-MINIMO-ED
                       " MAXIMO=" WS-MAXIMO-ED
                       " VARIACION%=" WS-VARIACION-ED
           END-IF.

       APRUEBA-SOLICITUD.
           MOVE 'N' TO WS-SOLICITUD-APLICADA.
           MOVE SPACES TO WS-MOTIVO-RESOLUCION.
           MOVE PND-FECHA-EFECTIVA(1:6) TO WS-PERIODO-BUSCA.
           PERFORM CONSULTA-PERIODO.
           EVALUATE TRUE
               WHEN PERIODO-CERRADO
                   STRING "PERIODO " WS-PERIODO-BUSCA " CERRADO"
                           DELIMITED BY SIZE
                       INTO WS-MOTIVO-RESOLUCION
               WHEN PND-ACCION = "A"
                   PERFORM APLICA-ALTA
               WHEN PND-ACCION = "C"
                   PERFORM APLICA-CAMBIO
               WHEN PND-ACCION = "B"
                   PERFORM APLICA-BAJA
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO-RESOLUCION
           END-EVALUATE.
           IF SOLICITUD-APLICADA
               MOVE 'A' TO PND-ESTADO
           ELSE
               MOVE 'R' TO PND-ESTADO
               MOVE WS-MOTIVO-RESOLUCION TO PND-MOTIVO
               DISPLAY "   No se pudo aplicar: "
                       FUNCTION TRIM(WS-MOTIVO-RESOLUCION)
                       ". La solicitud queda rechazada."
           END-IF.
           PERFORM GRABA-RESOLUCION.
           IF SOLICITUD-APLICADA
               DISPLAY "   Solicitud aprobada y aplicada al maestro."
           END-IF.

      * Una solicitud pedida antes del cierre del mes de su fecha
      * efectiva ya no se puede aplicar; queda rechazada.
       CONSULTA-PERIODO.
           MOVE 'N' TO WS-PERIODO-CERRADO.
           OPEN INPUT PERIODO-FILE.
           IF WS-PERIODO-STAT = "00"
               MOVE WS-PERIODO-BUSCA TO PER-PERIODO
               READ PERIODO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = "C"
                           MOVE 'S' TO WS-PERIODO-CERRADO
                       END-IF
               END-READ
               CLOSE PERIODO-FILE
           ELSE
               IF WS-PERIODO-STAT NOT = "35"
                   DISPLAY "Aviso: control de periodos no "
                           "disponible, estado: " WS-PERIODO-STAT
               END-IF
           END-IF.

       RECHAZA-SOLICITUD.
           DISPLAY "Motivo del rechazo: ".
           ACCEPT WS-MOTIVO-RESOLUCION.
           IF WS-MOTIVO-RESOLUCION = SPACES
               MOVE "RECHAZADA POR EL SUPERVISOR"
                       TO WS-MOTIVO-RESOLUCION
           END-IF.
           MOVE 'R' TO PND-ESTADO.
           MOVE WS-MOTIVO-RESOLUCION TO PND-MOTIVO.
           PERFORM GRABA-RESOLUCION.
           DISPLAY "   Solicitud rechazada.".

       GRABA-RESOLUCION.
           MOVE WS-OPERADOR TO PND-APROBADOR.
           ACCEPT PND-FECHA-RESOL FROM DATE YYYYMMDD.
           ACCEPT PND-HORA-RESOL FROM TIME.
           REWRITE PENDIENTE-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar la solicitud "
                           PND-LLAVE
           END-REWRITE.

       APLICA-ALTA.
           MOVE PND-CODIGO TO MST-CODIGO.
           MOVE PND-FECHA-EFECTIVA TO MST-FECHA-EFECTIVA.
           MOVE PND-DESCRIPCION TO MST-DESCRIPCION.
           MOVE PND-VALOR TO MST-VALOR.
           MOVE PND-REDONDEO TO MST-REDONDEO.
           PERFORM TOMA-LIMITES-SOLICITUD.
           MOVE 'A' TO MST-ESTADO.
           PERFORM LIMPIA-IMAGEN-ANTERIOR.
           WRITE MAESTRO-RECORD
               INVALID KEY
                   MOVE "VIGENCIA YA EXISTE" TO WS-MOTIVO-RESOLUCION
               NOT INVALID KEY
                   MOVE 'S' TO WS-SOLICITUD-APLICADA
                   PERFORM GRABA-LOG-MAESTRO
           END-WRITE.

      * La imagen anterior es la fila vigente en la fecha efectiva
      * del cambio al momento de aprobarlo, no al de pedirlo.
       APLICA-CAMBIO.
           PERFORM BUSCA-VIGENTE-SOLICITUD.
           IF NOT CODIGO-EXISTE
               MOVE "CODIGO NO EXISTE" TO WS-MOTIVO-RESOLUCION
           ELSE
               IF NOT VIGENCIA-HALLADA
                   PERFORM LIMPIA-IMAGEN-ANTERIOR
               END-IF
               MOVE PND-CODIGO TO MST-CODIGO
               MOVE PND-FECHA-EFECTIVA TO MST-FECHA-EFECTIVA
               MOVE PND-DESCRIPCION TO MST-DESCRIPCION
               MOVE PND-VALOR TO MST-VALOR
               MOVE PND-REDONDEO TO MST-REDONDEO
               PERFORM TOMA-LIMITES-SOLICITUD
               MOVE 'A' TO MST-ESTADO
               WRITE MAESTRO-RECORD
                   INVALID KEY
                       PERFORM REEMPLAZA-VIGENCIA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SOLICITUD-APLICADA
                       PERFORM GRABA-LOG-MAESTRO
               END-WRITE
           END-IF.

       REEMPLAZA-VIGENCIA.
           REWRITE MAESTRO-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR"
                           TO WS-MOTIVO-RESOLUCION
               NOT INVALID KEY
                   MOVE 'S' TO WS-SOLICITUD-APLICADA
                   PERFORM GRABA-LOG-MAESTRO
           END-REWRITE.

      * Una solicitud sin control de limites deja la vigencia sin
      * control.
       TOMA-LIMITES-SOLICITUD.
           IF PND-CONTROL-LIMITES = "S"
               MOVE "S" TO MST-CONTROL-LIMITES
               MOVE PND-RES-MINIMO TO MST-RES-MINIMO
               MOVE PND-RES-MAXIMO TO MST-RES-MAXIMO
               MOVE PND-VARIACION-MAX TO MST-VARIACION-MAX
           ELSE
               MOVE "N" TO MST-CONTROL-LIMITES
               MOVE 0 TO MST-RES-MINIMO
               MOVE 0 TO MST-RES-MAXIMO
               MOVE 0 TO MST-VARIACION-MAX
           END-IF.

       APLICA-BAJA.
           MOVE PND-CODIGO TO MST-CODIGO.
           MOVE PND-FECHA-EFECTIVA TO MST-FECHA-EFECTIVA.
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE "VIGENCIA NO EXISTE" TO WS-MOTIVO-RESOLUCION
               NOT INVALID KEY
                   PERFORM GUARDA-IMAGEN-ANTERIOR
                   MOVE 'I' TO MST-ESTADO
                   PERFORM BAJA-REESCRIBE
           END-READ.

       BAJA-REESCRIBE.
           REWRITE MAESTRO-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR"
                           TO WS-MOTIVO-RESOLUCION
               NOT INVALID KEY
                   MOVE 'S' TO WS-SOLICITUD-APLICADA
                   PERFORM GRABA-LOG-MAESTRO
           END-REWRITE.

       BUSCA-VIGENTE-SOLICITUD.
           MOVE 'N' TO WS-CODIGO-EXISTE.
           MOVE 'N' TO WS-VIGENCIA-HALLADA.
           MOVE 'N' TO WS-FIN-VIGENCIAS.
           MOVE PND-CODIGO TO MST-CODIGO.
           MOVE 0 TO MST-FECHA-EFECTIVA.
           START MAESTRO-FILE KEY NOT < MST-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-VIGENCIAS
           END-START.
           PERFORM UNTIL FIN-VIGENCIAS
               READ MAESTRO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-VIGENCIAS
                   NOT AT END
                       IF MST-CODIGO NOT = PND-CODIGO
                           MOVE 'S' TO WS-FIN-VIGENCIAS
                       ELSE
                           MOVE 'S' TO WS-CODIGO-EXISTE
                           IF MST-FECHA-EFECTIVA > PND-FECHA-EFECTIVA
                               MOVE 'S' TO WS-FIN-VIGENCIAS
                           ELSE
                               PERFORM GUARDA-IMAGEN-ANTERIOR
                               MOVE 'S' TO WS-VIGENCIA-HALLADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-IMAGEN-ANTERIOR.
           MOVE MST-DESCRIPCION TO WS-ANT-DESCRIPCION.
           MOVE MST-VALOR TO WS-ANT-VALOR.
           MOVE MST-FECHA-EFECTIVA TO WS-ANT-FECHA-EFECT.
           MOVE MST-ESTADO TO WS-ANT-ESTADO.
           MOVE MST-REDONDEO TO WS-ANT-REDONDEO.
           MOVE MST-CONTROL-LIMITES TO WS-ANT-CONTROL-LIM.
           MOVE MST-RES-MINIMO TO WS-ANT-RES-MINIMO.
           MOVE MST-RES-MAXIMO TO WS-ANT-RES-MAXIMO.
           MOVE MST-VARIACION-MAX TO WS-ANT-VARIACION.

       LIMPIA-IMAGEN-ANTERIOR.
           MOVE SPACES TO WS-ANT-DESCRIPCION.
           MOVE 0 TO WS-ANT-VALOR.
           MOVE 0 TO WS-ANT-FECHA-EFECT.
           MOVE SPACES TO WS-ANT-ESTADO.
           MOVE SPACES TO WS-ANT-REDONDEO.
           MOVE SPACES TO WS-ANT-CONTROL-LIM.
           MOVE 0 TO WS-ANT-RES-MINIMO.
           MOVE 0 TO WS-ANT-RES-MAXIMO.
           MOVE 0 TO WS-ANT-VARIACION.

      * Misma auditoria que antes, ahora con quien pidio el cambio en
      * MLG-OPERADOR y quien lo aprobo en MLG-APROBADOR.
       GRABA-LOG-MAESTRO.
           ACCEPT WS-FECHA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           OPEN EXTEND MAESTRO-LOG-FILE.
           IF WS-MAESTRO-LOG-STAT = "35" OR
                   WS-MAESTRO-LOG-STAT = "05"
               OPEN OUTPUT MAESTRO-LOG-FILE
           END-IF.
           IF WS-MAESTRO-LOG-STAT = "00"
               MOVE WS-FECHA-LOG TO MLG-FECHA
               MOVE WS-HORA-LOG TO MLG-HORA
               MOVE PND-SOLICITANTE TO MLG-OPERADOR
               MOVE PND-ACCION TO MLG-ACCION
               MOVE MST-CODIGO TO MLG-CODIGO
               MOVE WS-ANT-DESCRIPCION TO MLG-ANT-DESCRIPCION
               MOVE WS-ANT-VALOR TO MLG-ANT-VALOR
               MOVE WS-ANT-FECHA-EFECT TO MLG-ANT-FECHA-EFECT
               MOVE WS-ANT-ESTADO TO MLG-ANT-ESTADO
               MOVE MST-DESCRIPCION TO MLG-NVO-DESCRIPCION
               MOVE MST-VALOR TO MLG-NVO-VALOR
               MOVE MST-FECHA-EFECTIVA TO MLG-NVO-FECHA-EFECT
               MOVE MST-ESTADO TO MLG-NVO-ESTADO
               MOVE WS-ANT-REDONDEO TO MLG-ANT-REDONDEO
               MOVE MST-REDONDEO TO MLG-NVO-REDONDEO
               MOVE WS-OPERADOR TO MLG-APROBADOR
               MOVE WS-ANT-CONTROL-LIM TO MLG-ANT-CONTROL-LIM
               MOVE WS-ANT-RES-MINIMO TO MLG-ANT-RES-MINIMO
               MOVE WS-ANT-RES-MAXIMO TO MLG-ANT-RES-MAXIMO
               MOVE WS-ANT-VARIACION TO MLG-ANT-VARIACION
               MOVE MST-CONTROL-LIMITES TO MLG-NVO-CONTROL-LIM
               MOVE MST-RES-MINIMO TO MLG-NVO-RES-MINIMO
               MOVE MST-RES-MAXIMO TO MLG-NVO-RES-MAXIMO
               MOVE MST-VARIACION-MAX TO MLG-NVO-VARIACION
               WRITE MAESTRO-LOG-RECORD
               CLOSE MAESTRO-LOG-FILE
           ELSE
               DISPLAY "No se pudo grabar la auditoria del maestro, "
                       "estado: " WS-MAESTRO-LOG-STAT
           END-IF.

       END PROGRAM APRUMAES.
