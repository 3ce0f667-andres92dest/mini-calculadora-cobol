      * Date: 02-Sep-2026
      * Purpose: Carga masiva del maestro de operandos desde un
      *          archivo de transacciones (accion A alta / C cambio /
      *          B baja mas codigo, descripcion, valor con signo,
      *          fecha efectiva y redondeo forzado T/R/B opcional,
      *          N para quitarlo en un cambio, y el control de
      *          limites del resultado: S con minimo, maximo y
      *          variacion maxima en porcentaje, N para quitarlo,
      *          vacio conserva el de la vigencia). Cada transaccion
      *          valida queda como solicitud pendiente en
      *          PENDIENTE.DAT con el id de quien hizo la carga, igual
      *          que el mantenimiento en linea; el maestro y
      *          MAESTRO-LOG.DAT solo cambian cuando otro supervisor
      *          la aprueba con APRUMAES. Escribe CARGA-MAESTRO.RPT
      *          con cada transaccion registrada o rechazada (vigencia
      *          duplicada en alta, codigo inexistente en cambio,
      *          valor no numerico, redondeo invalido, limites
      *          invalidos, fecha efectiva en un periodo cerrado)
      *          y los totales, en el estilo de EDICION.RPT. Solo
      *          entra un supervisor activo del maestro de operadores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE DYNAMIC
               RECORD KEY MST-LLAVE
               FILE STATUS IS WS-MAESTRO-STAT.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PND-LLAVE
               FILE STATUS IS WS-PENDIENTE-STAT.
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
           SELECT REPORTE-FILE ASSIGN TO "CARGA-MAESTRO.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STAT.
           05 TRX-DESCRIPCION    PIC X(30).
           05 TRX-VALOR          PIC X(12).
           05 TRX-FECHA-EFECTIVA PIC X(8).
           05 TRX-REDONDEO       PIC X(1).
           05 TRX-CONTROL-LIMITES PIC X(1).
           05 TRX-RES-MINIMO     PIC X(12).
           05 TRX-RES-MAXIMO     PIC X(12).
           05 TRX-VARIACION-MAX  PIC X(5).

       FD  MAESTRO-FILE.
       01  MAESTRO-RECORD.
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

       FD  OPERMAST-FILE.
       01  OPERADOR-RECORD.
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

       FD  REPORTE-FILE.
       01  REPORTE-RECORD        PIC X(80).

       01 WS-ARCH-TRANS        PIC X(100).
       01 WS-TRANS-STAT        PIC XX.
       01 WS-MAESTRO-STAT      PIC XX.
       01 WS-PENDIENTE-STAT    PIC XX.
       01 WS-OPERMAST-STAT     PIC XX.
       01 WS-REPORTE-STAT      PIC XX.
       01 WS-PERIODO-STAT      PIC XX.
       01 WS-PERIODO-ABIERTO   PIC X VALUE 'N'.
          88 CONTROL-PERIODOS       VALUE 'S'.

       01 WS-EOF-TRANS         PIC X VALUE 'N'.
          88 FIN-TRANS              VALUE 'S'.
          88 TRANS-OK               VALUE 'S'.
       01 WS-MOTIVO-RECHAZO    PIC X(40).
       01 WS-DETALLE-APLICADA  PIC X(40).
       01 WS-PERIODO-TRANS     PIC 9(6).

       01 WS-VALOR-TRANS       PIC S9(9)V99.
       01 WS-VALOR-X-TRANS     PIC X(12).
                               PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-FECHA-TRANS       PIC 9(8).
       01 WS-REDONDEO-TRANS    PIC X(1).
          88 REDONDEO-TRANS-OK      VALUE ' ' 'T' 'R' 'B' 'N'.
       01 WS-CONTROL-TRANS     PIC X(1).
          88 CONTROL-TRANS-OK       VALUE ' ' 'S' 'N'.
       01 WS-MINIMO-TRANS      PIC S9(9)V99.
       01 WS-MAXIMO-TRANS      PIC S9(9)V99.
       01 WS-VARIACION-TRANS   PIC 9(3)V99.
       01 WS-VARIACION-X-TRANS PIC X(5).
       01 VARIACION-X-NUMERICA REDEFINES WS-VARIACION-X-TRANS
                               PIC 9(3)V99.

       01 WS-CODIGO-EXISTE     PIC X VALUE 'N'.
          88 CODIGO-EXISTE          VALUE 'S'.
       01 WS-VIG-VALOR         PIC S9(9)V99.
       01 WS-VIG-FECHA         PIC 9(8).
       01 WS-VIG-ESTADO        PIC X(1).
       01 WS-VIG-REDONDEO      PIC X(1).
       01 WS-VIG-CONTROL-LIMITES PIC X(1).
       01 WS-VIG-RES-MINIMO    PIC S9(9)V99.
       01 WS-VIG-RES-MAXIMO    PIC S9(9)V99.
       01 WS-VIG-VARIACION-MAX PIC 9(3)V99.

       01 WS-ACCION-MAESTRO    PIC X(1).
       01 WS-FECHA-CARGA       PIC 9(8).
       01 WS-HORA-CARGA        PIC 9(8).

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
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
               CLOSE TRANS-FILE
               CLOSE MAESTRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STAT NOT = "00"
               DISPLAY "No se pudo abrir el reporte de carga, "
                       "estado: " WS-REPORTE-STAT
               CLOSE TRANS-FILE
               CLOSE MAESTRO-FILE
               CLOSE PENDIENTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ABRE-CONTROL-PERIODOS.
           ACCEPT WS-FECHA-CARGA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CARGA FROM TIME.

           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-CARGA.
           PERFORM ESCRIBE-PIE-CARGA.
           CLOSE TRANS-FILE.
           CLOSE MAESTRO-FILE.
           CLOSE PENDIENTE-FILE.
           CLOSE REPORTE-FILE.
           IF CONTROL-PERIODOS
               CLOSE PERIODO-FILE
           END-IF.
           DISPLAY "Carga terminada. Leidas: " WS-NUM-TRANS
                   "  Pendientes de aprobacion: " WS-CONT-APLICADAS
                   "  Rechazadas: " WS-CONT-RECHAZADAS.
           IF WS-CONT-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
               ELSE
                   IF TRX-FECHA-EFECTIVA IS NUMERIC
                       MOVE TRX-FECHA-EFECTIVA TO WS-FECHA-TRANS
                       PERFORM VALIDA-PERIODO-TRANS
                   ELSE
                       MOVE 'N' TO WS-TRANS-VALIDA
                       MOVE "FECHA EFECTIVA NO NUMERICA"
                   MOVE "VALOR NO NUMERICO" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
           MOVE TRX-REDONDEO TO WS-REDONDEO-TRANS.
           INSPECT WS-REDONDEO-TRANS CONVERTING "trbn" TO "TRBN".
           IF TRANS-OK AND NOT REDONDEO-TRANS-OK
               MOVE 'N' TO WS-TRANS-VALIDA
               MOVE "REDONDEO INVALIDO" TO WS-MOTIVO-RECHAZO
           END-IF.
           MOVE TRX-CONTROL-LIMITES TO WS-CONTROL-TRANS.
           INSPECT WS-CONTROL-TRANS CONVERTING "sn" TO "SN".
           IF TRANS-OK AND NOT CONTROL-TRANS-OK
               MOVE 'N' TO WS-TRANS-VALIDA
               MOVE "CONTROL DE LIMITES INVALIDO" TO WS-MOTIVO-RECHAZO
           END-IF.
           IF TRANS-OK AND TRX-ACCION NOT = "B" AND
                   WS-CONTROL-TRANS = "S"
               PERFORM VALIDA-LIMITES-TRANS
           END-IF.

      * Sin PERIODO.DAT todavia no se ha cerrado ningun mes.
       ABRE-CONTROL-PERIODOS.
           MOVE 'N' TO WS-PERIODO-ABIERTO.
           OPEN INPUT PERIODO-FILE.
           IF WS-PERIODO-STAT = "00"
               MOVE 'S' TO WS-PERIODO-ABIERTO
           ELSE
               IF WS-PERIODO-STAT NOT = "35"
                   DISPLAY "Aviso: control de periodos no "
                           "disponible, estado: " WS-PERIODO-STAT
               END-IF
           END-IF.

      * Una fecha efectiva en un periodo cerrado cambiaria calculos
      * que ya salieron en el acta de cierre del mes.
       VALIDA-PERIODO-TRANS.
           IF CONTROL-PERIODOS
               MOVE WS-FECHA-TRANS(1:6) TO WS-PERIODO-TRANS
               MOVE WS-PERIODO-TRANS TO PER-PERIODO
               READ PERIODO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = "C"
                           MOVE 'N' TO WS-TRANS-VALIDA
                           MOVE SPACES TO WS-MOTIVO-RECHAZO
                           STRING "PERIODO " WS-PERIODO-TRANS
                                   " CERRADO"
                                   DELIMITED BY SIZE
                               INTO WS-MOTIVO-RECHAZO
                       END-IF
               END-READ
           END-IF.

      * Con control de limites el minimo y el maximo vienen con signo
      * como el valor; la variacion en blanco no se controla.
       VALIDA-LIMITES-TRANS.
           IF TRX-RES-MINIMO(1:11) IS NUMERIC AND
                   (TRX-RES-MINIMO(12:1) = "+" OR
                    TRX-RES-MINIMO(12:1) = "-")
               MOVE TRX-RES-MINIMO TO WS-VALOR-X-TRANS
               MOVE VALOR-X-NUMERICO TO WS-MINIMO-TRANS
           ELSE
               MOVE 'N' TO WS-TRANS-VALIDA
               MOVE "MINIMO NO NUMERICO" TO WS-MOTIVO-RECHAZO
           END-IF.
           IF TRANS-OK
               IF TRX-RES-MAXIMO(1:11) IS NUMERIC AND
                       (TRX-RES-MAXIMO(12:1) = "+" OR
                        TRX-RES-MAXIMO(12:1) = "-")
                   MOVE TRX-RES-MAXIMO TO WS-VALOR-X-TRANS
                   MOVE VALOR-X-NUMERICO TO WS-MAXIMO-TRANS
               ELSE
                   MOVE 'N' TO WS-TRANS-VALIDA
                   MOVE "MAXIMO NO NUMERICO" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF TRANS-OK AND WS-MINIMO-TRANS > WS-MAXIMO-TRANS
               MOVE 'N' TO WS-TRANS-VALIDA
               MOVE "MINIMO MAYOR QUE MAXIMO" TO WS-MOTIVO-RECHAZO
           END-IF.
           IF TRANS-OK
               IF TRX-VARIACION-MAX = SPACES
                   MOVE 0 TO WS-VARIACION-TRANS
               ELSE
                   IF TRX-VARIACION-MAX IS NUMERIC
                       MOVE TRX-VARIACION-MAX
                               TO WS-VARIACION-X-TRANS
                       MOVE VARIACION-X-NUMERICA TO WS-VARIACION-TRANS
                   ELSE
                       MOVE 'N' TO WS-TRANS-VALIDA
                       MOVE "VARIACION NO NUMERICA"
                               TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

      * Control S toma los limites de la transaccion y N lo quita;
      * en blanco un alta queda sin control y un cambio conserva el
      * de la vigencia anterior.
       TOMA-LIMITES-TRANS.
           EVALUATE WS-CONTROL-TRANS
               WHEN "S"
                   MOVE "S" TO MST-CONTROL-LIMITES
                   MOVE WS-MINIMO-TRANS TO MST-RES-MINIMO
                   MOVE WS-MAXIMO-TRANS TO MST-RES-MAXIMO
                   MOVE WS-VARIACION-TRANS TO MST-VARIACION-MAX
               WHEN SPACE
                   IF TRX-ACCION = "C"
                       MOVE WS-VIG-CONTROL-LIMITES
                               TO MST-CONTROL-LIMITES
                       MOVE WS-VIG-RES-MINIMO TO MST-RES-MINIMO
                       MOVE WS-VIG-RES-MAXIMO TO MST-RES-MAXIMO
                       MOVE WS-VIG-VARIACION-MAX TO MST-VARIACION-MAX
                   ELSE
                       PERFORM QUITA-LIMITES-TRANS
                   END-IF
               WHEN OTHER
                   PERFORM QUITA-LIMITES-TRANS
           END-EVALUATE.

       QUITA-LIMITES-TRANS.
           MOVE "N" TO MST-CONTROL-LIMITES.
           MOVE 0 TO MST-RES-MINIMO.
           MOVE 0 TO MST-RES-MAXIMO.
           MOVE 0 TO MST-VARIACION-MAX.

       APLICA-ALTA.
           MOVE TRX-CODIGO TO MST-CODIGO.
           MOVE WS-FECHA-TRANS TO MST-FECHA-EFECTIVA.
           MOVE TRX-DESCRIPCION TO MST-DESCRIPCION.
           MOVE WS-VALOR-TRANS TO MST-VALOR.
           IF WS-REDONDEO-TRANS = "N"
               MOVE SPACE TO MST-REDONDEO
           ELSE
               MOVE WS-REDONDEO-TRANS TO MST-REDONDEO
           END-IF.
           PERFORM TOMA-LIMITES-TRANS.
           MOVE 'A' TO MST-ESTADO.
           MOVE "A" TO WS-ACCION-MAESTRO.
           PERFORM PREPARA-SOLICITUD.
           READ MAESTRO-FILE
               INVALID KEY
                   PERFORM GRABA-SOLICITUD
                   IF TRANS-OK
                       ADD 1 TO WS-CONT-ALTAS
                   END-IF
               NOT INVALID KEY
                   MOVE 'N' TO WS-TRANS-VALIDA
                   MOVE "VIGENCIA YA EXISTE" TO WS-MOTIVO-RECHAZO
           END-READ.

      * Un cambio agrega una nueva vigencia fechada; el codigo debe
      * existir y lo que no trae la transaccion se toma de la fila
      * vigente en la fecha de la transaccion.
       APLICA-CAMBIO.
           PERFORM BUSCA-VIGENTE-TRANS.
           IF NOT CODIGO-EXISTE
               MOVE 'N' TO WS-TRANS-VALIDA
               MOVE "CODIGO NO EXISTE" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE TRX-CODIGO TO MST-CODIGO
               MOVE WS-FECHA-TRANS TO MST-FECHA-EFECTIVA
               IF TRX-DESCRIPCION NOT = SPACES
                   MOVE WS-VIG-DESCRIPCION TO MST-DESCRIPCION
               END-IF
               MOVE WS-VALOR-TRANS TO MST-VALOR
      * Redondeo en blanco conserva el de la vigencia anterior.
               EVALUATE WS-REDONDEO-TRANS
                   WHEN "N"
                       MOVE SPACE TO MST-REDONDEO
                   WHEN SPACE
                       MOVE WS-VIG-REDONDEO TO MST-REDONDEO
                   WHEN OTHER
                       MOVE WS-REDONDEO-TRANS TO MST-REDONDEO
               END-EVALUATE
               PERFORM TOMA-LIMITES-TRANS
               MOVE 'A' TO MST-ESTADO
               MOVE "C" TO WS-ACCION-MAESTRO
               PERFORM PREPARA-SOLICITUD
               PERFORM GRABA-SOLICITUD
               IF TRANS-OK
                   ADD 1 TO WS-CONT-CAMBIOS
               END-IF
           END-IF.

       APLICA-BAJA.
           MOVE TRX-CODIGO TO MST-CODIGO.
                   MOVE 'N' TO WS-TRANS-VALIDA
                   MOVE "VIGENCIA NO EXISTE" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE 'I' TO MST-ESTADO
                   MOVE "B" TO WS-ACCION-MAESTRO
                   PERFORM PREPARA-SOLICITUD
                   PERFORM GRABA-SOLICITUD
                   IF TRANS-OK
                       ADD 1 TO WS-CONT-BAJAS
                   END-IF
           END-READ.

      * Recorre las vigencias del codigo de la transaccion: anota si
      * el codigo existe y cual es la fila vigente en la fecha de la
      * transaccion.
           MOVE 'N' TO WS-VIGENCIA-HALLADA.
           MOVE 'N' TO WS-FIN-VIGENCIAS.
           MOVE SPACES TO WS-VIG-DESCRIPCION.
           MOVE SPACES TO WS-VIG-REDONDEO.
           MOVE "N" TO WS-VIG-CONTROL-LIMITES.
           MOVE 0 TO WS-VIG-RES-MINIMO.
           MOVE 0 TO WS-VIG-RES-MAXIMO.
           MOVE 0 TO WS-VIG-VARIACION-MAX.
           MOVE TRX-CODIGO TO MST-CODIGO.
           MOVE 0 TO MST-FECHA-EFECTIVA.
           START MAESTRO-FILE KEY NOT < MST-LLAVE
                               MOVE MST-FECHA-EFECTIVA
                                       TO WS-VIG-FECHA
                               MOVE MST-ESTADO TO WS-VIG-ESTADO
                               MOVE MST-REDONDEO TO WS-VIG-REDONDEO
                               MOVE MST-CONTROL-LIMITES
                                       TO WS-VIG-CONTROL-LIMITES
                               MOVE MST-RES-MINIMO
                                       TO WS-VIG-RES-MINIMO
                               MOVE MST-RES-MAXIMO
                                       TO WS-VIG-RES-MAXIMO
                               MOVE MST-VARIACION-MAX
                                       TO WS-VIG-VARIACION-MAX
                               MOVE 'S' TO WS-VIGENCIA-HALLADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PREPARA-SOLICITUD.
           MOVE SPACES TO PENDIENTE-RECORD.
           MOVE WS-FECHA-CARGA TO PND-FECHA-SOL.
           MOVE WS-HORA-CARGA TO PND-HORA-SOL.
           MOVE WS-NUM-TRANS TO PND-SECUENCIA.
           MOVE 'P' TO PND-ESTADO.
           MOVE 'C' TO PND-ORIGEN.
           MOVE WS-OPERADOR TO PND-SOLICITANTE.
           MOVE WS-ACCION-MAESTRO TO PND-ACCION.
           MOVE MST-CODIGO TO PND-CODIGO.
           MOVE MST-FECHA-EFECTIVA TO PND-FECHA-EFECTIVA.
           MOVE MST-DESCRIPCION TO PND-DESCRIPCION.
           MOVE MST-VALOR TO PND-VALOR.
           MOVE MST-REDONDEO TO PND-REDONDEO.
           MOVE MST-CONTROL-LIMITES TO PND-CONTROL-LIMITES.
           MOVE MST-RES-MINIMO TO PND-RES-MINIMO.
           MOVE MST-RES-MAXIMO TO PND-RES-MAXIMO.
           MOVE MST-VARIACION-MAX TO PND-VARIACION-MAX.
           MOVE 0 TO PND-FECHA-RESOL.
           MOVE 0 TO PND-HORA-RESOL.

      * La transaccion no toca el maestro: queda pendiente hasta que
      * otro supervisor la apruebe.
       GRABA-SOLICITUD.
           WRITE PENDIENTE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-VALIDA
                   MOVE "NO SE PUDO REGISTRAR LA SOLICITUD"
                           TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE SPACES TO WS-DETALLE-APLICADA
                   STRING "PENDIENTE " PND-LLAVE
                           DELIMITED BY SIZE
                       INTO WS-DETALLE-APLICADA
           END-WRITE.

       ESCRIBE-APLICADA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "TRANS " WS-NUM-TRANS " " TRX-ACCION
                   " " TRX-CODIGO " REGISTRADA: "
                   FUNCTION TRIM(WS-DETALLE-APLICADA)
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "TOTALES LEIDAS=" WS-NUM-TRANS
                   " PENDIENTES=" WS-CONT-APLICADAS
                   " RECHAZADAS=" WS-CONT-RECHAZADAS
                   DELIMITED BY SIZE
               INTO REPORTE-RECORD.
