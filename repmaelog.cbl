      *          operandos (MAESTRO-LOG.DAT). Lista el historial de
      *          cambios de un codigo o de un rango de fechas, con la
      *          imagen anterior y la nueva de cada alta, cambio o
      *          baja (con los limites del resultado cuando la
      *          vigencia los controla) y quien la solicito y aprobo, en
      *          INFORME-MAESTRO.RPT con el mismo estilo de encabezado
      *          y salto de pagina que INFORME-RUNS.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       FD  INFORME-FILE.
       01  INFORME-RECORD        PIC X(132).

       01 WS-VALOR-ANT-ED      PIC -(9)9.99.
       01 WS-VALOR-NVO-ED      PIC -(9)9.99.
       01 WS-MINIMO-ED         PIC -(9)9.99.
       01 WS-MAXIMO-ED         PIC -(9)9.99.
       01 WS-VARIACION-ED      PIC ZZ9.99.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
           MOVE SPACES TO INFORME-RECORD.
           STRING MLG-FECHA " " MLG-HORA " " MLG-OPERADOR
                   " ACCION=" MLG-ACCION
                   " CODIGO=" MLG-CODIGO
                   " APROBO=" MLG-APROBADOR DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           STRING "  ANTES: " MLG-ANT-DESCRIPCION
                   " VALOR=" WS-VALOR-ANT-ED
                   " EFECTIVA=" MLG-ANT-FECHA-EFECT
                   " ESTADO=" MLG-ANT-ESTADO
                   " REDONDEO=" MLG-ANT-REDONDEO DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           STRING "  AHORA: " MLG-NVO-DESCRIPCION
                   " VALOR=" WS-VALOR-NVO-ED
                   " EFECTIVA=" MLG-NVO-FECHA-EFECT
                   " ESTADO=" MLG-NVO-ESTADO
                   " REDONDEO=" MLG-NVO-REDONDEO DELIMITED BY SIZE
               INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           IF MLG-ANT-CONTROL-LIM = "S" OR MLG-NVO-CONTROL-LIM = "S"
               PERFORM ESCRIBE-LIMITES
           END-IF.

      * Los limites del resultado solo se listan cuando la vigencia
      * anterior o la nueva los controla; los registros grabados
      * antes de existir el control los traen en blanco.
       ESCRIBE-LIMITES.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           IF MLG-ANT-CONTROL-LIM = "S"
               MOVE MLG-ANT-RES-MINIMO TO WS-MINIMO-ED
               MOVE MLG-ANT-RES-MAXIMO TO WS-MAXIMO-ED
               MOVE MLG-ANT-VARIACION TO WS-VARIACION-ED
               STRING "  LIMITES ANTES: MINIMO=" WS-MINIMO-ED
                       " MAXIMO=" WS-MAXIMO-ED
                       " VARIACION%=" WS-VARIACION-ED
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
           ELSE
               STRING "  LIMITES ANTES: SIN CONTROL"
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
           END-IF.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO INFORME-RECORD.
           IF MLG-NVO-CONTROL-LIM = "S"
               MOVE MLG-NVO-RES-MINIMO TO WS-MINIMO-ED
               MOVE MLG-NVO-RES-MAXIMO TO WS-MAXIMO-ED
               MOVE MLG-NVO-VARIACION TO WS-VARIACION-ED
               STRING "  LIMITES AHORA: MINIMO=" WS-MINIMO-ED
                       " MAXIMO=" WS-MAXIMO-ED
                       " VARIACION%=" WS-VARIACION-ED
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
           ELSE
               STRING "  LIMITES AHORA: SIN CONTROL"
                       DELIMITED BY SIZE
                   INTO INFORME-RECORD
           END-IF.
           WRITE INFORME-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       CONTROLA-SALTO-PAGINA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
