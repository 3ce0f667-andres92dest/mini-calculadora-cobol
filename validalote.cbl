      *          registro rechazado y su motivo, y genera un
      *          worklist limpio solo con los registros aceptados
      *          para que un envio sucio no queme la ventana de lote.
      *          Antes de editar cuadra el archivo contra su cabecera
      *          y su registro final (conteo y sumas de control de los
      *          operandos); si no cuadra se rechaza completo con
      *          codigo de retorno 16. El limpio lleva la misma
      *          cabecera y un registro final con los aceptados.
      *          Los registros rechazados se graban ademas, con la
      *          referencia del departamento y un codigo de motivo, en
      *          <limpio>.RCH con el formato de rechazos del lote, para
      *          que el archivo de retorno informe cada linea enviada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LIMPIO-FILE ASSIGN TO DYNAMIC WS-LOTE-LIMPIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-LIMPIO-STAT.
           SELECT RECHAZO-FILE ASSIGN TO DYNAMIC WS-LOTE-RECHAZO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-RECHAZO-STAT.
           SELECT EDICION-FILE ASSIGN TO "EDICION.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDICION-STAT.
           05 WL-MULT-INICIO     PIC X(5).
           05 WL-MULT-FIN        PIC X(5).
           05 WL-MOTIVO-ANT      PIC X(2).
           05 WL-NUM-EXCEPCION   PIC X(5).
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

       FD  LIMPIO-FILE.
       01  LIMPIO-RECORD         PIC X(62).
       01  LIMPIO-RECORD-DET REDEFINES LIMPIO-RECORD.
           05 LMP-DATOS          PIC X(35).
           05 LMP-MOTIVO-ANT     PIC X(2).
           05 LMP-NUM-EXCEPCION  PIC X(5).
           05 LMP-REFERENCIA     PIC X(20).
       01  LIMPIO-RECORD-FIN REDEFINES LIMPIO-RECORD.
           05 LMP-FIN-TIPO       PIC X(1).
           05 LMP-FIN-REGISTROS  PIC 9(9).
           05 LMP-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 LMP-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

      * Rechazos de la edicion, con el mismo formato que el archivo de
      * rechazos de CALCULADORA (cabecera, detalle con motivo, final).
       FD  RECHAZO-FILE.
       01  RECHAZO-RECORD.
           05 RCH-DATOS          PIC X(35).
           05 RCH-MOTIVO         PIC X(2).
           05 RCH-NUM-EXCEPCION  PIC X(5).
           05 RCH-REFERENCIA     PIC X(20).
       01  RECHAZO-RECORD-FIN REDEFINES RECHAZO-RECORD.
           05 RCH-FIN-TIPO       PIC X(1).
           05 RCH-FIN-REGISTROS  PIC 9(9).
           05 RCH-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 RCH-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

       FD  EDICION-FILE.
       01  EDICION-RECORD        PIC X(80).
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

       WORKING-STORAGE SECTION.

       01 WS-LOTE-ENTRADA-STAT PIC XX.
       01 WS-LOTE-LIMPIO       PIC X(100).
       01 WS-LOTE-LIMPIO-STAT  PIC XX.
       01 WS-LOTE-RECHAZO      PIC X(100).
       01 WS-LOTE-RECHAZO-STAT PIC XX.
       01 WS-RECHAZO-ABIERTO   PIC X VALUE 'N'.
          88 RECHAZO-ABIERTO        VALUE 'S'.
       01 WS-EDICION-STAT      PIC XX.
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
       01 WS-REGISTRO-VALIDO   PIC X VALUE 'S'.
          88 REGISTRO-OK            VALUE 'S'.
       01 WS-MOTIVO-RECHAZO    PIC X(40).
       01 WS-CODIGO-MOTIVO     PIC X(2).

       01 WS-CAMPO-NUMERICO    PIC X(12).
       01 WS-CAMPO-IMPORTE REDEFINES WS-CAMPO-NUMERICO
                               PIC S9(9)V99 SIGN IS TRAILING
                                          SEPARATE CHARACTER.
       01 WS-CAMPO-VALIDO      PIC X VALUE 'N'.
          88 CAMPO-OK               VALUE 'S'.

       01 WS-VIG-VALOR         PIC S9(9)V99.
       01 WS-VIG-ESTADO        PIC X(1).

      * Control de cuadre contra cabecera y registro final
       01 WS-NUM-LEIDOS        PIC 9(9) VALUE 0.
       01 WS-CABECERA-LEIDA    PIC X VALUE 'N'.
          88 HAY-CABECERA           VALUE 'S'.
       01 WS-FINAL-LEIDO       PIC X VALUE 'N'.
          88 HAY-FINAL              VALUE 'S'.
       01 WS-LOTE-DESCUADRADO  PIC X VALUE 'N'.
          88 LOTE-DESCUADRADO       VALUE 'S'.
       01 WS-MOTIVO-DESCUADRE  PIC X(40).
       01 WS-DECL-REGISTROS    PIC 9(9) VALUE 0.
       01 WS-DECL-HASH-NUMERO  PIC S9(13)V99 VALUE 0.
       01 WS-DECL-HASH-NUMERO2 PIC S9(13)V99 VALUE 0.
       01 WS-CTL-REGISTROS     PIC 9(9) VALUE 0.
       01 WS-CTL-HASH-NUMERO   PIC S9(13)V99 VALUE 0.
       01 WS-CTL-HASH-NUMERO2  PIC S9(13)V99 VALUE 0.
       01 WS-ACE-HASH-NUMERO   PIC S9(13)V99 VALUE 0.
       01 WS-ACE-HASH-NUMERO2  PIC S9(13)V99 VALUE 0.
       01 WS-RCH-HASH-NUMERO   PIC S9(13)V99 VALUE 0.
       01 WS-RCH-HASH-NUMERO2  PIC S9(13)V99 VALUE 0.
       01 WS-HASH-EDITADO      PIC -(13)9.99.
       01 WS-HASH-EDITADO2     PIC -(13)9.99.

       01 WS-FECHA-REPORTE     PIC 9(8).
       01 WS-NUM-PAGINA        PIC 99 VALUE 1.
       01 WS-LINEAS-PAGINA     PIC 99 VALUE 0.
           MOVE 1 TO WS-NUM-PAGINA.
           PERFORM ESCRIBE-ENCABEZADO-EDICION.

           PERFORM VERIFICA-CONTROL-LOTE.
           IF LOTE-DESCUADRADO
               PERFORM ESCRIBE-RECHAZO-ARCHIVO
               MOVE WS-CTL-REGISTROS TO WS-NUM-REGISTRO
               MOVE WS-CTL-REGISTROS TO WS-CONT-RECHAZADOS
           ELSE
               PERFORM EDITA-REGISTROS
           END-IF.

           PERFORM ESCRIBE-TOTALES-EDICION.
           PERFORM ESCRIBE-PIE-EDICION.
           DISPLAY "Edicion terminada. Leidos: " WS-NUM-REGISTRO
                   "  Aceptados: " WS-CONT-ACEPTADOS
                   "  Rechazados: " WS-CONT-RECHAZADOS.
           IF LOTE-DESCUADRADO
               DISPLAY "Archivo rechazado completo: "
                       FUNCTION TRIM(WS-MOTIVO-DESCUADRE)
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CONT-RECHAZADOS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * Primera pasada: el archivo debe abrir con una cabecera y
      * cerrar con un registro final cuyo conteo y sumas de control
      * coincidan con el detalle. La suma de operando2 solo incluye
      * operaciones en mayuscula (en minuscula ese campo es codigo).
       VERIFICA-CONTROL-LOTE.
           MOVE 'N' TO WS-LOTE-DESCUADRADO.
           MOVE SPACES TO WS-MOTIVO-DESCUADRE.
           MOVE 0 TO WS-NUM-LEIDOS.
           MOVE 0 TO WS-CTL-REGISTROS.
           MOVE 0 TO WS-CTL-HASH-NUMERO.
           MOVE 0 TO WS-CTL-HASH-NUMERO2.
           MOVE 'N' TO WS-EOF-LOTE.
           PERFORM UNTIL FIN-LOTE
               READ WORKLIST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
                   NOT AT END
                       ADD 1 TO WS-NUM-LEIDOS
                       PERFORM CUADRA-REGISTRO
               END-READ
           END-PERFORM.
           IF NOT LOTE-DESCUADRADO
               EVALUATE TRUE
                   WHEN NOT HAY-CABECERA
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "FALTA REGISTRO DE CABECERA"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN NOT HAY-FINAL
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "FALTA REGISTRO FINAL"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN WS-DECL-REGISTROS NOT = WS-CTL-REGISTROS
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "CONTEO DE REGISTROS NO CUADRA"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN WS-DECL-HASH-NUMERO NOT = WS-CTL-HASH-NUMERO
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "SUMA DE OPERANDO 1 NO CUADRA"
                               TO WS-MOTIVO-DESCUADRE
                   WHEN WS-DECL-HASH-NUMERO2 NOT = WS-CTL-HASH-NUMERO2
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "SUMA DE OPERANDO 2 NO CUADRA"
                               TO WS-MOTIVO-DESCUADRE
               END-EVALUATE
           END-IF.
           CLOSE WORKLIST-FILE.
           OPEN INPUT WORKLIST-FILE.

       CUADRA-REGISTRO.
           IF HAY-FINAL
               IF NOT LOTE-DESCUADRADO
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "REGISTROS DESPUES DEL REGISTRO FINAL"
                           TO WS-MOTIVO-DESCUADRE
               END-IF
           ELSE
               EVALUATE WL-OPERACION
                   WHEN "C"
                       IF WS-NUM-LEIDOS = 1
                           MOVE 'S' TO WS-CABECERA-LEIDA
                       ELSE
                           IF NOT LOTE-DESCUADRADO
                               MOVE 'S' TO WS-LOTE-DESCUADRADO
                               MOVE "CABECERA FUERA DE POSICION"
                                       TO WS-MOTIVO-DESCUADRE
                           END-IF
                       END-IF
                   WHEN "F"
                       MOVE 'S' TO WS-FINAL-LEIDO
                       IF WL-FIN-REGISTROS IS NUMERIC AND
                               WL-FIN-HASH-NUMERO IS NUMERIC AND
                               WL-FIN-HASH-NUMERO2 IS NUMERIC
                           MOVE WL-FIN-REGISTROS TO WS-DECL-REGISTROS
                           MOVE WL-FIN-HASH-NUMERO
                                   TO WS-DECL-HASH-NUMERO
                           MOVE WL-FIN-HASH-NUMERO2
                                   TO WS-DECL-HASH-NUMERO2
                       ELSE
                           IF NOT LOTE-DESCUADRADO
                               MOVE 'S' TO WS-LOTE-DESCUADRADO
                               MOVE "REGISTRO FINAL NO NUMERICO"
                                       TO WS-MOTIVO-DESCUADRE
                           END-IF
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-CTL-REGISTROS
                       MOVE WL-NUMERO TO WS-CAMPO-NUMERICO
                       PERFORM VALIDA-CAMPO-IMPORTE
                       IF CAMPO-OK
                           ADD WS-CAMPO-IMPORTE TO WS-CTL-HASH-NUMERO
                       END-IF
                       IF WL-OPERACION IS ALPHABETIC-UPPER
                           MOVE WL-NUMERO2 TO WS-CAMPO-NUMERICO
                           PERFORM VALIDA-CAMPO-IMPORTE
                           IF CAMPO-OK
                               ADD WS-CAMPO-IMPORTE
                                       TO WS-CTL-HASH-NUMERO2
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      * Segunda pasada: edicion registro a registro. La cabecera pasa
      * tal cual al limpio y el registro final se rehace con el conteo
      * y las sumas de los aceptados.
       EDITA-REGISTROS.
           MOVE 0 TO WS-ACE-HASH-NUMERO.
           MOVE 0 TO WS-ACE-HASH-NUMERO2.
           MOVE 0 TO WS-RCH-HASH-NUMERO.
           MOVE 0 TO WS-RCH-HASH-NUMERO2.
           PERFORM ABRE-RECHAZOS-EDICION.
           MOVE 'N' TO WS-EOF-LOTE.
           PERFORM UNTIL FIN-LOTE
               READ WORKLIST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
                   NOT AT END
                       EVALUATE WL-OPERACION
                           WHEN "C"
                               MOVE WORKLIST-RECORD TO LIMPIO-RECORD
                               WRITE LIMPIO-RECORD
                               IF RECHAZO-ABIERTO
                                   MOVE WORKLIST-RECORD
                                           TO RECHAZO-RECORD
                                   WRITE RECHAZO-RECORD
                               END-IF
                           WHEN "F"
                               CONTINUE
                           WHEN OTHER
                               PERFORM EDITA-DETALLE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE SPACES TO LIMPIO-RECORD.
           MOVE "F" TO LMP-FIN-TIPO.
           MOVE WS-CONT-ACEPTADOS TO LMP-FIN-REGISTROS.
           MOVE WS-ACE-HASH-NUMERO TO LMP-FIN-HASH-NUMERO.
           MOVE WS-ACE-HASH-NUMERO2 TO LMP-FIN-HASH-NUMERO2.
           WRITE LIMPIO-RECORD.
           PERFORM CIERRA-RECHAZOS-EDICION.

       EDITA-DETALLE.
           ADD 1 TO WS-NUM-REGISTRO.
           PERFORM VALIDA-REGISTRO.
           IF REGISTRO-OK
      *        El motivo y el numero de excepcion de un registro que
      *        vuelve a reproceso pasan al limpio para CALCULADORA.
               MOVE WORKLIST-RECORD(1:35) TO LIMPIO-RECORD
               MOVE WL-MOTIVO-ANT TO LMP-MOTIVO-ANT
               MOVE WL-NUM-EXCEPCION TO LMP-NUM-EXCEPCION
               MOVE WL-REFERENCIA TO LMP-REFERENCIA
               WRITE LIMPIO-RECORD
               ADD 1 TO WS-CONT-ACEPTADOS
               MOVE WL-NUMERO TO WS-CAMPO-NUMERICO
               ADD WS-CAMPO-IMPORTE TO WS-ACE-HASH-NUMERO
               IF WL-OPERACION IS ALPHABETIC-UPPER
                   MOVE WL-NUMERO2 TO WS-CAMPO-NUMERICO
                   PERFORM VALIDA-CAMPO-IMPORTE
                   IF CAMPO-OK
                       ADD WS-CAMPO-IMPORTE TO WS-ACE-HASH-NUMERO2
                   END-IF
               END-IF
           ELSE
               PERFORM ESCRIBE-RECHAZO
               PERFORM GRABA-RECHAZO-EDICION
               ADD 1 TO WS-CONT-RECHAZADOS
           END-IF.

      * El archivo de rechazos de la edicion se llama como el limpio
      * con .RCH; si no se puede abrir la edicion sigue sin el.
       ABRE-RECHAZOS-EDICION.
           MOVE 'N' TO WS-RECHAZO-ABIERTO.
           MOVE SPACES TO WS-LOTE-RECHAZO.
           STRING FUNCTION TRIM(WS-LOTE-LIMPIO) ".RCH"
                   DELIMITED BY SIZE
               INTO WS-LOTE-RECHAZO.
           OPEN OUTPUT RECHAZO-FILE.
           IF WS-LOTE-RECHAZO-STAT = "00"
               MOVE 'S' TO WS-RECHAZO-ABIERTO
           ELSE
               DISPLAY "Aviso: no se pudo abrir el archivo de "
                       "rechazos " FUNCTION TRIM(WS-LOTE-RECHAZO)
                       ", estado: " WS-LOTE-RECHAZO-STAT
           END-IF.

       GRABA-RECHAZO-EDICION.
           IF RECHAZO-ABIERTO
               PERFORM CODIFICA-MOTIVO
               MOVE SPACES TO RECHAZO-RECORD
               MOVE WORKLIST-RECORD(1:35) TO RCH-DATOS
               MOVE WS-CODIGO-MOTIVO TO RCH-MOTIVO
               MOVE WL-NUM-EXCEPCION TO RCH-NUM-EXCEPCION
               MOVE WL-REFERENCIA TO RCH-REFERENCIA
               WRITE RECHAZO-RECORD
               MOVE WL-NUMERO TO WS-CAMPO-NUMERICO
               PERFORM VALIDA-CAMPO-IMPORTE
               IF CAMPO-OK
                   ADD WS-CAMPO-IMPORTE TO WS-RCH-HASH-NUMERO
               END-IF
               IF WL-OPERACION IS ALPHABETIC-UPPER
                   MOVE WL-NUMERO2 TO WS-CAMPO-NUMERICO
                   PERFORM VALIDA-CAMPO-IMPORTE
                   IF CAMPO-OK
                       ADD WS-CAMPO-IMPORTE TO WS-RCH-HASH-NUMERO2
                   END-IF
               END-IF
           END-IF.

       CIERRA-RECHAZOS-EDICION.
           IF RECHAZO-ABIERTO
               MOVE SPACES TO RECHAZO-RECORD
               MOVE "F" TO RCH-FIN-TIPO
               MOVE WS-CONT-RECHAZADOS TO RCH-FIN-REGISTROS
               MOVE WS-RCH-HASH-NUMERO TO RCH-FIN-HASH-NUMERO
               MOVE WS-RCH-HASH-NUMERO2 TO RCH-FIN-HASH-NUMERO2
               WRITE RECHAZO-RECORD
               CLOSE RECHAZO-FILE
               MOVE 'N' TO WS-RECHAZO-ABIERTO
           END-IF.

      * Los motivos de la edicion se llevan a los codigos del archivo
      * de rechazos del lote: 01 divisor cero, 02 operacion
      * desconocida, 03 codigo maestro, 04 potencia invalida y 09 dato
      * no numerico o rango de tabla invalido.
       CODIFICA-MOTIVO.
           EVALUATE WS-MOTIVO-RECHAZO
               WHEN "DIVISOR CERO"
                   MOVE "01" TO WS-CODIGO-MOTIVO
               WHEN "OPERACION DESCONOCIDA"
                   MOVE "02" TO WS-CODIGO-MOTIVO
               WHEN "CODIGO MAESTRO EN BLANCO"
               WHEN "CODIGO MAESTRO NO EXISTE"
               WHEN "CODIGO MAESTRO INACTIVO"
                   MOVE "03" TO WS-CODIGO-MOTIVO
               WHEN "POTENCIA INVALIDA"
                   MOVE "04" TO WS-CODIGO-MOTIVO
               WHEN OTHER
                   MOVE "09" TO WS-CODIGO-MOTIVO
           END-EVALUATE.

      * Si existe VALIDAPARM.DAT la edicion corre sin dialogos, con
      * entrada, salida limpia y fecha de proceso tomadas de ahi,
      * igual que LOTEPARM.DAT en la calculadora.
           WRITE EDICION-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-RECHAZO-ARCHIVO.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO EDICION-RECORD.
           STRING "ARCHIVO RECHAZADO: "
                   FUNCTION TRIM(WS-MOTIVO-DESCUADRE)
                   DELIMITED BY SIZE
               INTO EDICION-RECORD.
           WRITE EDICION-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE SPACES TO EDICION-RECORD.
           STRING "CONTROL DECLARADOS=" WS-DECL-REGISTROS
                   " LEIDOS=" WS-CTL-REGISTROS
                   DELIMITED BY SIZE
               INTO EDICION-RECORD.
           WRITE EDICION-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE WS-DECL-HASH-NUMERO TO WS-HASH-EDITADO.
           MOVE WS-CTL-HASH-NUMERO TO WS-HASH-EDITADO2.
           MOVE SPACES TO EDICION-RECORD.
           STRING "CONTROL OPERANDO1 DECLARADO=" WS-HASH-EDITADO
                   " LEIDO=" WS-HASH-EDITADO2
                   DELIMITED BY SIZE
               INTO EDICION-RECORD.
           WRITE EDICION-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM CONTROLA-SALTO-PAGINA.
           MOVE WS-DECL-HASH-NUMERO2 TO WS-HASH-EDITADO.
           MOVE WS-CTL-HASH-NUMERO2 TO WS-HASH-EDITADO2.
           MOVE SPACES TO EDICION-RECORD.
           STRING "CONTROL OPERANDO2 DECLARADO=" WS-HASH-EDITADO
                   " LEIDO=" WS-HASH-EDITADO2
                   DELIMITED BY SIZE
               INTO EDICION-RECORD.
           WRITE EDICION-RECORD.
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBE-ENCABEZADO-EDICION.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           MOVE SPACES TO EDICION-RECORD.
