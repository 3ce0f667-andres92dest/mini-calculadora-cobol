           SELECT HISTORIAL-FILE ASSIGN TO "HISTORIAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIAL-STAT.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-CHECKPOINT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STAT.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ACCESS MODE DYNAMIC
               RECORD KEY MST-LLAVE
               FILE STATUS IS WS-MAESTRO-STAT.
           SELECT LOTELOCK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTELOCK-STAT.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS WS-OPERMAST-STAT.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PND-LLAVE
               FILE STATUS IS WS-PENDIENTE-STAT.
           SELECT PARAMETRO-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-PARAMETRO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STAT.
           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXC-LLAVE
               FILE STATUS IS WS-EXCEPCION-STAT.
           SELECT ULTRES-FILE ASSIGN TO "ULTRES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ULT-LLAVE
               FILE STATUS IS WS-ULTRES-STAT.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PER-PERIODO
               FILE STATUS IS WS-PERIODO-STAT.

       DATA DIVISION.
       FILE SECTION.
           05 WL-MULT-FIN        PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
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
           05 WL-CAB-PARTICION   PIC 9(2).
           05 WL-CAB-BASE-REGISTRO PIC 9(9).
           05 FILLER             PIC X(18).
      *    Registro final (WL-OPERACION = "F"): totales declarados
       01  WORKLIST-RECORD-FIN REDEFINES WORKLIST-RECORD.
           05 FILLER             PIC X(1).
           05 WL-FIN-REGISTROS   PIC 9(9).
           05 WL-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 WL-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

       FD  SALIDA-FIJA-FILE.
       01  SALIDA-FIJA-RECORD.
           05 SF-RESIDUO         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 SF-COD-RETORNO     PIC 9(2).
           05 SF-REDONDEO        PIC X(1).
           05 SF-REFERENCIA      PIC X(20).
           05 SF-COD-OPERANDO    PIC X(8).
           05 SF-FECHA-VIGENCIA  PIC 9(8).

      * El archivo de rechazos sirve de worklist para el reproceso,
      * por eso lleva la misma cabecera y registro final.
       FD  RECHAZO-FILE.
       01  RECHAZO-RECORD.
           05 RCH-DATOS          PIC X(35).
           05 RCH-MOTIVO         PIC X(2).
           05 RCH-NUM-EXCEPCION  PIC X(5).
           05 RCH-REFERENCIA     PIC X(20).
       01  RECHAZO-RECORD-DET REDEFINES RECHAZO-RECORD.
           05 RCH-OPERACION      PIC X(1).
           05 RCH-NUMERO         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 RCH-NUMERO2        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(37).
       01  RECHAZO-RECORD-CAB REDEFINES RECHAZO-RECORD.
           05 FILLER             PIC X(1).
           05 RCH-CAB-DEPARTAMENTO PIC X(8).
           05 RCH-CAB-LOTE-ID    PIC X(16).
           05 RCH-CAB-FECHA-CREACION PIC 9(8).
           05 FILLER             PIC X(29).
       01  RECHAZO-RECORD-FIN REDEFINES RECHAZO-RECORD.
           05 FILLER             PIC X(1).
           05 RCH-FIN-REGISTROS  PIC 9(9).
           05 RCH-FIN-HASH-NUMERO PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 RCH-FIN-HASH-NUMERO2 PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER             PIC X(20).

       FD  SALIDA-LOTE-FILE.
       01  SALIDA-LOTE-RECORD    PIC X(120).

      * Historial con campos fijos: operacion, operandos y resultado
      * como numericos con signo, codigo de retorno, corrida y origen
      * (I interactivo / L lote), para poder totalizar importes, y
      * el modo de redondeo con que se obtuvo el resultado. Cuando el
      * segundo operando salio del maestro guarda el codigo, la fecha
      * efectiva de la vigencia usada y la fecha de proceso del lote.
       FD  HISTORIAL-FILE.
       01  HISTORIAL-RECORD.
           05 HST-FECHA          PIC 9(8).
           05 HST-COD-RETORNO    PIC 9(2).
           05 HST-RUN-ID         PIC X(16).
           05 HST-ORIGEN         PIC X(1).
           05 HST-REDONDEO       PIC X(1).
           05 HST-COD-OPERANDO   PIC X(8).
           05 HST-FECHA-VIGENCIA PIC 9(8).
           05 HST-FECHA-PROCESO  PIC 9(8).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
      * El maestro guarda varias vigencias fechadas por codigo; la
      * llave es codigo mas fecha efectiva y la fila vigente es la de
      * mayor fecha efectiva menor o igual a la fecha de proceso.
      * MST-REDONDEO en blanco usa el modo de la corrida; T, R o B
      * lo imponen para las tasas reguladas de ese codigo.
      * MST-CONTROL-LIMITES = S somete los resultados del codigo en
      * lote a los limites de minimo y maximo y a la variacion maxima
      * en porcentaje contra la corrida anterior (cero = sin control
      * de variacion); fuera de tolerancia el resultado se retiene.
       FD  MAESTRO-FILE.
       01  MAESTRO-RECORD.
           05 MST-LLAVE.
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

      * Registro de control de corrida: mientras un lote esta activo
      * el registro queda en estado A y ningun otro lote puede
           05 OPR-NIVEL          PIC X(1).
           05 OPR-ESTADO         PIC X(1).

      * Los cambios al maestro de operandos no se aplican en linea:
      * quedan como solicitud pendiente con el id de quien la hizo y
      * otro supervisor la aprueba o rechaza con APRUMAES.
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

      * Resultados retenidos por estar fuera de los limites del codigo
      * maestro, numerados por departamento y lote. El supervisor los
      * libera o rechaza con LIBEXCEP; estado P pendiente, L liberado,
      * R rechazado, A aplicado en un reproceso.
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

      * Ultimo resultado aceptado por codigo, operacion y referencia,
      * base del control de variacion. Guarda tambien el de la corrida
      * anterior para que un reproceso compare contra la misma base.
       FD  ULTRES-FILE.
       01  ULTRES-RECORD.
           05 ULT-LLAVE.
              10 ULT-COD-OPERANDO   PIC X(8).
              10 ULT-OPERACION      PIC X(1).
              10 ULT-REFERENCIA     PIC X(20).
           05 ULT-RUN-ID         PIC X(16).
           05 ULT-RESULTADO      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 ULT-RUN-ANT        PIC X(16).
           05 ULT-RESULTADO-ANT  PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 ULT-FECHA-PROCESO  PIC 9(8).

      * Control de periodos de CIERRPER. PER-ESTADO: A abierto, E en
      * cierre, C cerrado. Un periodo sin registro esta abierto.
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

       WORKING-STORAGE SECTION.

       01 NUMERO         PIC S9(9)V99.
       01 WS-CANDADO-OCUPADO   PIC X VALUE 'N'.
          88 CANDADO-OCUPADO        VALUE 'S'.
       01 WS-EVENTO-RUNLOG     PIC X(10).
       01 WS-DETALLE-RUNLOG    PIC X(154).
       01 WS-LINEA-RUNLOG      PIC X(200).
       01 WS-FECHA-LOG         PIC 9(8).
       01 WS-HORA-LOG          PIC 9(8).
       01 WS-MAESTRO-ABIERTO   PIC X VALUE 'N'.
          88 MAESTRO-ABIERTO        VALUE 'S'.
       01 WS-OPCION-MAESTRO    PIC X(1).
       01 WS-PENDIENTE-STAT    PIC XX.
       01 WS-ACCION-MAESTRO    PIC X(1).
       01 WS-SOLICITUD-GRABADA PIC X VALUE 'N'.
          88 SOLICITUD-GRABADA      VALUE 'S'.
       01 WS-CODIGO-MAESTRO    PIC X(8).
       01 WS-MAESTRO-HALLADO   PIC X VALUE 'N'.
          88 MAESTRO-HALLADO        VALUE 'S'.
       01 WS-VIG-VALOR         PIC S9(9)V99.
       01 WS-VIG-FECHA         PIC 9(8).
       01 WS-VIG-ESTADO        PIC X(1).
       01 WS-VIG-REDONDEO      PIC X(1).
       01 WS-VIG-CONTROL-LIMITES PIC X(1).
       01 WS-VIG-RES-MINIMO    PIC S9(9)V99.
       01 WS-VIG-RES-MAXIMO    PIC S9(9)V99.
       01 WS-VIG-VARIACION-MAX PIC 9(3)V99.
       01 WS-VALOR-MAESTRO-ED  PIC -(9)9.99.
       01 WS-MAXIMO-MAESTRO-ED PIC -(9)9.99.
       01 WS-VARIACION-ED      PIC ZZ9.99.
       01 WS-ENTRADA-CONTROL   PIC X(1).
       01 WS-PARAMETRO-STAT    PIC XX.
       01 WS-EOF-PARAMETRO     PIC X VALUE 'N'.
          88 FIN-PARAMETRO          VALUE 'S'.
       01 WS-PARAM-VALIDO      PIC X VALUE 'S'.
          88 PARAMETROS-OK          VALUE 'S'.
       01 WS-PARAM-INTERVALO   PIC X(4).
       01 WS-PARAM-RUN-ID      PIC X(16) VALUE SPACES.
       01 WS-COD-RESULTADO-LOTE PIC 9(2) VALUE 0.
       01 WS-LOTE-RECHAZO      PIC X(100).
       01 WS-LOTE-RECHAZO-STAT PIC XX.
       01 WS-EOF-HISTORIAL     PIC X VALUE 'N'.
          88 FIN-HISTORIAL          VALUE 'S'.
       01 WS-NUM-REGISTRO      PIC 9(9) VALUE 0.
       01 WS-REGISTROS-LOTE    PIC 9(9) VALUE 0.
       01 WS-CONT-HISTORIAL    PIC 9(9) VALUE 0.
       01 WS-CONT-HIST-ERROR   PIC 9(6) VALUE 0.

      * Corrida por particiones: cada flujo se arranca con Pnn en la
      * linea de comandos, lee LOTEPARM.Pnn.DAT y lleva su propio
      * checkpoint y candado. La particion y el numero de registro
      * base vienen en la cabecera del worklist que arma PARTLOTE.
       01 WS-NOMBRE-PARAMETRO  PIC X(30) VALUE "LOTEPARM.DAT".
       01 WS-NOMBRE-CHECKPOINT PIC X(30) VALUE "CHECKPOINT.DAT".
       01 WS-NOMBRE-CANDADO    PIC X(30) VALUE "LOTELOCK.DAT".
       01 WS-LINEA-COMANDO     PIC X(20) VALUE SPACES.
       01 WS-COMANDO-VALIDO    PIC X VALUE 'S'.
          88 COMANDO-OK             VALUE 'S'.
       01 WS-PARTICION-COMANDO PIC 9(2) VALUE 0.
       01 WS-PARAM-CICLO       PIC X VALUE 'N'.
          88 PARAMETROS-DEL-CICLO   VALUE 'S'.
       01 WS-PARTICION-LOTE    PIC 9(2) VALUE 0.
          88 LOTE-SIN-PARTICION     VALUE 0.
       01 WS-BASE-REGISTRO     PIC 9(9) VALUE 0.

      * Cuadre del worklist contra su cabecera y registro final
       01 WS-LOTE-ID           PIC X(16).
       01 WS-LOTE-DEPARTAMENTO PIC X(8).
       01 WS-CABECERA-LOTE     PIC X VALUE 'N'.
          88 HAY-CABECERA-LOTE      VALUE 'S'.
       01 WS-FINAL-LOTE        PIC X VALUE 'N'.
          88 HAY-FINAL-LOTE         VALUE 'S'.
       01 WS-LOTE-DESCUADRADO  PIC X VALUE 'N'.
          88 LOTE-DESCUADRADO       VALUE 'S'.
       01 WS-MOTIVO-DESCUADRE  PIC X(40).
       01 WS-CONTROL-LOTE      PIC X(9).
       01 WS-DECL-REGISTROS    PIC 9(9) VALUE 0.
       01 WS-DECL-HASH-NUMERO  PIC S9(13)V99 VALUE 0.
       01 WS-DECL-HASH-NUMERO2 PIC S9(13)V99 VALUE 0.
       01 WS-CTL-REGISTROS     PIC 9(9) VALUE 0.
       01 WS-CTL-HASH-NUMERO   PIC S9(13)V99 VALUE 0.
       01 WS-CTL-HASH-NUMERO2  PIC S9(13)V99 VALUE 0.
       01 WS-EOF-RECHAZO       PIC X VALUE 'N'.
          88 FIN-RECHAZO            VALUE 'S'.

       01 WS-OPCION-ENTRADA    PIC X(2).
       01 WS-OPCION-VALIDA     PIC X VALUE 'N'.
       01 WS-LINEA-HISTORIAL   PIC X(100).
       01 WS-HIST-OPERACION    PIC X(1).
       01 WS-HIST-OPERANDO2    PIC S9(9)V99.
       01 WS-HIST-COD-OPERANDO PIC X(8) VALUE SPACES.
       01 WS-HIST-FECHA-VIGENCIA PIC 9(8) VALUE 0.

       01 WS-CHECKPOINT-STAT       PIC XX.
       01 WS-CONTADOR-CHECKPOINT   PIC 9(4) VALUE 0.
       01 WS-MULT-TEMP     PIC S9(9)V99.
       01 WS-COD-RETORNO   PIC 9(2).

      * Modo de redondeo de la corrida o de la sesion (T trunca, R
      * mitad hacia arriba, B mitad al par) y el que se aplica a la
      * operacion en curso, que el maestro puede imponer por codigo.
       01 WS-MODO-REDONDEO     PIC X(1) VALUE 'T'.
       01 WS-REDONDEO-OPER     PIC X(1) VALUE 'T'.
       01 WS-ENTRADA-REDONDEO  PIC X(1).
          88 REDONDEO-VALIDO        VALUE 'T' 'R' 'B'.

      * Control de limites del resultado por codigo maestro. El
      * resultado se precalcula para probarlo antes de aceptarlo y,
      * si queda fuera, se retiene en EXCEPCION.DAT con su motivo.
       01 WS-EXCEPCION-STAT    PIC XX.
       01 WS-EXCEPCION-ABIERTA PIC X VALUE 'N'.
          88 EXCEPCION-ABIERTA      VALUE 'S'.
       01 WS-ULTRES-STAT       PIC XX.
       01 WS-ULTRES-ABIERTO    PIC X VALUE 'N'.
          88 ULTRES-ABIERTO         VALUE 'S'.
       01 WS-ULTRES-HALLADO    PIC X VALUE 'N'.
          88 ULTRES-HALLADO         VALUE 'S'.
       01 WS-LIM-RESULTADO     PIC S9(9)V99.
       01 WS-LIM-RESIDUO       PIC S9(9)V99.
       01 WS-LIM-COD-RETORNO   PIC 9(2).
       01 WS-LIM-BASE          PIC S9(9)V99.
       01 WS-LIM-BASE-ABS      PIC S9(9)V99.
       01 WS-LIM-DIFERENCIA    PIC S9(10)V99.
       01 WS-LIM-VARIACION     PIC 9(7)V99.
       01 WS-LIM-HAY-BASE      PIC X VALUE 'N'.
          88 HAY-BASE-LIMITE        VALUE 'S'.
       01 WS-MOTIVO-LIMITE     PIC X(2).
          88 FUERA-DE-LIMITE        VALUE '05' '06' '07'.
       01 WS-DECISION-EXCEPCION PIC X(1).
          88 EXCEPCION-LIBERADA     VALUE 'L' 'A'.
          88 EXCEPCION-RECHAZADA    VALUE 'R'.
          88 EXCEPCION-PENDIENTE    VALUE 'P'.
       01 WS-NUM-EXCEPCION     PIC 9(5) VALUE 0.
       01 WS-RCH-NUM-EXCEPCION PIC 9(5) VALUE 0.
       01 WS-ULTIMA-EXCEPCION  PIC 9(5) VALUE 0.
       01 WS-NUMERACION-LISTA  PIC X VALUE 'N'.
          88 NUMERACION-LISTA       VALUE 'S'.
       01 WS-FIN-EXCEPCIONES   PIC X VALUE 'N'.
          88 FIN-EXCEPCIONES        VALUE 'S'.
       01 WS-EXCEPCION-GRABADA PIC X VALUE 'N'.
          88 EXCEPCION-GRABADA      VALUE 'S'.

      * Un periodo cerrado no acepta cambios al maestro con fecha
      * efectiva en el ni lotes con esa fecha de proceso.
       01 WS-PERIODO-STAT      PIC XX.
       01 WS-PERIODO-BUSCA     PIC 9(6).
       01 WS-PERIODO-CERRADO   PIC X VALUE 'N'.
          88 PERIODO-CERRADO        VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ARRANQUE.
           PERFORM LEE-PARAMETROS.
           IF NOT COMANDO-OK
               DISPLAY "Argumento invalido: "
                       FUNCTION TRIM(WS-LINEA-COMANDO)
                       ". Se espera Pnn con la particion del flujo."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-FECHA-LOG WS-HORA-LOG DELIMITED BY SIZE
               INTO WS-RUN-ID.
      * Desde el ciclo de lote la corrida toma el id del ciclo, para
      * que CICLO.CTL, RUNLOG.DAT y el historial se puedan cruzar.
           IF MODO-AUTO AND WS-PARAM-RUN-ID NOT = SPACES
               MOVE WS-PARAM-RUN-ID TO WS-RUN-ID
           END-IF.
           IF NOT MODO-AUTO
               MOVE SPACES TO WS-OPERADOR
               MOVE 0 TO WS-INTENTOS
           IF MODO-AUTO
               IF NOT PARAMETROS-OK
                   DISPLAY "Parametros de lote invalidos en "
                           FUNCTION TRIM(WS-NOMBRE-PARAMETRO) "."
                   MOVE 12 TO WS-RC-LOG
                   PERFORM ESCRIBE-SESION-FIN
                   MOVE 12 TO RETURN-CODE
           DISPLAY "10. Porcentaje (base mas P por ciento)".
           DISPLAY "11. Potencia".
           DISPLAY "12. Promedio de dos numeros".
           DISPLAY "13. Modo de redondeo (actual: " WS-MODO-REDONDEO
                   ")".
           DISPLAY "0. Salir".
           PERFORM LEE-OPCION-VALIDADA.
           MOVE WS-MODO-REDONDEO TO WS-REDONDEO-OPER.

           EVALUATE OPCION
               WHEN 1
                   PERFORM OPERACION-PROMEDIO
                   GO TO INICIO

               WHEN 13
                   PERFORM CAMBIA-MODO-REDONDEO
                   GO TO INICIO

               WHEN 0
                   GO TO FINALIZAR

       LEE-OPCION-VALIDADA.
           MOVE 'N' TO WS-OPCION-VALIDA.
           PERFORM UNTIL OPCION-OK
               DISPLAY "Elige una opcion (0-13): "
               ACCEPT WS-OPCION-ENTRADA
               IF WS-OPCION-ENTRADA(2:1) = SPACE
                   MOVE WS-OPCION-ENTRADA(1:1)
                   MOVE WS-OPCION-ENTRADA TO OPCION
                   MOVE 'S' TO WS-OPCION-VALIDA
               ELSE
                   DISPLAY "Opcion invalida, ingresa un numero 0-13."
               END-IF
           END-PERFORM.

      * El modo elegido rige el resto de la sesion, incluido un lote
      * lanzado desde el menu.
       CAMBIA-MODO-REDONDEO.
           DISPLAY "Modo de redondeo actual: " WS-MODO-REDONDEO.
           DISPLAY "T truncar  R mitad hacia arriba  B mitad al par".
           DISPLAY "Nuevo modo (vacio conserva): ".
           ACCEPT WS-ENTRADA-REDONDEO.
           INSPECT WS-ENTRADA-REDONDEO CONVERTING "trb" TO "TRB".
           IF REDONDEO-VALIDO
               MOVE WS-ENTRADA-REDONDEO TO WS-MODO-REDONDEO
               DISPLAY "Modo de redondeo: " WS-MODO-REDONDEO
           ELSE
               IF WS-ENTRADA-REDONDEO NOT = SPACE
                   DISPLAY "Modo invalido, se conserva "
                           WS-MODO-REDONDEO "."
               END-IF
           END-IF.

       LEE-VALOR-NUMERICO.
           MOVE 'N' TO WS-NUMERO-VALIDO.
           PERFORM UNTIL NUMERO-OK
           MOVE MULTIPLICADOR TO WS-MULT-TEMP.
           MOVE "M" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO WS-MULT-TEMP
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE MULTIPLICADOR TO WS-MULT-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
           END-IF.
           MOVE WS-COD-RETORNO TO HST-COD-RETORNO.
           MOVE WS-RUN-ID TO HST-RUN-ID.
           MOVE WS-REDONDEO-OPER TO HST-REDONDEO.
           IF MODO-LOTE
               MOVE "L" TO HST-ORIGEN
               MOVE WS-HIST-COD-OPERANDO TO HST-COD-OPERANDO
               MOVE WS-HIST-FECHA-VIGENCIA TO HST-FECHA-VIGENCIA
               MOVE WS-FECHA-PROCESO TO HST-FECHA-PROCESO
           ELSE
               MOVE "I" TO HST-ORIGEN
               MOVE SPACES TO HST-COD-OPERANDO
               MOVE 0 TO HST-FECHA-VIGENCIA
               MOVE WS-FECHA-HIST TO HST-FECHA-PROCESO
           END-IF.
           OPEN EXTEND HISTORIAL-FILE.
           IF WS-HISTORIAL-STAT = "35" OR WS-HISTORIAL-STAT = "05"
               OPEN OUTPUT HISTORIAL-FILE
           END-IF.
      * HISTORIAL= del LOTE-FIN cuenta cada registro que se intento
      * grabar; si alguno falto, AUDCRUCE lo encuentra al cruzar.
           IF MODO-LOTE
               ADD 1 TO WS-CONT-HISTORIAL
           END-IF.
           IF WS-HISTORIAL-STAT = "00"
               WRITE HISTORIAL-RECORD
               IF WS-HISTORIAL-STAT NOT = "00"
                   PERFORM AVISA-ERROR-HISTORIAL
               END-IF
               CLOSE HISTORIAL-FILE
           ELSE
               PERFORM AVISA-ERROR-HISTORIAL
           END-IF.

       AVISA-ERROR-HISTORIAL.
           DISPLAY "No se pudo grabar el historial de calculos, "
                   "estado: " WS-HISTORIAL-STAT.
           IF MODO-LOTE
               ADD 1 TO WS-CONT-HIST-ERROR
           END-IF.

       MOSTRAR-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
               MOVE SPACES TO WS-OPCION-MAESTRO
               PERFORM UNTIL WS-OPCION-MAESTRO = "0"
                   DISPLAY "----- Maestro de operandos -----"
                   DISPLAY "Los cambios quedan pendientes hasta que "
                           "otro supervisor los apruebe."
                   DISPLAY "1. Agregar operando (nueva vigencia)"
                   DISPLAY "2. Modificar operando (nueva vigencia)"
                   DISPLAY "3. Desactivar una vigencia"
           PERFORM LEE-VALOR-NUMERICO.
           MOVE WS-VALOR-TEMP TO MST-VALOR.
           PERFORM LEE-FECHA-EFECTIVA.
           MOVE SPACE TO MST-REDONDEO.
           PERFORM LEE-REDONDEO-MAESTRO.
           MOVE "N" TO MST-CONTROL-LIMITES.
           MOVE 0 TO MST-RES-MINIMO.
           MOVE 0 TO MST-RES-MAXIMO.
           MOVE 0 TO MST-VARIACION-MAX.
           PERFORM LEE-LIMITES-MAESTRO.
           MOVE 'A' TO MST-ESTADO.
           MOVE "A" TO WS-ACCION-MAESTRO.
           PERFORM PREPARA-SOLICITUD-MAESTRO.
           READ MAESTRO-FILE
               INVALID KEY
                   PERFORM GRABA-SOLICITUD-MAESTRO
               NOT INVALID KEY
                   DISPLAY "El codigo " WS-CODIGO-MAESTRO
                           " ya tiene esa vigencia en el maestro."
           END-READ.

      * Un cambio ya no pisa la fila existente: agrega una nueva
      * vigencia fechada y conserva las anteriores para los reprocesos.
               DISPLAY "El codigo " WS-CODIGO-MAESTRO
                       " no tiene vigencia en el maestro."
           ELSE
               MOVE WS-VIG-VALOR TO WS-VALOR-MAESTRO-ED
               DISPLAY "Descripcion vigente: " WS-VIG-DESCRIPCION
               DISPLAY "Valor vigente: " WS-VALOR-MAESTRO-ED
                       "  desde: " WS-VIG-FECHA
               DISPLAY "Redondeo forzado vigente: " WS-VIG-REDONDEO
               MOVE WS-VIG-RES-MINIMO TO WS-VALOR-MAESTRO-ED
               MOVE WS-VIG-RES-MAXIMO TO WS-MAXIMO-MAESTRO-ED
               MOVE WS-VIG-VARIACION-MAX TO WS-VARIACION-ED
               DISPLAY "Control de limites vigente: "
                       WS-VIG-CONTROL-LIMITES
                       "  minimo: " WS-VALOR-MAESTRO-ED
                       "  maximo: " WS-MAXIMO-MAESTRO-ED
                       "  variacion %: " WS-VARIACION-ED
               DISPLAY "Nueva descripcion (vacio conserva): "
               ACCEPT WS-ENTRADA-DESC
               DISPLAY "Nuevo valor: "
               END-IF
               MOVE WS-VALOR-TEMP TO MST-VALOR
               PERFORM LEE-FECHA-EFECTIVA
               MOVE WS-VIG-REDONDEO TO MST-REDONDEO
               PERFORM LEE-REDONDEO-MAESTRO
               MOVE WS-VIG-CONTROL-LIMITES TO MST-CONTROL-LIMITES
               MOVE WS-VIG-RES-MINIMO TO MST-RES-MINIMO
               MOVE WS-VIG-RES-MAXIMO TO MST-RES-MAXIMO
               MOVE WS-VIG-VARIACION-MAX TO MST-VARIACION-MAX
               PERFORM LEE-LIMITES-MAESTRO
               MOVE 'A' TO MST-ESTADO
               MOVE "C" TO WS-ACCION-MAESTRO
               PERFORM PREPARA-SOLICITUD-MAESTRO
               PERFORM GRABA-SOLICITUD-MAESTRO
           END-IF.

       BAJA-MAESTRO.
           PERFORM BUSCA-MAESTRO-LLAVE.
           IF MAESTRO-HALLADO
               IF MST-ESTADO = 'I'
                   DISPLAY "La vigencia ya esta inactiva."
               ELSE
                   MOVE 'I' TO MST-ESTADO
                   MOVE "B" TO WS-ACCION-MAESTRO
                   PERFORM PREPARA-SOLICITUD-MAESTRO
                   PERFORM GRABA-SOLICITUD-MAESTRO
               END-IF
           END-IF.

       BUSCA-MAESTRO-LLAVE.
               MOVE WS-FECHA-HOY TO MST-FECHA-EFECTIVA
           END-IF.

      * Redondeo impuesto por el codigo: vacio conserva lo que trae
      * MST-REDONDEO, N lo quita y la vigencia sigue el de la corrida.
       LEE-REDONDEO-MAESTRO.
           DISPLAY "Redondeo forzado (T/R/B, N = ninguno, "
                   "vacio conserva): ".
           ACCEPT WS-ENTRADA-REDONDEO.
           INSPECT WS-ENTRADA-REDONDEO CONVERTING "trbn" TO "TRBN".
           IF REDONDEO-VALIDO
               MOVE WS-ENTRADA-REDONDEO TO MST-REDONDEO
           ELSE
               IF WS-ENTRADA-REDONDEO = "N"
                   MOVE SPACE TO MST-REDONDEO
               ELSE
                   IF WS-ENTRADA-REDONDEO NOT = SPACE
                       DISPLAY "Modo invalido, se conserva el "
                               "anterior."
                   END-IF
               END-IF
           END-IF.

      * Limites del resultado en lote: vacio conserva lo que trae
      * el registro, N quita el control y S pide minimo, maximo y
      * variacion maxima en porcentaje contra la corrida anterior.
       LEE-LIMITES-MAESTRO.
           DISPLAY "Control de limites del resultado (S/N, "
                   "vacio conserva): ".
           ACCEPT WS-ENTRADA-CONTROL.
           INSPECT WS-ENTRADA-CONTROL CONVERTING "sn" TO "SN".
           EVALUATE WS-ENTRADA-CONTROL
               WHEN "S"
                   MOVE "S" TO MST-CONTROL-LIMITES
                   DISPLAY "Resultado minimo: "
                   PERFORM LEE-VALOR-NUMERICO
                   MOVE WS-VALOR-TEMP TO MST-RES-MINIMO
                   DISPLAY "Resultado maximo: "
                   PERFORM LEE-VALOR-NUMERICO
                   MOVE WS-VALOR-TEMP TO MST-RES-MAXIMO
                   PERFORM UNTIL MST-RES-MAXIMO >= MST-RES-MINIMO
                       DISPLAY "El maximo no puede ser menor que el "
                               "minimo."
                       DISPLAY "Resultado maximo: "
                       PERFORM LEE-VALOR-NUMERICO
                       MOVE WS-VALOR-TEMP TO MST-RES-MAXIMO
                   END-PERFORM
                   DISPLAY "Variacion maxima contra la corrida "
                           "anterior en % (0 = sin control): "
                   PERFORM LEE-VALOR-NUMERICO
                   IF WS-VALOR-TEMP < 0 OR WS-VALOR-TEMP > 999.99
                       DISPLAY "Variacion invalida, queda sin "
                               "control de variacion."
                       MOVE 0 TO MST-VARIACION-MAX
                   ELSE
                       MOVE WS-VALOR-TEMP TO MST-VARIACION-MAX
                   END-IF
               WHEN "N"
                   MOVE "N" TO MST-CONTROL-LIMITES
                   MOVE 0 TO MST-RES-MINIMO
                   MOVE 0 TO MST-RES-MAXIMO
                   MOVE 0 TO MST-VARIACION-MAX
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, se conserva el control "
                           "anterior."
           END-EVALUATE.

      * La solicitud lleva la vigencia tal como quedaria en el
      * maestro; la imagen anterior se toma al aprobarla.
       PREPARA-SOLICITUD-MAESTRO.
           MOVE SPACES TO PENDIENTE-RECORD.
           MOVE 'P' TO PND-ESTADO.
           MOVE 'M' TO PND-ORIGEN.
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

       GRABA-SOLICITUD-MAESTRO.
           MOVE 'N' TO WS-SOLICITUD-GRABADA.
           MOVE PND-FECHA-EFECTIVA(1:6) TO WS-PERIODO-BUSCA.
           PERFORM CONSULTA-PERIODO.
           IF PERIODO-CERRADO
               DISPLAY "La fecha efectiva " PND-FECHA-EFECTIVA
                       " cae en el periodo " WS-PERIODO-BUSCA
                       ", que esta cerrado. No se registra la "
                       "solicitud."
           ELSE
               PERFORM REGISTRA-SOLICITUD-MAESTRO
           END-IF.

       REGISTRA-SOLICITUD-MAESTRO.
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
           ELSE
               ACCEPT PND-FECHA-SOL FROM DATE YYYYMMDD
               ACCEPT PND-HORA-SOL FROM TIME
               MOVE 1 TO PND-SECUENCIA
               PERFORM UNTIL SOLICITUD-GRABADA OR
                       PND-SECUENCIA > 99
                   WRITE PENDIENTE-RECORD
                       INVALID KEY
                           ADD 1 TO PND-SECUENCIA
                       NOT INVALID KEY
                           MOVE 'S' TO WS-SOLICITUD-GRABADA
                   END-WRITE
               END-PERFORM
               CLOSE PENDIENTE-FILE
               IF SOLICITUD-GRABADA
                   DISPLAY "Solicitud " PND-LLAVE " registrada para "
                           "el codigo " PND-CODIGO
                           ", pendiente de aprobacion."
               ELSE
                   DISPLAY "No se pudo registrar la solicitud."
               END-IF
           END-IF.

      * Sin PERIODO.DAT todavia no se ha cerrado ningun mes.
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

       MODO-CADENA.
       CALCULA-SUMA.
           MOVE "S" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       CALCULA-RESTA.
           MOVE "R" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       CALCULA-MULTIPLICACION.
           MOVE "M" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       CALCULA-DIVISION.
           MOVE "D" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           IF WS-COD-RETORNO = 1
       CALCULA-PORCENTAJE.
           MOVE "P" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.
       CALCULA-POTENCIA.
           MOVE "E" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           IF WS-COD-RETORNO = 3
       CALCULA-PROMEDIO.
           MOVE "A" TO WS-OP-CODE.
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   RESULTADO RESIDUO WS-COD-RETORNO WS-REDONDEO-OPER.
           MOVE NUMERO TO WS-NUMERO-ED.
           MOVE NUMERO2 TO WS-NUMERO2-ED.
           MOVE RESULTADO TO WS-RESULTADO-ED.

       LEE-PARAMETROS.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM LEE-PARTICION-COMANDO.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT NOT = "00"
               MOVE 'N' TO WS-MODO-AUTO
               IF PARAMETRO-RECORD(1:8) IS NUMERIC
                   MOVE PARAMETRO-RECORD(1:8) TO WS-FECHA-PROCESO
               END-IF
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:1) TO WS-ENTRADA-REDONDEO
               INSPECT WS-ENTRADA-REDONDEO CONVERTING "trb"
                       TO "TRB"
               PERFORM LEE-LINEA-PARAMETRO
               MOVE PARAMETRO-RECORD(1:16) TO WS-PARAM-RUN-ID
               CLOSE PARAMETRO-FILE
      * Un archivo de parametros vacio (p.ej. limpiado por el ciclo
      * de lote) no dispara el modo automatico.
               ELSE
                   MOVE 'N' TO WS-PARAM-VALIDO
               END-IF
      * Sin linea de redondeo el lote trunca, como siempre lo hizo.
               IF REDONDEO-VALIDO
                   MOVE WS-ENTRADA-REDONDEO TO WS-MODO-REDONDEO
               ELSE
                   IF WS-ENTRADA-REDONDEO NOT = SPACE
                       MOVE 'N' TO WS-PARAM-VALIDO
                   END-IF
               END-IF
           END-IF.

      * Pnn en la linea de comandos elige los parametros del flujo
      * de esa particion; sin argumento se usa LOTEPARM.DAT. Cada
      * flujo lleva el suyo, asi que los flujos arrancan juntos. Si
      * LOTEPARM.DAT ya trae parametros la corrida viene del ciclo de
      * lote, que los deja ahi antes de llamar a la calculadora; la
      * linea de comandos es entonces la del programa que llama y no
      * se lee.
       LEE-PARTICION-COMANDO.
           MOVE 'S' TO WS-COMANDO-VALIDO.
           MOVE 0 TO WS-PARTICION-COMANDO.
           MOVE "LOTEPARM.DAT" TO WS-NOMBRE-PARAMETRO.
           MOVE SPACES TO WS-LINEA-COMANDO.
           MOVE 'N' TO WS-PARAM-CICLO.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARAMETRO-STAT = "00"
               READ PARAMETRO-FILE
                   NOT AT END
                       IF PARAMETRO-RECORD NOT = SPACES
                           MOVE 'S' TO WS-PARAM-CICLO
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
           IF NOT PARAMETROS-DEL-CICLO
               ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE
           END-IF.
           IF WS-LINEA-COMANDO NOT = SPACES
               IF (WS-LINEA-COMANDO(1:1) = "P" OR
                       WS-LINEA-COMANDO(1:1) = "p") AND
                       WS-LINEA-COMANDO(2:2) IS NUMERIC AND
                       WS-LINEA-COMANDO(4:17) = SPACES
                   MOVE WS-LINEA-COMANDO(2:2) TO WS-PARTICION-COMANDO
               END-IF
               IF WS-PARTICION-COMANDO = 0
                   MOVE 'N' TO WS-COMANDO-VALIDO
               ELSE
                   MOVE SPACES TO WS-NOMBRE-PARAMETRO
                   STRING "LOTEPARM.P" WS-PARTICION-COMANDO ".DAT"
                           DELIMITED BY SIZE
                       INTO WS-NOMBRE-PARAMETRO
               END-IF
           END-IF.

       LEE-LINEA-PARAMETRO.
           STRING FUNCTION TRIM(WS-LOTE-SALIDA) ".RCH"
                   DELIMITED BY SIZE
               INTO WS-LOTE-RECHAZO.
           PERFORM LEE-PARTICION-LOTE.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-BUSCA.
           PERFORM CONSULTA-PERIODO.
           EVALUATE TRUE
               WHEN WS-LOTE-RECHAZO = WS-LOTE-ENTRADA
                   DISPLAY "El archivo de rechazos "
                           FUNCTION TRIM(WS-LOTE-RECHAZO)
                           " coincide con el archivo de entrada; usa "
                           "otro nombre de salida."
                   MOVE 12 TO WS-COD-RESULTADO-LOTE
                   MOVE 12 TO WS-RC-LOG
               WHEN WS-PARTICION-COMANDO NOT = 0 AND
                       WS-PARTICION-COMANDO NOT = WS-PARTICION-LOTE
                   DISPLAY "El flujo P" WS-PARTICION-COMANDO
                           " no corresponde al worklist "
                           FUNCTION TRIM(WS-LOTE-ENTRADA)
                           ", que es de la particion "
                           WS-PARTICION-LOTE "."
                   MOVE 12 TO WS-COD-RESULTADO-LOTE
                   MOVE 12 TO WS-RC-LOG
               WHEN PERIODO-CERRADO
                   DISPLAY "La fecha de proceso " WS-FECHA-PROCESO
                           " cae en el periodo " WS-PERIODO-BUSCA
                           ", que esta cerrado. El lote no se corre."
                   MOVE 12 TO WS-COD-RESULTADO-LOTE
                   MOVE 12 TO WS-RC-LOG
               WHEN OTHER
                   PERFORM TOMA-CANDADO-LOTE
                   IF CANDADO-TOMADO
                       PERFORM EJECUTA-LOTE-CUERPO
                       PERFORM LIBERA-CANDADO-LOTE
                   ELSE
                       MOVE 12 TO WS-COD-RESULTADO-LOTE
                       MOVE 12 TO WS-RC-LOG
                   END-IF
           END-EVALUATE.

      * El worklist de una particion trae en la cabecera su numero y
      * el ultimo registro de las particiones anteriores; con eso el
      * flujo numera como la corrida completa y toma su propio
      * checkpoint y candado, sin bloquear a las demas particiones.
       LEE-PARTICION-LOTE.
           MOVE 0 TO WS-PARTICION-LOTE.
           MOVE 0 TO WS-BASE-REGISTRO.
           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT = "00"
               READ WORKLIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WL-OPERACION = "C" AND
                               WL-CAB-PARTICION IS NUMERIC AND
                               WL-CAB-BASE-REGISTRO IS NUMERIC
                           MOVE WL-CAB-PARTICION TO WS-PARTICION-LOTE
                           MOVE WL-CAB-BASE-REGISTRO
                                   TO WS-BASE-REGISTRO
                       END-IF
               END-READ
               CLOSE WORKLIST-FILE
           END-IF.
           IF LOTE-SIN-PARTICION
               MOVE 0 TO WS-BASE-REGISTRO
               MOVE "CHECKPOINT.DAT" TO WS-NOMBRE-CHECKPOINT
               MOVE "LOTELOCK.DAT" TO WS-NOMBRE-CANDADO
           ELSE
               MOVE SPACES TO WS-NOMBRE-CHECKPOINT
               STRING "CHECKPOINT.P" WS-PARTICION-LOTE ".DAT"
                       DELIMITED BY SIZE
                   INTO WS-NOMBRE-CHECKPOINT
               MOVE SPACES TO WS-NOMBRE-CANDADO
               STRING "LOTELOCK.P" WS-PARTICION-LOTE ".DAT"
                       DELIMITED BY SIZE
                   INTO WS-NOMBRE-CANDADO
               DISPLAY "Particion " WS-PARTICION-LOTE
                       " desde el registro " WS-BASE-REGISTRO
           END-IF.

      * Antes de arrancar el lote se revisa el registro de control:
                                   FUNCTION TRIM(LCK-WORKLIST)
                           DISPLAY "Si esa corrida murio, un "
                                   "supervisor debe liberarla con "
                                   "el programa CANDADOS ("
                                   FUNCTION TRIM(WS-NOMBRE-CANDADO)
                                   ")."
                       END-IF
               END-READ
               CLOSE LOTELOCK-FILE
                   FUNCTION TRIM(WS-LOTE-FIJO).

           PERFORM LEE-CHECKPOINT.
           PERFORM LEE-CABECERA-LOTE.
           IF NOT LOTE-DESCUADRADO
               PERFORM CUADRA-WORKLIST-LOTE
           END-IF.

           IF WS-REGISTROS-SALTAR > 0
               MOVE "S" TO WS-REANUDADO-LOTE
           ELSE
               MOVE "N" TO WS-REANUDADO-LOTE
           END-IF.
           MOVE 0 TO WS-CONT-HISTORIAL.
           MOVE 0 TO WS-CONT-HIST-ERROR.
           MOVE 0 TO WS-REGISTROS-LOTE.
           MOVE "LOTE-INI" TO WS-EVENTO-RUNLOG.
           MOVE SPACES TO WS-DETALLE-RUNLOG.
           STRING "OPERADOR=" WS-OPERADOR
                   " LOTE=" WS-LOTE-ID
                   " ENTRADA=" FUNCTION TRIM(WS-LOTE-ENTRADA)
                   " SALIDA=" FUNCTION TRIM(WS-LOTE-SALIDA)
                   " FPROC=" WS-FECHA-PROCESO
                   " REANUDADO=" WS-REANUDADO-LOTE
                   " REDONDEO=" WS-MODO-REDONDEO
                   DELIMITED BY SIZE
               INTO WS-DETALLE-RUNLOG.
           PERFORM GRABA-RUNLOG.

           IF LOTE-DESCUADRADO
               DISPLAY "Worklist rechazado completo: "
                       FUNCTION TRIM(WS-MOTIVO-DESCUADRE)
               MOVE 16 TO WS-COD-RESULTADO-LOTE
           ELSE
               PERFORM PROCESA-WORKLIST-LOTE
           END-IF.
           IF LOTE-DESCUADRADO
               MOVE "DESCUADRE" TO WS-CONTROL-LOTE
               IF WS-COD-RESULTADO-LOTE = 0
                   MOVE 16 TO WS-COD-RESULTADO-LOTE
               END-IF
           ELSE
               MOVE "OK" TO WS-CONTROL-LOTE
           END-IF.
           IF WS-COD-RESULTADO-LOTE NOT = 0
               MOVE WS-COD-RESULTADO-LOTE TO WS-RC-LOG
           ELSE
               IF WS-CONT-ERROR > 0
                   MOVE 4 TO WS-RC-LOG
               ELSE
                   MOVE 0 TO WS-RC-LOG
               END-IF
           END-IF.
           MOVE "LOTE-FIN" TO WS-EVENTO-RUNLOG.
           MOVE SPACES TO WS-DETALLE-RUNLOG.
           STRING "OPERADOR=" WS-OPERADOR
                   " LOTE=" WS-LOTE-ID
                   " REGISTROS=" WS-REGISTROS-LOTE
                   " ERRORES=" WS-CONT-ERROR
                   " REANUDADO=" WS-REANUDADO-LOTE
                   " CONTROL=" WS-CONTROL-LOTE
                   " RESULTADO=" WS-RC-LOG
                   " HISTORIAL=" WS-CONT-HISTORIAL
                   " HIST-ERR=" WS-CONT-HIST-ERROR
                   DELIMITED BY SIZE
               INTO WS-DETALLE-RUNLOG.
           PERFORM GRABA-RUNLOG.

      * Corrida del detalle de un worklist que ya paso el cuadre.
       PROCESA-WORKLIST-LOTE.
           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de entrada: "
                   CLOSE SALIDA-LOTE-FILE
               ELSE
                   PERFORM ABRE-MAESTRO-LOTE
                   PERFORM ABRE-CONTROL-LIMITES
                   MOVE 'S' TO WS-MODO-LOTE
                   MOVE 0 TO WS-NUM-REGISTRO
                   MOVE 0 TO WS-CONTADOR-CHECKPOINT
                           AT END
                               MOVE 'S' TO WS-EOF-LOTE
                           NOT AT END
                               PERFORM CLASIFICA-REGISTRO-LOTE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-MODO-LOTE
                   COMPUTE WS-REGISTROS-LOTE =
                           WS-NUM-REGISTRO - WS-BASE-REGISTRO
                   PERFORM CIERRA-MAESTRO-LOTE
                   PERFORM CIERRA-CONTROL-LIMITES
                   CLOSE WORKLIST-FILE
                   PERFORM VERIFICA-FINAL-LOTE
                   PERFORM CIERRA-RECHAZOS
                   PERFORM ESCRIBE-TOTALES-LOTE
                   CLOSE SALIDA-LOTE-FILE
                   IF FIJA-ABIERTA
                       MOVE 'N' TO WS-FIJA-ABIERTA
                   END-IF
                   DISPLAY "Lote finalizado. Registros procesados: "
                           WS-REGISTROS-LOTE
                   MOVE 0 TO WS-REGISTROS-SALTAR
                   OPEN OUTPUT CHECKPOINT-FILE
                   IF WS-CHECKPOINT-STAT = "00"
               END-IF
               END-IF
           END-IF.

      * Cuadre previo del worklist completo contra el registro final,
      * antes de abrir ninguna salida: un worklist descuadrado no
      * deja nada grabado. Los acumulados se ponen a cero al terminar
      * para que la corrida los vuelva a sumar y repita el cuadre.
       CUADRA-WORKLIST-LOTE.
           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT = "00"
               MOVE 'N' TO WS-EOF-LOTE
               READ WORKLIST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
               END-READ
               PERFORM UNTIL FIN-LOTE OR LOTE-DESCUADRADO
                   READ WORKLIST-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-LOTE
                       NOT AT END
                           PERFORM CLASIFICA-REGISTRO-CUADRE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
               PERFORM VERIFICA-FINAL-LOTE
           END-IF.
           MOVE 'N' TO WS-EOF-LOTE.
           MOVE 'N' TO WS-FINAL-LOTE.
           MOVE 0 TO WS-CTL-REGISTROS.
           MOVE 0 TO WS-CTL-HASH-NUMERO.
           MOVE 0 TO WS-CTL-HASH-NUMERO2.
           MOVE 0 TO WS-DECL-REGISTROS.
           MOVE 0 TO WS-DECL-HASH-NUMERO.
           MOVE 0 TO WS-DECL-HASH-NUMERO2.

       CLASIFICA-REGISTRO-CUADRE.
           EVALUATE TRUE
               WHEN HAY-FINAL-LOTE
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "REGISTROS DESPUES DEL REGISTRO FINAL"
                           TO WS-MOTIVO-DESCUADRE
               WHEN WL-OPERACION = "F"
                   MOVE 'S' TO WS-FINAL-LOTE
                   IF WL-FIN-REGISTROS IS NUMERIC AND
                           WL-FIN-HASH-NUMERO IS NUMERIC AND
                           WL-FIN-HASH-NUMERO2 IS NUMERIC
                       MOVE WL-FIN-REGISTROS TO WS-DECL-REGISTROS
                       MOVE WL-FIN-HASH-NUMERO TO WS-DECL-HASH-NUMERO
                       MOVE WL-FIN-HASH-NUMERO2
                               TO WS-DECL-HASH-NUMERO2
                   ELSE
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "REGISTRO FINAL NO NUMERICO"
                               TO WS-MOTIVO-DESCUADRE
                   END-IF
               WHEN WL-OPERACION = "C"
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "CABECERA FUERA DE POSICION"
                           TO WS-MOTIVO-DESCUADRE
               WHEN OTHER
                   PERFORM ACUMULA-CONTROL-LOTE
           END-EVALUATE.

      * Lee la cabecera del worklist antes de arrancar para llevar el
      * lote del departamento al log de corridas. Un worklist sin
      * cabecera se rechaza completo sin procesar nada.
       LEE-CABECERA-LOTE.
           MOVE SPACES TO WS-LOTE-ID.
           MOVE SPACES TO WS-LOTE-DEPARTAMENTO.
           MOVE SPACES TO WS-MOTIVO-DESCUADRE.
           MOVE 'N' TO WS-CABECERA-LOTE.
           MOVE 'N' TO WS-FINAL-LOTE.
           MOVE 'N' TO WS-LOTE-DESCUADRADO.
           MOVE 0 TO WS-CTL-REGISTROS.
           MOVE 0 TO WS-CTL-HASH-NUMERO.
           MOVE 0 TO WS-CTL-HASH-NUMERO2.
           MOVE 0 TO WS-DECL-REGISTROS.
           MOVE 0 TO WS-DECL-HASH-NUMERO.
           MOVE 0 TO WS-DECL-HASH-NUMERO2.
           OPEN INPUT WORKLIST-FILE.
           IF WS-LOTE-ENTRADA-STAT = "00"
               READ WORKLIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WL-OPERACION = "C"
                           MOVE 'S' TO WS-CABECERA-LOTE
                           MOVE WL-CAB-LOTE-ID TO WS-LOTE-ID
                           MOVE WL-CAB-DEPARTAMENTO
                                   TO WS-LOTE-DEPARTAMENTO
                       END-IF
               END-READ
               CLOSE WORKLIST-FILE
               IF NOT HAY-CABECERA-LOTE
                   MOVE 'S' TO WS-LOTE-DESCUADRADO
                   MOVE "FALTA REGISTRO DE CABECERA"
                           TO WS-MOTIVO-DESCUADRE
               END-IF
           END-IF.

      * Separa los registros de control del detalle. El detalle se
      * acumula para el cuadre final y se procesa; lo que llegue
      * despues del registro final no se procesa.
       CLASIFICA-REGISTRO-LOTE.
           EVALUATE TRUE
               WHEN HAY-FINAL-LOTE
                   IF NOT LOTE-DESCUADRADO
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "REGISTROS DESPUES DEL REGISTRO FINAL"
                               TO WS-MOTIVO-DESCUADRE
                   END-IF
               WHEN WL-OPERACION = "F"
                   MOVE 'S' TO WS-FINAL-LOTE
                   IF WL-FIN-REGISTROS IS NUMERIC AND
                           WL-FIN-HASH-NUMERO IS NUMERIC AND
                           WL-FIN-HASH-NUMERO2 IS NUMERIC
                       MOVE WL-FIN-REGISTROS TO WS-DECL-REGISTROS
                       MOVE WL-FIN-HASH-NUMERO TO WS-DECL-HASH-NUMERO
                       MOVE WL-FIN-HASH-NUMERO2
                               TO WS-DECL-HASH-NUMERO2
                   ELSE
                       IF NOT LOTE-DESCUADRADO
                           MOVE 'S' TO WS-LOTE-DESCUADRADO
                           MOVE "REGISTRO FINAL NO NUMERICO"
                                   TO WS-MOTIVO-DESCUADRE
                       END-IF
                   END-IF
               WHEN WL-OPERACION = "C"
                   IF NOT LOTE-DESCUADRADO
                       MOVE 'S' TO WS-LOTE-DESCUADRADO
                       MOVE "CABECERA FUERA DE POSICION"
                               TO WS-MOTIVO-DESCUADRE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NUM-REGISTRO
                   PERFORM ACUMULA-CONTROL-LOTE
                   PERFORM PROCESA-REGISTRO-LOTE
                   ADD 1 TO WS-CONTADOR-CHECKPOINT
                   IF WS-CONTADOR-CHECKPOINT >=
                           WS-INTERVALO-CHECKPOINT
                       PERFORM GRABA-CHECKPOINT
                       MOVE 0 TO WS-CONTADOR-CHECKPOINT
                   END-IF
           END-EVALUATE.

      * Suma de control: operando1 de todo el detalle y operando2
      * solo de las operaciones en mayuscula (en minuscula ese campo
      * es el codigo maestro).
       ACUMULA-CONTROL-LOTE.
           ADD 1 TO WS-CTL-REGISTROS.
           IF WL-NUMERO IS NUMERIC
               ADD WL-NUMERO TO WS-CTL-HASH-NUMERO
           END-IF.
           IF WL-OPERACION IS ALPHABETIC-UPPER AND
                   WL-NUMERO2 IS NUMERIC
               ADD WL-NUMERO2 TO WS-CTL-HASH-NUMERO2
           END-IF.

      * Cuadre antes de cerrar la corrida: el detalle leido (incluido
      * el saltado al reanudar) debe coincidir con el registro final.
       VERIFICA-FINAL-LOTE.
           IF NOT LOTE-DESCUADRADO
               EVALUATE TRUE
                   WHEN NOT HAY-FINAL-LOTE
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
           IF LOTE-DESCUADRADO
               DISPLAY "Worklist descuadrado: "
                       FUNCTION TRIM(WS-MOTIVO-DESCUADRE)
               DISPLAY "Declarados: " WS-DECL-REGISTROS
                       "  Leidos: " WS-CTL-REGISTROS
           END-IF.

       LEE-CHECKPOINT.
           MOVE 0 TO WS-REGISTROS-SALTAR.
               CLOSE CHECKPOINT-FILE
           END-IF.

      * La cabecera se salta siempre; al reanudar tambien el detalle
      * ya procesado, que igual entra en el cuadre final.
       SALTA-REGISTROS-PROCESADOS.
           READ WORKLIST-FILE
               AT END
                   MOVE 'S' TO WS-EOF-LOTE
           END-READ.
           MOVE 0 TO WS-INDICE-SALTO.
           PERFORM WS-REGISTROS-SALTAR TIMES
               ADD 1 TO WS-INDICE-SALTO
               READ WORKLIST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-LOTE
                   NOT AT END
                       PERFORM ACUMULA-CONTROL-LOTE
               END-READ
           END-PERFORM.
           COMPUTE WS-NUM-REGISTRO =
                   WS-BASE-REGISTRO + WS-REGISTROS-SALTAR.

       GRABA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STAT = "00"
               COMPUTE CKP-ULTIMO-REGISTRO =
                       WS-NUM-REGISTRO - WS-BASE-REGISTRO
               MOVE WS-LOTE-ENTRADA TO CKP-ARCHIVO-ENTRADA
               MOVE WS-CONT-SUMA  TO CKP-CONT-SUMA
               MOVE WS-CONT-RESTA TO CKP-CONT-RESTA
               MOVE 'N' TO WS-MAESTRO-ABIERTO
           END-IF.

      * Archivos del control de limites; se crean la primera vez. Sin
      * ellos el lote sigue: sin base no hay control de variacion y la
      * retencion se marca en el .RCH con numero de excepcion cero.
       ABRE-CONTROL-LIMITES.
           MOVE 'N' TO WS-NUMERACION-LISTA.
           MOVE 'N' TO WS-EXCEPCION-ABIERTA.
           OPEN I-O EXCEPCION-FILE.
           IF WS-EXCEPCION-STAT = "35" OR WS-EXCEPCION-STAT = "05"
               OPEN OUTPUT EXCEPCION-FILE
               CLOSE EXCEPCION-FILE
               OPEN I-O EXCEPCION-FILE
           END-IF.
           IF WS-EXCEPCION-STAT = "00"
               MOVE 'S' TO WS-EXCEPCION-ABIERTA
           ELSE
               DISPLAY "Aviso: archivo de excepciones no disponible, "
                       "estado: " WS-EXCEPCION-STAT
           END-IF.
           MOVE 'N' TO WS-ULTRES-ABIERTO.
           OPEN I-O ULTRES-FILE.
           IF WS-ULTRES-STAT = "35" OR WS-ULTRES-STAT = "05"
               OPEN OUTPUT ULTRES-FILE
               CLOSE ULTRES-FILE
               OPEN I-O ULTRES-FILE
           END-IF.
           IF WS-ULTRES-STAT = "00"
               MOVE 'S' TO WS-ULTRES-ABIERTO
           ELSE
               DISPLAY "Aviso: archivo de ultimos resultados no "
                       "disponible, estado: " WS-ULTRES-STAT
           END-IF.

       CIERRA-CONTROL-LIMITES.
           IF EXCEPCION-ABIERTA
               CLOSE EXCEPCION-FILE
               MOVE 'N' TO WS-EXCEPCION-ABIERTA
           END-IF.
           IF ULTRES-ABIERTO
               CLOSE ULTRES-FILE
               MOVE 'N' TO WS-ULTRES-ABIERTO
           END-IF.

       RESUELVE-OPERANDO-MAESTRO.
           MOVE 'N' TO WS-OPERANDO-VALIDO.
           IF MAESTRO-ABIERTO AND WL-COD-OPERANDO NOT = SPACES
               IF VIGENCIA-HALLADA AND WS-VIG-ESTADO = "A"
                   MOVE WS-VIG-VALOR TO NUMERO2
                   MOVE 'S' TO WS-OPERANDO-VALIDO
                   MOVE WL-COD-OPERANDO TO WS-HIST-COD-OPERANDO
                   MOVE WS-VIG-FECHA TO WS-HIST-FECHA-VIGENCIA
                   IF WS-VIG-REDONDEO NOT = SPACE
                       MOVE WS-VIG-REDONDEO TO WS-REDONDEO-OPER
                   END-IF
               END-IF
           END-IF.

                           MOVE MST-VALOR TO WS-VIG-VALOR
                           MOVE MST-FECHA-EFECTIVA TO WS-VIG-FECHA
                           MOVE MST-ESTADO TO WS-VIG-ESTADO
                           MOVE MST-REDONDEO TO WS-VIG-REDONDEO
                           MOVE MST-CONTROL-LIMITES
                                   TO WS-VIG-CONTROL-LIMITES
                           MOVE MST-RES-MINIMO TO WS-VIG-RES-MINIMO
                           MOVE MST-RES-MAXIMO TO WS-VIG-RES-MAXIMO
                           MOVE MST-VARIACION-MAX
                                   TO WS-VIG-VARIACION-MAX
                           MOVE 'S' TO WS-VIGENCIA-HALLADA
                       END-IF
               END-READ
       PROCESA-REGISTRO-MAESTRO.
           MOVE WL-NUMERO TO NUMERO.
           PERFORM RESUELVE-OPERANDO-MAESTRO.
           MOVE SPACES TO WS-MOTIVO-LIMITE.
           MOVE SPACE TO WS-DECISION-EXCEPCION.
           MOVE 0 TO WS-NUM-EXCEPCION.
           IF OPERANDO-OK
               PERFORM BUSCA-DECISION-EXCEPCION
               IF WS-VIG-CONTROL-LIMITES = "S" AND
                       NOT EXCEPCION-LIBERADA AND
                       NOT EXCEPCION-RECHAZADA
                   PERFORM CONTROLA-LIMITES-RESULTADO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT OPERANDO-OK
                   MOVE SPACES TO SALIDA-LOTE-RECORD
                   STRING "ERROR: CODIGO MAESTRO INVALIDO EN REGISTRO "
                           WS-NUM-REGISTRO " CODIGO " WL-COD-OPERANDO
                           DELIMITED BY SIZE
                       INTO SALIDA-LOTE-RECORD
                   WRITE SALIDA-LOTE-RECORD
                   MOVE "03" TO WS-MOTIVO-RECHAZO
                   PERFORM GRABA-RECHAZO
                   ADD 1 TO WS-CONT-ERROR
               WHEN EXCEPCION-RECHAZADA
                   PERFORM DESCARTA-EXCEPCION
               WHEN FUERA-DE-LIMITE
                   PERFORM RETIENE-RESULTADO
               WHEN OTHER
                   EVALUATE WL-OPERACION
                       WHEN "s"
                           PERFORM CALCULA-SUMA
                           ADD 1 TO WS-CONT-SUMA
                       WHEN "r"
                           PERFORM CALCULA-RESTA
                           ADD 1 TO WS-CONT-RESTA
                       WHEN "m"
                           PERFORM CALCULA-MULTIPLICACION
                           ADD 1 TO WS-CONT-MULT
                       WHEN "d"
                           PERFORM CALCULA-DIVISION
                           IF WS-COD-RETORNO = 1
                               MOVE "01" TO WS-MOTIVO-RECHAZO
                               PERFORM GRABA-RECHAZO
                               ADD 1 TO WS-CONT-ERROR
                           ELSE
                               ADD 1 TO WS-CONT-DIV
                           END-IF
                       WHEN "p"
                           PERFORM CALCULA-PORCENTAJE
                           ADD 1 TO WS-CONT-PORC
                       WHEN "e"
                           PERFORM CALCULA-POTENCIA
                           IF WS-COD-RETORNO = 3
                               MOVE "04" TO WS-MOTIVO-RECHAZO
                               PERFORM GRABA-RECHAZO
                               ADD 1 TO WS-CONT-ERROR
                           ELSE
                               ADD 1 TO WS-CONT-POT
                           END-IF
                       WHEN "a"
                           PERFORM CALCULA-PROMEDIO
                           ADD 1 TO WS-CONT-PROM
                   END-EVALUATE
                   PERFORM CONFIRMA-RESULTADO-LIMITES
           END-EVALUATE.

      * En reproceso el registro que vuelve de una retencion trae el
      * numero de excepcion; la decision del supervisor manda.
       BUSCA-DECISION-EXCEPCION.
           IF MODO-REPROCESO AND EXCEPCION-ABIERTA AND
                   WL-NUM-EXCEPCION IS NUMERIC
               MOVE WL-NUM-EXCEPCION TO WS-NUM-EXCEPCION
               IF WS-NUM-EXCEPCION > 0
                   MOVE WS-LOTE-DEPARTAMENTO TO EXC-DEPARTAMENTO
                   MOVE WS-LOTE-ID TO EXC-LOTE-ID
                   MOVE WS-NUM-EXCEPCION TO EXC-NUMERO
                   READ EXCEPCION-FILE
                       INVALID KEY
                           MOVE 0 TO WS-NUM-EXCEPCION
                       NOT INVALID KEY
                           MOVE EXC-ESTADO TO WS-DECISION-EXCEPCION
                   END-READ
               END-IF
           END-IF.

      * Precalcula el resultado con ARITMETICA sin tocar los operandos
      * y lo prueba contra minimo, maximo y variacion del codigo.
       CONTROLA-LIMITES-RESULTADO.
           MOVE WL-OPERACION TO WS-OP-CODE.
           INSPECT WS-OP-CODE CONVERTING "srmdpea" TO "SRMDPEA".
           CALL 'ARITMETICA' USING WS-OP-CODE NUMERO NUMERO2
                   WS-LIM-RESULTADO WS-LIM-RESIDUO WS-LIM-COD-RETORNO
                   WS-REDONDEO-OPER.
           MOVE 0 TO WS-LIM-BASE.
           MOVE 0 TO WS-LIM-VARIACION.
           IF WS-LIM-COD-RETORNO = 0
               EVALUATE TRUE
                   WHEN WS-LIM-RESULTADO < WS-VIG-RES-MINIMO
                       MOVE "05" TO WS-MOTIVO-LIMITE
                   WHEN WS-LIM-RESULTADO > WS-VIG-RES-MAXIMO
                       MOVE "06" TO WS-MOTIVO-LIMITE
                   WHEN WS-VIG-VARIACION-MAX > 0
                       PERFORM CONTROLA-VARIACION-RESULTADO
               END-EVALUATE
           END-IF.

      * La base es el ultimo resultado aceptado de otra corrida; sin
      * base o con base cero no hay variacion que medir.
       CONTROLA-VARIACION-RESULTADO.
           MOVE 'N' TO WS-LIM-HAY-BASE.
           IF ULTRES-ABIERTO
               PERFORM ARMA-LLAVE-ULTRES
               READ ULTRES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ULT-RUN-ID = WS-RUN-ID
                           IF ULT-RUN-ANT NOT = SPACES
                               MOVE ULT-RESULTADO-ANT TO WS-LIM-BASE
                               MOVE 'S' TO WS-LIM-HAY-BASE
                           END-IF
                       ELSE
                           MOVE ULT-RESULTADO TO WS-LIM-BASE
                           MOVE 'S' TO WS-LIM-HAY-BASE
                       END-IF
               END-READ
           END-IF.
           IF HAY-BASE-LIMITE AND WS-LIM-BASE NOT = 0
               COMPUTE WS-LIM-DIFERENCIA =
                       WS-LIM-RESULTADO - WS-LIM-BASE
               IF WS-LIM-DIFERENCIA < 0
                   COMPUTE WS-LIM-DIFERENCIA = 0 - WS-LIM-DIFERENCIA
               END-IF
               MOVE WS-LIM-BASE TO WS-LIM-BASE-ABS
               IF WS-LIM-BASE-ABS < 0
                   COMPUTE WS-LIM-BASE-ABS = 0 - WS-LIM-BASE-ABS
               END-IF
               COMPUTE WS-LIM-VARIACION ROUNDED =
                       WS-LIM-DIFERENCIA * 100 / WS-LIM-BASE-ABS
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-LIM-VARIACION
               END-COMPUTE
               IF WS-LIM-VARIACION > WS-VIG-VARIACION-MAX
                   MOVE "07" TO WS-MOTIVO-LIMITE
               END-IF
           END-IF.

       ARMA-LLAVE-ULTRES.
           MOVE WL-COD-OPERANDO TO ULT-COD-OPERANDO.
           MOVE WL-OPERACION TO ULT-OPERACION.
           MOVE WL-REFERENCIA TO ULT-REFERENCIA.

      * El resultado fuera de tolerancia no se libera: va a la salida
      * como excepcion, a EXCEPCION.DAT y al .RCH con su motivo.
       RETIENE-RESULTADO.
           PERFORM GRABA-EXCEPCION.
           MOVE WS-LIM-RESULTADO TO WS-RESULTADO-ED.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "EXCEPCION: REGISTRO " WS-NUM-REGISTRO
                   " CODIGO " WL-COD-OPERANDO
                   " RESULTADO " WS-RESULTADO-ED
                   " RETENIDO MOTIVO " WS-MOTIVO-LIMITE
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
           DISPLAY "Resultado retenido en registro " WS-NUM-REGISTRO
                   " excepcion " WS-NUM-EXCEPCION
                   " motivo " WS-MOTIVO-LIMITE.
           MOVE WS-MOTIVO-LIMITE TO WS-MOTIVO-RECHAZO.
           MOVE WS-NUM-EXCEPCION TO WS-RCH-NUM-EXCEPCION.
           PERFORM GRABA-RECHAZO.
           ADD 1 TO WS-CONT-ERROR.

      * Una excepcion que sigue pendiente y vuelve a quedar fuera
      * conserva su numero; las demas toman el siguiente del lote.
       GRABA-EXCEPCION.
           IF EXCEPCION-ABIERTA
               IF NOT EXCEPCION-PENDIENTE
                   IF NOT NUMERACION-LISTA
                       PERFORM BUSCA-ULTIMA-EXCEPCION
                   END-IF
                   ADD 1 TO WS-ULTIMA-EXCEPCION
                   MOVE WS-ULTIMA-EXCEPCION TO WS-NUM-EXCEPCION
               END-IF
               PERFORM ARMA-REGISTRO-EXCEPCION
               IF EXCEPCION-PENDIENTE
                   REWRITE EXCEPCION-RECORD
                       INVALID KEY
                           DISPLAY "No se pudo actualizar la "
                                   "excepcion " WS-NUM-EXCEPCION
                                   ", estado: " WS-EXCEPCION-STAT
                   END-REWRITE
               ELSE
                   MOVE 'N' TO WS-EXCEPCION-GRABADA
                   PERFORM UNTIL EXCEPCION-GRABADA
                       PERFORM GRABA-EXCEPCION-NUEVA
                   END-PERFORM
               END-IF
           ELSE
               MOVE 0 TO WS-NUM-EXCEPCION
           END-IF.

      * Las particiones de un mismo lote corren a la vez y numeran
      * sobre el mismo departamento y lote: si otro flujo ya tomo el
      * numero se vuelve a buscar el ultimo y se usa el siguiente.
       GRABA-EXCEPCION-NUEVA.
           WRITE EXCEPCION-RECORD
               INVALID KEY
                   IF WS-EXCEPCION-STAT = "22"
                       PERFORM BUSCA-ULTIMA-EXCEPCION
                       ADD 1 TO WS-ULTIMA-EXCEPCION
                       MOVE WS-ULTIMA-EXCEPCION TO WS-NUM-EXCEPCION
                       PERFORM ARMA-REGISTRO-EXCEPCION
                   ELSE
                       DISPLAY "No se pudo grabar la excepcion "
                               WS-NUM-EXCEPCION ", estado: "
                               WS-EXCEPCION-STAT
                       MOVE 'S' TO WS-EXCEPCION-GRABADA
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXCEPCION-GRABADA
           END-WRITE.

       ARMA-REGISTRO-EXCEPCION.
           MOVE WS-LOTE-DEPARTAMENTO TO EXC-DEPARTAMENTO.
           MOVE WS-LOTE-ID TO EXC-LOTE-ID.
           MOVE WS-NUM-EXCEPCION TO EXC-NUMERO.
           MOVE "P" TO EXC-ESTADO.
           MOVE WS-MOTIVO-LIMITE TO EXC-MOTIVO.
           MOVE WS-RUN-ID TO EXC-RUN-ID.
           MOVE WS-FECHA-PROCESO TO EXC-FECHA-PROCESO.
           MOVE WS-NUM-REGISTRO TO EXC-NUM-REGISTRO.
           MOVE WORKLIST-RECORD TO EXC-REGISTRO.
           MOVE WL-COD-OPERANDO TO EXC-COD-OPERANDO.
           MOVE WS-VIG-FECHA TO EXC-FECHA-VIGENCIA.
           MOVE WL-OPERACION TO EXC-OPERACION.
           MOVE WS-LIM-RESULTADO TO EXC-RESULTADO.
           MOVE WS-LIM-BASE TO EXC-RESULTADO-BASE.
           MOVE WS-VIG-RES-MINIMO TO EXC-RES-MINIMO.
           MOVE WS-VIG-RES-MAXIMO TO EXC-RES-MAXIMO.
           MOVE WS-VIG-VARIACION-MAX TO EXC-VARIACION-MAX.
           MOVE WS-LIM-VARIACION TO EXC-VARIACION.
           MOVE SPACES TO EXC-SUPERVISOR.
           MOVE 0 TO EXC-FECHA-RESOL.
           MOVE 0 TO EXC-HORA-RESOL.
           MOVE SPACES TO EXC-RUN-APLICA.

      * Toma el mayor numero de excepcion ya usado por el lote; se
      * hace una vez por corrida, con la primera retencion.
       BUSCA-ULTIMA-EXCEPCION.
           MOVE 0 TO WS-ULTIMA-EXCEPCION.
           MOVE 'N' TO WS-FIN-EXCEPCIONES.
           MOVE WS-LOTE-DEPARTAMENTO TO EXC-DEPARTAMENTO.
           MOVE WS-LOTE-ID TO EXC-LOTE-ID.
           MOVE 0 TO EXC-NUMERO.
           START EXCEPCION-FILE KEY NOT < EXC-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-EXCEPCIONES
           END-START.
           PERFORM UNTIL FIN-EXCEPCIONES
               READ EXCEPCION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-EXCEPCIONES
                   NOT AT END
                       IF EXC-DEPARTAMENTO NOT = WS-LOTE-DEPARTAMENTO
                               OR EXC-LOTE-ID NOT = WS-LOTE-ID
                           MOVE 'S' TO WS-FIN-EXCEPCIONES
                       ELSE
                           MOVE EXC-NUMERO TO WS-ULTIMA-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'S' TO WS-NUMERACION-LISTA.

      * El supervisor rechazo el resultado retenido: el registro no se
      * calcula, se informa en la salida y cuenta como error, pero no
      * vuelve al .RCH; la decision es final y no entra a otro
      * reproceso.
       DESCARTA-EXCEPCION.
           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "EXCEPCION RECHAZADA POR SUPERVISOR EN REGISTRO "
                   WS-NUM-REGISTRO " CODIGO " WL-COD-OPERANDO
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
           ADD 1 TO WS-CONT-ERROR.

      * Resultado aceptado: si el codigo lleva control queda como base
      * de variacion y, si venia de una excepcion, esta se da por
      * aplicada (liberada por el supervisor o ya dentro de limites).
       CONFIRMA-RESULTADO-LIMITES.
           IF WS-COD-RETORNO = 0 AND WS-VIG-CONTROL-LIMITES = "S"
               PERFORM ACTUALIZA-ULTIMO-RESULTADO
           END-IF.
           IF WS-NUM-EXCEPCION > 0 AND
                   (WS-DECISION-EXCEPCION = "L" OR
                    WS-DECISION-EXCEPCION = "P")
               MOVE "A" TO EXC-ESTADO
               MOVE WS-RUN-ID TO EXC-RUN-APLICA
               REWRITE EXCEPCION-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo aplicar la excepcion "
                               WS-NUM-EXCEPCION ", estado: "
                               WS-EXCEPCION-STAT
               END-REWRITE
           END-IF.

       ACTUALIZA-ULTIMO-RESULTADO.
           IF ULTRES-ABIERTO
               PERFORM ARMA-LLAVE-ULTRES
               READ ULTRES-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ULTRES-HALLADO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ULTRES-HALLADO
               END-READ
               IF ULTRES-HALLADO
                   IF ULT-RUN-ID NOT = WS-RUN-ID
                       MOVE ULT-RUN-ID TO ULT-RUN-ANT
                       MOVE ULT-RESULTADO TO ULT-RESULTADO-ANT
                   END-IF
               ELSE
                   PERFORM ARMA-LLAVE-ULTRES
                   MOVE SPACES TO ULT-RUN-ANT
                   MOVE 0 TO ULT-RESULTADO-ANT
               END-IF
               MOVE WS-RUN-ID TO ULT-RUN-ID
               MOVE RESULTADO TO ULT-RESULTADO
               MOVE WS-FECHA-PROCESO TO ULT-FECHA-PROCESO
               IF ULTRES-HALLADO
                   REWRITE ULTRES-RECORD
                       INVALID KEY
                           DISPLAY "No se pudo actualizar el ultimo "
                                   "resultado, estado: "
                                   WS-ULTRES-STAT
                   END-REWRITE
               ELSE
                   WRITE ULTRES-RECORD
                       INVALID KEY
                           DISPLAY "No se pudo grabar el ultimo "
                                   "resultado, estado: "
                                   WS-ULTRES-STAT
                   END-WRITE
               END-IF
           END-IF.

       GRABA-SALIDA-FIJA.
                   MOVE 0 TO SF-RESIDUO
               END-IF
               MOVE WS-COD-RETORNO TO SF-COD-RETORNO
               MOVE WS-REDONDEO-OPER TO SF-REDONDEO
               MOVE WL-REFERENCIA TO SF-REFERENCIA
               MOVE WS-HIST-COD-OPERANDO TO SF-COD-OPERANDO
               MOVE WS-HIST-FECHA-VIGENCIA TO SF-FECHA-VIGENCIA
               WRITE SALIDA-FIJA-RECORD
           END-IF.

       REINICIA-RECHAZOS.
           OPEN OUTPUT RECHAZO-FILE.
           IF WS-LOTE-RECHAZO-STAT = "00"
               ACCEPT WS-FECHA-LOG FROM DATE YYYYMMDD
               MOVE SPACES TO RECHAZO-RECORD
               MOVE "C" TO RCH-OPERACION
               MOVE WS-LOTE-DEPARTAMENTO TO RCH-CAB-DEPARTAMENTO
               MOVE WS-LOTE-ID TO RCH-CAB-LOTE-ID
               MOVE WS-FECHA-LOG TO RCH-CAB-FECHA-CREACION
               WRITE RECHAZO-RECORD
               CLOSE RECHAZO-FILE
           ELSE
               DISPLAY "No se pudo iniciar el archivo de rechazos, "
           IF WS-LOTE-RECHAZO-STAT = "00"
               MOVE WORKLIST-RECORD(1:35) TO RCH-DATOS
               MOVE WS-MOTIVO-RECHAZO TO RCH-MOTIVO
               IF WS-RCH-NUM-EXCEPCION > 0
                   MOVE WS-RCH-NUM-EXCEPCION TO RCH-NUM-EXCEPCION
               ELSE
                   MOVE SPACES TO RCH-NUM-EXCEPCION
               END-IF
               MOVE WL-REFERENCIA TO RCH-REFERENCIA
               WRITE RECHAZO-RECORD
               CLOSE RECHAZO-FILE
           ELSE
                       WS-LOTE-RECHAZO-STAT
           END-IF.

      * Al terminar el lote se cierra el archivo de rechazos con su
      * registro final, contado y sumado sobre lo que quedo grabado.
       CIERRA-RECHAZOS.
           MOVE 0 TO WS-DECL-REGISTROS.
           MOVE 0 TO WS-DECL-HASH-NUMERO.
           MOVE 0 TO WS-DECL-HASH-NUMERO2.
           OPEN INPUT RECHAZO-FILE.
           IF WS-LOTE-RECHAZO-STAT = "00"
               MOVE 'N' TO WS-EOF-RECHAZO
               PERFORM UNTIL FIN-RECHAZO
                   READ RECHAZO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF-RECHAZO
                       NOT AT END
                           IF RCH-OPERACION NOT = "C" AND
                                   RCH-OPERACION NOT = "F"
                               ADD 1 TO WS-DECL-REGISTROS
                               IF RCH-NUMERO IS NUMERIC
                                   ADD RCH-NUMERO
                                           TO WS-DECL-HASH-NUMERO
                               END-IF
                               IF RCH-OPERACION IS ALPHABETIC-UPPER
                                       AND RCH-NUMERO2 IS NUMERIC
                                   ADD RCH-NUMERO2
                                           TO WS-DECL-HASH-NUMERO2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZO-FILE
           END-IF.
           OPEN EXTEND RECHAZO-FILE.
           IF WS-LOTE-RECHAZO-STAT = "35" OR
                   WS-LOTE-RECHAZO-STAT = "05"
               OPEN OUTPUT RECHAZO-FILE
           END-IF.
           IF WS-LOTE-RECHAZO-STAT = "00"
               MOVE SPACES TO RECHAZO-RECORD
               MOVE "F" TO RCH-OPERACION
               MOVE WS-DECL-REGISTROS TO RCH-FIN-REGISTROS
               MOVE WS-DECL-HASH-NUMERO TO RCH-FIN-HASH-NUMERO
               MOVE WS-DECL-HASH-NUMERO2 TO RCH-FIN-HASH-NUMERO2
               WRITE RECHAZO-RECORD
               CLOSE RECHAZO-FILE
           ELSE
               DISPLAY "No se pudo cerrar el archivo de rechazos, "
                       "estado: " WS-LOTE-RECHAZO-STAT
           END-IF.

       PROCESA-REGISTRO-LOTE.
           MOVE WS-MODO-REDONDEO TO WS-REDONDEO-OPER.
           MOVE 0 TO WS-RCH-NUM-EXCEPCION.
           MOVE SPACES TO WS-HIST-COD-OPERANDO.
           MOVE 0 TO WS-HIST-FECHA-VIGENCIA.
           EVALUATE WL-OPERACION
               WHEN "S"
                   MOVE WL-NUMERO TO NUMERO

       ESCRIBE-TOTALES-LOTE.
           DISPLAY "----- Totales del lote -----".
           DISPLAY "Registros procesados: " WS-REGISTROS-LOTE.
           DISPLAY "Sumas: " WS-CONT-SUMA
                   "  Restas: " WS-CONT-RESTA.
           DISPLAY "Multiplicaciones: " WS-CONT-MULT
                   "  Reprocesados: " WS-CONT-REPROCESO.

           MOVE SPACES TO SALIDA-LOTE-RECORD.
           STRING "TOTALES REGISTROS-PROCESADOS=" WS-REGISTROS-LOTE
                   DELIMITED BY SIZE
               INTO SALIDA-LOTE-RECORD.
           WRITE SALIDA-LOTE-RECORD.
