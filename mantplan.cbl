      ******************************************************************
      * Author: Andres David Mejia Zarza
      * Date: 15-Oct-2026
      * Purpose: Mantenimiento del archivo de plantillas de calculo
      *          PLANTILLA.DAT: calculos fijos (operacion, operandos
      *          literales o codigo del maestro, rango de tabla),
      *          frecuencia diaria, semanal o de fin de mes, fechas
      *          de inicio y fin y departamento dueno. GENLOTE las
      *          usa para armar el worklist del dia. Solo un
      *          supervisor activo de OPERMAST.DAT puede usarlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPLAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTILLA-FILE ASSIGN TO "PLANTILLA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PLT-ID
               FILE STATUS IS WS-PLANTILLA-STAT.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS WS-OPERMAST-STAT.

       DATA DIVISION.
       FILE SECTION.
      * PLT-FRECUENCIA: D diaria, S semanal (PLT-DIA-SEMANA 1 = lunes
      * a 7 = domingo), M ultimo dia del mes. PLT-FECHA-FIN 99999999
      * es una plantilla sin fecha de termino.
       FD  PLANTILLA-FILE.
       01  PLANTILLA-RECORD.
           05 PLT-ID             PIC X(8).
           05 PLT-DESCRIPCION    PIC X(30).
           05 PLT-OPERACION      PIC X(1).
           05 PLT-NUMERO         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-NUMERO2        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-COD-OPERANDO   PIC X(8).
           05 PLT-MULT-INICIO    PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-MULT-FIN       PIC S9(4)
                                  SIGN IS TRAILING SEPARATE CHARACTER.
           05 PLT-FRECUENCIA     PIC X(1).
           05 PLT-DIA-SEMANA     PIC 9(1).
           05 PLT-FECHA-INICIO   PIC 9(8).
           05 PLT-FECHA-FIN      PIC 9(8).
           05 PLT-DEPARTAMENTO   PIC X(8).
           05 PLT-ESTADO         PIC X(1).

       FD  OPERMAST-FILE.
       01  OPERADOR-RECORD.
           05 OPR-ID             PIC X(8).
           05 OPR-NOMBRE         PIC X(30).
           05 OPR-NIVEL          PIC X(1).
           05 OPR-ESTADO         PIC X(1).

       WORKING-STORAGE SECTION.

       01 WS-PLANTILLA-STAT    PIC XX.
       01 WS-PLANTILLA-ABIERTO PIC X VALUE 'N'.
          88 PLANTILLA-ABIERTO      VALUE 'S'.
       01 WS-OPERMAST-STAT     PIC XX.

       01 WS-OPERADOR          PIC X(8).
       01 WS-ACCESO-VALIDO     PIC X VALUE 'N'.
          88 ACCESO-OK              VALUE 'S'.

       01 WS-OPCION            PIC X(1).
       01 WS-ID-TRABAJO        PIC X(8).
       01 WS-ENTRADA-DESC      PIC X(30).
       01 WS-ENTRADA-DEPTO     PIC X(8).
       01 WS-ENTRADA-FECHA     PIC X(8).
       01 WS-ENTRADA-DIA       PIC X(1).
       01 WS-ENTRADA-OPERACION PIC X(1).
          88 OPERACION-LITERAL      VALUE 'S' 'R' 'M' 'D' 'P' 'E'
                                          'A'.
          88 OPERACION-TABLA        VALUE 'T'.
          88 OPERACION-MAESTRO      VALUE 's' 'r' 'm' 'd' 'p' 'e'
                                          'a'.
       01 WS-ENTRADA-FRECUENCIA PIC X(1).
          88 FRECUENCIA-VALIDA      VALUE 'D' 'S' 'M'.
       01 WS-HALLADO           PIC X VALUE 'N'.
          88 PLANTILLA-HALLADA      VALUE 'S'.
       01 WS-EOF-PLANTILLA     PIC X VALUE 'N'.
          88 FIN-PLANTILLA          VALUE 'S'.
       01 WS-FECHA-HOY         PIC 9(8).

       01 WS-ENTRADA-NUM       PIC X(14).
       01 WS-VALOR-TEMP        PIC S9(9)V99.
       01 WS-TEST-NUMVAL       PIC S9(4) COMP.
       01 WS-NUMERO-VALIDO     PIC X VALUE 'N'.
          88 NUMERO-OK              VALUE 'S'.

       01 WS-NUMERO-ED         PIC -(9)9.99.
       01 WS-NUMERO2-ED        PIC -(9)9.99.

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

           PERFORM ABRE-PLANTILLA.
           IF NOT PLANTILLA-ABIERTO
               DISPLAY "No se pudo abrir el archivo de plantillas, "
                       "estado: " WS-PLANTILLA-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-OPCION.
           PERFORM UNTIL WS-OPCION = "0"
               DISPLAY "----- Plantillas de calculo -----"
               DISPLAY "1. Agregar plantilla"
               DISPLAY "2. Modificar plantilla"
               DISPLAY "3. Desactivar plantilla"
               DISPLAY "4. Listar plantillas"
               DISPLAY "0. Salir"
               DISPLAY "Elige una opcion (0-4): "
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM ALTA-PLANTILLA
                   WHEN "2"
                       PERFORM CAMBIO-PLANTILLA
                   WHEN "3"
                       PERFORM BAJA-PLANTILLA
                   WHEN "4"
                       PERFORM LISTA-PLANTILLAS
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion invalida, intenta de nuevo."
               END-EVALUATE
           END-PERFORM.
           CLOSE PLANTILLA-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ABRE-PLANTILLA.
           MOVE 'N' TO WS-PLANTILLA-ABIERTO.
           OPEN I-O PLANTILLA-FILE.
           IF WS-PLANTILLA-STAT = "35" OR WS-PLANTILLA-STAT = "05"
               OPEN OUTPUT PLANTILLA-FILE
               IF WS-PLANTILLA-STAT = "00"
                   CLOSE PLANTILLA-FILE
                   OPEN I-O PLANTILLA-FILE
               END-IF
           END-IF.
           IF WS-PLANTILLA-STAT = "00"
               MOVE 'S' TO WS-PLANTILLA-ABIERTO
           END-IF.

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

       ALTA-PLANTILLA.
           DISPLAY "Id de la plantilla (hasta 8): ".
           ACCEPT WS-ID-TRABAJO.
           IF WS-ID-TRABAJO = SPACES
               DISPLAY "El id no puede quedar en blanco."
           ELSE
               MOVE SPACES TO PLANTILLA-RECORD
               MOVE WS-ID-TRABAJO TO PLT-ID
               DISPLAY "Descripcion: "
               ACCEPT PLT-DESCRIPCION
               PERFORM LEE-CALCULO-PLANTILLA
               PERFORM LEE-FRECUENCIA
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO PLT-FECHA-INICIO
               MOVE 99999999 TO PLT-FECHA-FIN
               PERFORM LEE-FECHAS-PLANTILLA
               DISPLAY "Departamento dueno: "
               ACCEPT PLT-DEPARTAMENTO
               MOVE 'A' TO PLT-ESTADO
               WRITE PLANTILLA-RECORD
                   INVALID KEY
                       DISPLAY "La plantilla " WS-ID-TRABAJO
                               " ya existe."
                   NOT INVALID KEY
                       DISPLAY "Plantilla " WS-ID-TRABAJO
                               " agregada."
               END-WRITE
           END-IF.

       CAMBIO-PLANTILLA.
           PERFORM BUSCA-PLANTILLA.
           IF PLANTILLA-HALLADA
               PERFORM MUESTRA-PLANTILLA
               DISPLAY "Nueva descripcion (vacio conserva): "
               ACCEPT WS-ENTRADA-DESC
               IF WS-ENTRADA-DESC NOT = SPACES
                   MOVE WS-ENTRADA-DESC TO PLT-DESCRIPCION
               END-IF
               PERFORM LEE-CALCULO-PLANTILLA
               PERFORM LEE-FRECUENCIA
               PERFORM LEE-FECHAS-PLANTILLA
               DISPLAY "Nuevo departamento (vacio conserva): "
               ACCEPT WS-ENTRADA-DEPTO
               IF WS-ENTRADA-DEPTO NOT = SPACES
                   MOVE WS-ENTRADA-DEPTO TO PLT-DEPARTAMENTO
               END-IF
               MOVE 'A' TO PLT-ESTADO
               REWRITE PLANTILLA-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo modificar la plantilla."
                   NOT INVALID KEY
                       DISPLAY "Plantilla " WS-ID-TRABAJO
                               " modificada."
               END-REWRITE
           END-IF.

       BAJA-PLANTILLA.
           PERFORM BUSCA-PLANTILLA.
           IF PLANTILLA-HALLADA
               MOVE 'I' TO PLT-ESTADO
               REWRITE PLANTILLA-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo desactivar la plantilla."
                   NOT INVALID KEY
                       DISPLAY "Plantilla " WS-ID-TRABAJO
                               " desactivada."
               END-REWRITE
           END-IF.

       BUSCA-PLANTILLA.
           DISPLAY "Id de la plantilla (hasta 8): ".
           ACCEPT WS-ID-TRABAJO.
           MOVE WS-ID-TRABAJO TO PLT-ID.
           MOVE 'N' TO WS-HALLADO.
           READ PLANTILLA-FILE
               INVALID KEY
                   DISPLAY "La plantilla " WS-ID-TRABAJO
                           " no existe."
               NOT INVALID KEY
                   MOVE 'S' TO WS-HALLADO
           END-READ.

       LISTA-PLANTILLAS.
           MOVE LOW-VALUES TO PLT-ID.
           MOVE 'N' TO WS-EOF-PLANTILLA.
           START PLANTILLA-FILE KEY NOT < PLT-ID
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PLANTILLA
                   DISPLAY "No hay plantillas registradas."
           END-START.
           PERFORM UNTIL FIN-PLANTILLA
               READ PLANTILLA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PLANTILLA
                   NOT AT END
                       PERFORM MUESTRA-PLANTILLA
               END-READ
           END-PERFORM.

       MUESTRA-PLANTILLA.
           MOVE PLT-NUMERO TO WS-NUMERO-ED.
           MOVE PLT-NUMERO2 TO WS-NUMERO2-ED.
           DISPLAY PLT-ID " " PLT-DESCRIPCION " ESTADO=" PLT-ESTADO
                   " DEPTO=" PLT-DEPARTAMENTO.
           EVALUATE TRUE
               WHEN PLT-OPERACION = "T"
                   DISPLAY "   OP=T NUMERO=" WS-NUMERO-ED
                           " TABLA " PLT-MULT-INICIO
                           " A " PLT-MULT-FIN
               WHEN PLT-OPERACION IS ALPHABETIC-LOWER
                   DISPLAY "   OP=" PLT-OPERACION
                           " NUMERO=" WS-NUMERO-ED
                           " CODIGO=" PLT-COD-OPERANDO
               WHEN OTHER
                   DISPLAY "   OP=" PLT-OPERACION
                           " NUMERO=" WS-NUMERO-ED
                           " NUMERO2=" WS-NUMERO2-ED
           END-EVALUATE.
           DISPLAY "   FRECUENCIA=" PLT-FRECUENCIA
                   " DIA=" PLT-DIA-SEMANA
                   " DESDE=" PLT-FECHA-INICIO
                   " HASTA=" PLT-FECHA-FIN.

      * La operacion sigue las claves del worklist: mayuscula con dos
      * operandos literales, T con rango de tabla y minuscula con el
      * codigo del maestro de operandos como segundo operando.
       LEE-CALCULO-PLANTILLA.
           MOVE SPACE TO WS-ENTRADA-OPERACION.
           PERFORM UNTIL OPERACION-LITERAL OR OPERACION-TABLA
                   OR OPERACION-MAESTRO
               DISPLAY "Operacion (S R M D P E A T, minuscula = "
                       "codigo del maestro): "
               ACCEPT WS-ENTRADA-OPERACION
               IF NOT OPERACION-LITERAL AND NOT OPERACION-TABLA
                       AND NOT OPERACION-MAESTRO
                   DISPLAY "Operacion invalida, intenta de nuevo."
               END-IF
           END-PERFORM.
           MOVE WS-ENTRADA-OPERACION TO PLT-OPERACION.
           MOVE 0 TO PLT-NUMERO2.
           MOVE SPACES TO PLT-COD-OPERANDO.
           MOVE 0 TO PLT-MULT-INICIO.
           MOVE 0 TO PLT-MULT-FIN.
           DISPLAY "Primer operando: ".
           PERFORM LEE-VALOR-NUMERICO.
           MOVE WS-VALOR-TEMP TO PLT-NUMERO.
           EVALUATE TRUE
               WHEN OPERACION-LITERAL
                   DISPLAY "Segundo operando: "
                   PERFORM LEE-VALOR-NUMERICO
                   MOVE WS-VALOR-TEMP TO PLT-NUMERO2
               WHEN OPERACION-TABLA
                   DISPLAY "Multiplicador inicial (ej. 1): "
                   PERFORM LEE-VALOR-NUMERICO
                   MOVE WS-VALOR-TEMP TO PLT-MULT-INICIO
                   DISPLAY "Multiplicador final (ej. 10): "
                   PERFORM LEE-VALOR-NUMERICO
                   MOVE WS-VALOR-TEMP TO PLT-MULT-FIN
                   IF PLT-MULT-FIN < PLT-MULT-INICIO
                       MOVE PLT-MULT-INICIO TO PLT-MULT-FIN
                   END-IF
               WHEN OPERACION-MAESTRO
                   PERFORM UNTIL PLT-COD-OPERANDO NOT = SPACES
                       DISPLAY "Codigo del operando (hasta 8): "
                       ACCEPT PLT-COD-OPERANDO
                   END-PERFORM
           END-EVALUATE.

       LEE-FRECUENCIA.
           MOVE SPACE TO WS-ENTRADA-FRECUENCIA.
           PERFORM UNTIL FRECUENCIA-VALIDA
               DISPLAY "Frecuencia (D diaria / S semanal / "
                       "M fin de mes): "
               ACCEPT WS-ENTRADA-FRECUENCIA
               INSPECT WS-ENTRADA-FRECUENCIA CONVERTING "dsm"
                       TO "DSM"
               IF NOT FRECUENCIA-VALIDA
                   DISPLAY "Frecuencia invalida, usa D, S o M."
               END-IF
           END-PERFORM.
           MOVE WS-ENTRADA-FRECUENCIA TO PLT-FRECUENCIA.
           MOVE 0 TO PLT-DIA-SEMANA.
           IF PLT-FRECUENCIA = "S"
               MOVE SPACE TO WS-ENTRADA-DIA
               PERFORM UNTIL WS-ENTRADA-DIA >= "1" AND
                       WS-ENTRADA-DIA <= "7"
                   DISPLAY "Dia de la semana (1 lunes ... "
                           "7 domingo): "
                   ACCEPT WS-ENTRADA-DIA
               END-PERFORM
               MOVE WS-ENTRADA-DIA TO PLT-DIA-SEMANA
           END-IF.

      * Vacio conserva la fecha que ya trae el registro: hoy y sin
      * fecha de termino en un alta, las vigentes en un cambio.
       LEE-FECHAS-PLANTILLA.
           DISPLAY "Fecha de inicio (AAAAMMDD, vacio = "
                   PLT-FECHA-INICIO "): ".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA IS NUMERIC
               MOVE WS-ENTRADA-FECHA TO PLT-FECHA-INICIO
           END-IF.
           DISPLAY "Fecha de fin (AAAAMMDD, vacio = "
                   PLT-FECHA-FIN "): ".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA IS NUMERIC
               MOVE WS-ENTRADA-FECHA TO PLT-FECHA-FIN
           END-IF.
           IF PLT-FECHA-FIN < PLT-FECHA-INICIO
               DISPLAY "Fecha de fin anterior al inicio, la "
                       "plantilla queda sin fecha de fin."
               MOVE 99999999 TO PLT-FECHA-FIN
           END-IF.

       LEE-VALOR-NUMERICO.
           MOVE 'N' TO WS-NUMERO-VALIDO.
           PERFORM UNTIL NUMERO-OK
               ACCEPT WS-ENTRADA-NUM
               COMPUTE WS-TEST-NUMVAL =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA-NUM)
               IF WS-TEST-NUMVAL = 0
                   COMPUTE WS-VALOR-TEMP =
                           FUNCTION NUMVAL(WS-ENTRADA-NUM)
                   MOVE 'S' TO WS-NUMERO-VALIDO
               ELSE
                   DISPLAY "Valor invalido, solo se aceptan numeros. "
                           "Intenta de nuevo: "
               END-IF
           END-PERFORM.

       END PROGRAM MANTPLAN.
