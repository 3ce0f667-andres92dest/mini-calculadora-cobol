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

       FD  CONTROL-FILE.
       01  CONTROL-RECORD        PIC X(120).
           MOVE MSTV-DESCRIPCION TO MST-DESCRIPCION.
           MOVE MSTV-VALOR TO MST-VALOR.
           MOVE MSTV-ESTADO TO MST-ESTADO.
           MOVE SPACE TO MST-REDONDEO.
           MOVE "N" TO MST-CONTROL-LIMITES.
           MOVE 0 TO MST-RES-MINIMO.
           MOVE 0 TO MST-RES-MAXIMO.
           MOVE 0 TO MST-VARIACION-MAX.
           WRITE MAESTRO-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONT-DUPLICADOS
