           05 HST-COD-RETORNO    PIC X(2).
           05 HST-RUN-ID         PIC X(16).
           05 HST-ORIGEN         PIC X(1).
           05 HST-REDONDEO       PIC X(1).
           05 HST-COD-OPERANDO   PIC X(8).
           05 HST-FECHA-VIGENCIA PIC X(8).
           05 HST-FECHA-PROCESO  PIC X(8).

       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD        PIC X(80).
