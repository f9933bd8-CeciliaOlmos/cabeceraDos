           03 tra-clave.
               05 tra-fecha pic 9(8).
               05 tra-socio pic 9(4).
               05 tra-concepto pic x.
           03 tra-importe pic S9(8)V99.
       FD  HISTORICO.
       01  his-reg.
           03 his-clave.
               05 his-fecha pic 9(8).
               05 his-socio pic 9(4).
               05 his-concepto pic x.
           03 his-importe pic S9(8)V99.
       FD  RUN-HIST.
       01  run-reg.
           END-IF.
           MOVE tra-fecha TO his-fecha.
           MOVE tra-socio TO his-socio.
           MOVE tra-concepto TO his-concepto.
           READ HISTORICO
               INVALID KEY
                   MOVE tra-fecha TO his-fecha
                   MOVE tra-socio TO his-socio
                   MOVE tra-concepto TO his-concepto
                   MOVE tra-importe TO his-importe
                   WRITE his-reg
               NOT INVALID KEY
           MOVE ZERO TO w-fin-barrido.
           MOVE ZERO TO tra-fecha.
           MOVE ZERO TO tra-socio.
           MOVE SPACE TO tra-concepto.
           START Trans-Act KEY IS NOT LESS tra-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           END-IF.
           MOVE tra-fecha TO his-fecha.
           MOVE tra-socio TO his-socio.
           MOVE tra-concepto TO his-concepto.
           READ HISTORICO
               INVALID KEY
                   DISPLAY "ERROR: falta en el historico el "
