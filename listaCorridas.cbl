       01  w-aud-hasta pic 9(8).
       01  w-fin-hist pic 9 value zero.
       01  w-cant-corridas pic 9(5) value zero.
       01  w-cant-con-error pic 9(5) value zero.
       01  w-k pic 99.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(4) value spaces.
               05 filler pic x(8) value "LEIDOS: ".
               05 cor-leido occurs 9 times pic zzzzz9.
       01  detalle-error.
           03  lin-error.
               05 filler pic x(4) value spaces.
               05 filler pic x(51) value "*** CORRIDA TERMINADA CON "-
           "ERROR, VER SU INFORME ***".
       01  detalle-resumen.
           03  lin-resumen.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "CORRIDAS LISTADAS:  ".
               05 cor-cant pic zzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(11) value "CON ERROR: ".
               05 cor-cant-error pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE run-leidos(w-k) TO cor-leido(w-k)
           END-PERFORM.
           WRITE cor-reg FROM detalle-leidos AFTER 1.
           IF run-estado is equal "E"
               ADD 1 TO w-cant-con-error
               WRITE cor-reg FROM detalle-error AFTER 1
           END-IF.

       600-FIN.
           MOVE w-cant-corridas TO cor-cant.
           MOVE w-cant-con-error TO cor-cant-error.
           WRITE cor-reg FROM cabecera3 AFTER 1.
           WRITE cor-reg FROM detalle-resumen AFTER 1.
           CLOSE RUN-HIST.
