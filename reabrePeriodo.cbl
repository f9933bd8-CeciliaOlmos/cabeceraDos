      *          CIERRE-MENSUAL: devuelve cada saldo de SALDOS.dat al
      *          estado del periodo anterior (recalculando el movi-
      *          miento anterior desde Trans-Act y los historicos
      *          HIST-AAAA.dat), borra de la historia de saldos
      *          SALHIST.dat la posicion del periodo reabierto, se
      *          niega si hay un periodo posterior cerrado, imprime el
      *          diario de reversion por filial y registra la
      *          reapertura en RUNHIST.dat
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.
           SELECT OPTIONAL SALHIST ASSIGN TO "..\SALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-clave.
           SELECT OPTIONAL Trans-Act ASSIGN TO "..\TRANS-ACT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           03 soc-nombre pic x(30).
           03 soc-filial pic 9.
           03 soc-estado pic x.
       FD  SALHIST.
       01  hst-reg.
           03 hst-clave.
               05 hst-socio pic 9(4).
               05 hst-periodo pic 9(6).
           03 hst-saldo-inicial pic s9(9)v99.
           03 hst-debitos pic s9(9)v99.
           03 hst-creditos pic s9(9)v99.
           03 hst-intereses pic s9(9)v99.
           03 hst-saldo-final pic s9(9)v99.
       FD  Trans-Act.
       01  tra-reg.
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
       01  w-prior-final pic s9(9)v99.
       01  w-cant-revertidos pic 9(5) value zero.
       01  w-cant-borrados pic 9(5) value zero.
       01  w-cant-historia pic 9(5) value zero.
       01  w-sub-fil-cant pic 9(5) value zero.
       01  w-sub-fil-rest pic s9(9)v99 value zero.
       01  w-tot-restaurado pic s9(9)v99 value zero.
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN INPUT Trans-Act.
           OPEN I-O SALHIST.

       150-VERIFICAR-CIERRES.
           MOVE ZERO TO w-fin-barrido.
           MOVE sal-saldo-final TO srt-cerrado.
           MOVE sal-movimiento TO srt-mov.
           MOVE w-prior-final TO srt-restaurado.
           PERFORM 300-BORRAR-HISTORIA.
           IF w-prior-final is equal zero and
              w-mov-anterior is equal zero
               DELETE SALDOS
           ADD w-prior-final TO w-tot-restaurado.
           RELEASE srt-reg.

       300-BORRAR-HISTORIA.
           MOVE sal-socio TO hst-socio.
           MOVE w-periodo TO hst-periodo.
           DELETE SALHIST RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO w-cant-historia
           END-DELETE.

       400-SUMAR-MOV-ANTERIOR.
           MOVE ZERO TO w-mov-anterior.
           MOVE ZERO TO w-fin-tra.

       290-FIN-ENTRADA.
           CLOSE Trans-Act.
           CLOSE SALHIST.
           CLOSE SALDOS.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
           PERFORM 1100-GRABAR-CORRIDA.
           DISPLAY "Reapertura del periodo " w-periodo " completa, "
               "revertidos " w-cant-revertidos " borrados "
               w-cant-borrados " historia " w-cant-historia.
           DISPLAY "Reprocese las fechas necesarias con REPROCESO=S "
               "y vuelva a cerrar el periodo".

