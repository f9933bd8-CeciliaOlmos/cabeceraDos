      * Author:
      * Date:
      * Purpose: Cierre mensual: barre Trans-Act para un periodo AAAAMM,
      *          actualiza el maestro de saldos por socio, guarda la
      *          posicion del periodo en la historia de saldos
      *          (SALHIST.dat, por socio y periodo) y emite el informe
      *          de posicion mensual por filial
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-socio.
           SELECT OPTIONAL SALHIST ASSIGN TO "..\SALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-clave.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT CIERRE
           ASSIGN TO PRINTER,
           03 tra-clave.
               05 tra-fecha pic 9(8).
               05 tra-socio pic 9(4).
               05 tra-concepto pic x.
           03 tra-importe pic S9(8)V99.
       FD  SOCIOS.
       01  soc-reg.
           03 sal-saldo-inicial pic s9(9)v99.
           03 sal-movimiento pic s9(9)v99.
           03 sal-saldo-final pic s9(9)v99.
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
       SD  arch-sort.
       01  srt-reg.
           03 srt-filial pic 9.
           03 srt-socio pic 9(4).
           03 srt-concepto pic x.
           03 srt-importe pic S9(8)V99.
       FD  CIERRE
           LINAGE IS 60 LINES
       01  w-filial-ant pic 9.
       01  w-socio-ant pic 9(4).
       01  w-mov-socio pic s9(9)v99.
       01  w-deb-socio pic s9(9)v99.
       01  w-cre-socio pic s9(9)v99.
       01  w-int-socio pic s9(9)v99.
       01  w-saldo-inicial pic s9(9)v99.
       01  w-saldo-final pic s9(9)v99.
       01  w-ya-procesado pic 9 value zero.
                   PERFORM UNTIL w-fin-sort is equal 1 or
                   srt-socio is not equal w-socio-ant or
                   srt-filial is not equal w-filial-ant
                       PERFORM 810-ACUMULAR-MOVIMIENTO
                       PERFORM 750-LEER-SORT
                   END-PERFORM
                   PERFORM 850-FIN-SOCIO
       200-BARRER-TRANS-ACT.
           MOVE w-fecha-desde TO tra-fecha.
           MOVE ZERO TO tra-socio.
           MOVE SPACE TO tra-concepto.
           START Trans-Act KEY IS NOT LESS tra-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           END-READ.
           MOVE soc-filial TO srt-filial.
           MOVE tra-socio TO srt-socio.
           MOVE tra-concepto TO srt-concepto.
           MOVE tra-importe TO srt-importe.
           RELEASE srt-reg.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN I-O SALDOS.
           OPEN I-O SALHIST.
           OPEN OUTPUT CIERRE.
           MOVE w-periodo TO cie-cab-periodo.
           WRITE cie-reg FROM cabecera3 AFTER 1.
       800-INICIO-SOCIO.
           MOVE srt-socio TO w-socio-ant.
           MOVE ZERO TO w-mov-socio.
           MOVE ZERO TO w-deb-socio.
           MOVE ZERO TO w-cre-socio.
           MOVE ZERO TO w-int-socio.

       810-ACUMULAR-MOVIMIENTO.
           ADD srt-importe TO w-mov-socio.
           EVALUATE TRUE
               WHEN srt-concepto is equal "I"
                   ADD srt-importe TO w-int-socio
               WHEN srt-importe is < zero
                   SUBTRACT srt-importe FROM w-cre-socio
               WHEN OTHER
                   ADD srt-importe TO w-deb-socio
           END-EVALUATE.

       850-FIN-SOCIO.
           PERFORM 860-ACTUALIZAR-SALDO.
               ELSE
                   WRITE sal-reg
               END-IF
               PERFORM 865-GRABAR-HISTORIA
           END-IF.

       865-GRABAR-HISTORIA.
           MOVE w-socio-ant TO hst-socio.
           MOVE w-periodo TO hst-periodo.
           MOVE w-saldo-inicial TO hst-saldo-inicial.
           MOVE w-deb-socio TO hst-debitos.
           MOVE w-cre-socio TO hst-creditos.
           MOVE w-int-socio TO hst-intereses.
           MOVE w-saldo-final TO hst-saldo-final.
           WRITE hst-reg
               INVALID KEY REWRITE hst-reg
           END-WRITE.

       870-IMPRIMO-SOCIO.
           MOVE w-socio-ant TO soc-cod.
           READ SOCIOS
           WRITE cie-reg FROM detalle-total AFTER 1.
           CLOSE SOCIOS.
           CLOSE SALDOS.
           CLOSE SALHIST.
           CLOSE CIERRE.
       END PROGRAM CIERRE-MENSUAL.
