      *          en el periodo, cuyo saldo se arrastra al periodo
      *          acreditado), graba el movimiento en Trans-Act con
      *          fecha del ultimo dia del periodo, lo aplica al
      *          maestro SALDOS.dat y a la historia de saldos
      *          SALHIST.dat y emite el diario de intereses
      *          por filial. Se niega a acreditar dos veces el mismo
      *          periodo (control por RUNHIST.dat); una corrida que
      *          quedo incompleta (estado I) puede repetirse previa
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
       FD  TRANS-CSV.
       01  csv-reg pic x(50).
       01  w-fin-sort pic 9 value zero.
       01  w-filial-ant pic 9.
       01  w-interes pic s9(8)v99.
       01  w-mov-sin-interes pic s9(9)v99.
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALHIST.
           OPEN I-O Trans-Act.
           OPEN EXTEND TRANS-CSV.
           OPEN OUTPUT INTERESES.
       820-GRABAR-TRANS-ACT.
           MOVE w-fecha-interes TO tra-fecha.
           MOVE srt-socio TO tra-socio.
           MOVE "I" TO tra-concepto.
           READ Trans-Act
               INVALID KEY
                   MOVE w-fecha-interes TO tra-fecha
                   MOVE srt-socio TO tra-socio
                   MOVE "I" TO tra-concepto
                   MOVE srt-interes TO tra-importe
                   WRITE tra-reg
               NOT INVALID KEY
                           ADD srt-interes TO sal-movimiento
                           ADD srt-interes TO sal-saldo-final
                           REWRITE sal-reg
                           PERFORM 840-ACTUALIZAR-HISTORIA
                       WHEN sal-periodo is < w-periodo
                           MOVE w-periodo TO sal-periodo
                           MOVE sal-saldo-final TO sal-saldo-inicial
                           COMPUTE sal-saldo-final =
                               sal-saldo-inicial + srt-interes
                           REWRITE sal-reg
                           PERFORM 840-ACTUALIZAR-HISTORIA
                       WHEN OTHER
                           DISPLAY "AVISO: socio " srt-socio
                               " cerrado en " sal-periodo ", interes "
                   END-EVALUATE
           END-READ.

       840-ACTUALIZAR-HISTORIA.
           MOVE sal-socio TO hst-socio.
           MOVE sal-periodo TO hst-periodo.
           READ SALHIST
               INVALID KEY
                   MOVE sal-socio TO hst-socio
                   MOVE sal-periodo TO hst-periodo
                   MOVE sal-saldo-inicial TO hst-saldo-inicial
                   MOVE ZERO TO hst-debitos
                   MOVE ZERO TO hst-creditos
                   COMPUTE w-mov-sin-interes =
                       sal-movimiento - srt-interes
                   IF w-mov-sin-interes is < zero
                       COMPUTE hst-creditos = zero - w-mov-sin-interes
                   ELSE
                       MOVE w-mov-sin-interes TO hst-debitos
                   END-IF
                   MOVE srt-interes TO hst-intereses
                   MOVE sal-saldo-final TO hst-saldo-final
                   WRITE hst-reg
               NOT INVALID KEY
                   ADD srt-interes TO hst-intereses
                   ADD srt-interes TO hst-saldo-final
                   REWRITE hst-reg
           END-READ.

       850-IMPRIMO-SOCIO.
           MOVE srt-socio TO soc-cod.
           READ SOCIOS
           WRITE int-reg FROM detalle-total AFTER 1.
           CLOSE SOCIOS.
           CLOSE SALDOS.
           CLOSE SALHIST.
           CLOSE Trans-Act.
           CLOSE TRANS-CSV.
           CLOSE INTERESES.
