      * Date:
      * Purpose: Liberacion de transacciones retenidas en SUSPENSO.dat
      *          hacia Trans-Act cuando el socio vuelve a estar activo.
      *          Los retenidos por exceder la linea de credito (motivo
      *          L) se liberan solo si el saldo proyectado, sumando lo
      *          ya liberado en la corrida, queda dentro de la linea.
      *          Requiere identificacion de un operador supervisor
      *          contra OPERADORES.dat y deja constancia en LIBERA.log
      *          y, por cada periodo liberado, un registro LIBERA en
      *          RUNHIST.dat con el total posteado a Trans-Act.
      *          Al liberar se retiene el impuesto a los debitos y
      *          creditos igual que en ORDEN2 (IMPUESTO.dat y
      *          EXENTOS.dat), grabando RETENCION.dat, el movimiento
      *          de concepto T en Trans-Act y su linea en el CSV, y
      *          un registro LIBIMP por periodo en RUNHIST.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tra-clave
               ALTERNATE RECORD KEY IS tra-socio WITH DUPLICATES.
           SELECT OPTIONAL LINEAS ASSIGN TO "..\LINEAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lin-socio.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\SALDOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-socio.
           SELECT OPTIONAL TRANS-CSV ASSIGN TO "..\TRANS-ACT.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES ASSIGN TO "..\OPERADORES.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIBERA-LOG ASSIGN TO "..\LIBERA.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASAS-IMPUESTO ASSIGN TO "..\IMPUESTO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-imp-status.
           SELECT OPTIONAL EXENTOS ASSIGN TO "..\EXENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exe-status.
           SELECT OPTIONAL RETENCION ASSIGN TO "..\RETENCION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ret-clave.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO.
           03 sus-importe pic s9(8)v99.
           03 sus-filial pic 9.
           03 sus-motivo pic x.
           03 sus-debitos pic s9(8)v99.
           03 sus-creditos pic s9(8)v99.
       FD  SUSPENSO-NUE.
       01  nue-reg.
           03 nue-fecha pic 9(8).
           03 nue-importe pic s9(8)v99.
           03 nue-filial pic 9.
           03 nue-motivo pic x.
           03 nue-debitos pic s9(8)v99.
           03 nue-creditos pic s9(8)v99.
       FD  LIBERADOS.
       01  lib-reg.
           03 lib-fecha pic 9(8).
           03 lib-importe pic s9(8)v99.
           03 lib-filial pic 9.
           03 lib-motivo pic x.
           03 lib-debitos pic s9(8)v99.
           03 lib-creditos pic s9(8)v99.
       FD  MARCA.
       01  mar-reg.
           03 mar-fecha pic 9(8).
           03 tra-clave.
               05 tra-fecha pic 9(8).
               05 tra-socio pic 9(4).
               05 tra-concepto pic x.
           03 tra-importe pic S9(8)V99.
       FD  LINEAS.
       01  lin-reg.
           03 lin-socio pic 9(4).
           03 lin-importe pic 9(9)v99.
           03 lin-alta pic 9(8).
           03 lin-vence pic 9(8).
           03 lin-estado pic x.
       FD  SALDOS.
       01  sal-reg.
           03 sal-socio pic 9(4).
           03 sal-periodo pic 9(6).
           03 sal-saldo-inicial pic s9(9)v99.
           03 sal-movimiento pic s9(9)v99.
           03 sal-saldo-final pic s9(9)v99.
       FD  TRANS-CSV.
       01  csv-reg pic x(50).
       FD  OPERADORES.
           03 llog-operador pic x(4).
           03 llog-liberados pic 9(5).
           03 llog-retenidos pic 9(5).
       FD  RUN-HIST.
       01  run-reg.
           03 run-fecha pic 9(8).
           03 run-hora pic 9(6).
           03 run-programa pic x(8).
           03 run-desde pic 9(8).
           03 run-hasta pic 9(8).
           03 run-leidos-fil.
               05 run-leidos occurs 9 times pic 9(6).
           03 run-grabados pic 9(6).
           03 run-rechazados pic 9(6).
           03 run-suspensos pic 9(6).
           03 run-total-fil pic s9(9)v99.
           03 run-total-tra pic s9(9)v99.
           03 run-diferencia pic s9(9)v99.
           03 run-estado pic x.
       FD  TASAS-IMPUESTO.
       01  imp-reg.
           03 imp-desde pic 9(8).
           03 imp-tasa-deb pic 9(2)v9(4).
           03 imp-tasa-cre pic 9(2)v9(4).
       FD  EXENTOS.
       01  exe-reg.
           03 exe-socio pic 9(4).
           03 exe-desde pic 9(8).
           03 exe-hasta pic 9(8).
       FD  RETENCION.
       01  ret-reg.
           03 ret-clave.
               05 ret-fecha pic 9(8).
               05 ret-socio pic 9(4).
               05 ret-filial pic 9.
           03 ret-base-deb pic s9(9)v99.
           03 ret-base-cre pic s9(9)v99.
           03 ret-imp-deb pic s9(8)v99.
           03 ret-imp-cre pic s9(8)v99.
           03 ret-tasa-deb pic 9(2)v9(4).
           03 ret-tasa-cre pic 9(2)v9(4).
           03 ret-exento pic x.
       WORKING-STORAGE SECTION.
       01  ws-ope-status pic xx.
       01  w-cod-operador pic x(4).
       01  w-existe-tra pic 9 value zero.
       01  w-cant-liberados pic 9(5) value zero.
       01  w-cant-retenidos pic 9(5) value zero.
       01  w-cant-linea pic 9(5) value zero.
       01  w-fin-proy pic 9 value zero.
       01  w-fecha-saldo pic 9(8).
       01  w-proyectado pic s9(9)v99.
       01  w-linea pic 9(9)v99.
       01  w-disponible pic s9(9)v99.
       01  w-s pic 9(5).
       01  w-k pic 9(3).
       01  w-m pic 9(3).
       01  w-lib-periodo pic 9(6).
       01  w-cant-meses pic 99 value zero.
       01  tabla-meses.
           03 tab-mes occurs 99 times.
               05 tab-mes-periodo pic 9(6).
               05 tab-mes-desde pic 9(8).
               05 tab-mes-hasta pic 9(8).
               05 tab-mes-cant pic 9(6).
               05 tab-mes-total pic s9(9)v99.
               05 tab-mes-fil occurs 9 times pic 9(6).
               05 tab-mes-ret-cant pic 9(6).
               05 tab-mes-ret-total pic s9(9)v99.
       01  ws-imp-status pic xx.
       01  w-fin-impuesto pic 9 value zero.
       01  w-cant-impuesto pic 99 value zero.
       01  tabla-impuesto.
           03 tab-imp occurs 50 times.
               05 tab-imp-desde pic 9(8).
               05 tab-imp-tasa-deb pic 9(2)v9(4).
               05 tab-imp-tasa-cre pic 9(2)v9(4).
       01  ws-exe-status pic xx.
       01  w-fin-exentos pic 9 value zero.
       01  w-cant-exentos pic 9(3) value zero.
       01  tabla-exentos.
           03 tab-exe occurs 500 times.
               05 tab-exe-socio pic 9(4).
               05 tab-exe-desde pic 9(8).
               05 tab-exe-hasta pic 9(8).
       01  w-imp-hallado pic 9 value zero.
       01  w-imp-vigencia pic 9(8) value zero.
       01  w-tasa-deb pic 9(2)v9(4) value zero.
       01  w-tasa-cre pic 9(2)v9(4) value zero.
       01  w-socio-exento pic 9 value zero.
       01  w-base-deb pic s9(8)v99 value zero.
       01  w-base-cre pic s9(8)v99 value zero.
       01  w-ret-deb pic s9(8)v99 value zero.
       01  w-ret-cre pic s9(8)v99 value zero.
       01  w-ret-total pic s9(8)v99 value zero.
       01  w-cant-retenciones pic 9(5) value zero.
       01  w-total-retenido pic s9(9)v99 value zero.
       01  tabla-liberado.
           03 tab-liberado occurs 9999 times pic s9(9)v99.
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
       MAIN-PROCEDURE.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 100-VERIFICAR-MARCA.
           PERFORM 120-CARGAR-IMPUESTO.
           PERFORM 130-CARGAR-EXENTOS.
           PERFORM 150-INICIO.
           PERFORM 200-LEER-SUSPENSO.
           PERFORM UNTIL w-fin-susp is equal 1
           PERFORM 800-LIMPIAR-MARCA.
           DISPLAY "Liberados: " w-cant-liberados
               " Retenidos: " w-cant-retenidos.
           IF w-cant-linea is > zero
               DISPLAY "Retenidos por exceder la linea de credito: "
                   w-cant-linea
           END-IF.
           IF w-cant-retenciones is > zero
               DISPLAY "Retenciones de impuesto sobre liberados: "
                   w-cant-retenciones " por " w-total-retenido
           END-IF.
           STOP RUN.

       050-IDENTIFICAR-OPERADOR.
               STOP RUN
           END-IF.

       120-CARGAR-IMPUESTO.
           MOVE ZERO TO w-fin-impuesto.
           MOVE ZERO TO w-cant-impuesto.
           OPEN INPUT TASAS-IMPUESTO.
           IF ws-imp-status is equal "00"
               PERFORM UNTIL w-fin-impuesto is equal 1
                   READ TASAS-IMPUESTO
                       AT END MOVE 1 TO w-fin-impuesto
                       NOT AT END PERFORM 125-TOMAR-IMPUESTO
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "AVISO: sin IMPUESTO.dat, no se retiene el "
                   "impuesto a los debitos y creditos"
           END-IF.
           CLOSE TASAS-IMPUESTO.

       125-TOMAR-IMPUESTO.
           IF imp-desde is not numeric or imp-tasa-deb is not numeric
              or imp-tasa-cre is not numeric
               DISPLAY "ERROR: tasa invalida en IMPUESTO.dat: " imp-reg
               PERFORM 140-ABORTAR-IMPUESTO
           END-IF.
           IF w-cant-impuesto is >= 50
               DISPLAY "ERROR: IMPUESTO.dat supera las 50 vigencias"
               PERFORM 140-ABORTAR-IMPUESTO
           END-IF.
           ADD 1 TO w-cant-impuesto.
           MOVE imp-desde TO tab-imp-desde(w-cant-impuesto).
           MOVE imp-tasa-deb TO tab-imp-tasa-deb(w-cant-impuesto).
           MOVE imp-tasa-cre TO tab-imp-tasa-cre(w-cant-impuesto).

       130-CARGAR-EXENTOS.
           MOVE ZERO TO w-fin-exentos.
           MOVE ZERO TO w-cant-exentos.
           OPEN INPUT EXENTOS.
           IF ws-exe-status is equal "00"
               PERFORM UNTIL w-fin-exentos is equal 1
                   READ EXENTOS
                       AT END MOVE 1 TO w-fin-exentos
                       NOT AT END PERFORM 135-TOMAR-EXENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXENTOS.

       135-TOMAR-EXENTO.
           IF exe-socio is not numeric or exe-desde is not numeric
              or exe-hasta is not numeric
               DISPLAY "ERROR: exencion invalida en EXENTOS.dat: "
                   exe-reg
               PERFORM 140-ABORTAR-IMPUESTO
           END-IF.
           IF w-cant-exentos is >= 500
               DISPLAY "ERROR: EXENTOS.dat supera los 500 socios"
               PERFORM 140-ABORTAR-IMPUESTO
           END-IF.
           ADD 1 TO w-cant-exentos.
           MOVE exe-socio TO tab-exe-socio(w-cant-exentos).
           MOVE exe-desde TO tab-exe-desde(w-cant-exentos).
           IF exe-hasta is equal zero
               MOVE 99999999 TO tab-exe-hasta(w-cant-exentos)
           ELSE
               MOVE exe-hasta TO tab-exe-hasta(w-cant-exentos)
           END-IF.

       140-ABORTAR-IMPUESTO.
           DISPLAY "La liberacion se cancela por tabla de impuesto o "
               "exenciones invalida".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       150-INICIO.
           OPEN INPUT SUSPENSO.
           OPEN OUTPUT SUSPENSO-NUE.
           OPEN OUTPUT LIBERADOS.
           OPEN INPUT SOCIOS.
           OPEN INPUT Trans-Act.
           OPEN INPUT LINEAS.
           OPEN INPUT SALDOS.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > 9999
               MOVE ZERO TO tab-liberado(w-s)
           END-PERFORM.

       200-LEER-SUSPENSO.
           READ SUSPENSO AT END MOVE 1 TO w-fin-susp.
                       MOVE 1 TO w-liberar
                   END-IF
           END-READ.
           IF w-liberar is equal 1 and sus-motivo is equal "L"
               PERFORM 350-CONTROLAR-LINEA
           END-IF.
           IF w-liberar is equal 1
               PERFORM 400-ANOTAR-LIBERADO
           ELSE
               PERFORM 500-MANTENER-RETENIDO
           END-IF.

       350-CONTROLAR-LINEA.
           MOVE sus-socio TO sal-socio.
           READ SALDOS
               INVALID KEY
                   MOVE ZERO TO w-proyectado
                   MOVE ZERO TO w-fecha-saldo
               NOT INVALID KEY
                   MOVE sal-saldo-final TO w-proyectado
                   COMPUTE w-fecha-saldo = sal-periodo * 100 + 99
           END-READ.
           MOVE ZERO TO w-fin-proy.
           MOVE sus-socio TO tra-socio.
           START Trans-Act KEY IS EQUAL tra-socio
               INVALID KEY MOVE 1 TO w-fin-proy
           END-START.
           PERFORM UNTIL w-fin-proy is equal 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-proy
                   NOT AT END
                       IF tra-socio is not equal sus-socio
                           MOVE 1 TO w-fin-proy
                       ELSE
                           IF tra-fecha is > w-fecha-saldo
                               ADD tra-importe TO w-proyectado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO w-linea.
           MOVE sus-socio TO lin-socio.
           READ LINEAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF lin-estado is equal "A" and
                      (lin-vence is equal zero or
                       lin-vence is not < w-fecha-hoy)
                       MOVE lin-importe TO w-linea
                   END-IF
           END-READ.
           IF sus-socio is > zero
               ADD tab-liberado(sus-socio) TO w-proyectado
           END-IF.
           COMPUTE w-disponible = w-proyectado + sus-importe + w-linea.
           IF w-disponible is < zero
               MOVE ZERO TO w-liberar
               MOVE "L" TO w-estado-actual
               ADD 1 TO w-cant-linea
           END-IF.

       400-ANOTAR-LIBERADO.
           MOVE sus-reg TO lib-reg.
           WRITE lib-reg.
           ADD 1 TO w-cant-liberados.
           IF sus-socio is > zero
               ADD sus-importe TO tab-liberado(sus-socio)
           END-IF.

       500-MANTENER-RETENIDO.
           MOVE sus-reg TO nue-reg.
           CLOSE SUSPENSO-NUE.
           CLOSE LIBERADOS.
           CLOSE SOCIOS.
           CLOSE Trans-Act.
           CLOSE LINEAS.
           CLOSE SALDOS.

       600-GRABAR-MARCA.
           ACCEPT mar-fecha FROM DATE YYYYMMDD.
           MOVE ZERO TO w-fin-lib.
           OPEN INPUT LIBERADOS.
           OPEN I-O Trans-Act.
           OPEN I-O RETENCION.
           OPEN EXTEND TRANS-CSV.
           PERFORM UNTIL w-fin-lib is equal 1
               READ LIBERADOS
           END-PERFORM.
           CLOSE LIBERADOS.
           CLOSE Trans-Act.
           CLOSE RETENCION.
           CLOSE TRANS-CSV.

       710-LIBERAR-A-TRANS-ACT.
           MOVE ZERO TO w-existe-tra.
           MOVE lib-fecha TO tra-fecha.
           MOVE lib-socio TO tra-socio.
           MOVE SPACE TO tra-concepto.
           READ Trans-Act
               INVALID KEY MOVE ZERO TO w-existe-tra
               NOT INVALID KEY MOVE 1 TO w-existe-tra
           ELSE
               MOVE lib-fecha TO tra-fecha
               MOVE lib-socio TO tra-socio
               MOVE SPACE TO tra-concepto
               MOVE lib-importe TO tra-importe
               WRITE tra-reg
           END-IF.
           MOVE lib-importe TO csv-importe.
           MOVE lib-importe TO csv-orig.
           WRITE csv-reg FROM csv-detalle.
           PERFORM 730-RETENER-IMPUESTO.
           PERFORM 720-ACUMULAR-MES.

       720-ACUMULAR-MES.
           DIVIDE lib-fecha BY 100 GIVING w-lib-periodo.
           MOVE ZERO TO w-m.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cant-meses
               IF tab-mes-periodo(w-k) is equal w-lib-periodo
                   MOVE w-k TO w-m
               END-IF
           END-PERFORM.
           IF w-m is equal zero and w-cant-meses is < 99
               ADD 1 TO w-cant-meses
               MOVE w-cant-meses TO w-m
               MOVE w-lib-periodo TO tab-mes-periodo(w-m)
               MOVE lib-fecha TO tab-mes-desde(w-m)
               MOVE lib-fecha TO tab-mes-hasta(w-m)
               MOVE ZERO TO tab-mes-cant(w-m)
               MOVE ZERO TO tab-mes-total(w-m)
               MOVE ZERO TO tab-mes-ret-cant(w-m)
               MOVE ZERO TO tab-mes-ret-total(w-m)
               PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
                   MOVE ZERO TO tab-mes-fil(w-m, w-k)
               END-PERFORM
           END-IF.
           IF w-m is equal zero
               DISPLAY "AVISO: demasiados periodos liberados, el "
                   "movimiento del " lib-fecha " no queda en RUNHIST"
           ELSE
               IF lib-fecha is < tab-mes-desde(w-m)
                   MOVE lib-fecha TO tab-mes-desde(w-m)
               END-IF
               IF lib-fecha is > tab-mes-hasta(w-m)
                   MOVE lib-fecha TO tab-mes-hasta(w-m)
               END-IF
               ADD 1 TO tab-mes-cant(w-m)
               ADD lib-importe TO tab-mes-total(w-m)
               IF w-ret-total is not equal zero
                   ADD 1 TO tab-mes-ret-cant(w-m)
                   ADD w-ret-total TO tab-mes-ret-total(w-m)
               END-IF
               IF lib-filial is > zero
                   ADD 1 TO tab-mes-fil(w-m, lib-filial)
               END-IF
           END-IF.

       730-RETENER-IMPUESTO.
           MOVE ZERO TO w-ret-total.
           IF lib-debitos is numeric and lib-creditos is numeric
               MOVE lib-debitos TO w-base-deb
               MOVE lib-creditos TO w-base-cre
           ELSE
               IF lib-importe is > zero
                   MOVE lib-importe TO w-base-deb
                   MOVE ZERO TO w-base-cre
               ELSE
                   MOVE ZERO TO w-base-deb
                   COMPUTE w-base-cre = ZERO - lib-importe
               END-IF
           END-IF.
           PERFORM 732-BUSCAR-TASA-IMPUESTO.
           IF w-imp-hallado is equal 1
               PERFORM 734-VERIFICAR-EXENTO
               IF w-socio-exento is equal 1
                   MOVE ZERO TO w-ret-deb
                   MOVE ZERO TO w-ret-cre
               ELSE
                   COMPUTE w-ret-deb ROUNDED =
                       w-base-deb * w-tasa-deb / 100
                   COMPUTE w-ret-cre ROUNDED =
                       w-base-cre * w-tasa-cre / 100
               END-IF
               PERFORM 736-GRABAR-RETENCION
               COMPUTE w-ret-total = w-ret-deb + w-ret-cre
               IF w-ret-total is not equal zero
                   PERFORM 738-GRABAR-IMPUESTO-TRANS
               END-IF
           END-IF.

       732-BUSCAR-TASA-IMPUESTO.
           MOVE ZERO TO w-imp-hallado.
           MOVE ZERO TO w-imp-vigencia.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cant-impuesto
               IF tab-imp-desde(w-k) is not > lib-fecha and
                  tab-imp-desde(w-k) is not < w-imp-vigencia
                   MOVE 1 TO w-imp-hallado
                   MOVE tab-imp-desde(w-k) TO w-imp-vigencia
                   MOVE tab-imp-tasa-deb(w-k) TO w-tasa-deb
                   MOVE tab-imp-tasa-cre(w-k) TO w-tasa-cre
               END-IF
           END-PERFORM.

       734-VERIFICAR-EXENTO.
           MOVE ZERO TO w-socio-exento.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cant-exentos
               IF tab-exe-socio(w-k) is equal lib-socio and
                  tab-exe-desde(w-k) is not > lib-fecha and
                  tab-exe-hasta(w-k) is not < lib-fecha
                   MOVE 1 TO w-socio-exento
               END-IF
           END-PERFORM.

       736-GRABAR-RETENCION.
           MOVE lib-fecha TO ret-fecha.
           MOVE lib-socio TO ret-socio.
           MOVE lib-filial TO ret-filial.
           READ RETENCION
               INVALID KEY
                   MOVE lib-fecha TO ret-fecha
                   MOVE lib-socio TO ret-socio
                   MOVE lib-filial TO ret-filial
                   MOVE w-base-deb TO ret-base-deb
                   MOVE w-base-cre TO ret-base-cre
                   MOVE w-ret-deb TO ret-imp-deb
                   MOVE w-ret-cre TO ret-imp-cre
                   MOVE w-tasa-deb TO ret-tasa-deb
                   MOVE w-tasa-cre TO ret-tasa-cre
                   IF w-socio-exento is equal 1
                       MOVE "S" TO ret-exento
                   ELSE
                       MOVE "N" TO ret-exento
                   END-IF
                   WRITE ret-reg
               NOT INVALID KEY
                   ADD w-base-deb TO ret-base-deb
                   ADD w-base-cre TO ret-base-cre
                   ADD w-ret-deb TO ret-imp-deb
                   ADD w-ret-cre TO ret-imp-cre
                   REWRITE ret-reg
           END-READ.

       738-GRABAR-IMPUESTO-TRANS.
           MOVE lib-fecha TO tra-fecha.
           MOVE lib-socio TO tra-socio.
           MOVE "T" TO tra-concepto.
           READ Trans-Act
               INVALID KEY
                   MOVE lib-fecha TO tra-fecha
                   MOVE lib-socio TO tra-socio
                   MOVE "T" TO tra-concepto
                   COMPUTE tra-importe = ZERO - w-ret-total
                   WRITE tra-reg
               NOT INVALID KEY
                   SUBTRACT w-ret-total FROM tra-importe
                   REWRITE tra-reg
           END-READ.
           ADD 1 TO w-cant-retenciones.
           ADD w-ret-total TO w-total-retenido.
           MOVE lib-fecha TO csv-fecha.
           MOVE lib-socio TO csv-socio.
           COMPUTE csv-importe = ZERO - w-ret-total.
           MOVE "PES" TO csv-moneda.
           COMPUTE csv-orig = ZERO - w-ret-total.
           WRITE csv-reg FROM csv-detalle.

       750-GRABAR-LOG-LIBERACION.
           OPEN EXTEND LIBERA-LOG.
           MOVE w-cant-retenidos TO llog-retenidos.
           WRITE llog-reg.
           CLOSE LIBERA-LOG.
           PERFORM 760-GRABAR-CORRIDAS.

       760-GRABAR-CORRIDAS.
           OPEN EXTEND RUN-HIST.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cant-meses
               ACCEPT run-fecha FROM DATE YYYYMMDD
               ACCEPT w-hora-completa FROM TIME
               MOVE w-hora-hhmmss TO run-hora
               MOVE "LIBERA" TO run-programa
               MOVE tab-mes-desde(w-m) TO run-desde
               MOVE tab-mes-hasta(w-m) TO run-hasta
               PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
                   MOVE tab-mes-fil(w-m, w-k) TO run-leidos(w-k)
               END-PERFORM
               MOVE tab-mes-cant(w-m) TO run-grabados
               MOVE ZERO TO run-rechazados
               MOVE ZERO TO run-suspensos
               MOVE tab-mes-total(w-m) TO run-total-fil
               MOVE tab-mes-total(w-m) TO run-total-tra
               MOVE ZERO TO run-diferencia
               MOVE "C" TO run-estado
               WRITE run-reg
               IF tab-mes-ret-cant(w-m) is > zero
                   MOVE "LIBIMP" TO run-programa
                   PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
                       MOVE ZERO TO run-leidos(w-k)
                   END-PERFORM
                   MOVE tab-mes-ret-cant(w-m) TO run-grabados
                   MOVE ZERO TO run-total-fil
                   COMPUTE run-total-tra =
                       ZERO - tab-mes-ret-total(w-m)
                   WRITE run-reg
               END-IF
           END-PERFORM.
           CLOSE RUN-HIST.

       800-LIMPIAR-MARCA.
           OPEN OUTPUT MARCA.
