      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion del extracto TRANS-ACT.csv contra la
      *          confirmacion diaria del mayor (CONFIRMA.dat): incorpora
      *          a CONCILIA.dat las lineas nuevas del extracto, las
      *          aparea por fecha, socio, importe y moneda con las
      *          confirmaciones recibidas e informa las partidas no
      *          confirmadas, rechazadas y con diferencia de importe por
      *          antiguedad. Si quedan partidas sin resolver la corrida
      *          se registra en RUNHIST.dat con estado E
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-LEDGER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANS-CSV ASSIGN TO "..\TRANS-ACT.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-csv-status.
           SELECT OPTIONAL CONFIRMA ASSIGN TO "..\CONFIRMA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cnf-status.
           SELECT OPTIONAL CONCILIA ASSIGN TO "..\CONCILIA.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS con-clave
               FILE STATUS IS ws-con-status.
           SELECT OPTIONAL CONTROL-CARGA ASSIGN TO "..\CONCILIA.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT CONCILIACION
           ASSIGN TO PRINTER,
           "..\impCONCILIA.dat".
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CSV.
       01  csv-reg pic x(50).
       01  csv-detalle.
           03  csl-fecha pic 9(8).
           03  filler pic x.
           03  csl-socio pic 9(4).
           03  filler pic x.
           03  csl-importe pic -(7)9,99.
           03  filler pic x.
           03  csl-moneda pic x(3).
           03  filler pic x.
           03  csl-orig pic -(7)9,99.
       FD  CONFIRMA.
       01  cnf-reg.
           03 cnf-fecha pic 9(8).
           03 cnf-socio pic 9(4).
           03 cnf-importe pic s9(8)v99.
           03 cnf-moneda pic x(3).
           03 cnf-estado pic x.
           03 cnf-motivo pic x(30).
       FD  CONCILIA.
       01  con-reg.
           03 con-clave.
               05 con-fecha pic 9(8).
               05 con-socio pic 9(4).
               05 con-linea pic 9(7).
           03 con-importe pic s9(8)v99.
           03 con-moneda pic x(3).
           03 con-estado pic x.
           03 con-fecha-carga pic 9(8).
           03 con-fecha-conf pic 9(8).
           03 con-importe-conf pic s9(8)v99.
           03 con-motivo pic x(30).
       FD  CONTROL-CARGA.
       01  ctl-reg.
           03 ctl-lineas pic 9(7).
           03 ctl-secuencia pic 9(7).
       SD  arch-sort.
       01  srt-reg.
           03 srt-grupo pic 9.
           03 srt-fecha pic 9(8).
           03 srt-socio pic 9(4).
           03 srt-importe pic s9(8)v99.
           03 srt-importe-conf pic s9(8)v99.
           03 srt-moneda pic x(3).
           03 srt-dias pic 9(5).
           03 srt-motivo pic x(30).
       FD  CONCILIACION
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  cil-reg pic x(80).
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
       WORKING-STORAGE SECTION.
       01  ws-csv-status pic xx.
       01  ws-cnf-status pic xx.
       01  ws-con-status pic xx.
       01  w-fin-csv pic 9 value zero.
       01  w-fin-cnf pic 9 value zero.
       01  w-fin-ctl pic 9 value zero.
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-busca pic 9 value zero.
       01  w-fin-sort pic 9 value zero.
       01  w-lineas-csv pic 9(7) value zero.
       01  w-linea-actual pic 9(7) value zero.
       01  w-lineas-cargadas pic 9(7) value zero.
       01  w-secuencia pic 9(7) value zero.
       01  w-hallado pic 9 value zero.
       01  w-exacto pic 9 value zero.
       01  w-clase pic x.
       01  w-grupo-ant pic 9.
       01  w-cant-confirmaciones pic 9(6) value zero.
       01  w-cant-confirmadas pic 9(6) value zero.
       01  w-cant-rechazadas pic 9(6) value zero.
       01  w-cant-diferencias pic 9(6) value zero.
       01  w-cant-repetidas pic 9(6) value zero.
       01  w-cant-sin-extracto pic 9(6) value zero.
       01  w-cant-en-plazo pic 9(6) value zero.
       01  w-cant-no-confirmadas pic 9(6) value zero.
       01  w-cant-sin-resolver pic 9(6) value zero.
       01  w-imp-confirmado pic s9(9)v99 value zero.
       01  w-imp-sin-resolver pic s9(9)v99 value zero.
       01  w-imp-cargado pic s9(9)v99 value zero.
       01  w-gru-cant pic 9(6) value zero.
       01  w-gru-importe pic s9(9)v99 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  w-fser-fecha pic 9(8).
       01  w-fser-partes redefines w-fser-fecha.
           03 w-fser-aaaa pic 9(4).
           03 w-fser-mm pic 9(2).
           03 w-fser-dd pic 9(2).
       01  w-ser-anio pic 9(4).
       01  w-ser-t1 pic 9(4).
       01  w-ser-t2 pic 9(4).
       01  w-ser-t3 pic 9(4).
       01  w-serial pic 9(7).
       01  w-serial-hoy pic 9(7).
       01  w-dias pic s9(5).
       01  w-tramo pic 9.
       01  tabla-acum-valores.
           03 filler pic x(36) value
           "000031059090120151181212243273304334".
       01  tabla-acum redefines tabla-acum-valores.
           03 w-acum-dias occurs 12 times pic 9(3).
       01  tabla-tramos.
           03 tab-tramo occurs 4 times.
               05 tab-tra-cant pic 9(5).
               05 tab-tra-imp pic s9(9)v99.
       01  w-k pic 99.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(19) value spaces.
               05 filler pic x(41) value "CONCILIACION DEL EXTRACTO "-
           "CONTRA EL MAYOR".
               05 filler pic x(20) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-proceso.
           03  lin-proceso.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "PROCESO: ".
               05 cil-cab-fecha pic 9(8).
       01  cabecera-grupo.
           03  lin-grupo.
               05 filler pic x(2) value spaces.
               05 cil-gru-titulo pic x(40).
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(1) value space.
               05 filler pic x(9) value "FECHA".
               05 filler pic x(6) value "SOCIO".
               05 filler pic x(4) value "MON".
               05 filler pic x(12) value "IMPORTE".
               05 filler pic x(12) value "CONFIRMADO".
               05 filler pic x(6) value "DIAS".
               05 filler pic x(30) value "MOTIVO".
       01  detalle-partida.
           03  lin-partida.
               05 filler pic x(1) value space.
               05 cil-fecha pic 9(8).
               05 filler pic x(1) value space.
               05 cil-socio pic 9(4).
               05 filler pic x(1) value space.
               05 cil-moneda pic x(3).
               05 filler pic x(1) value space.
               05 cil-importe pic -(7)9,99.
               05 filler pic x(1) value space.
               05 cil-importe-conf pic -(7)9,99.
               05 filler pic x(1) value space.
               05 cil-dias pic zzzz9.
               05 filler pic x(1) value space.
               05 cil-motivo pic x(30).
       01  detalle-sub-grupo.
           03  lin-sub-grupo.
               05 filler pic x(2) value spaces.
               05 filler pic x(10) value "PARTIDAS: ".
               05 cil-gru-cant pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "IMPORTE: ".
               05 cil-gru-imp pic z.zzz.zzz.zz9,99-.
       01  detalle-tramo.
           03  lin-tramo.
               05 filler pic x(2) value spaces.
               05 filler pic x(6) value "TRAMO ".
               05 cil-tra-rotulo pic x(5).
               05 filler pic x(2) value spaces.
               05 cil-tra-cant pic zzzz9.
               05 filler pic x(2) value spaces.
               05 cil-tra-imp pic z.zzz.zzz.zz9,99-.
       01  detalle-resumen1.
           03  lin-resumen1.
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "LINEAS NUEVAS:  ".
               05 cil-res-cargadas pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "CONFIRMACIONES: ".
               05 cil-res-confirmaciones pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(12) value "REPETIDAS:  ".
               05 cil-res-repetidas pic zzzzz9.
       01  detalle-resumen2.
           03  lin-resumen2.
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "CONFIRMADAS:    ".
               05 cil-res-confirmadas pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "EN PLAZO (HOY): ".
               05 cil-res-en-plazo pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(12) value "SIN RESOLV: ".
               05 cil-res-sin-resolver pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT arch-sort ASCENDING srt-grupo ASCENDING srt-fecha
           ASCENDING srt-socio
           INPUT PROCEDURE IS DATOS-ENTRADA
           OUTPUT PROCEDURE IS DATOS-SALIDA.
           STOP RUN.

       DATOS-ENTRADA.
           PERFORM 100-INICIO-ENTRADA.
           PERFORM 200-CARGAR-EXTRACTO.
           PERFORM 300-PROCESAR-CONFIRMACIONES.
           PERFORM 400-BARRER-PARTIDAS.
           PERFORM 490-FIN-ENTRADA.

       DATOS-SALIDA.
           PERFORM 700-INICIO-SALIDA.
           PERFORM 750-LEER-SORT.
           PERFORM UNTIL w-fin-sort is equal 1
               PERFORM 780-INICIO-GRUPO
               PERFORM UNTIL w-fin-sort is equal 1 or
               srt-grupo is not equal w-grupo-ant
                   PERFORM 800-IMPRIMO-PARTIDA
                   PERFORM 750-LEER-SORT
               END-PERFORM
               PERFORM 880-FIN-GRUPO
           END-PERFORM.
           PERFORM 1000-FIN-SALIDA.

      ******* RUTINAS INPUT-PROCEDURE *********************************
       100-INICIO-ENTRADA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           MOVE w-serial TO w-serial-hoy.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               MOVE ZERO TO tab-tra-cant(w-k)
               MOVE ZERO TO tab-tra-imp(w-k)
           END-PERFORM.
           OPEN I-O CONCILIA.
           IF ws-con-status is not equal "00" and
              ws-con-status is not equal "05"
               DISPLAY "ERROR: no se pudo abrir CONCILIA.dat, estado "
                   ws-con-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUN-HIST.
           MOVE "I" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       135-ARMAR-REG-CORRIDA.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "CONCILIA" TO run-programa.
           MOVE w-fecha-hoy TO run-desde.
           MOVE w-fecha-hoy TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-lineas-cargadas TO run-leidos(1).
           MOVE w-cant-confirmaciones TO run-leidos(2).
           MOVE w-cant-confirmadas TO run-grabados.
           MOVE w-cant-rechazadas TO run-rechazados.
           MOVE w-cant-no-confirmadas TO run-suspensos.
           MOVE w-imp-cargado TO run-total-fil.
           MOVE w-imp-confirmado TO run-total-tra.
           MOVE w-imp-sin-resolver TO run-diferencia.

       200-CARGAR-EXTRACTO.
           MOVE ZERO TO w-fin-ctl.
           OPEN INPUT CONTROL-CARGA.
           READ CONTROL-CARGA AT END MOVE 1 TO w-fin-ctl.
           CLOSE CONTROL-CARGA.
           IF w-fin-ctl is equal 1
               MOVE ZERO TO ctl-lineas
               MOVE ZERO TO ctl-secuencia
           END-IF.
           MOVE ctl-secuencia TO w-secuencia.
           MOVE ZERO TO w-lineas-csv.
           MOVE ZERO TO w-fin-csv.
           OPEN INPUT TRANS-CSV.
           PERFORM UNTIL w-fin-csv is equal 1
               READ TRANS-CSV
                   AT END MOVE 1 TO w-fin-csv
                   NOT AT END ADD 1 TO w-lineas-csv
               END-READ
           END-PERFORM.
           CLOSE TRANS-CSV.
           IF w-lineas-csv is < ctl-lineas
               DISPLAY "AVISO: TRANS-ACT.csv tiene " w-lineas-csv
                   " lineas y ya se habian cargado " ctl-lineas
                   "; se toma como un extracto nuevo"
               MOVE ZERO TO ctl-lineas
           END-IF.
           MOVE ZERO TO w-linea-actual.
           MOVE ZERO TO w-fin-csv.
           OPEN INPUT TRANS-CSV.
           PERFORM UNTIL w-fin-csv is equal 1
               READ TRANS-CSV
                   AT END MOVE 1 TO w-fin-csv
                   NOT AT END
                       ADD 1 TO w-linea-actual
                       IF w-linea-actual is > ctl-lineas
                           PERFORM 250-CARGAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-CSV.
           MOVE w-lineas-csv TO ctl-lineas.
           MOVE w-secuencia TO ctl-secuencia.
           OPEN OUTPUT CONTROL-CARGA.
           WRITE ctl-reg.
           CLOSE CONTROL-CARGA.

       250-CARGAR-LINEA.
           IF csl-fecha is not numeric or csl-socio is not numeric
               NEXT SENTENCE
           ELSE
               ADD 1 TO w-secuencia
               MOVE csl-fecha TO con-fecha
               MOVE csl-socio TO con-socio
               MOVE w-secuencia TO con-linea
               MOVE csl-importe TO con-importe
               MOVE csl-moneda TO con-moneda
               IF con-moneda is equal spaces
                   MOVE "PES" TO con-moneda
               END-IF
               MOVE "P" TO con-estado
               MOVE w-fecha-hoy TO con-fecha-carga
               MOVE ZERO TO con-fecha-conf
               MOVE ZERO TO con-importe-conf
               MOVE SPACES TO con-motivo
               WRITE con-reg
                   INVALID KEY
                       DISPLAY "AVISO: linea " w-linea-actual
                           " del extracto ya cargada en CONCILIA.dat"
                   NOT INVALID KEY
                       ADD 1 TO w-lineas-cargadas
                       ADD con-importe TO w-imp-cargado
               END-WRITE
           END-IF.

       300-PROCESAR-CONFIRMACIONES.
           MOVE ZERO TO w-fin-cnf.
           OPEN INPUT CONFIRMA.
           IF ws-cnf-status is equal "05"
               DISPLAY "AVISO: no se recibio CONFIRMA.dat, solo se "
                   "informa la antiguedad de lo pendiente"
           END-IF.
           PERFORM UNTIL w-fin-cnf is equal 1
               READ CONFIRMA
                   AT END MOVE 1 TO w-fin-cnf
                   NOT AT END PERFORM 310-APAREAR-CONFIRMACION
               END-READ
           END-PERFORM.
           CLOSE CONFIRMA.

       310-APAREAR-CONFIRMACION.
           ADD 1 TO w-cant-confirmaciones.
           IF cnf-moneda is equal spaces
               MOVE "PES" TO cnf-moneda
           END-IF.
           IF cnf-estado is not equal "A" and
              cnf-estado is not equal "R"
               MOVE "ESTADO DE CONFIRMACION INVALIDO" TO srt-motivo
               PERFORM 360-LIBERAR-SIN-EXTRACTO
           ELSE
               MOVE "P" TO w-clase
               MOVE 1 TO w-exacto
               PERFORM 320-BUSCAR-PARTIDA
               IF w-hallado is equal zero
                   MOVE "X" TO w-clase
                   PERFORM 320-BUSCAR-PARTIDA
               END-IF
               IF w-hallado is equal zero
                   MOVE "C" TO w-clase
                   PERFORM 320-BUSCAR-PARTIDA
               END-IF
               IF w-hallado is equal zero
                   MOVE "P" TO w-clase
                   MOVE ZERO TO w-exacto
                   PERFORM 320-BUSCAR-PARTIDA
               END-IF
               IF w-hallado is equal 1
                   PERFORM 340-APLICAR-CONFIRMACION
               ELSE
                   MOVE "CONFIRMACION SIN EXTRACTO" TO srt-motivo
                   PERFORM 360-LIBERAR-SIN-EXTRACTO
               END-IF
           END-IF.

       320-BUSCAR-PARTIDA.
           MOVE ZERO TO w-hallado.
           MOVE ZERO TO w-fin-busca.
           MOVE cnf-fecha TO con-fecha.
           MOVE cnf-socio TO con-socio.
           MOVE ZERO TO con-linea.
           START CONCILIA KEY IS NOT LESS con-clave
               INVALID KEY MOVE 1 TO w-fin-busca
           END-START.
           PERFORM UNTIL w-fin-busca is equal 1 or w-hallado is equal 1
               READ CONCILIA NEXT
                   AT END MOVE 1 TO w-fin-busca
                   NOT AT END
                       IF con-fecha is not equal cnf-fecha or
                          con-socio is not equal cnf-socio
                           MOVE 1 TO w-fin-busca
                       ELSE
                           PERFORM 325-COMPARAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.

       325-COMPARAR-PARTIDA.
           IF con-moneda is equal cnf-moneda and
              (w-exacto is equal zero or
              con-importe is equal cnf-importe)
               EVALUATE w-clase
                   WHEN "P"
                       IF con-estado is equal "P"
                           MOVE 1 TO w-hallado
                       END-IF
                   WHEN "X"
                       IF con-estado is equal "R" or
                          con-estado is equal "D"
                           MOVE 1 TO w-hallado
                       END-IF
                   WHEN "C"
                       IF con-estado is equal "C"
                           MOVE 1 TO w-hallado
                       END-IF
               END-EVALUATE
           END-IF.

       340-APLICAR-CONFIRMACION.
           IF w-clase is equal "C" and cnf-estado is equal "A"
               ADD 1 TO w-cant-repetidas
           ELSE
               MOVE w-fecha-hoy TO con-fecha-conf
               MOVE cnf-importe TO con-importe-conf
               EVALUATE TRUE
                   WHEN cnf-estado is equal "R"
                       MOVE "R" TO con-estado
                       MOVE cnf-motivo TO con-motivo
                       ADD 1 TO w-cant-rechazadas
                   WHEN w-exacto is equal 1
                       MOVE "C" TO con-estado
                       MOVE SPACES TO con-motivo
                       ADD 1 TO w-cant-confirmadas
                       ADD con-importe TO w-imp-confirmado
                   WHEN OTHER
                       MOVE "D" TO con-estado
                       MOVE "IMPORTE CONFIRMADO DISTINTO" TO con-motivo
                       ADD 1 TO w-cant-diferencias
               END-EVALUATE
               REWRITE con-reg
           END-IF.

       360-LIBERAR-SIN-EXTRACTO.
           ADD 1 TO w-cant-sin-extracto.
           MOVE cnf-fecha TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-serial.
           IF w-dias is < zero
               MOVE ZERO TO w-dias
           END-IF.
           MOVE 4 TO srt-grupo.
           MOVE cnf-fecha TO srt-fecha.
           MOVE cnf-socio TO srt-socio.
           MOVE ZERO TO srt-importe.
           MOVE cnf-importe TO srt-importe-conf.
           MOVE cnf-moneda TO srt-moneda.
           MOVE w-dias TO srt-dias.
           RELEASE srt-reg.

       400-BARRER-PARTIDAS.
           MOVE ZERO TO con-fecha.
           MOVE ZERO TO con-socio.
           MOVE ZERO TO con-linea.
           MOVE ZERO TO w-fin-barrido.
           START CONCILIA KEY IS NOT LESS con-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ CONCILIA NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF con-estado is not equal "C"
                           PERFORM 420-CLASIFICAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.

       420-CLASIFICAR-PARTIDA.
           MOVE con-fecha TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-serial.
           IF w-dias is < zero
               MOVE ZERO TO w-dias
           END-IF.
           IF con-estado is equal "P" and w-dias is equal zero
               ADD 1 TO w-cant-en-plazo
           ELSE
               EVALUATE con-estado
                   WHEN "P"
                       MOVE 1 TO srt-grupo
                       ADD 1 TO w-cant-no-confirmadas
                   WHEN "R"
                       MOVE 2 TO srt-grupo
                   WHEN OTHER
                       MOVE 3 TO srt-grupo
               END-EVALUATE
               ADD 1 TO w-cant-sin-resolver
               ADD con-importe TO w-imp-sin-resolver
               PERFORM 440-CLASIFICAR-TRAMO
               ADD 1 TO tab-tra-cant(w-tramo)
               ADD con-importe TO tab-tra-imp(w-tramo)
               MOVE con-fecha TO srt-fecha
               MOVE con-socio TO srt-socio
               MOVE con-importe TO srt-importe
               MOVE con-importe-conf TO srt-importe-conf
               MOVE con-moneda TO srt-moneda
               MOVE w-dias TO srt-dias
               MOVE con-motivo TO srt-motivo
               RELEASE srt-reg
           END-IF.

       440-CLASIFICAR-TRAMO.
           EVALUATE TRUE
               WHEN w-dias is not > 30
                   MOVE 1 TO w-tramo
               WHEN w-dias is not > 60
                   MOVE 2 TO w-tramo
               WHEN w-dias is not > 90
                   MOVE 3 TO w-tramo
               WHEN OTHER
                   MOVE 4 TO w-tramo
           END-EVALUATE.

       490-FIN-ENTRADA.
           CLOSE CONCILIA.
           ADD w-cant-sin-extracto TO w-cant-sin-resolver.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN OUTPUT CONCILIACION.
           MOVE w-fecha-hoy TO cil-cab-fecha.
           WRITE cil-reg FROM cabecera3 AFTER 1.
           WRITE cil-reg FROM cabecera1 AFTER 1.
           WRITE cil-reg FROM cabecera2 AFTER 1.
           WRITE cil-reg FROM cabecera-proceso AFTER 1.

       750-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-fin-sort.

       780-INICIO-GRUPO.
           MOVE srt-grupo TO w-grupo-ant.
           MOVE ZERO TO w-gru-cant.
           MOVE ZERO TO w-gru-importe.
           EVALUATE srt-grupo
               WHEN 1
                   MOVE "PARTIDAS NO CONFIRMADAS" TO cil-gru-titulo
               WHEN 2
                   MOVE "PARTIDAS RECHAZADAS POR EL MAYOR"
                       TO cil-gru-titulo
               WHEN 3
                   MOVE "PARTIDAS CON DIFERENCIA DE IMPORTE"
                       TO cil-gru-titulo
               WHEN OTHER
                   MOVE "CONFIRMACIONES SIN PARTIDA EN EL EXTRACTO"
                       TO cil-gru-titulo
           END-EVALUATE.
           WRITE cil-reg FROM cabecera3 AFTER 1.
           WRITE cil-reg FROM cabecera-grupo AFTER 1.
           WRITE cil-reg FROM cabecera-columnas AFTER 1.

       800-IMPRIMO-PARTIDA.
           ADD 1 TO w-gru-cant.
           IF srt-grupo is equal 4
               ADD srt-importe-conf TO w-gru-importe
           ELSE
               ADD srt-importe TO w-gru-importe
           END-IF.
           MOVE srt-fecha TO cil-fecha.
           MOVE srt-socio TO cil-socio.
           MOVE srt-moneda TO cil-moneda.
           MOVE srt-importe TO cil-importe.
           MOVE srt-importe-conf TO cil-importe-conf.
           MOVE srt-dias TO cil-dias.
           MOVE srt-motivo TO cil-motivo.
           WRITE cil-reg FROM detalle-partida AFTER 1.

       880-FIN-GRUPO.
           MOVE w-gru-cant TO cil-gru-cant.
           MOVE w-gru-importe TO cil-gru-imp.
           WRITE cil-reg FROM detalle-sub-grupo AFTER 1.

       1000-FIN-SALIDA.
           WRITE cil-reg FROM cabecera3 AFTER 1.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               EVALUATE w-k
                   WHEN 1 MOVE "0-30 " TO cil-tra-rotulo
                   WHEN 2 MOVE "31-60" TO cil-tra-rotulo
                   WHEN 3 MOVE "61-90" TO cil-tra-rotulo
                   WHEN 4 MOVE "90+  " TO cil-tra-rotulo
               END-EVALUATE
               MOVE tab-tra-cant(w-k) TO cil-tra-cant
               MOVE tab-tra-imp(w-k) TO cil-tra-imp
               WRITE cil-reg FROM detalle-tramo AFTER 1
           END-PERFORM.
           MOVE w-lineas-cargadas TO cil-res-cargadas.
           MOVE w-cant-confirmaciones TO cil-res-confirmaciones.
           MOVE w-cant-repetidas TO cil-res-repetidas.
           MOVE w-cant-confirmadas TO cil-res-confirmadas.
           MOVE w-cant-en-plazo TO cil-res-en-plazo.
           MOVE w-cant-sin-resolver TO cil-res-sin-resolver.
           WRITE cil-reg FROM cabecera3 AFTER 1.
           WRITE cil-reg FROM detalle-resumen1 AFTER 1.
           WRITE cil-reg FROM detalle-resumen2 AFTER 1.
           CLOSE CONCILIACION.
           OPEN EXTEND RUN-HIST.
           IF w-cant-sin-resolver is > zero
               MOVE "E" TO run-estado
           ELSE
               MOVE "C" TO run-estado
           END-IF.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.
           DISPLAY "Lineas nuevas del extracto: " w-lineas-cargadas
               " - confirmaciones leidas: " w-cant-confirmaciones.
           DISPLAY "Confirmadas: " w-cant-confirmadas
               " rechazadas: " w-cant-rechazadas
               " con diferencia: " w-cant-diferencias.
           IF w-cant-sin-resolver is > zero
               DISPLAY "AVISO: quedan " w-cant-sin-resolver
                   " partidas sin resolver, ver impCONCILIA.dat"
               MOVE 4 TO RETURN-CODE
           END-IF.

       900-CALCULAR-SERIAL.
           MOVE w-fser-aaaa TO w-ser-anio.
           IF w-fser-mm is not > 2
               SUBTRACT 1 FROM w-ser-anio
           END-IF.
           DIVIDE w-ser-anio BY 4 GIVING w-ser-t1.
           DIVIDE w-ser-anio BY 100 GIVING w-ser-t2.
           DIVIDE w-ser-anio BY 400 GIVING w-ser-t3.
           COMPUTE w-serial = w-fser-aaaa * 365 + w-ser-t1 - w-ser-t2
               + w-ser-t3 + w-acum-dias(w-fser-mm) + w-fser-dd.
       END PROGRAM CONCILIA-LEDGER.
