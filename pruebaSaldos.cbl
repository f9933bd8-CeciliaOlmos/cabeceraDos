      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prueba de saldos para un periodo AAAAMM: reconstruye
      *          el saldo final de cada socio a partir del saldo
      *          anterior (ultimo cierre en SALHIST.dat) mas los
      *          movimientos del periodo en Trans-Act y HIST-aaaa.dat,
      *          y lo compara con sal-saldo-final de SALDOS.dat.
      *          Informa las diferencias por socio y por filial y cruza
      *          los totales de movimientos contra los totales de
      *          control de RUNHIST.dat (ORDEN2, LIBERA, IMPUESTO,
      *          LIBIMP e INTERES) de las mismas fechas. Con
      *          diferencias termina con codigo de retorno 8 para
      *          frenar el proximo cierre
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEBA-SALDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS ws-soc-status.
           SELECT SALDOS ASSIGN TO "..\SALDOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-socio
               FILE STATUS IS ws-sal-status.
           SELECT SALHIST ASSIGN TO "..\SALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-clave
               FILE STATUS IS ws-hst-status.
           SELECT OPTIONAL Trans-Act ASSIGN TO "..\TRANS-ACT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tra-clave
               ALTERNATE RECORD KEY IS tra-socio WITH DUPLICATES.
           SELECT OPTIONAL HISTORICO ASSIGN TO DYNAMIC nom-hist
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS his-clave
               ALTERNATE RECORD KEY IS his-socio WITH DUPLICATES
               FILE STATUS IS ws-his-status.
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT PRUEBA
           ASSIGN TO PRINTER,
           "..\impPRUEBA.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-cod pic 9(4).
           03 soc-nombre pic x(30).
           03 soc-filial pic 9.
           03 soc-estado pic x.
       FD  SALDOS.
       01  sal-reg.
           03 sal-socio pic 9(4).
           03 sal-periodo pic 9(6).
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
       SD  arch-sort.
       01  srt-reg.
           03 srt-filial pic 9.
           03 srt-socio pic 9(4).
           03 srt-nombre pic x(30).
           03 srt-recalculado pic s9(9)v99.
           03 srt-saldo pic s9(9)v99.
           03 srt-diferencia pic s9(9)v99.
           03 srt-origen pic x.
       FD  PRUEBA
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  pru-reg pic x(80).
       WORKING-STORAGE SECTION.
       01  ws-soc-status pic xx.
       01  ws-sal-status pic xx.
       01  ws-hst-status pic xx.
       01  ws-his-status pic xx.
       01  nom-hist pic x(20).
       01  w-periodo pic 9(6).
       01  w-periodo-partes redefines w-periodo.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-fecha-val pic 9(8).
       01  w-fecha-partes redefines w-fecha-val.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 9(2).
           03 w-fv-dd pic 9(2).
       01  w-dias-mes pic 9(2).
       01  w-bisiesto pic 9.
       01  w-div-cociente pic 9(4).
       01  w-resto4 pic 9(4).
       01  w-resto100 pic 9(4).
       01  w-resto400 pic 9(4).
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  w-con-historia pic 9 value zero.
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-saldos pic 9 value zero.
       01  w-fin-hst pic 9 value zero.
       01  w-fin-run pic 9 value zero.
       01  w-fin-sort pic 9 value zero.
       01  w-mov-fecha pic 9(8).
       01  w-mov-socio pic 9(4).
       01  w-mov-concepto pic x.
       01  w-mov-importe pic s9(8)v99.
       01  w-clase pic 9.
       01  w-s pic 9(5).
       01  w-k pic 99.
       01  w-c pic 9(3).
       01  w-hallada pic 9(3).
       01  tabla-movimientos.
           03 tab-mov occurs 9999 times pic s9(9)v99.
       01  tabla-con-mov.
           03 tab-con-mov occurs 9999 times pic 9.
       01  tabla-visto.
           03 tab-visto occurs 9999 times pic 9.
       01  w-saldo-anterior pic s9(9)v99.
       01  w-recalculado pic s9(9)v99.
       01  w-diferencia pic s9(9)v99.
       01  w-origen pic x.
       01  w-socio-prueba pic 9(4).
       01  w-hallado-hst pic 9.
       01  tabla-clases.
           03 tab-cla occurs 4 times.
               05 tab-cla-mov pic s9(9)v99.
               05 tab-cla-run pic s9(9)v99.
               05 tab-cla-cant pic 9(4).
               05 tab-cla-parcial pic 9.
       01  tabla-nombres-clase.
           03 filler pic x(20) value "MOVIMIENTOS FILIAL".
           03 filler pic x(20) value "IMPUESTO (T)".
           03 filler pic x(20) value "INTERESES (I)".
           03 filler pic x(20) value "OTROS CONCEPTOS".
       01  tabla-nombres-r redefines tabla-nombres-clase.
           03 tab-cla-nombre occurs 4 times pic x(20).
       01  w-cant-corridas pic 9(3) value zero.
       01  tabla-corridas.
           03 tab-cor occurs 500 times.
               05 tab-cor-programa pic x(8).
               05 tab-cor-desde pic 9(8).
               05 tab-cor-hasta pic 9(8).
               05 tab-cor-total pic s9(9)v99.
               05 tab-cor-clase pic 9.
       01  w-filial-ant pic 9.
       01  w-fil-revisados pic 9(5) value zero.
       01  w-fil-con-dif pic 9(5) value zero.
       01  w-fil-diferencia pic s9(9)v99 value zero.
       01  tabla-por-filial.
           03 tab-fil-dif occurs 9 times pic 9(6).
       01  w-cant-revisados pic 9(6) value zero.
       01  w-cant-con-dif pic 9(6) value zero.
       01  w-cant-posteriores pic 9(6) value zero.
       01  w-cant-sin-saldo pic 9(6) value zero.
       01  w-tot-saldos pic s9(9)v99 value zero.
       01  w-tot-recalculado pic s9(9)v99 value zero.
       01  w-tot-diferencia pic s9(9)v99 value zero.
       01  w-cruce-con-dif pic 9 value zero.
       01  w-cruce-parcial pic 9 value zero.
       01  w-rc pic 9 value zero.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(22) value spaces.
               05 filler pic x(36) value "PRUEBA DE SALDOS CONTRA "-
           "MOVIMIENTOS".
               05 filler pic x(22) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-periodo.
           03  lin-periodo.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "PERIODO: ".
               05 pru-cab-periodo pic 9(6).
               05 filler pic x(4) value spaces.
               05 filler pic x(8) value "FECHAS: ".
               05 pru-cab-desde pic 9(8).
               05 filler pic x(3) value " A ".
               05 pru-cab-hasta pic 9(8).
       01  cabecera-filial.
           03  lin-filial.
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "FILIAL: ".
               05 pru-cab-filial pic 9.
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(2) value spaces.
               05 filler pic x(5) value "SOCIO".
               05 filler pic x(16) value "NOMBRE".
               05 filler pic x(16) value "RECALCULADO".
               05 filler pic x(16) value "SALDOS.DAT".
               05 filler pic x(16) value "DIFERENCIA".
               05 filler pic x(1) value "O".
       01  detalle-socio.
           03  lin-det-socio.
               05 filler pic x(2) value spaces.
               05 pru-socio pic 9(4).
               05 filler pic x value space.
               05 pru-nombre pic x(14).
               05 filler pic x value space.
               05 pru-recalculado pic zzz.zzz.zz9,99-.
               05 filler pic x value space.
               05 pru-saldo pic zzz.zzz.zz9,99-.
               05 filler pic x value space.
               05 pru-diferencia pic zzz.zzz.zz9,99-.
               05 filler pic x(2) value spaces.
               05 pru-origen pic x.
       01  detalle-sub-filial.
           03  lin-sub-filial.
               05 filler pic x(2) value spaces.
               05 filler pic x(11) value "REVISADOS: ".
               05 pru-fil-revisados pic zzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "CON DIFERENCIA: ".
               05 pru-fil-con-dif pic zzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(12) value "DIFERENCIA: ".
               05 pru-fil-diferencia pic zzz.zzz.zz9,99-.
       01  detalle-resumen1.
           03  lin-resumen1.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "SOCIOS REVISADOS:   ".
               05 pru-res-revisados pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "CON DIFERENCIA:     ".
               05 pru-res-con-dif pic zzzzz9.
       01  detalle-resumen2.
           03  lin-resumen2.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "SIN SALDO CERRADO:  ".
               05 pru-res-sin-saldo pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "CERRADOS DESPUES:   ".
               05 pru-res-posteriores pic zzzzz9.
       01  detalle-resumen3.
           03  lin-resumen3.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "TOTAL SALDOS.DAT:   ".
               05 pru-res-saldos pic zzz.zzz.zz9,99-.
       01  detalle-resumen4.
           03  lin-resumen4.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "TOTAL RECALCULADO:  ".
               05 pru-res-recalculado pic zzz.zzz.zz9,99-.
       01  detalle-resumen5.
           03  lin-resumen5.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "DIFERENCIA TOTAL:   ".
               05 pru-res-diferencia pic zzz.zzz.zz9,99-.
       01  detalle-origen.
           03  lin-origen.
               05 filler pic x(2) value spaces.
               05 filler pic x(36) value "O: H = SALDO ANTERIOR DE "-
           "SALHIST, ".
               05 filler pic x(37) value "S = DE SALDOS.DAT, N = SIN "-
           "SALDOS.DAT".
       01  cabecera-cruce.
           03  lin-cruce.
               05 filler pic x(2) value spaces.
               05 filler pic x(40) value "CRUCE CONTRA TOTALES DE "-
           "CONTROL RUNHIST".
       01  cabecera-columnas-cruce.
           03  lin-columnas-cruce.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "CLASE".
               05 filler pic x(16) value "MOVIMIENTOS".
               05 filler pic x(16) value "CORRIDAS".
               05 filler pic x(16) value "DIFERENCIA".
               05 filler pic x(8) value "ESTADO".
       01  detalle-cruce.
           03  lin-det-cruce.
               05 filler pic x(2) value spaces.
               05 pru-cla-nombre pic x(20).
               05 pru-cla-mov pic zzz.zzz.zz9,99-.
               05 filler pic x value space.
               05 pru-cla-run pic zzz.zzz.zz9,99-.
               05 filler pic x value space.
               05 pru-cla-dif pic zzz.zzz.zz9,99-.
               05 filler pic x value space.
               05 pru-cla-estado pic x(8).
       01  detalle-cant-corridas.
           03  lin-cant-corridas.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "CORRIDAS TOMADAS:   ".
               05 pru-cant-corridas pic zz9.
       01  detalle-conclusion.
           03  lin-conclusion.
               05 filler pic x(2) value spaces.
               05 pru-conclusion pic x(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT arch-sort ASCENDING srt-filial ASCENDING srt-socio
           INPUT PROCEDURE IS DATOS-ENTRADA
           OUTPUT PROCEDURE IS DATOS-SALIDA.
           MOVE w-rc TO RETURN-CODE.
           STOP RUN.

       DATOS-ENTRADA.
           PERFORM 140-INGRESAR-PERIODO.
           PERFORM 100-INICIO-ENTRADA.
           PERFORM 200-CARGAR-MOVIMIENTOS.
           PERFORM 300-CARGAR-CORRIDAS.
           PERFORM 400-PROBAR-SALDOS.
           PERFORM 500-SOCIOS-SIN-SALDO.
           PERFORM 490-FIN-ENTRADA.

       DATOS-SALIDA.
           PERFORM 700-INICIO-SALIDA.
           PERFORM 750-LEER-SORT.
           PERFORM UNTIL w-fin-sort is equal 1
               PERFORM 780-INICIO-FILIAL
               PERFORM UNTIL w-fin-sort is equal 1 or
               srt-filial is not equal w-filial-ant
                   PERFORM 800-IMPRIMO-SOCIO
                   PERFORM 750-LEER-SORT
               END-PERFORM
               PERFORM 880-FIN-FILIAL
           END-PERFORM.
           PERFORM 1000-FIN-SALIDA.

      ******* RUTINAS INPUT-PROCEDURE *********************************
       140-INGRESAR-PERIODO.
           DISPLAY "Ingrese periodo a probar (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM UNTIL w-per-aaaa is > 1900 and
           w-per-mm is >= 1 and w-per-mm is <= 12
               DISPLAY "Error, Ingrese periodo a probar (AAAAMM)"
               ACCEPT w-periodo
           END-PERFORM.
           COMPUTE w-fecha-desde = w-periodo * 100 + 1.
           MOVE w-fecha-desde TO w-fecha-val.
           PERFORM 144-CALCULAR-DIAS-MES.
           MOVE w-dias-mes TO w-fv-dd.
           MOVE w-fecha-val TO w-fecha-hasta.

       144-CALCULAR-DIAS-MES.
           EVALUATE w-fv-mm
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO w-dias-mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO w-dias-mes
               WHEN 2
                   PERFORM 147-CALCULAR-BISIESTO
                   IF w-bisiesto IS EQUAL 1
                       MOVE 29 TO w-dias-mes
                   ELSE
                       MOVE 28 TO w-dias-mes
                   END-IF
           END-EVALUATE.

       147-CALCULAR-BISIESTO.
           MOVE ZERO TO w-bisiesto.
           DIVIDE w-fv-aaaa BY 4 GIVING w-div-cociente
               REMAINDER w-resto4.
           DIVIDE w-fv-aaaa BY 100 GIVING w-div-cociente
               REMAINDER w-resto100.
           DIVIDE w-fv-aaaa BY 400 GIVING w-div-cociente
               REMAINDER w-resto400.
           IF (w-resto4 IS EQUAL ZERO AND w-resto100 IS NOT EQUAL
              ZERO) OR w-resto400 IS EQUAL ZERO
               MOVE 1 TO w-bisiesto
           END-IF.

       100-INICIO-ENTRADA.
           OPEN INPUT SOCIOS.
           IF ws-soc-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS.dat, estado "
                   ws-soc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALDOS.
           IF ws-sal-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SALDOS.dat, estado "
                   ws-sal-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALHIST.
           IF ws-hst-status is equal "00"
               MOVE 1 TO w-con-historia
           ELSE
               MOVE ZERO TO w-con-historia
               DISPLAY "AVISO: no se pudo abrir SALHIST.dat, estado "
                   ws-hst-status ", el saldo anterior se toma de "
                   "SALDOS.dat"
           END-IF.
           OPEN INPUT Trans-Act.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > 9999
               MOVE ZERO TO tab-mov(w-s)
               MOVE ZERO TO tab-con-mov(w-s)
               MOVE ZERO TO tab-visto(w-s)
           END-PERFORM.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               MOVE ZERO TO tab-cla-mov(w-k)
               MOVE ZERO TO tab-cla-run(w-k)
               MOVE ZERO TO tab-cla-cant(w-k)
               MOVE ZERO TO tab-cla-parcial(w-k)
           END-PERFORM.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO tab-fil-dif(w-k)
           END-PERFORM.
           OPEN EXTEND RUN-HIST.
           MOVE "I" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       135-ARMAR-REG-CORRIDA.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "PRUEBA" TO run-programa.
           MOVE w-fecha-desde TO run-desde.
           MOVE w-fecha-hasta TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE tab-fil-dif(w-k) TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-revisados TO run-grabados.
           MOVE w-cant-con-dif TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           MOVE w-tot-saldos TO run-total-fil.
           MOVE w-tot-recalculado TO run-total-tra.
           MOVE w-tot-diferencia TO run-diferencia.

       200-CARGAR-MOVIMIENTOS.
           MOVE w-fecha-desde TO tra-fecha.
           MOVE ZERO TO tra-socio.
           MOVE SPACE TO tra-concepto.
           START Trans-Act KEY IS NOT LESS tra-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF tra-fecha is > w-fecha-hasta
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           MOVE tra-fecha TO w-mov-fecha
                           MOVE tra-socio TO w-mov-socio
                           MOVE tra-concepto TO w-mov-concepto
                           MOVE tra-importe TO w-mov-importe
                           PERFORM 250-ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 220-CARGAR-HISTORICO.

       220-CARGAR-HISTORICO.
           MOVE SPACES TO nom-hist.
           STRING "..\HIST-" w-per-aaaa ".dat" DELIMITED BY SIZE
               INTO nom-hist.
           OPEN INPUT HISTORICO.
           IF ws-his-status is equal "00"
               MOVE ZERO TO w-fin-barrido
               MOVE w-fecha-desde TO his-fecha
               MOVE ZERO TO his-socio
               MOVE SPACE TO his-concepto
               START HISTORICO KEY IS NOT LESS his-clave
                   INVALID KEY MOVE 1 TO w-fin-barrido
               END-START
               PERFORM UNTIL w-fin-barrido is equal 1
                   READ HISTORICO NEXT
                       AT END MOVE 1 TO w-fin-barrido
                       NOT AT END
                           IF his-fecha is > w-fecha-hasta
                               MOVE 1 TO w-fin-barrido
                           ELSE
                               MOVE his-fecha TO w-mov-fecha
                               MOVE his-socio TO w-mov-socio
                               MOVE his-concepto TO w-mov-concepto
                               MOVE his-importe TO w-mov-importe
                               PERFORM 250-ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORICO.

       250-ACUMULAR-MOVIMIENTO.
           IF w-mov-socio is > zero
               ADD w-mov-importe TO tab-mov(w-mov-socio)
               MOVE 1 TO tab-con-mov(w-mov-socio)
           END-IF.
           EVALUATE w-mov-concepto
               WHEN SPACE
                   MOVE 1 TO w-clase
               WHEN "T"
                   MOVE 2 TO w-clase
               WHEN "I"
                   MOVE 3 TO w-clase
               WHEN OTHER
                   MOVE 4 TO w-clase
           END-EVALUATE.
           ADD w-mov-importe TO tab-cla-mov(w-clase).

       300-CARGAR-CORRIDAS.
           OPEN INPUT RUN-HIST.
           PERFORM UNTIL w-fin-run is equal 1
               READ RUN-HIST
                   AT END MOVE 1 TO w-fin-run
                   NOT AT END
                       IF run-estado is equal "C"
                           PERFORM 320-CLASIFICAR-CORRIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HIST.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-corridas
               MOVE tab-cor-clase(w-c) TO w-clase
               ADD tab-cor-total(w-c) TO tab-cla-run(w-clase)
               ADD 1 TO tab-cla-cant(w-clase)
           END-PERFORM.

       320-CLASIFICAR-CORRIDA.
           MOVE ZERO TO w-clase.
           EVALUATE run-programa
               WHEN "ORDEN2"
                   MOVE 1 TO w-clase
               WHEN "LIBERA"
                   MOVE 1 TO w-clase
               WHEN "IMPUESTO"
                   MOVE 2 TO w-clase
               WHEN "LIBIMP"
                   MOVE 2 TO w-clase
               WHEN "INTERES"
                   MOVE 3 TO w-clase
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF w-clase is > zero and
              run-desde is not > w-fecha-hasta and
              run-hasta is not < w-fecha-desde
               IF run-desde is < w-fecha-desde or
                  run-hasta is > w-fecha-hasta
                   MOVE 1 TO tab-cla-parcial(w-clase)
                   DISPLAY "AVISO: corrida " run-programa " del "
                       run-desde " al " run-hasta " cruza el limite "
                       "del periodo"
               ELSE
                   PERFORM 340-TOMAR-CORRIDA
               END-IF
           END-IF.

       340-TOMAR-CORRIDA.
           MOVE ZERO TO w-hallada.
           IF run-programa is not equal "LIBERA" and
              run-programa is not equal "LIBIMP"
               PERFORM VARYING w-c FROM 1 BY 1
               UNTIL w-c > w-cant-corridas
                   IF tab-cor-programa(w-c) is equal run-programa and
                      tab-cor-desde(w-c) is equal run-desde and
                      tab-cor-hasta(w-c) is equal run-hasta
                       MOVE w-c TO w-hallada
                   END-IF
               END-PERFORM
           END-IF.
           IF w-hallada is equal zero
               IF w-cant-corridas is < 500
                   ADD 1 TO w-cant-corridas
                   MOVE w-cant-corridas TO w-hallada
               ELSE
                   MOVE 1 TO tab-cla-parcial(w-clase)
                   DISPLAY "AVISO: demasiadas corridas en el periodo, "
                       "el cruce de " run-programa " no es completo"
               END-IF
           END-IF.
           IF w-hallada is > zero
               MOVE run-programa TO tab-cor-programa(w-hallada)
               MOVE run-desde TO tab-cor-desde(w-hallada)
               MOVE run-hasta TO tab-cor-hasta(w-hallada)
               MOVE run-total-tra TO tab-cor-total(w-hallada)
               MOVE w-clase TO tab-cor-clase(w-hallada)
           END-IF.

       400-PROBAR-SALDOS.
           MOVE ZERO TO sal-socio.
           START SALDOS KEY IS NOT LESS sal-socio
               INVALID KEY MOVE 1 TO w-fin-saldos
           END-START.
           PERFORM UNTIL w-fin-saldos is equal 1
               READ SALDOS NEXT
                   AT END MOVE 1 TO w-fin-saldos
                   NOT AT END PERFORM 450-PROBAR-SOCIO
               END-READ
           END-PERFORM.

       450-PROBAR-SOCIO.
           IF sal-socio is > zero
               MOVE 1 TO tab-visto(sal-socio)
           END-IF.
           IF sal-periodo is > w-periodo
               ADD 1 TO w-cant-posteriores
           ELSE
               PERFORM 460-BUSCAR-ANTERIOR
               MOVE w-saldo-anterior TO w-recalculado
               IF sal-socio is > zero
                   ADD tab-mov(sal-socio) TO w-recalculado
               END-IF
               COMPUTE w-diferencia = sal-saldo-final - w-recalculado
               MOVE sal-socio TO w-socio-prueba
               MOVE sal-saldo-final TO srt-saldo
               PERFORM 470-LIBERAR-SOCIO
           END-IF.

       460-BUSCAR-ANTERIOR.
           MOVE ZERO TO w-hallado-hst.
           IF w-con-historia is equal 1
               MOVE ZERO TO w-fin-hst
               MOVE sal-socio TO hst-socio
               MOVE ZERO TO hst-periodo
               START SALHIST KEY IS NOT LESS hst-clave
                   INVALID KEY MOVE 1 TO w-fin-hst
               END-START
               PERFORM UNTIL w-fin-hst is equal 1
                   READ SALHIST NEXT
                       AT END MOVE 1 TO w-fin-hst
                       NOT AT END
                           IF hst-socio is not equal sal-socio or
                              hst-periodo is not < w-periodo
                               MOVE 1 TO w-fin-hst
                           ELSE
                               MOVE 1 TO w-hallado-hst
                               MOVE hst-saldo-final TO w-saldo-anterior
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF w-hallado-hst is equal 1
               MOVE "H" TO w-origen
           ELSE
               MOVE "S" TO w-origen
               IF sal-periodo is equal w-periodo
                   MOVE sal-saldo-inicial TO w-saldo-anterior
               ELSE
                   MOVE sal-saldo-final TO w-saldo-anterior
               END-IF
           END-IF.

       470-LIBERAR-SOCIO.
           MOVE w-socio-prueba TO soc-cod.
           READ SOCIOS
               INVALID KEY
                   MOVE ZERO TO soc-filial
                   MOVE "SOCIO DESCONOCIDO" TO soc-nombre
           END-READ.
           ADD 1 TO w-cant-revisados.
           ADD srt-saldo TO w-tot-saldos.
           ADD w-recalculado TO w-tot-recalculado.
           ADD w-diferencia TO w-tot-diferencia.
           IF w-diferencia is not equal zero
               ADD 1 TO w-cant-con-dif
               IF soc-filial is > zero
                   ADD 1 TO tab-fil-dif(soc-filial)
               END-IF
           END-IF.
           MOVE soc-filial TO srt-filial.
           MOVE w-socio-prueba TO srt-socio.
           MOVE soc-nombre TO srt-nombre.
           MOVE w-recalculado TO srt-recalculado.
           MOVE w-diferencia TO srt-diferencia.
           MOVE w-origen TO srt-origen.
           RELEASE srt-reg.

       500-SOCIOS-SIN-SALDO.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > 9999
               IF tab-con-mov(w-s) is equal 1 and
                  tab-visto(w-s) is equal zero
                   ADD 1 TO w-cant-sin-saldo
                   MOVE tab-mov(w-s) TO w-recalculado
                   COMPUTE w-diferencia = zero - w-recalculado
                   MOVE "N" TO w-origen
                   MOVE w-s TO w-socio-prueba
                   MOVE ZERO TO srt-saldo
                   PERFORM 470-LIBERAR-SOCIO
               END-IF
           END-PERFORM.

       490-FIN-ENTRADA.
           CLOSE SOCIOS.
           CLOSE SALDOS.
           IF w-con-historia is equal 1
               CLOSE SALHIST
           END-IF.
           CLOSE Trans-Act.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN OUTPUT PRUEBA.
           MOVE w-periodo TO pru-cab-periodo.
           MOVE w-fecha-desde TO pru-cab-desde.
           MOVE w-fecha-hasta TO pru-cab-hasta.
           WRITE pru-reg FROM cabecera3 AFTER 1.
           WRITE pru-reg FROM cabecera1 AFTER 1.
           WRITE pru-reg FROM cabecera2 AFTER 1.
           WRITE pru-reg FROM cabecera-periodo AFTER 1.
           WRITE pru-reg FROM detalle-origen AFTER 1.

       750-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-fin-sort.

       780-INICIO-FILIAL.
           MOVE srt-filial TO w-filial-ant.
           MOVE ZERO TO w-fil-revisados.
           MOVE ZERO TO w-fil-con-dif.
           MOVE ZERO TO w-fil-diferencia.
           MOVE srt-filial TO pru-cab-filial.
           WRITE pru-reg FROM cabecera3 AFTER 1.
           WRITE pru-reg FROM cabecera-filial AFTER 1.
           WRITE pru-reg FROM cabecera-columnas AFTER 1.

       800-IMPRIMO-SOCIO.
           ADD 1 TO w-fil-revisados.
           IF srt-diferencia is not equal zero
               ADD 1 TO w-fil-con-dif
               ADD srt-diferencia TO w-fil-diferencia
               MOVE srt-socio TO pru-socio
               MOVE srt-nombre TO pru-nombre
               MOVE srt-recalculado TO pru-recalculado
               MOVE srt-saldo TO pru-saldo
               MOVE srt-diferencia TO pru-diferencia
               MOVE srt-origen TO pru-origen
               WRITE pru-reg FROM detalle-socio AFTER 1
           END-IF.

       880-FIN-FILIAL.
           MOVE w-fil-revisados TO pru-fil-revisados.
           MOVE w-fil-con-dif TO pru-fil-con-dif.
           MOVE w-fil-diferencia TO pru-fil-diferencia.
           WRITE pru-reg FROM detalle-sub-filial AFTER 1.

       900-IMPRIMO-CRUCE.
           WRITE pru-reg FROM cabecera3 AFTER 1.
           WRITE pru-reg FROM cabecera-cruce AFTER 1.
           WRITE pru-reg FROM cabecera-columnas-cruce AFTER 1.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               MOVE tab-cla-nombre(w-k) TO pru-cla-nombre
               MOVE tab-cla-mov(w-k) TO pru-cla-mov
               MOVE tab-cla-run(w-k) TO pru-cla-run
               COMPUTE w-diferencia = tab-cla-mov(w-k)
                   - tab-cla-run(w-k)
               MOVE w-diferencia TO pru-cla-dif
               EVALUATE TRUE
                   WHEN tab-cla-parcial(w-k) is equal 1
                       MOVE "NO COMP." TO pru-cla-estado
                       MOVE 1 TO w-cruce-parcial
                   WHEN w-diferencia is equal zero
                       MOVE "OK" TO pru-cla-estado
                   WHEN OTHER
                       MOVE "DIFEREN." TO pru-cla-estado
                       MOVE 1 TO w-cruce-con-dif
               END-EVALUATE
               WRITE pru-reg FROM detalle-cruce AFTER 1
           END-PERFORM.
           MOVE w-cant-corridas TO pru-cant-corridas.
           WRITE pru-reg FROM detalle-cant-corridas AFTER 1.

       1000-FIN-SALIDA.
           MOVE w-cant-revisados TO pru-res-revisados.
           MOVE w-cant-con-dif TO pru-res-con-dif.
           MOVE w-cant-sin-saldo TO pru-res-sin-saldo.
           MOVE w-cant-posteriores TO pru-res-posteriores.
           MOVE w-tot-saldos TO pru-res-saldos.
           MOVE w-tot-recalculado TO pru-res-recalculado.
           MOVE w-tot-diferencia TO pru-res-diferencia.
           WRITE pru-reg FROM cabecera3 AFTER 1.
           WRITE pru-reg FROM detalle-resumen1 AFTER 1.
           WRITE pru-reg FROM detalle-resumen2 AFTER 1.
           WRITE pru-reg FROM detalle-resumen3 AFTER 1.
           WRITE pru-reg FROM detalle-resumen4 AFTER 1.
           WRITE pru-reg FROM detalle-resumen5 AFTER 1.
           PERFORM 900-IMPRIMO-CRUCE.
           EVALUATE TRUE
               WHEN w-cant-con-dif is > zero or
                    w-cruce-con-dif is equal 1
                   MOVE 8 TO w-rc
                   MOVE "RESULTADO: CON DIFERENCIAS, NO CERRAR EL "-
           "PERIODO" TO pru-conclusion
               WHEN w-cruce-parcial is equal 1 or
                    w-cant-posteriores is > zero or
                    w-con-historia is equal zero
                   MOVE 4 TO w-rc
                   MOVE "RESULTADO: SIN DIFERENCIAS, CON AVISOS"
                       TO pru-conclusion
               WHEN OTHER
                   MOVE ZERO TO w-rc
                   MOVE "RESULTADO: SALDOS CONSISTENTES"
                       TO pru-conclusion
           END-EVALUATE.
           WRITE pru-reg FROM cabecera3 AFTER 1.
           WRITE pru-reg FROM detalle-conclusion AFTER 1.
           CLOSE PRUEBA.
           OPEN EXTEND RUN-HIST.
           IF w-rc is equal 8
               MOVE "E" TO run-estado
           ELSE
               MOVE "C" TO run-estado
           END-IF.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.
           IF w-rc is equal 8
               DISPLAY "ERROR: la prueba de saldos del periodo "
                   w-periodo " encontro diferencias: "
                   w-cant-con-dif " socios, diferencia total "
                   w-tot-diferencia
           ELSE
               DISPLAY "Prueba de saldos del periodo " w-periodo
                   ": " w-cant-revisados " socios sin diferencias"
           END-IF.
       END PROGRAM PRUEBA-SALDOS.
