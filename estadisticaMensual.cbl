      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estadistica mensual de gestion por filial para un
      *          periodo AAAAMM: socios con movimiento, detalles
      *          recibidos, rechazados y suspendidos (registros ORD2FIL
      *          de RUNHIST.dat), movimiento total y promedio por socio
      *          (Trans-Act y HIST-aaaa.dat), lo pendiente en
      *          SUSPENSO.dat y la cartera de SALDOS.dat, comparado con
      *          el mes anterior y el mismo mes del anio anterior, con
      *          los diez socios de mayor movimiento de cada filial.
      *          Deja tambien ESTADISTICA.csv y ESTADTOP.csv
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADISTICA-MENSUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS ws-soc-status.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\SALDOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-socio
               FILE STATUS IS ws-sal-status.
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
           SELECT OPTIONAL SUSPENSO ASSIGN TO "..\SUSPENSO.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT ESTADISTICA
           ASSIGN TO PRINTER,
           "..\impESTADIST.dat".
           SELECT EXTRACTO ASSIGN TO "..\ESTADISTICA.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACTO-TOP ASSIGN TO "..\ESTADTOP.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  SUSPENSO.
       01  sus-reg.
           03 sus-fecha pic 9(8).
           03 sus-socio pic 9(4).
           03 sus-importe pic s9(8)v99.
           03 sus-filial pic 9.
           03 sus-motivo pic x.
           03 sus-debitos pic s9(8)v99.
           03 sus-creditos pic s9(8)v99.
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
           03 srt-volumen pic 9(9)v99.
           03 srt-socio pic 9(4).
           03 srt-nombre pic x(30).
       FD  ESTADISTICA
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  est-reg pic x(80).
       FD  EXTRACTO.
       01  ext-reg pic x(162).
       FD  EXTRACTO-TOP.
       01  extt-reg pic x(80).
       WORKING-STORAGE SECTION.
       01  ws-soc-status pic xx.
       01  ws-sal-status pic xx.
       01  ws-his-status pic xx.
       01  nom-hist pic x(20).
       01  w-periodo pic 9(6).
       01  w-periodo-partes redefines w-periodo.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-fecha-val pic 9(8).
       01  w-fecha-partes redefines w-fecha-val.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 9(2).
           03 w-fv-dd pic 9(2).
       01  w-run-fecha pic 9(8).
       01  w-run-fecha-partes redefines w-run-fecha.
           03 w-run-periodo pic 9(6).
           03 filler pic 9(2).
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
       01  tabla-periodos.
           03 tab-per occurs 3 times.
               05 tab-per-periodo pic 9(6).
               05 tab-per-desde pic 9(8).
               05 tab-per-hasta pic 9(8).
               05 tab-per-con-run pic 9.
       01  tabla-nombres-per.
           03 filler pic x(14) value "ACTUAL".
           03 filler pic x(14) value "MES ANTERIOR".
           03 filler pic x(14) value "ANIO ANTERIOR".
       01  tabla-nombres-per-r redefines tabla-nombres-per.
           03 tab-per-nombre occurs 3 times pic x(14).
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-socios pic 9 value zero.
       01  w-fin-saldos pic 9 value zero.
       01  w-fin-susp pic 9 value zero.
       01  w-fin-run pic 9 value zero.
       01  w-fin-sort pic 9 value zero.
       01  w-mov-socio pic 9(4).
       01  w-mov-concepto pic x.
       01  w-mov-importe pic s9(8)v99.
       01  w-p pic 9.
       01  w-f pic 99.
       01  w-s pic 9(5).
       01  w-k pic 99.
       01  w-c pic 9(3).
       01  w-hallada pic 9(3).
       01  w-puesto pic 99.
       01  tabla-socios.
           03 tab-soc occurs 9999 times.
               05 tab-soc-per occurs 3 times.
                   07 tab-soc-con pic 9.
                   07 tab-soc-vol pic 9(9)v99.
       01  tabla-filiales.
           03 tab-fil occurs 9 times.
               05 tab-fil-per occurs 3 times.
                   07 tab-fil-socios pic 9(7).
                   07 tab-fil-recib pic 9(7).
                   07 tab-fil-rech pic 9(7).
                   07 tab-fil-susp pic 9(7).
                   07 tab-fil-total pic s9(11)v99.
               05 tab-fil-sus-cant pic 9(6).
               05 tab-fil-sus-imp pic s9(11)v99.
               05 tab-fil-sal-cant pic 9(6).
               05 tab-fil-sal-imp pic s9(11)v99.
               05 tab-fil-datos pic 9.
       01  tabla-total.
           03 tab-tot-per occurs 3 times.
               05 tab-tot-socios pic 9(7).
               05 tab-tot-recib pic 9(7).
               05 tab-tot-rech pic 9(7).
               05 tab-tot-susp pic 9(7).
               05 tab-tot-total pic s9(11)v99.
       01  w-tot-sus-cant pic 9(6) value zero.
       01  w-tot-sus-imp pic s9(11)v99 value zero.
       01  w-tot-sal-cant pic 9(6) value zero.
       01  w-tot-sal-imp pic s9(11)v99 value zero.
       01  w-ult-cierre pic 9(6) value zero.
       01  w-cant-corridas pic 9(3) value zero.
       01  tabla-corridas.
           03 tab-cor occurs 500 times.
               05 tab-cor-programa pic x(8).
               05 tab-cor-desde pic 9(8).
               05 tab-cor-hasta pic 9(8).
               05 tab-cor-per pic 9.
               05 tab-cor-filial pic 9.
               05 tab-cor-recib pic 9(6).
               05 tab-cor-rech pic 9(6).
               05 tab-cor-susp pic 9(6).
       01  w-cant-sin-socio pic 9(6) value zero.
       01  w-cant-liberados pic 9(6) value zero.
       01  tabla-fila.
           03 tab-fila-valor occurs 3 times pic s9(11)v99.
       01  w-fila-de-corridas pic 9.
       01  w-variacion pic s9(9)v9.
       01  w-promedio pic s9(11)v99.
       01  w-porcentaje pic 9(3)v9.
       01  w-fil-total-act pic s9(11)v99.
       01  w-ed-valor pic z.zzz.zzz.zz9-.
       01  w-ed-variacion pic ----9,9.
       01  w-txt-variacion pic x(7).
       01  w-filial-ed pic 9.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(41) value "ESTADISTICA MENSUAL DE "-
           "GESTION POR FILIAL".
               05 filler pic x(19) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-periodo.
           03  lin-periodo.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "PERIODO: ".
               05 est-cab-periodo pic 9(6).
               05 filler pic x(4) value spaces.
               05 filler pic x(8) value "FECHAS: ".
               05 est-cab-desde pic 9(8).
               05 filler pic x(3) value " A ".
               05 est-cab-hasta pic 9(8).
       01  cabecera-filial.
           03  lin-filial.
               05 filler pic x(2) value spaces.
               05 est-cab-rotulo pic x(8).
               05 est-cab-filial pic x.
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(1) value space.
               05 filler pic x(21) value "CONCEPTO".
               05 filler pic x(7) value spaces.
               05 est-col-per1 pic 9(6).
               05 filler pic x(1) value space.
               05 filler pic x(7) value spaces.
               05 est-col-per2 pic 9(6).
               05 filler pic x(1) value space.
               05 filler pic x(4) value spaces.
               05 filler pic x(4) value "VAR%".
               05 filler pic x(7) value spaces.
               05 est-col-per3 pic 9(6).
               05 filler pic x(1) value space.
               05 filler pic x(4) value spaces.
               05 filler pic x(4) value "VAR%".
       01  detalle-fila.
           03  lin-fila.
               05 filler pic x(1) value space.
               05 est-concepto pic x(21).
               05 est-valor1 pic x(14).
               05 est-valor2 pic x(14).
               05 filler pic x(1) value space.
               05 est-var2 pic x(7).
               05 est-valor3 pic x(14).
               05 filler pic x(1) value space.
               05 est-var3 pic x(7).
       01  detalle-suspenso.
           03  lin-suspenso.
               05 filler pic x(2) value spaces.
               05 filler pic x(26) value "EN SUSPENSO (DEL MES):   ".
               05 est-sus-cant pic zzzzz9.
               05 filler pic x(11) value "  IMPORTE: ".
               05 est-sus-imp pic z.zzz.zzz.zz9,99-.
       01  detalle-saldos.
           03  lin-saldos.
               05 filler pic x(2) value spaces.
               05 filler pic x(26) value "CARTERA EN SALDOS.DAT:    ".
               05 est-sal-cant pic zzzzz9.
               05 filler pic x(11) value "  SALDO:   ".
               05 est-sal-imp pic z.zzz.zzz.zz9,99-.
       01  detalle-sin-cierre.
           03  lin-sin-cierre.
               05 filler pic x(2) value spaces.
               05 filler pic x(50) value "CARTERA EN SALDOS.DAT: "-
           "PERIODO SIN CERRAR, ULTIMO ".
               05 filler pic x(8) value "CIERRE: ".
               05 est-ult-cierre pic 9(6).
       01  cabecera-top.
           03  lin-cab-top.
               05 filler pic x(2) value spaces.
               05 filler pic x(40) value "SOCIOS DE MAYOR MOVIMIENTO "-
           "DEL MES".
       01  cabecera-columnas-top.
           03  lin-columnas-top.
               05 filler pic x(2) value spaces.
               05 filler pic x(5) value "NRO".
               05 filler pic x(7) value "SOCIO".
               05 filler pic x(31) value "NOMBRE".
               05 filler pic x(17) value "MOVIMIENTO".
               05 filler pic x(8) value "% FILIAL".
       01  detalle-top.
           03  lin-top.
               05 filler pic x(2) value spaces.
               05 est-top-puesto pic z9.
               05 filler pic x(3) value spaces.
               05 est-top-socio pic 9(4).
               05 filler pic x(3) value spaces.
               05 est-top-nombre pic x(30).
               05 filler pic x(1) value space.
               05 est-top-vol pic zzz.zzz.zz9,99.
               05 filler pic x(4) value spaces.
               05 est-top-porc pic zz9,9.
       01  detalle-aclaracion.
           03  lin-aclaracion.
               05 filler pic x(2) value spaces.
               05 filler pic x(45) value "IMPORTES EN PESOS. S/D = "-
           "SIN CORRIDAS ORDEN2 ".
               05 filler pic x(33) value "CON DETALLE POR FILIAL EN "-
           "ESE MES".
       01  detalle-resumen.
           03  lin-resumen.
               05 filler pic x(2) value spaces.
               05 filler pic x(26) value "SOCIOS SIN MAESTRO:       ".
               05 est-res-sin-socio pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "CORRIDAS TOMADAS:   ".
               05 est-res-corridas pic zz9.
       01  ext-cabecera.
           03 filler pic x(20) value "PERIODO;COMPARACION;".
           03 filler pic x(29) value "FILIAL;SOCIOS CON MOVIMIENTO;".
           03 filler pic x(39) value "DETALLES RECIBIDOS;DETALLES "-
           "RECHAZADOS;".
           03 filler pic x(38) value "DETALLES SUSPENDIDOS;MOVIMIENTO "-
           "TOTAL;".
           03 filler pic x(36) value "PROMEDIO POR SOCIO;DATOS DE "-
           "CORRIDAS".
       01  ext-detalle.
           03 ext-periodo pic 9(6).
           03 filler pic x value ";".
           03 ext-comparacion pic x(13).
           03 filler pic x value ";".
           03 ext-filial pic x(5).
           03 filler pic x value ";".
           03 ext-socios pic 9(7).
           03 filler pic x value ";".
           03 ext-recib pic 9(7).
           03 filler pic x value ";".
           03 ext-rech pic 9(7).
           03 filler pic x value ";".
           03 ext-susp pic 9(7).
           03 filler pic x value ";".
           03 ext-total pic -(11)9,99.
           03 filler pic x value ";".
           03 ext-promedio pic -(11)9,99.
           03 filler pic x value ";".
           03 ext-con-run pic x.
       01  extt-cabecera.
           03 filler pic x(28) value "PERIODO;FILIAL;PUESTO;SOCIO;".
           03 filler pic x(28) value "NOMBRE;MOVIMIENTO;PORCENTAJE".
       01  extt-detalle.
           03 extt-periodo pic 9(6).
           03 filler pic x value ";".
           03 extt-filial pic 9.
           03 filler pic x value ";".
           03 extt-puesto pic 99.
           03 filler pic x value ";".
           03 extt-socio pic 9(4).
           03 filler pic x value ";".
           03 extt-nombre pic x(30).
           03 filler pic x value ";".
           03 extt-vol pic -(9)9,99.
           03 filler pic x value ";".
           03 extt-porc pic zz9,9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT arch-sort ASCENDING srt-filial DESCENDING srt-volumen
           ASCENDING srt-socio
           INPUT PROCEDURE IS DATOS-ENTRADA
           OUTPUT PROCEDURE IS DATOS-SALIDA.
           STOP RUN.

       DATOS-ENTRADA.
           PERFORM 140-INGRESAR-PERIODO.
           PERFORM 100-INICIO-ENTRADA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               PERFORM 200-CARGAR-MOVIMIENTOS
           END-PERFORM.
           PERFORM 300-CARGAR-CORRIDAS.
           PERFORM 400-CARGAR-SUSPENSO.
           PERFORM 450-CARGAR-SALDOS.
           PERFORM 500-CLASIFICAR-SOCIOS.
           PERFORM 490-FIN-ENTRADA.

       DATOS-SALIDA.
           PERFORM 700-INICIO-SALIDA.
           PERFORM 750-LEER-SORT.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 9
               IF tab-fil-datos(w-f) is equal 1
                   PERFORM 780-IMPRIMO-FILIAL
                   MOVE ZERO TO w-puesto
                   PERFORM UNTIL w-fin-sort is equal 1 or
                   srt-filial is not equal w-f
                       PERFORM 800-IMPRIMO-SOCIO
                       PERFORM 750-LEER-SORT
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM 1000-FIN-SALIDA.

      ******* RUTINAS INPUT-PROCEDURE *********************************
       140-INGRESAR-PERIODO.
           DISPLAY "Ingrese periodo de la estadistica (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM UNTIL w-per-aaaa is > 1900 and
           w-per-mm is >= 1 and w-per-mm is <= 12
               DISPLAY "Error, Ingrese periodo de la estadistica "
                   "(AAAAMM)"
               ACCEPT w-periodo
           END-PERFORM.
           MOVE w-periodo TO tab-per-periodo(1).
           IF w-per-mm is equal 1
               COMPUTE tab-per-periodo(2) = (w-per-aaaa - 1) * 100
                   + 12
           ELSE
               COMPUTE tab-per-periodo(2) = w-periodo - 1
           END-IF.
           COMPUTE tab-per-periodo(3) = w-periodo - 100.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               COMPUTE tab-per-desde(w-p) = tab-per-periodo(w-p) * 100
                   + 1
               MOVE tab-per-desde(w-p) TO w-fecha-val
               PERFORM 144-CALCULAR-DIAS-MES
               MOVE w-dias-mes TO w-fv-dd
               MOVE w-fecha-val TO tab-per-hasta(w-p)
               MOVE ZERO TO tab-per-con-run(w-p)
           END-PERFORM.

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
           OPEN INPUT Trans-Act.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > 9999
               PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
                   MOVE ZERO TO tab-soc-con(w-s, w-p)
                   MOVE ZERO TO tab-soc-vol(w-s, w-p)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 9
               PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
                   MOVE ZERO TO tab-fil-socios(w-f, w-p)
                   MOVE ZERO TO tab-fil-recib(w-f, w-p)
                   MOVE ZERO TO tab-fil-rech(w-f, w-p)
                   MOVE ZERO TO tab-fil-susp(w-f, w-p)
                   MOVE ZERO TO tab-fil-total(w-f, w-p)
               END-PERFORM
               MOVE ZERO TO tab-fil-sus-cant(w-f)
               MOVE ZERO TO tab-fil-sus-imp(w-f)
               MOVE ZERO TO tab-fil-sal-cant(w-f)
               MOVE ZERO TO tab-fil-sal-imp(w-f)
               MOVE ZERO TO tab-fil-datos(w-f)
           END-PERFORM.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE ZERO TO tab-tot-socios(w-p)
               MOVE ZERO TO tab-tot-recib(w-p)
               MOVE ZERO TO tab-tot-rech(w-p)
               MOVE ZERO TO tab-tot-susp(w-p)
               MOVE ZERO TO tab-tot-total(w-p)
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
           MOVE "ESTADIST" TO run-programa.
           MOVE tab-per-desde(1) TO run-desde.
           MOVE tab-per-hasta(1) TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE tab-fil-socios(w-k, 1) TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-liberados TO run-grabados.
           MOVE tab-tot-rech(1) TO run-rechazados.
           MOVE tab-tot-susp(1) TO run-suspensos.
           MOVE tab-tot-total(1) TO run-total-fil.
           MOVE ZERO TO run-total-tra.
           MOVE ZERO TO run-diferencia.

       200-CARGAR-MOVIMIENTOS.
           MOVE ZERO TO w-fin-barrido.
           MOVE tab-per-desde(w-p) TO tra-fecha.
           MOVE ZERO TO tra-socio.
           MOVE SPACE TO tra-concepto.
           START Trans-Act KEY IS NOT LESS tra-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF tra-fecha is > tab-per-hasta(w-p)
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           MOVE tra-socio TO w-mov-socio
                           MOVE tra-concepto TO w-mov-concepto
                           MOVE tra-importe TO w-mov-importe
                           PERFORM 250-ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 220-CARGAR-HISTORICO.

       220-CARGAR-HISTORICO.
           MOVE tab-per-desde(w-p) TO w-fecha-val.
           MOVE SPACES TO nom-hist.
           STRING "..\HIST-" w-fv-aaaa ".dat" DELIMITED BY SIZE
               INTO nom-hist.
           OPEN INPUT HISTORICO.
           IF ws-his-status is equal "00"
               MOVE ZERO TO w-fin-barrido
               MOVE tab-per-desde(w-p) TO his-fecha
               MOVE ZERO TO his-socio
               MOVE SPACE TO his-concepto
               START HISTORICO KEY IS NOT LESS his-clave
                   INVALID KEY MOVE 1 TO w-fin-barrido
               END-START
               PERFORM UNTIL w-fin-barrido is equal 1
                   READ HISTORICO NEXT
                       AT END MOVE 1 TO w-fin-barrido
                       NOT AT END
                           IF his-fecha is > tab-per-hasta(w-p)
                               MOVE 1 TO w-fin-barrido
                           ELSE
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
           IF w-mov-socio is > zero and w-mov-concepto is equal SPACE
               MOVE 1 TO tab-soc-con(w-mov-socio, w-p)
               IF w-mov-importe is < zero
                   SUBTRACT w-mov-importe
                       FROM tab-soc-vol(w-mov-socio, w-p)
               ELSE
                   ADD w-mov-importe TO tab-soc-vol(w-mov-socio, w-p)
               END-IF
           END-IF.

       300-CARGAR-CORRIDAS.
           OPEN INPUT RUN-HIST.
           PERFORM UNTIL w-fin-run is equal 1
               READ RUN-HIST
                   AT END MOVE 1 TO w-fin-run
                   NOT AT END
                       IF run-estado is equal "C" and
                          run-programa(1:7) is equal "ORD2FIL" and
                          run-programa(8:1) is >= "1" and
                          run-programa(8:1) is <= "9"
                           PERFORM 320-CLASIFICAR-CORRIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HIST.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-corridas
               MOVE tab-cor-per(w-c) TO w-p
               MOVE tab-cor-filial(w-c) TO w-f
               ADD tab-cor-recib(w-c) TO tab-fil-recib(w-f, w-p)
               ADD tab-cor-rech(w-c) TO tab-fil-rech(w-f, w-p)
               ADD tab-cor-susp(w-c) TO tab-fil-susp(w-f, w-p)
               ADD tab-cor-recib(w-c) TO tab-tot-recib(w-p)
               ADD tab-cor-rech(w-c) TO tab-tot-rech(w-p)
               ADD tab-cor-susp(w-c) TO tab-tot-susp(w-p)
               MOVE 1 TO tab-fil-datos(w-f)
           END-PERFORM.

       320-CLASIFICAR-CORRIDA.
           MOVE run-desde TO w-run-fecha.
           MOVE ZERO TO w-p.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 3
               IF tab-per-periodo(w-k) is equal w-run-periodo
                   MOVE w-k TO w-p
               END-IF
           END-PERFORM.
           IF w-p is > zero
               PERFORM 340-TOMAR-CORRIDA
           END-IF.

       340-TOMAR-CORRIDA.
           MOVE ZERO TO w-hallada.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-corridas
               IF tab-cor-programa(w-c) is equal run-programa and
                  tab-cor-desde(w-c) is equal run-desde and
                  tab-cor-hasta(w-c) is equal run-hasta
                   MOVE w-c TO w-hallada
               END-IF
           END-PERFORM.
           IF w-hallada is equal zero
               IF w-cant-corridas is < 500
                   ADD 1 TO w-cant-corridas
                   MOVE w-cant-corridas TO w-hallada
               ELSE
                   DISPLAY "AVISO: demasiadas corridas en los "
                       "periodos, los detalles de " run-programa
                       " del " run-desde " no se cuentan"
               END-IF
           END-IF.
           IF w-hallada is > zero
               MOVE run-programa TO tab-cor-programa(w-hallada)
               MOVE run-desde TO tab-cor-desde(w-hallada)
               MOVE run-hasta TO tab-cor-hasta(w-hallada)
               MOVE w-p TO tab-cor-per(w-hallada)
               MOVE run-programa(8:1) TO tab-cor-filial(w-hallada)
               MOVE tab-cor-filial(w-hallada) TO w-f
               MOVE run-leidos(w-f) TO tab-cor-recib(w-hallada)
               MOVE run-rechazados TO tab-cor-rech(w-hallada)
               MOVE run-suspensos TO tab-cor-susp(w-hallada)
               MOVE 1 TO tab-per-con-run(w-p)
           END-IF.

       400-CARGAR-SUSPENSO.
           OPEN INPUT SUSPENSO.
           PERFORM UNTIL w-fin-susp is equal 1
               READ SUSPENSO
                   AT END MOVE 1 TO w-fin-susp
                   NOT AT END
                       IF sus-fecha is >= tab-per-desde(1) and
                          sus-fecha is not > tab-per-hasta(1) and
                          sus-filial is > zero
                           MOVE sus-filial TO w-f
                           ADD 1 TO tab-fil-sus-cant(w-f)
                           ADD sus-importe TO tab-fil-sus-imp(w-f)
                           ADD 1 TO w-tot-sus-cant
                           ADD sus-importe TO w-tot-sus-imp
                           MOVE 1 TO tab-fil-datos(w-f)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSO.

       450-CARGAR-SALDOS.
           OPEN INPUT SALDOS.
           IF ws-sal-status is not equal "00" and
              ws-sal-status is not equal "05"
               DISPLAY "AVISO: no se pudo abrir SALDOS.dat, estado "
                   ws-sal-status ", la cartera no se informa"
           ELSE
               MOVE ZERO TO sal-socio
               START SALDOS KEY IS NOT LESS sal-socio
                   INVALID KEY MOVE 1 TO w-fin-saldos
               END-START
               PERFORM UNTIL w-fin-saldos is equal 1
                   READ SALDOS NEXT
                       AT END MOVE 1 TO w-fin-saldos
                       NOT AT END PERFORM 460-TOMAR-SALDO
                   END-READ
               END-PERFORM
               CLOSE SALDOS
           END-IF.

       460-TOMAR-SALDO.
           IF sal-periodo is > w-ult-cierre and
              sal-periodo is not > tab-per-periodo(1)
               MOVE sal-periodo TO w-ult-cierre
           END-IF.
           IF sal-periodo is equal tab-per-periodo(1)
               MOVE sal-socio TO soc-cod
               READ SOCIOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF soc-filial is > zero
                           MOVE soc-filial TO w-f
                           ADD 1 TO tab-fil-sal-cant(w-f)
                           ADD sal-saldo-final TO tab-fil-sal-imp(w-f)
                           ADD 1 TO w-tot-sal-cant
                           ADD sal-saldo-final TO w-tot-sal-imp
                           MOVE 1 TO tab-fil-datos(w-f)
                       END-IF
               END-READ
           END-IF.

       500-CLASIFICAR-SOCIOS.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > 9999
               IF tab-soc-con(w-s, 1) is equal 1 or
                  tab-soc-con(w-s, 2) is equal 1 or
                  tab-soc-con(w-s, 3) is equal 1
                   PERFORM 520-CLASIFICAR-SOCIO
               END-IF
           END-PERFORM.

       520-CLASIFICAR-SOCIO.
           MOVE w-s TO soc-cod.
           READ SOCIOS
               INVALID KEY MOVE ZERO TO soc-filial
           END-READ.
           IF soc-filial is equal zero
               ADD 1 TO w-cant-sin-socio
           ELSE
               MOVE soc-filial TO w-f
               MOVE 1 TO tab-fil-datos(w-f)
               PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
                   IF tab-soc-con(w-s, w-p) is equal 1
                       ADD 1 TO tab-fil-socios(w-f, w-p)
                       ADD tab-soc-vol(w-s, w-p)
                           TO tab-fil-total(w-f, w-p)
                       ADD 1 TO tab-tot-socios(w-p)
                       ADD tab-soc-vol(w-s, w-p) TO tab-tot-total(w-p)
                   END-IF
               END-PERFORM
               IF tab-soc-con(w-s, 1) is equal 1
                   MOVE soc-filial TO srt-filial
                   MOVE tab-soc-vol(w-s, 1) TO srt-volumen
                   MOVE soc-cod TO srt-socio
                   MOVE soc-nombre TO srt-nombre
                   RELEASE srt-reg
                   ADD 1 TO w-cant-liberados
               END-IF
           END-IF.

       490-FIN-ENTRADA.
           CLOSE SOCIOS.
           CLOSE Trans-Act.
           IF w-cant-sin-socio is > zero
               DISPLAY "AVISO: " w-cant-sin-socio " socios con "
                   "movimiento no figuran en SOCIOS.dat y no se "
                   "asignan a ninguna filial"
           END-IF.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               IF tab-per-con-run(w-p) is equal zero
                   DISPLAY "AVISO: sin registros ORD2FIL en RUNHIST "
                       "para " tab-per-periodo(w-p) ", los detalles "
                       "recibidos se informan S/D"
               END-IF
           END-PERFORM.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN OUTPUT ESTADISTICA.
           OPEN OUTPUT EXTRACTO.
           OPEN OUTPUT EXTRACTO-TOP.
           WRITE ext-reg FROM ext-cabecera.
           WRITE extt-reg FROM extt-cabecera.
           MOVE tab-per-periodo(1) TO est-cab-periodo.
           MOVE tab-per-desde(1) TO est-cab-desde.
           MOVE tab-per-hasta(1) TO est-cab-hasta.
           MOVE tab-per-periodo(1) TO est-col-per1.
           MOVE tab-per-periodo(2) TO est-col-per2.
           MOVE tab-per-periodo(3) TO est-col-per3.
           WRITE est-reg FROM cabecera3 AFTER 1.
           WRITE est-reg FROM cabecera1 AFTER 1.
           WRITE est-reg FROM cabecera2 AFTER 1.
           WRITE est-reg FROM cabecera-periodo AFTER 1.
           WRITE est-reg FROM detalle-aclaracion AFTER 1.

       750-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-fin-sort.

       780-IMPRIMO-FILIAL.
           MOVE "FILIAL: " TO est-cab-rotulo.
           MOVE w-f TO w-filial-ed.
           MOVE w-filial-ed TO est-cab-filial.
           WRITE est-reg FROM cabecera3 AFTER 1.
           WRITE est-reg FROM cabecera-filial AFTER 1.
           WRITE est-reg FROM cabecera-columnas AFTER 1.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-fil-socios(w-f, w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "SOCIOS CON MOVIMIENTO" TO est-concepto.
           MOVE ZERO TO w-fila-de-corridas.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-fil-recib(w-f, w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "DETALLES RECIBIDOS" TO est-concepto.
           MOVE 1 TO w-fila-de-corridas.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-fil-rech(w-f, w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "DETALLES RECHAZADOS" TO est-concepto.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-fil-susp(w-f, w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "DETALLES SUSPENDIDOS" TO est-concepto.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-fil-total(w-f, w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "MOVIMIENTO TOTAL" TO est-concepto.
           MOVE ZERO TO w-fila-de-corridas.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE ZERO TO tab-fila-valor(w-p)
               IF tab-fil-socios(w-f, w-p) is > zero
                   COMPUTE tab-fila-valor(w-p) ROUNDED =
                       tab-fil-total(w-f, w-p) /
                       tab-fil-socios(w-f, w-p)
               END-IF
           END-PERFORM.
           MOVE "PROMEDIO POR SOCIO" TO est-concepto.
           PERFORM 820-IMPRIMO-FILA.
           MOVE tab-fil-sus-cant(w-f) TO est-sus-cant.
           MOVE tab-fil-sus-imp(w-f) TO est-sus-imp.
           WRITE est-reg FROM detalle-suspenso AFTER 1.
           IF w-ult-cierre is equal tab-per-periodo(1)
               MOVE tab-fil-sal-cant(w-f) TO est-sal-cant
               MOVE tab-fil-sal-imp(w-f) TO est-sal-imp
               WRITE est-reg FROM detalle-saldos AFTER 1
           ELSE
               MOVE w-ult-cierre TO est-ult-cierre
               WRITE est-reg FROM detalle-sin-cierre AFTER 1
           END-IF.
           MOVE w-filial-ed TO ext-filial.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-fil-socios(w-f, w-p) TO ext-socios
               MOVE tab-fil-recib(w-f, w-p) TO ext-recib
               MOVE tab-fil-rech(w-f, w-p) TO ext-rech
               MOVE tab-fil-susp(w-f, w-p) TO ext-susp
               MOVE tab-fil-total(w-f, w-p) TO ext-total
               MOVE ZERO TO w-promedio
               IF tab-fil-socios(w-f, w-p) is > zero
                   COMPUTE w-promedio ROUNDED =
                       tab-fil-total(w-f, w-p) /
                       tab-fil-socios(w-f, w-p)
               END-IF
               PERFORM 850-GRABAR-EXTRACTO
           END-PERFORM.
           MOVE tab-fil-total(w-f, 1) TO w-fil-total-act.
           WRITE est-reg FROM cabecera-top AFTER 2.
           WRITE est-reg FROM cabecera-columnas-top AFTER 1.

       800-IMPRIMO-SOCIO.
           ADD 1 TO w-puesto.
           IF w-puesto is not > 10
               MOVE ZERO TO w-porcentaje
               IF w-fil-total-act is > zero
                   COMPUTE w-porcentaje ROUNDED =
                       srt-volumen * 100 / w-fil-total-act
               END-IF
               MOVE w-puesto TO est-top-puesto
               MOVE srt-socio TO est-top-socio
               MOVE srt-nombre TO est-top-nombre
               MOVE srt-volumen TO est-top-vol
               MOVE w-porcentaje TO est-top-porc
               WRITE est-reg FROM detalle-top AFTER 1
               MOVE tab-per-periodo(1) TO extt-periodo
               MOVE srt-filial TO extt-filial
               MOVE w-puesto TO extt-puesto
               MOVE srt-socio TO extt-socio
               MOVE srt-nombre TO extt-nombre
               MOVE srt-volumen TO extt-vol
               MOVE w-porcentaje TO extt-porc
               WRITE extt-reg FROM extt-detalle
           END-IF.

       820-IMPRIMO-FILA.
           MOVE tab-fila-valor(1) TO w-ed-valor.
           MOVE w-ed-valor TO est-valor1.
           MOVE tab-fila-valor(2) TO w-ed-valor.
           MOVE w-ed-valor TO est-valor2.
           MOVE tab-fila-valor(3) TO w-ed-valor.
           MOVE w-ed-valor TO est-valor3.
           MOVE 2 TO w-p.
           PERFORM 830-CALCULAR-VARIACION.
           MOVE w-txt-variacion TO est-var2.
           MOVE 3 TO w-p.
           PERFORM 830-CALCULAR-VARIACION.
           MOVE w-txt-variacion TO est-var3.
           IF w-fila-de-corridas is equal 1
               IF tab-per-con-run(1) is equal zero
                   MOVE "           S/D" TO est-valor1
                   MOVE "    N/C" TO est-var2
                   MOVE "    N/C" TO est-var3
               END-IF
               IF tab-per-con-run(2) is equal zero
                   MOVE "           S/D" TO est-valor2
                   MOVE "    N/C" TO est-var2
               END-IF
               IF tab-per-con-run(3) is equal zero
                   MOVE "           S/D" TO est-valor3
                   MOVE "    N/C" TO est-var3
               END-IF
           END-IF.
           WRITE est-reg FROM detalle-fila AFTER 1.

       830-CALCULAR-VARIACION.
           IF tab-fila-valor(w-p) is equal zero
               MOVE "    N/C" TO w-txt-variacion
           ELSE
               COMPUTE w-variacion ROUNDED =
                   (tab-fila-valor(1) - tab-fila-valor(w-p)) * 100
                   / tab-fila-valor(w-p)
               IF w-variacion is > 9999
                   MOVE "  >9999" TO w-txt-variacion
               ELSE
                   MOVE w-variacion TO w-ed-variacion
                   MOVE w-ed-variacion TO w-txt-variacion
               END-IF
           END-IF.

       850-GRABAR-EXTRACTO.
           MOVE tab-per-periodo(w-p) TO ext-periodo.
           MOVE tab-per-nombre(w-p) TO ext-comparacion.
           MOVE w-promedio TO ext-promedio.
           IF tab-per-con-run(w-p) is equal 1
               MOVE "S" TO ext-con-run
           ELSE
               MOVE "N" TO ext-con-run
           END-IF.
           WRITE ext-reg FROM ext-detalle.

       880-IMPRIMO-TOTALES.
           MOVE "TOTAL   " TO est-cab-rotulo.
           MOVE SPACE TO est-cab-filial.
           WRITE est-reg FROM cabecera3 AFTER 1.
           WRITE est-reg FROM cabecera-filial AFTER 1.
           WRITE est-reg FROM cabecera-columnas AFTER 1.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-tot-socios(w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "SOCIOS CON MOVIMIENTO" TO est-concepto.
           MOVE ZERO TO w-fila-de-corridas.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-tot-recib(w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "DETALLES RECIBIDOS" TO est-concepto.
           MOVE 1 TO w-fila-de-corridas.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-tot-rech(w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "DETALLES RECHAZADOS" TO est-concepto.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-tot-susp(w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "DETALLES SUSPENDIDOS" TO est-concepto.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-tot-total(w-p) TO tab-fila-valor(w-p)
           END-PERFORM.
           MOVE "MOVIMIENTO TOTAL" TO est-concepto.
           MOVE ZERO TO w-fila-de-corridas.
           PERFORM 820-IMPRIMO-FILA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE ZERO TO tab-fila-valor(w-p)
               IF tab-tot-socios(w-p) is > zero
                   COMPUTE tab-fila-valor(w-p) ROUNDED =
                       tab-tot-total(w-p) / tab-tot-socios(w-p)
               END-IF
           END-PERFORM.
           MOVE "PROMEDIO POR SOCIO" TO est-concepto.
           PERFORM 820-IMPRIMO-FILA.
           MOVE w-tot-sus-cant TO est-sus-cant.
           MOVE w-tot-sus-imp TO est-sus-imp.
           WRITE est-reg FROM detalle-suspenso AFTER 1.
           IF w-ult-cierre is equal tab-per-periodo(1)
               MOVE w-tot-sal-cant TO est-sal-cant
               MOVE w-tot-sal-imp TO est-sal-imp
               WRITE est-reg FROM detalle-saldos AFTER 1
           ELSE
               MOVE w-ult-cierre TO est-ult-cierre
               WRITE est-reg FROM detalle-sin-cierre AFTER 1
           END-IF.
           MOVE "TOTAL" TO ext-filial.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > 3
               MOVE tab-tot-socios(w-p) TO ext-socios
               MOVE tab-tot-recib(w-p) TO ext-recib
               MOVE tab-tot-rech(w-p) TO ext-rech
               MOVE tab-tot-susp(w-p) TO ext-susp
               MOVE tab-tot-total(w-p) TO ext-total
               MOVE ZERO TO w-promedio
               IF tab-tot-socios(w-p) is > zero
                   COMPUTE w-promedio ROUNDED =
                       tab-tot-total(w-p) / tab-tot-socios(w-p)
               END-IF
               PERFORM 850-GRABAR-EXTRACTO
           END-PERFORM.

       1000-FIN-SALIDA.
           PERFORM 880-IMPRIMO-TOTALES.
           MOVE w-cant-sin-socio TO est-res-sin-socio.
           MOVE w-cant-corridas TO est-res-corridas.
           WRITE est-reg FROM cabecera3 AFTER 1.
           WRITE est-reg FROM detalle-resumen AFTER 1.
           CLOSE ESTADISTICA.
           CLOSE EXTRACTO.
           CLOSE EXTRACTO-TOP.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.
           DISPLAY "Estadistica del periodo " tab-per-periodo(1)
               ": " tab-tot-socios(1) " socios con movimiento, "
               w-cant-corridas " corridas tomadas".
       END PROGRAM ESTADISTICA-MENSUAL.
