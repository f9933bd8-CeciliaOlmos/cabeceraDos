      ******************************************************************
      * Author:
      * Date:
      * Purpose: Saldo proyectado por socio, a correr despues de
      *          ORDEN2: ultimo saldo final de SALDOS.dat mas los
      *          movimientos de Trans-Act posteriores a ese periodo.
      *          Se compara contra la linea de credito vigente de
      *          LINEAS.dat (sin linea, o vencida o de baja, el
      *          descubierto autorizado es cero). Emite el informe de
      *          socios excedidos por filial y el extracto
      *          SOBREGIRO.csv para que las filiales los contacten
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTA-SALDOS.
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
               RECORD KEY IS sal-socio.
           SELECT OPTIONAL LINEAS ASSIGN TO "..\LINEAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lin-socio.
           SELECT OPTIONAL Trans-Act ASSIGN TO "..\TRANS-ACT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tra-clave
               ALTERNATE RECORD KEY IS tra-socio WITH DUPLICATES.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT SOBREGIRO
           ASSIGN TO PRINTER,
           "..\impSOBREGIRO.dat".
           SELECT EXTRACTO ASSIGN TO "..\SOBREGIRO.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
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
       FD  LINEAS.
       01  lin-reg.
           03 lin-socio pic 9(4).
           03 lin-importe pic 9(9)v99.
           03 lin-alta pic 9(8).
           03 lin-vence pic 9(8).
           03 lin-estado pic x.
       FD  Trans-Act.
       01  tra-reg.
           03 tra-clave.
               05 tra-fecha pic 9(8).
               05 tra-socio pic 9(4).
               05 tra-concepto pic x.
           03 tra-importe pic S9(8)V99.
       SD  arch-sort.
       01  srt-reg.
           03 srt-filial pic 9.
           03 srt-socio pic 9(4).
           03 srt-nombre pic x(30).
           03 srt-proyectado pic s9(9)v99.
           03 srt-linea pic 9(9)v99.
           03 srt-exceso pic 9(9)v99.
       FD  SOBREGIRO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  sob-reg pic x(80).
       FD  EXTRACTO.
       01  ext-reg pic x(80).
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
       01  ws-soc-status pic xx.
       01  w-fecha-hoy pic 9(8).
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-socio pic 9 value zero.
       01  w-fin-sort pic 9 value zero.
       01  w-fecha-saldo pic 9(8).
       01  w-proyectado pic s9(9)v99.
       01  w-linea pic 9(9)v99.
       01  w-disponible pic s9(9)v99.
       01  w-k pic 99.
       01  w-filial-ant pic 9.
       01  w-cant-revisados pic 9(6) value zero.
       01  w-cant-excedidos pic 9(6) value zero.
       01  w-total-exceso pic 9(9)v99 value zero.
       01  w-fil-cant pic 9(6) value zero.
       01  w-fil-exceso pic 9(9)v99 value zero.
       01  tabla-por-filial.
           03 tab-fil-cant occurs 9 times pic 9(6).
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(40) value "SOCIOS EXCEDIDOS EN SU "-
           "LINEA DE CREDITO".
               05 filler pic x(20) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-fecha.
           03  lin-fecha.
               05 filler pic x(2) value spaces.
               05 filler pic x(23) value "SALDO PROYECTADO AL:   ".
               05 sob-cab-hoy pic 9(8).
       01  cabecera-filial.
           03  lin-filial.
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "FILIAL: ".
               05 sob-cab-filial pic 9.
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(2) value spaces.
               05 filler pic x(6) value "SOCIO".
               05 filler pic x(21) value "NOMBRE".
               05 filler pic x(16) value "SALDO PROYECT.".
               05 filler pic x(15) value "LINEA".
               05 filler pic x(14) value "EXCESO".
       01  detalle-socio.
           03  lin-det-socio.
               05 filler pic x(2) value spaces.
               05 sob-socio pic 9(4).
               05 filler pic x(2) value spaces.
               05 sob-nombre pic x(20).
               05 filler pic x value spaces.
               05 sob-proyectado pic zzz.zzz.zz9,99-.
               05 filler pic x value spaces.
               05 sob-linea pic zzz.zzz.zz9,99.
               05 filler pic x value spaces.
               05 sob-exceso pic zzz.zzz.zz9,99.
       01  detalle-sub-filial.
           03  lin-sub-filial.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "EXCEDIDOS FILIAL:   ".
               05 sob-fil-cant pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(14) value "EXCESO TOTAL: ".
               05 sob-fil-exceso pic zzz.zzz.zz9,99.
       01  detalle-resumen1.
           03  lin-resumen1.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "SOCIOS REVISADOS:   ".
               05 sob-res-revisados pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "EXCEDIDOS:          ".
               05 sob-res-excedidos pic zzzzz9.
       01  detalle-resumen2.
           03  lin-resumen2.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "EXCESO GENERAL:     ".
               05 sob-res-exceso pic zzz.zzz.zz9,99.
       01  ext-cabecera.
           03 filler pic x(20) value "FILIAL;SOCIO;NOMBRE;".
           03 filler pic x(17) value "SALDO PROYECTADO;".
           03 filler pic x(19) value "LINEA;EXCESO;FECHA".
       01  ext-detalle.
           03 ext-filial pic 9.
           03 filler pic x value ";".
           03 ext-socio pic 9(4).
           03 filler pic x value ";".
           03 ext-nombre pic x(30).
           03 filler pic x value ";".
           03 ext-proyectado pic -(9)9,99.
           03 filler pic x value ";".
           03 ext-linea pic -(9)9,99.
           03 filler pic x value ";".
           03 ext-exceso pic -(9)9,99.
           03 filler pic x value ";".
           03 ext-fecha pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           SORT arch-sort ASCENDING srt-filial ASCENDING srt-socio
           INPUT PROCEDURE IS DATOS-ENTRADA
           OUTPUT PROCEDURE IS DATOS-SALIDA.
           STOP RUN.

       DATOS-ENTRADA.
           PERFORM 100-INICIO-ENTRADA.
           PERFORM 200-BARRER-SOCIOS.
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
       100-INICIO-ENTRADA.
           OPEN INPUT SOCIOS.
           IF ws-soc-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS.dat, estado "
                   ws-soc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALDOS.
           OPEN INPUT LINEAS.
           OPEN INPUT Trans-Act.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO tab-fil-cant(w-k)
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
           MOVE "PROYECTA" TO run-programa.
           MOVE w-fecha-hoy TO run-desde.
           MOVE w-fecha-hoy TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE tab-fil-cant(w-k) TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-excedidos TO run-grabados.
           MOVE ZERO TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           MOVE ZERO TO run-total-fil.
           MOVE ZERO TO run-total-tra.
           MOVE ZERO TO run-diferencia.

       200-BARRER-SOCIOS.
           MOVE ZERO TO soc-cod.
           START SOCIOS KEY IS NOT LESS soc-cod
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ SOCIOS NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF soc-estado is not equal "I"
                           PERFORM 250-REVISAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.

       250-REVISAR-SOCIO.
           ADD 1 TO w-cant-revisados.
           PERFORM 300-PROYECTAR-SALDO.
           PERFORM 350-BUSCAR-LINEA.
           COMPUTE w-disponible = w-proyectado + w-linea.
           IF w-disponible is < zero
               PERFORM 400-REGISTRAR-EXCEDIDO
           END-IF.

       300-PROYECTAR-SALDO.
           MOVE soc-cod TO sal-socio.
           READ SALDOS
               INVALID KEY
                   MOVE ZERO TO w-proyectado
                   MOVE ZERO TO w-fecha-saldo
               NOT INVALID KEY
                   MOVE sal-saldo-final TO w-proyectado
                   COMPUTE w-fecha-saldo = sal-periodo * 100 + 99
           END-READ.
           MOVE ZERO TO w-fin-socio.
           MOVE soc-cod TO tra-socio.
           START Trans-Act KEY IS EQUAL tra-socio
               INVALID KEY MOVE 1 TO w-fin-socio
           END-START.
           PERFORM UNTIL w-fin-socio is equal 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-socio
                   NOT AT END
                       IF tra-socio is not equal soc-cod
                           MOVE 1 TO w-fin-socio
                       ELSE
                           IF tra-fecha is > w-fecha-saldo
                               ADD tra-importe TO w-proyectado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       350-BUSCAR-LINEA.
           MOVE ZERO TO w-linea.
           MOVE soc-cod TO lin-socio.
           READ LINEAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF lin-estado is equal "A" and
                      (lin-vence is equal zero or
                       lin-vence is not < w-fecha-hoy)
                       MOVE lin-importe TO w-linea
                   END-IF
           END-READ.

       400-REGISTRAR-EXCEDIDO.
           ADD 1 TO w-cant-excedidos.
           IF soc-filial is > zero
               ADD 1 TO tab-fil-cant(soc-filial)
           END-IF.
           MOVE soc-filial TO srt-filial.
           MOVE soc-cod TO srt-socio.
           MOVE soc-nombre TO srt-nombre.
           MOVE w-proyectado TO srt-proyectado.
           MOVE w-linea TO srt-linea.
           COMPUTE srt-exceso = zero - w-disponible.
           RELEASE srt-reg.

       490-FIN-ENTRADA.
           CLOSE SOCIOS.
           CLOSE SALDOS.
           CLOSE LINEAS.
           CLOSE Trans-Act.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN OUTPUT SOBREGIRO.
           OPEN OUTPUT EXTRACTO.
           WRITE ext-reg FROM ext-cabecera.
           MOVE w-fecha-hoy TO sob-cab-hoy.
           WRITE sob-reg FROM cabecera3 AFTER 1.
           WRITE sob-reg FROM cabecera1 AFTER 1.
           WRITE sob-reg FROM cabecera2 AFTER 1.
           WRITE sob-reg FROM cabecera-fecha AFTER 1.

       750-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-fin-sort.

       780-INICIO-FILIAL.
           MOVE srt-filial TO w-filial-ant.
           MOVE ZERO TO w-fil-cant.
           MOVE ZERO TO w-fil-exceso.
           MOVE srt-filial TO sob-cab-filial.
           WRITE sob-reg FROM cabecera3 AFTER 1.
           WRITE sob-reg FROM cabecera-filial AFTER 1.
           WRITE sob-reg FROM cabecera-columnas AFTER 1.

       800-IMPRIMO-SOCIO.
           ADD 1 TO w-fil-cant.
           ADD srt-exceso TO w-fil-exceso.
           ADD srt-exceso TO w-total-exceso.
           MOVE srt-socio TO sob-socio.
           MOVE srt-nombre TO sob-nombre.
           MOVE srt-proyectado TO sob-proyectado.
           MOVE srt-linea TO sob-linea.
           MOVE srt-exceso TO sob-exceso.
           WRITE sob-reg FROM detalle-socio AFTER 1.
           MOVE srt-filial TO ext-filial.
           MOVE srt-socio TO ext-socio.
           MOVE srt-nombre TO ext-nombre.
           MOVE srt-proyectado TO ext-proyectado.
           MOVE srt-linea TO ext-linea.
           MOVE srt-exceso TO ext-exceso.
           MOVE w-fecha-hoy TO ext-fecha.
           WRITE ext-reg FROM ext-detalle.

       880-FIN-FILIAL.
           MOVE w-fil-cant TO sob-fil-cant.
           MOVE w-fil-exceso TO sob-fil-exceso.
           WRITE sob-reg FROM detalle-sub-filial AFTER 1.

       1000-FIN-SALIDA.
           MOVE w-cant-revisados TO sob-res-revisados.
           MOVE w-cant-excedidos TO sob-res-excedidos.
           MOVE w-total-exceso TO sob-res-exceso.
           WRITE sob-reg FROM cabecera3 AFTER 1.
           WRITE sob-reg FROM detalle-resumen1 AFTER 1.
           WRITE sob-reg FROM detalle-resumen2 AFTER 1.
           CLOSE SOBREGIRO.
           CLOSE EXTRACTO.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.
           DISPLAY "Socios excedidos en su linea de credito: "
               w-cant-excedidos.
       END PROGRAM PROYECTA-SALDOS.
