      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado anual por socio a partir de la historia de
      *          saldos SALHIST.dat: saldo al inicio y al cierre del
      *          anio, total de debitos y de creditos e intereses
      *          acreditados en el anio, un certificado por pagina
      *          (impCERTIFICADO.dat). Si el anio no termino el
      *          certificado sale como provisorio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-ANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.
           SELECT SALHIST ASSIGN TO "..\SALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-clave
               FILE STATUS IS ws-hst-status.
           SELECT CERTIFICADO
           ASSIGN TO PRINTER,
           "..\impCERTIFICADO.dat".
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
       FD  CERTIFICADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  cer-reg pic x(80).
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
       01  ws-hst-status pic xx.
       01  w-anio pic 9(4).
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-partes redefines w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
           03 filler pic 9(4).
       01  w-periodo-desde pic 9(6).
       01  w-periodo-hasta pic 9(6).
       01  w-provisorio pic 9 value zero.
       01  w-fin-socios pic 9 value zero.
       01  w-fin-historia pic 9 value zero.
       01  w-tiene-historia pic 9 value zero.
       01  w-saldo-apertura pic s9(9)v99.
       01  w-saldo-cierre pic s9(9)v99.
       01  w-debitos pic s9(9)v99.
       01  w-creditos pic s9(9)v99.
       01  w-intereses pic s9(9)v99.
       01  w-ultimo-periodo pic 9(6).
       01  w-cant-certificados pic 9(6) value zero.
       01  w-cant-sin-historia pic 9(6) value zero.
       01  w-tot-intereses pic s9(9)v99 value zero.
       01  w-tot-cierre pic s9(9)v99 value zero.
       01  w-k pic 99.
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(20) value spaces.
               05 filler pic x(35) value "CERTIFICADO ANUAL DE SALDOS "-
           "- ANIO ".
               05 cer-cab-anio pic 9(4).
               05 filler pic x(21) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-provisorio.
           03  lin-provisorio.
               05 filler pic x(20) value spaces.
               05 filler pic x(28) value "*** CERTIFICADO PROVISORIO:".
               05 filler pic x(24) value " EL ANIO NO TERMINO ***".
       01  cabecera-socio.
           03  lin-soc.
               05 filler pic x(2) value spaces.
               05 filler pic x(7) value "SOCIO: ".
               05 cer-soc-cod pic 9(4).
               05 filler pic x(2) value spaces.
               05 cer-soc-nombre pic x(30).
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "FILIAL: ".
               05 cer-soc-filial pic 9.
       01  detalle-concepto.
           03  lin-concepto.
               05 filler pic x(5) value spaces.
               05 cer-concepto pic x(34).
               05 cer-importe pic zz.zzz.zzz.zz9,99-.
       01  detalle-periodo.
           03  lin-periodo.
               05 filler pic x(5) value spaces.
               05 filler pic x(22) value "ULTIMO PERIODO CERRADO".
               05 filler pic x(12) value " EN EL ANIO ".
               05 cer-ultimo-periodo pic 9(6).
       01  detalle-sin-periodo.
           03  lin-sin-periodo.
               05 filler pic x(5) value spaces.
               05 filler pic x(40) value "SIN PERIODOS CERRADOS EN EL "-
           "ANIO".
       01  detalle-constancia.
           03  lin-constancia.
               05 filler pic x(5) value spaces.
               05 filler pic x(24) value "SE EXTIENDE EL PRESENTE ".
               05 filler pic x(5) value "PARA ".
               05 filler pic x(40) value "SER PRESENTADO ANTE QUIEN "-
           "CORRESPONDA.".
       01  detalle-total.
           03  lin-total.
               05 filler pic x(2) value spaces.
               05 filler pic x(14) value "CERTIFICADOS: ".
               05 cer-tot-cant pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(11) value "INTERESES: ".
               05 cer-tot-int pic zzz.zzz.zz9,99-.
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "SALDOS: ".
               05 cer-tot-fin pic zzz.zzz.zz9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 140-INGRESAR-ANIO.
           PERFORM 100-INICIO.
           PERFORM 200-BARRER-SOCIOS.
           PERFORM 900-FIN.
           STOP RUN.

       140-INGRESAR-ANIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ingrese anio a certificar (AAAA)".
           ACCEPT w-anio.
           PERFORM UNTIL w-anio is > 1900 and
           w-anio is not > w-hoy-aaaa
               DISPLAY "Error, Ingrese anio a certificar (AAAA)"
               ACCEPT w-anio
           END-PERFORM.
           COMPUTE w-periodo-desde = w-anio * 100 + 1.
           COMPUTE w-periodo-hasta = w-anio * 100 + 12.
           IF w-anio is equal w-hoy-aaaa
               MOVE 1 TO w-provisorio
               DISPLAY "AVISO: el anio " w-anio " no termino, los "
                   "certificados salen como provisorios"
           END-IF.

       100-INICIO.
           OPEN INPUT SALHIST.
           IF ws-hst-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SALHIST.dat, estado "
                   ws-hst-status
               DISPLAY "La historia de saldos se genera con "
                   "CIERRE-MENSUAL e INTERES-MENSUAL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT CERTIFICADO.
           MOVE w-anio TO cer-cab-anio.

       200-BARRER-SOCIOS.
           MOVE ZERO TO soc-cod.
           START SOCIOS KEY IS NOT LESS soc-cod
               INVALID KEY MOVE 1 TO w-fin-socios
           END-START.
           PERFORM UNTIL w-fin-socios is equal 1
               READ SOCIOS NEXT
                   AT END MOVE 1 TO w-fin-socios
                   NOT AT END PERFORM 300-CERTIFICAR-SOCIO
               END-READ
           END-PERFORM.

       300-CERTIFICAR-SOCIO.
           PERFORM 400-ACUMULAR-HISTORIA.
           IF w-tiene-historia is equal 1
               PERFORM 500-IMPRIMO-CERTIFICADO
               ADD 1 TO w-cant-certificados
               ADD w-intereses TO w-tot-intereses
               ADD w-saldo-cierre TO w-tot-cierre
           ELSE
               ADD 1 TO w-cant-sin-historia
           END-IF.

      ******* saldo de apertura: el final del ultimo periodo anterior **
      ******* al anio, o el inicial del primer periodo si no lo hay   **
       400-ACUMULAR-HISTORIA.
           MOVE ZERO TO w-tiene-historia.
           MOVE ZERO TO w-saldo-apertura.
           MOVE ZERO TO w-saldo-cierre.
           MOVE ZERO TO w-debitos.
           MOVE ZERO TO w-creditos.
           MOVE ZERO TO w-intereses.
           MOVE ZERO TO w-ultimo-periodo.
           MOVE ZERO TO w-fin-historia.
           MOVE soc-cod TO hst-socio.
           MOVE ZERO TO hst-periodo.
           START SALHIST KEY IS NOT LESS hst-clave
               INVALID KEY MOVE 1 TO w-fin-historia
           END-START.
           PERFORM UNTIL w-fin-historia is equal 1
               READ SALHIST NEXT
                   AT END MOVE 1 TO w-fin-historia
                   NOT AT END
                       IF hst-socio is not equal soc-cod or
                          hst-periodo is > w-periodo-hasta
                           MOVE 1 TO w-fin-historia
                       ELSE
                           PERFORM 450-TOMAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM.
           IF w-ultimo-periodo is equal zero
               MOVE w-saldo-apertura TO w-saldo-cierre
           END-IF.

       450-TOMAR-PERIODO.
           IF hst-periodo is < w-periodo-desde
               MOVE hst-saldo-final TO w-saldo-apertura
           ELSE
               IF w-tiene-historia is not equal 1
                   MOVE hst-saldo-inicial TO w-saldo-apertura
               END-IF
               ADD hst-debitos TO w-debitos
               ADD hst-creditos TO w-creditos
               ADD hst-intereses TO w-intereses
               MOVE hst-saldo-final TO w-saldo-cierre
               MOVE hst-periodo TO w-ultimo-periodo
           END-IF.
           MOVE 1 TO w-tiene-historia.

       500-IMPRIMO-CERTIFICADO.
           WRITE cer-reg FROM cabecera3 AFTER PAGE.
           WRITE cer-reg FROM cabecera1 AFTER 1.
           WRITE cer-reg FROM cabecera2 AFTER 1.
           IF w-provisorio is equal 1
               WRITE cer-reg FROM cabecera-provisorio AFTER 1
           END-IF.
           WRITE cer-reg FROM cabecera3 AFTER 1.
           MOVE soc-cod TO cer-soc-cod.
           MOVE soc-nombre TO cer-soc-nombre.
           MOVE soc-filial TO cer-soc-filial.
           WRITE cer-reg FROM cabecera-socio AFTER 2.
           MOVE "SALDO AL INICIO DEL ANIO" TO cer-concepto.
           MOVE w-saldo-apertura TO cer-importe.
           WRITE cer-reg FROM detalle-concepto AFTER 2.
           MOVE "TOTAL DE DEBITOS" TO cer-concepto.
           MOVE w-debitos TO cer-importe.
           WRITE cer-reg FROM detalle-concepto AFTER 1.
           MOVE "TOTAL DE CREDITOS" TO cer-concepto.
           MOVE w-creditos TO cer-importe.
           WRITE cer-reg FROM detalle-concepto AFTER 1.
           MOVE "INTERESES ACREDITADOS" TO cer-concepto.
           MOVE w-intereses TO cer-importe.
           WRITE cer-reg FROM detalle-concepto AFTER 1.
           MOVE "SALDO AL CIERRE DEL ANIO" TO cer-concepto.
           MOVE w-saldo-cierre TO cer-importe.
           WRITE cer-reg FROM detalle-concepto AFTER 2.
           IF w-ultimo-periodo is equal zero
               WRITE cer-reg FROM detalle-sin-periodo AFTER 2
           ELSE
               MOVE w-ultimo-periodo TO cer-ultimo-periodo
               WRITE cer-reg FROM detalle-periodo AFTER 2
           END-IF.
           WRITE cer-reg FROM detalle-constancia AFTER 2.

       900-FIN.
           MOVE w-cant-certificados TO cer-tot-cant.
           MOVE w-tot-intereses TO cer-tot-int.
           MOVE w-tot-cierre TO cer-tot-fin.
           WRITE cer-reg FROM cabecera3 AFTER PAGE.
           WRITE cer-reg FROM cabecera1 AFTER 1.
           WRITE cer-reg FROM cabecera2 AFTER 1.
           WRITE cer-reg FROM cabecera3 AFTER 1.
           WRITE cer-reg FROM detalle-total AFTER 1.
           CLOSE SOCIOS.
           CLOSE SALHIST.
           CLOSE CERTIFICADO.
           OPEN EXTEND RUN-HIST.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "CERTIF" TO run-programa.
           COMPUTE run-desde = w-periodo-desde * 100 + 1.
           COMPUTE run-hasta = w-periodo-hasta * 100 + 31.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-certificados TO run-grabados.
           MOVE w-cant-sin-historia TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           MOVE w-tot-intereses TO run-total-fil.
           MOVE w-tot-cierre TO run-total-tra.
           MOVE ZERO TO run-diferencia.
           MOVE "C" TO run-estado.
           WRITE run-reg.
           CLOSE RUN-HIST.
           DISPLAY "Certificados emitidos: " w-cant-certificados
               "  socios sin historia: " w-cant-sin-historia.
       END PROGRAM CERTIFICADO-ANUAL.
