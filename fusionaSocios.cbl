      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fusion de socios duplicados: traslada al codigo que
      *          sobrevive todo lo registrado bajo el codigo que se
      *          retira (Trans-Act, HIST-aaaa.dat, SALDOS.dat,
      *          SALHIST.dat, SUSPENSO.dat, ORDENES.dat y
      *          RETENCION.dat), combinando
      *          los registros que coinciden en la misma clave en lugar
      *          de pisarlos. El socio retirado queda inactivo con
      *          imagen antes/despues en AUDISOC.dat. Requiere operador
      *          de nivel supervisor y emite el control de totales
      *          antes/despues por archivo (impFUSION.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-SOCIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS ws-soc-status.
           SELECT OPTIONAL Trans-Act ASSIGN TO "..\TRANS-ACT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tra-clave
               ALTERNATE RECORD KEY IS tra-socio WITH DUPLICATES.
           SELECT HISTORICO ASSIGN TO DYNAMIC nom-hist
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS his-clave
               ALTERNATE RECORD KEY IS his-socio WITH DUPLICATES
               FILE STATUS IS ws-his-status.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\SALDOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-socio.
           SELECT OPTIONAL SALHIST ASSIGN TO "..\SALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-clave.
           SELECT OPTIONAL SUSPENSO ASSIGN TO "..\SUSPENSO.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSO-FUS ASSIGN TO "..\SUSPENSO.fus"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORDENES ASSIGN TO "..\ORDENES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-clave.
           SELECT OPTIONAL RETENCION ASSIGN TO "..\RETENCION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ret-clave.
           SELECT TRABAJO ASSIGN TO "..\FUSION.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARCA ASSIGN TO "..\FUSION.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\AUDISOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES ASSIGN TO "..\OPERADORES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ope-cod
               FILE STATUS IS ws-ope-status.
           SELECT OPTIONAL SIGNON ASSIGN TO "..\SIGNON.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUSION
           ASSIGN TO PRINTER,
           "..\impFUSION.dat".
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
       FD  SUSPENSO.
       01  sus-reg.
           03 sus-fecha pic 9(8).
           03 sus-socio pic 9(4).
           03 sus-importe pic s9(8)v99.
           03 sus-filial pic 9.
           03 sus-motivo pic x.
           03 sus-debitos pic s9(8)v99.
           03 sus-creditos pic s9(8)v99.
       FD  SUSPENSO-FUS.
       01  sfu-reg.
           03 sfu-fecha pic 9(8).
           03 sfu-socio pic 9(4).
           03 sfu-importe pic s9(8)v99.
           03 sfu-filial pic 9.
           03 sfu-motivo pic x.
           03 sfu-debitos pic s9(8)v99.
           03 sfu-creditos pic s9(8)v99.
       FD  ORDENES.
       01  ord-reg.
           03 ord-clave.
               05 ord-socio pic 9(4).
               05 ord-numero pic 9(2).
           03 ord-tipo pic x.
           03 ord-importe pic 9(7)v99.
           03 ord-moneda pic x(3).
           03 ord-dia pic 9(2).
           03 ord-alta pic 9(8).
           03 ord-hasta pic 9(8).
           03 ord-estado pic x.
           03 ord-concepto pic x(20).
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
       FD  TRABAJO.
       01  wrk-mov-reg.
           03 wrk-fecha pic 9(8).
           03 wrk-concepto pic x.
           03 wrk-importe pic s9(8)v99.
       01  wrk-ord-reg pic x(58).
       01  wrk-ret-reg pic x(68).
       FD  MARCA.
       01  mar-reg.
           03 mar-fecha pic 9(8).
           03 mar-hora pic 9(6).
           03 mar-retirado pic 9(4).
           03 mar-superviviente pic 9(4).
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-operador pic x(10).
           03 aud-operacion pic x.
           03 aud-antes pic x(36).
           03 aud-despues pic x(36).
           03 aud-aprobador pic x(10).
       FD  OPERADORES.
       01  ope-reg.
           03 ope-cod pic x(4).
           03 ope-nombre pic x(30).
           03 ope-clave pic x(8).
           03 ope-nivel pic 9.
           03 ope-estado pic x.
       FD  SIGNON.
       01  log-reg.
           03 log-fecha pic 9(8).
           03 log-hora pic 9(6).
           03 log-programa pic x(8).
           03 log-codigo pic x(4).
           03 log-motivo pic x(20).
       FD  FUSION
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  fus-reg pic x(80).
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
       01  ws-his-status pic xx.
       01  ws-ope-status pic xx.
       01  nom-hist pic x(20).
       01  w-operador pic x(10).
       01  w-cod-operador pic x(4).
       01  w-clave-ingresada pic x(8).
       01  w-firmado pic 9 value zero.
       01  w-intentos pic 9 value zero.
       01  w-nivel-operador pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-partes redefines w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
           03 filler pic 9(4).
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  w-retirado pic 9(4) value zero.
       01  w-superviviente pic 9(4) value zero.
       01  w-socio-tot pic 9(4).
       01  w-imagen-retirado pic x(36).
       01  w-imagen-superviviente pic x(36).
       01  w-nombre-retirado pic x(30).
       01  w-nombre-superviviente pic x(30).
       01  w-confirma pic x.
       01  w-anio-desde pic 9(4) value zero.
       01  w-anio-hist pic 9(4).
       01  w-fin-marca pic 9 value zero.
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-trabajo pic 9 value zero.
       01  w-fin-susp pic 9 value zero.
       01  w-fin-copia pic 9 value zero.
       01  w-hist-abierto pic 9 value zero.
       01  w-fase pic 9.
       01  w-arch pic 9.
       01  w-tot-cant pic 9(6).
       01  w-tot-imp pic s9(11)v99.
       01  w-ret-hallado pic 9 value zero.
       01  w-sup-hallado pic 9 value zero.
       01  w-ret-periodo pic 9(6).
       01  w-ret-inicial pic s9(9)v99.
       01  w-ret-movimiento pic s9(9)v99.
       01  w-ret-final pic s9(9)v99.
       01  w-ret-trasladada.
           03 w-rtr-clave pic x(13).
           03 w-rtr-base-deb pic s9(9)v99.
           03 w-rtr-base-cre pic s9(9)v99.
           03 w-rtr-imp-deb pic s9(8)v99.
           03 w-rtr-imp-cre pic s9(8)v99.
           03 w-rtr-tasas pic x(12).
           03 w-rtr-exento pic x.
       01  w-ultimo-numero pic 9(2).
       01  w-cant-movidos pic 9(6) value zero.
       01  w-cant-combinados pic 9(6) value zero.
       01  w-cant-tra-movidos pic 9(6) value zero.
       01  w-cant-his-movidos pic 9(6) value zero.
       01  w-cant-sus-movidos pic 9(6) value zero.
       01  w-cant-ord-movidas pic 9(6) value zero.
       01  w-cant-ret-movidas pic 9(6) value zero.
       01  w-cant-hst-periodos pic 9(6) value zero.
       01  w-lado pic 9.
       01  w-i1 pic 9(3).
       01  w-i2 pic 9(3).
       01  w-ih pic 9(3).
       01  w-per-fusion pic 9(6).
       01  w-arrastre1 pic s9(9)v99.
       01  w-arrastre2 pic s9(9)v99.
       01  tabla-historia.
           03 tab-hr occurs 2 times.
               05 tab-hr-cant pic 9(3).
               05 tab-hr-per occurs 999 times.
                   07 tab-hr-periodo pic 9(6).
                   07 tab-hr-inicial pic s9(9)v99.
                   07 tab-hr-debitos pic s9(9)v99.
                   07 tab-hr-creditos pic s9(9)v99.
                   07 tab-hr-intereses pic s9(9)v99.
                   07 tab-hr-final pic s9(9)v99.
       01  w-total-antes pic s9(11)v99 value zero.
       01  w-total-despues pic s9(11)v99 value zero.
       01  w-diferencia pic s9(11)v99 value zero.
       01  w-cant-diferencias pic 9 value zero.
       01  tabla-control.
           03 tab-ctl occurs 7 times.
               05 tab-ctl-fase occurs 2 times.
                   07 tab-ctl-ret-cant pic 9(6).
                   07 tab-ctl-ret-imp pic s9(11)v99.
                   07 tab-ctl-sup-cant pic 9(6).
                   07 tab-ctl-sup-imp pic s9(11)v99.
       01  tabla-nombres-valores.
           03 filler pic x(12) value "TRANS-ACT".
           03 filler pic x(12) value "HISTORICOS".
           03 filler pic x(12) value "SALDOS".
           03 filler pic x(12) value "SUSPENSO".
           03 filler pic x(12) value "ORDENES".
           03 filler pic x(12) value "RETENCION".
           03 filler pic x(12) value "SALHIST".
       01  tabla-nombres redefines tabla-nombres-valores.
           03 tab-ctl-nombre occurs 7 times pic x(12).
       01  w-k pic 99.
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(24) value spaces.
               05 filler pic x(32) value "FUSION DE SOCIOS - CONTROL "-
           "TOTAL".
               05 filler pic x(24) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-proceso.
           03  lin-proceso.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "PROCESO: ".
               05 fus-cab-fecha pic 9(8).
               05 filler pic x(13) value "  OPERADOR: ".
               05 fus-cab-operador pic x(10).
       01  cabecera-retirado.
           03  lin-retirado.
               05 filler pic x(2) value spaces.
               05 filler pic x(15) value "RETIRADO:      ".
               05 fus-cab-retirado pic 9(4).
               05 filler pic x(2) value spaces.
               05 fus-cab-nom-ret pic x(30).
       01  cabecera-superviviente.
           03  lin-superviviente.
               05 filler pic x(2) value spaces.
               05 filler pic x(15) value "SUPERVIVIENTE: ".
               05 fus-cab-superviviente pic 9(4).
               05 filler pic x(2) value spaces.
               05 fus-cab-nom-sup pic x(30).
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(20) value "ARCHIVO     FASE".
               05 filler pic x(19) value "  CANT.   RETIRADO".
               05 filler pic x(20) value "  CANT.  SUPERVIV.".
               05 filler pic x(13) value "        TOTAL".
       01  detalle-control.
           03  lin-control.
               05 fus-archivo pic x(12).
               05 fus-fase pic x(8).
               05 fus-ret-cant pic zzzzz9.
               05 filler pic x(1) value space.
               05 fus-ret-imp pic -(8)9,99.
               05 filler pic x(1) value space.
               05 fus-sup-cant pic zzzzz9.
               05 filler pic x(1) value space.
               05 fus-sup-imp pic -(8)9,99.
               05 filler pic x(1) value space.
               05 fus-total pic -(9)9,99.
       01  detalle-verificacion.
           03  lin-verificacion.
               05 filler pic x(12) value spaces.
               05 filler pic x(9) value "CONTROL: ".
               05 fus-ver-estado pic x(11).
               05 fus-ver-dif pic -(9)9,99.
       01  detalle-resumen.
           03  lin-resumen.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "REGISTROS MOVIDOS:  ".
               05 fus-res-movidos pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "COMBINADOS:         ".
               05 fus-res-combinados pic zzzzz9.
       01  detalle-resumen-historia.
           03  lin-resumen-historia.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "PERIODOS DE HISTORIA".
               05 filler pic x(14) value " DE SALDOS:   ".
               05 fus-res-historia pic zzzzz9.
       01  detalle-resultado.
           03  lin-resultado.
               05 filler pic x(2) value spaces.
               05 fus-resultado pic x(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 140-PEDIR-SOCIOS.
           MOVE 1 TO w-fase.
           PERFORM 200-TOMAR-TOTALES.
           PERFORM 250-GRABAR-MARCA.
           PERFORM 300-FUSIONAR-TRANS-ACT.
           PERFORM 350-FUSIONAR-HISTORICOS.
           PERFORM 400-FUSIONAR-SALDOS.
           PERFORM 420-FUSIONAR-HISTORIA-SALDOS.
           PERFORM 450-FUSIONAR-SUSPENSO.
           PERFORM 500-FUSIONAR-ORDENES.
           PERFORM 520-FUSIONAR-RETENCION.
           PERFORM 550-INACTIVAR-RETIRADO.
           MOVE 2 TO w-fase.
           PERFORM 200-TOMAR-TOTALES.
           PERFORM 650-LIMPIAR-MARCA.
           PERFORM 700-IMPRIMIR-CONTROL.
           PERFORM 800-REGISTRAR-CORRIDA.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 105-IDENTIFICAR-OPERADOR.
           IF w-nivel-operador is not equal 9
               DISPLAY "ERROR: la fusion de socios requiere nivel "
                   "supervisor"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 120-VERIFICAR-MARCA.

       105-IDENTIFICAR-OPERADOR.
           OPEN INPUT OPERADORES.
           IF ws-ope-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir OPERADORES.dat, "
                   "estado " ws-ope-status
               DISPLAY "Cargue el maestro de operadores con "
                   "MANT-OPERADORES antes de usar este programa"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO w-firmado.
           MOVE ZERO TO w-intentos.
           PERFORM UNTIL w-firmado is equal 1 or w-intentos is >= 3
               ADD 1 TO w-intentos
               DISPLAY "Ingrese codigo de operador"
               ACCEPT w-cod-operador
               DISPLAY "Ingrese clave"
               ACCEPT w-clave-ingresada
               PERFORM 106-VALIDAR-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.
           IF w-firmado is not equal 1
               DISPLAY "ERROR: identificacion rechazada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-cod-operador TO w-operador.

       106-VALIDAR-OPERADOR.
           MOVE w-cod-operador TO ope-cod.
           READ OPERADORES
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO log-motivo
                   PERFORM 107-ANOTAR-RECHAZO
               NOT INVALID KEY
                   IF ope-estado is not equal "A"
                       MOVE "OPERADOR INHABILITADO" TO log-motivo
                       PERFORM 107-ANOTAR-RECHAZO
                   ELSE
                       IF ope-clave is not equal w-clave-ingresada
                           MOVE "CLAVE ERRONEA" TO log-motivo
                           PERFORM 107-ANOTAR-RECHAZO
                       ELSE
                           MOVE 1 TO w-firmado
                           MOVE ope-nivel TO w-nivel-operador
                       END-IF
                   END-IF
           END-READ.

       107-ANOTAR-RECHAZO.
           OPEN EXTEND SIGNON.
           MOVE w-fecha-hoy TO log-fecha.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO log-hora.
           MOVE "FUSION" TO log-programa.
           MOVE w-cod-operador TO log-codigo.
           WRITE log-reg.
           CLOSE SIGNON.
           DISPLAY "Identificacion incorrecta".

       120-VERIFICAR-MARCA.
           MOVE ZERO TO w-fin-marca.
           OPEN INPUT MARCA.
           READ MARCA AT END MOVE 1 TO w-fin-marca.
           CLOSE MARCA.
           IF w-fin-marca IS NOT EQUAL 1
               DISPLAY "ERROR: la fusion anterior del socio "
                   mar-retirado " en el " mar-superviviente
                   " quedo incompleta (FUSION.ctl del " mar-fecha
                   " " mar-hora ")"
               DISPLAY "Verifique los registros pendientes en "
                   "FUSION.tmp y SUSPENSO.fus, complete el traslado "
                   "y vacie FUSION.ctl antes de repetir"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       140-PEDIR-SOCIOS.
           OPEN I-O SOCIOS.
           IF ws-soc-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS.dat, estado "
                   ws-soc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Ingrese codigo de socio a retirar".
           ACCEPT w-retirado.
           MOVE w-retirado TO soc-cod.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "ERROR: el socio " w-retirado " no existe"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE soc-reg TO w-imagen-retirado.
           MOVE soc-nombre TO w-nombre-retirado.
           DISPLAY "Retirado: " soc-cod " " soc-nombre " filial "
               soc-filial " estado " soc-estado.
           DISPLAY "Ingrese codigo de socio que sobrevive".
           ACCEPT w-superviviente.
           IF w-superviviente is equal w-retirado
               DISPLAY "ERROR: el socio que sobrevive debe ser "
                   "distinto del retirado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-superviviente TO soc-cod.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "ERROR: el socio " w-superviviente
                       " no existe"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF soc-estado is equal "I"
               DISPLAY "ERROR: el socio que sobrevive " soc-cod
                   " esta inactivo"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE soc-reg TO w-imagen-superviviente.
           MOVE soc-nombre TO w-nombre-superviviente.
           DISPLAY "Sobrevive: " soc-cod " " soc-nombre " filial "
               soc-filial " estado " soc-estado.
           DISPLAY "Ingrese anio del HIST-aaaa.dat mas antiguo".
           ACCEPT w-anio-desde.
           PERFORM UNTIL w-anio-desde is > 1900 and
           w-anio-desde is not > w-hoy-aaaa
               DISPLAY "Error, Ingrese anio (AAAA) no posterior al "
                   "actual"
               ACCEPT w-anio-desde
           END-PERFORM.
           DISPLAY "Confirma la fusion del socio " w-retirado
               " en el " w-superviviente " (S/N)".
           ACCEPT w-confirma.
           IF w-confirma is not equal "S"
               DISPLAY "Fusion cancelada por el operador"
               CLOSE SOCIOS
               STOP RUN
           END-IF.

      ******* TOTALES DE CONTROL (w-fase 1 = antes, 2 = despues) ******
       200-TOMAR-TOTALES.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 7
               MOVE ZERO TO tab-ctl-ret-cant(w-k, w-fase)
               MOVE ZERO TO tab-ctl-ret-imp(w-k, w-fase)
               MOVE ZERO TO tab-ctl-sup-cant(w-k, w-fase)
               MOVE ZERO TO tab-ctl-sup-imp(w-k, w-fase)
           END-PERFORM.
           MOVE w-retirado TO w-socio-tot.
           PERFORM 205-TOTALES-SOCIO.
           MOVE w-superviviente TO w-socio-tot.
           PERFORM 205-TOTALES-SOCIO.
           PERFORM 230-TOTAL-SUSPENSO.
           PERFORM 240-TOTAL-RETENCION.

       205-TOTALES-SOCIO.
           MOVE 1 TO w-arch.
           PERFORM 210-TOTAL-TRANS-ACT.
           PERFORM 290-ANOTAR-TOTAL.
           MOVE 2 TO w-arch.
           PERFORM 215-TOTAL-HISTORICOS.
           PERFORM 290-ANOTAR-TOTAL.
           MOVE 3 TO w-arch.
           PERFORM 220-TOTAL-SALDOS.
           PERFORM 290-ANOTAR-TOTAL.
           MOVE 5 TO w-arch.
           PERFORM 225-TOTAL-ORDENES.
           PERFORM 290-ANOTAR-TOTAL.
           MOVE 7 TO w-arch.
           PERFORM 222-TOTAL-SALHIST.
           PERFORM 290-ANOTAR-TOTAL.

       210-TOTAL-TRANS-ACT.
           MOVE ZERO TO w-tot-cant.
           MOVE ZERO TO w-tot-imp.
           OPEN INPUT Trans-Act.
           MOVE ZERO TO w-fin-barrido.
           MOVE w-socio-tot TO tra-socio.
           START Trans-Act KEY IS EQUAL tra-socio
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF tra-socio is not equal w-socio-tot
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           ADD 1 TO w-tot-cant
                           ADD tra-importe TO w-tot-imp
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Trans-Act.

       215-TOTAL-HISTORICOS.
           MOVE ZERO TO w-tot-cant.
           MOVE ZERO TO w-tot-imp.
           MOVE w-anio-desde TO w-anio-hist.
           PERFORM UNTIL w-anio-hist is > w-hoy-aaaa
               PERFORM 217-TOTAL-HISTORICO-ANIO
               ADD 1 TO w-anio-hist
           END-PERFORM.

       217-TOTAL-HISTORICO-ANIO.
           PERFORM 380-NOMBRAR-HISTORICO.
           OPEN INPUT HISTORICO.
           IF ws-his-status is equal "00"
               MOVE ZERO TO w-fin-barrido
               MOVE w-socio-tot TO his-socio
               START HISTORICO KEY IS EQUAL his-socio
                   INVALID KEY MOVE 1 TO w-fin-barrido
               END-START
               PERFORM UNTIL w-fin-barrido is equal 1
                   READ HISTORICO NEXT
                       AT END MOVE 1 TO w-fin-barrido
                       NOT AT END
                           IF his-socio is not equal w-socio-tot
                               MOVE 1 TO w-fin-barrido
                           ELSE
                               ADD 1 TO w-tot-cant
                               ADD his-importe TO w-tot-imp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       220-TOTAL-SALDOS.
           MOVE ZERO TO w-tot-cant.
           MOVE ZERO TO w-tot-imp.
           OPEN INPUT SALDOS.
           MOVE w-socio-tot TO sal-socio.
           READ SALDOS
               NOT INVALID KEY
                   MOVE 1 TO w-tot-cant
                   MOVE sal-saldo-final TO w-tot-imp
           END-READ.
           CLOSE SALDOS.

       222-TOTAL-SALHIST.
           MOVE ZERO TO w-tot-cant.
           MOVE ZERO TO w-tot-imp.
           OPEN INPUT SALHIST.
           MOVE ZERO TO w-fin-barrido.
           MOVE w-socio-tot TO hst-socio.
           MOVE ZERO TO hst-periodo.
           START SALHIST KEY IS NOT LESS hst-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ SALHIST NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF hst-socio is not equal w-socio-tot
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           ADD 1 TO w-tot-cant
                           MOVE hst-saldo-final TO w-tot-imp
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALHIST.

       225-TOTAL-ORDENES.
           MOVE ZERO TO w-tot-cant.
           MOVE ZERO TO w-tot-imp.
           OPEN INPUT ORDENES.
           MOVE ZERO TO w-fin-barrido.
           MOVE w-socio-tot TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES KEY IS NOT LESS ord-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ ORDENES NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF ord-socio is not equal w-socio-tot
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           ADD 1 TO w-tot-cant
                           ADD ord-importe TO w-tot-imp
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDENES.

       230-TOTAL-SUSPENSO.
           MOVE ZERO TO w-fin-susp.
           OPEN INPUT SUSPENSO.
           PERFORM UNTIL w-fin-susp is equal 1
               READ SUSPENSO
                   AT END MOVE 1 TO w-fin-susp
                   NOT AT END
                       IF sus-socio is equal w-retirado
                           ADD 1 TO tab-ctl-ret-cant(4, w-fase)
                           ADD sus-importe TO
                               tab-ctl-ret-imp(4, w-fase)
                       END-IF
                       IF sus-socio is equal w-superviviente
                           ADD 1 TO tab-ctl-sup-cant(4, w-fase)
                           ADD sus-importe TO
                               tab-ctl-sup-imp(4, w-fase)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSO.

       240-TOTAL-RETENCION.
           MOVE ZERO TO w-fin-barrido.
           OPEN INPUT RETENCION.
           MOVE ZERO TO ret-fecha.
           MOVE ZERO TO ret-socio.
           MOVE ZERO TO ret-filial.
           START RETENCION KEY IS NOT LESS ret-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ RETENCION NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF ret-socio is equal w-retirado
                           ADD 1 TO tab-ctl-ret-cant(6, w-fase)
                           ADD ret-imp-deb TO
                               tab-ctl-ret-imp(6, w-fase)
                           ADD ret-imp-cre TO
                               tab-ctl-ret-imp(6, w-fase)
                       END-IF
                       IF ret-socio is equal w-superviviente
                           ADD 1 TO tab-ctl-sup-cant(6, w-fase)
                           ADD ret-imp-deb TO
                               tab-ctl-sup-imp(6, w-fase)
                           ADD ret-imp-cre TO
                               tab-ctl-sup-imp(6, w-fase)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETENCION.

       290-ANOTAR-TOTAL.
           IF w-socio-tot is equal w-retirado
               MOVE w-tot-cant TO tab-ctl-ret-cant(w-arch, w-fase)
               MOVE w-tot-imp TO tab-ctl-ret-imp(w-arch, w-fase)
           ELSE
               MOVE w-tot-cant TO tab-ctl-sup-cant(w-arch, w-fase)
               MOVE w-tot-imp TO tab-ctl-sup-imp(w-arch, w-fase)
           END-IF.

       250-GRABAR-MARCA.
           ACCEPT mar-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           OPEN OUTPUT MARCA.
           MOVE w-hora-hhmmss TO mar-hora.
           MOVE w-retirado TO mar-retirado.
           MOVE w-superviviente TO mar-superviviente.
           WRITE mar-reg.
           CLOSE MARCA.

      ******* TRASLADO DE MOVIMIENTOS *********************************
       300-FUSIONAR-TRANS-ACT.
           OPEN I-O Trans-Act.
           OPEN OUTPUT TRABAJO.
           MOVE ZERO TO w-fin-barrido.
           MOVE w-retirado TO tra-socio.
           START Trans-Act KEY IS EQUAL tra-socio
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF tra-socio is not equal w-retirado
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           MOVE tra-fecha TO wrk-fecha
                           MOVE tra-concepto TO wrk-concepto
                           MOVE tra-importe TO wrk-importe
                           WRITE wrk-mov-reg
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           MOVE ZERO TO w-fin-trabajo.
           OPEN INPUT TRABAJO.
           PERFORM UNTIL w-fin-trabajo is equal 1
               READ TRABAJO
                   AT END MOVE 1 TO w-fin-trabajo
                   NOT AT END PERFORM 310-TRASLADAR-TRANS-ACT
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE Trans-Act.

       310-TRASLADAR-TRANS-ACT.
           MOVE wrk-fecha TO tra-fecha.
           MOVE w-retirado TO tra-socio.
           MOVE wrk-concepto TO tra-concepto.
           DELETE Trans-Act RECORD
               INVALID KEY
                   DISPLAY "AVISO: no se pudo borrar Trans-Act "
                       tra-clave
           END-DELETE.
           MOVE wrk-fecha TO tra-fecha.
           MOVE w-superviviente TO tra-socio.
           MOVE wrk-concepto TO tra-concepto.
           READ Trans-Act
               INVALID KEY
                   MOVE wrk-fecha TO tra-fecha
                   MOVE w-superviviente TO tra-socio
                   MOVE wrk-concepto TO tra-concepto
                   MOVE wrk-importe TO tra-importe
                   WRITE tra-reg
               NOT INVALID KEY
                   ADD wrk-importe TO tra-importe
                   REWRITE tra-reg
                   ADD 1 TO w-cant-combinados
           END-READ.
           ADD 1 TO w-cant-tra-movidos.
           ADD 1 TO w-cant-movidos.

       350-FUSIONAR-HISTORICOS.
           MOVE w-anio-desde TO w-anio-hist.
           PERFORM UNTIL w-anio-hist is > w-hoy-aaaa
               PERFORM 360-FUSIONAR-HISTORICO-ANIO
               ADD 1 TO w-anio-hist
           END-PERFORM.

       360-FUSIONAR-HISTORICO-ANIO.
           PERFORM 380-NOMBRAR-HISTORICO.
           OPEN I-O HISTORICO.
           IF ws-his-status is equal "00"
               OPEN OUTPUT TRABAJO
               MOVE ZERO TO w-fin-barrido
               MOVE w-retirado TO his-socio
               START HISTORICO KEY IS EQUAL his-socio
                   INVALID KEY MOVE 1 TO w-fin-barrido
               END-START
               PERFORM UNTIL w-fin-barrido is equal 1
                   READ HISTORICO NEXT
                       AT END MOVE 1 TO w-fin-barrido
                       NOT AT END
                           IF his-socio is not equal w-retirado
                               MOVE 1 TO w-fin-barrido
                           ELSE
                               MOVE his-fecha TO wrk-fecha
                               MOVE his-concepto TO wrk-concepto
                               MOVE his-importe TO wrk-importe
                               WRITE wrk-mov-reg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRABAJO
               MOVE ZERO TO w-fin-trabajo
               OPEN INPUT TRABAJO
               PERFORM UNTIL w-fin-trabajo is equal 1
                   READ TRABAJO
                       AT END MOVE 1 TO w-fin-trabajo
                       NOT AT END PERFORM 370-TRASLADAR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE TRABAJO
               CLOSE HISTORICO
           END-IF.

       370-TRASLADAR-HISTORICO.
           MOVE wrk-fecha TO his-fecha.
           MOVE w-retirado TO his-socio.
           MOVE wrk-concepto TO his-concepto.
           DELETE HISTORICO RECORD
               INVALID KEY
                   DISPLAY "AVISO: no se pudo borrar " nom-hist " "
                       his-clave
           END-DELETE.
           MOVE wrk-fecha TO his-fecha.
           MOVE w-superviviente TO his-socio.
           MOVE wrk-concepto TO his-concepto.
           READ HISTORICO
               INVALID KEY
                   MOVE wrk-fecha TO his-fecha
                   MOVE w-superviviente TO his-socio
                   MOVE wrk-concepto TO his-concepto
                   MOVE wrk-importe TO his-importe
                   WRITE his-reg
               NOT INVALID KEY
                   ADD wrk-importe TO his-importe
                   REWRITE his-reg
                   ADD 1 TO w-cant-combinados
           END-READ.
           ADD 1 TO w-cant-his-movidos.
           ADD 1 TO w-cant-movidos.

       380-NOMBRAR-HISTORICO.
           MOVE SPACES TO nom-hist.
           STRING "..\HIST-" w-anio-hist ".dat" DELIMITED BY SIZE
               INTO nom-hist.

      ******* SALDOS: se lleva el saldo mas viejo al periodo mas nuevo *
       400-FUSIONAR-SALDOS.
           OPEN I-O SALDOS.
           MOVE ZERO TO w-ret-hallado.
           MOVE w-retirado TO sal-socio.
           READ SALDOS
               NOT INVALID KEY
                   MOVE 1 TO w-ret-hallado
                   MOVE sal-periodo TO w-ret-periodo
                   MOVE sal-saldo-inicial TO w-ret-inicial
                   MOVE sal-movimiento TO w-ret-movimiento
                   MOVE sal-saldo-final TO w-ret-final
           END-READ.
           IF w-ret-hallado is equal 1
               DELETE SALDOS RECORD
               MOVE w-superviviente TO sal-socio
               READ SALDOS
                   INVALID KEY
                       MOVE w-superviviente TO sal-socio
                       MOVE w-ret-periodo TO sal-periodo
                       MOVE w-ret-inicial TO sal-saldo-inicial
                       MOVE w-ret-movimiento TO sal-movimiento
                       MOVE w-ret-final TO sal-saldo-final
                       WRITE sal-reg
                   NOT INVALID KEY
                       PERFORM 410-COMBINAR-SALDOS
                       REWRITE sal-reg
                       ADD 1 TO w-cant-combinados
               END-READ
               ADD 1 TO w-cant-movidos
           END-IF.
           CLOSE SALDOS.

       410-COMBINAR-SALDOS.
           EVALUATE TRUE
               WHEN sal-periodo is equal w-ret-periodo
                   ADD w-ret-inicial TO sal-saldo-inicial
                   ADD w-ret-movimiento TO sal-movimiento
                   ADD w-ret-final TO sal-saldo-final
               WHEN sal-periodo is > w-ret-periodo
                   ADD w-ret-final TO sal-saldo-inicial
                   ADD w-ret-final TO sal-saldo-final
               WHEN OTHER
                   MOVE w-ret-periodo TO sal-periodo
                   COMPUTE sal-saldo-inicial =
                       sal-saldo-final + w-ret-inicial
                   MOVE w-ret-movimiento TO sal-movimiento
                   COMPUTE sal-saldo-final =
                       sal-saldo-final + w-ret-final
           END-EVALUATE.

      ******* SALHIST: en cada periodo se suma la posicion de ambos; **
      ******* el socio sin registro en el periodo aporta su saldo    **
      ******* arrastrado del ultimo periodo que tenga                **
       420-FUSIONAR-HISTORIA-SALDOS.
           OPEN I-O SALHIST.
           MOVE 1 TO w-lado.
           MOVE w-retirado TO w-socio-tot.
           PERFORM 425-CARGAR-HISTORIA.
           MOVE 2 TO w-lado.
           MOVE w-superviviente TO w-socio-tot.
           PERFORM 425-CARGAR-HISTORIA.
           IF tab-hr-cant(1) is > zero
               MOVE 1 TO w-i1
               MOVE 1 TO w-i2
               MOVE tab-hr-inicial(1, 1) TO w-arrastre1
               MOVE ZERO TO w-arrastre2
               IF tab-hr-cant(2) is > zero
                   MOVE tab-hr-inicial(2, 1) TO w-arrastre2
               END-IF
               PERFORM UNTIL w-i1 is > tab-hr-cant(1) and
               w-i2 is > tab-hr-cant(2)
                   PERFORM 430-COMBINAR-PERIODO
               END-PERFORM
               PERFORM VARYING w-i1 FROM 1 BY 1
               UNTIL w-i1 is > tab-hr-cant(1)
                   MOVE w-retirado TO hst-socio
                   MOVE tab-hr-periodo(1, w-i1) TO hst-periodo
                   DELETE SALHIST RECORD
                       INVALID KEY
                           DISPLAY "AVISO: no se pudo borrar SALHIST "
                               hst-clave
                   END-DELETE
               END-PERFORM
           END-IF.
           CLOSE SALHIST.

       425-CARGAR-HISTORIA.
           MOVE ZERO TO tab-hr-cant(w-lado).
           MOVE ZERO TO w-fin-barrido.
           MOVE w-socio-tot TO hst-socio.
           MOVE ZERO TO hst-periodo.
           START SALHIST KEY IS NOT LESS hst-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ SALHIST NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF hst-socio is not equal w-socio-tot
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           PERFORM 427-GUARDAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM.

       427-GUARDAR-PERIODO.
           IF tab-hr-cant(w-lado) is equal 999
               DISPLAY "ERROR: SALHIST.dat excede 999 periodos para "
                   "el socio " hst-socio
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO tab-hr-cant(w-lado).
           MOVE tab-hr-cant(w-lado) TO w-ih.
           MOVE hst-periodo TO tab-hr-periodo(w-lado, w-ih).
           MOVE hst-saldo-inicial TO tab-hr-inicial(w-lado, w-ih).
           MOVE hst-debitos TO tab-hr-debitos(w-lado, w-ih).
           MOVE hst-creditos TO tab-hr-creditos(w-lado, w-ih).
           MOVE hst-intereses TO tab-hr-intereses(w-lado, w-ih).
           MOVE hst-saldo-final TO tab-hr-final(w-lado, w-ih).

       430-COMBINAR-PERIODO.
           MOVE 999999 TO w-per-fusion.
           IF w-i1 is not > tab-hr-cant(1)
               MOVE tab-hr-periodo(1, w-i1) TO w-per-fusion
           END-IF.
           IF w-i2 is not > tab-hr-cant(2)
               IF tab-hr-periodo(2, w-i2) is < w-per-fusion
                   MOVE tab-hr-periodo(2, w-i2) TO w-per-fusion
               END-IF
           END-IF.
           MOVE w-superviviente TO hst-socio.
           MOVE w-per-fusion TO hst-periodo.
           MOVE ZERO TO hst-saldo-inicial.
           MOVE ZERO TO hst-debitos.
           MOVE ZERO TO hst-creditos.
           MOVE ZERO TO hst-intereses.
           MOVE ZERO TO hst-saldo-final.
           IF w-i1 is not > tab-hr-cant(1) and
              tab-hr-periodo(1, w-i1) is equal w-per-fusion
               ADD tab-hr-inicial(1, w-i1) TO hst-saldo-inicial
               ADD tab-hr-debitos(1, w-i1) TO hst-debitos
               ADD tab-hr-creditos(1, w-i1) TO hst-creditos
               ADD tab-hr-intereses(1, w-i1) TO hst-intereses
               ADD tab-hr-final(1, w-i1) TO hst-saldo-final
               MOVE tab-hr-final(1, w-i1) TO w-arrastre1
               ADD 1 TO w-i1
           ELSE
               ADD w-arrastre1 TO hst-saldo-inicial
               ADD w-arrastre1 TO hst-saldo-final
           END-IF.
           IF w-i2 is not > tab-hr-cant(2) and
              tab-hr-periodo(2, w-i2) is equal w-per-fusion
               ADD tab-hr-inicial(2, w-i2) TO hst-saldo-inicial
               ADD tab-hr-debitos(2, w-i2) TO hst-debitos
               ADD tab-hr-creditos(2, w-i2) TO hst-creditos
               ADD tab-hr-intereses(2, w-i2) TO hst-intereses
               ADD tab-hr-final(2, w-i2) TO hst-saldo-final
               MOVE tab-hr-final(2, w-i2) TO w-arrastre2
               ADD 1 TO w-i2
           ELSE
               ADD w-arrastre2 TO hst-saldo-inicial
               ADD w-arrastre2 TO hst-saldo-final
           END-IF.
           WRITE hst-reg
               INVALID KEY REWRITE hst-reg
           END-WRITE.
           ADD 1 TO w-cant-hst-periodos.

       450-FUSIONAR-SUSPENSO.
           MOVE ZERO TO w-fin-susp.
           OPEN INPUT SUSPENSO.
           OPEN OUTPUT SUSPENSO-FUS.
           PERFORM UNTIL w-fin-susp is equal 1
               READ SUSPENSO
                   AT END MOVE 1 TO w-fin-susp
                   NOT AT END
                       MOVE sus-reg TO sfu-reg
                       IF sus-socio is equal w-retirado
                           MOVE w-superviviente TO sfu-socio
                           ADD 1 TO w-cant-sus-movidos
                           ADD 1 TO w-cant-movidos
                       END-IF
                       WRITE sfu-reg
               END-READ
           END-PERFORM.
           CLOSE SUSPENSO.
           CLOSE SUSPENSO-FUS.
           IF w-cant-sus-movidos is > zero
               MOVE ZERO TO w-fin-copia
               OPEN INPUT SUSPENSO-FUS
               OPEN OUTPUT SUSPENSO
               PERFORM UNTIL w-fin-copia is equal 1
                   READ SUSPENSO-FUS
                       AT END MOVE 1 TO w-fin-copia
                       NOT AT END
                           MOVE sfu-reg TO sus-reg
                           WRITE sus-reg
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FUS
               CLOSE SUSPENSO
           END-IF.

       500-FUSIONAR-ORDENES.
           OPEN I-O ORDENES.
           MOVE ZERO TO w-ultimo-numero.
           MOVE ZERO TO w-fin-barrido.
           MOVE w-superviviente TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES KEY IS NOT LESS ord-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ ORDENES NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF ord-socio is not equal w-superviviente
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           MOVE ord-numero TO w-ultimo-numero
                       END-IF
               END-READ
           END-PERFORM.
           OPEN OUTPUT TRABAJO.
           MOVE ZERO TO w-fin-barrido.
           MOVE w-retirado TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES KEY IS NOT LESS ord-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ ORDENES NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF ord-socio is not equal w-retirado
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           MOVE ord-reg TO wrk-ord-reg
                           WRITE wrk-ord-reg
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           MOVE ZERO TO w-fin-trabajo.
           OPEN INPUT TRABAJO.
           PERFORM UNTIL w-fin-trabajo is equal 1
               READ TRABAJO
                   AT END MOVE 1 TO w-fin-trabajo
                   NOT AT END PERFORM 510-TRASLADAR-ORDEN
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE ORDENES.

       510-TRASLADAR-ORDEN.
           IF w-ultimo-numero is equal 99
               MOVE wrk-ord-reg TO ord-reg
               DISPLAY "AVISO: el socio " w-superviviente " no admite "
                   "mas ordenes; la orden " ord-numero " queda en el "
                   "socio retirado"
           ELSE
               MOVE wrk-ord-reg TO ord-reg
               DELETE ORDENES RECORD
               ADD 1 TO w-ultimo-numero
               MOVE wrk-ord-reg TO ord-reg
               MOVE w-superviviente TO ord-socio
               MOVE w-ultimo-numero TO ord-numero
               WRITE ord-reg
               ADD 1 TO w-cant-ord-movidas
               ADD 1 TO w-cant-movidos
           END-IF.

       520-FUSIONAR-RETENCION.
           OPEN I-O RETENCION.
           OPEN OUTPUT TRABAJO.
           MOVE ZERO TO w-fin-barrido.
           MOVE ZERO TO ret-fecha.
           MOVE ZERO TO ret-socio.
           MOVE ZERO TO ret-filial.
           START RETENCION KEY IS NOT LESS ret-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ RETENCION NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF ret-socio is equal w-retirado
                           MOVE ret-reg TO wrk-ret-reg
                           WRITE wrk-ret-reg
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           MOVE ZERO TO w-fin-trabajo.
           OPEN INPUT TRABAJO.
           PERFORM UNTIL w-fin-trabajo is equal 1
               READ TRABAJO
                   AT END MOVE 1 TO w-fin-trabajo
                   NOT AT END PERFORM 530-TRASLADAR-RETENCION
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE RETENCION.

       530-TRASLADAR-RETENCION.
           MOVE wrk-ret-reg TO w-ret-trasladada.
           MOVE wrk-ret-reg TO ret-reg.
           DELETE RETENCION RECORD
               INVALID KEY
                   DISPLAY "AVISO: no se pudo borrar RETENCION "
                       ret-clave
           END-DELETE.
           MOVE wrk-ret-reg TO ret-reg.
           MOVE w-superviviente TO ret-socio.
           READ RETENCION
               INVALID KEY
                   MOVE wrk-ret-reg TO ret-reg
                   MOVE w-superviviente TO ret-socio
                   WRITE ret-reg
               NOT INVALID KEY
                   PERFORM 535-SUMAR-RETENCION
                   REWRITE ret-reg
                   ADD 1 TO w-cant-combinados
           END-READ.
           ADD 1 TO w-cant-ret-movidas.
           ADD 1 TO w-cant-movidos.

       535-SUMAR-RETENCION.
           ADD w-rtr-base-deb TO ret-base-deb.
           ADD w-rtr-base-cre TO ret-base-cre.
           ADD w-rtr-imp-deb TO ret-imp-deb.
           ADD w-rtr-imp-cre TO ret-imp-cre.

      ******* BAJA DEL SOCIO RETIRADO *********************************
       550-INACTIVAR-RETIRADO.
           MOVE w-retirado TO soc-cod.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "ERROR: el socio " w-retirado " ya no "
                       "existe en SOCIOS.dat"
               NOT INVALID KEY
                   MOVE soc-reg TO w-imagen-retirado
                   MOVE "I" TO soc-estado
                   REWRITE soc-reg
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar el "
                               "socio " soc-cod
                       NOT INVALID KEY
                           PERFORM 560-GRABAR-AUDITORIA
                   END-REWRITE
           END-READ.
           CLOSE SOCIOS.

       560-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-hora-hhmmss TO aud-hora.
           MOVE w-operador TO aud-operador.
           MOVE "B" TO aud-operacion.
           MOVE w-imagen-retirado TO aud-antes.
           MOVE soc-reg TO aud-despues.
           MOVE SPACES TO aud-aprobador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       650-LIMPIAR-MARCA.
           OPEN OUTPUT MARCA.
           CLOSE MARCA.

      ******* INFORME DE CONTROL **************************************
       700-IMPRIMIR-CONTROL.
           OPEN OUTPUT FUSION.
           MOVE w-fecha-hoy TO fus-cab-fecha.
           MOVE w-operador TO fus-cab-operador.
           MOVE w-retirado TO fus-cab-retirado.
           MOVE w-nombre-retirado TO fus-cab-nom-ret.
           MOVE w-superviviente TO fus-cab-superviviente.
           MOVE w-nombre-superviviente TO fus-cab-nom-sup.
           WRITE fus-reg FROM cabecera3 AFTER 1.
           WRITE fus-reg FROM cabecera1 AFTER 1.
           WRITE fus-reg FROM cabecera2 AFTER 1.
           WRITE fus-reg FROM cabecera-proceso AFTER 1.
           WRITE fus-reg FROM cabecera-retirado AFTER 1.
           WRITE fus-reg FROM cabecera-superviviente AFTER 1.
           WRITE fus-reg FROM cabecera3 AFTER 1.
           WRITE fus-reg FROM cabecera-columnas AFTER 1.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 7
               PERFORM 720-IMPRIMIR-ARCHIVO
           END-PERFORM.
           MOVE w-cant-movidos TO fus-res-movidos.
           MOVE w-cant-combinados TO fus-res-combinados.
           WRITE fus-reg FROM cabecera3 AFTER 1.
           WRITE fus-reg FROM detalle-resumen AFTER 1.
           MOVE w-cant-hst-periodos TO fus-res-historia.
           WRITE fus-reg FROM detalle-resumen-historia AFTER 1.
           IF w-cant-diferencias is equal zero
               MOVE "FUSION CONFORME: LOS TOTALES NO VARIARON"
                   TO fus-resultado
           ELSE
               MOVE "FUSION CON DIFERENCIAS DE CONTROL, VERIFICAR"
                   TO fus-resultado
           END-IF.
           WRITE fus-reg FROM detalle-resultado AFTER 1.
           CLOSE FUSION.

       720-IMPRIMIR-ARCHIVO.
           MOVE tab-ctl-nombre(w-k) TO fus-archivo.
           MOVE "ANTES" TO fus-fase.
           MOVE tab-ctl-ret-cant(w-k, 1) TO fus-ret-cant.
           MOVE tab-ctl-ret-imp(w-k, 1) TO fus-ret-imp.
           MOVE tab-ctl-sup-cant(w-k, 1) TO fus-sup-cant.
           MOVE tab-ctl-sup-imp(w-k, 1) TO fus-sup-imp.
           COMPUTE w-total-antes = tab-ctl-ret-imp(w-k, 1)
               + tab-ctl-sup-imp(w-k, 1).
           MOVE w-total-antes TO fus-total.
           WRITE fus-reg FROM detalle-control AFTER 1.
           MOVE SPACES TO fus-archivo.
           MOVE "DESPUES" TO fus-fase.
           MOVE tab-ctl-ret-cant(w-k, 2) TO fus-ret-cant.
           MOVE tab-ctl-ret-imp(w-k, 2) TO fus-ret-imp.
           MOVE tab-ctl-sup-cant(w-k, 2) TO fus-sup-cant.
           MOVE tab-ctl-sup-imp(w-k, 2) TO fus-sup-imp.
           COMPUTE w-total-despues = tab-ctl-ret-imp(w-k, 2)
               + tab-ctl-sup-imp(w-k, 2).
           MOVE w-total-despues TO fus-total.
           WRITE fus-reg FROM detalle-control AFTER 1.
           COMPUTE w-diferencia = w-total-despues - w-total-antes.
           IF w-diferencia is equal zero
               MOVE "OK" TO fus-ver-estado
               MOVE ZERO TO fus-ver-dif
           ELSE
               ADD 1 TO w-cant-diferencias
               MOVE "DIFERENCIA " TO fus-ver-estado
               MOVE w-diferencia TO fus-ver-dif
           END-IF.
           WRITE fus-reg FROM detalle-verificacion AFTER 1.

       800-REGISTRAR-CORRIDA.
           OPEN EXTEND RUN-HIST.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "FUSION" TO run-programa.
           MOVE w-fecha-hoy TO run-desde.
           MOVE w-fecha-hoy TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-tra-movidos TO run-leidos(1).
           MOVE w-cant-his-movidos TO run-leidos(2).
           MOVE w-cant-sus-movidos TO run-leidos(3).
           MOVE w-cant-ord-movidas TO run-leidos(4).
           MOVE w-cant-ret-movidas TO run-leidos(5).
           MOVE w-cant-hst-periodos TO run-leidos(6).
           MOVE w-cant-movidos TO run-grabados.
           MOVE w-cant-combinados TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           COMPUTE run-total-fil = tab-ctl-ret-imp(1, 1)
               + tab-ctl-sup-imp(1, 1) + tab-ctl-ret-imp(2, 1)
               + tab-ctl-sup-imp(2, 1).
           COMPUTE run-total-tra = tab-ctl-ret-imp(1, 2)
               + tab-ctl-sup-imp(1, 2) + tab-ctl-ret-imp(2, 2)
               + tab-ctl-sup-imp(2, 2).
           COMPUTE run-diferencia = run-total-tra - run-total-fil.
           IF w-cant-diferencias is equal zero
               MOVE "C" TO run-estado
           ELSE
               MOVE "E" TO run-estado
           END-IF.
           WRITE run-reg.
           CLOSE RUN-HIST.
           DISPLAY "Fusion del socio " w-retirado " en el "
               w-superviviente ": " w-cant-movidos " registros "
               "movidos, " w-cant-combinados " combinados".
           IF w-cant-diferencias is not equal zero
               DISPLAY "AVISO: el control de totales tiene "
                   "diferencias, ver impFUSION.dat"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM FUSIONA-SOCIOS.
