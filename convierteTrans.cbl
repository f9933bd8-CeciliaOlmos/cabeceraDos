      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de TRANS-ACT.txt y de los historicos
      *          HIST-aaaa.dat al formato con concepto en la clave
      *          (espacio = movimiento, T = impuesto, I = interes).
      *          Se corre una sola vez, antes de ORDEN2 y de cualquier
      *          otro programa que lea Trans-Act o los historicos.
      *          Cada archivo se copia a CONVIERTE.tmp, se regraba con
      *          concepto en espacio y se verifican cantidad e importe.
      *          CONVIERTE.ctl permite retomar un archivo interrumpido.
      *          Los archivos que ya tienen el formato nuevo se saltean
      *          y la corrida queda en RUNHIST.dat como CONVIERT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-TRANS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO ASSIGN TO DYNAMIC nom-arch
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vie-clave
               ALTERNATE RECORD KEY IS vie-socio WITH DUPLICATES
               FILE STATUS IS ws-vie-status.
           SELECT NUEVO ASSIGN TO DYNAMIC nom-arch
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nue-clave
               ALTERNATE RECORD KEY IS nue-socio WITH DUPLICATES
               FILE STATUS IS ws-nue-status.
           SELECT TRABAJO ASSIGN TO "..\CONVIERTE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARCA ASSIGN TO "..\CONVIERTE.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VIEJO.
       01  vie-reg.
           03 vie-clave.
               05 vie-fecha pic 9(8).
               05 vie-socio pic 9(4).
           03 vie-importe pic S9(8)V99.
       FD  NUEVO.
       01  nue-reg.
           03 nue-clave.
               05 nue-fecha pic 9(8).
               05 nue-socio pic 9(4).
               05 nue-concepto pic x.
           03 nue-importe pic S9(8)V99.
       FD  TRABAJO.
       01  trb-reg.
           03 trb-fecha pic 9(8).
           03 trb-socio pic 9(4).
           03 trb-importe pic S9(8)V99.
       FD  MARCA.
       01  mar-reg.
           03 mar-archivo pic x(20).
           03 mar-fecha pic 9(8).
           03 mar-hora pic 9(6).
           03 mar-cantidad pic 9(7).
           03 mar-total pic s9(11)v99.
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
       01  ws-vie-status pic xx.
       01  ws-nue-status pic xx.
       01  nom-arch pic x(20).
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-partes redefines w-fecha-hoy.
           03 w-anio-hoy pic 9(4).
           03 filler pic 9(4).
       01  w-anio-desde pic 9(4) value zero.
       01  w-anio pic 9(4).
       01  w-fin-vie pic 9 value zero.
       01  w-fin-trb pic 9 value zero.
       01  w-fin-nue pic 9 value zero.
       01  w-fin-marca pic 9 value zero.
       01  w-cant-leidos pic 9(7) value zero.
       01  w-total-leido pic s9(11)v99 value zero.
       01  w-cant-grabados pic 9(7) value zero.
       01  w-cant-verificados pic 9(7) value zero.
       01  w-total-verificado pic s9(11)v99 value zero.
       01  w-cant-archivos pic 99 value zero.
       01  w-cant-ya-convertidos pic 99 value zero.
       01  w-cant-inexistentes pic 99 value zero.
       01  w-cant-convertidos pic 9(7) value zero.
       01  w-total-convertido pic s9(11)v99 value zero.
       01  w-k pic 99.
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 150-GRABAR-INICIO-CORRIDA.
           PERFORM 200-VERIFICAR-MARCA.
           MOVE "..\TRANS-ACT.txt" TO nom-arch.
           PERFORM 300-CONVERTIR-ARCHIVO.
           IF w-anio-desde is > zero
               PERFORM VARYING w-anio FROM w-anio-desde BY 1
               UNTIL w-anio > w-anio-hoy
                   MOVE SPACES TO nom-arch
                   STRING "..\HIST-" w-anio ".dat" DELIMITED BY SIZE
                       INTO nom-arch
                   PERFORM 300-CONVERTIR-ARCHIVO
               END-PERFORM
           END-IF.
           PERFORM 700-GRABAR-CORRIDA.
           PERFORM 750-INFORMAR-RESULTADO.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ingrese el primer anio de historico HIST-aaaa.dat "
               "(AAAA), 0 si no hay historicos".
           ACCEPT w-anio-desde.
           PERFORM UNTIL w-anio-desde is equal zero or
                         (w-anio-desde is > 1900 and
                          w-anio-desde is not > w-anio-hoy)
               DISPLAY "Error, Ingrese el primer anio (AAAA) o 0"
               ACCEPT w-anio-desde
           END-PERFORM.

       150-GRABAR-INICIO-CORRIDA.
           OPEN EXTEND RUN-HIST.
           MOVE "I" TO run-estado.
           PERFORM 710-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       200-VERIFICAR-MARCA.
           MOVE ZERO TO w-fin-marca.
           OPEN INPUT MARCA.
           READ MARCA AT END MOVE 1 TO w-fin-marca.
           CLOSE MARCA.
           IF w-fin-marca is not equal 1
               MOVE mar-archivo TO nom-arch
               MOVE mar-cantidad TO w-cant-leidos
               MOVE mar-total TO w-total-leido
               DISPLAY "AVISO: la conversion de " nom-arch
                   " del " mar-fecha " " mar-hora " quedo "
                   "incompleta, se retoma desde CONVIERTE.tmp"
               PERFORM 500-CARGAR-NUEVO
               PERFORM 600-VERIFICAR-NUEVO
               PERFORM 650-LIMPIAR-MARCA
           END-IF.

       300-CONVERTIR-ARCHIVO.
           MOVE ZERO TO w-cant-leidos.
           MOVE ZERO TO w-total-leido.
           OPEN INPUT VIEJO.
           EVALUATE ws-vie-status
               WHEN "00"
                   PERFORM 400-COPIAR-VIEJO
                   PERFORM 450-GRABAR-MARCA
                   PERFORM 500-CARGAR-NUEVO
                   PERFORM 600-VERIFICAR-NUEVO
                   PERFORM 650-LIMPIAR-MARCA
               WHEN "35"
                   ADD 1 TO w-cant-inexistentes
               WHEN "39"
                   PERFORM 350-VERIFICAR-FORMATO-NUEVO
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir " nom-arch
                       ", estado " ws-vie-status
                   PERFORM 690-ABORTAR
           END-EVALUATE.

       350-VERIFICAR-FORMATO-NUEVO.
           OPEN INPUT NUEVO.
           IF ws-nue-status is equal "00"
               CLOSE NUEVO
               ADD 1 TO w-cant-ya-convertidos
               DISPLAY nom-arch " ya tiene el formato con concepto, "
                   "no se convierte"
           ELSE
               DISPLAY "ERROR: " nom-arch " no tiene el formato "
                   "anterior ni el nuevo, estado " ws-nue-status
               PERFORM 690-ABORTAR
           END-IF.

       400-COPIAR-VIEJO.
           MOVE ZERO TO w-fin-vie.
           OPEN OUTPUT TRABAJO.
           PERFORM UNTIL w-fin-vie is equal 1
               READ VIEJO NEXT
                   AT END MOVE 1 TO w-fin-vie
                   NOT AT END
                       MOVE vie-fecha TO trb-fecha
                       MOVE vie-socio TO trb-socio
                       MOVE vie-importe TO trb-importe
                       WRITE trb-reg
                       ADD 1 TO w-cant-leidos
                       ADD vie-importe TO w-total-leido
               END-READ
           END-PERFORM.
           CLOSE VIEJO.
           CLOSE TRABAJO.

       450-GRABAR-MARCA.
           ACCEPT mar-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           OPEN OUTPUT MARCA.
           MOVE nom-arch TO mar-archivo.
           MOVE w-hora-hhmmss TO mar-hora.
           MOVE w-cant-leidos TO mar-cantidad.
           MOVE w-total-leido TO mar-total.
           WRITE mar-reg.
           CLOSE MARCA.

       500-CARGAR-NUEVO.
           MOVE ZERO TO w-fin-trb.
           MOVE ZERO TO w-cant-grabados.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT NUEVO.
           IF ws-nue-status is not equal "00"
               DISPLAY "ERROR: no se pudo regrabar " nom-arch
                   ", estado " ws-nue-status
               PERFORM 690-ABORTAR
           END-IF.
           PERFORM UNTIL w-fin-trb is equal 1
               READ TRABAJO
                   AT END MOVE 1 TO w-fin-trb
                   NOT AT END
                       MOVE trb-fecha TO nue-fecha
                       MOVE trb-socio TO nue-socio
                       MOVE SPACE TO nue-concepto
                       MOVE trb-importe TO nue-importe
                       WRITE nue-reg
                           INVALID KEY
                               DISPLAY "ERROR: clave repetida "
                                   trb-fecha " socio " trb-socio
                                   " en " nom-arch
                               PERFORM 690-ABORTAR
                           NOT INVALID KEY
                               ADD 1 TO w-cant-grabados
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE NUEVO.

       600-VERIFICAR-NUEVO.
           MOVE ZERO TO w-fin-nue.
           MOVE ZERO TO w-cant-verificados.
           MOVE ZERO TO w-total-verificado.
           OPEN INPUT NUEVO.
           PERFORM UNTIL w-fin-nue is equal 1
               READ NUEVO NEXT
                   AT END MOVE 1 TO w-fin-nue
                   NOT AT END
                       ADD 1 TO w-cant-verificados
                       ADD nue-importe TO w-total-verificado
               END-READ
           END-PERFORM.
           CLOSE NUEVO.
           IF w-cant-verificados is not equal w-cant-leidos or
              w-total-verificado is not equal w-total-leido
               DISPLAY "ERROR: " nom-arch " convertido no coincide "
                   "con el original (" w-cant-verificados " contra "
                   w-cant-leidos " movimientos)"
               PERFORM 690-ABORTAR
           END-IF.
           ADD 1 TO w-cant-archivos.
           ADD w-cant-verificados TO w-cant-convertidos.
           ADD w-total-verificado TO w-total-convertido.
           DISPLAY nom-arch ": " w-cant-verificados
               " movimientos convertidos".

       650-LIMPIAR-MARCA.
           OPEN OUTPUT MARCA.
           CLOSE MARCA.

       690-ABORTAR.
           DISPLAY "La conversion se cancela. Si existe CONVIERTE.ctl, "
               "CONVIERTE.tmp conserva el contenido original del "
               "archivo indicado y la proxima corrida lo retoma".
           OPEN EXTEND RUN-HIST.
           MOVE "E" TO run-estado.
           PERFORM 710-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       700-GRABAR-CORRIDA.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 710-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       710-ARMAR-REG-CORRIDA.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "CONVIERT" TO run-programa.
           MOVE ZERO TO run-desde.
           MOVE w-fecha-hoy TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-convertidos TO run-grabados.
           MOVE ZERO TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           MOVE ZERO TO run-total-fil.
           MOVE w-total-convertido TO run-total-tra.
           MOVE ZERO TO run-diferencia.

       750-INFORMAR-RESULTADO.
           DISPLAY "Conversion completa".
           DISPLAY "Archivos convertidos: " w-cant-archivos
               " Ya convertidos: " w-cant-ya-convertidos
               " Inexistentes: " w-cant-inexistentes.
           DISPLAY "Movimientos convertidos: " w-cant-convertidos.
       END PROGRAM CONVIERTE-TRANS.
