      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vencimiento de solicitudes de cambio al maestro de
      *          socios: marca como vencidas (V) las solicitudes de
      *          PENDSOC.dat que siguen pendientes despues de DIAS=
      *          (SOLICITUDES.par) e informa las vencidas y las que
      *          siguen esperando aprobacion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-SOLICITUDES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDIENTES ASSIGN TO "..\PENDSOC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pnd-numero
               ALTERNATE RECORD KEY IS pnd-socio WITH DUPLICATES
               FILE STATUS IS ws-pnd-status.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\SOLICITUDES.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-par-status.
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENCIDAS
           ASSIGN TO PRINTER,
           "..\impVENCIDAS.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES.
       01  pnd-reg.
           03 pnd-numero pic 9(6).
           03 pnd-fecha pic 9(8).
           03 pnd-hora pic 9(6).
           03 pnd-operacion pic x.
           03 pnd-socio pic 9(4).
           03 pnd-solicitante pic x(10).
           03 pnd-nivel pic 9.
           03 pnd-antes pic x(36).
           03 pnd-despues pic x(36).
           03 pnd-estado pic x.
           03 pnd-aprobador pic x(10).
           03 pnd-fecha-res pic 9(8).
           03 pnd-hora-res pic 9(6).
       FD  PARAMETROS.
       01  par-reg.
           03 par-linea pic x(80).
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
       FD  VENCIDAS
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  ven-reg pic x(80).
       WORKING-STORAGE SECTION.
       01  ws-pnd-status pic xx.
       01  ws-par-status pic xx.
       01  w-fin-param pic 9 value zero.
       01  w-fin-pnd pic 9 value zero.
       01  w-par-nombre pic x(10).
       01  w-par-valor pic x(20).
       01  w-par-dias pic x(3) justified right value spaces.
       01  w-dias-vence pic 9(3) value 7.
       01  w-k pic 99.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-corte pic 9(8) value zero.
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  w-imagen-despues pic x(36).
       01  w-despues-det redefines w-imagen-despues.
           03 w-des-cod pic 9(4).
           03 w-des-nombre pic x(30).
           03 w-des-filial pic x.
           03 w-des-estado pic x.
       01  w-filial pic 9.
       01  tabla-filiales.
           03 tab-fil-cant occurs 9 times pic 9(6).
       01  w-cant-pendientes pic 9(6) value zero.
       01  w-cant-vencidas pic 9(6) value zero.
       01  w-cant-siguen pic 9(6) value zero.
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
       01  tabla-acum-valores.
           03 filler pic x(36) value
           "000031059090120151181212243273304334".
       01  tabla-acum redefines tabla-acum-valores.
           03 w-acum-dias occurs 12 times pic 9(3).
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(19) value spaces.
               05 filler pic x(42) value "SOLICITUDES DE CAMBIO "-
           "DE SOCIOS PENDIENTES".
               05 filler pic x(19) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-limite.
           03  lin-cab-limite.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "PROCESO: ".
               05 ven-cab-fecha pic 9(8).
               05 filler pic x(25) value "  VENCIMIENTO:           ".
               05 ven-cab-dias pic zz9.
               05 filler pic x(5) value " DIAS".
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(1) value space.
               05 filler pic x(8) value "NUMERO".
               05 filler pic x(10) value "FECHA".
               05 filler pic x(6) value "DIAS".
               05 filler pic x(5) value "OPER".
               05 filler pic x(6) value "SOCIO".
               05 filler pic x(4) value "FIL".
               05 filler pic x(12) value "SOLICITANTE".
               05 filler pic x(10) value "RESULTADO".
       01  detalle-solicitud.
           03  lin-solicitud.
               05 filler pic x(1) value space.
               05 ven-numero pic 9(6).
               05 filler pic x(2) value spaces.
               05 ven-fecha pic 9(8).
               05 filler pic x(2) value spaces.
               05 ven-dias pic zzz9.
               05 filler pic x(3) value spaces.
               05 ven-operacion pic x.
               05 filler pic x(3) value spaces.
               05 ven-socio pic 9(4).
               05 filler pic x(2) value spaces.
               05 ven-filial pic x.
               05 filler pic x(3) value spaces.
               05 ven-solicitante pic x(10).
               05 filler pic x(2) value spaces.
               05 ven-resultado pic x(9).
       01  detalle-total.
           03  lin-total.
               05 filler pic x(2) value spaces.
               05 filler pic x(13) value "PENDIENTES:  ".
               05 ven-tot-pend pic zzzzz9.
               05 filler pic x(13) value "  VENCIDAS:  ".
               05 ven-tot-venc pic zzzzz9.
               05 filler pic x(21) value "  SIGUEN PENDIENTES: ".
               05 ven-tot-sig pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PENDIENTE.
           PERFORM UNTIL w-fin-pnd is equal 1
               IF pnd-estado is equal "P"
                   PERFORM 300-PROCESAR-SOLICITUD
               END-IF
               PERFORM 200-LEER-PENDIENTE
           END-PERFORM.
           PERFORM 600-FIN.
           DISPLAY "Pendientes: " w-cant-pendientes
               " Vencidas: " w-cant-vencidas
               " Siguen pendientes: " w-cant-siguen.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           MOVE w-serial TO w-serial-hoy.
           PERFORM 120-LEER-PARAMETROS.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO tab-fil-cant(w-k)
           END-PERFORM.
           OPEN I-O PENDIENTES.
           IF ws-pnd-status is not equal "00" and
              ws-pnd-status is not equal "05"
               DISPLAY "ERROR: no se pudo abrir PENDSOC.dat, estado "
                   ws-pnd-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO pnd-numero.
           START PENDIENTES KEY IS NOT LESS pnd-numero
               INVALID KEY MOVE 1 TO w-fin-pnd
           END-START.
           OPEN OUTPUT VENCIDAS.
           MOVE w-fecha-hoy TO ven-cab-fecha.
           MOVE w-dias-vence TO ven-cab-dias.
           WRITE ven-reg FROM cabecera3 AFTER 1.
           WRITE ven-reg FROM cabecera1 AFTER 1.
           WRITE ven-reg FROM cabecera2 AFTER 1.
           WRITE ven-reg FROM cabecera-limite AFTER 1.
           WRITE ven-reg FROM cabecera3 AFTER 1.
           WRITE ven-reg FROM cabecera-columnas AFTER 1.
           OPEN EXTEND RUN-HIST.
           MOVE "I" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       120-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF ws-par-status is equal "00"
               PERFORM UNTIL w-fin-param is equal 1
                   READ PARAMETROS
                       AT END MOVE 1 TO w-fin-param
                       NOT AT END PERFORM 125-TOMAR-PARAMETRO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PARAMETROS.
           IF w-par-dias is equal spaces
               DISPLAY "AVISO: SOLICITUDES.par sin DIAS=, se toman "
                   w-dias-vence " dias"
           ELSE
               IF w-par-dias is not numeric
                   DISPLAY "ERROR: DIAS invalido en SOLICITUDES.par: "
                       w-par-dias
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE w-par-dias TO w-dias-vence
           END-IF.

       125-TOMAR-PARAMETRO.
           MOVE SPACES TO w-par-nombre.
           MOVE SPACES TO w-par-valor.
           UNSTRING par-linea DELIMITED BY "="
               INTO w-par-nombre w-par-valor.
           EVALUATE w-par-nombre
               WHEN "DIAS"
                   UNSTRING w-par-valor DELIMITED BY SPACE
                       INTO w-par-dias
                   INSPECT w-par-dias REPLACING LEADING SPACE BY "0"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       135-ARMAR-REG-CORRIDA.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "VENCESOL" TO run-programa.
           MOVE w-fecha-corte TO run-desde.
           MOVE w-fecha-hoy TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE tab-fil-cant(w-k) TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-vencidas TO run-grabados.
           MOVE ZERO TO run-rechazados.
           MOVE w-cant-siguen TO run-suspensos.
           MOVE ZERO TO run-total-fil.
           MOVE ZERO TO run-total-tra.
           MOVE ZERO TO run-diferencia.

       200-LEER-PENDIENTE.
           IF w-fin-pnd is not equal 1
               READ PENDIENTES NEXT AT END MOVE 1 TO w-fin-pnd
               END-READ
           END-IF.

       300-PROCESAR-SOLICITUD.
           ADD 1 TO w-cant-pendientes.
           MOVE pnd-despues TO w-imagen-despues.
           IF w-des-filial is numeric and w-des-filial is not equal "0"
               MOVE w-des-filial TO w-filial
               ADD 1 TO tab-fil-cant(w-filial)
           END-IF.
           IF w-fecha-corte is equal zero or
              pnd-fecha is < w-fecha-corte
               MOVE pnd-fecha TO w-fecha-corte
           END-IF.
           MOVE pnd-fecha TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-serial.
           IF w-dias is < zero
               MOVE ZERO TO w-dias
           END-IF.
           IF w-dias is > w-dias-vence
               PERFORM 400-VENCER-SOLICITUD
           ELSE
               ADD 1 TO w-cant-siguen
               MOVE "PENDIENTE" TO ven-resultado
           END-IF.
           PERFORM 350-IMPRIMO-SOLICITUD.

       350-IMPRIMO-SOLICITUD.
           MOVE pnd-numero TO ven-numero.
           MOVE pnd-fecha TO ven-fecha.
           MOVE w-dias TO ven-dias.
           MOVE pnd-operacion TO ven-operacion.
           MOVE pnd-socio TO ven-socio.
           MOVE w-des-filial TO ven-filial.
           MOVE pnd-solicitante TO ven-solicitante.
           WRITE ven-reg FROM detalle-solicitud AFTER 1.

       400-VENCER-SOLICITUD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE "V" TO pnd-estado.
           MOVE SPACES TO pnd-aprobador.
           MOVE w-fecha-hoy TO pnd-fecha-res.
           MOVE w-hora-hhmmss TO pnd-hora-res.
           REWRITE pnd-reg
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar la solicitud "
                       pnd-numero
                   MOVE "NO VENCIO" TO ven-resultado
               NOT INVALID KEY
                   ADD 1 TO w-cant-vencidas
                   MOVE "VENCIDA" TO ven-resultado
           END-REWRITE.

       600-FIN.
           CLOSE PENDIENTES.
           MOVE w-cant-pendientes TO ven-tot-pend.
           MOVE w-cant-vencidas TO ven-tot-venc.
           MOVE w-cant-siguen TO ven-tot-sig.
           WRITE ven-reg FROM cabecera3 AFTER 1.
           WRITE ven-reg FROM detalle-total AFTER 1.
           CLOSE VENCIDAS.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

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
       END PROGRAM VENCE-SOLICITUDES.
