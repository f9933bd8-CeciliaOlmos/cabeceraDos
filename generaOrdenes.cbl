      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generacion diaria de ordenes permanentes: para cada
      *          fecha del rango DESDE/HASTA de PARAMS.dat arma, con las
      *          ordenes de ORDENES.dat que vencen ese dia, la
      *          transmision de la filial indicada en FILORDEN (cabecera
      *          tipo 1, registro F por fecha, detalles D/C y trailer
      *          tipo 9) con el nombre de archivo que figura en
      *          FILIALES.dat, para que ORDEN2 la procese como una
      *          filial mas. Las ordenes vencidas o de socios no activos
      *          se informan en el listado de excepciones
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "..\PARAMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-par-status.
           SELECT CFG-FILIALES ASSIGN TO "..\FILIALES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cfg-status.
           SELECT OPTIONAL ORDENES ASSIGN TO "..\ORDENES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-clave
               FILE STATUS IS ws-ord-status.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.
           SELECT TRANSMISION ASSIGN TO DYNAMIC nom-arch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trn-status.
           SELECT EXCEPCIONES
           ASSIGN TO PRINTER,
           "..\impORDENES.dat".
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  par-reg.
           03 par-linea pic x(80).
       FD  CFG-FILIALES.
       01  cfg-reg.
           03 cfg-numero pic 9.
           03 cfg-nombre pic x(34).
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
       FD  SOCIOS.
       01  soc-reg.
           03 soc-cod pic 9(4).
           03 soc-nombre pic x(30).
           03 soc-filial pic 9.
           03 soc-estado pic x.
       FD  TRANSMISION.
       01  out-cab1-reg.
           03 out-cab1-tipo pic x.
           03 out-cab1-filial pic 9.
       01  out-cab2-reg.
           03 out-cab2-tipo pic x.
           03 out-cab2-fecha pic 9(8).
       01  out-det-reg.
           03 out-det-tipo pic x.
           03 out-det-socio pic 9(4).
           03 out-det-importe pic s9(7)v99.
           03 out-det-moneda pic x(3).
       01  out-trl-reg.
           03 out-trl-tipo pic x.
           03 out-trl-cantidad pic 9(6).
           03 out-trl-debitos pic s9(8)v99.
           03 out-trl-creditos pic s9(8)v99.
       FD  EXCEPCIONES
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  exc-reg pic x(80).
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
       01  nom-arch pic x(34).
       01  ws-par-status pic xx.
       01  ws-cfg-status pic xx.
       01  ws-ord-status pic xx.
       01  ws-trn-status pic xx.
       01  w-fin-param pic 9 value zero.
       01  w-par-nombre pic x(10).
       01  w-par-valor pic x(20).
       01  w-par-desde pic x(8) value spaces.
       01  w-par-hasta pic x(8) value spaces.
       01  w-par-filial pic x value space.
       01  w-filial-orden pic 9 value zero.
       01  w-fin-config pic 9 value zero.
       01  w-filial-hallada pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-fecha-val pic 9(8).
       01  w-fecha-partes redefines w-fecha-val.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 9(2).
           03 w-fv-dd pic 9(2).
       01  w-fecha-ok pic 9.
       01  w-dias-mes pic 9(2).
       01  w-bisiesto pic 9.
       01  w-div-cociente pic 9(4).
       01  w-resto4 pic 9(4).
       01  w-resto100 pic 9(4).
       01  w-resto400 pic 9(4).
       01  w-fin-ordenes pic 9 value zero.
       01  w-bloque-abierto pic 9 value zero.
       01  w-trl-cantidad pic 9(6) value zero.
       01  w-trl-debitos pic s9(8)v99 value zero.
       01  w-trl-creditos pic s9(8)v99 value zero.
       01  w-existe-socio pic 9 value zero.
       01  w-cant-generadas pic 9(6) value zero.
       01  w-cant-retenidas pic 9(6) value zero.
       01  w-cant-excluidas pic 9(6) value zero.
       01  w-total-debitos pic s9(9)v99 value zero.
       01  w-total-creditos pic s9(9)v99 value zero.
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
               05 filler pic x(21) value spaces.
               05 filler pic x(38) value "EXCEPCIONES DE ORDENES "-
           "PERMANENTES".
               05 filler pic x(21) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-rango.
           03  lin-rango.
               05 filler pic x(2) value spaces.
               05 filler pic x(7) value "RANGO: ".
               05 exc-cab-desde pic 9(8).
               05 filler pic x(3) value " - ".
               05 exc-cab-hasta pic 9(8).
               05 filler pic x(10) value "  FILIAL: ".
               05 exc-cab-filial pic 9.
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(1) value space.
               05 filler pic x(9) value "FECHA".
               05 filler pic x(8) value "ORDEN".
               05 filler pic x(2) value "T".
               05 filler pic x(18) value "IMPORTE".
               05 filler pic x(40) value "MOTIVO".
       01  detalle-excepcion.
           03  lin-exc.
               05 filler pic x(1) value space.
               05 exc-fecha pic 9(8).
               05 filler pic x(1) value space.
               05 exc-socio pic 9(4).
               05 filler pic x(1) value "-".
               05 exc-numero pic 9(2).
               05 filler pic x(1) value space.
               05 exc-tipo pic x.
               05 filler pic x(1) value space.
               05 exc-importe pic zz.zzz.zz9,99.
               05 filler pic x(1) value space.
               05 exc-moneda pic x(3).
               05 filler pic x(1) value space.
               05 exc-motivo pic x(40).
       01  detalle-total-gen.
           03  lin-total-gen.
               05 filler pic x(2) value spaces.
               05 filler pic x(19) value "ORDENES GENERADAS: ".
               05 exc-tot-gen pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(5) value "DEB: ".
               05 exc-tot-deb pic zzz.zzz.zz9,99.
               05 filler pic x(2) value spaces.
               05 filler pic x(5) value "CRE: ".
               05 exc-tot-cre pic zzz.zzz.zz9,99.
       01  detalle-total-exc.
           03  lin-total-exc.
               05 filler pic x(2) value spaces.
               05 filler pic x(19) value "EXCLUIDAS:         ".
               05 exc-tot-exc pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 filler pic x(24) value "RETENIDAS EN SUSPENSO: ".
               05 exc-tot-ret pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 140-LEER-PARAMETROS.
           PERFORM 115-LEER-FILIALES.
           PERFORM 100-INICIO.
           PERFORM 200-GENERAR-RANGO.
           PERFORM 600-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN I-O ORDENES.
           IF ws-ord-status is not equal "00" and
              ws-ord-status is not equal "05"
               DISPLAY "ERROR: no se pudo abrir ORDENES.dat, estado "
                   ws-ord-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANSMISION.
           IF ws-trn-status is not equal "00"
               DISPLAY "ERROR: no se pudo generar la transmision "
                   nom-arch ", estado " ws-trn-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO out-cab1-tipo.
           MOVE w-filial-orden TO out-cab1-filial.
           WRITE out-cab1-reg.
           OPEN OUTPUT EXCEPCIONES.
           MOVE w-fecha-desde TO exc-cab-desde.
           MOVE w-fecha-hasta TO exc-cab-hasta.
           MOVE w-filial-orden TO exc-cab-filial.
           WRITE exc-reg FROM cabecera3 AFTER 1.
           WRITE exc-reg FROM cabecera1 AFTER 1.
           WRITE exc-reg FROM cabecera2 AFTER 1.
           WRITE exc-reg FROM cabecera-rango AFTER 1.
           WRITE exc-reg FROM cabecera3 AFTER 1.
           WRITE exc-reg FROM cabecera-columnas AFTER 1.
           OPEN EXTEND RUN-HIST.
           MOVE "I" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.

       115-LEER-FILIALES.
           MOVE ZERO TO w-fin-config.
           MOVE ZERO TO w-filial-hallada.
           OPEN INPUT CFG-FILIALES.
           IF ws-cfg-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                   "filiales FILIALES.dat, estado " ws-cfg-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL w-fin-config IS EQUAL 1
               READ CFG-FILIALES
                   AT END MOVE 1 TO w-fin-config
                   NOT AT END
                       IF cfg-numero IS EQUAL w-filial-orden
                           MOVE 1 TO w-filial-hallada
                           MOVE cfg-nombre TO nom-arch
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CFG-FILIALES.
           IF w-filial-hallada IS NOT EQUAL 1
               DISPLAY "ERROR: la filial " w-filial-orden " de "
                   "FILORDEN no figura en FILIALES.dat"
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF nom-arch IS EQUAL SPACES
               DISPLAY "ERROR: falta el nombre de archivo para la "
                   "filial " w-filial-orden " en FILIALES.dat"
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.

       135-ARMAR-REG-CORRIDA.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "GENORD" TO run-programa.
           MOVE w-fecha-desde TO run-desde.
           MOVE w-fecha-hasta TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-generadas TO run-grabados.
           MOVE w-cant-excluidas TO run-rechazados.
           MOVE w-cant-retenidas TO run-suspensos.
           COMPUTE run-total-fil = w-total-debitos - w-total-creditos.
           MOVE run-total-fil TO run-total-tra.
           MOVE ZERO TO run-diferencia.

       140-LEER-PARAMETROS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-par-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                   "parametros PARAMS.dat, estado " ws-par-status
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           PERFORM UNTIL w-fin-param IS EQUAL 1
               READ PARAMETROS
                   AT END MOVE 1 TO w-fin-param
                   NOT AT END PERFORM 141-TOMAR-PARAMETRO
               END-READ
           END-PERFORM.
           CLOSE PARAMETROS.
           PERFORM 143-VALIDAR-PARAMETROS.

       141-TOMAR-PARAMETRO.
           MOVE SPACES TO w-par-nombre.
           MOVE SPACES TO w-par-valor.
           UNSTRING par-linea DELIMITED BY "="
               INTO w-par-nombre w-par-valor.
           EVALUATE w-par-nombre
               WHEN "DESDE"
                   MOVE w-par-valor TO w-par-desde
               WHEN "HASTA"
                   MOVE w-par-valor TO w-par-hasta
               WHEN "FILORDEN"
                   MOVE w-par-valor TO w-par-filial
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       143-VALIDAR-PARAMETROS.
           IF w-par-desde IS EQUAL SPACES
               DISPLAY "ERROR: falta el parametro DESDE en PARAMS.dat"
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF w-par-hasta IS EQUAL SPACES
               DISPLAY "ERROR: falta el parametro HASTA en PARAMS.dat"
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF w-par-filial IS EQUAL SPACE
               DISPLAY "ERROR: falta el parametro FILORDEN en "
                   "PARAMS.dat"
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF w-par-desde IS NOT NUMERIC
               DISPLAY "ERROR: el parametro DESDE no es numerico: "
                   w-par-desde
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF w-par-hasta IS NOT NUMERIC
               DISPLAY "ERROR: el parametro HASTA no es numerico: "
                   w-par-hasta
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF w-par-filial IS NOT NUMERIC OR w-par-filial IS EQUAL "0"
               DISPLAY "ERROR: el parametro FILORDEN no es una filial "
                   "valida: " w-par-filial
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           MOVE w-par-filial TO w-filial-orden.
           MOVE w-par-desde TO w-fecha-val.
           PERFORM 145-VALIDAR-FECHA.
           IF w-fecha-ok IS NOT EQUAL 1
               DISPLAY "ERROR: DESDE no es una fecha valida de "
                   "calendario: " w-par-desde
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           MOVE w-fecha-val TO w-fecha-desde.
           MOVE w-par-hasta TO w-fecha-val.
           PERFORM 145-VALIDAR-FECHA.
           IF w-fecha-ok IS NOT EQUAL 1
               DISPLAY "ERROR: HASTA no es una fecha valida de "
                   "calendario: " w-par-hasta
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           MOVE w-fecha-val TO w-fecha-hasta.
           IF w-fecha-hasta IS < w-fecha-desde
               DISPLAY "ERROR: HASTA " w-fecha-hasta " es anterior a "
                   "DESDE " w-fecha-desde
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.
           IF w-fecha-hasta IS > w-fecha-hoy
               DISPLAY "ERROR: HASTA " w-fecha-hasta " es una fecha "
                   "futura (hoy " w-fecha-hoy ")"
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.

       145-VALIDAR-FECHA.
           MOVE ZERO TO w-fecha-ok.
           IF w-fv-mm IS < 1 OR w-fv-mm IS > 12
               NEXT SENTENCE
           ELSE
               PERFORM 144-CALCULAR-DIAS-MES
               IF w-fv-dd IS >= 1 AND w-fv-dd IS NOT > w-dias-mes
                   MOVE 1 TO w-fecha-ok
               END-IF
           END-IF.

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

       148-ABORTAR-PARAMETROS.
           DISPLAY "La generacion se cancela por parametros invalidos".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       200-GENERAR-RANGO.
           MOVE w-fecha-desde TO w-fecha-val.
           PERFORM UNTIL w-fecha-val IS > w-fecha-hasta
               PERFORM 250-GENERAR-FECHA
               PERFORM 290-SIGUIENTE-FECHA
           END-PERFORM.

       250-GENERAR-FECHA.
           PERFORM 144-CALCULAR-DIAS-MES.
           MOVE ZERO TO w-bloque-abierto.
           MOVE ZERO TO w-trl-cantidad.
           MOVE ZERO TO w-trl-debitos.
           MOVE ZERO TO w-trl-creditos.
           MOVE ZERO TO w-fin-ordenes.
           MOVE ZERO TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES KEY IS NOT LESS ord-clave
               INVALID KEY MOVE 1 TO w-fin-ordenes
           END-START.
           PERFORM UNTIL w-fin-ordenes IS EQUAL 1
               READ ORDENES NEXT
                   AT END MOVE 1 TO w-fin-ordenes
                   NOT AT END PERFORM 260-EVALUAR-ORDEN
               END-READ
           END-PERFORM.
           IF w-bloque-abierto IS EQUAL 1
               MOVE "9" TO out-trl-tipo
               MOVE w-trl-cantidad TO out-trl-cantidad
               MOVE w-trl-debitos TO out-trl-debitos
               MOVE w-trl-creditos TO out-trl-creditos
               WRITE out-trl-reg
           END-IF.

       260-EVALUAR-ORDEN.
           IF ord-estado IS EQUAL "A" AND
              ord-alta IS NOT > w-fecha-val AND
              (ord-dia IS EQUAL w-fv-dd OR
              (ord-dia IS > w-dias-mes AND w-fv-dd IS EQUAL w-dias-mes))
               IF ord-hasta IS NOT EQUAL ZERO AND
                  ord-hasta IS < w-fecha-val
                   PERFORM 270-VENCER-ORDEN
               ELSE
                   PERFORM 280-GENERAR-DETALLE
               END-IF
           END-IF.

       270-VENCER-ORDEN.
           MOVE "V" TO ord-estado.
           REWRITE ord-reg.
           ADD 1 TO w-cant-excluidas.
           MOVE SPACES TO exc-motivo.
           STRING "ORDEN VENCIDA EL " ord-hasta ", NO SE GENERA"
               DELIMITED BY SIZE INTO exc-motivo.
           PERFORM 285-IMPRIMIR-EXCEPCION.

       280-GENERAR-DETALLE.
           MOVE ord-socio TO soc-cod.
           READ SOCIOS
               INVALID KEY MOVE ZERO TO w-existe-socio
               NOT INVALID KEY MOVE 1 TO w-existe-socio
           END-READ.
           IF w-existe-socio IS EQUAL ZERO
               ADD 1 TO w-cant-excluidas
               MOVE "SOCIO INEXISTENTE, NO SE GENERA" TO exc-motivo
               PERFORM 285-IMPRIMIR-EXCEPCION
           ELSE
               IF soc-estado IS NOT EQUAL "A"
                   ADD 1 TO w-cant-retenidas
                   MOVE SPACES TO exc-motivo
                   STRING "SOCIO NO ACTIVO (" soc-estado
                       "), QUEDARA EN SUSPENSO" DELIMITED BY SIZE
                       INTO exc-motivo
                   PERFORM 285-IMPRIMIR-EXCEPCION
               END-IF
               PERFORM 282-GRABAR-DETALLE
           END-IF.

       282-GRABAR-DETALLE.
           IF w-bloque-abierto IS NOT EQUAL 1
               MOVE 1 TO w-bloque-abierto
               MOVE "F" TO out-cab2-tipo
               MOVE w-fecha-val TO out-cab2-fecha
               WRITE out-cab2-reg
           END-IF.
           MOVE ord-tipo TO out-det-tipo.
           MOVE ord-socio TO out-det-socio.
           MOVE ord-importe TO out-det-importe.
           MOVE ord-moneda TO out-det-moneda.
           WRITE out-det-reg.
           ADD 1 TO w-trl-cantidad.
           ADD 1 TO w-cant-generadas.
           IF ord-tipo IS EQUAL "D"
               ADD ord-importe TO w-trl-debitos
               ADD ord-importe TO w-total-debitos
           ELSE
               ADD ord-importe TO w-trl-creditos
               ADD ord-importe TO w-total-creditos
           END-IF.

       285-IMPRIMIR-EXCEPCION.
           MOVE w-fecha-val TO exc-fecha.
           MOVE ord-socio TO exc-socio.
           MOVE ord-numero TO exc-numero.
           MOVE ord-tipo TO exc-tipo.
           MOVE ord-importe TO exc-importe.
           MOVE ord-moneda TO exc-moneda.
           WRITE exc-reg FROM detalle-excepcion AFTER 1.

       290-SIGUIENTE-FECHA.
           IF w-fv-dd IS < w-dias-mes
               ADD 1 TO w-fv-dd
           ELSE
               MOVE 1 TO w-fv-dd
               IF w-fv-mm IS < 12
                   ADD 1 TO w-fv-mm
               ELSE
                   MOVE 1 TO w-fv-mm
                   ADD 1 TO w-fv-aaaa
               END-IF
           END-IF.

       600-FIN.
           MOVE w-cant-generadas TO exc-tot-gen.
           MOVE w-total-debitos TO exc-tot-deb.
           MOVE w-total-creditos TO exc-tot-cre.
           MOVE w-cant-excluidas TO exc-tot-exc.
           MOVE w-cant-retenidas TO exc-tot-ret.
           WRITE exc-reg FROM cabecera3 AFTER 1.
           WRITE exc-reg FROM detalle-total-gen AFTER 1.
           WRITE exc-reg FROM detalle-total-exc AFTER 1.
           MOVE "C" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           DISPLAY "Ordenes generadas: " w-cant-generadas
               " en " nom-arch.
           DISPLAY "Ordenes excluidas: " w-cant-excluidas
               " - retenidas en suspenso: " w-cant-retenidas.
           CLOSE SOCIOS.
           CLOSE ORDENES.
           CLOSE TRANSMISION.
           CLOSE EXCEPCIONES.
           CLOSE RUN-HIST.
       END PROGRAM GENERA-ORDENES.
