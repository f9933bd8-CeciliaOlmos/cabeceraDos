      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido de cuentas inactivas: recorre los socios
      *          activos de SOCIOS.dat y, por la clave alternativa de
      *          socio, busca movimientos en Trans-Act y en los
      *          HIST-aaaa.dat de los ultimos N meses (MESES= en
      *          INACTIVOS.par), sin contar los intereses acreditados
      *          automaticamente ni el impuesto. Los socios sin
      *          movimiento pasan a estado I con constancia en
      *          AUDISOC.dat bajo el operador BATCH-INAC. Emite el
      *          informe del barrido y la lista de aviso por filial.
      *          Con SIMULA=S solo informa, sin modificar el maestro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRE-INACTIVOS.
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
           SELECT OPTIONAL HISTORICO ASSIGN TO DYNAMIC nom-hist
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS his-clave
               ALTERNATE RECORD KEY IS his-socio WITH DUPLICATES
               FILE STATUS IS ws-his-status.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\AUDISOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\INACTIVOS.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-par-status.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT INACTIVOS
           ASSIGN TO PRINTER,
           "..\impINACTIVOS.dat".
           SELECT AVISOS
           ASSIGN TO PRINTER,
           "..\impAVISOINAC.dat".
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
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-operador pic x(10).
           03 aud-operacion pic x.
           03 aud-antes pic x(36).
           03 aud-despues pic x(36).
           03 aud-aprobador pic x(10).
       FD  PARAMETROS.
       01  par-reg.
           03 par-linea pic x(80).
       SD  arch-sort.
       01  srt-reg.
           03 srt-filial pic 9.
           03 srt-socio pic 9(4).
           03 srt-nombre pic x(30).
           03 srt-ult-mov pic 9(8).
       FD  INACTIVOS
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  ina-reg pic x(80).
       FD  AVISOS
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  avi-reg pic x(80).
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
       01  ws-aud-status pic xx.
       01  ws-par-status pic xx.
       01  nom-hist pic x(20).
       01  w-operador-batch pic x(10) value "BATCH-INAC".
       01  w-fin-param pic 9 value zero.
       01  w-par-nombre pic x(10).
       01  w-par-valor pic x(20).
       01  w-par-meses pic x(3) justified right value spaces.
       01  w-par-simula pic x value space.
       01  w-meses pic 9(3) value zero.
       01  w-simulacion pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-hoy-partes redefines w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
           03 w-hoy-mm pic 9(2).
           03 w-hoy-dd pic 9(2).
       01  w-fecha-corte pic 9(8).
       01  w-fecha-val pic 9(8).
       01  w-fecha-partes redefines w-fecha-val.
           03 w-fv-aaaa pic 9(4).
           03 w-fv-mm pic 9(2).
           03 w-fv-dd pic 9(2).
       01  w-total-meses pic 9(6).
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
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-socio pic 9 value zero.
       01  w-fin-hist-soc pic 9 value zero.
       01  w-fin-aud pic 9 value zero.
       01  w-fin-sort pic 9 value zero.
       01  w-con-movimiento pic 9 value zero.
       01  w-ult-mov pic 9(8) value zero.
       01  w-anio-hist pic 9(4).
       01  w-anio-corte pic 9(4).
       01  w-imagen-antes pic x(36).
       01  w-imagen-alta.
           03 w-alta-cod pic 9(4).
           03 filler pic x(32).
       01  tabla-altas.
           03 tab-alta occurs 9999 times pic 9(8).
       01  w-k pic 9(5).
       01  w-filial-ant pic 9.
       01  w-cant-revisados pic 9(6) value zero.
       01  w-cant-con-mov pic 9(6) value zero.
       01  w-cant-alta-reciente pic 9(6) value zero.
       01  w-cant-inactivados pic 9(6) value zero.
       01  w-fil-cant pic 9(6) value zero.
       01  tabla-por-filial.
           03 tab-fil-cant occurs 9 times pic 9(6).
       01  cabecera1.
           03  lin-titulo.
               05 filler pic x(30) value spaces.
               05 filler pic x(19) value "BANCO: EL CORRALITO".
               05 filler pic x(5) value spaces.
       01  cabecera2.
           03  lin-sub-titulo.
               05 filler pic x(26) value spaces.
               05 filler pic x(28) value "BARRIDO DE CUENTAS INACTIVAS".
               05 filler pic x(26) value spaces.
       01  cabecera2-aviso.
           03  lin-sub-titulo-aviso.
               05 filler pic x(24) value spaces.
               05 filler pic x(32) value "AVISO: SOCIOS PASADOS A "-
           "INACTIVO".
               05 filler pic x(24) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-corte.
           03  lin-corte.
               05 filler pic x(2) value spaces.
               05 filler pic x(9) value "PROCESO: ".
               05 ina-cab-hoy pic 9(8).
               05 filler pic x(9) value "  CORTE: ".
               05 ina-cab-corte pic 9(8).
               05 filler pic x(9) value "  MESES: ".
               05 ina-cab-meses pic zz9.
               05 filler pic x(2) value spaces.
               05 ina-cab-modo pic x(12).
       01  cabecera-filial.
           03  lin-filial.
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "FILIAL: ".
               05 ina-cab-filial pic 9.
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(2) value spaces.
               05 filler pic x(7) value "SOCIO".
               05 filler pic x(32) value "NOMBRE".
               05 filler pic x(16) value "ULTIMO MOV.".
               05 filler pic x(12) value "ACCION".
       01  cabecera-columnas-aviso.
           03  lin-columnas-aviso.
               05 filler pic x(2) value spaces.
               05 filler pic x(7) value "SOCIO".
               05 filler pic x(32) value "NOMBRE".
               05 filler pic x(12) value "ULTIMO MOV.".
               05 filler pic x(20) value "CONTACTADO".
       01  detalle-socio.
           03  lin-socio.
               05 filler pic x(2) value spaces.
               05 ina-socio pic 9(4).
               05 filler pic x(3) value spaces.
               05 ina-nombre pic x(30).
               05 filler pic x(2) value spaces.
               05 ina-ult-mov pic x(14).
               05 filler pic x(2) value spaces.
               05 ina-accion pic x(12).
       01  detalle-aviso.
           03  lin-aviso.
               05 filler pic x(2) value spaces.
               05 avi-socio pic 9(4).
               05 filler pic x(3) value spaces.
               05 avi-nombre pic x(30).
               05 filler pic x(2) value spaces.
               05 avi-ult-mov pic x(10).
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "____________________".
       01  detalle-sub-filial.
           03  lin-sub-filial.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "SOCIOS DE LA FILIAL:".
               05 ina-fil-cant pic zzzzz9.
       01  detalle-resumen1.
           03  lin-resumen1.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "ACTIVOS REVISADOS:  ".
               05 ina-res-revisados pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "CON MOVIMIENTO:     ".
               05 ina-res-con-mov pic zzzzz9.
       01  detalle-resumen2.
           03  lin-resumen2.
               05 filler pic x(2) value spaces.
               05 filler pic x(20) value "ALTA RECIENTE:      ".
               05 ina-res-alta pic zzzzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(20) value "SIN MOVIMIENTO:     ".
               05 ina-res-inactivos pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 080-CALCULAR-CORTE.
           SORT arch-sort ASCENDING srt-filial ASCENDING srt-socio
           INPUT PROCEDURE IS DATOS-ENTRADA
           OUTPUT PROCEDURE IS DATOS-SALIDA.
           STOP RUN.

       DATOS-ENTRADA.
           PERFORM 100-INICIO-ENTRADA.
           PERFORM 150-CARGAR-ALTAS.
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

       050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF ws-par-status is equal "00"
               PERFORM UNTIL w-fin-param is equal 1
                   READ PARAMETROS
                       AT END MOVE 1 TO w-fin-param
                       NOT AT END PERFORM 060-TOMAR-PARAMETRO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PARAMETROS.
           IF w-par-meses is equal spaces
               DISPLAY "Ingrese cantidad de meses sin movimiento"
               ACCEPT w-meses
               PERFORM UNTIL w-meses is numeric and w-meses is > zero
                   DISPLAY "Error, Ingrese cantidad de meses (1-999)"
                   ACCEPT w-meses
               END-PERFORM
           ELSE
               IF w-par-meses is not numeric
                   DISPLAY "ERROR: MESES invalido en INACTIVOS.par: "
                       w-par-meses
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE w-par-meses TO w-meses
               IF w-meses is equal zero
                   DISPLAY "ERROR: MESES debe ser mayor que cero en "
                       "INACTIVOS.par"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF w-par-simula is equal "S"
               MOVE 1 TO w-simulacion
           END-IF.

       060-TOMAR-PARAMETRO.
           MOVE SPACES TO w-par-nombre.
           MOVE SPACES TO w-par-valor.
           UNSTRING par-linea DELIMITED BY "="
               INTO w-par-nombre w-par-valor.
           EVALUATE w-par-nombre
               WHEN "MESES"
                   UNSTRING w-par-valor DELIMITED BY SPACE
                       INTO w-par-meses
                   INSPECT w-par-meses REPLACING LEADING SPACE BY "0"
               WHEN "SIMULA"
                   MOVE w-par-valor TO w-par-simula
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       080-CALCULAR-CORTE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-total-meses = w-hoy-aaaa * 12 + w-hoy-mm - 1
               - w-meses.
           DIVIDE w-total-meses BY 12 GIVING w-fv-aaaa
               REMAINDER w-fv-mm.
           ADD 1 TO w-fv-mm.
           PERFORM 144-CALCULAR-DIAS-MES.
           IF w-hoy-dd is > w-dias-mes
               MOVE w-dias-mes TO w-fv-dd
           ELSE
               MOVE w-hoy-dd TO w-fv-dd
           END-IF.
           MOVE w-fecha-val TO w-fecha-corte.
           MOVE w-fv-aaaa TO w-anio-corte.

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

      ******* RUTINAS INPUT-PROCEDURE *********************************
       100-INICIO-ENTRADA.
           IF w-simulacion is equal 1
               OPEN INPUT SOCIOS
           ELSE
               OPEN I-O SOCIOS
           END-IF.
           IF ws-soc-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS.dat, estado "
                   ws-soc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           MOVE "INACTIVA" TO run-programa.
           MOVE w-fecha-corte TO run-desde.
           MOVE w-fecha-hoy TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE tab-fil-cant(w-k) TO run-leidos(w-k)
           END-PERFORM.
           IF w-simulacion is equal 1
               MOVE ZERO TO run-grabados
           ELSE
               MOVE w-cant-inactivados TO run-grabados
           END-IF.
           MOVE ZERO TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           MOVE ZERO TO run-total-fil.
           MOVE ZERO TO run-total-tra.
           MOVE ZERO TO run-diferencia.

       150-CARGAR-ALTAS.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9999
               MOVE ZERO TO tab-alta(w-k)
           END-PERFORM.
           OPEN INPUT AUDITORIA.
           PERFORM UNTIL w-fin-aud is equal 1
               READ AUDITORIA
                   AT END MOVE 1 TO w-fin-aud
                   NOT AT END
                       IF aud-operacion is equal "A"
                           MOVE aud-despues TO w-imagen-alta
                           IF w-alta-cod is numeric and
                              w-alta-cod is > zero
                               MOVE aud-fecha TO tab-alta(w-alta-cod)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           IF w-simulacion is not equal 1
               OPEN EXTEND AUDITORIA
           END-IF.

       200-BARRER-SOCIOS.
           MOVE ZERO TO soc-cod.
           START SOCIOS KEY IS NOT LESS soc-cod
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ SOCIOS NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF soc-estado is equal "A"
                           PERFORM 250-REVISAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.

       250-REVISAR-SOCIO.
           ADD 1 TO w-cant-revisados.
           IF soc-cod is > zero and
              tab-alta(soc-cod) is not < w-fecha-corte
               ADD 1 TO w-cant-alta-reciente
           ELSE
               MOVE ZERO TO w-con-movimiento
               MOVE ZERO TO w-ult-mov
               PERFORM 300-BUSCAR-TRANS-ACT
               MOVE w-hoy-aaaa TO w-anio-hist
               PERFORM UNTIL w-con-movimiento is equal 1 or
               w-anio-hist is < w-anio-corte
                   PERFORM 320-BUSCAR-HISTORICO
                   SUBTRACT 1 FROM w-anio-hist
               END-PERFORM
               IF w-con-movimiento is equal 1
                   ADD 1 TO w-cant-con-mov
               ELSE
                   PERFORM 400-INACTIVAR-SOCIO
               END-IF
           END-IF.

       300-BUSCAR-TRANS-ACT.
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
                           IF tra-concepto is equal space
                               MOVE tra-fecha TO w-fecha-val
                               PERFORM 340-REGISTRAR-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       320-BUSCAR-HISTORICO.
           MOVE SPACES TO nom-hist.
           STRING "..\HIST-" w-anio-hist ".dat" DELIMITED BY SIZE
               INTO nom-hist.
           OPEN INPUT HISTORICO.
           IF ws-his-status is equal "00"
               MOVE ZERO TO w-fin-hist-soc
               MOVE soc-cod TO his-socio
               START HISTORICO KEY IS EQUAL his-socio
                   INVALID KEY MOVE 1 TO w-fin-hist-soc
               END-START
               PERFORM UNTIL w-fin-hist-soc is equal 1
                   READ HISTORICO NEXT
                       AT END MOVE 1 TO w-fin-hist-soc
                       NOT AT END
                           IF his-socio is not equal soc-cod
                               MOVE 1 TO w-fin-hist-soc
                           ELSE
                               IF his-concepto is equal space
                                   MOVE his-fecha TO w-fecha-val
                                   PERFORM 340-REGISTRAR-MOVIMIENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORICO.

       340-REGISTRAR-MOVIMIENTO.
           IF w-fecha-val is > w-ult-mov
               MOVE w-fecha-val TO w-ult-mov
           END-IF.
           IF w-fecha-val is not < w-fecha-corte
               MOVE 1 TO w-con-movimiento
           END-IF.

       400-INACTIVAR-SOCIO.
           ADD 1 TO w-cant-inactivados.
           IF soc-filial is > zero
               ADD 1 TO tab-fil-cant(soc-filial)
           END-IF.
           IF w-simulacion is not equal 1
               MOVE soc-reg TO w-imagen-antes
               MOVE "I" TO soc-estado
               REWRITE soc-reg
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar el socio "
                           soc-cod
                   NOT INVALID KEY
                       PERFORM 450-GRABAR-AUDITORIA
               END-REWRITE
           END-IF.
           MOVE soc-filial TO srt-filial.
           MOVE soc-cod TO srt-socio.
           MOVE soc-nombre TO srt-nombre.
           MOVE w-ult-mov TO srt-ult-mov.
           RELEASE srt-reg.

       450-GRABAR-AUDITORIA.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-hora-hhmmss TO aud-hora.
           MOVE w-operador-batch TO aud-operador.
           MOVE "M" TO aud-operacion.
           MOVE w-imagen-antes TO aud-antes.
           MOVE soc-reg TO aud-despues.
           MOVE SPACES TO aud-aprobador.
           WRITE aud-reg.

       490-FIN-ENTRADA.
           CLOSE SOCIOS.
           CLOSE Trans-Act.
           IF w-simulacion is not equal 1
               CLOSE AUDITORIA
           END-IF.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN OUTPUT INACTIVOS.
           OPEN OUTPUT AVISOS.
           MOVE w-fecha-hoy TO ina-cab-hoy.
           MOVE w-fecha-corte TO ina-cab-corte.
           MOVE w-meses TO ina-cab-meses.
           IF w-simulacion is equal 1
               MOVE "SIMULACION" TO ina-cab-modo
           ELSE
               MOVE "APLICADO" TO ina-cab-modo
           END-IF.
           WRITE ina-reg FROM cabecera3 AFTER 1.
           WRITE ina-reg FROM cabecera1 AFTER 1.
           WRITE ina-reg FROM cabecera2 AFTER 1.
           WRITE ina-reg FROM cabecera-corte AFTER 1.

       750-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-fin-sort.

       780-INICIO-FILIAL.
           MOVE srt-filial TO w-filial-ant.
           MOVE ZERO TO w-fil-cant.
           MOVE srt-filial TO ina-cab-filial.
           WRITE ina-reg FROM cabecera3 AFTER 1.
           WRITE ina-reg FROM cabecera-filial AFTER 1.
           WRITE ina-reg FROM cabecera-columnas AFTER 1.
           WRITE avi-reg FROM cabecera3 AFTER PAGE.
           WRITE avi-reg FROM cabecera1 AFTER 1.
           WRITE avi-reg FROM cabecera2-aviso AFTER 1.
           WRITE avi-reg FROM cabecera-corte AFTER 1.
           WRITE avi-reg FROM cabecera-filial AFTER 1.
           WRITE avi-reg FROM cabecera3 AFTER 1.
           WRITE avi-reg FROM cabecera-columnas-aviso AFTER 1.

       800-IMPRIMO-SOCIO.
           ADD 1 TO w-fil-cant.
           MOVE srt-socio TO ina-socio.
           MOVE srt-nombre TO ina-nombre.
           MOVE srt-socio TO avi-socio.
           MOVE srt-nombre TO avi-nombre.
           IF srt-ult-mov is equal zero
               MOVE "SIN MOVIMIENTO" TO ina-ult-mov
               MOVE "ANTERIOR" TO avi-ult-mov
           ELSE
               MOVE srt-ult-mov TO ina-ult-mov
               MOVE srt-ult-mov TO avi-ult-mov
           END-IF.
           IF w-simulacion is equal 1
               MOVE "A INACTIVAR" TO ina-accion
           ELSE
               MOVE "INACTIVADO" TO ina-accion
           END-IF.
           WRITE ina-reg FROM detalle-socio AFTER 1.
           WRITE avi-reg FROM detalle-aviso AFTER 1.

       880-FIN-FILIAL.
           MOVE w-fil-cant TO ina-fil-cant.
           WRITE ina-reg FROM detalle-sub-filial AFTER 1.
           WRITE avi-reg FROM cabecera3 AFTER 1.
           WRITE avi-reg FROM detalle-sub-filial AFTER 1.

       1000-FIN-SALIDA.
           MOVE w-cant-revisados TO ina-res-revisados.
           MOVE w-cant-con-mov TO ina-res-con-mov.
           MOVE w-cant-alta-reciente TO ina-res-alta.
           MOVE w-cant-inactivados TO ina-res-inactivos.
           WRITE ina-reg FROM cabecera3 AFTER 1.
           WRITE ina-reg FROM detalle-resumen1 AFTER 1.
           WRITE ina-reg FROM detalle-resumen2 AFTER 1.
           CLOSE INACTIVOS.
           CLOSE AVISOS.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.
           IF w-simulacion is equal 1
               DISPLAY "Simulacion: " w-cant-inactivados
                   " socios quedarian inactivos (corte "
                   w-fecha-corte ")"
           ELSE
               DISPLAY "Socios pasados a inactivo: " w-cant-inactivados
                   " (corte " w-fecha-corte ")"
           END-IF.
       END PROGRAM BARRE-INACTIVOS.
