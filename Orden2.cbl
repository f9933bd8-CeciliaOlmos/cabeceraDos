               FILE STATUS IS ws-ack-status.
           SELECT EXT-LIMITE ASSIGN TO "..\LIMITE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASAS-IMPUESTO ASSIGN TO "..\IMPUESTO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-imp-status.
           SELECT OPTIONAL EXENTOS ASSIGN TO "..\EXENTOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exe-status.
           SELECT OPTIONAL LINEAS ASSIGN TO "..\LINEAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lin-socio.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\SALDOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sal-socio.
           SELECT OPTIONAL RETENCION ASSIGN TO "..\RETENCION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ret-clave.
       DATA DIVISION.
       FILE SECTION.
       FD  filial-ent.
           03 tra-clave.
               05 tra-fecha pic 9(8).
               05 tra-socio pic 9(4).
               05 tra-concepto pic x.
           03 tra-importe pic S9(8)V99.
       FD  RECHAZOS.
       01  rej-reg pic x(80).
           03 sus-importe pic s9(8)v99.
           03 sus-filial pic 9.
           03 sus-motivo pic x.
           03 sus-debitos pic s9(8)v99.
           03 sus-creditos pic s9(8)v99.
       FD  REP-SUSPENSO.
       01  rsus-reg pic x(80).
       FD  ARCH-CHECKPOINT.
           03 ext-filial pic 9.
           03 ext-importe pic s9(8)v99.
           03 ext-exceso pic s9(8)v99.
       FD  TASAS-IMPUESTO.
       01  imp-reg.
           03 imp-desde pic 9(8).
           03 imp-tasa-deb pic 9(2)v9(4).
           03 imp-tasa-cre pic 9(2)v9(4).
       FD  EXENTOS.
       01  exe-reg.
           03 exe-socio pic 9(4).
           03 exe-desde pic 9(8).
           03 exe-hasta pic 9(8).
       FD  LINEAS.
       01  lin-reg.
           03 lin-socio pic 9(4).
           03 lin-importe pic 9(9)v99.
           03 lin-alta pic 9(8).
           03 lin-vence pic 9(8).
           03 lin-estado pic x.
       FD  SALDOS.
       01  sal-reg.
           03 sal-socio pic 9(4).
           03 sal-periodo pic 9(6).
           03 sal-saldo-inicial pic s9(9)v99.
           03 sal-movimiento pic s9(9)v99.
           03 sal-saldo-final pic s9(9)v99.
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
       WORKING-STORAGE SECTION.
       01  nom-arch pic x(34).
       01  tabla-filiales.
       01  w-cre-procesado pic s9(8)v99.
       01  w-i pic 99.
       01  w-j pic 99.
       01  w-k pic 9(3).
       01  w-fil-nro pic 9.
       01  w-flag1 PIC 9 value ZERO.
       01  w-fecha-ing pic 9(8).
       01  w-par-hasta pic x(8) value spaces.
       01  w-par-reproceso pic x value "N".
       01  w-par-limite pic x(9) value spaces.
       01  w-par-sobregiro pic x value "N".
           88 controla-sobregiro value "S".
       01  w-fin-proy pic 9 value zero.
       01  w-fecha-saldo pic 9(8).
       01  w-proyectado pic s9(9)v99.
       01  w-linea pic 9(9)v99.
       01  w-disponible pic s9(9)v99.
       01  w-excede-linea pic 9 value zero.
       01  w-cant-sobregiro pic 9(5) value zero.
       01  w-lim-ajustado pic x(9).
       01  w-lim-largo pic 99.
       01  w-lim-corr pic 99.
       01  w-ack-filial pic 9.
       01  w-ack-cant-fechas pic 99 value zero.
       01  w-ack-hallado pic 9 value zero.
       01  w-m pic 9(3).
       01  tabla-acuse.
           03 tab-ack occurs 99 times.
               05 tab-ack-fecha pic 9(8).
       01  w-imp-pesos pic s9(8)v99.
       01  w-mon-procesada pic x(3) value spaces.
       01  w-orig-procesado pic s9(8)v99 value zero.
       01  ws-imp-status pic xx.
       01  w-fin-impuesto pic 9 value zero.
       01  w-cant-impuesto pic 99 value zero.
       01  tabla-impuesto.
           03 tab-imp occurs 50 times.
               05 tab-imp-desde pic 9(8).
               05 tab-imp-tasa-deb pic 9(2)v9(4).
               05 tab-imp-tasa-cre pic 9(2)v9(4).
       01  ws-exe-status pic xx.
       01  w-fin-exentos pic 9 value zero.
       01  w-cant-exentos pic 9(3) value zero.
       01  tabla-exentos.
           03 tab-exe occurs 500 times.
               05 tab-exe-socio pic 9(4).
               05 tab-exe-desde pic 9(8).
               05 tab-exe-hasta pic 9(8).
       01  w-imp-hallado pic 9 value zero.
       01  w-imp-vigencia pic 9(8) value zero.
       01  w-tasa-deb pic 9(2)v9(4) value zero.
       01  w-tasa-cre pic 9(2)v9(4) value zero.
       01  w-socio-exento pic 9 value zero.
       01  w-ret-deb pic s9(8)v99 value zero.
       01  w-ret-cre pic s9(8)v99 value zero.
       01  w-ret-total pic s9(8)v99 value zero.
       01  w-fin-ret-depura pic 9 value zero.
       01  w-cant-retenciones pic 9(6) value zero.
       01  w-total-retenido pic s9(9)v99 value zero.
       01  w-sus-moneda pic x(3) value spaces.
       01  w-sus-orig pic s9(8)v99 value zero.
       01  w-det-procesados pic 9(4) value zero.
       01  w-sus-socio pic 9(4).
       01  w-sus-importe pic s9(8)v99.
       01  w-sus-filial pic 9.
       01  w-sus-motivo pic x.
       01  w-cant-suspenso pic 9(5) value zero.
       01  w-total-suspenso pic s9(9)v99 value zero.
       01  tabla-leidos.
           03 w-leidos occurs 9 times pic 9(6).
       01  w-est-fecha pic 9(8).
       01  w-est-fecha-partes redefines w-est-fecha.
           03 w-est-periodo pic 9(6).
           03 filler pic 9(2).
       01  w-cant-est pic 99 value zero.
       01  w-est-hallada pic 99.
       01  w-e pic 99.
       01  tabla-estadistica.
           03 tab-est occurs 60 times.
               05 tab-est-filial pic 9.
               05 tab-est-periodo pic 9(6).
               05 tab-est-acep pic 9(6).
               05 tab-est-rech pic 9(6).
               05 tab-est-susp pic 9(6).
               05 tab-est-imp-acep pic s9(9)v99.
               05 tab-est-imp-susp pic s9(9)v99.
       01  w-cont-grabados pic 9(6) value zero.
       01  w-cont-rechazados pic 9(6) value zero.
       01  w-total-fil-ctl pic s9(9)v99 value zero.
           PERFORM 110-LEER-CHECKPOINT.
           PERFORM 115-LEER-FILIALES.
           PERFORM 128-CARGAR-COTIZACIONES.
           PERFORM 126-CARGAR-IMPUESTO.
           PERFORM 131-CARGAR-EXENTOS.
           PERFORM 118-VERIFICAR-PROCESADAS.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-GRABAR-INICIO-CORRIDA.
       120-ABRIR-ARCHIVOS.
           open input SOCIOS.
           OPEN I-O Trans-Act.
           IF controla-sobregiro
               OPEN INPUT LINEAS
               OPEN INPUT SALDOS
           END-IF.
           OPEN I-O RETENCION.
           IF w-rango-procesado IS EQUAL 1 AND
              w-par-reproceso IS EQUAL "S" AND
              w-chk-activo IS NOT EQUAL 1
           MOVE ZERO TO w-fin-depura.
           MOVE w-fecha-desde TO tra-fecha.
           MOVE ZERO TO tra-socio.
           MOVE SPACE TO tra-concepto.
           START Trans-Act KEY IS NOT LESS tra-clave
               INVALID KEY MOVE 1 TO w-fin-depura
           END-START.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO w-fin-ret-depura.
           MOVE w-fecha-desde TO ret-fecha.
           MOVE ZERO TO ret-socio.
           MOVE ZERO TO ret-filial.
           START RETENCION KEY IS NOT LESS ret-clave
               INVALID KEY MOVE 1 TO w-fin-ret-depura
           END-START.
           PERFORM UNTIL w-fin-ret-depura IS EQUAL 1
               READ RETENCION NEXT
                   AT END MOVE 1 TO w-fin-ret-depura
                   NOT AT END
                       IF ret-fecha IS > w-fecha-hasta
                           MOVE 1 TO w-fin-ret-depura
                       ELSE
                           DELETE RETENCION
                       END-IF
               END-READ
           END-PERFORM.

       126-CARGAR-IMPUESTO.
           MOVE ZERO TO w-fin-impuesto.
           MOVE ZERO TO w-cant-impuesto.
           OPEN INPUT TASAS-IMPUESTO.
           IF ws-imp-status IS EQUAL "00"
               PERFORM UNTIL w-fin-impuesto IS EQUAL 1
                   READ TASAS-IMPUESTO
                       AT END MOVE 1 TO w-fin-impuesto
                       NOT AT END PERFORM 127-TOMAR-IMPUESTO
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "AVISO: sin IMPUESTO.dat, no se retiene el "
                   "impuesto a los debitos y creditos"
           END-IF.
           CLOSE TASAS-IMPUESTO.

       127-TOMAR-IMPUESTO.
           IF imp-desde IS NOT NUMERIC OR imp-tasa-deb IS NOT NUMERIC
              OR imp-tasa-cre IS NOT NUMERIC
               DISPLAY "ERROR: tasa invalida en IMPUESTO.dat: " imp-reg
               PERFORM 138-ABORTAR-IMPUESTO
           END-IF.
           IF w-cant-impuesto IS >= 50
               DISPLAY "ERROR: IMPUESTO.dat supera las 50 vigencias"
               PERFORM 138-ABORTAR-IMPUESTO
           END-IF.
           ADD 1 TO w-cant-impuesto.
           MOVE imp-desde TO tab-imp-desde(w-cant-impuesto).
           MOVE imp-tasa-deb TO tab-imp-tasa-deb(w-cant-impuesto).
           MOVE imp-tasa-cre TO tab-imp-tasa-cre(w-cant-impuesto).

       131-CARGAR-EXENTOS.
           MOVE ZERO TO w-fin-exentos.
           MOVE ZERO TO w-cant-exentos.
           OPEN INPUT EXENTOS.
           IF ws-exe-status IS EQUAL "00"
               PERFORM UNTIL w-fin-exentos IS EQUAL 1
                   READ EXENTOS
                       AT END MOVE 1 TO w-fin-exentos
                       NOT AT END PERFORM 132-TOMAR-EXENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXENTOS.

       132-TOMAR-EXENTO.
           IF exe-socio IS NOT NUMERIC OR exe-desde IS NOT NUMERIC
              OR exe-hasta IS NOT NUMERIC
               DISPLAY "ERROR: exencion invalida en EXENTOS.dat: "
                   exe-reg
               PERFORM 138-ABORTAR-IMPUESTO
           END-IF.
           IF w-cant-exentos IS >= 500
               DISPLAY "ERROR: EXENTOS.dat supera los 500 socios"
               PERFORM 138-ABORTAR-IMPUESTO
           END-IF.
           ADD 1 TO w-cant-exentos.
           MOVE exe-socio TO tab-exe-socio(w-cant-exentos).
           MOVE exe-desde TO tab-exe-desde(w-cant-exentos).
           IF exe-hasta IS EQUAL ZERO
               MOVE 99999999 TO tab-exe-hasta(w-cant-exentos)
           ELSE
               MOVE exe-hasta TO tab-exe-hasta(w-cant-exentos)
           END-IF.

       128-CARGAR-COTIZACIONES.
           MOVE ZERO TO w-fin-cotiz.
           MOVE w-total-tra-ctl TO run-total-tra.
           MOVE w-dif-ctl TO run-diferencia.

       136-ARMAR-REG-IMPUESTO.
           MOVE "IMPUESTO" TO run-programa.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-retenciones TO run-grabados.
           MOVE ZERO TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           MOVE ZERO TO run-total-fil.
           COMPUTE run-total-tra = ZERO - w-total-retenido.
           MOVE ZERO TO run-diferencia.
           MOVE "C" TO run-estado.

       137-ARMAR-REG-ESTADISTICA.
           MOVE "ORD2FIL" TO run-programa.
           MOVE tab-est-filial(w-e) TO run-programa(8:1).
           COMPUTE run-desde = tab-est-periodo(w-e) * 100 + 1.
           IF run-desde IS < w-fecha-desde
               MOVE w-fecha-desde TO run-desde
           END-IF.
           MOVE run-desde TO w-fecha-val.
           PERFORM 144-CALCULAR-DIAS-MES.
           MOVE w-dias-mes TO w-fv-dd.
           MOVE w-fecha-val TO run-hasta.
           IF run-hasta IS > w-fecha-hasta
               MOVE w-fecha-hasta TO run-hasta
           END-IF.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           COMPUTE run-leidos(tab-est-filial(w-e)) = tab-est-acep(w-e)
               + tab-est-rech(w-e) + tab-est-susp(w-e).
           MOVE tab-est-acep(w-e) TO run-grabados.
           MOVE tab-est-rech(w-e) TO run-rechazados.
           MOVE tab-est-susp(w-e) TO run-suspensos.
           MOVE tab-est-imp-acep(w-e) TO run-total-fil.
           MOVE tab-est-imp-susp(w-e) TO run-total-tra.
           MOVE ZERO TO run-diferencia.
           MOVE "C" TO run-estado.

       140-LEER-PARAMETROS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
                   MOVE w-par-valor TO w-par-reproceso
               WHEN "LIMITE"
                   MOVE w-par-valor TO w-par-limite
               WHEN "SOBREGIRO"
                   MOVE w-par-valor TO w-par-sobregiro
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               END-IF
               MOVE w-lim-ajustado TO w-limite
           END-IF.
           IF w-par-sobregiro IS EQUAL SPACE
               MOVE "N" TO w-par-sobregiro
           END-IF.
           IF w-par-sobregiro IS NOT EQUAL "S" AND
              w-par-sobregiro IS NOT EQUAL "N"
               DISPLAY "ERROR: el parametro SOBREGIRO debe ser S o N: "
                   w-par-sobregiro
               PERFORM 148-ABORTAR-PARAMETROS
           END-IF.

       145-VALIDAR-FECHA.
           MOVE ZERO TO w-fecha-ok.
                   "habil"
           END-IF.

       138-ABORTAR-IMPUESTO.
           DISPLAY "La corrida se cancela por tabla de impuesto o "
               "exenciones invalida".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       139-ABORTAR-COTIZACIONES.
           DISPLAY "La corrida se cancela por tabla de cotizaciones "
               "invalida".
       476-GRABAR-TRANS-ACT.
           move w-fecha-ing to tra-fecha.
           move w-sus-socio TO tra-socio.
           move SPACE TO tra-concepto.
           READ Trans-Act
               INVALID KEY
                   move w-fecha-ing to tra-fecha
                   move w-sus-socio TO tra-socio
                   move SPACE TO tra-concepto
                   move w-sus-importe to tra-importe
                   write tra-reg
               NOT INVALID KEY
           MOVE w-sus-socio TO sus-socio.
           MOVE w-sus-importe TO sus-importe.
           MOVE w-sus-filial TO sus-filial.
           MOVE w-sus-motivo TO sus-motivo.
           MOVE pen-debitos TO sus-debitos.
           MOVE pen-creditos TO sus-creditos.
           WRITE sus-reg.
           ADD 1 TO w-cant-suspenso.
           ADD w-sus-importe TO w-total-suspenso.
           MOVE w-sus-socio TO rsus-socio.
           MOVE w-soc-nombre TO rsus-nombre.
           MOVE w-sus-filial TO rsus-filial.
           MOVE w-sus-motivo TO rsus-motivo.
           MOVE w-sus-importe TO rsus-importe.
           WRITE rsus-reg FROM rsus-detalle AFTER 1.
           MOVE w-sus-filial TO ackt-filial.
           MOVE w-sus-socio TO ackt-socio.
           MOVE w-sus-importe TO ackt-importe.
           MOVE w-sus-cantidad TO ackt-cantidad.
           IF w-sus-motivo IS EQUAL "L"
               MOVE "RETENIDO EN SUSPENSO (EXCEDE LINEA)"
                   TO ackt-motivo
           ELSE
               MOVE "RETENIDO EN SUSPENSO (ESTADO DEL SOCIO)"
                   TO ackt-motivo
           END-IF.
           WRITE ackt-reg.

       460-RETENER-IMPUESTO.
           PERFORM 462-BUSCAR-TASA-IMPUESTO.
           IF w-imp-hallado IS EQUAL 1
               PERFORM 464-VERIFICAR-EXENTO
               IF w-socio-exento IS EQUAL 1
                   MOVE ZERO TO w-ret-deb
                   MOVE ZERO TO w-ret-cre
               ELSE
                   COMPUTE w-ret-deb ROUNDED =
                       pen-debitos * w-tasa-deb / 100
                   COMPUTE w-ret-cre ROUNDED =
                       pen-creditos * w-tasa-cre / 100
               END-IF
               PERFORM 466-GRABAR-RETENCION
               COMPUTE w-ret-total = w-ret-deb + w-ret-cre
               IF w-ret-total IS NOT EQUAL ZERO
                   PERFORM 468-GRABAR-IMPUESTO-TRANS
               END-IF
           END-IF.

       462-BUSCAR-TASA-IMPUESTO.
           MOVE ZERO TO w-imp-hallado.
           MOVE ZERO TO w-imp-vigencia.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cant-impuesto
               IF tab-imp-desde(w-k) IS NOT > w-fecha-ing AND
                  tab-imp-desde(w-k) IS NOT < w-imp-vigencia
                   MOVE 1 TO w-imp-hallado
                   MOVE tab-imp-desde(w-k) TO w-imp-vigencia
                   MOVE tab-imp-tasa-deb(w-k) TO w-tasa-deb
                   MOVE tab-imp-tasa-cre(w-k) TO w-tasa-cre
               END-IF
           END-PERFORM.

       464-VERIFICAR-EXENTO.
           MOVE ZERO TO w-socio-exento.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cant-exentos
               IF tab-exe-socio(w-k) IS EQUAL w-sus-socio AND
                  tab-exe-desde(w-k) IS NOT > w-fecha-ing AND
                  tab-exe-hasta(w-k) IS NOT < w-fecha-ing
                   MOVE 1 TO w-socio-exento
               END-IF
           END-PERFORM.

       466-GRABAR-RETENCION.
           MOVE w-fecha-ing TO ret-fecha.
           MOVE w-sus-socio TO ret-socio.
           MOVE w-sus-filial TO ret-filial.
           READ RETENCION
               INVALID KEY
                   MOVE w-fecha-ing TO ret-fecha
                   MOVE w-sus-socio TO ret-socio
                   MOVE w-sus-filial TO ret-filial
                   MOVE pen-debitos TO ret-base-deb
                   MOVE pen-creditos TO ret-base-cre
                   MOVE w-ret-deb TO ret-imp-deb
                   MOVE w-ret-cre TO ret-imp-cre
                   MOVE w-tasa-deb TO ret-tasa-deb
                   MOVE w-tasa-cre TO ret-tasa-cre
                   IF w-socio-exento IS EQUAL 1
                       MOVE "S" TO ret-exento
                   ELSE
                       MOVE "N" TO ret-exento
                   END-IF
                   WRITE ret-reg
               NOT INVALID KEY
                   ADD pen-debitos TO ret-base-deb
                   ADD pen-creditos TO ret-base-cre
                   ADD w-ret-deb TO ret-imp-deb
                   ADD w-ret-cre TO ret-imp-cre
                   REWRITE ret-reg
           END-READ.

       468-GRABAR-IMPUESTO-TRANS.
           MOVE w-fecha-ing TO tra-fecha.
           MOVE w-sus-socio TO tra-socio.
           MOVE "T" TO tra-concepto.
           READ Trans-Act
               INVALID KEY
                   MOVE w-fecha-ing TO tra-fecha
                   MOVE w-sus-socio TO tra-socio
                   MOVE "T" TO tra-concepto
                   COMPUTE tra-importe = ZERO - w-ret-total
                   WRITE tra-reg
               NOT INVALID KEY
                   SUBTRACT w-ret-total FROM tra-importe
                   REWRITE tra-reg
           END-READ.
           ADD 1 TO w-cant-retenciones.
           ADD w-ret-total TO w-total-retenido.
           MOVE w-fecha-ing TO csv-fecha.
           MOVE w-sus-socio TO csv-socio.
           COMPUTE csv-importe = ZERO - w-ret-total.
           MOVE "PES" TO csv-moneda.
           COMPUTE csv-orig = ZERO - w-ret-total.
           WRITE csv-reg FROM csv-detalle.

       480-GRABAR-CHECKPOINT.
           ADD 1 TO w-chk-contador.
           IF w-chk-contador IS >= 25
           PERFORM 660-GENERAR-ACUSES.
           close SOCIOS.
           close Trans-Act.
           IF controla-sobregiro
               close LINEAS
               close SALDOS
           END-IF.
           close RETENCION.
           close RECHAZOS.
           close TRANS-CSV.
           close SUSPENSO.
           MOVE pen-moneda TO w-sus-moneda.
           MOVE pen-orig TO w-sus-orig.
           MOVE pen-cantidad TO w-sus-cantidad.
           MOVE w-soc-estado TO w-sus-motivo.
           MOVE ZERO TO w-excede-linea.
           IF controla-sobregiro AND NOT socio-retenido AND
              pen-importe IS < ZERO
               PERFORM 650-CONTROLAR-LINEA
           END-IF.
           IF socio-retenido OR w-excede-linea IS EQUAL 1
               PERFORM 477-DERIVAR-SUSPENSO
           ELSE
               PERFORM 476-GRABAR-TRANS-ACT
               PERFORM 460-RETENER-IMPUESTO
               MOVE pen-socio TO srt-cod-soc
               MOVE w-soc-nombre TO srt-nom-soc
               MOVE pen-importe TO srt-importe
               RELEASE srt-reg
           END-IF.

       650-CONTROLAR-LINEA.
           MOVE pen-socio TO sal-socio.
           READ SALDOS
               INVALID KEY
                   MOVE ZERO TO w-proyectado
                   MOVE ZERO TO w-fecha-saldo
               NOT INVALID KEY
                   MOVE sal-saldo-final TO w-proyectado
                   COMPUTE w-fecha-saldo = sal-periodo * 100 + 99
           END-READ.
           MOVE ZERO TO w-fin-proy.
           MOVE pen-socio TO tra-socio.
           START Trans-Act KEY IS EQUAL tra-socio
               INVALID KEY MOVE 1 TO w-fin-proy
           END-START.
           PERFORM UNTIL w-fin-proy IS EQUAL 1
               READ Trans-Act NEXT
                   AT END MOVE 1 TO w-fin-proy
                   NOT AT END
                       IF tra-socio IS NOT EQUAL pen-socio
                           MOVE 1 TO w-fin-proy
                       ELSE
                           IF tra-fecha IS > w-fecha-saldo
                               ADD tra-importe TO w-proyectado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO w-linea.
           MOVE pen-socio TO lin-socio.
           READ LINEAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF lin-estado IS EQUAL "A" AND
                      (lin-vence IS EQUAL ZERO OR
                       lin-vence IS NOT < w-fecha-hoy)
                       MOVE lin-importe TO w-linea
                   END-IF
           END-READ.
           COMPUTE w-disponible = w-proyectado + pen-importe + w-linea.
           IF w-disponible IS < ZERO
               MOVE 1 TO w-excede-linea
               MOVE "L" TO w-sus-motivo
               ADD 1 TO w-cant-sobregiro
           END-IF.

       610-GRABAR-FIN-CORRIDA.
           COMPUTE w-dif-ctl = w-total-fil-ctl - w-total-tra-ctl
               - w-total-suspenso.
               DISPLAY "  Diferencia     : " w-dif-ctl
           END-IF
           END-IF.
           IF controla-sobregiro
               DISPLAY "Derivados a suspenso por exceder la linea de "
                   "credito: " w-cant-sobregiro
           END-IF.
           IF w-cant-impuesto IS > ZERO
               DISPLAY "Impuesto debitos y creditos: "
                   w-cant-retenciones " movimientos, total retenido "
                   w-total-retenido
           END-IF.

       620-GRABAR-PROCESADAS.
           OPEN EXTEND PROCESADAS.
               WHEN "S" ADD ackt-cantidad TO tab-ack-susp(w-m)
           END-EVALUATE.

       690-CARGAR-ESTADISTICA.
           MOVE ZERO TO w-cant-est.
           MOVE ZERO TO w-fin-ackt.
           OPEN INPUT ACK-TRABAJO.
           PERFORM UNTIL w-fin-ackt IS EQUAL 1
               READ ACK-TRABAJO
                   AT END MOVE 1 TO w-fin-ackt
                   NOT AT END
                       IF ackt-filial IS > ZERO
                           PERFORM 692-ACUMULAR-ESTADISTICA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACK-TRABAJO.

       692-ACUMULAR-ESTADISTICA.
           IF ackt-fecha IS EQUAL ZERO
               MOVE w-fecha-desde TO w-est-fecha
           ELSE
               MOVE ackt-fecha TO w-est-fecha
           END-IF.
           MOVE ZERO TO w-est-hallada.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-est
               IF tab-est-filial(w-e) IS EQUAL ackt-filial AND
                  tab-est-periodo(w-e) IS EQUAL w-est-periodo
                   MOVE w-e TO w-est-hallada
               END-IF
           END-PERFORM.
           IF w-est-hallada IS EQUAL ZERO
               IF w-cant-est IS < 60
                   ADD 1 TO w-cant-est
                   MOVE w-cant-est TO w-est-hallada
                   MOVE ackt-filial TO tab-est-filial(w-est-hallada)
                   MOVE w-est-periodo TO tab-est-periodo(w-est-hallada)
                   MOVE ZERO TO tab-est-acep(w-est-hallada)
                   MOVE ZERO TO tab-est-rech(w-est-hallada)
                   MOVE ZERO TO tab-est-susp(w-est-hallada)
                   MOVE ZERO TO tab-est-imp-acep(w-est-hallada)
                   MOVE ZERO TO tab-est-imp-susp(w-est-hallada)
               ELSE
                   DISPLAY "AVISO: demasiados meses en la corrida, "
                       "la estadistica por filial queda incompleta"
               END-IF
           END-IF.
           IF w-est-hallada IS > ZERO
               EVALUATE ackt-clase
                   WHEN "A"
                       ADD ackt-cantidad TO tab-est-acep(w-est-hallada)
                       ADD ackt-importe
                           TO tab-est-imp-acep(w-est-hallada)
                   WHEN "R"
                       ADD ackt-cantidad TO tab-est-rech(w-est-hallada)
                   WHEN "S"
                       ADD ackt-cantidad TO tab-est-susp(w-est-hallada)
                       ADD ackt-importe
                           TO tab-est-imp-susp(w-est-hallada)
               END-EVALUATE
           END-IF.

       685-IMPRIMIR-RESUMEN-ACUSE.
           PERFORM VARYING w-m FROM 1 BY 1
           UNTIL w-m > w-ack-cant-fechas
           CLOSE SOCIOS.
           CLOSE REP-LIMITE.
           CLOSE EXT-LIMITE.
           PERFORM 690-CARGAR-ESTADISTICA.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 135-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           IF w-cant-impuesto IS > ZERO
               PERFORM 136-ARMAR-REG-IMPUESTO
               WRITE run-reg
           END-IF.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-est
               PERFORM 135-ARMAR-REG-CORRIDA
               PERFORM 137-ARMAR-REG-ESTADISTICA
               WRITE run-reg
           END-PERFORM.
           CLOSE RUN-HIST.
       END PROGRAM YOUR-PROGRAM-NAME.
