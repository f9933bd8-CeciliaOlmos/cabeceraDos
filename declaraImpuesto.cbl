      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracion mensual del impuesto a los debitos y
      *          creditos: lee las retenciones diarias grabadas por
      *          ORDEN2 y LIBERA-SUSPENSO en RETENCION.dat para un
      *          periodo AAAAMM y emite el informe por filial con bases,
      *          impuesto retenido y base exenta. La corrida queda en
      *          RUNHIST.dat como DECLARA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA-IMPUESTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENCION ASSIGN TO "..\RETENCION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ret-clave.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.
           SELECT arch-sort ASSIGN to "sortwork".
           SELECT DECLARACION
           ASSIGN TO PRINTER,
           "..\impDECLARA.dat".
           SELECT OPTIONAL RUN-HIST ASSIGN TO "..\RUNHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  SOCIOS.
       01  soc-reg.
           03 soc-cod pic 9(4).
           03 soc-nombre pic x(30).
           03 soc-filial pic 9.
           03 soc-estado pic x.
       SD  arch-sort.
       01  srt-reg.
           03 srt-filial pic 9.
           03 srt-socio pic 9(4).
           03 srt-base-deb pic s9(9)v99.
           03 srt-base-cre pic s9(9)v99.
           03 srt-imp-deb pic s9(8)v99.
           03 srt-imp-cre pic s9(8)v99.
           03 srt-exento pic x.
       FD  DECLARACION
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  dec-reg pic x(80).
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
       01  w-periodo pic 9(6).
       01  w-periodo-partes redefines w-periodo.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-fin-barrido pic 9 value zero.
       01  w-fin-sort pic 9 value zero.
       01  w-filial-ant pic 9.
       01  w-socio-ant pic 9(4).
       01  w-soc-base-deb pic s9(9)v99.
       01  w-soc-base-cre pic s9(9)v99.
       01  w-soc-imp-deb pic s9(9)v99.
       01  w-soc-imp-cre pic s9(9)v99.
       01  w-soc-exento pic s9(9)v99.
       01  w-cant-leidos pic 9(6) value zero.
       01  w-cant-socios pic 9(5) value zero.
       01  w-fil-cant pic 9(5) value zero.
       01  w-fil-base-deb pic s9(9)v99 value zero.
       01  w-fil-base-cre pic s9(9)v99 value zero.
       01  w-fil-imp-deb pic s9(9)v99 value zero.
       01  w-fil-imp-cre pic s9(9)v99 value zero.
       01  w-fil-exento pic s9(9)v99 value zero.
       01  w-tot-base-deb pic s9(9)v99 value zero.
       01  w-tot-base-cre pic s9(9)v99 value zero.
       01  w-tot-imp-deb pic s9(9)v99 value zero.
       01  w-tot-imp-cre pic s9(9)v99 value zero.
       01  w-tot-exento pic s9(9)v99 value zero.
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
               05 filler pic x(10) value spaces.
               05 filler pic x(48) value "DECLARACION IMPUESTO "-
           "DEBITOS Y CREDITOS PERIODO ".
               05 dec-cab-periodo pic 9(6).
               05 filler pic x(16) value spaces.
       01  cabecera3.
           03  lin-guarda.
               05 filler pic x(80) value all "*".
       01  cabecera-filial.
           03  lin-cab-fil.
               05 filler pic x(2) value spaces.
               05 filler pic x(7) value "FILIAL ".
               05 dec-cab-filial pic 9.
       01  cabecera-columnas.
           03  lin-columnas.
               05 filler pic x(1) value space.
               05 filler pic x(5) value "SOCIO".
               05 filler pic x(1) value space.
               05 filler pic x(17) value "NOMBRE".
               05 filler pic x(15) value "BASE DEBITOS".
               05 filler pic x(15) value "BASE CREDITOS".
               05 filler pic x(15) value "IMPUESTO".
       01  detalle-socio.
           03  lin-det-soc.
               05 filler pic x(1) value space.
               05 dec-socio pic 9(4).
               05 filler pic x(2) value spaces.
               05 dec-nombre pic x(16).
               05 filler pic x(1) value space.
               05 dec-base-deb pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-base-cre pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-impuesto pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-marca pic x(6).
       01  detalle-sub-filial.
           03  lin-sub-fil.
               05 filler pic x(2) value spaces.
               05 filler pic x(13) value "TOTAL FILIAL ".
               05 dec-fil-numero pic 9.
               05 filler pic x(8) value spaces.
               05 dec-fil-base-deb pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-fil-base-cre pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-fil-impuesto pic zz.zzz.zz9,99-.
       01  detalle-desglose.
           03  lin-desglose.
               05 filler pic x(4) value spaces.
               05 filler pic x(10) value "IMP. DEB: ".
               05 dec-des-imp-deb pic zz.zzz.zz9,99-.
               05 filler pic x(2) value spaces.
               05 filler pic x(10) value "IMP. CRE: ".
               05 dec-des-imp-cre pic zz.zzz.zz9,99-.
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "EXENTO: ".
               05 dec-des-exento pic zz.zzz.zz9,99-.
       01  detalle-total.
           03  lin-total.
               05 filler pic x(2) value spaces.
               05 filler pic x(14) value "TOTAL GENERAL ".
               05 dec-tot-cant pic zzzz9.
               05 filler pic x(3) value spaces.
               05 dec-tot-base-deb pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-tot-base-cre pic zz.zzz.zz9,99-.
               05 filler pic x(1) value space.
               05 dec-tot-impuesto pic zz.zzz.zz9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT arch-sort ASCENDING srt-filial ASCENDING srt-socio
           INPUT PROCEDURE IS DATOS-ENTRADA
           OUTPUT PROCEDURE IS DATOS-SALIDA.
           STOP RUN.

       DATOS-ENTRADA.
           PERFORM 140-INGRESAR-PERIODO.
           PERFORM 150-GRABAR-INICIO-CORRIDA.
           PERFORM 100-INICIO-ENTRADA.
           PERFORM 200-BARRER-RETENCIONES.
           PERFORM 290-FIN-ENTRADA.

       DATOS-SALIDA.
           PERFORM 700-INICIO-SALIDA.
           PERFORM 750-LEER-SORT.
           PERFORM UNTIL w-fin-sort is equal 1
               PERFORM 780-INICIO-FILIAL
               PERFORM UNTIL w-fin-sort is equal 1 or
               srt-filial is not equal w-filial-ant
                   PERFORM 800-INICIO-SOCIO
                   PERFORM UNTIL w-fin-sort is equal 1 or
                   srt-socio is not equal w-socio-ant or
                   srt-filial is not equal w-filial-ant
                       PERFORM 820-ACUMULAR-SOCIO
                       PERFORM 750-LEER-SORT
                   END-PERFORM
                   PERFORM 850-FIN-SOCIO
               END-PERFORM
               PERFORM 880-FIN-FILIAL
           END-PERFORM.
           PERFORM 1000-FIN-SALIDA.

      ******* RUTINAS INPUT-PROCEDURE *********************************
       140-INGRESAR-PERIODO.
           DISPLAY "Ingrese periodo a declarar (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM UNTIL w-per-aaaa is > 1900 and
           w-per-mm is >= 1 and w-per-mm is <= 12
               DISPLAY "Error, Ingrese periodo a declarar (AAAAMM)"
               ACCEPT w-periodo
           END-PERFORM.
           COMPUTE w-fecha-desde = w-periodo * 100 + 1.
           COMPUTE w-fecha-hasta = w-periodo * 100 + 99.

       150-GRABAR-INICIO-CORRIDA.
           OPEN EXTEND RUN-HIST.
           MOVE "I" TO run-estado.
           PERFORM 1060-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       100-INICIO-ENTRADA.
           OPEN INPUT RETENCION.

       200-BARRER-RETENCIONES.
           MOVE w-fecha-desde TO ret-fecha.
           MOVE ZERO TO ret-socio.
           MOVE ZERO TO ret-filial.
           START RETENCION KEY IS NOT LESS ret-clave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL w-fin-barrido is equal 1
               READ RETENCION NEXT
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF ret-fecha is > w-fecha-hasta
                           MOVE 1 TO w-fin-barrido
                       ELSE
                           PERFORM 250-LIBERAR-RETENCION
                       END-IF
               END-READ
           END-PERFORM.

       250-LIBERAR-RETENCION.
           ADD 1 TO w-cant-leidos.
           MOVE ret-filial TO srt-filial.
           MOVE ret-socio TO srt-socio.
           MOVE ret-base-deb TO srt-base-deb.
           MOVE ret-base-cre TO srt-base-cre.
           MOVE ret-imp-deb TO srt-imp-deb.
           MOVE ret-imp-cre TO srt-imp-cre.
           MOVE ret-exento TO srt-exento.
           RELEASE srt-reg.

       290-FIN-ENTRADA.
           CLOSE RETENCION.
           IF w-cant-leidos is equal zero
               DISPLAY "AVISO: RETENCION.dat no tiene retenciones para "
                   "el periodo " w-periodo
           END-IF.

      ******* RUTINAS OUTPUT-PROCEDURE ********************************
       700-INICIO-SALIDA.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT DECLARACION.
           MOVE w-periodo TO dec-cab-periodo.
           WRITE dec-reg FROM cabecera3 AFTER 1.
           WRITE dec-reg FROM cabecera1 AFTER 1.
           WRITE dec-reg FROM cabecera2 AFTER 1.

       750-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-fin-sort.

       780-INICIO-FILIAL.
           MOVE srt-filial TO w-filial-ant.
           MOVE ZERO TO w-fil-cant.
           MOVE ZERO TO w-fil-base-deb.
           MOVE ZERO TO w-fil-base-cre.
           MOVE ZERO TO w-fil-imp-deb.
           MOVE ZERO TO w-fil-imp-cre.
           MOVE ZERO TO w-fil-exento.
           MOVE srt-filial TO dec-cab-filial.
           WRITE dec-reg FROM cabecera3 AFTER 1.
           WRITE dec-reg FROM cabecera-filial AFTER 1.
           WRITE dec-reg FROM cabecera-columnas AFTER 1.

       800-INICIO-SOCIO.
           MOVE srt-socio TO w-socio-ant.
           MOVE ZERO TO w-soc-base-deb.
           MOVE ZERO TO w-soc-base-cre.
           MOVE ZERO TO w-soc-imp-deb.
           MOVE ZERO TO w-soc-imp-cre.
           MOVE ZERO TO w-soc-exento.

       820-ACUMULAR-SOCIO.
           ADD srt-base-deb TO w-soc-base-deb.
           ADD srt-base-cre TO w-soc-base-cre.
           ADD srt-imp-deb TO w-soc-imp-deb.
           ADD srt-imp-cre TO w-soc-imp-cre.
           IF srt-exento is equal "S"
               ADD srt-base-deb TO w-soc-exento
               ADD srt-base-cre TO w-soc-exento
           END-IF.

       850-FIN-SOCIO.
           PERFORM 870-IMPRIMO-SOCIO.
           ADD 1 TO w-cant-socios.
           ADD 1 TO w-fil-cant.
           ADD w-soc-base-deb TO w-fil-base-deb.
           ADD w-soc-base-cre TO w-fil-base-cre.
           ADD w-soc-imp-deb TO w-fil-imp-deb.
           ADD w-soc-imp-cre TO w-fil-imp-cre.
           ADD w-soc-exento TO w-fil-exento.

       870-IMPRIMO-SOCIO.
           MOVE w-socio-ant TO soc-cod.
           READ SOCIOS
               INVALID KEY MOVE "SOCIO DESCONOCIDO" TO soc-nombre
           END-READ.
           MOVE w-socio-ant TO dec-socio.
           MOVE soc-nombre TO dec-nombre.
           MOVE w-soc-base-deb TO dec-base-deb.
           MOVE w-soc-base-cre TO dec-base-cre.
           COMPUTE dec-impuesto = w-soc-imp-deb + w-soc-imp-cre.
           IF w-soc-exento is not equal zero
               MOVE "EXENTO" TO dec-marca
           ELSE
               MOVE SPACES TO dec-marca
           END-IF.
           WRITE dec-reg FROM detalle-socio AFTER 1.

       880-FIN-FILIAL.
           MOVE w-filial-ant TO dec-fil-numero.
           MOVE w-fil-base-deb TO dec-fil-base-deb.
           MOVE w-fil-base-cre TO dec-fil-base-cre.
           COMPUTE dec-fil-impuesto = w-fil-imp-deb + w-fil-imp-cre.
           WRITE dec-reg FROM detalle-sub-filial AFTER 1.
           MOVE w-fil-imp-deb TO dec-des-imp-deb.
           MOVE w-fil-imp-cre TO dec-des-imp-cre.
           MOVE w-fil-exento TO dec-des-exento.
           WRITE dec-reg FROM detalle-desglose AFTER 1.
           ADD w-fil-base-deb TO w-tot-base-deb.
           ADD w-fil-base-cre TO w-tot-base-cre.
           ADD w-fil-imp-deb TO w-tot-imp-deb.
           ADD w-fil-imp-cre TO w-tot-imp-cre.
           ADD w-fil-exento TO w-tot-exento.

       1000-FIN-SALIDA.
           MOVE w-cant-socios TO dec-tot-cant.
           MOVE w-tot-base-deb TO dec-tot-base-deb.
           MOVE w-tot-base-cre TO dec-tot-base-cre.
           COMPUTE dec-tot-impuesto = w-tot-imp-deb + w-tot-imp-cre.
           WRITE dec-reg FROM cabecera3 AFTER 1.
           WRITE dec-reg FROM detalle-total AFTER 1.
           MOVE w-tot-imp-deb TO dec-des-imp-deb.
           MOVE w-tot-imp-cre TO dec-des-imp-cre.
           MOVE w-tot-exento TO dec-des-exento.
           WRITE dec-reg FROM detalle-desglose AFTER 1.
           DISPLAY "Socios declarados: " w-cant-socios.
           CLOSE SOCIOS.
           CLOSE DECLARACION.
           PERFORM 1050-GRABAR-CORRIDA.

       1050-GRABAR-CORRIDA.
           OPEN EXTEND RUN-HIST.
           MOVE "C" TO run-estado.
           PERFORM 1060-ARMAR-REG-CORRIDA.
           WRITE run-reg.
           CLOSE RUN-HIST.

       1060-ARMAR-REG-CORRIDA.
           ACCEPT run-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-hora-hhmmss TO run-hora.
           MOVE "DECLARA" TO run-programa.
           MOVE w-fecha-desde TO run-desde.
           MOVE w-fecha-hasta TO run-hasta.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 9
               MOVE ZERO TO run-leidos(w-k)
           END-PERFORM.
           MOVE w-cant-socios TO run-grabados.
           MOVE ZERO TO run-rechazados.
           MOVE ZERO TO run-suspensos.
           COMPUTE run-total-fil = w-tot-base-deb + w-tot-base-cre.
           COMPUTE run-total-tra = w-tot-imp-deb + w-tot-imp-cre.
           MOVE ZERO TO run-diferencia.
       END PROGRAM DECLARA-IMPUESTO.
