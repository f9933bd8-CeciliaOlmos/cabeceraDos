      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de ordenes permanentes
      *          ORDENES.dat (altas, modificaciones y bajas) por socio:
      *          importe, moneda, debito/credito, dia del mes y fecha de
      *          vencimiento. Identificacion del operador contra
      *          OPERADORES.dat y pista de auditoria antes/despues en
      *          AUDIORD.dat (las bajas requieren nivel supervisor)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDENES ASSIGN TO "..\ORDENES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-clave
               FILE STATUS IS ws-ord-status.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS ws-soc-status.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\AUDIORD.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES ASSIGN TO "..\OPERADORES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ope-cod
               FILE STATUS IS ws-ope-status.
           SELECT OPTIONAL SIGNON ASSIGN TO "..\SIGNON.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-operador pic x(10).
           03 aud-operacion pic x.
           03 aud-antes pic x(58).
           03 aud-despues pic x(58).
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
       WORKING-STORAGE SECTION.
       01  ws-ord-status pic xx.
       01  ws-soc-status pic xx.
       01  w-opcion pic x.
           88 opcion-alta value "A".
           88 opcion-modif value "M".
           88 opcion-baja value "B".
           88 opcion-fin value "F".
       01  w-operador pic x(10).
       01  ws-ope-status pic xx.
       01  w-cod-operador pic x(4).
       01  w-clave-ingresada pic x(8).
       01  w-firmado pic 9 value zero.
       01  w-intentos pic 9 value zero.
       01  w-nivel-operador pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-hora-completa pic 9(8).
       01  w-hora-partes redefines w-hora-completa.
           03 w-hora-hhmmss pic 9(6).
           03 filler pic 9(2).
       01  w-socio-pedido pic 9(4).
       01  w-numero-pedido pic 9(2).
       01  w-existe pic 9 value zero.
       01  w-existe-socio pic 9 value zero.
       01  w-fin-ordenes pic 9 value zero.
       01  w-ultimo-numero pic 9(2) value zero.
       01  w-imagen-antes pic x(58).
       01  w-nuevo-tipo pic x.
           88 tipo-valido value "D" "C".
       01  w-nuevo-importe pic 9(7)v99.
       01  w-nueva-moneda pic x(3).
       01  w-nuevo-dia pic 9(2).
       01  w-nuevo-hasta pic 9(8).
       01  w-nuevo-concepto pic x(20).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 140-PEDIR-OPCION.
           PERFORM UNTIL opcion-fin
               EVALUATE TRUE
                   WHEN opcion-alta
                       PERFORM 200-ALTA-ORDEN
                   WHEN opcion-modif
                       PERFORM 300-MODIFICAR-ORDEN
                   WHEN opcion-baja
                       PERFORM 400-BAJA-ORDEN
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
               PERFORM 140-PEDIR-OPCION
           END-PERFORM.
           PERFORM 600-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 105-IDENTIFICAR-OPERADOR.
           OPEN INPUT SOCIOS.
           IF ws-soc-status is not equal "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS.dat, estado "
                   ws-soc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ORDENES.
           IF ws-ord-status is not equal "00" and
              ws-ord-status is not equal "05"
               DISPLAY "ERROR: no se pudo abrir ORDENES.dat, estado "
                   ws-ord-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDITORIA.

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
           MOVE "MANTORD" TO log-programa.
           MOVE w-cod-operador TO log-codigo.
           WRITE log-reg.
           CLOSE SIGNON.
           DISPLAY "Identificacion incorrecta".

       140-PEDIR-OPCION.
           DISPLAY "Opcion: A=Alta M=Modificacion B=Baja F=Fin".
           ACCEPT w-opcion.

       150-PEDIR-SOCIO.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-socio-pedido.
           PERFORM UNTIL w-socio-pedido is > 0
               DISPLAY "Error, Ingrese codigo de socio"
               ACCEPT w-socio-pedido
           END-PERFORM.

       155-PEDIR-NUMERO.
           DISPLAY "Ingrese numero de orden del socio".
           ACCEPT w-numero-pedido.
           PERFORM UNTIL w-numero-pedido is > 0
               DISPLAY "Error, Ingrese numero de orden del socio"
               ACCEPT w-numero-pedido
           END-PERFORM.

       160-BUSCAR-ORDEN.
           MOVE w-socio-pedido TO ord-socio.
           MOVE w-numero-pedido TO ord-numero.
           READ ORDENES
               INVALID KEY MOVE ZERO TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.

       165-BUSCAR-SOCIO.
           MOVE w-socio-pedido TO soc-cod.
           READ SOCIOS
               INVALID KEY MOVE ZERO TO w-existe-socio
               NOT INVALID KEY MOVE 1 TO w-existe-socio
           END-READ.

       168-PROXIMO-NUMERO.
           MOVE ZERO TO w-ultimo-numero.
           MOVE ZERO TO w-fin-ordenes.
           MOVE w-socio-pedido TO ord-socio.
           MOVE ZERO TO ord-numero.
           START ORDENES KEY IS NOT LESS ord-clave
               INVALID KEY MOVE 1 TO w-fin-ordenes
           END-START.
           PERFORM UNTIL w-fin-ordenes is equal 1
               READ ORDENES NEXT
                   AT END MOVE 1 TO w-fin-ordenes
                   NOT AT END
                       IF ord-socio is not equal w-socio-pedido
                           MOVE 1 TO w-fin-ordenes
                       ELSE
                           MOVE ord-numero TO w-ultimo-numero
                       END-IF
               END-READ
           END-PERFORM.

       170-PEDIR-TIPO.
           DISPLAY "Ingrese tipo (D=Debito C=Credito)".
           ACCEPT w-nuevo-tipo.
           PERFORM UNTIL tipo-valido
               DISPLAY "Error, tipo invalido (D/C)"
               ACCEPT w-nuevo-tipo
           END-PERFORM.

       172-PEDIR-IMPORTE.
           DISPLAY "Ingrese importe de la orden".
           ACCEPT w-nuevo-importe.
           PERFORM UNTIL w-nuevo-importe is > 0
               DISPLAY "Error, Ingrese importe de la orden"
               ACCEPT w-nuevo-importe
           END-PERFORM.

       174-PEDIR-MONEDA.
           DISPLAY "Ingrese moneda (en blanco o PES = pesos)".
           ACCEPT w-nueva-moneda.
           IF w-nueva-moneda is equal spaces
               MOVE "PES" TO w-nueva-moneda
           END-IF.

       176-PEDIR-DIA.
           DISPLAY "Ingrese dia del mes de ejecucion (1-31)".
           ACCEPT w-nuevo-dia.
           PERFORM UNTIL w-nuevo-dia is >= 1 and w-nuevo-dia is <= 31
               DISPLAY "Error, dia invalido (1-31)"
               ACCEPT w-nuevo-dia
           END-PERFORM.

       178-PEDIR-VENCIMIENTO.
           DISPLAY "Ingrese fecha de vencimiento AAAAMMDD "
               "(0 = sin vencimiento)".
           ACCEPT w-nuevo-hasta.
           PERFORM 179-VALIDAR-VENCIMIENTO.
           PERFORM UNTIL w-fecha-ok is equal 1
               DISPLAY "Error, fecha invalida o ya vencida"
               ACCEPT w-nuevo-hasta
               PERFORM 179-VALIDAR-VENCIMIENTO
           END-PERFORM.

       179-VALIDAR-VENCIMIENTO.
           IF w-nuevo-hasta is equal zero
               MOVE 1 TO w-fecha-ok
           ELSE
               MOVE w-nuevo-hasta TO w-fecha-val
               PERFORM 145-VALIDAR-FECHA
               IF w-nuevo-hasta is < w-fecha-hoy
                   MOVE ZERO TO w-fecha-ok
               END-IF
           END-IF.

       180-PEDIR-CONCEPTO.
           DISPLAY "Ingrese concepto de la orden".
           ACCEPT w-nuevo-concepto.
           PERFORM UNTIL w-nuevo-concepto is not equal spaces
               DISPLAY "Error, Ingrese concepto de la orden"
               ACCEPT w-nuevo-concepto
           END-PERFORM.

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

       200-ALTA-ORDEN.
           PERFORM 150-PEDIR-SOCIO.
           PERFORM 165-BUSCAR-SOCIO.
           IF w-existe-socio is equal zero
               DISPLAY "ERROR: el socio " w-socio-pedido " no existe"
           ELSE
               IF soc-estado is not equal "A"
                   DISPLAY "AVISO: el socio " soc-cod " no esta activo "
                       "(estado " soc-estado "), sus ordenes quedaran "
                       "retenidas en suspenso"
               END-IF
               PERFORM 168-PROXIMO-NUMERO
               IF w-ultimo-numero is >= 99
                   DISPLAY "ERROR: el socio " w-socio-pedido
                       " ya tiene 99 ordenes registradas"
               ELSE
                   PERFORM 210-GRABAR-ALTA
               END-IF
           END-IF.

       210-GRABAR-ALTA.
           PERFORM 170-PEDIR-TIPO.
           PERFORM 172-PEDIR-IMPORTE.
           PERFORM 174-PEDIR-MONEDA.
           PERFORM 176-PEDIR-DIA.
           PERFORM 178-PEDIR-VENCIMIENTO.
           PERFORM 180-PEDIR-CONCEPTO.
           MOVE w-socio-pedido TO ord-socio.
           COMPUTE ord-numero = w-ultimo-numero + 1.
           MOVE w-nuevo-tipo TO ord-tipo.
           MOVE w-nuevo-importe TO ord-importe.
           MOVE w-nueva-moneda TO ord-moneda.
           MOVE w-nuevo-dia TO ord-dia.
           MOVE w-fecha-hoy TO ord-alta.
           MOVE w-nuevo-hasta TO ord-hasta.
           MOVE "A" TO ord-estado.
           MOVE w-nuevo-concepto TO ord-concepto.
           WRITE ord-reg
               INVALID KEY
                   DISPLAY "ERROR: no se pudo grabar la orden "
                       ord-socio "-" ord-numero
               NOT INVALID KEY
                   MOVE SPACES TO w-imagen-antes
                   PERFORM 500-GRABAR-AUDITORIA
                   DISPLAY "Alta registrada para la orden " ord-socio
                       "-" ord-numero
           END-WRITE.

       300-MODIFICAR-ORDEN.
           PERFORM 150-PEDIR-SOCIO.
           PERFORM 155-PEDIR-NUMERO.
           PERFORM 160-BUSCAR-ORDEN.
           IF w-existe is equal zero
               DISPLAY "ERROR: la orden " w-socio-pedido "-"
                   w-numero-pedido " no existe"
           ELSE
               IF ord-estado is equal "B"
                   DISPLAY "ERROR: la orden " ord-socio "-" ord-numero
                       " esta dada de baja"
               ELSE
                   PERFORM 310-GRABAR-MODIFICACION
               END-IF
           END-IF.

       310-GRABAR-MODIFICACION.
           MOVE ord-reg TO w-imagen-antes.
           DISPLAY "Orden " ord-socio "-" ord-numero ": " ord-tipo
               " " ord-importe " " ord-moneda " dia " ord-dia
               " vence " ord-hasta " estado " ord-estado.
           DISPLAY "Concepto: " ord-concepto.
           PERFORM 170-PEDIR-TIPO.
           PERFORM 172-PEDIR-IMPORTE.
           PERFORM 174-PEDIR-MONEDA.
           PERFORM 176-PEDIR-DIA.
           PERFORM 178-PEDIR-VENCIMIENTO.
           PERFORM 180-PEDIR-CONCEPTO.
           MOVE w-nuevo-tipo TO ord-tipo.
           MOVE w-nuevo-importe TO ord-importe.
           MOVE w-nueva-moneda TO ord-moneda.
           MOVE w-nuevo-dia TO ord-dia.
           MOVE w-nuevo-hasta TO ord-hasta.
           MOVE "A" TO ord-estado.
           MOVE w-nuevo-concepto TO ord-concepto.
           REWRITE ord-reg
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar la orden "
                       ord-socio "-" ord-numero
               NOT INVALID KEY
                   PERFORM 500-GRABAR-AUDITORIA
                   DISPLAY "Modificacion registrada para la orden "
                       ord-socio "-" ord-numero
           END-REWRITE.

       400-BAJA-ORDEN.
           IF w-nivel-operador is not equal 9
               DISPLAY "ERROR: la baja de ordenes requiere nivel "
                   "supervisor"
           ELSE
               PERFORM 410-BAJA-AUTORIZADA
           END-IF.

       410-BAJA-AUTORIZADA.
           PERFORM 150-PEDIR-SOCIO.
           PERFORM 155-PEDIR-NUMERO.
           PERFORM 160-BUSCAR-ORDEN.
           IF w-existe is equal zero
               DISPLAY "ERROR: la orden " w-socio-pedido "-"
                   w-numero-pedido " no existe"
           ELSE
               IF ord-estado is equal "B"
                   DISPLAY "ERROR: la orden " ord-socio "-" ord-numero
                       " ya esta dada de baja"
               ELSE
                   MOVE ord-reg TO w-imagen-antes
                   MOVE "B" TO ord-estado
                   REWRITE ord-reg
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar la "
                               "orden " ord-socio "-" ord-numero
                       NOT INVALID KEY
                           PERFORM 500-GRABAR-AUDITORIA
                           DISPLAY "Baja registrada para la orden "
                               ord-socio "-" ord-numero
                   END-REWRITE
               END-IF
           END-IF.

       500-GRABAR-AUDITORIA.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-hora-hhmmss TO aud-hora.
           MOVE w-operador TO aud-operador.
           MOVE w-opcion TO aud-operacion.
           MOVE w-imagen-antes TO aud-antes.
           MOVE ord-reg TO aud-despues.
           WRITE aud-reg.

       600-FIN.
           CLOSE ORDENES.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
       END PROGRAM MANT-ORDENES.
