      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de lineas de credito
      *          LINEAS.dat (altas, modificaciones y bajas): descubierto
      *          autorizado por socio y su fecha de vencimiento. El
      *          saldo proyectado de cada socio se controla contra esta
      *          linea. Identificacion del operador contra
      *          OPERADORES.dat y pista de auditoria antes/despues en
      *          AUDILIN.dat (altas y modificaciones otorgan credito y
      *          requieren nivel supervisor)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-LINEAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINEAS ASSIGN TO "..\LINEAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lin-socio
               FILE STATUS IS ws-lin-status.
           SELECT SOCIOS ASSIGN TO "..\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS ws-soc-status.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\AUDILIN.dat"
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
       FD  LINEAS.
       01  lin-reg.
           03 lin-socio pic 9(4).
           03 lin-importe pic 9(9)v99.
           03 lin-alta pic 9(8).
           03 lin-vence pic 9(8).
           03 lin-estado pic x.
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
           03 aud-antes pic x(32).
           03 aud-despues pic x(32).
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
       01  ws-lin-status pic xx.
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
       01  w-existe pic 9 value zero.
       01  w-existe-socio pic 9 value zero.
       01  w-imagen-antes pic x(32).
       01  w-nuevo-importe pic 9(9)v99.
       01  w-nuevo-vence pic 9(8).
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
                       PERFORM 200-ALTA-LINEA
                   WHEN opcion-modif
                       PERFORM 300-MODIFICAR-LINEA
                   WHEN opcion-baja
                       PERFORM 400-BAJA-LINEA
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
           OPEN I-O LINEAS.
           IF ws-lin-status is not equal "00" and
              ws-lin-status is not equal "05"
               DISPLAY "ERROR: no se pudo abrir LINEAS.dat, estado "
                   ws-lin-status
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
           MOVE "MANTLIN" TO log-programa.
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

       160-BUSCAR-LINEA.
           MOVE w-socio-pedido TO lin-socio.
           READ LINEAS
               INVALID KEY MOVE ZERO TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.

       165-BUSCAR-SOCIO.
           MOVE w-socio-pedido TO soc-cod.
           READ SOCIOS
               INVALID KEY MOVE ZERO TO w-existe-socio
               NOT INVALID KEY MOVE 1 TO w-existe-socio
           END-READ.

       172-PEDIR-IMPORTE.
           DISPLAY "Ingrese descubierto autorizado (importe de la "
               "linea)".
           ACCEPT w-nuevo-importe.
           PERFORM UNTIL w-nuevo-importe is > 0
               DISPLAY "Error, Ingrese descubierto autorizado"
               ACCEPT w-nuevo-importe
           END-PERFORM.

       178-PEDIR-VENCIMIENTO.
           DISPLAY "Ingrese fecha de vencimiento AAAAMMDD "
               "(0 = sin vencimiento)".
           ACCEPT w-nuevo-vence.
           PERFORM 179-VALIDAR-VENCIMIENTO.
           PERFORM UNTIL w-fecha-ok is equal 1
               DISPLAY "Error, fecha invalida o ya vencida"
               ACCEPT w-nuevo-vence
               PERFORM 179-VALIDAR-VENCIMIENTO
           END-PERFORM.

       179-VALIDAR-VENCIMIENTO.
           IF w-nuevo-vence is equal zero
               MOVE 1 TO w-fecha-ok
           ELSE
               MOVE w-nuevo-vence TO w-fecha-val
               PERFORM 145-VALIDAR-FECHA
               IF w-nuevo-vence is < w-fecha-hoy
                   MOVE ZERO TO w-fecha-ok
               END-IF
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

       200-ALTA-LINEA.
           IF w-nivel-operador is not equal 9
               DISPLAY "ERROR: el alta de lineas de credito requiere "
                   "nivel supervisor"
           ELSE
               PERFORM 205-ALTA-AUTORIZADA
           END-IF.

       205-ALTA-AUTORIZADA.
           PERFORM 150-PEDIR-SOCIO.
           PERFORM 165-BUSCAR-SOCIO.
           IF w-existe-socio is equal zero
               DISPLAY "ERROR: el socio " w-socio-pedido " no existe"
           ELSE
               IF soc-estado is not equal "A"
                   DISPLAY "AVISO: el socio " soc-cod " no esta activo "
                       "(estado " soc-estado ")"
               END-IF
               PERFORM 160-BUSCAR-LINEA
               IF w-existe is equal 1 and lin-estado is equal "A"
                   DISPLAY "ERROR: el socio " w-socio-pedido
                       " ya tiene linea vigente, use M para "
                       "modificarla"
               ELSE
                   PERFORM 210-GRABAR-ALTA
               END-IF
           END-IF.

       210-GRABAR-ALTA.
           IF w-existe is equal 1
               MOVE lin-reg TO w-imagen-antes
           ELSE
               MOVE SPACES TO w-imagen-antes
           END-IF.
           PERFORM 172-PEDIR-IMPORTE.
           PERFORM 178-PEDIR-VENCIMIENTO.
           MOVE w-socio-pedido TO lin-socio.
           MOVE w-nuevo-importe TO lin-importe.
           MOVE w-fecha-hoy TO lin-alta.
           MOVE w-nuevo-vence TO lin-vence.
           MOVE "A" TO lin-estado.
           IF w-existe is equal 1
               REWRITE lin-reg
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar la linea "
                           "del socio " lin-socio
                   NOT INVALID KEY
                       PERFORM 500-GRABAR-AUDITORIA
                       DISPLAY "Alta registrada para la linea del "
                           "socio " lin-socio
               END-REWRITE
           ELSE
               WRITE lin-reg
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar la linea "
                           "del socio " lin-socio
                   NOT INVALID KEY
                       PERFORM 500-GRABAR-AUDITORIA
                       DISPLAY "Alta registrada para la linea del "
                           "socio " lin-socio
               END-WRITE
           END-IF.

       300-MODIFICAR-LINEA.
           IF w-nivel-operador is not equal 9
               DISPLAY "ERROR: la modificacion de lineas de credito "
                   "requiere nivel supervisor"
           ELSE
               PERFORM 305-MODIFICACION-AUTORIZADA
           END-IF.

       305-MODIFICACION-AUTORIZADA.
           PERFORM 150-PEDIR-SOCIO.
           PERFORM 160-BUSCAR-LINEA.
           IF w-existe is equal zero
               DISPLAY "ERROR: el socio " w-socio-pedido " no tiene "
                   "linea de credito"
           ELSE
               IF lin-estado is equal "B"
                   DISPLAY "ERROR: la linea del socio " lin-socio
                       " esta dada de baja, use A para otorgarla"
               ELSE
                   PERFORM 310-GRABAR-MODIFICACION
               END-IF
           END-IF.

       310-GRABAR-MODIFICACION.
           MOVE lin-reg TO w-imagen-antes.
           DISPLAY "Linea del socio " lin-socio ": " lin-importe
               " alta " lin-alta " vence " lin-vence " estado "
               lin-estado.
           PERFORM 172-PEDIR-IMPORTE.
           PERFORM 178-PEDIR-VENCIMIENTO.
           MOVE w-nuevo-importe TO lin-importe.
           MOVE w-nuevo-vence TO lin-vence.
           REWRITE lin-reg
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar la linea del "
                       "socio " lin-socio
               NOT INVALID KEY
                   PERFORM 500-GRABAR-AUDITORIA
                   DISPLAY "Modificacion registrada para la linea del "
                       "socio " lin-socio
           END-REWRITE.

       400-BAJA-LINEA.
           PERFORM 150-PEDIR-SOCIO.
           PERFORM 160-BUSCAR-LINEA.
           IF w-existe is equal zero
               DISPLAY "ERROR: el socio " w-socio-pedido " no tiene "
                   "linea de credito"
           ELSE
               IF lin-estado is equal "B"
                   DISPLAY "ERROR: la linea del socio " lin-socio
                       " ya esta dada de baja"
               ELSE
                   MOVE lin-reg TO w-imagen-antes
                   MOVE "B" TO lin-estado
                   REWRITE lin-reg
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar la "
                               "linea del socio " lin-socio
                       NOT INVALID KEY
                           PERFORM 500-GRABAR-AUDITORIA
                           DISPLAY "Baja registrada para la linea del "
                               "socio " lin-socio
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
           MOVE lin-reg TO aud-despues.
           WRITE aud-reg.

       600-FIN.
           CLOSE LINEAS.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
       END PROGRAM MANT-LINEAS.
