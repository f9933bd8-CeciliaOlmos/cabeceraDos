      * Purpose: Mantenimiento del maestro SOCIOS.dat (altas, modifi-
      *          caciones y bajas) con pista de auditoria antes/despues
      *          e identificacion del operador contra OPERADORES.dat
      *          (las bajas requieren nivel supervisor). Cada cambio
      *          queda como solicitud pendiente en PENDSOC.dat y se
      *          aplica al maestro solo cuando lo aprueba otro operador
      *          de nivel superior (opcion P); AUDISOC.dat registra
      *          quien lo solicito y quien lo aprobo. Las solicitudes
      *          con mas de DIAS= (SOLICITUDES.par) no se pueden aprobar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS ws-soc-status.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\AUDISOC.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDIENTES ASSIGN TO "..\PENDSOC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pnd-numero
               ALTERNATE RECORD KEY IS pnd-socio WITH DUPLICATES
               FILE STATUS IS ws-pnd-status.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\SOLICITUDES.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-par-status.
           SELECT CFG-FILIALES ASSIGN TO "..\FILIALES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cfg-status.
           03 aud-operacion pic x.
           03 aud-antes pic x(36).
           03 aud-despues pic x(36).
           03 aud-aprobador pic x(10).
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
       FD  CFG-FILIALES.
       01  cfg-reg.
           03 cfg-numero pic 9.
           88 opcion-alta value "A".
           88 opcion-modif value "M".
           88 opcion-baja value "B".
           88 opcion-pendientes value "P".
           88 opcion-fin value "F".
       01  w-operador pic x(10).
       01  ws-ope-status pic xx.
       01  w-existe pic 9 value zero.
       01  w-dato-valido pic 9 value zero.
       01  w-imagen-antes pic x(36).
       01  w-antes-det redefines w-imagen-antes.
           03 w-ant-cod pic 9(4).
           03 w-ant-nombre pic x(30).
           03 w-ant-filial pic x.
           03 w-ant-estado pic x.
       01  w-imagen-despues pic x(36).
       01  w-despues-det redefines w-imagen-despues.
           03 w-des-cod pic 9(4).
           03 w-des-nombre pic x(30).
           03 w-des-filial pic x.
           03 w-des-estado pic x.
       01  ws-pnd-status pic xx.
       01  ws-par-status pic xx.
       01  w-fin-param pic 9 value zero.
       01  w-par-nombre pic x(10).
       01  w-par-valor pic x(20).
       01  w-par-dias pic x(3) justified right value spaces.
       01  w-dias-vence pic 9(3) value 7.
       01  w-ult-numero pic 9(6) value zero.
       01  w-fin-pnd pic 9 value zero.
       01  w-fin-revision pic 9 value zero.
       01  w-pendiente-nro pic 9(6) value zero.
       01  w-decision pic x.
           88 decision-aprobar value "A".
           88 decision-rechazar value "R".
           88 decision-siguiente value "S".
           88 decision-fin value "F".
       01  w-cant-revisables pic 9(5) value zero.
       01  w-cant-propias pic 9(5) value zero.
       01  w-cant-sin-nivel pic 9(5) value zero.
       01  w-cant-vencidas pic 9(5) value zero.
       01  w-dias pic s9(5).
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
       01  tabla-acum-valores.
           03 filler pic x(36) value
           "000031059090120151181212243273304334".
       01  tabla-acum redefines tabla-acum-valores.
           03 w-acum-dias occurs 12 times pic 9(3).
       01  w-nuevo-nombre pic x(30).
       01  w-nueva-filial pic 9.
       01  w-nuevo-estado pic x.
                       PERFORM 300-MODIFICAR-SOCIO
                   WHEN opcion-baja
                       PERFORM 400-BAJA-SOCIO
                   WHEN opcion-pendientes
                       PERFORM 700-REVISAR-PENDIENTES
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           MOVE w-serial TO w-serial-hoy.
           PERFORM 105-IDENTIFICAR-OPERADOR.
           PERFORM 110-LEER-FILIALES.
           PERFORM 120-LEER-PARAMETROS.
           OPEN I-O SOCIOS.
           IF ws-soc-status is not equal "00" and
              ws-soc-status is not equal "05"
                   ws-soc-status
               STOP RUN
           END-IF.
           OPEN I-O PENDIENTES.
           IF ws-pnd-status is not equal "00" and
              ws-pnd-status is not equal "05"
               DISPLAY "ERROR: no se pudo abrir PENDSOC.dat, estado "
                   ws-pnd-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-ULTIMA-SOLICITUD.
           OPEN EXTEND AUDITORIA.

       105-IDENTIFICAR-OPERADOR.
           MOVE cfg-numero TO tab-numero(w-cant-filiales).
           MOVE cfg-nombre TO tab-nombre(w-cant-filiales).

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
           IF w-par-dias is not equal spaces
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

       130-ULTIMA-SOLICITUD.
           MOVE ZERO TO w-ult-numero.
           MOVE ZERO TO w-fin-pnd.
           MOVE ZERO TO pnd-numero.
           START PENDIENTES KEY IS NOT LESS pnd-numero
               INVALID KEY MOVE 1 TO w-fin-pnd
           END-START.
           PERFORM UNTIL w-fin-pnd is equal 1
               READ PENDIENTES NEXT
                   AT END MOVE 1 TO w-fin-pnd
                   NOT AT END MOVE pnd-numero TO w-ult-numero
               END-READ
           END-PERFORM.

       140-PEDIR-OPCION.
           DISPLAY "Opcion: A=Alta M=Modificacion B=Baja "
               "P=Pendientes F=Fin".
           ACCEPT w-opcion.

       150-PEDIR-CODIGO.
               MOVE w-nuevo-nombre TO soc-nombre
               MOVE w-nueva-filial TO soc-filial
               MOVE w-nuevo-estado TO soc-estado
               MOVE SPACES TO w-imagen-antes
               MOVE soc-reg TO w-imagen-despues
               PERFORM 450-REGISTRAR-SOLICITUD
           END-IF.

       300-MODIFICAR-SOCIO.
               MOVE w-nuevo-nombre TO soc-nombre
               MOVE w-nueva-filial TO soc-filial
               MOVE w-nuevo-estado TO soc-estado
               MOVE soc-reg TO w-imagen-despues
               IF w-imagen-despues is equal w-imagen-antes
                   DISPLAY "Sin cambios para el socio " soc-cod
               ELSE
                   PERFORM 450-REGISTRAR-SOLICITUD
               END-IF
           END-IF.

       400-BAJA-SOCIO.
               ELSE
                   MOVE soc-reg TO w-imagen-antes
                   MOVE "I" TO soc-estado
                   MOVE soc-reg TO w-imagen-despues
                   PERFORM 450-REGISTRAR-SOLICITUD
               END-IF
           END-IF.

       450-REGISTRAR-SOLICITUD.
           PERFORM 460-BUSCAR-PENDIENTE.
           IF w-pendiente-nro is not equal zero
               DISPLAY "ERROR: el socio " w-cod-pedido " ya tiene la "
                   "solicitud " w-pendiente-nro " pendiente de "
                   "aprobacion"
           ELSE
               ADD 1 TO w-ult-numero
               ACCEPT w-hora-completa FROM TIME
               MOVE w-ult-numero TO pnd-numero
               MOVE w-fecha-hoy TO pnd-fecha
               MOVE w-hora-hhmmss TO pnd-hora
               MOVE w-opcion TO pnd-operacion
               MOVE w-cod-pedido TO pnd-socio
               MOVE w-operador TO pnd-solicitante
               MOVE w-nivel-operador TO pnd-nivel
               MOVE w-imagen-antes TO pnd-antes
               MOVE w-imagen-despues TO pnd-despues
               MOVE "P" TO pnd-estado
               MOVE SPACES TO pnd-aprobador
               MOVE ZERO TO pnd-fecha-res
               MOVE ZERO TO pnd-hora-res
               WRITE pnd-reg
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar la solicitud "
                           pnd-numero
                   NOT INVALID KEY
                       DISPLAY "Solicitud " pnd-numero " registrada "
                           "para el socio " pnd-socio ", pendiente de "
                           "aprobacion"
               END-WRITE
           END-IF.

       460-BUSCAR-PENDIENTE.
           MOVE ZERO TO w-pendiente-nro.
           MOVE ZERO TO w-fin-pnd.
           MOVE w-cod-pedido TO pnd-socio.
           START PENDIENTES KEY IS EQUAL pnd-socio
               INVALID KEY MOVE 1 TO w-fin-pnd
           END-START.
           PERFORM UNTIL w-fin-pnd is equal 1
               READ PENDIENTES NEXT
                   AT END MOVE 1 TO w-fin-pnd
                   NOT AT END
                       IF pnd-socio is not equal w-cod-pedido
                           MOVE 1 TO w-fin-pnd
                       ELSE
                           IF pnd-estado is equal "P"
                               MOVE pnd-numero TO w-pendiente-nro
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       500-GRABAR-AUDITORIA.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-hora-hhmmss TO aud-hora.
           MOVE pnd-solicitante TO aud-operador.
           MOVE pnd-operacion TO aud-operacion.
           MOVE pnd-antes TO aud-antes.
           MOVE pnd-despues TO aud-despues.
           MOVE w-operador TO aud-aprobador.
           WRITE aud-reg.

       600-FIN.
           CLOSE SOCIOS.
           CLOSE PENDIENTES.
           CLOSE AUDITORIA.

       700-REVISAR-PENDIENTES.
           MOVE ZERO TO w-cant-revisables.
           MOVE ZERO TO w-cant-propias.
           MOVE ZERO TO w-cant-sin-nivel.
           MOVE ZERO TO w-cant-vencidas.
           MOVE ZERO TO w-fin-revision.
           MOVE ZERO TO pnd-numero.
           START PENDIENTES KEY IS NOT LESS pnd-numero
               INVALID KEY MOVE 1 TO w-fin-revision
           END-START.
           PERFORM UNTIL w-fin-revision is equal 1
               READ PENDIENTES NEXT
                   AT END MOVE 1 TO w-fin-revision
                   NOT AT END
                       IF pnd-estado is equal "P"
                           PERFORM 710-REVISAR-SOLICITUD
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Solicitudes revisables: " w-cant-revisables
               " propias: " w-cant-propias " sin nivel: "
               w-cant-sin-nivel " vencidas: " w-cant-vencidas.

       710-REVISAR-SOLICITUD.
           MOVE pnd-fecha TO w-fser-fecha.
           PERFORM 900-CALCULAR-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-serial.
           EVALUATE TRUE
               WHEN w-dias is > w-dias-vence
                   ADD 1 TO w-cant-vencidas
               WHEN pnd-solicitante is equal w-operador
                   ADD 1 TO w-cant-propias
               WHEN w-nivel-operador is not > pnd-nivel and
                    w-nivel-operador is not equal 9
                   ADD 1 TO w-cant-sin-nivel
               WHEN OTHER
                   ADD 1 TO w-cant-revisables
                   PERFORM 720-MOSTRAR-SOLICITUD
                   PERFORM 730-PEDIR-DECISION
                   EVALUATE TRUE
                       WHEN decision-aprobar
                           PERFORM 740-APROBAR-SOLICITUD
                       WHEN decision-rechazar
                           PERFORM 760-RECHAZAR-SOLICITUD
                       WHEN decision-fin
                           MOVE 1 TO w-fin-revision
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       720-MOSTRAR-SOLICITUD.
           MOVE pnd-antes TO w-imagen-antes.
           MOVE pnd-despues TO w-imagen-despues.
           DISPLAY "Solicitud " pnd-numero " del " pnd-fecha " "
               pnd-hora " operador " pnd-solicitante " nivel "
               pnd-nivel.
           EVALUATE pnd-operacion
               WHEN "A" DISPLAY "  Operacion: ALTA del socio "
                            pnd-socio
               WHEN "M" DISPLAY "  Operacion: MODIFICACION del socio "
                            pnd-socio
               WHEN "B" DISPLAY "  Operacion: BAJA del socio "
                            pnd-socio
           END-EVALUATE.
           IF pnd-operacion is not equal "A"
               DISPLAY "  ANTES:   " w-ant-nombre " FIL "
                   w-ant-filial " EST " w-ant-estado
           END-IF.
           DISPLAY "  DESPUES: " w-des-nombre " FIL " w-des-filial
               " EST " w-des-estado.

       730-PEDIR-DECISION.
           DISPLAY "A=Aprobar R=Rechazar S=Siguiente F=Fin de revision".
           ACCEPT w-decision.
           PERFORM UNTIL decision-aprobar or decision-rechazar or
           decision-siguiente or decision-fin
               DISPLAY "Error, A=Aprobar R=Rechazar S=Siguiente "
                   "F=Fin de revision"
               ACCEPT w-decision
           END-PERFORM.

       740-APROBAR-SOLICITUD.
           MOVE pnd-socio TO w-cod-pedido.
           PERFORM 160-BUSCAR-SOCIO.
           EVALUATE TRUE
               WHEN pnd-operacion is equal "A" and w-existe is equal 1
                   DISPLAY "ERROR: el socio " pnd-socio " ya existe, "
                       "rechace la solicitud " pnd-numero
               WHEN pnd-operacion is not equal "A" and
                    w-existe is equal zero
                   DISPLAY "ERROR: el socio " pnd-socio " ya no "
                       "existe, rechace la solicitud " pnd-numero
               WHEN pnd-operacion is not equal "A" and
                    soc-reg is not equal pnd-antes
                   DISPLAY "ERROR: el socio " pnd-socio " cambio "
                       "desde la solicitud " pnd-numero
                       ", rechacela y vuelva a solicitar"
               WHEN OTHER
                   PERFORM 750-APLICAR-SOLICITUD
           END-EVALUATE.

       750-APLICAR-SOLICITUD.
           MOVE pnd-despues TO soc-reg.
           IF pnd-operacion is equal "A"
               WRITE soc-reg
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar el socio "
                           soc-cod
                   NOT INVALID KEY
                       PERFORM 770-CERRAR-SOLICITUD-APROBADA
               END-WRITE
           ELSE
               REWRITE soc-reg
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar el socio "
                           soc-cod
                   NOT INVALID KEY
                       PERFORM 770-CERRAR-SOLICITUD-APROBADA
               END-REWRITE
           END-IF.

       770-CERRAR-SOLICITUD-APROBADA.
           PERFORM 500-GRABAR-AUDITORIA.
           MOVE "A" TO pnd-estado.
           PERFORM 780-REGRABAR-SOLICITUD.
           DISPLAY "Solicitud " pnd-numero " aprobada y aplicada al "
               "socio " pnd-socio.

       760-RECHAZAR-SOLICITUD.
           MOVE "R" TO pnd-estado.
           PERFORM 780-REGRABAR-SOLICITUD.
           DISPLAY "Solicitud " pnd-numero " rechazada".

       780-REGRABAR-SOLICITUD.
           ACCEPT w-hora-completa FROM TIME.
           MOVE w-operador TO pnd-aprobador.
           MOVE w-fecha-hoy TO pnd-fecha-res.
           MOVE w-hora-hhmmss TO pnd-hora-res.
           REWRITE pnd-reg
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar la solicitud "
                       pnd-numero
           END-REWRITE.

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
       END PROGRAM MANT-SOCIOS.
