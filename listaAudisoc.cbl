      * Purpose: Informe de la pista de auditoria AUDISOC.dat para un
      *          periodo, con filtro opcional por socio u operador,
      *          decodificando las imagenes antes/despues del maestro
      *          de socios, indicando quien solicito y quien aprobo cada
      *          cambio, y totalizando operaciones por operador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 aud-operacion pic x.
           03 aud-antes pic x(36).
           03 aud-despues pic x(36).
           03 aud-aprobador pic x(10).
       FD  AUDIREP
           LINAGE IS 60 LINES
           with FOOTING AT 50
               05 filler pic x(7) value "HORA".
               05 filler pic x(11) value "OPERADOR".
               05 filler pic x(5) value "OPER".
               05 filler pic x(6) value "SOCIO".
               05 filler pic x(9) value "APROBADOR".
       01  detalle-oper.
           03  lin-oper.
               05 filler pic x(1) value space.
               05 laud-operacion pic x.
               05 filler pic x(3) value spaces.
               05 laud-socio pic 9(4).
               05 filler pic x(3) value spaces.
               05 laud-aprobador pic x(10).
       01  detalle-imagen.
           03  lin-imagen.
               05 filler pic x(2) value spaces.
               IF w-soc-filtro is equal zero or
                  w-des-cod is equal w-soc-filtro
                   IF w-ope-filtro is equal spaces or
                      aud-operador is equal w-ope-filtro or
                      aud-aprobador is equal w-ope-filtro
                       PERFORM 300-IMPRIMO-OPERACION
                   END-IF
               END-IF
           MOVE aud-operador TO laud-operador.
           MOVE aud-operacion TO laud-operacion.
           MOVE w-des-cod TO laud-socio.
           MOVE aud-aprobador TO laud-aprobador.
           WRITE rep-reg FROM detalle-oper AFTER 1.
           IF aud-operacion is not equal "A"
               MOVE "ANTES:   " TO laud-rotulo
