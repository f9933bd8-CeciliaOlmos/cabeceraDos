           03 sus-importe pic s9(8)v99.
           03 sus-filial pic 9.
           03 sus-motivo pic x.
           03 sus-debitos pic s9(8)v99.
           03 sus-creditos pic s9(8)v99.
       FD  SUSPENSO-TMP.
       01  tmp-reg.
           03 tmp-fecha pic 9(8).
           03 tmp-importe pic s9(8)v99.
           03 tmp-filial pic 9.
           03 tmp-motivo pic x.
           03 tmp-debitos pic s9(8)v99.
           03 tmp-creditos pic s9(8)v99.
       FD  VENCIDOS.
       01  ven-reg.
           03 ven-fecha pic 9(8).
