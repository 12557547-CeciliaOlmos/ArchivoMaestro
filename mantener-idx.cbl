               05 idx-moneda pic x.
               05 idx-modalidad pic x.
           03 idx-importe pic s9(8)V99.
           03 idx-comprobante pic 9(7).
           03 idx-operador pic x(3).
       FD  SOCIOS.
       01  soc-reg.
           03 soc-filial pic 9(2).
           03 soc-modalidad pic x.
           03 soc-fecha pic 9(8).
           03 soc-moneda pic x.
           03 soc-contra-filial pic 9(2).
           03 soc-contra-socio pic 9(4).
           03 soc-comprobante pic 9(7).
           03 soc-operador pic x(3).
       01  soc-control.
           03 ctl-marca pic x.
           03 ctl-cant pic 9(4).
           03 ctl-importe pic s9(8)V99.
           03 filler pic x(27).
       FD  SOCIOS-TEMP.
       01  nue-reg.
           03 nue-filial pic 9(2).
           03 nue-modalidad pic x.
           03 nue-fecha pic 9(8).
           03 nue-moneda pic x.
           03 nue-contra-filial pic 9(2).
           03 nue-contra-socio pic 9(4).
           03 nue-comprobante pic 9(7).
           03 nue-operador pic x(3).
       01  nue-control.
           03 nue-ctl-marca pic x.
           03 nue-ctl-cant pic 9(4).
           03 nue-ctl-importe pic s9(8)V99.
           03 filler pic x(27).
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
                   DISPLAY "Modalidad: ", idx-modalidad
                   DISPLAY "Fecha: ", idx-fecha
                   DISPLAY "Moneda: ", idx-moneda
                   DISPLAY "Comprobante: ", idx-comprobante,
                       " Operador: ", idx-operador
           END-READ.
      *-----------------------------------------------------------------
      * M O D I F I C A C I O N
               MOVE soc-socio TO nue-socio
               MOVE soc-fecha TO nue-fecha
               MOVE soc-moneda TO nue-moneda
               MOVE soc-contra-filial TO nue-contra-filial
               MOVE soc-contra-socio TO nue-contra-socio
               MOVE soc-comprobante TO nue-comprobante
               MOVE soc-operador TO nue-operador
               IF w-sync-match = "S"
                   MOVE w-sync-importe TO nue-importe
                   MOVE w-sync-modalidad TO nue-modalidad
