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
       FD  SOCIOS-IDX.
       01  idx-reg.
           03 idx-clave.
               05 idx-moneda pic x.
               05 idx-modalidad pic x.
           03 idx-importe pic s9(8)V99.
           03 idx-comprobante pic 9(7).
           03 idx-operador pic x(3).
       FD  DIFERENCIAS.
       01  dif-linea pic x(80).
       WORKING-STORAGE SECTION.
