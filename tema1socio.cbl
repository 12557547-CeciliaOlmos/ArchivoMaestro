           03 soc-modal pic x.
           03 soc-fecha pic 9(8).
           03 soc-moneda pic x.
           03 soc-contra-filial pic 9(2).
           03 soc-contra-socio pic 9(4).
           03 soc-comprobante pic 9(7).
           03 soc-operador pic x(3).
       01  soc-control.
           03 ctl-marca pic x.
           03 ctl-cant pic 9(4).
           03 ctl-importe pic s9(8)v99.
           03 filler pic x(27).
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
       FD  COTIZACIONES.
       01  cot-reg.
           03 cot-moneda pic x.
           03 cot-fecha pic 9(8).
           03 cot-tasa pic 9(6)v9(4).
           03 cot-compra pic 9(6)v9(4).
           03 cot-venta pic 9(6)v9(4).
       01  cot-control.
           03 cctl-marca pic x.
           03 cctl-cant pic 9(4).
           03 filler pic x(34).
       FD  MAESTRO-IDX.
       01  mi-reg.
           03 mi-socio pic 9(4).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
       FD  PARAMETROS.
       01  par-reg.
           03 par-fecha-desde pic 9(8).
