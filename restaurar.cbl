           03 gens-modalidad pic x.
           03 gens-fecha pic 9(8).
           03 gens-moneda pic x.
           03 gens-contra-filial pic 9(2).
           03 gens-contra-socio pic 9(4).
           03 gens-comprobante pic 9(7).
           03 gens-operador pic x(3).
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
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
       WORKING-STORAGE SECTION.
       01  w-arch pic x.
       01  w-gen pic 9.
           MOVE gens-modalidad TO soc-modalidad.
           MOVE gens-fecha TO soc-fecha.
           MOVE gens-moneda TO soc-moneda.
           MOVE gens-contra-filial TO soc-contra-filial.
           MOVE gens-contra-socio TO soc-contra-socio.
           MOVE gens-comprobante TO soc-comprobante.
           MOVE gens-operador TO soc-operador.
           WRITE soc-reg.
           ADD 1 TO w-cont-copiados.
           IF soc-modalidad = "T"
