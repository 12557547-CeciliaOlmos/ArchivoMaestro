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
       FD  REPORTE.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
           MOVE ZERO TO w-sal-euros.
      *-----------------------------------------------------------------
      * Las modalidades entran al saldo con su signo: transferencias
      * (T), depositos (D), los intereses (I) que acredita
      * DEVENGAR-INT y el capital de los prestamos (P) que acredita
      * GRABAR-PRE y la moneda que recibe el socio en una compra y
      * venta de moneda de CAMBIAR-MON (Y) suman, reversas (R),
      * extracciones (E), transferencias enviadas a otro socio (S),
      * las cuotas de prestamo que debita COBRAR-CUO (C capital, N
      * interes), la moneda que entrega el socio en la compra y
      * venta (X), las comisiones y cargos de COBRAR-COM (F) y las
      * retenciones impositivas sobre los intereses (W) restan.
      *-----------------------------------------------------------------
       500-APLICAR-MOVIMIENTO.
           IF soc-modalidad = "T" OR soc-modalidad = "D"
               OR soc-modalidad = "I" OR soc-modalidad = "P"
               OR soc-modalidad = "Y"
               EVALUATE soc-moneda
                   WHEN "P" ADD soc-importe TO w-sal-pesos
                            ADD soc-importe TO w-gen-pesos
               END-EVALUATE
           ELSE
               IF soc-modalidad = "R" OR soc-modalidad = "E"
                   OR soc-modalidad = "S" OR soc-modalidad = "C"
                   OR soc-modalidad = "N" OR soc-modalidad = "X"
                   OR soc-modalidad = "F" OR soc-modalidad = "W"
                   EVALUATE soc-moneda
                       WHEN "P" SUBTRACT soc-importe FROM w-sal-pesos
                                SUBTRACT soc-importe FROM w-gen-pesos
