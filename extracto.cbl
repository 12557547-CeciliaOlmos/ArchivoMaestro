      *          movimientos, que por la forma de la clave
      *          (filial+socio+fecha+moneda+modalidad) salen en orden
      *          de fecha. Imprime una linea por movimiento con el
      *          saldo corrido de la moneda del movimiento, con el
      *          signo de SALDOS para cada modalidad (T, D, I, P e Y
      *          son creditos; R, E, S, C, N, X, F y W son debitos),
      *          e imprime el numero de comprobante y el operador que
      *          cargo cada movimiento para poder ubicarlo ante un
      *          reclamo. Cierra con el neto por moneda. El
      *          extracto sale por consola y a extracto.dat, mismo
      *          estilo de archivo de impresion que listado.dat.
      *          Correr CONVERTIR-IDX antes si el indexado no esta al
               05 idx-moneda pic x.
               05 idx-modalidad pic x.
           03 idx-importe pic s9(8)v99.
           03 idx-comprobante pic 9(7).
           03 idx-operador pic x(3).
       FD  MAESTRO.
       01  mae-reg.
           03 mae-socio pic 9(4).
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
           03 l-st-nombre pic x(20).
           03 filler pic x(35) value spaces.
       01  lin-mov-tit.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "FECHA".
           03 filler pic x(5) value spaces.
           03 filler pic x(6) value "MODAL.".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "MONEDA".
           03 filler pic x(6) value spaces.
           03 filler pic x(7) value "IMPORTE".
           03 filler pic x(14) value spaces.
           03 filler pic x(5) value "SALDO".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "COMPROB".
           03 filler pic x(1) value spaces.
           03 filler pic x(3) value "OPE".
           03 filler pic x(6) value spaces.
       01  lin-mov.
           03 filler pic x(2) value spaces.
           03 l-mov-fecha pic 9(8).
           03 l-mov-imp pic z.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-mov-saldo pic -z.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-mov-comprobante pic 9(7).
           03 filler pic x(1) value spaces.
           03 l-mov-operador pic x(3).
           03 filler pic x(6) value spaces.
       01  lin-net.
           03 filler pic x(10) value spaces.
           03 filler pic x(9) value "Neto en ".
           MOVE idx-modalidad TO l-mov-modal.
           MOVE idx-moneda TO l-mov-moneda.
           MOVE idx-importe TO l-mov-imp.
           MOVE idx-comprobante TO l-mov-comprobante.
           MOVE idx-operador TO l-mov-operador.
           PERFORM 310-APLICAR-SALDO.
           DISPLAY lin-mov.
           WRITE rep-linea FROM lin-mov.
      *-----------------------------------------------------------------
      * Aplica el movimiento al saldo corrido de su moneda: las
      * transferencias (T), los depositos (D), los intereses (I) que
      * acredita DEVENGAR-INT, los prestamos acreditados (P) y la
      * moneda que recibe el socio en una compra y venta de moneda (Y)
      * suman, las reversas (R), las extracciones (E), las
      * transferencias enviadas a otro socio (S), las cuotas de
      * prestamo (C capital, N interes), la moneda que entrega el
      * socio en una compra y venta (X), las comisiones y cargos (F)
      * y las retenciones sobre los intereses (W) restan.
      *-----------------------------------------------------------------
       310-APLICAR-SALDO.
           IF idx-modalidad = "T" OR idx-modalidad = "D"
               OR idx-modalidad = "I" OR idx-modalidad = "P"
               OR idx-modalidad = "Y"
               EVALUATE idx-moneda
                   WHEN "P" ADD idx-importe TO w-net-pesos
                   WHEN "D" ADD idx-importe TO w-net-dolares
               END-EVALUATE
           ELSE
               IF idx-modalidad = "R" OR idx-modalidad = "E"
                   OR idx-modalidad = "S" OR idx-modalidad = "C"
                   OR idx-modalidad = "N" OR idx-modalidad = "X"
                   OR idx-modalidad = "F" OR idx-modalidad = "W"
                   EVALUATE idx-moneda
                       WHEN "P" SUBTRACT idx-importe FROM w-net-pesos
                       WHEN "D" SUBTRACT idx-importe
