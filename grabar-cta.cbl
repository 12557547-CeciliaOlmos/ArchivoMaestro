      * Purpose: Mantenimiento de la tabla de cuentas contables (alta,
      *          modificacion y baja), mismo estilo de menu que
      *          GRABAR-COT usa para cotizaciones. Cada registro
      *          parametriza, por modalidad (T, R, D, E, I, S, P
      *          prestamo acreditado, C cuota de capital, N cuota de
      *          interes, X moneda que entrega el socio en una compra
      *          y venta de moneda, Y moneda que recibe, F comision o
      *          cargo, W retencion impositiva sobre intereses, o G
      *          diferencia de cambio, que va en pesos) y
      *          moneda (P, D, E), la
      *          cuenta del debe y su contracuenta del haber: DIARIO
      *          las usa para generar el archivo de asientos del pase
      *          al mayor (asientos.dat).
      *          Una modalidad y moneda sin registro aca queda sin
      *          asiento y DIARIO lo avisa.
      * Tectonics: cobc
      ******************************************************************
           PERFORM 220-VERIF-MODALIDAD
               UNTIL w-cta-modalidad = "T" OR w-cta-modalidad = "R"
               OR w-cta-modalidad = "D" OR w-cta-modalidad = "E"
               OR w-cta-modalidad = "I" OR w-cta-modalidad = "S"
               OR w-cta-modalidad = "P" OR w-cta-modalidad = "C"
               OR w-cta-modalidad = "N" OR w-cta-modalidad = "X"
               OR w-cta-modalidad = "Y" OR w-cta-modalidad = "G"
               OR w-cta-modalidad = "F" OR w-cta-modalidad = "W".
           PERFORM 225-TRAER-MONEDA.
           PERFORM 230-VERIF-MONEDA
               UNTIL w-cta-moneda = "P" OR w-cta-moneda = "D"
               OR w-cta-moneda = "E".

       215-TRAER-MODALIDAD.
           DISPLAY "Ingrese la modalidad (T - R - D - E - I - S - "-
               "P - C - N - X - Y - G - F - W)".
           ACCEPT w-cta-modalidad.

       220-VERIF-MODALIDAD.
