      *          buscan aca la cotizacion vigente a la fecha de cada
      *          transferencia para armar el total consolidado en
      *          pesos; el peso no se carga porque su tasa es siempre 1.
      *          Ademas de la tasa de referencia cada cotizacion lleva
      *          el precio comprador (al que el banco compra la moneda
      *          al socio) y el vendedor (al que se la vende), que usa
      *          CAMBIAR-MON para la compra y venta de moneda del dia:
      *          el comprador no puede superar la tasa de referencia ni
      *          el vendedor quedar por debajo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 cot-moneda pic x.
           03 cot-fecha pic 9(8).
           03 cot-tasa pic 9(6)v9(4).
           03 cot-compra pic 9(6)v9(4).
           03 cot-venta pic 9(6)v9(4).
       01  cot-control.
           03 cctl-marca pic x.
           03 cctl-cant pic 9(4).
           03 filler pic x(34).
       FD  COTIZACIONES-TEMP.
       01  cot-reg-temp.
           03 cott-moneda pic x.
           03 cott-fecha pic 9(8).
           03 cott-tasa pic 9(6)v9(4).
           03 cott-compra pic 9(6)v9(4).
           03 cott-venta pic 9(6)v9(4).
       01  cott-control.
           03 cottc-marca pic x.
           03 cottc-cant pic 9(4).
           03 filler pic x(34).
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
       01  w-cot-moneda pic x.
       01  w-cot-fecha pic 9(8).
       01  w-cot-tasa pic 9(6)v9(4).
       01  w-cot-compra pic 9(6)v9(4).
       01  w-cot-venta pic 9(6)v9(4).
       01  w-val-tasa pic 9.
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
                   "moneda y esa fecha"
           ELSE
               PERFORM 250-ING-TASA
               PERFORM 260-VERIF-TASA UNTIL w-val-tasa = 1
               OPEN EXTEND COTIZACIONES
               MOVE w-cot-moneda TO cot-moneda
               MOVE w-cot-fecha TO cot-fecha
               MOVE w-cot-tasa TO cot-tasa
               MOVE w-cot-compra TO cot-compra
               MOVE w-cot-venta TO cot-venta
               WRITE cot-reg
               ADD 1 TO w-cant-reg
               PERFORM 270-GRABAR-CONTROL
      * vale el ultimo, igual que con el soc-control de archSoc.dat.
      *-----------------------------------------------------------------
       270-GRABAR-CONTROL.
           MOVE SPACES TO cot-control.
           MOVE "Z" TO cctl-marca.
           MOVE w-cant-reg TO cctl-cant.
           WRITE cot-control.

       275-GRABAR-CONTROL-TEMP.
           MOVE SPACES TO cott-control.
           MOVE "Z" TO cottc-marca.
           MOVE w-cant-reg TO cottc-cant.
           WRITE cott-control.
       250-ING-TASA.
           DISPLAY "Ingrese la tasa de cambio contra pesos".
           ACCEPT w-cot-tasa.
           DISPLAY "Ingrese el precio comprador".
           ACCEPT w-cot-compra.
           DISPLAY "Ingrese el precio vendedor".
           ACCEPT w-cot-venta.
           MOVE ZERO TO w-val-tasa.
           IF w-cot-compra > 0
               AND w-cot-compra <= w-cot-tasa
               AND w-cot-venta >= w-cot-tasa
               MOVE 1 TO w-val-tasa
           END-IF.

       260-VERIF-TASA.
           DISPLAY "Error! La tasa debe ser mayor que cero, con el "-
               "comprador por debajo y el vendedor por encima".
           PERFORM 250-ING-TASA.
      *-----------------------------------------------------------------
      * M O D I F I C A C I O N
       300-MODIF-COTIZACION.
           PERFORM 210-ING-CLAVE.
           PERFORM 250-ING-TASA.
           PERFORM 260-VERIF-TASA UNTIL w-val-tasa = 1.
           MOVE ZERO TO w-flag-encontrado.
           MOVE ZERO TO w-cant-reg.
           OPEN INPUT COTIZACIONES.
                       MOVE 1 TO w-flag-encontrado
                       MOVE cot-reg TO w-aud-antes
                       MOVE w-cot-tasa TO cott-tasa
                       MOVE w-cot-compra TO cott-compra
                       MOVE w-cot-venta TO cott-venta
                       MOVE cot-reg-temp TO w-aud-despues
                   ELSE
                       MOVE cot-tasa TO cott-tasa
                       MOVE cot-compra TO cott-compra
                       MOVE cot-venta TO cott-venta
                   END-IF
                   WRITE cot-reg-temp
                   ADD 1 TO w-cant-reg
                       MOVE cot-moneda TO cott-moneda
                       MOVE cot-fecha TO cott-fecha
                       MOVE cot-tasa TO cott-tasa
                       MOVE cot-compra TO cott-compra
                       MOVE cot-venta TO cott-venta
                       WRITE cot-reg-temp
                       ADD 1 TO w-cant-reg
                   END-IF
