      *          contable: pares debe/haber por fecha, modalidad y
      *          moneda con las cuentas de la tabla de GRABAR-CTA y
      *          un registro de control final (para los asientos
      *          entran todas las modalidades, tambien D, E, I, las
      *          transferencias enviadas S, los prestamos: capital
      *          acreditado P y cuotas de capital C e interes N, y las
      *          dos patas de la compra y venta de moneda, X la moneda
      *          que entrega el socio y Y la que recibe, y las
      *          comisiones y cargos F de COBRAR-COM y las retenciones
      *          W sobre los intereses). La diferencia de
      *          cambio de cada operacion de CAMBIAR-MON sale de
      *          archCam.dat y entra en los asientos como modalidad G,
      *          en pesos, con sus propias cuentas en la tabla.
      *          Si la clasificacion falla o la tabla de cuentas
      *          desborda, el aviso queda en el propio diario.dat y
      *          el programa termina con estado de error para que
           SELECT CUENTAS
               ASSIGN TO "..\archCta.dat"
               FILE STATUS IS w-cta-status.
           SELECT CAMBIOS
               ASSIGN TO "..\archCam.dat"
               FILE STATUS IS w-cam-status.
           SELECT ASIENTOS
               ASSIGN TO "..\asientos.dat"
               ORGANIZATION LINE SEQUENTIAL.
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
       FD  REPORTE.
       01  rep-linea pic x(80).
       FD  CUENTAS.
           03 cta-moneda pic x.
           03 cta-cuenta pic x(8).
           03 cta-contracuenta pic x(8).
       FD  CAMBIOS.
       01  cam-reg.
           03 cam-filial pic 9(2).
           03 cam-socio pic 9(4).
           03 cam-fecha pic 9(8).
           03 cam-mon-ent pic x.
           03 cam-imp-ent pic 9(8)v99.
           03 cam-tasa-ent pic 9(6)v9(4).
           03 cam-cpte-ent pic 9(7).
           03 cam-mon-rec pic x.
           03 cam-imp-rec pic 9(8)v99.
           03 cam-tasa-rec pic 9(6)v9(4).
           03 cam-cpte-rec pic 9(7).
           03 cam-diferencia pic s9(8)v99.
           03 cam-operador pic x(3).
      *******************************************************************
      * Archivo de asientos para el pase al mayor: por cada fecha,
      * modalidad y moneda con movimientos sale un registro D (debe)
       01  w-dia-net-dolares pic s9(8)v99.
       01  w-dia-cnt-euros pic 999.
       01  w-dia-net-euros pic s9(8)v99.
      * Importes brutos del dia en curso por modalidad (T R D E I S
      * P C N X Y F W y la diferencia de cambio G) y moneda (P D E)
      * para el archivo de asientos.
       01  tabla-dia-asi.
           03 dia-asi-mod OCCURS 14 TIMES.
               05 dia-asi-imp OCCURS 3 TIMES pic s9(9)v99.
       01  w-tot-cnt-pesos pic 9(4) value zeros.
       01  w-tot-net-pesos pic s9(9)v99 value zeros.
       01  w-tot-cnt-euros pic 9(4) value zeros.
       01  w-tot-net-euros pic s9(9)v99 value zeros.
       01  w-cta-status pic xx.
       01  w-cam-status pic xx.
       01  w-flag-cta pic 9.
       01  w-flag-asientos pic 9 value zero.
       01  w-cant-ctas pic 99 value zeros.
       01  tabla-cuentas.
           03 cta-entrada OCCURS 42 TIMES INDEXED BY cta-idx.
               05 cta-t-modalidad pic x.
               05 cta-t-moneda pic x.
               05 cta-t-cuenta pic x(8).
               05 cta-t-contracuenta pic x(8).
       01  w-mod-idx pic 99.
       01  w-mon-idx pic 9.
       01  w-asi-mod pic x.
       01  w-asi-mon pic x.
                   READ CUENTAS AT END MOVE 1 TO w-flag-cta
                   END-READ
                   IF w-flag-cta NOT = 1
                       IF w-cant-ctas >= 42
                           MOVE 2 TO w-flag-cta
                       ELSE
                           ADD 1 TO w-cant-ctas
      * Entrada de la clasificacion: filtra de archSoc.dat los
      * movimientos del rango pedido (todas las modalidades, el
      * reporte netea solo T y R pero los asientos toman todas) y los
      * entrega al SORT con la fecha como clave. A continuacion entrega
      * la diferencia de cambio de cada operacion de cambio del rango
      * como un movimiento G en pesos, que solo va a los asientos.
      *-----------------------------------------------------------------
       2000-ENTRADA SECTION.
       2000-SELECCIONAR.
                   AND soc-fecha <= w-fecha-hasta
                   AND (soc-modalidad = "T" OR soc-modalidad = "R"
                       OR soc-modalidad = "D" OR soc-modalidad = "E"
                       OR soc-modalidad = "I" OR soc-modalidad = "S"
                       OR soc-modalidad = "P" OR soc-modalidad = "C"
                       OR soc-modalidad = "N" OR soc-modalidad = "X"
                       OR soc-modalidad = "Y" OR soc-modalidad = "F"
                       OR soc-modalidad = "W")
                   ADD 1 TO w-cont-leidos
                   MOVE soc-fecha TO sort-fecha
                   MOVE soc-modalidad TO sort-modalidad
                   RELEASE sort-reg
               END-IF
           END-PERFORM.
           OPEN INPUT CAMBIOS.
           IF w-cam-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ CAMBIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND cam-fecha >= w-fecha-desde
                       AND cam-fecha <= w-fecha-hasta
                       AND cam-diferencia NOT = ZERO
                       MOVE cam-fecha TO sort-fecha
                       MOVE "G" TO sort-modalidad
                       MOVE "P" TO sort-moneda
                       MOVE cam-diferencia TO sort-importe
                       RELEASE sort-reg
                   END-IF
               END-PERFORM
               CLOSE CAMBIOS
           END-IF.

       2900-FIN-ENTRADA.
           EXIT.
               PERFORM 5400-CERRAR-DIA
           END-IF.

       5900-FIN-CLASIFICADO.
           EXIT.
      *-----------------------------------------------------------------
      * Cortes por fecha del diario, fuera de la seccion de salida para
      * que la clasificacion termine al final del ciclo de 5000-EMITIR.
      *-----------------------------------------------------------------
       6000-CORTES SECTION.
       5100-ABRIR-DIA.
           MOVE 1 TO w-dia-abierto.
           ADD 1 TO w-cant-dias.
           MOVE ZERO TO w-dia-cnt-euros.
           MOVE ZERO TO w-dia-net-euros.
           PERFORM VARYING w-mod-idx FROM 1 BY 1
               UNTIL w-mod-idx > 14
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   MOVE ZERO TO dia-asi-imp(w-mod-idx, w-mon-idx)
               WHEN "D" MOVE 3 TO w-mod-idx
               WHEN "E" MOVE 4 TO w-mod-idx
               WHEN "I" MOVE 5 TO w-mod-idx
               WHEN "S" MOVE 6 TO w-mod-idx
               WHEN "P" MOVE 7 TO w-mod-idx
               WHEN "C" MOVE 8 TO w-mod-idx
               WHEN "N" MOVE 9 TO w-mod-idx
               WHEN "X" MOVE 10 TO w-mod-idx
               WHEN "Y" MOVE 11 TO w-mod-idx
               WHEN "G" MOVE 12 TO w-mod-idx
               WHEN "F" MOVE 13 TO w-mod-idx
               WHEN "W" MOVE 14 TO w-mod-idx
               WHEN OTHER MOVE ZERO TO w-mod-idx
           END-EVALUATE.
           EVALUATE sort-moneda

       5500-GRABAR-ASIENTOS-DIA.
           PERFORM VARYING w-mod-idx FROM 1 BY 1
               UNTIL w-mod-idx > 14
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   IF dia-asi-imp(w-mod-idx, w-mon-idx) NOT = ZERO
               WHEN 3 MOVE "D" TO w-asi-mod
               WHEN 4 MOVE "E" TO w-asi-mod
               WHEN 5 MOVE "I" TO w-asi-mod
               WHEN 6 MOVE "S" TO w-asi-mod
               WHEN 7 MOVE "P" TO w-asi-mod
               WHEN 8 MOVE "C" TO w-asi-mod
               WHEN 9 MOVE "N" TO w-asi-mod
               WHEN 10 MOVE "X" TO w-asi-mod
               WHEN 11 MOVE "Y" TO w-asi-mod
               WHEN 12 MOVE "G" TO w-asi-mod
               WHEN 13 MOVE "F" TO w-asi-mod
               WHEN 14 MOVE "W" TO w-asi-mod
           END-EVALUATE.
           EVALUATE w-mon-idx
               WHEN 1 MOVE "P" TO w-asi-mon
               END-IF
           END-PERFORM.

       END PROGRAM DIARIO.
