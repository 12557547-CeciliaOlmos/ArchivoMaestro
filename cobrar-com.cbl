      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobro mensual de comisiones y cargos segun el cuadro
      *          tarifario (archCom.dat) que mantiene GRABAR-COM.
      *          Recorre archSoc.dat con el mismo corte de control por
      *          filial y socio que DEVENGAR-INT, calculando el saldo
      *          de cada moneda con los signos de SALDOS y contando las
      *          extracciones E del mes de proceso. Al cerrar cada
      *          socio, por cada moneda en la que tiene movimientos,
      *          debita a continuacion de sus movimientos los cargos
      *          que su filial tenga en el cuadro: mantenimiento (M),
      *          saldo deudor (S) si el saldo de la moneda es negativo
      *          y extracciones excedentes (E), el importe del cuadro
      *          por cada extraccion del mes por encima de las libres.
      *          Los cargos de cada moneda se graban juntos como un
      *          solo movimiento con modalidad F, con su numero de
      *          comprobante de la filial y el operador SIS de los
      *          procesos batch, y el registro los detalla por tipo
      *          con ese comprobante. Los socios dados de baja en el
      *          maestro de socios no pagan cargos. Emite el registro
      *          de cargos por filial en listadoCom.dat. La moneda en
      *          la que el socio ya tiene un cargo F del mes de proceso
      *          no se vuelve a cobrar, asi una segunda corrida del mes
      *          no duplica cargos ni claves. El registro de control se
      *          recalcula con el neteo T/R de siempre y el archivo
      *          saliente queda como generacion archSoc.g1, igual que
      *          en DEVENGAR-INT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAR-COM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat".
           SELECT SOCIOS-NUEVO
               ASSIGN TO "..\archSoc.tmp".
           SELECT COMISIONES
               ASSIGN TO "..\archCom.dat"
               FILE STATUS IS w-tar-status.
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat"
               FILE STATUS IS w-mae-status.
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT REPORTE
               ASSIGN TO "..\listadoCom.dat"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-filial pic 9(2).
           03 soc-socio pic 9(4).
           03 soc-importe pic s9(8)v99.
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
       FD  SOCIOS-NUEVO.
       01  nue-reg.
           03 nue-filial pic 9(2).
           03 nue-socio pic 9(4).
           03 nue-importe pic s9(8)v99.
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
           03 nue-ctl-importe pic s9(8)v99.
           03 filler pic x(27).
       FD  COMISIONES.
       01  tar-reg.
           03 tar-filial pic 9(2).
           03 tar-moneda pic x.
           03 tar-tipo pic x.
           03 tar-importe pic 9(8)v99.
           03 tar-libres pic 9(3).
       FD  MAESTRO.
       01  mae-reg.
           03 mae-socio pic 9(4).
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 fil-nombre pic x(15).
       01  fil-control.
           03 fctl-marca pic x.
           03 fctl-cant pic 9(4).
           03 filler pic x(12).
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       FD  REPORTE.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-fecha-cob pic 9(8).
       01  w-mes-cob pic 9(6).
       01  w-mes-mov pic 9(6).
       01  w-filial-ant pic 9(2).
       01  w-socio-ant pic 9(4).
       01  w-sal-pesos pic s9(8)v99.
       01  w-sal-dolares pic s9(8)v99.
       01  w-sal-euros pic s9(8)v99.
       01  w-sal-moneda pic s9(8)v99.
      * Movimientos y extracciones del mes del socio en curso por
      * moneda (1 pesos, 2 dolares, 3 euros), y si ya tiene cargado
      * el cargo F del mes.
       01  tabla-socio.
           03 soc-t-moneda OCCURS 3 TIMES.
               05 soc-t-movs pic 9(5).
               05 soc-t-extr pic 9(5).
               05 soc-t-cobrado pic 9.
       01  w-mon-idx pic 9.
       01  w-moneda-uso pic x.
       01  w-tipo-uso pic x.
       01  w-cant-cargo pic 9(5).
       01  w-cargo pic s9(8)v99.
      * Cargos de la moneda que se estan cobrando al socio: se graban
      * juntos en un solo movimiento F y se detallan por tipo en el
      * registro, todos con el comprobante de ese movimiento.
       01  w-cargo-total pic s9(8)v99.
       01  w-cant-det pic 9.
       01  w-det-idx pic 9.
       01  tabla-detalle.
           03 det-t-cargo OCCURS 3 TIMES.
               05 det-t-tipo pic x.
               05 det-t-cant pic 9(5).
               05 det-t-importe pic s9(8)v99.
       01  w-cont-tr pic 9(4) value zeros.
       01  w-imp-tr pic s9(8)v99 value zeros.
       01  w-cont-cargos pic 9(5) value zeros.
       01  w-tar-status pic xx.
       01  w-flag-tar pic 9.
       01  w-mae-status pic xx.
       01  w-flag-mae pic 9.
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
      * Cuadro tarifario en memoria y cargo encontrado para la filial,
      * moneda y tipo buscados.
       01  cant-tarifas pic 999 value zeros.
       01  w-flag-hay-tar pic 9.
       01  w-tar-imp-uso pic 9(8)v99.
       01  w-tar-lib-uso pic 9(3).
       01  tabla-tarifas.
           03 tar-entrada OCCURS 300 TIMES INDEXED BY tar-idx.
               05 tar-t-filial pic 9(2).
               05 tar-t-moneda pic x.
               05 tar-t-tipo pic x.
               05 tar-t-importe pic 9(8)v99.
               05 tar-t-libres pic 9(3).
      * Estado de cada socio del maestro, por codigo de socio, para no
      * cobrarle cargos al que ya esta dado de baja.
       01  tabla-estados.
           03 est-t-estado OCCURS 10000 TIMES pic x.
       01  w-est-idx pic 9(5).
       01  w-cont-bajas pic 9(4) value zeros.
       01  w-cont-cobrados pic 9(5) value zeros.
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
      * Totales del registro por filial y generales, por moneda.
       01  w-fil-abierta pic 9.
       01  w-fil-nombre pic x(15).
       01  w-flag-filiales pic 9.
       01  tabla-totales.
           03 tot-t-moneda OCCURS 3 TIMES.
               05 tot-t-cant-fil pic 9(5).
               05 tot-t-imp-fil pic s9(9)v99.
               05 tot-t-cant-gen pic 9(5).
               05 tot-t-imp-gen pic s9(9)v99.
      * Los movimientos que genera el proceso, sin operador en el
      * mostrador, quedan a nombre del codigo de sistema.
       01  w-operador-sis pic x(3) value "SIS".
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(19) value spaces.
           03 filler pic x(32) value
               "REGISTRO DE COMISIONES Y CARGOS ".
           03 l-sub-fecha pic 9(8).
           03 filler pic x(21) value spaces.
       01  lin-filial.
           03 filler pic x(28) value spaces.
           03 filler pic x(8) value "FILIAL:".
           03 l-cod pic 9(2).
           03 filler pic x value "-".
           03 l-filial pic x(15) value spaces.
           03 filler pic x(26) value spaces.
       01  lin-cab.
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(24) value "CARGO".
           03 filler pic x(8) value "MONEDA".
           03 filler pic x(5) value "CANT.".
           03 filler pic x(16) value "         IMPORTE".
           03 filler pic x(13) value "  COMPROBANTE".
           03 filler pic x(5) value spaces.
       01  lin-det.
           03 filler pic x(2) value spaces.
           03 l-socio pic 9(4).
           03 filler pic x(3) value spaces.
           03 l-cargo pic x(24).
           03 l-moneda pic x(8).
           03 l-cant pic z.zz9.
           03 filler pic x(3) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
           03 filler pic x(6) value spaces.
           03 l-cpte pic 9(7).
           03 filler pic x(4) value spaces.
       01  lin-tot-mon.
           03 filler pic x(4) value spaces.
           03 l-tm-titulo pic x(14).
           03 l-tm-moneda pic x(8).
           03 filler pic x(7) value spaces.
           03 l-tm-cant pic zz.zz9.
           03 filler pic x(8) value " cargos ".
           03 l-tm-importe pic -zzz.zzz.zz9,99.
           03 filler pic x(18) value spaces.
       01  lin-sin-cargos pic x(80) value
           "No hubo cargos para cobrar en el mes.".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-SOCIO.
           PERFORM UNTIL w-flag-eof = 1
               PERFORM 300-INICIO-FILIAL
               PERFORM UNTIL w-flag-eof = 1
                   OR soc-filial NOT = w-filial-ant
                   PERFORM 400-INICIO-SOCIO
                   PERFORM UNTIL w-flag-eof = 1
                       OR soc-filial NOT = w-filial-ant
                       OR soc-socio NOT = w-socio-ant
                       PERFORM 500-COPIAR-MOVIMIENTO
                       PERFORM 200-LEER-SOCIO
                   END-PERFORM
                   PERFORM 600-FIN-SOCIO
               END-PERFORM
               PERFORM 700-FIN-FILIAL
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           MOVE ZERO TO w-flag-eof.
           DISPLAY "Cobro mensual de comisiones y cargos".
           PERFORM 120-TRAER-FECHA-COB.
           PERFORM 130-VERIF-FECHA-COB UNTIL w-val-cal = 1.
           DIVIDE w-fecha-cob BY 100 GIVING w-mes-cob.
           PERFORM 110-CARGAR-TARIFAS.
           IF cant-tarifas = ZERO
               DISPLAY "Error! No hay cargos en el cuadro tarifario, "-
                   "no se cobra nada"
               STOP RUN
           END-IF.
           PERFORM 115-CARGAR-ESTADOS.
           PERFORM 140-CARGAR-NUMERADOR.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE ZERO TO tot-t-cant-gen(w-mon-idx)
               MOVE ZERO TO tot-t-imp-gen(w-mon-idx)
           END-PERFORM.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT SOCIOS-NUEVO.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-cob TO l-sub-fecha.
           WRITE rep-linea FROM lin-guarda.
           WRITE rep-linea FROM lin-titulo.
           WRITE rep-linea FROM lin-subtitulo.
           WRITE rep-linea FROM lin-guarda.
      *-----------------------------------------------------------------
      * Carga en memoria el cuadro tarifario para no releer el archivo
      * por cada socio, igual que DEVENGAR-INT carga las tasas. Sin
      * cuadro no hay nada que cobrar.
      *-----------------------------------------------------------------
       110-CARGAR-TARIFAS.
           MOVE ZERO TO cant-tarifas.
           OPEN INPUT COMISIONES.
           IF w-tar-status NOT = "00"
               DISPLAY "No hay cuadro tarifario"
           ELSE
               MOVE ZERO TO w-flag-tar
               PERFORM UNTIL w-flag-tar = 1 OR cant-tarifas >= 300
                   READ COMISIONES AT END MOVE 1 TO w-flag-tar
                   END-READ
                   IF w-flag-tar NOT = 1
                       ADD 1 TO cant-tarifas
                       MOVE tar-filial TO tar-t-filial(cant-tarifas)
                       MOVE tar-moneda TO tar-t-moneda(cant-tarifas)
                       MOVE tar-tipo TO tar-t-tipo(cant-tarifas)
                       MOVE tar-importe TO tar-t-importe(cant-tarifas)
                       MOVE tar-libres TO tar-t-libres(cant-tarifas)
                   END-IF
               END-PERFORM
               CLOSE COMISIONES
           END-IF.
      *-----------------------------------------------------------------
      * Deja en memoria el estado de cada socio del maestro. Si el
      * maestro no esta se cobra a todos, como si ninguno estuviera
      * dado de baja.
      *-----------------------------------------------------------------
       115-CARGAR-ESTADOS.
           MOVE SPACES TO tabla-estados.
           OPEN INPUT MAESTRO.
           IF w-mae-status NOT = "00"
               DISPLAY "Atencion! No hay maestro de socios, se cobra "-
                   "a todos los socios con movimientos"
           ELSE
               MOVE ZERO TO w-flag-mae
               PERFORM UNTIL w-flag-mae = 1
                   READ MAESTRO AT END MOVE 1 TO w-flag-mae
                   END-READ
                   IF w-flag-mae NOT = 1
                       AND mae-socio IS NUMERIC
                       COMPUTE w-est-idx = mae-socio + 1
                       MOVE mae-estado TO est-t-estado(w-est-idx)
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.
      *-----------------------------------------------------------------
      * La fecha de proceso es la de los debitos que se graban en
      * archSoc.dat, asi que se valida contra el calendario de verdad
      * igual que las fechas de GRABAR-SEC. Su mes es el mes en el que
      * se cuentan las extracciones.
      *-----------------------------------------------------------------
       120-TRAER-FECHA-COB.
           DISPLAY "Ingrese la fecha de proceso (AAAAMMDD)".
           ACCEPT w-fecha-cob.
           MOVE w-fecha-cob TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.

       130-VERIF-FECHA-COB.
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 120-TRAER-FECHA-COB.
      *-----------------------------------------------------------------
      * Cada cargo lleva su numero de comprobante de la serie de su
      * filial (archNro.dat, el numerador de GRABAR-SEC). Como los
      * cargos se intercalan en el archivo, antes de empezar se
      * recorre archSoc.dat para subir cada filial al comprobante mas
      * alto que ya este grabado.
      *-----------------------------------------------------------------
       140-CARGAR-NUMERADOR.
           PERFORM VARYING w-nro-idx FROM 1 BY 1
               UNTIL w-nro-idx > 100
               MOVE ZERO TO nro-t-ultimo(w-nro-idx)
           END-PERFORM.
           OPEN INPUT NUMERADOR.
           IF w-nro-status = "00"
               MOVE ZERO TO w-flag-nro
               PERFORM UNTIL w-flag-nro = 1
                   READ NUMERADOR AT END MOVE 1 TO w-flag-nro
                   END-READ
                   IF w-flag-nro NOT = 1
                       AND nro-filial IS NUMERIC
                       COMPUTE w-nro-idx = nro-filial + 1
                       MOVE nro-ultimo TO nro-t-ultimo(w-nro-idx)
                   END-IF
               END-PERFORM
               CLOSE NUMERADOR
           END-IF.
           OPEN INPUT SOCIOS.
           PERFORM 200-LEER-SOCIO.
           PERFORM UNTIL w-flag-eof = 1
               COMPUTE w-nro-idx = soc-filial + 1
               IF soc-comprobante IS NUMERIC
                   AND soc-comprobante > nro-t-ultimo(w-nro-idx)
                   MOVE soc-comprobante TO nro-t-ultimo(w-nro-idx)
               END-IF
               PERFORM 200-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.
           MOVE ZERO TO w-flag-eof.

       150-GRABAR-NUMERADOR.
           OPEN OUTPUT NUMERADOR.
           PERFORM VARYING w-nro-idx FROM 1 BY 1
               UNTIL w-nro-idx > 100
               IF nro-t-ultimo(w-nro-idx) > ZERO
                   COMPUTE nro-filial = w-nro-idx - 1
                   MOVE nro-t-ultimo(w-nro-idx) TO nro-ultimo
                   WRITE nro-reg
               END-IF
           END-PERFORM.
           CLOSE NUMERADOR.
      *-----------------------------------------------------------------
      * Validacion de calendario de verdad: meses de 30 y 31 dias y
      * febrero de 28, o 29 en anio bisiesto (divisible por 4, salvo
      * los fines de siglo que no son divisibles por 400), igual que
      * GRABAR-SEC valida las fechas de los movimientos.
      *-----------------------------------------------------------------
       265-VALIDAR-CALENDARIO.
           MOVE ZERO TO w-val-cal.
           IF w-cal-mes >= 1 AND w-cal-mes <= 12
               AND w-cal-dia >= 1
               PERFORM 266-TOPE-DEL-MES
               IF w-cal-dia <= w-cal-tope
                   MOVE 1 TO w-val-cal
               END-IF
           END-IF.

       266-TOPE-DEL-MES.
           EVALUATE w-cal-mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO w-cal-tope
               WHEN 2
                   PERFORM 267-VERIF-BISIESTO
               WHEN OTHER
                   MOVE 31 TO w-cal-tope
           END-EVALUATE.

       267-VERIF-BISIESTO.
           MOVE 28 TO w-cal-tope.
           DIVIDE w-cal-anio BY 4 GIVING w-cal-coc
               REMAINDER w-cal-resto.
           IF w-cal-resto = ZERO
               MOVE 29 TO w-cal-tope
               DIVIDE w-cal-anio BY 100 GIVING w-cal-coc
                   REMAINDER w-cal-resto
               IF w-cal-resto = ZERO
                   MOVE 28 TO w-cal-tope
                   DIVIDE w-cal-anio BY 400 GIVING w-cal-coc
                       REMAINDER w-cal-resto
                   IF w-cal-resto = ZERO
                       MOVE 29 TO w-cal-tope
                   END-IF
               END-IF
           END-IF.

       200-LEER-SOCIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.
           PERFORM UNTIL w-flag-eof = 1 OR soc-filial IS NUMERIC
               READ SOCIOS AT END MOVE 1 TO w-flag-eof
               END-READ
           END-PERFORM.

       300-INICIO-FILIAL.
           MOVE soc-filial TO w-filial-ant.
           MOVE ZERO TO w-fil-abierta.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE ZERO TO tot-t-cant-fil(w-mon-idx)
               MOVE ZERO TO tot-t-imp-fil(w-mon-idx)
           END-PERFORM.

       400-INICIO-SOCIO.
           MOVE soc-socio TO w-socio-ant.
           MOVE ZERO TO w-sal-pesos.
           MOVE ZERO TO w-sal-dolares.
           MOVE ZERO TO w-sal-euros.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE ZERO TO soc-t-movs(w-mon-idx)
               MOVE ZERO TO soc-t-extr(w-mon-idx)
               MOVE ZERO TO soc-t-cobrado(w-mon-idx)
           END-PERFORM.
      *-----------------------------------------------------------------
      * Copia el movimiento al archivo nuevo y lo aplica al saldo del
      * socio con el mismo signo que SALDOS: T, D, los intereses I y
      * los prestamos P suman, R, E, S y las cuotas C y N restan, en
      * la compra y venta de moneda Y suma y X resta, y los cargos F
      * de meses anteriores y las retenciones W sobre los intereses
      * tambien restan. Cuenta los movimientos de cada moneda y las
      * extracciones E del mes de proceso, y marca la moneda que ya
      * tiene un cargo F de ese mes.
      * Para el registro de control solo cuentan las modalidades T y R,
      * en neto, igual que en MANTENER-IDX.
      *-----------------------------------------------------------------
       500-COPIAR-MOVIMIENTO.
           MOVE soc-filial TO nue-filial.
           MOVE soc-socio TO nue-socio.
           MOVE soc-importe TO nue-importe.
           MOVE soc-modalidad TO nue-modalidad.
           MOVE soc-fecha TO nue-fecha.
           MOVE soc-moneda TO nue-moneda.
           MOVE soc-contra-filial TO nue-contra-filial.
           MOVE soc-contra-socio TO nue-contra-socio.
           MOVE soc-comprobante TO nue-comprobante.
           MOVE soc-operador TO nue-operador.
           WRITE nue-reg.
           IF soc-modalidad = "T"
               ADD 1 TO w-cont-tr
               ADD soc-importe TO w-imp-tr
           ELSE
               IF soc-modalidad = "R"
                   ADD 1 TO w-cont-tr
                   SUBTRACT soc-importe FROM w-imp-tr
               END-IF
           END-IF.
           IF soc-modalidad = "T" OR soc-modalidad = "D"
               OR soc-modalidad = "I" OR soc-modalidad = "P"
               OR soc-modalidad = "Y"
               EVALUATE soc-moneda
                   WHEN "P" ADD soc-importe TO w-sal-pesos
                   WHEN "D" ADD soc-importe TO w-sal-dolares
                   WHEN "E" ADD soc-importe TO w-sal-euros
               END-EVALUATE
           ELSE
               IF soc-modalidad = "R" OR soc-modalidad = "E"
                   OR soc-modalidad = "S" OR soc-modalidad = "C"
                   OR soc-modalidad = "N" OR soc-modalidad = "X"
                   OR soc-modalidad = "F" OR soc-modalidad = "W"
                   EVALUATE soc-moneda
                       WHEN "P" SUBTRACT soc-importe FROM w-sal-pesos
                       WHEN "D" SUBTRACT soc-importe
                                    FROM w-sal-dolares
                       WHEN "E" SUBTRACT soc-importe FROM w-sal-euros
                   END-EVALUATE
               END-IF
           END-IF.
           EVALUATE soc-moneda
               WHEN "P" MOVE 1 TO w-mon-idx
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mon-idx > ZERO
               ADD 1 TO soc-t-movs(w-mon-idx)
               DIVIDE soc-fecha BY 100 GIVING w-mes-mov
               IF soc-modalidad = "E"
                   AND w-mes-mov = w-mes-cob
                   AND soc-fecha <= w-fecha-cob
                   ADD 1 TO soc-t-extr(w-mon-idx)
               END-IF
               IF soc-modalidad = "F"
                   AND w-mes-mov = w-mes-cob
                   MOVE 1 TO soc-t-cobrado(w-mon-idx)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Al cerrar el socio graba sus cargos de cada moneda con
      * movimientos, a continuacion de sus movimientos para conservar
      * el orden por filial y socio del archivo. El socio dado de baja
      * no paga cargos, y la moneda ya cobrada en el mes se saltea.
      *-----------------------------------------------------------------
       600-FIN-SOCIO.
           COMPUTE w-est-idx = w-socio-ant + 1.
           IF est-t-estado(w-est-idx) = "I"
               ADD 1 TO w-cont-bajas
           ELSE
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   IF soc-t-movs(w-mon-idx) > ZERO
                       IF soc-t-cobrado(w-mon-idx) = 1
                           ADD 1 TO w-cont-cobrados
                       ELSE
                           PERFORM 610-CARGOS-MONEDA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      * Los tres cargos de una moneda, todos calculados sobre el saldo
      * y las extracciones anteriores a los cargos del mes.
      *-----------------------------------------------------------------
       610-CARGOS-MONEDA.
           EVALUATE w-mon-idx
               WHEN 1 MOVE "P" TO w-moneda-uso
                      MOVE w-sal-pesos TO w-sal-moneda
               WHEN 2 MOVE "D" TO w-moneda-uso
                      MOVE w-sal-dolares TO w-sal-moneda
               WHEN 3 MOVE "E" TO w-moneda-uso
                      MOVE w-sal-euros TO w-sal-moneda
           END-EVALUATE.
           MOVE ZERO TO w-cant-det.
           MOVE ZERO TO w-cargo-total.
           MOVE "M" TO w-tipo-uso.
           PERFORM 620-BUSCAR-TARIFA.
           IF w-flag-hay-tar = 1
               MOVE 1 TO w-cant-cargo
               MOVE w-tar-imp-uso TO w-cargo
               PERFORM 640-ACUMULAR-CARGO
           END-IF.
           IF w-sal-moneda < ZERO
               MOVE "S" TO w-tipo-uso
               PERFORM 620-BUSCAR-TARIFA
               IF w-flag-hay-tar = 1
                   MOVE 1 TO w-cant-cargo
                   MOVE w-tar-imp-uso TO w-cargo
                   PERFORM 640-ACUMULAR-CARGO
               END-IF
           END-IF.
           MOVE "E" TO w-tipo-uso.
           PERFORM 620-BUSCAR-TARIFA.
           IF w-flag-hay-tar = 1
               AND soc-t-extr(w-mon-idx) > w-tar-lib-uso
               COMPUTE w-cant-cargo =
                   soc-t-extr(w-mon-idx) - w-tar-lib-uso
               COMPUTE w-cargo = w-tar-imp-uso * w-cant-cargo
               PERFORM 640-ACUMULAR-CARGO
           END-IF.
           IF w-cant-det > ZERO
               PERFORM 650-GRABAR-CARGO
           END-IF.
      *-----------------------------------------------------------------
      * Busca en el cuadro tarifario el cargo de la filial del socio
      * para la moneda y el tipo pedidos.
      *-----------------------------------------------------------------
       620-BUSCAR-TARIFA.
           MOVE ZERO TO w-flag-hay-tar.
           MOVE ZERO TO w-tar-imp-uso.
           MOVE ZERO TO w-tar-lib-uso.
           PERFORM VARYING tar-idx FROM 1 BY 1
               UNTIL tar-idx > cant-tarifas OR w-flag-hay-tar = 1
               IF tar-t-filial(tar-idx) = w-filial-ant
                   AND tar-t-moneda(tar-idx) = w-moneda-uso
                   AND tar-t-tipo(tar-idx) = w-tipo-uso
                   MOVE tar-t-importe(tar-idx) TO w-tar-imp-uso
                   MOVE tar-t-libres(tar-idx) TO w-tar-lib-uso
                   MOVE 1 TO w-flag-hay-tar
               END-IF
           END-PERFORM.

       640-ACUMULAR-CARGO.
           ADD 1 TO w-cant-det.
           MOVE w-tipo-uso TO det-t-tipo(w-cant-det).
           MOVE w-cant-cargo TO det-t-cant(w-cant-det).
           MOVE w-cargo TO det-t-importe(w-cant-det).
           ADD w-cargo TO w-cargo-total.
      *-----------------------------------------------------------------
      * Graba los cargos de la moneda como un solo movimiento F del
      * socio, asi no se repite la clave filial+socio+fecha+moneda+
      * modalidad del indexado, y asienta cada cargo en el registro
      * de la filial con el comprobante de ese movimiento.
      *-----------------------------------------------------------------
       650-GRABAR-CARGO.
           MOVE w-filial-ant TO nue-filial.
           MOVE w-socio-ant TO nue-socio.
           MOVE w-cargo-total TO nue-importe.
           MOVE "F" TO nue-modalidad.
           MOVE w-fecha-cob TO nue-fecha.
           MOVE w-moneda-uso TO nue-moneda.
           MOVE ZERO TO nue-contra-filial.
           MOVE ZERO TO nue-contra-socio.
           COMPUTE w-nro-idx = w-filial-ant + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO nue-comprobante.
           MOVE w-operador-sis TO nue-operador.
           WRITE nue-reg.
           IF w-fil-abierta = ZERO
               PERFORM 660-ABRIR-FILIAL
           END-IF.
           PERFORM VARYING w-det-idx FROM 1 BY 1
               UNTIL w-det-idx > w-cant-det
               PERFORM 655-DETALLE-CARGO
           END-PERFORM.

       655-DETALLE-CARGO.
           ADD 1 TO w-cont-cargos.
           ADD 1 TO tot-t-cant-fil(w-mon-idx).
           ADD det-t-importe(w-det-idx) TO tot-t-imp-fil(w-mon-idx).
           ADD 1 TO tot-t-cant-gen(w-mon-idx).
           ADD det-t-importe(w-det-idx) TO tot-t-imp-gen(w-mon-idx).
           MOVE w-socio-ant TO l-socio.
           EVALUATE det-t-tipo(w-det-idx)
               WHEN "M" MOVE "MANTENIMIENTO DE CUENTA" TO l-cargo
               WHEN "S" MOVE "SALDO DEUDOR" TO l-cargo
               WHEN "E" MOVE "EXTRACCIONES EXCEDENTES" TO l-cargo
           END-EVALUATE.
           PERFORM 670-NOMBRE-MONEDA.
           MOVE det-t-cant(w-det-idx) TO l-cant.
           MOVE det-t-importe(w-det-idx) TO l-importe.
           MOVE nue-comprobante TO l-cpte.
           WRITE rep-linea FROM lin-det.
      *-----------------------------------------------------------------
      * Encabezado de la filial en el registro, con el nombre del
      * maestro de filiales releido de punta a punta igual que SALDOS.
      * Solo sale para las filiales que cobran algun cargo.
      *-----------------------------------------------------------------
       660-ABRIR-FILIAL.
           MOVE 1 TO w-fil-abierta.
           MOVE ZERO TO w-flag-filiales.
           MOVE SPACES TO w-fil-nombre.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1
               READ FILIALES AT END MOVE 1 TO w-flag-filiales
               END-READ
               IF w-flag-filiales NOT = 1
                   AND fil-codigo IS NUMERIC
                   AND fil-codigo = w-filial-ant
                   MOVE fil-nombre TO w-fil-nombre
                   MOVE 1 TO w-flag-filiales
               END-IF
           END-PERFORM.
           CLOSE FILIALES.
           MOVE w-filial-ant TO l-cod.
           MOVE w-fil-nombre TO l-filial.
           WRITE rep-linea FROM lin-filial.
           WRITE rep-linea FROM lin-cab.

       670-NOMBRE-MONEDA.
           EVALUATE w-mon-idx
               WHEN 1 MOVE "PESOS" TO l-moneda
               WHEN 2 MOVE "DOLARES" TO l-moneda
               WHEN 3 MOVE "EUROS" TO l-moneda
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Subtotales por moneda de la filial que cobro cargos.
      *-----------------------------------------------------------------
       700-FIN-FILIAL.
           IF w-fil-abierta = 1
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   IF tot-t-cant-fil(w-mon-idx) > ZERO
                       MOVE "Total filial" TO l-tm-titulo
                       MOVE tot-t-cant-fil(w-mon-idx) TO l-tm-cant
                       MOVE tot-t-imp-fil(w-mon-idx) TO l-tm-importe
                       PERFORM 710-GRABAR-TOTAL-MONEDA
                   END-IF
               END-PERFORM
           END-IF.

       710-GRABAR-TOTAL-MONEDA.
           EVALUATE w-mon-idx
               WHEN 1 MOVE "PESOS" TO l-tm-moneda
               WHEN 2 MOVE "DOLARES" TO l-tm-moneda
               WHEN 3 MOVE "EUROS" TO l-tm-moneda
           END-EVALUATE.
           WRITE rep-linea FROM lin-tot-mon.

       900-FIN.
           MOVE SPACES TO nue-control.
           MOVE "Z" TO nue-ctl-marca.
           MOVE w-cont-tr TO nue-ctl-cant.
           MOVE w-imp-tr TO nue-ctl-importe.
           WRITE nue-control.
           CLOSE SOCIOS.
           CLOSE SOCIOS-NUEVO.
           IF w-cont-cargos = ZERO
               WRITE rep-linea FROM lin-sin-cargos
           END-IF.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF tot-t-cant-gen(w-mon-idx) > ZERO
                   MOVE "Total general" TO l-tm-titulo
                   MOVE tot-t-cant-gen(w-mon-idx) TO l-tm-cant
                   MOVE tot-t-imp-gen(w-mon-idx) TO l-tm-importe
                   PERFORM 710-GRABAR-TOTAL-MONEDA
               END-IF
           END-PERFORM.
           WRITE rep-linea FROM lin-guarda.
           CLOSE REPORTE.
           PERFORM 910-REEMPLAZAR-ARCHIVO.
           PERFORM 150-GRABAR-NUMERADOR.
           DISPLAY "Se debitaron ", w-cont-cargos, " cargos, ver "-
               "el registro en listadoCom.dat".
           IF w-cont-bajas > ZERO
               DISPLAY "Atencion! ", w-cont-bajas,
                   " socios dados de baja no pagaron cargos"
           END-IF.
           IF w-cont-cobrados > ZERO
               DISPLAY "Atencion! ", w-cont-cobrados,
                   " cuentas ya tenian el cargo del mes y no se "-
                   "volvieron a cobrar"
           END-IF.
      *-----------------------------------------------------------------
      * Reemplaza archSoc.dat por el archivo temporal con los cargos
      * debitados, mismo mecanismo que DEVENGAR-INT. El archivo
      * saliente no se borra: se guarda como generacion archSoc.g1
      * rotando las anteriores, para poder volver atras con RESTAURAR.
      *-----------------------------------------------------------------
       910-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "..\archSoc.g5".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.g4",
               "..\archSoc.g5".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.g3",
               "..\archSoc.g4".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.g2",
               "..\archSoc.g3".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.g1",
               "..\archSoc.g2".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.dat",
               "..\archSoc.g1".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.tmp",
               "..\archSoc.dat".

       END PROGRAM COBRAR-COM.
