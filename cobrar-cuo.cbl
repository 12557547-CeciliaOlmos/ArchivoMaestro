      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobro mensual de las cuotas de prestamos vencidas a la
      *          fecha de proceso. Carga las cuotas pendientes del
      *          archivo de cuotas (archCuo.dat) que arma GRABAR-PRE
      *          con vencimiento igual o anterior a esa fecha y recorre
      *          archSoc.dat con el mismo corte de control por filial y
      *          socio que DEVENGAR-INT, calculando el saldo de cada
      *          moneda con los signos de SALDOS a partir del saldo que
      *          el socio trae del historico (archSocHist.dat). Al
      *          cerrar cada socio cobra sus cuotas vencidas en orden y
      *          graba lo cobrado a continuacion de sus movimientos,
      *          por cada moneda un movimiento con la amortizacion de
      *          capital (modalidad C) y otro con el interes (modalidad
      *          N) de todas sus cuotas, con numero de comprobante de
      *          la filial y el operador SIS de los procesos batch. El
      *          socio con cuotas que no tiene movimientos en
      *          archSoc.dat se cobra igual, en su lugar del archivo,
      *          con el saldo del historico. Si el saldo de la moneda
      *          no alcanza para la cuota completa la cuota queda
      *          pendiente, y con ella las siguientes del
      *          mismo prestamo, para que LISTAR-MORA la muestre
      *          atrasada. Las cuotas cobradas quedan con estado C y la
      *          fecha de cobro, y el prestamo que cobra su ultima
      *          cuota pasa a cancelado en archPre.dat. El archivo de
      *          socios saliente queda como generacion archSoc.g1,
      *          igual que en DEVENGAR-INT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAR-CUO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat".
           SELECT SOCIOS-NUEVO
               ASSIGN TO "..\archSoc.tmp".
           SELECT HISTORICO
               ASSIGN TO "..\archSocHist.dat"
               FILE STATUS IS w-his-status.
           SELECT CUOTAS
               ASSIGN TO "..\archCuo.dat"
               FILE STATUS IS w-cuo-status.
           SELECT CUOTAS-NUEVO
               ASSIGN TO "..\archCuo.tmp".
           SELECT PRESTAMOS
               ASSIGN TO "..\archPre.dat"
               FILE STATUS IS w-pre-status.
           SELECT PRESTAMOS-NUEVO
               ASSIGN TO "..\archPre.tmp".
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
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
       FD  HISTORICO.
       01  hist-reg.
           03 hist-filial pic 9(2).
           03 hist-socio pic 9(4).
           03 hist-importe pic s9(8)v99.
           03 hist-modalidad pic x.
           03 hist-fecha pic 9(8).
           03 hist-moneda pic x.
           03 hist-contra-filial pic 9(2).
           03 hist-contra-socio pic 9(4).
           03 hist-comprobante pic 9(7).
           03 hist-operador pic x(3).
       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-filial pic 9(2).
           03 cuo-socio pic 9(4).
           03 cuo-numero pic 9(3).
           03 cuo-cuota pic 9(3).
           03 cuo-vencimiento pic 9(8).
           03 cuo-capital pic 9(8)v99.
           03 cuo-interes pic 9(8)v99.
           03 cuo-moneda pic x.
           03 cuo-estado pic x.
           03 cuo-fecha-cobro pic 9(8).
       FD  CUOTAS-NUEVO.
       01  cuo-reg-nuevo pic x(50).
       FD  PRESTAMOS.
       01  pre-reg.
           03 pre-filial pic 9(2).
           03 pre-socio pic 9(4).
           03 pre-numero pic 9(3).
           03 pre-capital pic 9(8)v99.
           03 pre-moneda pic x.
           03 pre-tasa pic 9(2)v9(4).
           03 pre-cuotas pic 9(3).
           03 pre-fecha-inicio pic 9(8).
           03 pre-cuota-fija pic 9(8)v99.
           03 pre-estado pic x.
           03 pre-comprobante pic 9(7).
       FD  PRESTAMOS-NUEVO.
       01  pre-reg-nuevo pic x(55).
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-fecha-cob pic 9(8).
       01  w-filial-ant pic 9(2).
       01  w-socio-ant pic 9(4).
       01  w-sal-pesos pic s9(8)v99.
       01  w-sal-dolares pic s9(8)v99.
       01  w-sal-euros pic s9(8)v99.
       01  w-sal-moneda pic s9(8)v99.
       01  w-total-cuota pic 9(9)v99.
       01  w-bloq-numero pic 9(3).
       01  w-cont-tr pic 9(4) value zeros.
       01  w-imp-tr pic s9(8)v99 value zeros.
       01  w-cont-cobradas pic 9(4) value zeros.
       01  w-imp-capital pic 9(9)v99 value zeros.
       01  w-imp-interes pic 9(9)v99 value zeros.
       01  w-cont-mora pic 9(4) value zeros.
       01  w-cont-canceladas pic 9(4) value zeros.
       01  w-cuo-status pic xx.
       01  w-flag-cuo pic 9.
       01  w-pre-status pic xx.
       01  w-flag-pre pic 9.
       01  w-cuo-pos pic 9(6).
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
      * Cuotas pendientes vencidas a la fecha de proceso, en el orden
      * del archivo de cuotas (por prestamo y numero de cuota), con la
      * posicion del registro para marcarlas al reescribir el archivo.
       01  cant-cuotas pic 9(4) value zeros.
       01  w-cuo-sig pic 9(4).
       01  tabla-cuotas.
           03 cuo-entrada OCCURS 2000 TIMES INDEXED BY cuo-idx.
               05 cuo-t-pos pic 9(6).
               05 cuo-t-filial pic 9(2).
               05 cuo-t-socio pic 9(4).
               05 cuo-t-numero pic 9(3).
               05 cuo-t-cuota pic 9(3).
               05 cuo-t-capital pic 9(8)v99.
               05 cuo-t-interes pic 9(8)v99.
               05 cuo-t-moneda pic x.
               05 cuo-t-estado pic x.
      * Socios con cuotas vencidas, en orden de filial y socio, con el
      * saldo de cada moneda que traen del historico archivado
      * (archSocHist.dat) y la marca de que ya se les cobro.
       01  cant-socios pic 9(4) value zeros.
       01  w-mem-idx pic 9(4).
       01  w-mem-mov pic 9(4).
       01  w-mem-act pic 9(4).
       01  w-mem-sig pic 9(4).
       01  w-flag-mem pic 9.
       01  w-mem-clave.
           03 w-mem-filial pic 9(2).
           03 w-mem-socio pic 9(4).
       01  tabla-socios.
           03 mem-entrada OCCURS 2000 TIMES.
               05 mem-t-clave.
                   07 mem-t-filial pic 9(2).
                   07 mem-t-socio pic 9(4).
               05 mem-t-sal-pesos pic s9(8)v99.
               05 mem-t-sal-dolares pic s9(8)v99.
               05 mem-t-sal-euros pic s9(8)v99.
               05 mem-t-cobrado pic 9.
       01  w-his-status pic xx.
       01  w-flag-his pic 9.
      * Capital e interes de las cuotas cobradas al socio en cada
      * moneda: se graba un solo C y un solo N por moneda.
       01  w-mon-idx pic 9.
       01  tabla-debitos.
           03 deb-t-moneda OCCURS 3 TIMES.
               05 deb-t-capital pic 9(8)v99.
               05 deb-t-interes pic 9(8)v99.
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
      * Los movimientos que genera el proceso, sin operador en el
      * mostrador, quedan a nombre del codigo de sistema.
       01  w-operador-sis pic x(3) value "SIS".
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
           END-PERFORM.
           PERFORM 650-SOCIOS-SIN-MOVIMIENTOS.
           PERFORM 900-FIN.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           MOVE ZERO TO w-flag-eof.
           DISPLAY "Cobro mensual de cuotas de prestamos".
           PERFORM 120-TRAER-FECHA-COB.
           PERFORM 130-VERIF-FECHA-COB UNTIL w-val-cal = 1.
           PERFORM 110-CARGAR-CUOTAS.
           IF cant-cuotas = ZERO
               DISPLAY "No hay cuotas vencidas pendientes de cobro"
               STOP RUN
           END-IF.
           PERFORM 160-CARGAR-HISTORICO.
           PERFORM 140-CARGAR-NUMERADOR.
           MOVE 1 TO w-mem-sig.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT SOCIOS-NUEVO.
      *-----------------------------------------------------------------
      * Carga en memoria las cuotas pendientes (P) con vencimiento
      * igual o anterior a la fecha de proceso. Las de vencimiento
      * posterior se cobran en el proceso del mes que corresponda.
      *-----------------------------------------------------------------
       110-CARGAR-CUOTAS.
           MOVE ZERO TO cant-cuotas.
           MOVE ZERO TO w-cuo-pos.
           OPEN INPUT CUOTAS.
           IF w-cuo-status NOT = "00"
               DISPLAY "No hay archivo de cuotas de prestamos"
           ELSE
               MOVE ZERO TO w-flag-cuo
               PERFORM UNTIL w-flag-cuo = 1 OR cant-cuotas >= 2000
                   READ CUOTAS AT END MOVE 1 TO w-flag-cuo
                   END-READ
                   IF w-flag-cuo NOT = 1
                       ADD 1 TO w-cuo-pos
                       IF cuo-estado = "P"
                           AND cuo-vencimiento <= w-fecha-cob
                           PERFORM 115-AGREGAR-CUOTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUOTAS
               IF cant-cuotas >= 2000
                   DISPLAY "Atencion! Se tomaron solo las primeras "-
                       "2000 cuotas vencidas, el resto queda para "-
                       "el proximo proceso"
               END-IF
           END-IF.

       115-AGREGAR-CUOTA.
           ADD 1 TO cant-cuotas.
           MOVE w-cuo-pos TO cuo-t-pos(cant-cuotas).
           MOVE cuo-filial TO cuo-t-filial(cant-cuotas).
           MOVE cuo-socio TO cuo-t-socio(cant-cuotas).
           MOVE cuo-numero TO cuo-t-numero(cant-cuotas).
           MOVE cuo-cuota TO cuo-t-cuota(cant-cuotas).
           MOVE cuo-capital TO cuo-t-capital(cant-cuotas).
           MOVE cuo-interes TO cuo-t-interes(cant-cuotas).
           MOVE cuo-moneda TO cuo-t-moneda(cant-cuotas).
           MOVE "P" TO cuo-t-estado(cant-cuotas).
           MOVE cuo-filial TO w-mem-filial.
           MOVE cuo-socio TO w-mem-socio.
           PERFORM 117-AGREGAR-SOCIO.
      *-----------------------------------------------------------------
      * Agrega el socio de la cuota a la tabla de socios en su lugar
      * por filial y socio, si no estaba ya por otra cuota.
      *-----------------------------------------------------------------
       117-AGREGAR-SOCIO.
           MOVE 1 TO w-mem-idx.
           PERFORM UNTIL w-mem-idx > cant-socios
               OR mem-t-clave(w-mem-idx) >= w-mem-clave
               ADD 1 TO w-mem-idx
           END-PERFORM.
           IF w-mem-idx > cant-socios
               OR mem-t-clave(w-mem-idx) NOT = w-mem-clave
               PERFORM VARYING w-mem-mov FROM cant-socios BY -1
                   UNTIL w-mem-mov < w-mem-idx
                   MOVE mem-entrada(w-mem-mov)
                       TO mem-entrada(w-mem-mov + 1)
               END-PERFORM
               ADD 1 TO cant-socios
               MOVE w-mem-clave TO mem-t-clave(w-mem-idx)
               MOVE ZERO TO mem-t-sal-pesos(w-mem-idx)
               MOVE ZERO TO mem-t-sal-dolares(w-mem-idx)
               MOVE ZERO TO mem-t-sal-euros(w-mem-idx)
               MOVE ZERO TO mem-t-cobrado(w-mem-idx)
           END-IF.
      *-----------------------------------------------------------------
      * Saldo que cada socio con cuotas trae del historico archivado
      * por ARCHIVAR-SOC, con los mismos signos que el archivo
      * vigente, como lo calculan CERRAR-CTA y CAMBIAR-MON. Sin el
      * historico la cuota se juzgaria contra una parte del saldo.
      *-----------------------------------------------------------------
       160-CARGAR-HISTORICO.
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-his
               PERFORM UNTIL w-flag-his = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-his
                   END-READ
                   IF w-flag-his NOT = 1
                       AND hist-filial IS NUMERIC
                       MOVE hist-filial TO w-mem-filial
                       MOVE hist-socio TO w-mem-socio
                       PERFORM 405-BUSCAR-SOCIO
                       IF w-mem-act > ZERO
                           PERFORM 165-APLICAR-HISTORICO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       165-APLICAR-HISTORICO.
           IF hist-modalidad = "T" OR hist-modalidad = "D"
               OR hist-modalidad = "I" OR hist-modalidad = "P"
               OR hist-modalidad = "Y"
               EVALUATE hist-moneda
                   WHEN "P" ADD hist-importe
                                TO mem-t-sal-pesos(w-mem-act)
                   WHEN "D" ADD hist-importe
                                TO mem-t-sal-dolares(w-mem-act)
                   WHEN "E" ADD hist-importe
                                TO mem-t-sal-euros(w-mem-act)
               END-EVALUATE
           ELSE
               IF hist-modalidad = "R" OR hist-modalidad = "E"
                   OR hist-modalidad = "S" OR hist-modalidad = "C"
                   OR hist-modalidad = "N" OR hist-modalidad = "X"
                   OR hist-modalidad = "F" OR hist-modalidad = "W"
                   EVALUATE hist-moneda
                       WHEN "P" SUBTRACT hist-importe
                                    FROM mem-t-sal-pesos(w-mem-act)
                       WHEN "D" SUBTRACT hist-importe
                                    FROM mem-t-sal-dolares(w-mem-act)
                       WHEN "E" SUBTRACT hist-importe
                                    FROM mem-t-sal-euros(w-mem-act)
                   END-EVALUATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * La fecha de proceso es la de los debitos que se graban en
      * archSoc.dat, asi que se valida contra el calendario de verdad
      * igual que las fechas de GRABAR-SEC.
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
      * Cada debito lleva su numero de comprobante de la serie de su
      * filial (archNro.dat, el numerador de GRABAR-SEC). Como los
      * debitos se intercalan en el archivo, antes de empezar se
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

      *-----------------------------------------------------------------
      * Antes de empezar el socio se cobran los socios con cuotas que
      * van antes que el y no tienen movimientos en archSoc.dat, asi
      * sus debitos quedan en orden. El saldo del socio arranca con lo
      * que trae del historico.
      *-----------------------------------------------------------------
       400-INICIO-SOCIO.
           MOVE soc-filial TO w-mem-filial.
           MOVE soc-socio TO w-mem-socio.
           PERFORM 650-SOCIOS-SIN-MOVIMIENTOS.
           MOVE soc-filial TO w-filial-ant.
           MOVE soc-socio TO w-socio-ant.
           PERFORM 405-BUSCAR-SOCIO.
           IF w-mem-act > ZERO
               PERFORM 410-SALDO-HISTORICO
           ELSE
               MOVE ZERO TO w-sal-pesos
               MOVE ZERO TO w-sal-dolares
               MOVE ZERO TO w-sal-euros
           END-IF.

       405-BUSCAR-SOCIO.
           MOVE ZERO TO w-mem-act.
           PERFORM VARYING w-mem-idx FROM 1 BY 1
               UNTIL w-mem-idx > cant-socios OR w-mem-act > ZERO
               IF mem-t-clave(w-mem-idx) = w-mem-clave
                   MOVE w-mem-idx TO w-mem-act
               END-IF
           END-PERFORM.

       410-SALDO-HISTORICO.
           MOVE mem-t-sal-pesos(w-mem-act) TO w-sal-pesos.
           MOVE mem-t-sal-dolares(w-mem-act) TO w-sal-dolares.
           MOVE mem-t-sal-euros(w-mem-act) TO w-sal-euros.
      *-----------------------------------------------------------------
      * Copia el movimiento al archivo nuevo y lo aplica al saldo del
      * socio con el mismo signo que SALDOS: T, D, los intereses I y
      * los prestamos P suman, R, E, S y las cuotas C y N restan, en
      * la compra y venta de moneda Y suma y X resta, y los cargos F
      * y las retenciones W restan.
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
      *-----------------------------------------------------------------
      * Al cerrar el socio debita sus cuotas vencidas, a continuacion
      * de sus movimientos para conservar el orden por filial y socio
      * del archivo. Las cuotas de un mismo prestamo estan seguidas y
      * en orden en la tabla: si una no se puede cobrar, las
      * siguientes de ese prestamo tampoco se cobran. Lo cobrado se
      * graba junto, un C y un N por moneda, para no repetir la clave
      * filial+socio+fecha+moneda+modalidad del indexado.
      *-----------------------------------------------------------------
       600-FIN-SOCIO.
           IF w-mem-act > ZERO
               AND mem-t-cobrado(w-mem-act) = ZERO
               MOVE 1 TO mem-t-cobrado(w-mem-act)
               INITIALIZE tabla-debitos
               MOVE ZERO TO w-bloq-numero
               PERFORM 610-COBRAR-CUOTA
                   VARYING cuo-idx FROM 1 BY 1
                   UNTIL cuo-idx > cant-cuotas
               PERFORM 630-GRABAR-DEBITOS
                   VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
           END-IF.

       610-COBRAR-CUOTA.
           IF cuo-t-filial(cuo-idx) = w-filial-ant
               AND cuo-t-socio(cuo-idx) = w-socio-ant
               AND cuo-t-estado(cuo-idx) = "P"
               AND cuo-t-numero(cuo-idx) NOT = w-bloq-numero
               EVALUATE cuo-t-moneda(cuo-idx)
                   WHEN "P" MOVE w-sal-pesos TO w-sal-moneda
                   WHEN "D" MOVE w-sal-dolares TO w-sal-moneda
                   WHEN "E" MOVE w-sal-euros TO w-sal-moneda
               END-EVALUATE
               COMPUTE w-total-cuota = cuo-t-capital(cuo-idx)
                   + cuo-t-interes(cuo-idx)
               IF w-sal-moneda >= w-total-cuota
                   PERFORM 620-DEBITAR-CUOTA
               ELSE
                   MOVE cuo-t-numero(cuo-idx) TO w-bloq-numero
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Suma el capital y el interes de la cuota a lo que se le debita
      * al socio en la moneda y los descuenta del saldo por si el
      * socio tiene otra cuota vencida.
      *-----------------------------------------------------------------
       620-DEBITAR-CUOTA.
           EVALUATE cuo-t-moneda(cuo-idx)
               WHEN "P" MOVE 1 TO w-mon-idx
                        SUBTRACT w-total-cuota FROM w-sal-pesos
               WHEN "D" MOVE 2 TO w-mon-idx
                        SUBTRACT w-total-cuota FROM w-sal-dolares
               WHEN "E" MOVE 3 TO w-mon-idx
                        SUBTRACT w-total-cuota FROM w-sal-euros
           END-EVALUATE.
           ADD cuo-t-capital(cuo-idx) TO deb-t-capital(w-mon-idx).
           ADD cuo-t-interes(cuo-idx) TO deb-t-interes(w-mon-idx).
           MOVE "C" TO cuo-t-estado(cuo-idx).
           ADD 1 TO w-cont-cobradas.
           ADD cuo-t-capital(cuo-idx) TO w-imp-capital.
           ADD cuo-t-interes(cuo-idx) TO w-imp-interes.
      *-----------------------------------------------------------------
      * Graba el debito del capital (C) y el del interes (N) cobrados
      * al socio en la moneda, cada uno con su comprobante.
      *-----------------------------------------------------------------
       630-GRABAR-DEBITOS.
           MOVE w-filial-ant TO nue-filial.
           MOVE w-socio-ant TO nue-socio.
           MOVE w-fecha-cob TO nue-fecha.
           EVALUATE w-mon-idx
               WHEN 1 MOVE "P" TO nue-moneda
               WHEN 2 MOVE "D" TO nue-moneda
               WHEN 3 MOVE "E" TO nue-moneda
           END-EVALUATE.
           MOVE ZERO TO nue-contra-filial.
           MOVE ZERO TO nue-contra-socio.
           MOVE w-operador-sis TO nue-operador.
           COMPUTE w-nro-idx = w-filial-ant + 1.
           IF deb-t-capital(w-mon-idx) > ZERO
               MOVE deb-t-capital(w-mon-idx) TO nue-importe
               MOVE "C" TO nue-modalidad
               ADD 1 TO nro-t-ultimo(w-nro-idx)
               MOVE nro-t-ultimo(w-nro-idx) TO nue-comprobante
               WRITE nue-reg
           END-IF.
           IF deb-t-interes(w-mon-idx) > ZERO
               MOVE deb-t-interes(w-mon-idx) TO nue-importe
               MOVE "N" TO nue-modalidad
               ADD 1 TO nro-t-ultimo(w-nro-idx)
               MOVE nro-t-ultimo(w-nro-idx) TO nue-comprobante
               WRITE nue-reg
           END-IF.
      *-----------------------------------------------------------------
      * Cobra a los socios con cuotas que no tienen movimientos en
      * archSoc.dat (todo su saldo esta en el historico) y que van
      * antes del socio que empieza; al final del archivo, a todos
      * los que quedan.
      *-----------------------------------------------------------------
       650-SOCIOS-SIN-MOVIMIENTOS.
           MOVE ZERO TO w-flag-mem.
           PERFORM UNTIL w-flag-mem = 1
               IF w-mem-sig > cant-socios
                   MOVE 1 TO w-flag-mem
               ELSE
                   IF w-flag-eof NOT = 1
                       AND mem-t-clave(w-mem-sig) >= w-mem-clave
                       MOVE 1 TO w-flag-mem
                   ELSE
                       PERFORM 660-COBRAR-SIN-MOVIMIENTOS
                       ADD 1 TO w-mem-sig
                   END-IF
               END-IF
           END-PERFORM.

       660-COBRAR-SIN-MOVIMIENTOS.
           IF mem-t-cobrado(w-mem-sig) = ZERO
               MOVE mem-t-filial(w-mem-sig) TO w-filial-ant
               MOVE mem-t-socio(w-mem-sig) TO w-socio-ant
               MOVE w-mem-sig TO w-mem-act
               PERFORM 410-SALDO-HISTORICO
               PERFORM 600-FIN-SOCIO
           END-IF.

       900-FIN.
           MOVE "Z" TO nue-ctl-marca.
           MOVE w-cont-tr TO nue-ctl-cant.
           MOVE w-imp-tr TO nue-ctl-importe.
           WRITE nue-control.
           CLOSE SOCIOS.
           CLOSE SOCIOS-NUEVO.
           PERFORM 910-REEMPLAZAR-ARCHIVO.
           PERFORM 150-GRABAR-NUMERADOR.
           PERFORM 700-ACTUALIZAR-CUOTAS.
           PERFORM 800-ACTUALIZAR-PRESTAMOS.
           DISPLAY "Se cobraron ", w-cont-cobradas, " cuotas: capital ",
               w-imp-capital, " interes ", w-imp-interes.
           DISPLAY "Prestamos cancelados: ", w-cont-canceladas.
           IF cant-cuotas > w-cont-cobradas
               COMPUTE w-cont-mora = cant-cuotas - w-cont-cobradas
               DISPLAY "Atencion! ", w-cont-mora,
                   " cuotas vencidas quedaron en mora, ver LISTAR-MORA"
           END-IF.
      *-----------------------------------------------------------------
      * Reescribe el archivo de cuotas marcando las cobradas con
      * estado C y la fecha de cobro. La tabla esta en el orden del
      * archivo, asi que alcanza con avanzar un indice a medida que
      * aparecen las posiciones cargadas.
      *-----------------------------------------------------------------
       700-ACTUALIZAR-CUOTAS.
           MOVE ZERO TO w-cuo-pos.
           MOVE 1 TO w-cuo-sig.
           OPEN INPUT CUOTAS.
           OPEN OUTPUT CUOTAS-NUEVO.
           MOVE ZERO TO w-flag-cuo.
           PERFORM UNTIL w-flag-cuo = 1
               READ CUOTAS AT END MOVE 1 TO w-flag-cuo
               END-READ
               IF w-flag-cuo NOT = 1
                   ADD 1 TO w-cuo-pos
                   IF w-cuo-sig <= cant-cuotas
                       AND cuo-t-pos(w-cuo-sig) = w-cuo-pos
                       IF cuo-t-estado(w-cuo-sig) = "C"
                           MOVE "C" TO cuo-estado
                           MOVE w-fecha-cob TO cuo-fecha-cobro
                       END-IF
                       ADD 1 TO w-cuo-sig
                   END-IF
                   WRITE cuo-reg-nuevo FROM cuo-reg
               END-IF
           END-PERFORM.
           CLOSE CUOTAS.
           CLOSE CUOTAS-NUEVO.
           CALL "CBL_DELETE_FILE" USING "..\archCuo.dat".
           CALL "CBL_RENAME_FILE" USING "..\archCuo.tmp",
               "..\archCuo.dat".
      *-----------------------------------------------------------------
      * El prestamo vigente cuya ultima cuota se cobro en este proceso
      * queda cancelado (C). Como las cuotas se cobran en orden, si se
      * cobro la ultima ya estan cobradas todas.
      *-----------------------------------------------------------------
       800-ACTUALIZAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           IF w-pre-status = "00"
               OPEN OUTPUT PRESTAMOS-NUEVO
               MOVE ZERO TO w-flag-pre
               PERFORM UNTIL w-flag-pre = 1
                   READ PRESTAMOS AT END MOVE 1 TO w-flag-pre
                   END-READ
                   IF w-flag-pre NOT = 1
                       IF pre-estado = "V"
                           PERFORM 810-VERIF-CANCELADO
                       END-IF
                       WRITE pre-reg-nuevo FROM pre-reg
                   END-IF
               END-PERFORM
               CLOSE PRESTAMOS
               CLOSE PRESTAMOS-NUEVO
               CALL "CBL_DELETE_FILE" USING "..\archPre.dat"
               CALL "CBL_RENAME_FILE" USING "..\archPre.tmp",
                   "..\archPre.dat"
           END-IF.

       810-VERIF-CANCELADO.
           PERFORM VARYING cuo-idx FROM 1 BY 1
               UNTIL cuo-idx > cant-cuotas
               IF cuo-t-filial(cuo-idx) = pre-filial
                   AND cuo-t-socio(cuo-idx) = pre-socio
                   AND cuo-t-numero(cuo-idx) = pre-numero
                   AND cuo-t-cuota(cuo-idx) = pre-cuotas
                   AND cuo-t-estado(cuo-idx) = "C"
                   MOVE "C" TO pre-estado
                   ADD 1 TO w-cont-canceladas
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Reemplaza archSoc.dat por el archivo temporal con los debitos
      * de cuotas, mismo mecanismo que DEVENGAR-INT: el archivo
      * saliente se guarda como generacion archSoc.g1 rotando las
      * anteriores, para poder volver atras con RESTAURAR.
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

       END PROGRAM COBRAR-CUO.
