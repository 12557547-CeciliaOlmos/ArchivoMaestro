      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de mora de prestamos por filial. Toma del
      *          archivo de cuotas (archCuo.dat) las cuotas que siguen
      *          pendientes con vencimiento anterior a la fecha de
      *          corte, es decir las que COBRAR-CUO no pudo debitar por
      *          falta de saldo, y las ordena por filial, moneda, socio,
      *          prestamo y cuota (SORT a archivo de trabajo, igual que
      *          DIARIO). Por cada cuota muestra el socio con su nombre
      *          del maestro de socios, el vencimiento, los dias de
      *          atraso a la fecha de corte y el importe adeudado
      *          (capital mas interes), con subtotal por moneda dentro
      *          de cada filial y totales generales por moneda al
      *          final. Sale por consola y a listadoMora.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAR-MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS
               ASSIGN TO "..\archCuo.dat"
               FILE STATUS IS w-cuo-status.
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT REPORTE
               ASSIGN TO "..\listadoMora.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO
               ASSIGN TO "..\moraSort.tmp".
       DATA DIVISION.
       FILE SECTION.
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
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 fil-nombre pic x(15).
       01  fil-control.
           03 fctl-marca pic x.
           03 fctl-cant pic 9(4).
           03 filler pic x(12).
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
       SD  TRABAJO.
       01  sort-reg.
           03 sort-filial pic 9(2).
           03 sort-moneda pic x.
           03 sort-socio pic 9(4).
           03 sort-numero pic 9(3).
           03 sort-cuota pic 9(3).
           03 sort-vencimiento pic 9(8).
           03 sort-adeudado pic 9(9)v99.
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-error pic 9 value zeros.
       01  w-cuo-status pic xx.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-corte pic 9(8).
       01  w-dias-corte pic 9(7).
       01  w-dias-venc pic 9(7).
       01  w-dias-atraso pic 9(5).
       01  w-dias-calc pic 9(7).
       01  w-anio-ant pic 9(4).
       01  w-div-coc pic 9(4).
       01  w-filial-ant pic 9(2).
       01  w-moneda-ant pic x.
       01  w-socio-nom-ant pic 9(4).
       01  w-fil-abierta pic 9.
       01  w-mon-abierta pic 9.
       01  w-fil-nombre pic x(15).
       01  w-soc-nombre pic x(20).
       01  w-flag-filiales pic 9.
       01  w-flag-maestro pic 9.
       01  w-cant-mon pic 9(4).
       01  w-imp-mon pic 9(10)v99.
       01  w-cant-mora pic 9(5) value zeros.
       01  w-gen-pesos pic 9(10)v99 value zeros.
       01  w-gen-dolares pic 9(10)v99 value zeros.
       01  w-gen-euros pic 9(10)v99 value zeros.
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
      * Dias del anio transcurridos antes del primer dia de cada mes,
      * en anio comun.
       01  tabla-acum-meses.
           03 filler pic x(36) value
               "000031059090120151181212243273304334".
       01  tabla-acum-r REDEFINES tabla-acum-meses.
           03 acum-mes OCCURS 12 TIMES pic 9(3).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(22) value spaces.
           03 filler pic x(27) value "MORA DE PRESTAMOS AL DIA: ".
           03 l-sub-corte pic 9(8).
           03 filler pic x(23) value spaces.
       01  lin-filial.
           03 filler pic x(28) value spaces.
           03 filler pic x(8) value "FILIAL:".
           03 l-cod pic 9(2).
           03 filler pic x value "-".
           03 l-filial pic x(15) value spaces.
           03 filler pic x(26) value spaces.
       01  lin-moneda.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "MONEDA: ".
           03 l-moneda pic x(8).
           03 filler pic x(60) value spaces.
       01  lin-cab.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(9) value "PRES/CUO".
           03 filler pic x(10) value "VENCIM.".
           03 filler pic x(7) value " DIAS".
           03 filler pic x(14) value "      ADEUDADO".
           03 filler pic x(10) value spaces.
       01  lin-det.
           03 filler pic x(2) value spaces.
           03 l-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 l-numero pic 9(3).
           03 filler pic x value "/".
           03 l-cuota pic 9(3).
           03 filler pic x(2) value spaces.
           03 l-vencimiento pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-dias pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-adeudado pic zzz.zzz.zz9,99.
           03 filler pic x(10) value spaces.
       01  lin-sub-mon.
           03 filler pic x(4) value spaces.
           03 filler pic x(18) value "Total adeudado en ".
           03 l-sm-moneda pic x(8).
           03 filler pic x value spaces.
           03 filler pic x(2) value "(".
           03 l-sm-cant pic zzz9.
           03 filler pic x(10) value " cuotas): ".
           03 l-sm-importe pic z.zzz.zzz.zz9,99.
           03 filler pic x(17) value spaces.
       01  lin-guion.
           03 filler pic x(21) value spaces.
           03 filler pic x(12) value all "-".
           03 filler pic x(15) value spaces.
           03 filler pic x(12) value all "-".
           03 filler pic x(20) value spaces.
       01  lin-tot-tit.
           03 filler pic x(30) value spaces.
           03 filler pic x(20) value "MORA GENERAL:".
           03 filler pic x(30) value spaces.
       01  lin-tot-mon.
           03 filler pic x(21) value spaces.
           03 filler pic x(10) value "Deuda en ".
           03 l-tm-moneda pic x(8).
           03 filler pic x(1) value ":".
           03 l-tm-importe pic z.zzz.zzz.zz9,99.
           03 filler pic x(24) value spaces.
       01  lin-estadistica.
           03 filler pic x(14) value "Se listaron ".
           03 l-cant-mora pic zzzz9.
           03 filler pic x(30) value " cuotas vencidas sin cobrar.".
           03 filler pic x(31) value spaces.
       01  lin-error-sort pic x(80) value
           "*** ERROR: LA CLASIFICACION FALLO, EL LISTADO ESTA "-
           "INCOMPLETO ***".
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT TRABAJO ON ASCENDING KEY sort-filial sort-moneda
               sort-socio sort-numero sort-cuota
               INPUT PROCEDURE IS 2000-ENTRADA
               OUTPUT PROCEDURE IS 5000-CLASIFICADO.
           IF SORT-RETURN NOT = ZERO
               DISPLAY lin-error-sort
               WRITE rep-linea FROM lin-error-sort
               MOVE 1 TO w-flag-error
           END-IF.
           PERFORM 900-FIN.
           IF w-flag-error = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Listado de mora de prestamos".
           PERFORM 120-TRAER-FECHA-CORTE.
           PERFORM 130-VERIF-FECHA-CORTE UNTIL w-val-cal = 1.
           MOVE w-fecha-corte TO w-cal-fecha.
           PERFORM 280-CONTAR-DIAS.
           MOVE w-dias-calc TO w-dias-corte.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-corte TO l-sub-corte.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.

       120-TRAER-FECHA-CORTE.
           DISPLAY "Ingrese la fecha de corte (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-corte.
           IF w-fecha-corte = ZERO
               MOVE w-fecha-hoy TO w-fecha-corte
           END-IF.
           MOVE w-fecha-corte TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.

       130-VERIF-FECHA-CORTE.
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 120-TRAER-FECHA-CORTE.
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
      *-----------------------------------------------------------------
      * Cantidad de dias desde el comienzo de la era hasta w-cal-fecha:
      * 365 por cada anio completo mas un dia por cada bisiesto
      * anterior, los dias de los meses completos del anio y el dia
      * del mes, con el 29 de febrero si el anio es bisiesto y ya
      * paso febrero. La diferencia entre dos fechas da los dias que
      * hay entre ellas.
      *-----------------------------------------------------------------
       280-CONTAR-DIAS.
           COMPUTE w-anio-ant = w-cal-anio - 1.
           COMPUTE w-dias-calc = w-anio-ant * 365.
           DIVIDE w-anio-ant BY 4 GIVING w-div-coc.
           ADD w-div-coc TO w-dias-calc.
           DIVIDE w-anio-ant BY 100 GIVING w-div-coc.
           SUBTRACT w-div-coc FROM w-dias-calc.
           DIVIDE w-anio-ant BY 400 GIVING w-div-coc.
           ADD w-div-coc TO w-dias-calc.
           ADD acum-mes(w-cal-mes) TO w-dias-calc.
           ADD w-cal-dia TO w-dias-calc.
           IF w-cal-mes > 2
               PERFORM 267-VERIF-BISIESTO
               IF w-cal-tope = 29
                   ADD 1 TO w-dias-calc
               END-IF
           END-IF.
       900-FIN.
           DISPLAY lin-guion.
           WRITE rep-linea FROM lin-guion.
           DISPLAY lin-tot-tit.
           WRITE rep-linea FROM lin-tot-tit.
           MOVE "PESOS" TO l-tm-moneda.
           MOVE w-gen-pesos TO l-tm-importe.
           DISPLAY lin-tot-mon.
           WRITE rep-linea FROM lin-tot-mon.
           MOVE "DOLARES" TO l-tm-moneda.
           MOVE w-gen-dolares TO l-tm-importe.
           DISPLAY lin-tot-mon.
           WRITE rep-linea FROM lin-tot-mon.
           MOVE "EUROS" TO l-tm-moneda.
           MOVE w-gen-euros TO l-tm-importe.
           DISPLAY lin-tot-mon.
           WRITE rep-linea FROM lin-tot-mon.
           MOVE w-cant-mora TO l-cant-mora.
           DISPLAY lin-estadistica.
           WRITE rep-linea FROM lin-estadistica.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           CLOSE REPORTE.

      *-----------------------------------------------------------------
      * Entrada de la clasificacion: las cuotas pendientes (P) con
      * vencimiento anterior a la fecha de corte, con el importe
      * adeudado de capital mas interes.
      *-----------------------------------------------------------------
       2000-ENTRADA SECTION.
       2000-SELECCIONAR.
           OPEN INPUT CUOTAS.
           IF w-cuo-status NOT = "00"
               DISPLAY "No hay archivo de cuotas de prestamos"
           ELSE
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ CUOTAS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND cuo-estado = "P"
                       AND cuo-vencimiento < w-fecha-corte
                       MOVE cuo-filial TO sort-filial
                       MOVE cuo-moneda TO sort-moneda
                       MOVE cuo-socio TO sort-socio
                       MOVE cuo-numero TO sort-numero
                       MOVE cuo-cuota TO sort-cuota
                       MOVE cuo-vencimiento TO sort-vencimiento
                       COMPUTE sort-adeudado = cuo-capital + cuo-interes
                       RELEASE sort-reg
                   END-IF
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       2900-FIN-ENTRADA.
           EXIT.
      *-----------------------------------------------------------------
      * Salida de la clasificacion: corte de control por filial y,
      * dentro de la filial, por moneda, con el subtotal adeudado de
      * cada moneda.
      *-----------------------------------------------------------------
       5000-CLASIFICADO SECTION.
       5000-EMITIR.
           MOVE ZERO TO w-flag-eof.
           MOVE ZERO TO w-fil-abierta.
           MOVE ZERO TO w-mon-abierta.
           PERFORM UNTIL w-flag-eof = 1
               RETURN TRABAJO AT END MOVE 1 TO w-flag-eof
               END-RETURN
               IF w-flag-eof NOT = 1
                   IF w-mon-abierta = 1
                       AND (sort-filial NOT = w-filial-ant
                       OR sort-moneda NOT = w-moneda-ant)
                       PERFORM 6400-CERRAR-MONEDA
                   END-IF
                   IF w-fil-abierta = 1
                       AND sort-filial NOT = w-filial-ant
                       MOVE ZERO TO w-fil-abierta
                   END-IF
                   IF w-fil-abierta = ZERO
                       PERFORM 6100-ABRIR-FILIAL
                   END-IF
                   IF w-mon-abierta = ZERO
                       PERFORM 6200-ABRIR-MONEDA
                   END-IF
                   PERFORM 6300-LISTAR-CUOTA
               END-IF
           END-PERFORM.
           IF w-mon-abierta = 1
               PERFORM 6400-CERRAR-MONEDA
           END-IF.

       5900-FIN-CLASIFICADO.
           EXIT.
      *-----------------------------------------------------------------
      * Cortes de control del listado, fuera de la seccion de salida
      * para que la clasificacion termine al final del ciclo de
      * 5000-EMITIR.
      *-----------------------------------------------------------------
       6000-CORTES SECTION.
       6100-ABRIR-FILIAL.
           MOVE 1 TO w-fil-abierta.
           MOVE sort-filial TO w-filial-ant.
           MOVE ZERO TO w-socio-nom-ant.
           PERFORM 6110-BUSCAR-NOMBRE-FILIAL.
           MOVE w-filial-ant TO l-cod.
           MOVE w-fil-nombre TO l-filial.
           DISPLAY lin-filial.
           WRITE rep-linea FROM lin-filial.
      *-----------------------------------------------------------------
      * Busca el nombre de la filial en el maestro de filiales,
      * releyendolo de punta a punta igual que SALDOS.
      *-----------------------------------------------------------------
       6110-BUSCAR-NOMBRE-FILIAL.
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

       6200-ABRIR-MONEDA.
           MOVE 1 TO w-mon-abierta.
           MOVE sort-moneda TO w-moneda-ant.
           MOVE ZERO TO w-cant-mon.
           MOVE ZERO TO w-imp-mon.
           PERFORM 6210-NOMBRE-MONEDA.
           MOVE l-sm-moneda TO l-moneda.
           DISPLAY lin-moneda.
           WRITE rep-linea FROM lin-moneda.
           DISPLAY lin-cab.
           WRITE rep-linea FROM lin-cab.

       6210-NOMBRE-MONEDA.
           EVALUATE w-moneda-ant
               WHEN "P" MOVE "PESOS" TO l-sm-moneda
               WHEN "D" MOVE "DOLARES" TO l-sm-moneda
               WHEN "E" MOVE "EUROS" TO l-sm-moneda
               WHEN OTHER MOVE w-moneda-ant TO l-sm-moneda
           END-EVALUATE.

       6300-LISTAR-CUOTA.
           IF sort-socio NOT = w-socio-nom-ant
               MOVE sort-socio TO w-socio-nom-ant
               PERFORM 6310-BUSCAR-NOMBRE-SOCIO
           END-IF.
           MOVE sort-vencimiento TO w-cal-fecha.
           PERFORM 280-CONTAR-DIAS.
           MOVE w-dias-calc TO w-dias-venc.
           COMPUTE w-dias-atraso = w-dias-corte - w-dias-venc.
           MOVE sort-socio TO l-socio.
           MOVE w-soc-nombre TO l-nombre.
           MOVE sort-numero TO l-numero.
           MOVE sort-cuota TO l-cuota.
           MOVE sort-vencimiento TO l-vencimiento.
           MOVE w-dias-atraso TO l-dias.
           MOVE sort-adeudado TO l-adeudado.
           DISPLAY lin-det.
           WRITE rep-linea FROM lin-det.
           ADD 1 TO w-cant-mon.
           ADD sort-adeudado TO w-imp-mon.
           ADD 1 TO w-cant-mora.
           EVALUATE sort-moneda
               WHEN "P" ADD sort-adeudado TO w-gen-pesos
               WHEN "D" ADD sort-adeudado TO w-gen-dolares
               WHEN "E" ADD sort-adeudado TO w-gen-euros
           END-EVALUATE.

       6310-BUSCAR-NOMBRE-SOCIO.
           MOVE ZERO TO w-flag-maestro.
           MOVE "(SIN NOMBRE)" TO w-soc-nombre.
           OPEN INPUT MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1
               READ MAESTRO AT END MOVE 1 TO w-flag-maestro
               END-READ
               IF w-flag-maestro NOT = 1
                   AND mae-socio IS NUMERIC
                   AND mae-socio = sort-socio
                   AND mae-filial = w-filial-ant
                   MOVE mae-nombre TO w-soc-nombre
                   MOVE 1 TO w-flag-maestro
               END-IF
           END-PERFORM.
           CLOSE MAESTRO.

       6400-CERRAR-MONEDA.
           MOVE ZERO TO w-mon-abierta.
           MOVE ZERO TO w-socio-nom-ant.
           PERFORM 6210-NOMBRE-MONEDA.
           MOVE w-cant-mon TO l-sm-cant.
           MOVE w-imp-mon TO l-sm-importe.
           DISPLAY lin-sub-mon.
           WRITE rep-linea FROM lin-sub-mon.


       END PROGRAM LISTAR-MORA.
