      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inventario de saldos por socio a una fecha de corte.
      *          Toma de archSocHist.dat y de archSoc.dat todos los
      *          movimientos con fecha igual o anterior al corte y los
      *          ordena por filial, socio y moneda (SORT a archivo de
      *          trabajo, igual que EMITIR-RET). Cada modalidad entra
      *          con el mismo signo que en SALDOS, asi que el saldo de
      *          cada socio en cada moneda es el que tenia ese dia
      *          aunque los movimientos ya esten archivados. El nombre
      *          sale del maestro indexado archSocMaeIdx.dat (o del
      *          secuencial si el indexado no esta). Los socios con
      *          saldo cero en las tres monedas no se listan. Por
      *          filial salen los totales de cada moneda y al final
      *          los generales, con el total consolidado en pesos a
      *          la cotizacion de archCot.dat vigente a la fecha de
      *          corte (la de fecha mas alta que no la supere, como
      *          en TEMA1SOCIO). Sale por consola y a invSal.dat, y a
      *          la vez graba para los auditores invSalAud.dat, de
      *          layout fijo: un registro D por socio y moneda, un
      *          registro F con los totales de cada filial y al final
      *          un registro T de control con la cantidad de
      *          registros D, los totales por moneda, las tasas
      *          usadas y el consolidado en pesos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOS-CORTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat"
               FILE STATUS IS w-soc-status.
           SELECT HISTORICO
               ASSIGN TO "..\archSocHist.dat"
               FILE STATUS IS w-his-status.
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat"
               FILE STATUS IS w-fil-status.
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat"
               FILE STATUS IS w-mae-status.
           SELECT MAESTRO-IDX
               ASSIGN TO "..\archSocMaeIdx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mi-socio
               FILE STATUS IS w-idx-status.
           SELECT COTIZACIONES
               ASSIGN TO "..\archCot.dat"
               FILE STATUS IS w-cot-status.
           SELECT REPORTE
               ASSIGN TO "..\invSal.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITORES
               ASSIGN TO "..\invSalAud.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO
               ASSIGN TO "..\invSort.tmp".
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
       FD  MAESTRO-IDX.
       01  mi-reg.
           03 mi-socio pic 9(4).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
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
       FD  REPORTE.
       01  rep-linea pic x(80).
      * Archivo para los auditores. Registro D por socio y moneda con
      * saldo; registro F por filial y T de control al final, ambos
      * con los totales de las tres monedas en el orden P, D, E. El
      * T lleva ademas las tasas de dolares y euros usadas y el total
      * consolidado en pesos. Los importes llevan el signo adelante.
       FD  AUDITORES.
       01  aud-det.
           03 ad-tipo pic x.
           03 ad-corte pic 9(8).
           03 ad-filial pic 9(2).
           03 ad-socio pic 9(4).
           03 ad-nombre pic x(20).
           03 ad-moneda pic x.
           03 ad-saldo pic s9(11)v99 SIGN LEADING SEPARATE.
       01  aud-filial.
           03 af-tipo pic x.
           03 af-corte pic 9(8).
           03 af-filial pic 9(2).
           03 af-cant-soc pic 9(6).
           03 af-moneda OCCURS 3 TIMES.
               05 af-saldo pic s9(11)v99 SIGN LEADING SEPARATE.
           03 af-consolidado pic s9(13)v99 SIGN LEADING SEPARATE.
       01  aud-control.
           03 ac-tipo pic x.
           03 ac-corte pic 9(8).
           03 ac-cant pic 9(6).
           03 ac-moneda OCCURS 3 TIMES.
               05 ac-saldo pic s9(11)v99 SIGN LEADING SEPARATE.
           03 ac-tasa-dolar pic 9(6)v9(4).
           03 ac-tasa-euro pic 9(6)v9(4).
           03 ac-consolidado pic s9(13)v99 SIGN LEADING SEPARATE.
       SD  TRABAJO.
       01  sort-reg.
           03 sort-filial pic 9(2).
           03 sort-socio pic 9(4).
           03 sort-moneda pic x.
           03 sort-modalidad pic x.
           03 sort-importe pic s9(8)v99.
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-error pic 9 value zeros.
       01  w-soc-status pic xx.
       01  w-his-status pic xx.
       01  w-fil-status pic xx.
       01  w-mae-status pic xx.
       01  w-idx-status pic xx.
       01  w-cot-status pic xx.
       01  w-idx-abierto pic 9 value zeros.
       01  w-flag-maestro pic 9.
       01  w-flag-filiales pic 9.
       01  w-flag-cot pic 9.
       01  w-corte pic 9(8).
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
       01  w-soc-abierto pic 9.
       01  w-fil-abierta pic 9.
       01  w-filial-ant pic 9(2).
       01  w-socio-ant pic 9(4).
       01  w-fil-nombre pic x(15).
       01  w-soc-nombre pic x(20).
       01  w-mon-idx pic 9.
       01  w-sal-hay pic 9.
       01  w-cant-leidos pic 9(7) value zeros.
       01  w-cant-socios pic 9(6) value zeros.
       01  w-cant-sin-saldo pic 9(6) value zeros.
       01  w-cant-negativos pic 9(6) value zeros.
       01  w-cant-aud pic 9(6) value zeros.
       01  w-fil-cant-soc pic 9(6).
      * Cotizacion vigente al corte de cada moneda (pesos siempre 1)
      * y su fecha; la que no tiene cotizacion consolida a la par.
       01  tabla-tasas.
           03 tt-moneda OCCURS 3 TIMES.
               05 tt-tasa pic 9(6)v9(4).
               05 tt-fecha pic 9(8).
       01  w-cont-sin-cot pic 9 value zeros.
       01  w-consolidado pic s9(13)v99.
       01  w-imp-conv pic s9(13)v99.
      * Saldo del socio en curso, de la filial y general, por moneda
      * (pesos, dolares, euros).
       01  tabla-socio.
           03 ts-saldo pic s9(9)v99 OCCURS 3 TIMES.
       01  tabla-filial.
           03 tf-saldo pic s9(11)v99 OCCURS 3 TIMES.
       01  tabla-general.
           03 tg-saldo pic s9(11)v99 OCCURS 3 TIMES.
       01  tabla-monedas.
           03 filler pic x(9) value "PPESOS".
           03 filler pic x(9) value "DDOLARES".
           03 filler pic x(9) value "EEUROS".
       01  tabla-monedas-r REDEFINES tabla-monedas.
           03 mon-entrada OCCURS 3 TIMES.
               05 mon-codigo pic x.
               05 mon-nombre pic x(8).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(17) value spaces.
           03 filler pic x(34) value
               "INVENTARIO DE SALDOS AL CORTE DEL ".
           03 l-sub-dia pic 99.
           03 filler pic x value "/".
           03 l-sub-mes pic 99.
           03 filler pic x value "/".
           03 l-sub-anio pic 9(4).
           03 filler pic x(19) value spaces.
       01  lin-filial.
           03 filler pic x(28) value spaces.
           03 filler pic x(8) value "FILIAL:".
           03 l-cod pic 9(2).
           03 filler pic x value "-".
           03 l-filial pic x(15) value spaces.
           03 filler pic x(26) value spaces.
       01  lin-soc.
           03 filler pic x(10) value spaces.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "NOMBRE".
           03 filler pic x(10) value spaces.
           03 filler pic x(5) value "SALDO".
           03 filler pic x(28) value spaces.
       01  lin-val.
           03 filler pic x(10) value spaces.
           03 lin-socio pic x(5) value spaces.
           03 filler pic x(2) value spaces.
           03 lin-soc-nombre pic x(20) value spaces.
           03 filler pic x(1) value spaces.
           03 lin-moneda-lbl pic x(8) value spaces.
           03 lin-saldo pic -z.zzz.zzz.zz9,99.
           03 filler pic x(17) value spaces.
       01  lin-negativo.
           03 filler pic x(10) value spaces.
           03 filler pic x(42) value "*** ATENCION: SOCIO CON SALDO "-
           "NEGATIVO ***".
           03 filler pic x(28) value spaces.
       01  lin-guion.
           03 filler pic x(45) value spaces.
           03 filler pic x(18) value all "-".
           03 filler pic x(17) value spaces.
       01  lin-tot-fil.
           03 filler pic x(10) value spaces.
           03 filler pic x(18) value "TOTAL FILIAL".
           03 l-tot-fil-soc pic zzzz9.
           03 filler pic x(9) value " socios ".
           03 filler pic x(38) value spaces.
       01  lin-tot.
           03 filler pic x(37) value spaces.
           03 l-tot-moneda pic x(8).
           03 l-tot-saldo pic -zz.zzz.zzz.zz9,99.
           03 filler pic x(17) value spaces.
       01  lin-consol.
           03 filler pic x(17) value spaces.
           03 filler pic x(28) value "CONSOLIDADO EN PESOS".
           03 l-consol pic -zz.zzz.zzz.zz9,99.
           03 filler pic x(17) value spaces.
       01  lin-tot-tit.
           03 filler pic x(28) value spaces.
           03 filler pic x(24) value "TOTALES GENERALES".
           03 filler pic x(28) value spaces.
       01  lin-tasa.
           03 filler pic x(10) value spaces.
           03 filler pic x(11) value "COTIZACION ".
           03 l-tasa-moneda pic x(8).
           03 filler pic x(2) value spaces.
           03 l-tasa pic zzz.zz9,9999.
           03 l-tasa-desde pic x(9).
           03 l-tasa-fecha pic x(8).
           03 filler pic x(20) value spaces.
       01  lin-sin-cot.
           03 filler pic x(14) value "*** ATENCION: ".
           03 l-cont-sin-cot pic 9.
           03 filler pic x(52) value " moneda(s) sin cotizacion al "-
           "corte, a la par ***".
           03 filler pic x(13) value spaces.
       01  lin-estadistica.
           03 filler pic x(12) value "Se listaron ".
           03 l-cant-socios pic zzzzz9.
           03 filler pic x(29) value " socios con saldo; sin saldo:".
           03 l-cant-sin-saldo pic zzzzz9.
           03 filler pic x(15) value "; negativos:".
           03 l-cant-negativos pic zzzzz9.
           03 filler pic x(6) value spaces.
       01  lin-error-sort pic x(80) value
           "*** ERROR: LA CLASIFICACION FALLO, EL INVENTARIO ESTA "-
           "INCOMPLETO ***".
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT TRABAJO ON ASCENDING KEY sort-filial sort-socio
               sort-moneda
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
           DISPLAY "Inventario de saldos por socio a una fecha de "-
               "corte".
           PERFORM 120-TRAER-CORTE.
           PERFORM 130-VERIF-CORTE UNTIL w-val-cal = 1.
           INITIALIZE tabla-general.
           PERFORM 140-BUSCAR-COTIZACIONES.
           OPEN INPUT MAESTRO-IDX.
           IF w-idx-status = "00"
               MOVE 1 TO w-idx-abierto
           ELSE
               DISPLAY "No se pudo abrir el maestro indexado, se "-
                   "busca en el secuencial"
           END-IF.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT AUDITORES.
           MOVE w-cal-dia TO l-sub-dia.
           MOVE w-cal-mes TO l-sub-mes.
           MOVE w-cal-anio TO l-sub-anio.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
      *-----------------------------------------------------------------
      * La fecha de corte se valida contra el calendario de verdad,
      * igual que la fecha de cierre de CIERRE-FIL.
      *-----------------------------------------------------------------
       120-TRAER-CORTE.
           DISPLAY "Ingrese la fecha de corte (AAAAMMDD)".
           ACCEPT w-corte.
           MOVE w-corte TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.

       130-VERIF-CORTE.
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 120-TRAER-CORTE.
      *-----------------------------------------------------------------
      * Cotizacion vigente al corte de dolares y euros: la de fecha
      * mas alta que no supere el corte para cada moneda. Si el
      * maestro no existe o una moneda no tiene cotizacion, esa
      * moneda consolida a la par y queda la advertencia al final.
      *-----------------------------------------------------------------
       140-BUSCAR-COTIZACIONES.
           INITIALIZE tabla-tasas.
           MOVE 1 TO tt-tasa(1).
           OPEN INPUT COTIZACIONES.
           IF w-cot-status = "00"
               MOVE ZERO TO w-flag-cot
               PERFORM UNTIL w-flag-cot = 1
                   READ COTIZACIONES AT END MOVE 1 TO w-flag-cot
                   END-READ
                   IF w-flag-cot NOT = 1
                       AND cot-moneda NOT = "Z"
                       AND cot-fecha <= w-corte
                       PERFORM 145-TOMAR-COTIZACION
                   END-IF
               END-PERFORM
               CLOSE COTIZACIONES
           ELSE
               DISPLAY "No hay maestro de cotizaciones, se "-
                   "consolida a la par"
           END-IF.
           PERFORM VARYING w-mon-idx FROM 2 BY 1 UNTIL w-mon-idx > 3
               IF tt-tasa(w-mon-idx) = ZERO
                   ADD 1 TO w-cont-sin-cot
                   MOVE 1 TO tt-tasa(w-mon-idx)
               END-IF
           END-PERFORM.

       145-TOMAR-COTIZACION.
           EVALUATE cot-moneda
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mon-idx > ZERO
               AND cot-fecha >= tt-fecha(w-mon-idx)
               MOVE cot-tasa TO tt-tasa(w-mon-idx)
               MOVE cot-fecha TO tt-fecha(w-mon-idx)
           END-IF.
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
      * Totales generales por moneda, cotizaciones usadas, total
      * consolidado en pesos y el registro de control para los
      * auditores.
      *-----------------------------------------------------------------
       900-FIN.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-tot-tit.
           WRITE rep-linea FROM lin-tot-tit.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE mon-nombre(w-mon-idx) TO l-tot-moneda
               MOVE tg-saldo(w-mon-idx) TO l-tot-saldo
               DISPLAY lin-tot
               WRITE rep-linea FROM lin-tot
           END-PERFORM.
           MOVE ZERO TO w-consolidado.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               COMPUTE w-imp-conv ROUNDED =
                   tg-saldo(w-mon-idx) * tt-tasa(w-mon-idx)
               ADD w-imp-conv TO w-consolidado
           END-PERFORM.
           DISPLAY lin-guion.
           WRITE rep-linea FROM lin-guion.
           MOVE w-consolidado TO l-consol.
           DISPLAY lin-consol.
           WRITE rep-linea FROM lin-consol.
           PERFORM VARYING w-mon-idx FROM 2 BY 1 UNTIL w-mon-idx > 3
               MOVE mon-nombre(w-mon-idx) TO l-tasa-moneda
               MOVE tt-tasa(w-mon-idx) TO l-tasa
               IF tt-fecha(w-mon-idx) = ZERO
                   MOVE " A LA PAR" TO l-tasa-desde
                   MOVE SPACES TO l-tasa-fecha
               ELSE
                   MOVE " DESDE " TO l-tasa-desde
                   MOVE tt-fecha(w-mon-idx) TO l-tasa-fecha
               END-IF
               DISPLAY lin-tasa
               WRITE rep-linea FROM lin-tasa
           END-PERFORM.
           IF w-cont-sin-cot > ZERO
               MOVE w-cont-sin-cot TO l-cont-sin-cot
               DISPLAY lin-sin-cot
               WRITE rep-linea FROM lin-sin-cot
           END-IF.
           MOVE w-cant-socios TO l-cant-socios.
           MOVE w-cant-sin-saldo TO l-cant-sin-saldo.
           MOVE w-cant-negativos TO l-cant-negativos.
           DISPLAY lin-estadistica.
           WRITE rep-linea FROM lin-estadistica.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           MOVE SPACES TO aud-control.
           MOVE "T" TO ac-tipo.
           MOVE w-corte TO ac-corte.
           MOVE w-cant-aud TO ac-cant.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE tg-saldo(w-mon-idx) TO ac-saldo(w-mon-idx)
           END-PERFORM.
           MOVE tt-tasa(2) TO ac-tasa-dolar.
           MOVE tt-tasa(3) TO ac-tasa-euro.
           MOVE w-consolidado TO ac-consolidado.
           WRITE aud-control.
           CLOSE REPORTE.
           CLOSE AUDITORES.
           IF w-idx-abierto = 1
               CLOSE MAESTRO-IDX
           END-IF.
           DISPLAY "Se leyeron ", w-cant-leidos, " movimientos hasta "-
               "el corte".

      *-----------------------------------------------------------------
      * Entrada de la clasificacion: todos los movimientos hasta la
      * fecha de corte inclusive, primero los archivados y despues
      * los vigentes.
      *-----------------------------------------------------------------
       2000-ENTRADA SECTION.
       2000-SELECCIONAR.
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       AND hist-fecha <= w-corte
                       MOVE hist-filial TO sort-filial
                       MOVE hist-socio TO sort-socio
                       MOVE hist-moneda TO sort-moneda
                       MOVE hist-modalidad TO sort-modalidad
                       MOVE hist-importe TO sort-importe
                       RELEASE sort-reg
                       ADD 1 TO w-cant-leidos
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-soc-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ SOCIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND soc-filial IS NUMERIC
                       AND soc-fecha <= w-corte
                       MOVE soc-filial TO sort-filial
                       MOVE soc-socio TO sort-socio
                       MOVE soc-moneda TO sort-moneda
                       MOVE soc-modalidad TO sort-modalidad
                       MOVE soc-importe TO sort-importe
                       RELEASE sort-reg
                       ADD 1 TO w-cant-leidos
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.

       2900-FIN-ENTRADA.
           EXIT.
      *-----------------------------------------------------------------
      * Salida de la clasificacion: corte de control por filial y
      * socio; al cerrar cada socio se lista su saldo por moneda y al
      * cerrar cada filial sus totales.
      *-----------------------------------------------------------------
       5000-CLASIFICADO SECTION.
       5000-INVENTARIAR.
           MOVE ZERO TO w-flag-eof.
           MOVE ZERO TO w-soc-abierto.
           MOVE ZERO TO w-fil-abierta.
           PERFORM UNTIL w-flag-eof = 1
               RETURN TRABAJO AT END MOVE 1 TO w-flag-eof
               END-RETURN
               IF w-flag-eof NOT = 1
                   IF w-soc-abierto = 1
                       AND (sort-filial NOT = w-filial-ant
                       OR sort-socio NOT = w-socio-ant)
                       PERFORM 6300-CERRAR-SOCIO
                   END-IF
                   IF w-fil-abierta = 1
                       AND sort-filial NOT = w-filial-ant
                       PERFORM 6600-CERRAR-FILIAL
                   END-IF
                   IF w-fil-abierta = ZERO
                       PERFORM 6500-ABRIR-FILIAL
                   END-IF
                   IF w-soc-abierto = ZERO
                       PERFORM 6100-ABRIR-SOCIO
                   END-IF
                   PERFORM 6200-ACUMULAR
               END-IF
           END-PERFORM.
           IF w-soc-abierto = 1
               PERFORM 6300-CERRAR-SOCIO
           END-IF.
           IF w-fil-abierta = 1
               PERFORM 6600-CERRAR-FILIAL
           END-IF.

       5900-FIN-CLASIFICADO.
           EXIT.
      *-----------------------------------------------------------------
      * Cortes de control, fuera de la seccion de salida para que la
      * clasificacion termine al final del ciclo de 5000-INVENTARIAR.
      *-----------------------------------------------------------------
       6000-CORTES SECTION.
       6100-ABRIR-SOCIO.
           MOVE 1 TO w-soc-abierto.
           MOVE sort-socio TO w-socio-ant.
           INITIALIZE tabla-socio.
      *-----------------------------------------------------------------
      * Cada modalidad con el mismo signo que le da SALDOS.
      *-----------------------------------------------------------------
       6200-ACUMULAR.
           EVALUATE sort-moneda
               WHEN "P" MOVE 1 TO w-mon-idx
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mon-idx > ZERO
               IF sort-modalidad = "T" OR sort-modalidad = "D"
                   OR sort-modalidad = "I" OR sort-modalidad = "P"
                   OR sort-modalidad = "Y"
                   ADD sort-importe TO ts-saldo(w-mon-idx)
               ELSE
                   IF sort-modalidad = "R" OR sort-modalidad = "E"
                       OR sort-modalidad = "S" OR sort-modalidad = "C"
                       OR sort-modalidad = "N" OR sort-modalidad = "X"
                       OR sort-modalidad = "F" OR sort-modalidad = "W"
                       SUBTRACT sort-importe FROM ts-saldo(w-mon-idx)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Saldo del socio por moneda y sus registros D para los
      * auditores, uno por cada moneda con saldo. El socio sin saldo
      * en ninguna moneda solo se cuenta.
      *-----------------------------------------------------------------
       6300-CERRAR-SOCIO.
           MOVE ZERO TO w-soc-abierto.
           MOVE ZERO TO w-sal-hay.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF ts-saldo(w-mon-idx) NOT = ZERO
                   MOVE 1 TO w-sal-hay
               END-IF
           END-PERFORM.
           IF w-sal-hay = ZERO
               ADD 1 TO w-cant-sin-saldo
           ELSE
               PERFORM 6400-BUSCAR-SOCIO
               ADD 1 TO w-cant-socios
               ADD 1 TO w-fil-cant-soc
               MOVE w-socio-ant TO lin-socio
               MOVE w-soc-nombre TO lin-soc-nombre
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   IF ts-saldo(w-mon-idx) NOT = ZERO
                       PERFORM 6310-LINEA-MONEDA
                   END-IF
               END-PERFORM
               IF ts-saldo(1) < ZERO OR ts-saldo(2) < ZERO
                   OR ts-saldo(3) < ZERO
                   ADD 1 TO w-cant-negativos
                   DISPLAY lin-negativo
                   WRITE rep-linea FROM lin-negativo
               END-IF
           END-IF.

       6310-LINEA-MONEDA.
           MOVE mon-nombre(w-mon-idx) TO lin-moneda-lbl.
           MOVE ts-saldo(w-mon-idx) TO lin-saldo.
           DISPLAY lin-val.
           WRITE rep-linea FROM lin-val.
           MOVE SPACES TO lin-socio.
           MOVE SPACES TO lin-soc-nombre.
           ADD ts-saldo(w-mon-idx) TO tf-saldo(w-mon-idx).
           ADD ts-saldo(w-mon-idx) TO tg-saldo(w-mon-idx).
           MOVE "D" TO ad-tipo.
           MOVE w-corte TO ad-corte.
           MOVE w-filial-ant TO ad-filial.
           MOVE w-socio-ant TO ad-socio.
           MOVE w-soc-nombre TO ad-nombre.
           MOVE mon-codigo(w-mon-idx) TO ad-moneda.
           MOVE ts-saldo(w-mon-idx) TO ad-saldo.
           WRITE aud-det.
           ADD 1 TO w-cant-aud.
      *-----------------------------------------------------------------
      * Nombre del socio: READ directo al maestro indexado y, si no
      * esta abierto, el secuencial de punta a punta, igual que
      * EMITIR-RET.
      *-----------------------------------------------------------------
       6400-BUSCAR-SOCIO.
           MOVE "(SIN NOMBRE)" TO w-soc-nombre.
           IF w-idx-abierto = 1
               MOVE w-socio-ant TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE mi-nombre TO w-soc-nombre
               END-READ
           ELSE
               PERFORM 6410-BUSCAR-SOCIO-SECUENCIAL
           END-IF.

       6410-BUSCAR-SOCIO-SECUENCIAL.
           OPEN INPUT MAESTRO.
           IF w-mae-status = "00"
               MOVE ZERO TO w-flag-maestro
               PERFORM UNTIL w-flag-maestro = 1
                   READ MAESTRO AT END MOVE 1 TO w-flag-maestro
                   END-READ
                   IF w-flag-maestro NOT = 1
                       AND mae-socio IS NUMERIC
                       AND mae-socio = w-socio-ant
                       MOVE mae-nombre TO w-soc-nombre
                       MOVE 1 TO w-flag-maestro
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.

       6500-ABRIR-FILIAL.
           MOVE 1 TO w-fil-abierta.
           MOVE sort-filial TO w-filial-ant.
           MOVE ZERO TO w-fil-cant-soc.
           INITIALIZE tabla-filial.
           PERFORM 6510-BUSCAR-NOMBRE-FILIAL.
           MOVE w-filial-ant TO l-cod.
           MOVE w-fil-nombre TO l-filial.
           DISPLAY lin-filial.
           WRITE rep-linea FROM lin-filial.
           DISPLAY lin-soc.
           WRITE rep-linea FROM lin-soc.
      *-----------------------------------------------------------------
      * Busca el nombre de la filial en el maestro de filiales,
      * releyendolo de punta a punta igual que SALDOS.
      *-----------------------------------------------------------------
       6510-BUSCAR-NOMBRE-FILIAL.
           MOVE SPACES TO w-fil-nombre.
           OPEN INPUT FILIALES.
           IF w-fil-status = "00"
               MOVE ZERO TO w-flag-filiales
               PERFORM UNTIL w-flag-filiales = 1
                   READ FILIALES AT END MOVE 1 TO w-flag-filiales
                   END-READ
                   IF w-flag-filiales NOT = 1
                       AND fil-codigo IS NUMERIC
                       AND fil-codigo = w-filial-ant
                       MOVE fil-nombre TO w-fil-nombre
                       MOVE 1 TO w-flag-filiales
                   END-IF
               END-PERFORM
               CLOSE FILIALES
           END-IF.
      *-----------------------------------------------------------------
      * Totales de la filial por moneda y su consolidado en pesos a
      * la cotizacion del corte, y su registro F para los auditores.
      *-----------------------------------------------------------------
       6600-CERRAR-FILIAL.
           MOVE ZERO TO w-fil-abierta.
           MOVE w-fil-cant-soc TO l-tot-fil-soc.
           DISPLAY lin-guion.
           WRITE rep-linea FROM lin-guion.
           DISPLAY lin-tot-fil.
           WRITE rep-linea FROM lin-tot-fil.
           MOVE ZERO TO w-consolidado.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE mon-nombre(w-mon-idx) TO l-tot-moneda
               MOVE tf-saldo(w-mon-idx) TO l-tot-saldo
               DISPLAY lin-tot
               WRITE rep-linea FROM lin-tot
               COMPUTE w-imp-conv ROUNDED =
                   tf-saldo(w-mon-idx) * tt-tasa(w-mon-idx)
               ADD w-imp-conv TO w-consolidado
           END-PERFORM.
           MOVE w-consolidado TO l-consol.
           DISPLAY lin-consol.
           WRITE rep-linea FROM lin-consol.
           MOVE SPACES TO aud-filial.
           MOVE "F" TO af-tipo.
           MOVE w-corte TO af-corte.
           MOVE w-filial-ant TO af-filial.
           MOVE w-fil-cant-soc TO af-cant-soc.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE tf-saldo(w-mon-idx) TO af-saldo(w-mon-idx)
           END-PERFORM.
           MOVE w-consolidado TO af-consolidado.
           WRITE aud-filial.

       END PROGRAM SALDOS-CORTE.
