      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tablero gerencial mensual comparativo por filial.
      *          Para el mes pedido arma una pagina por filial que
      *          compara el mes contra el mes anterior y contra el
      *          mismo mes del anio anterior, con el porcentaje de
      *          variacion de cada cifra: socios activos, altas y
      *          bajas del mes, cantidad e importe de los movimientos
      *          por modalidad y moneda, el neto del mes, los
      *          intereses acreditados y el saldo de cierre; al final
      *          una pagina consolidada con los importes en pesos a la
      *          cotizacion de archCot.dat vigente al cierre de cada
      *          mes (la de fecha mas alta que no lo supere, como en
      *          TEMA1SOCIO).
      *          Las cifras de un mes se calculan de archSocHist.dat y
      *          archSoc.dat (mismo signo por modalidad que SALDOS);
      *          los socios activos son los no dados de baja del
      *          maestro archSocMae.dat, llevados al cierre del mes con
      *          las altas (GRABAR-MAE) y bajas (GRABAR-MAE y
      *          CERRAR-CTA) del diario de auditoria, que tambien da
      *          las altas y bajas de cada mes. El saldo de cierre es
      *          el de archResSal.dat cuando guarda ese ciclo y si no
      *          se reconstruye con los movimientos hasta fin de mes.
      *          Las cifras de cada mes quedan guardadas por filial en
      *          archEst.dat: el mes pedido se recalcula siempre y los
      *          meses de comparacion se toman de ahi, y solo si
      *          faltan se calculan (y se guardan) en la misma pasada.
      *          Solo se guardan los meses ya terminados a la fecha de
      *          la corrida: un mes en curso se muestra pero no queda
      *          en archEst.dat, para que no se tome despues como
      *          comparacion con cifras parciales.
      *          Sale por consola y a tablero.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLERO-MES.
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
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat"
               FILE STATUS IS w-mae-status.
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat"
               FILE STATUS IS w-fil-status.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat"
               FILE STATUS IS w-aud-status.
           SELECT SALDOS-RES
               ASSIGN TO "..\archResSal.dat"
               FILE STATUS IS w-res-status.
           SELECT COTIZACIONES
               ASSIGN TO "..\archCot.dat"
               FILE STATUS IS w-cot-status.
           SELECT ESTADISTICAS
               ASSIGN TO "..\archEst.dat"
               FILE STATUS IS w-est-status.
           SELECT ESTADISTICAS-NUEVO
               ASSIGN TO "..\archEst.tmp".
           SELECT REPORTE
               ASSIGN TO "..\tablero.dat"
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
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-operador pic x(3).
           03 aud-programa pic x(12).
           03 aud-accion pic x.
           03 aud-filial pic 9(2).
           03 aud-socio pic 9(4).
           03 aud-antes pic x(30).
           03 aud-despues pic x(30).
       FD  SALDOS-RES.
       01  res-reg.
           03 res-filial pic 9(2).
           03 res-socio pic 9(4).
           03 res-ciclo pic 9(6).
           03 res-sal-pesos pic s9(8)v99.
           03 res-sal-dolares pic s9(8)v99.
           03 res-sal-euros pic s9(8)v99.
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
      * Estadisticas mensuales: un registro por mes y filial. Por
      * moneda (P, D, E) y por modalidad, en el orden de DIARIO
      * (T R D E I S P C N X Y G F W), la cantidad y el importe de
      * los movimientos del mes; despues el saldo de cierre de la
      * moneda. Origen del saldo: R resumen mensual, M movimientos.
       FD  ESTADISTICAS.
       01  est-reg.
           03 est-periodo pic 9(6).
           03 est-filial pic 9(2).
           03 est-datos.
               05 est-activos pic s9(5).
               05 est-altas pic 9(5).
               05 est-bajas pic 9(5).
               05 est-origen pic x.
               05 est-moneda OCCURS 3 TIMES.
                   07 est-modal OCCURS 14 TIMES.
                       09 est-cant pic 9(7).
                       09 est-importe pic s9(11)v99.
                   07 est-saldo pic s9(11)v99.
       FD  ESTADISTICAS-NUEVO.
       01  estn-reg pic x(903).
       FD  REPORTE.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  w-soc-status pic xx.
       01  w-his-status pic xx.
       01  w-mae-status pic xx.
       01  w-fil-status pic xx.
       01  w-aud-status pic xx.
       01  w-res-status pic xx.
       01  w-cot-status pic xx.
       01  w-est-status pic xx.
       01  w-flag-eof pic 9.
       01  w-periodo pic 9(6).
       01  w-fecha-hoy pic 9(8).
       01  w-per-trab.
           03 w-per-anio pic 9(4).
           03 w-per-mes pic 9(2).
       01  w-fec-mov.
           03 w-fec-per pic 9(6).
           03 w-fec-dia pic 9(2).
       01  w-fec-mov-r REDEFINES w-fec-mov pic 9(8).
       01  w-mov-filial pic 9(2).
       01  w-mov-modalidad pic x.
       01  w-mov-moneda pic x.
       01  w-mov-importe pic s9(8)v99.
       01  w-aud-tipo pic x.
       01  w-per-idx pic 9.
       01  w-cmp-idx pic 9.
       01  w-fil-idx pic 999.
       01  w-fil-cod pic 99.
       01  w-mon-idx pic 9.
       01  w-mod-idx pic 99.
       01  w-cot-idx pic 999.
       01  w-cant-cot pic 999 value zeros.
       01  w-cont-sin-cot pic 9 value zeros.
       01  w-cant-calc pic 9 value zeros.
       01  w-cant-est pic 9 value zeros.
       01  w-cant-paginas pic 999 value zeros.
       01  w-cant-grabados pic 9(5) value zeros.
       01  w-cant-leidos pic 9(7) value zeros.
       01  w-hay-dato pic 9.
       01  w-imp-conv pic s9(13)v99.
       01  w-var-base pic s9(13)v99.
       01  w-var-pct pic s9(4)v9.
       01  w-var-ed pic -zzz9,9.
       01  w-var-txt pic x(7).
       01  w-fila-concepto pic x(16).
       01  tabla-fila.
           03 tfi-valor pic s9(13)v99 OCCURS 3 TIMES.
      * Los tres meses del tablero: 1 el pedido, 2 el anterior y 3 el
      * mismo mes del anio anterior, con su fin de mes para comparar
      * fechas, si hay que calcularlo, si estaba en las estadisticas,
      * si archResSal.dat tenia ese ciclo y la cotizacion de cada
      * moneda al cierre.
       01  tabla-periodos.
           03 tp-entrada OCCURS 3 TIMES.
               05 tp-periodo pic 9(6).
               05 tp-fin pic 9(8).
               05 tp-calcular pic 9.
               05 tp-en-est pic 9.
               05 tp-res pic 9.
               05 tp-cerrado pic 9.
               05 tp-tasa pic 9(6)v9(4) OCCURS 3 TIMES.
       01  tabla-estadistica.
           03 te-periodo OCCURS 3 TIMES.
               05 te-filial OCCURS 99 TIMES.
                   07 te-hay pic 9.
                   07 te-datos.
                       09 te-activos pic s9(5).
                       09 te-altas pic 9(5).
                       09 te-bajas pic 9(5).
                       09 te-origen pic x.
                       09 te-moneda OCCURS 3 TIMES.
                           11 te-modal OCCURS 14 TIMES.
                               13 te-cant pic 9(7).
                               13 te-importe pic s9(11)v99.
                           11 te-saldo pic s9(11)v99.
      * Saldos de cierre de archResSal.dat sumados por filial.
       01  tabla-resumen.
           03 tr-periodo OCCURS 3 TIMES.
               05 tr-filial OCCURS 99 TIMES.
                   07 tr-saldo pic s9(11)v99 OCCURS 3 TIMES.
      * Cifras de todas las filiales, con los importes en pesos.
       01  tabla-consolidado.
           03 tc-periodo OCCURS 3 TIMES.
               05 tc-activos pic s9(7).
               05 tc-altas pic 9(7).
               05 tc-bajas pic 9(7).
               05 tc-cant pic 9(9) OCCURS 14 TIMES.
               05 tc-importe pic s9(13)v99 OCCURS 14 TIMES.
               05 tc-neto pic s9(13)v99.
               05 tc-interes pic s9(13)v99.
               05 tc-saldo pic s9(13)v99.
       01  tabla-filiales.
           03 tf-nombre pic x(15) OCCURS 99 TIMES.
       01  w-tabla-cotizaciones.
           03 w-cot-entrada OCCURS 200 TIMES.
               05 w-cot-t-moneda pic x.
               05 w-cot-t-fecha pic 9(8).
               05 w-cot-t-tasa pic 9(6)v9(4).
       01  w-cot-fecha-uso pic 9(8).
       01  tabla-monedas.
           03 filler pic x(9) value "PPESOS".
           03 filler pic x(9) value "DDOLARES".
           03 filler pic x(9) value "EEUROS".
       01  tabla-monedas-r REDEFINES tabla-monedas.
           03 mon-entrada OCCURS 3 TIMES.
               05 mon-codigo pic x.
               05 mon-nombre pic x(8).
      * Modalidades en el orden de DIARIO, con el signo que les da
      * SALDOS (G es la diferencia de cambio, que no mueve saldos).
       01  tabla-modalidades.
           03 filler pic x(17) value "T+TRANSFERENCIAS".
           03 filler pic x(17) value "R-REVERSAS".
           03 filler pic x(17) value "D+DEPOSITOS".
           03 filler pic x(17) value "E-EXTRACCIONES".
           03 filler pic x(17) value "I+INTERESES".
           03 filler pic x(17) value "S-TRANSF.ENVIADAS".
           03 filler pic x(17) value "P+PRESTAMOS".
           03 filler pic x(17) value "C-CUOTAS CAPITAL".
           03 filler pic x(17) value "N-CUOTAS INTERES".
           03 filler pic x(17) value "X-CAMBIO ENTREGA".
           03 filler pic x(17) value "Y+CAMBIO RECIBE".
           03 filler pic x(17) value "G DIF. DE CAMBIO".
           03 filler pic x(17) value "F-COMISIONES".
           03 filler pic x(17) value "W-RETENCIONES".
       01  tabla-modalidades-r REDEFINES tabla-modalidades.
           03 tm-entrada OCCURS 14 TIMES.
               05 tm-codigo pic x.
               05 tm-signo pic x.
               05 tm-nombre pic x(15).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(19) value spaces.
           03 filler pic x(35) value
               "TABLERO GERENCIAL MENSUAL - PERIODO".
           03 filler pic x value space.
           03 l-sub-mes pic 99.
           03 filler pic x value "/".
           03 l-sub-anio pic 9(4).
           03 filler pic x(18) value spaces.
       01  lin-pagina.
           03 filler pic x(28) value spaces.
           03 l-pag-texto pic x(8).
           03 l-pag-cod pic x(2).
           03 l-pag-guion pic x.
           03 l-pag-nombre pic x(20).
           03 filler pic x(21) value spaces.
       01  lin-cabecera.
           03 filler pic x(17) value "CONCEPTO".
           03 filler pic x(8) value spaces.
           03 l-cab-mes-1 pic 99.
           03 filler pic x value "/".
           03 l-cab-anio-1 pic 9(4).
           03 filler pic x(9) value spaces.
           03 l-cab-mes-2 pic 99.
           03 filler pic x value "/".
           03 l-cab-anio-2 pic 9(4).
           03 filler pic x(9) value "   VAR %".
           03 filler pic x(8) value spaces.
           03 l-cab-mes-3 pic 99.
           03 filler pic x value "/".
           03 l-cab-anio-3 pic 9(4).
           03 filler pic x(8) value "   VAR %".
       01  lin-seccion.
           03 filler pic x(2) value spaces.
           03 l-sec-texto pic x(40).
           03 filler pic x(38) value spaces.
       01  lin-cant.
           03 l-c-concepto pic x(16).
           03 filler pic x(5) value spaces.
           03 l-c-val-1 pic zzz.zzz.zz9.
           03 filler pic x(5) value spaces.
           03 l-c-val-2 pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-c-var-2 pic x(7).
           03 filler pic x(5) value spaces.
           03 l-c-val-3 pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-c-var-3 pic x(7).
       01  lin-imp.
           03 l-i-concepto pic x(16).
           03 filler pic x value space.
           03 l-i-val-1 pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-i-val-2 pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-i-var-2 pic x(7).
           03 filler pic x value space.
           03 l-i-val-3 pic -zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-i-var-3 pic x(7).
       01  lin-origen.
           03 filler pic x(20) value "SALDO DE CIERRE:".
           03 l-ori-entrada OCCURS 3 TIMES.
               05 l-ori-mes pic 99.
               05 filler pic x value "/".
               05 l-ori-anio pic 9(4).
               05 filler pic x value space.
               05 l-ori-tipo pic x(11).
               05 filler pic x value space.
       01  lin-tasa.
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "COTIZACIONES AL ".
           03 l-tasa-mes pic 99.
           03 filler pic x value "/".
           03 l-tasa-anio pic 9(4).
           03 filler pic x(10) value ": DOLARES ".
           03 l-tasa-dolar pic zzz.zz9,9999.
           03 filler pic x(8) value "  EUROS ".
           03 l-tasa-euro pic zzz.zz9,9999.
           03 filler pic x(13) value spaces.
       01  lin-sin-cot.
           03 filler pic x(14) value "*** ATENCION: ".
           03 l-cont-sin-cot pic 9.
           03 filler pic x(52) value " cotizacion(es) faltantes al "-
           "cierre, a la par ***".
           03 filler pic x(13) value spaces.
       01  lin-blanco pic x(80) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ESTADISTICAS.
           IF w-cant-calc > ZERO
               PERFORM 300-CALCULAR-MESES
               PERFORM 950-GRABAR-ESTADISTICAS
           END-IF.
           PERFORM 150-CARGAR-COTIZACIONES.
           PERFORM 500-CONSOLIDAR.
           OPEN OUTPUT REPORTE.
           PERFORM VARYING w-fil-idx FROM 1 BY 1 UNTIL w-fil-idx > 99
               IF te-hay(1, w-fil-idx) = 1
                   OR te-hay(2, w-fil-idx) = 1
                   OR te-hay(3, w-fil-idx) = 1
                   PERFORM 600-PAGINA-FILIAL
               END-IF
           END-PERFORM.
           PERFORM 650-PAGINA-CONSOLIDADA.
           PERFORM 900-FIN.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           DISPLAY "Tablero gerencial mensual comparativo por filial".
           PERFORM 110-TRAER-PERIODO.
           PERFORM 120-VERIF-PERIODO
               UNTIL w-per-anio > 1900
               AND w-per-mes >= 1 AND w-per-mes <= 12.
           INITIALIZE tabla-periodos.
           INITIALIZE tabla-estadistica.
           INITIALIZE tabla-resumen.
           INITIALIZE tabla-consolidado.
           MOVE w-periodo TO tp-periodo(1).
           IF w-per-mes = 1
               COMPUTE tp-periodo(2) = (w-per-anio - 1) * 100 + 12
           ELSE
               COMPUTE tp-periodo(2) = w-periodo - 1
           END-IF.
           COMPUTE tp-periodo(3) = w-periodo - 100.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               COMPUTE tp-fin(w-per-idx) = tp-periodo(w-per-idx) * 100
                   + 31
               IF tp-fin(w-per-idx) < w-fecha-hoy
                   MOVE 1 TO tp-cerrado(w-per-idx)
               END-IF
           END-PERFORM.
           PERFORM 130-CARGAR-FILIALES.

       110-TRAER-PERIODO.
           DISPLAY "Ingrese el mes del tablero (AAAAMM)".
           ACCEPT w-periodo.
           MOVE w-periodo TO w-per-trab.

       120-VERIF-PERIODO.
           DISPLAY "Error! Mes invalido".
           PERFORM 110-TRAER-PERIODO.
      *-----------------------------------------------------------------
      * Nombres de las filiales en memoria, por codigo, salteando el
      * registro de control con marca Z que deja GRABAR-FIL.
      *-----------------------------------------------------------------
       130-CARGAR-FILIALES.
           MOVE SPACES TO tabla-filiales.
           OPEN INPUT FILIALES.
           IF w-fil-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ FILIALES AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND fil-codigo IS NUMERIC
                       AND fil-codigo > ZERO
                       MOVE fil-nombre TO tf-nombre(fil-codigo)
                   END-IF
               END-PERFORM
               CLOSE FILIALES
           END-IF.
      *-----------------------------------------------------------------
      * Cotizacion de dolares y euros al cierre de cada mes del
      * tablero: la de fecha mas alta que no supere el fin de mes. Sin
      * cotizacion la moneda consolida a la par y queda la advertencia
      * en la pagina consolidada.
      *-----------------------------------------------------------------
       150-CARGAR-COTIZACIONES.
           MOVE ZERO TO w-cant-cot.
           OPEN INPUT COTIZACIONES.
           IF w-cot-status NOT = "00"
               DISPLAY "No hay maestro de cotizaciones, se "-
                   "consolida a la par"
           ELSE
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1 OR w-cant-cot >= 200
                   READ COTIZACIONES AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND cot-moneda NOT = "Z"
                       ADD 1 TO w-cant-cot
                       MOVE cot-moneda TO w-cot-t-moneda(w-cant-cot)
                       MOVE cot-fecha TO w-cot-t-fecha(w-cant-cot)
                       MOVE cot-tasa TO w-cot-t-tasa(w-cant-cot)
                   END-IF
               END-PERFORM
               CLOSE COTIZACIONES
           END-IF.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE 1 TO tp-tasa(w-per-idx, 1)
               PERFORM VARYING w-mon-idx FROM 2 BY 1
                   UNTIL w-mon-idx > 3
                   PERFORM 155-BUSCAR-COTIZACION
               END-PERFORM
           END-PERFORM.

       155-BUSCAR-COTIZACION.
           MOVE ZERO TO tp-tasa(w-per-idx, w-mon-idx).
           MOVE ZERO TO w-cot-fecha-uso.
           PERFORM VARYING w-cot-idx FROM 1 BY 1
               UNTIL w-cot-idx > w-cant-cot
               IF w-cot-t-moneda(w-cot-idx) = mon-codigo(w-mon-idx)
                   AND w-cot-t-fecha(w-cot-idx) <= tp-fin(w-per-idx)
                   AND w-cot-t-fecha(w-cot-idx) >= w-cot-fecha-uso
                   MOVE w-cot-t-fecha(w-cot-idx) TO w-cot-fecha-uso
                   MOVE w-cot-t-tasa(w-cot-idx)
                       TO tp-tasa(w-per-idx, w-mon-idx)
               END-IF
           END-PERFORM.
           IF tp-tasa(w-per-idx, w-mon-idx) = ZERO
               ADD 1 TO w-cont-sin-cot
               MOVE 1 TO tp-tasa(w-per-idx, w-mon-idx)
           END-IF.
      *-----------------------------------------------------------------
      * Carga de archEst.dat los meses de comparacion ya guardados. El
      * mes pedido se recalcula siempre, y los de comparacion solo si
      * no estan guardados.
      *-----------------------------------------------------------------
       200-LEER-ESTADISTICAS.
           OPEN INPUT ESTADISTICAS.
           IF w-est-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ ESTADISTICAS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND est-filial > ZERO
                       PERFORM 210-TOMAR-ESTADISTICA
                   END-IF
               END-PERFORM
               CLOSE ESTADISTICAS
           END-IF.
           IF tp-en-est(1) = 1
               DISPLAY "El mes pedido ya estaba en las estadisticas, "-
                   "se recalcula"
           END-IF.
           MOVE 1 TO tp-calcular(1).
           MOVE 1 TO w-cant-calc.
           PERFORM VARYING w-per-idx FROM 2 BY 1 UNTIL w-per-idx > 3
               IF tp-en-est(w-per-idx) = 1
                   ADD 1 TO w-cant-est
               ELSE
                   MOVE 1 TO tp-calcular(w-per-idx)
                   ADD 1 TO w-cant-calc
               END-IF
           END-PERFORM.

       210-TOMAR-ESTADISTICA.
           IF est-periodo = tp-periodo(1)
               MOVE 1 TO tp-en-est(1)
           END-IF.
           PERFORM VARYING w-per-idx FROM 2 BY 1 UNTIL w-per-idx > 3
               IF est-periodo = tp-periodo(w-per-idx)
                   MOVE 1 TO tp-en-est(w-per-idx)
                   MOVE 1 TO te-hay(w-per-idx, est-filial)
                   MOVE est-datos TO te-datos(w-per-idx, est-filial)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Calculo de los meses que faltan, todos en la misma pasada por
      * cada archivo: movimientos archivados y vigentes, maestro de
      * socios, diario de auditoria y saldos del resumen mensual.
      *-----------------------------------------------------------------
       300-CALCULAR-MESES.
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       MOVE hist-filial TO w-mov-filial
                       MOVE hist-fecha TO w-fec-mov-r
                       MOVE hist-modalidad TO w-mov-modalidad
                       MOVE hist-moneda TO w-mov-moneda
                       MOVE hist-importe TO w-mov-importe
                       PERFORM 310-ACUMULAR-MOVIMIENTO
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
                       MOVE soc-filial TO w-mov-filial
                       MOVE soc-fecha TO w-fec-mov-r
                       MOVE soc-modalidad TO w-mov-modalidad
                       MOVE soc-moneda TO w-mov-moneda
                       MOVE soc-importe TO w-mov-importe
                       PERFORM 310-ACUMULAR-MOVIMIENTO
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.
           PERFORM 320-CONTAR-ACTIVOS.
           PERFORM 330-ALTAS-Y-BAJAS.
           PERFORM 340-SALDOS-RESUMEN.
      *-----------------------------------------------------------------
      * El movimiento del mes suma a la cantidad y al importe de su
      * modalidad y moneda; todo movimiento hasta el fin de mes entra
      * con su signo en el saldo de cierre reconstruido.
      *-----------------------------------------------------------------
       310-ACUMULAR-MOVIMIENTO.
           ADD 1 TO w-cant-leidos.
           EVALUATE w-mov-modalidad
               WHEN "T" MOVE 1 TO w-mod-idx
               WHEN "R" MOVE 2 TO w-mod-idx
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
           EVALUATE w-mov-moneda
               WHEN "P" MOVE 1 TO w-mon-idx
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mov-filial > ZERO AND w-mon-idx > ZERO
               AND w-mod-idx > ZERO
               PERFORM VARYING w-per-idx FROM 1 BY 1
                   UNTIL w-per-idx > 3
                   IF tp-calcular(w-per-idx) = 1
                       PERFORM 315-ACUMULAR-PERIODO
                   END-IF
               END-PERFORM
           END-IF.

       315-ACUMULAR-PERIODO.
           IF w-fec-per = tp-periodo(w-per-idx)
               MOVE 1 TO te-hay(w-per-idx, w-mov-filial)
               ADD 1 TO te-cant(w-per-idx, w-mov-filial, w-mon-idx,
                   w-mod-idx)
               ADD w-mov-importe TO te-importe(w-per-idx,
                   w-mov-filial, w-mon-idx, w-mod-idx)
           END-IF.
           IF w-fec-mov-r <= tp-fin(w-per-idx)
               MOVE 1 TO te-hay(w-per-idx, w-mov-filial)
               IF tm-signo(w-mod-idx) = "+"
                   ADD w-mov-importe TO te-saldo(w-per-idx,
                       w-mov-filial, w-mon-idx)
               END-IF
               IF tm-signo(w-mod-idx) = "-"
                   SUBTRACT w-mov-importe FROM te-saldo(w-per-idx,
                       w-mov-filial, w-mon-idx)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Socios no dados de baja del maestro (activos y dormidos), que
      * son los de hoy: 330 los lleva al cierre de cada mes.
      *-----------------------------------------------------------------
       320-CONTAR-ACTIVOS.
           OPEN INPUT MAESTRO.
           IF w-mae-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ MAESTRO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND mae-socio IS NUMERIC
                       AND mae-filial > ZERO
                       AND mae-estado NOT = "I"
                       PERFORM VARYING w-per-idx FROM 1 BY 1
                           UNTIL w-per-idx > 3
                           IF tp-calcular(w-per-idx) = 1
                               MOVE 1 TO te-hay(w-per-idx, mae-filial)
                               ADD 1 TO te-activos(w-per-idx,
                                   mae-filial)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.
      *-----------------------------------------------------------------
      * Altas (GRABAR-MAE A) y bajas (GRABAR-MAE B y cierres de cuenta
      * de CERRAR-CTA C) del diario de auditoria: las del mes se
      * cuentan, y las posteriores al fin de mes se deshacen sobre los
      * activos de hoy para tener los activos al cierre de ese mes.
      *-----------------------------------------------------------------
       330-ALTAS-Y-BAJAS.
           OPEN INPUT AUDITORIA.
           IF w-aud-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ AUDITORIA AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       PERFORM 335-CLASIFICAR-AUDITORIA
                   END-IF
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

       335-CLASIFICAR-AUDITORIA.
           MOVE SPACE TO w-aud-tipo.
           IF aud-programa = "GRABAR-MAE" AND aud-accion = "A"
               MOVE "A" TO w-aud-tipo
           END-IF.
           IF (aud-programa = "GRABAR-MAE" AND aud-accion = "B")
               OR (aud-programa = "CERRAR-CTA" AND aud-accion = "C")
               MOVE "B" TO w-aud-tipo
           END-IF.
           IF w-aud-tipo NOT = SPACE
               AND aud-filial IS NUMERIC AND aud-filial > ZERO
               MOVE aud-fecha TO w-fec-mov-r
               PERFORM VARYING w-per-idx FROM 1 BY 1
                   UNTIL w-per-idx > 3
                   IF tp-calcular(w-per-idx) = 1
                       PERFORM 336-APLICAR-AUDITORIA
                   END-IF
               END-PERFORM
           END-IF.

       336-APLICAR-AUDITORIA.
           IF w-fec-per = tp-periodo(w-per-idx)
               MOVE 1 TO te-hay(w-per-idx, aud-filial)
               IF w-aud-tipo = "A"
                   ADD 1 TO te-altas(w-per-idx, aud-filial)
               ELSE
                   ADD 1 TO te-bajas(w-per-idx, aud-filial)
               END-IF
           END-IF.
           IF w-fec-mov-r > tp-fin(w-per-idx)
               IF w-aud-tipo = "A"
                   SUBTRACT 1 FROM te-activos(w-per-idx, aud-filial)
               ELSE
                   ADD 1 TO te-activos(w-per-idx, aud-filial)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Si archResSal.dat guarda el ciclo de un mes calculado, el
      * saldo de cierre es el del resumen mensual; si no, queda el
      * reconstruido con los movimientos.
      *-----------------------------------------------------------------
       340-SALDOS-RESUMEN.
           OPEN INPUT SALDOS-RES.
           IF w-res-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ SALDOS-RES AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND res-filial IS NUMERIC
                       AND res-filial > ZERO
                       PERFORM VARYING w-per-idx FROM 1 BY 1
                           UNTIL w-per-idx > 3
                           IF tp-calcular(w-per-idx) = 1
                               AND res-ciclo = tp-periodo(w-per-idx)
                               PERFORM 345-SUMAR-RESUMEN
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE SALDOS-RES
           END-IF.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               IF tp-calcular(w-per-idx) = 1
                   PERFORM VARYING w-fil-idx FROM 1 BY 1
                       UNTIL w-fil-idx > 99
                       PERFORM 346-SALDO-FILIAL
                   END-PERFORM
               END-IF
           END-PERFORM.

       345-SUMAR-RESUMEN.
           MOVE 1 TO tp-res(w-per-idx).
           MOVE 1 TO te-hay(w-per-idx, res-filial).
           ADD res-sal-pesos TO tr-saldo(w-per-idx, res-filial, 1).
           ADD res-sal-dolares TO tr-saldo(w-per-idx, res-filial, 2).
           ADD res-sal-euros TO tr-saldo(w-per-idx, res-filial, 3).

       346-SALDO-FILIAL.
           IF tp-res(w-per-idx) = 1
               MOVE "R" TO te-origen(w-per-idx, w-fil-idx)
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   MOVE tr-saldo(w-per-idx, w-fil-idx, w-mon-idx)
                       TO te-saldo(w-per-idx, w-fil-idx, w-mon-idx)
               END-PERFORM
           ELSE
               MOVE "M" TO te-origen(w-per-idx, w-fil-idx)
           END-IF.
      *-----------------------------------------------------------------
      * Suma las filiales de cada mes, con los importes pasados a
      * pesos a la cotizacion del cierre de ese mes.
      *-----------------------------------------------------------------
       500-CONSOLIDAR.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               PERFORM VARYING w-fil-idx FROM 1 BY 1
                   UNTIL w-fil-idx > 99
                   IF te-hay(w-per-idx, w-fil-idx) = 1
                       PERFORM 510-SUMAR-FILIAL
                   END-IF
               END-PERFORM
           END-PERFORM.

       510-SUMAR-FILIAL.
           ADD te-activos(w-per-idx, w-fil-idx)
               TO tc-activos(w-per-idx).
           ADD te-altas(w-per-idx, w-fil-idx) TO tc-altas(w-per-idx).
           ADD te-bajas(w-per-idx, w-fil-idx) TO tc-bajas(w-per-idx).
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               PERFORM VARYING w-mod-idx FROM 1 BY 1
                   UNTIL w-mod-idx > 14
                   PERFORM 515-SUMAR-MODALIDAD
               END-PERFORM
               COMPUTE w-imp-conv ROUNDED =
                   te-saldo(w-per-idx, w-fil-idx, w-mon-idx)
                   * tp-tasa(w-per-idx, w-mon-idx)
               ADD w-imp-conv TO tc-saldo(w-per-idx)
           END-PERFORM.

       515-SUMAR-MODALIDAD.
           ADD te-cant(w-per-idx, w-fil-idx, w-mon-idx, w-mod-idx)
               TO tc-cant(w-per-idx, w-mod-idx).
           COMPUTE w-imp-conv ROUNDED =
               te-importe(w-per-idx, w-fil-idx, w-mon-idx, w-mod-idx)
               * tp-tasa(w-per-idx, w-mon-idx).
           ADD w-imp-conv TO tc-importe(w-per-idx, w-mod-idx).
           IF tm-signo(w-mod-idx) = "+"
               ADD w-imp-conv TO tc-neto(w-per-idx)
           END-IF.
           IF tm-signo(w-mod-idx) = "-"
               SUBTRACT w-imp-conv FROM tc-neto(w-per-idx)
           END-IF.
           IF tm-codigo(w-mod-idx) = "I"
               ADD w-imp-conv TO tc-interes(w-per-idx)
           END-IF.
      *-----------------------------------------------------------------
      * Pagina de una filial: socios y, por cada moneda con
      * movimientos o saldo en alguno de los tres meses, cantidad e
      * importe por modalidad, neto, intereses y saldo de cierre.
      *-----------------------------------------------------------------
       600-PAGINA-FILIAL.
           ADD 1 TO w-cant-paginas.
           MOVE "FILIAL: " TO l-pag-texto.
           MOVE w-fil-idx TO w-fil-cod.
           MOVE w-fil-cod TO l-pag-cod.
           MOVE "-" TO l-pag-guion.
           MOVE tf-nombre(w-fil-idx) TO l-pag-nombre.
           PERFORM 690-ENCABEZADO.
           PERFORM 605-SOCIOS-FILIAL.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               PERFORM 610-BLOQUE-MONEDA
           END-PERFORM.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tp-periodo(w-per-idx) TO w-per-trab
               MOVE w-per-mes TO l-ori-mes(w-per-idx)
               MOVE w-per-anio TO l-ori-anio(w-per-idx)
               EVALUATE te-origen(w-per-idx, w-fil-idx)
                   WHEN "R" MOVE "RESUMEN MES" TO l-ori-tipo(w-per-idx)
                   WHEN "M" MOVE "MOVIMIENTOS" TO l-ori-tipo(w-per-idx)
                   WHEN OTHER MOVE "SIN DATOS" TO l-ori-tipo(w-per-idx)
               END-EVALUATE
           END-PERFORM.
           DISPLAY lin-blanco.
           WRITE rep-linea FROM lin-blanco.
           DISPLAY lin-origen.
           WRITE rep-linea FROM lin-origen.

       605-SOCIOS-FILIAL.
           MOVE "SOCIOS" TO l-sec-texto.
           DISPLAY lin-seccion.
           WRITE rep-linea FROM lin-seccion.
           MOVE "ACTIVOS" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE te-activos(w-per-idx, w-fil-idx)
                   TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 700-FILA-CANTIDAD.
           MOVE "ALTAS DEL MES" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE te-altas(w-per-idx, w-fil-idx)
                   TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 700-FILA-CANTIDAD.
           MOVE "BAJAS DEL MES" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE te-bajas(w-per-idx, w-fil-idx)
                   TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 700-FILA-CANTIDAD.

       610-BLOQUE-MONEDA.
           MOVE ZERO TO w-hay-dato.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               IF te-saldo(w-per-idx, w-fil-idx, w-mon-idx) NOT = ZERO
                   MOVE 1 TO w-hay-dato
               END-IF
               PERFORM VARYING w-mod-idx FROM 1 BY 1
                   UNTIL w-mod-idx > 14
                   IF te-cant(w-per-idx, w-fil-idx, w-mon-idx,
                       w-mod-idx) NOT = ZERO
                       MOVE 1 TO w-hay-dato
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF w-hay-dato = 1
               MOVE SPACES TO l-sec-texto
               STRING "MOVIMIENTOS EN " DELIMITED BY SIZE
                   mon-nombre(w-mon-idx) DELIMITED BY SPACE
                   INTO l-sec-texto
               END-STRING
               DISPLAY lin-seccion
               WRITE rep-linea FROM lin-seccion
               PERFORM VARYING w-mod-idx FROM 1 BY 1
                   UNTIL w-mod-idx > 14
                   PERFORM 615-MODALIDAD-FILIAL
               END-PERFORM
               PERFORM 620-TOTALES-MONEDA
           END-IF.

       615-MODALIDAD-FILIAL.
           MOVE ZERO TO w-hay-dato.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE te-cant(w-per-idx, w-fil-idx, w-mon-idx, w-mod-idx)
                   TO tfi-valor(w-per-idx)
               IF tfi-valor(w-per-idx) NOT = ZERO
                   MOVE 1 TO w-hay-dato
               END-IF
           END-PERFORM.
           IF w-hay-dato = 1
               MOVE tm-nombre(w-mod-idx) TO w-fila-concepto
               PERFORM 700-FILA-CANTIDAD
               MOVE "  IMPORTE" TO w-fila-concepto
               PERFORM VARYING w-per-idx FROM 1 BY 1
                   UNTIL w-per-idx > 3
                   MOVE te-importe(w-per-idx, w-fil-idx, w-mon-idx,
                       w-mod-idx) TO tfi-valor(w-per-idx)
               END-PERFORM
               PERFORM 710-FILA-IMPORTE
           END-IF.

       620-TOTALES-MONEDA.
           MOVE "NETO DEL MES" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE ZERO TO tfi-valor(w-per-idx)
               PERFORM VARYING w-mod-idx FROM 1 BY 1
                   UNTIL w-mod-idx > 14
                   IF tm-signo(w-mod-idx) = "+"
                       ADD te-importe(w-per-idx, w-fil-idx, w-mon-idx,
                           w-mod-idx) TO tfi-valor(w-per-idx)
                   END-IF
                   IF tm-signo(w-mod-idx) = "-"
                       SUBTRACT te-importe(w-per-idx, w-fil-idx,
                           w-mon-idx, w-mod-idx)
                           FROM tfi-valor(w-per-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 710-FILA-IMPORTE.
           MOVE "INTERESES ACRED." TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE te-importe(w-per-idx, w-fil-idx, w-mon-idx, 5)
                   TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 710-FILA-IMPORTE.
           MOVE "SALDO DE CIERRE" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE te-saldo(w-per-idx, w-fil-idx, w-mon-idx)
                   TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 710-FILA-IMPORTE.
      *-----------------------------------------------------------------
      * Pagina consolidada: todas las filiales, importes en pesos.
      *-----------------------------------------------------------------
       650-PAGINA-CONSOLIDADA.
           ADD 1 TO w-cant-paginas.
           MOVE SPACES TO l-pag-texto.
           MOVE SPACES TO l-pag-cod.
           MOVE SPACE TO l-pag-guion.
           MOVE "CONSOLIDADO EN PESOS" TO l-pag-nombre.
           PERFORM 690-ENCABEZADO.
           MOVE "SOCIOS" TO l-sec-texto.
           DISPLAY lin-seccion.
           WRITE rep-linea FROM lin-seccion.
           MOVE "ACTIVOS" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-activos(w-per-idx) TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 700-FILA-CANTIDAD.
           MOVE "ALTAS DEL MES" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-altas(w-per-idx) TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 700-FILA-CANTIDAD.
           MOVE "BAJAS DEL MES" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-bajas(w-per-idx) TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 700-FILA-CANTIDAD.
           MOVE "MOVIMIENTOS EN PESOS (TODAS LAS MONEDAS)"
               TO l-sec-texto.
           DISPLAY lin-seccion.
           WRITE rep-linea FROM lin-seccion.
           PERFORM VARYING w-mod-idx FROM 1 BY 1 UNTIL w-mod-idx > 14
               PERFORM 655-MODALIDAD-CONSOLIDADA
           END-PERFORM.
           MOVE "NETO DEL MES" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-neto(w-per-idx) TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 710-FILA-IMPORTE.
           MOVE "INTERESES ACRED." TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-interes(w-per-idx) TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 710-FILA-IMPORTE.
           MOVE "SALDO DE CIERRE" TO w-fila-concepto.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-saldo(w-per-idx) TO tfi-valor(w-per-idx)
           END-PERFORM.
           PERFORM 710-FILA-IMPORTE.
           DISPLAY lin-blanco.
           WRITE rep-linea FROM lin-blanco.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tp-periodo(w-per-idx) TO w-per-trab
               MOVE w-per-mes TO l-tasa-mes
               MOVE w-per-anio TO l-tasa-anio
               MOVE tp-tasa(w-per-idx, 2) TO l-tasa-dolar
               MOVE tp-tasa(w-per-idx, 3) TO l-tasa-euro
               DISPLAY lin-tasa
               WRITE rep-linea FROM lin-tasa
           END-PERFORM.
           IF w-cont-sin-cot > ZERO
               MOVE w-cont-sin-cot TO l-cont-sin-cot
               DISPLAY lin-sin-cot
               WRITE rep-linea FROM lin-sin-cot
           END-IF.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.

       655-MODALIDAD-CONSOLIDADA.
           MOVE ZERO TO w-hay-dato.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               MOVE tc-cant(w-per-idx, w-mod-idx)
                   TO tfi-valor(w-per-idx)
               IF tfi-valor(w-per-idx) NOT = ZERO
                   MOVE 1 TO w-hay-dato
               END-IF
           END-PERFORM.
           IF w-hay-dato = 1
               MOVE tm-nombre(w-mod-idx) TO w-fila-concepto
               PERFORM 700-FILA-CANTIDAD
               MOVE "  IMPORTE" TO w-fila-concepto
               PERFORM VARYING w-per-idx FROM 1 BY 1
                   UNTIL w-per-idx > 3
                   MOVE tc-importe(w-per-idx, w-mod-idx)
                       TO tfi-valor(w-per-idx)
               END-PERFORM
               PERFORM 710-FILA-IMPORTE
           END-IF.

       690-ENCABEZADO.
           MOVE tp-periodo(1) TO w-per-trab.
           MOVE w-per-mes TO l-sub-mes.
           MOVE w-per-anio TO l-sub-anio.
           MOVE w-per-mes TO l-cab-mes-1.
           MOVE w-per-anio TO l-cab-anio-1.
           MOVE tp-periodo(2) TO w-per-trab.
           MOVE w-per-mes TO l-cab-mes-2.
           MOVE w-per-anio TO l-cab-anio-2.
           MOVE tp-periodo(3) TO w-per-trab.
           MOVE w-per-mes TO l-cab-mes-3.
           MOVE w-per-anio TO l-cab-anio-3.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-pagina.
           WRITE rep-linea FROM lin-pagina.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-cabecera.
           WRITE rep-linea FROM lin-cabecera.
      *-----------------------------------------------------------------
      * Filas del tablero: el valor de los tres meses y la variacion
      * del mes pedido contra cada uno de los otros dos.
      *-----------------------------------------------------------------
       700-FILA-CANTIDAD.
           MOVE w-fila-concepto TO l-c-concepto.
           MOVE tfi-valor(1) TO l-c-val-1.
           MOVE tfi-valor(2) TO l-c-val-2.
           MOVE tfi-valor(3) TO l-c-val-3.
           MOVE 2 TO w-cmp-idx.
           PERFORM 720-VARIACION.
           MOVE w-var-txt TO l-c-var-2.
           MOVE 3 TO w-cmp-idx.
           PERFORM 720-VARIACION.
           MOVE w-var-txt TO l-c-var-3.
           DISPLAY lin-cant.
           WRITE rep-linea FROM lin-cant.

       710-FILA-IMPORTE.
           MOVE w-fila-concepto TO l-i-concepto.
           MOVE tfi-valor(1) TO l-i-val-1.
           MOVE tfi-valor(2) TO l-i-val-2.
           MOVE tfi-valor(3) TO l-i-val-3.
           MOVE 2 TO w-cmp-idx.
           PERFORM 720-VARIACION.
           MOVE w-var-txt TO l-i-var-2.
           MOVE 3 TO w-cmp-idx.
           PERFORM 720-VARIACION.
           MOVE w-var-txt TO l-i-var-3.
           DISPLAY lin-imp.
           WRITE rep-linea FROM lin-imp.
      *-----------------------------------------------------------------
      * Crecimiento porcentual del mes pedido sobre el de comparacion,
      * tomando el valor absoluto de la base para que un saldo
      * negativo que mejora de como resultado un crecimiento. Sin
      * base no hay porcentaje (N/D), salvo que los dos sean cero.
      *-----------------------------------------------------------------
       720-VARIACION.
           MOVE tfi-valor(w-cmp-idx) TO w-var-base.
           IF w-var-base < ZERO
               COMPUTE w-var-base = w-var-base * -1
           END-IF.
           IF w-var-base = ZERO
               IF tfi-valor(1) = ZERO
                   MOVE ZERO TO w-var-ed
                   MOVE w-var-ed TO w-var-txt
               ELSE
                   MOVE "    N/D" TO w-var-txt
               END-IF
           ELSE
               COMPUTE w-var-pct ROUNDED =
                   (tfi-valor(1) - tfi-valor(w-cmp-idx)) * 100
                   / w-var-base
                   ON SIZE ERROR
                       MOVE "  *****" TO w-var-txt
                   NOT ON SIZE ERROR
                       MOVE w-var-pct TO w-var-ed
                       MOVE w-var-ed TO w-var-txt
               END-COMPUTE
           END-IF.

       900-FIN.
           CLOSE REPORTE.
           DISPLAY "Meses calculados de los movimientos: ", w-cant-calc,
               ", tomados de las estadisticas: ", w-cant-est.
           DISPLAY "Se leyeron ", w-cant-leidos, " movimientos y se "-
               "grabaron ", w-cant-grabados, " registros de "-
               "estadisticas".
           DISPLAY "Paginas emitidas: ", w-cant-paginas.
      *-----------------------------------------------------------------
      * Reescribe archEst.dat sin los meses recien calculados y les
      * agrega las cifras nuevas, con el temporal y el mismo
      * reemplazo que RESUMEN-MES usa para archResSal.dat. Un mes que
      * todavia no termino no se graba (y se saca si estaba).
      *-----------------------------------------------------------------
       950-GRABAR-ESTADISTICAS.
           OPEN OUTPUT ESTADISTICAS-NUEVO.
           OPEN INPUT ESTADISTICAS.
           IF w-est-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ ESTADISTICAS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       PERFORM 955-COPIAR-ESTADISTICA
                   END-IF
               END-PERFORM
               CLOSE ESTADISTICAS
           END-IF.
           IF tp-cerrado(1) = ZERO
               DISPLAY "El mes pedido no termino, no se guarda en "-
                   "las estadisticas"
           END-IF.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               IF tp-calcular(w-per-idx) = 1
                   AND tp-cerrado(w-per-idx) = 1
                   PERFORM VARYING w-fil-idx FROM 1 BY 1
                       UNTIL w-fil-idx > 99
                       IF te-hay(w-per-idx, w-fil-idx) = 1
                           MOVE tp-periodo(w-per-idx) TO est-periodo
                           MOVE w-fil-idx TO est-filial
                           MOVE te-datos(w-per-idx, w-fil-idx)
                               TO est-datos
                           WRITE estn-reg FROM est-reg
                           ADD 1 TO w-cant-grabados
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ESTADISTICAS-NUEVO.
           CALL "CBL_DELETE_FILE" USING "..\archEst.dat".
           CALL "CBL_RENAME_FILE" USING "..\archEst.tmp",
               "..\archEst.dat".

       955-COPIAR-ESTADISTICA.
           MOVE ZERO TO w-hay-dato.
           PERFORM VARYING w-per-idx FROM 1 BY 1 UNTIL w-per-idx > 3
               IF tp-calcular(w-per-idx) = 1
                   AND est-periodo = tp-periodo(w-per-idx)
                   MOVE 1 TO w-hay-dato
               END-IF
           END-PERFORM.
           IF w-hay-dato = ZERO
               WRITE estn-reg FROM est-reg
           END-IF.

       END PROGRAM TABLERO-MES.
