      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deteccion y marcado de cuentas dormidas. Recorre el
      *          historico (archSocHist.dat) y el secuencial vigente
      *          (archSoc.dat) y, para cada socio activo del maestro de
      *          socios, se queda con la fecha de su ultimo movimiento
      *          y con el saldo de cada moneda (con el mismo signo por
      *          modalidad que SALDOS). Cuenta como movimiento solo lo
      *          que opera el socio: los intereses que acredita
      *          DEVENGAR-INT con su retencion, los debitos de cuotas
      *          de COBRAR-CUO y los cargos de COBRAR-COM se hacen
      *          solos todos los meses y no sacan a la cuenta de la
      *          inactividad. Los socios cuyo ultimo movimiento es
      *          anterior a la cantidad de meses pedida salen listados
      *          por filial (SORT a archivo de trabajo, igual que
      *          LISTAR-MORA) con su saldo por moneda, por consola y a
      *          listadoDor.dat. Un socio sin ningun movimiento no se
      *          lista: puede ser un alta reciente.
      *          Confirmado el listado, los socios quedan con estado D
      *          (dormida) en el maestro secuencial y en el indexado, y
      *          cada marca se asienta en el diario de auditoria.
      *          GRABAR-SEC pide autorizacion de un supervisor para
      *          operar una cuenta dormida y la reactiva al grabar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCAR-DOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO
               ASSIGN TO "..\archSocHist.dat"
               FILE STATUS IS w-his-status.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat"
               FILE STATUS IS w-soc-status.
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT MAESTRO-TEMP
               ASSIGN TO "..\archSocMae.tmp".
           SELECT MAESTRO-IDX
               ASSIGN TO "..\archSocMaeIdx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mi-socio
               FILE STATUS IS w-idx-status.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
           SELECT REPORTE
               ASSIGN TO "..\listadoDor.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO
               ASSIGN TO "..\dormSort.tmp".
       DATA DIVISION.
       FILE SECTION.
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
       FD  MAESTRO-TEMP.
       01  mae-reg-temp.
           03 maet-socio pic 9(4).
           03 maet-filial pic 9(2).
           03 maet-nombre pic x(20).
           03 maet-estado pic x.
           03 maet-categoria pic x.
           03 maet-exento pic x.
       01  maet-control.
           03 maetc-marca pic x.
           03 maetc-cant pic 9(4).
           03 filler pic x(24).
       FD  MAESTRO-IDX.
       01  mi-reg.
           03 mi-socio pic 9(4).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
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
       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(3).
           03 ope-clave pic x(4).
           03 ope-nombre pic x(20).
           03 ope-nivel pic 9.
       FD  REPORTE.
       01  rep-linea pic x(80).
       SD  TRABAJO.
       01  sort-reg.
           03 sort-filial pic 9(2).
           03 sort-socio pic 9(4).
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-error pic 9 value zeros.
       01  w-flag-maestro pic 9.
       01  w-flag-filiales pic 9.
       01  w-his-status pic xx.
       01  w-soc-status pic xx.
       01  w-idx-status pic xx.
       01  w-ope-status pic xx.
       01  w-operador pic x(3).
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-flag-ope pic 9.
       01  w-confirma pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-ref pic 9(8).
       01  w-fecha-limite pic 9(8).
       01  w-meses pic 9(3).
       01  w-total-meses pic 9(6).
       01  w-idx pic 9(5).
       01  w-mon-idx pic 9.
       01  w-cant-reg pic 9(4).
       01  w-cant-activos pic 9(5) value zeros.
       01  w-cant-dormidas pic 9(5) value zeros.
       01  w-cant-marcadas pic 9(5) value zeros.
       01  w-filial-ant pic 9(2).
       01  w-fil-abierta pic 9.
       01  w-fil-nombre pic x(15).
       01  w-fil-cant pic 9(5).
       01  w-aud-accion pic x.
       01  w-aud-filial pic 9(2).
       01  w-aud-socio pic 9(4).
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       01  w-mov-filial pic 9(2).
       01  w-mov-socio pic 9(4).
       01  w-mov-importe pic s9(8)v99.
       01  w-mov-modalidad pic x.
       01  w-mov-fecha pic 9(8).
       01  w-mov-moneda pic x.
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
      * Un lugar por codigo de socio (el codigo es unico en el
      * maestro): filial, nombre y estado del maestro, fecha del
      * ultimo movimiento propio y saldo por moneda (pesos, dolares,
      * euros).
       01  tabla-socios.
           03 ts-entrada OCCURS 9999 TIMES.
               05 ts-estado pic x.
               05 ts-filial pic 9(2).
               05 ts-nombre pic x(20).
               05 ts-ult-fecha pic 9(8).
               05 ts-marcar pic 9.
               05 ts-saldo OCCURS 3 TIMES pic s9(9)v99.
       01  w-fil-saldo.
           03 w-fil-saldo-mon OCCURS 3 TIMES pic s9(11)v99.
       01  w-gen-saldo.
           03 w-gen-saldo-mon OCCURS 3 TIMES pic s9(11)v99.
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(11) value spaces.
           03 filler pic x(27) value "CUENTAS SIN MOVIMIENTO DESD".
           03 filler pic x(3) value "E: ".
           03 l-sub-limite pic 9(8).
           03 filler pic x(2) value " (".
           03 l-sub-meses pic zz9.
           03 filler pic x(12) value " MESES) AL: ".
           03 l-sub-ref pic 9(8).
           03 filler pic x(6) value spaces.
       01  lin-filial.
           03 filler pic x(28) value spaces.
           03 filler pic x(8) value "FILIAL:".
           03 l-cod pic 9(2).
           03 filler pic x value "-".
           03 l-filial pic x(15) value spaces.
           03 filler pic x(26) value spaces.
       01  lin-cab.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(9) value "ULT.MOV.".
           03 filler pic x(14) value "         PESOS".
           03 filler pic x(15) value "        DOLARES".
           03 filler pic x(15) value "          EUROS".
       01  lin-det.
           03 l-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(20).
           03 filler pic x(1) value spaces.
           03 l-ult-fecha pic 9(8).
           03 filler pic x(1) value spaces.
           03 l-pesos pic -zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-dolares pic -zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-euros pic -zz.zzz.zz9,99.
       01  lin-sub-fil.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "Total (".
           03 l-sf-cant pic zzzz9.
           03 filler pic x(9) value " cuentas)".
           03 filler pic x(11) value spaces.
           03 l-sf-pesos pic -zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-sf-dolares pic -zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-sf-euros pic -zz.zzz.zz9,99.
       01  lin-guion.
           03 filler pic x(80) value all "-".
       01  lin-tot-tit.
           03 filler pic x(30) value spaces.
           03 filler pic x(20) value "TOTAL GENERAL:".
           03 filler pic x(30) value spaces.
       01  lin-tot-mon.
           03 filler pic x(21) value spaces.
           03 filler pic x(9) value "Saldo en ".
           03 l-tm-moneda pic x(8).
           03 filler pic x(1) value ":".
           03 l-tm-importe pic -z.zzz.zzz.zz9,99.
           03 filler pic x(24) value spaces.
       01  lin-estadistica.
           03 filler pic x(4) value "De ".
           03 l-cant-activos pic zzzz9.
           03 filler pic x(20) value " socios activos hay ".
           03 l-cant-dormidas pic zzzz9.
           03 filler pic x(25) value " cuentas sin movimiento.".
           03 filler pic x(21) value spaces.
       01  lin-error-sort pic x(80) value
           "*** ERROR: LA CLASIFICACION FALLO, EL LISTADO ESTA "-
           "INCOMPLETO ***".
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-MAESTRO.
           PERFORM 300-RECORRER-HISTORICO.
           PERFORM 350-RECORRER-SOCIOS.
           SORT TRABAJO ON ASCENDING KEY sort-filial sort-socio
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
           ELSE
               IF w-cant-dormidas > ZERO
                   PERFORM 700-CONFIRMAR-MARCA
               END-IF
           END-IF.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Deteccion de cuentas dormidas".
           PERFORM 050-VALIDAR-OPERADOR.
           DISPLAY "Ingrese la cantidad de meses sin movimientos "-
               "(0 = 12)".
           ACCEPT w-meses.
           IF w-meses = ZERO
               MOVE 12 TO w-meses
           END-IF.
           PERFORM 120-TRAER-FECHA-REF.
           PERFORM 130-VERIF-FECHA-REF UNTIL w-val-cal = 1.
           PERFORM 140-CALCULAR-LIMITE.
           INITIALIZE tabla-socios.
           INITIALIZE w-gen-saldo.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-limite TO l-sub-limite.
           MOVE w-meses TO l-sub-meses.
           MOVE w-fecha-ref TO l-sub-ref.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
      *-----------------------------------------------------------------
      * Valida el codigo de operador y su clave contra el maestro de
      * operadores, igual que GRABAR-MAE. Cualquier nivel puede sacar
      * el listado; para marcar las cuentas hace falta nivel 2 o mas,
      * el mismo que pide la modificacion del maestro de socios.
      *-----------------------------------------------------------------
       050-VALIDAR-OPERADOR.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador.
           MOVE ZERO TO w-nivel.
           OPEN INPUT OPERADORES.
           IF w-ope-status NOT = "00"
               DISPLAY "No hay maestro de operadores, acceso sin "-
                   "control de clave"
               MOVE 3 TO w-nivel
           ELSE
               DISPLAY "Ingrese su clave"
               ACCEPT w-clave-ing
               MOVE ZERO TO w-flag-ope
               PERFORM UNTIL w-flag-ope = 1
                   READ OPERADORES AT END MOVE 1 TO w-flag-ope
                   END-READ
                   IF w-flag-ope NOT = 1
                       AND ope-codigo = w-operador
                       AND ope-clave = w-clave-ing
                       MOVE ope-nivel TO w-nivel
                       MOVE 1 TO w-flag-ope
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF.
           IF w-nivel = ZERO
               DISPLAY "Error! Operador o clave incorrectos"
               MOVE "X" TO w-aud-accion
               MOVE "ACCESO RECHAZADO" TO w-aud-antes
               MOVE SPACES TO w-aud-despues
               MOVE ZERO TO w-aud-filial
               MOVE ZERO TO w-aud-socio
               PERFORM 800-GRABAR-AUDITORIA
               STOP RUN
           END-IF.

       120-TRAER-FECHA-REF.
           DISPLAY "Ingrese la fecha de referencia (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-ref.
           IF w-fecha-ref = ZERO
               MOVE w-fecha-hoy TO w-fecha-ref
           END-IF.
           MOVE w-fecha-ref TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.

       130-VERIF-FECHA-REF.
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 120-TRAER-FECHA-REF.
      *-----------------------------------------------------------------
      * Fecha limite: la de referencia menos la cantidad de meses
      * pedida, con el dia llevado al ultimo del mes si el mes de
      * destino es mas corto. Una cuenta cuyo ultimo movimiento es
      * anterior a esa fecha esta dormida.
      *-----------------------------------------------------------------
       140-CALCULAR-LIMITE.
           MOVE w-fecha-ref TO w-cal-fecha.
           COMPUTE w-total-meses = w-cal-anio * 12 + w-cal-mes - 1
               - w-meses.
           DIVIDE w-total-meses BY 12 GIVING w-cal-anio
               REMAINDER w-cal-mes.
           ADD 1 TO w-cal-mes.
           PERFORM 266-TOPE-DEL-MES.
           IF w-cal-dia > w-cal-tope
               MOVE w-cal-tope TO w-cal-dia
           END-IF.
           MOVE w-cal-fecha TO w-fecha-limite.
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
      * Carga en la tabla los socios activos del maestro. Los dados
      * de baja y los que ya estan dormidos no se vuelven a evaluar.
      *-----------------------------------------------------------------
       200-CARGAR-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           OPEN INPUT MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1
               READ MAESTRO AT END MOVE 1 TO w-flag-maestro
               END-READ
               IF w-flag-maestro NOT = 1
                   AND mae-socio IS NUMERIC
                   AND mae-socio > ZERO
                   AND mae-estado = "A"
                   MOVE "A" TO ts-estado(mae-socio)
                   MOVE mae-filial TO ts-filial(mae-socio)
                   MOVE mae-nombre TO ts-nombre(mae-socio)
                   ADD 1 TO w-cant-activos
               END-IF
           END-PERFORM.
           CLOSE MAESTRO.

       300-RECORRER-HISTORICO.
           OPEN INPUT HISTORICO.
           IF w-his-status NOT = "00"
               DISPLAY "No hay archivo historico, se toma solo "-
                   "archSoc.dat"
           ELSE
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       MOVE hist-filial TO w-mov-filial
                       MOVE hist-socio TO w-mov-socio
                       MOVE hist-importe TO w-mov-importe
                       MOVE hist-modalidad TO w-mov-modalidad
                       MOVE hist-fecha TO w-mov-fecha
                       MOVE hist-moneda TO w-mov-moneda
                       PERFORM 400-APLICAR-MOVIMIENTO
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       350-RECORRER-SOCIOS.
           OPEN INPUT SOCIOS.
           IF w-soc-status NOT = "00"
               DISPLAY "No hay archivo de movimientos archSoc.dat"
           ELSE
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ SOCIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND soc-filial IS NUMERIC
                       MOVE soc-filial TO w-mov-filial
                       MOVE soc-socio TO w-mov-socio
                       MOVE soc-importe TO w-mov-importe
                       MOVE soc-modalidad TO w-mov-modalidad
                       MOVE soc-fecha TO w-mov-fecha
                       MOVE soc-moneda TO w-mov-moneda
                       PERFORM 400-APLICAR-MOVIMIENTO
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.
      *-----------------------------------------------------------------
      * Suma el movimiento al saldo de su moneda con el signo de la
      * modalidad, igual que SALDOS, y si lo opero el socio corre la
      * fecha del ultimo movimiento. Solo cuentan los movimientos
      * hasta la fecha de referencia y de la filial del socio en el
      * maestro.
      *-----------------------------------------------------------------
       400-APLICAR-MOVIMIENTO.
           IF w-mov-socio > ZERO
               AND ts-estado(w-mov-socio) = "A"
               AND ts-filial(w-mov-socio) = w-mov-filial
               AND w-mov-fecha <= w-fecha-ref
               EVALUATE w-mov-moneda
                   WHEN "P" MOVE 1 TO w-mon-idx
                   WHEN "D" MOVE 2 TO w-mon-idx
                   WHEN "E" MOVE 3 TO w-mon-idx
                   WHEN OTHER MOVE ZERO TO w-mon-idx
               END-EVALUATE
               IF w-mon-idx > ZERO
                   EVALUATE w-mov-modalidad
                       WHEN "T" WHEN "D" WHEN "I" WHEN "P" WHEN "Y"
                           ADD w-mov-importe
                               TO ts-saldo(w-mov-socio, w-mon-idx)
                       WHEN "R" WHEN "E" WHEN "S" WHEN "C" WHEN "N"
                       WHEN "X" WHEN "F" WHEN "W"
                           SUBTRACT w-mov-importe
                               FROM ts-saldo(w-mov-socio, w-mon-idx)
                   END-EVALUATE
               END-IF
               EVALUATE w-mov-modalidad
                   WHEN "I" WHEN "C" WHEN "N" WHEN "F" WHEN "W"
                       CONTINUE
                   WHEN OTHER
                       IF w-mov-fecha > ts-ult-fecha(w-mov-socio)
                           MOVE w-mov-fecha
                               TO ts-ult-fecha(w-mov-socio)
                       END-IF
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * Pide confirmacion y marca las cuentas listadas como dormidas.
      *-----------------------------------------------------------------
       700-CONFIRMAR-MARCA.
           IF w-nivel < 2
               DISPLAY "Su nivel de permiso no alcanza para marcar "-
                   "las cuentas, solo se emitio el listado"
           ELSE
               DISPLAY "Marca las ", w-cant-dormidas,
                   " cuentas listadas como dormidas? (S/N)"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 710-MARCAR-MAESTRO
                   PERFORM 720-MARCAR-IDX
                   DISPLAY "Se marcaron ", w-cant-marcadas,
                       " cuentas como dormidas"
               ELSE
                   DISPLAY "No se marco ninguna cuenta"
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Reescribe el maestro secuencial por el temporal con estado D
      * en los socios listados, igual que la baja de GRABAR-MAE, y
      * asienta cada marca en el diario de auditoria con la imagen
      * del registro antes y despues.
      *-----------------------------------------------------------------
       710-MARCAR-MAESTRO.
           MOVE ZERO TO w-cant-reg.
           MOVE ZERO TO w-flag-maestro.
           OPEN INPUT MAESTRO.
           OPEN OUTPUT MAESTRO-TEMP.
           PERFORM UNTIL w-flag-maestro = 1
               READ MAESTRO AT END MOVE 1 TO w-flag-maestro
               END-READ
               IF w-flag-maestro NOT = 1
                   AND mae-socio IS NUMERIC
                   MOVE mae-reg TO mae-reg-temp
                   IF mae-socio > ZERO
                       AND ts-marcar(mae-socio) = 1
                       AND mae-filial = ts-filial(mae-socio)
                       AND mae-estado = "A"
                       MOVE "D" TO maet-estado
                       MOVE "D" TO w-aud-accion
                       MOVE mae-reg TO w-aud-antes
                       MOVE mae-reg-temp TO w-aud-despues
                       MOVE mae-filial TO w-aud-filial
                       MOVE mae-socio TO w-aud-socio
                       PERFORM 800-GRABAR-AUDITORIA
                       ADD 1 TO w-cant-marcadas
                   END-IF
                   WRITE mae-reg-temp
                   ADD 1 TO w-cant-reg
               END-IF
           END-PERFORM.
           MOVE SPACES TO maet-control.
           MOVE "Z" TO maetc-marca.
           MOVE w-cant-reg TO maetc-cant.
           WRITE maet-control.
           CLOSE MAESTRO.
           CLOSE MAESTRO-TEMP.
           CALL "CBL_DELETE_FILE" USING "..\archSocMae.dat".
           CALL "CBL_RENAME_FILE" USING "..\archSocMae.tmp",
               "..\archSocMae.dat".
      *-----------------------------------------------------------------
      * Propaga la marca al maestro indexado por socio. Si el
      * indexado todavia no existe se avisa para correr CONVERTIR-MAE.
      *-----------------------------------------------------------------
       720-MARCAR-IDX.
           OPEN I-O MAESTRO-IDX.
           IF w-idx-status NOT = "00"
               DISPLAY "Atencion! No se pudo abrir el maestro "-
                   "indexado, correr CONVERTIR-MAE"
           ELSE
               PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9999
                   IF ts-marcar(w-idx) = 1
                       MOVE w-idx TO mi-socio
                       READ MAESTRO-IDX
                           INVALID KEY
                               DISPLAY "Atencion! El socio ", w-idx,
                                   " no esta en el maestro indexado"
                           NOT INVALID KEY
                               MOVE "D" TO mi-estado
                               REWRITE mi-reg
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE MAESTRO-IDX
           END-IF.
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria, mismo
      * registro que GRABAR-MAE.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "MARCAR-DOR" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-aud-filial TO aud-filial.
           MOVE w-aud-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       900-FIN.
           DISPLAY lin-guion.
           WRITE rep-linea FROM lin-guion.
           DISPLAY lin-tot-tit.
           WRITE rep-linea FROM lin-tot-tit.
           MOVE "PESOS" TO l-tm-moneda.
           MOVE w-gen-saldo-mon(1) TO l-tm-importe.
           DISPLAY lin-tot-mon.
           WRITE rep-linea FROM lin-tot-mon.
           MOVE "DOLARES" TO l-tm-moneda.
           MOVE w-gen-saldo-mon(2) TO l-tm-importe.
           DISPLAY lin-tot-mon.
           WRITE rep-linea FROM lin-tot-mon.
           MOVE "EUROS" TO l-tm-moneda.
           MOVE w-gen-saldo-mon(3) TO l-tm-importe.
           DISPLAY lin-tot-mon.
           WRITE rep-linea FROM lin-tot-mon.
           MOVE w-cant-activos TO l-cant-activos.
           MOVE w-cant-dormidas TO l-cant-dormidas.
           DISPLAY lin-estadistica.
           WRITE rep-linea FROM lin-estadistica.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           CLOSE REPORTE.

      *-----------------------------------------------------------------
      * Entrada de la clasificacion: los socios activos con algun
      * movimiento propio, el ultimo anterior a la fecha limite.
      *-----------------------------------------------------------------
       2000-ENTRADA SECTION.
       2000-SELECCIONAR.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9999
               IF ts-estado(w-idx) = "A"
                   AND ts-ult-fecha(w-idx) > ZERO
                   AND ts-ult-fecha(w-idx) < w-fecha-limite
                   MOVE 1 TO ts-marcar(w-idx)
                   ADD 1 TO w-cant-dormidas
                   MOVE ts-filial(w-idx) TO sort-filial
                   MOVE w-idx TO sort-socio
                   RELEASE sort-reg
               END-IF
           END-PERFORM.

       2900-FIN-ENTRADA.
           EXIT.
      *-----------------------------------------------------------------
      * Salida de la clasificacion: corte de control por filial con
      * la cantidad de cuentas y el saldo de cada moneda.
      *-----------------------------------------------------------------
       5000-CLASIFICADO SECTION.
       5000-EMITIR.
           MOVE ZERO TO w-flag-eof.
           MOVE ZERO TO w-fil-abierta.
           PERFORM UNTIL w-flag-eof = 1
               RETURN TRABAJO AT END MOVE 1 TO w-flag-eof
               END-RETURN
               IF w-flag-eof NOT = 1
                   IF w-fil-abierta = 1
                       AND sort-filial NOT = w-filial-ant
                       PERFORM 6300-CERRAR-FILIAL
                   END-IF
                   IF w-fil-abierta = ZERO
                       PERFORM 6100-ABRIR-FILIAL
                   END-IF
                   PERFORM 6200-LISTAR-SOCIO
               END-IF
           END-PERFORM.
           IF w-fil-abierta = 1
               PERFORM 6300-CERRAR-FILIAL
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
           MOVE ZERO TO w-fil-cant.
           INITIALIZE w-fil-saldo.
           PERFORM 6110-BUSCAR-NOMBRE-FILIAL.
           MOVE w-filial-ant TO l-cod.
           MOVE w-fil-nombre TO l-filial.
           DISPLAY lin-filial.
           WRITE rep-linea FROM lin-filial.
           DISPLAY lin-cab.
           WRITE rep-linea FROM lin-cab.
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

       6200-LISTAR-SOCIO.
           MOVE sort-socio TO l-socio.
           MOVE ts-nombre(sort-socio) TO l-nombre.
           MOVE ts-ult-fecha(sort-socio) TO l-ult-fecha.
           MOVE ts-saldo(sort-socio, 1) TO l-pesos.
           MOVE ts-saldo(sort-socio, 2) TO l-dolares.
           MOVE ts-saldo(sort-socio, 3) TO l-euros.
           DISPLAY lin-det.
           WRITE rep-linea FROM lin-det.
           ADD 1 TO w-fil-cant.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               ADD ts-saldo(sort-socio, w-mon-idx)
                   TO w-fil-saldo-mon(w-mon-idx)
               ADD ts-saldo(sort-socio, w-mon-idx)
                   TO w-gen-saldo-mon(w-mon-idx)
           END-PERFORM.

       6300-CERRAR-FILIAL.
           MOVE ZERO TO w-fil-abierta.
           MOVE w-fil-cant TO l-sf-cant.
           MOVE w-fil-saldo-mon(1) TO l-sf-pesos.
           MOVE w-fil-saldo-mon(2) TO l-sf-dolares.
           MOVE w-fil-saldo-mon(3) TO l-sf-euros.
           DISPLAY lin-sub-fil.
           WRITE rep-linea FROM lin-sub-fil.


       END PROGRAM MARCAR-DOR.
