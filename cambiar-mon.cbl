      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compra y venta de moneda entre las cuentas de un
      *          mismo socio. El socio entrega un importe en una moneda
      *          y recibe su equivalente en otra, al precio comprador
      *          de la moneda que entrega y al vendedor de la que
      *          recibe, segun la cotizacion del dia en archCot.dat
      *          (el peso vale siempre 1; entre dolares y euros se pasa
      *          por pesos). Sin cotizacion cargada para la fecha de la
      *          operacion no se opera. Las dos patas se graban juntas
      *          en archSoc.dat como una sola operacion: X debita la
      *          moneda que entrega el socio y Y acredita la que
      *          recibe, cada una con su comprobante de la filial y el
      *          operador, y la operacion queda en el archivo de
      *          cambios (archCam.dat) con los dos comprobantes, el
      *          precio aplicado a cada pata y la diferencia de cambio
      *          que gana el banco, en pesos: lo entregado menos lo
      *          recibido, las dos patas a la tasa de referencia. El
      *          socio tiene que tener saldo suficiente en la moneda
      *          que entrega, contando el historico archivado. Si una
      *          de las dos patas repite la clave de un movimiento ya
      *          grabado (misma filial, socio, fecha, moneda y
      *          modalidad) la operacion no se hace.
      *          LISTAR-CAM lista las operaciones del dia por filial y
      *          DIARIO toma la diferencia de cambio de archCam.dat
      *          para sus asientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIAR-MON.
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
               ASSIGN TO "..\archFil.dat".
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT COTIZACIONES
               ASSIGN TO "..\archCot.dat"
               FILE STATUS IS w-cot-status.
           SELECT CAMBIOS
               ASSIGN TO "..\archCam.dat"
               FILE STATUS IS w-cam-status.
           SELECT CIERRES
               ASSIGN TO "..\archCie.dat"
               FILE STATUS IS w-cie-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
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
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
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
      ******************************************************************
      * Archivo de operaciones de cambio: una por cada compra y venta
      * de moneda, con las dos patas grabadas en archSoc.dat (moneda,
      * importe, precio aplicado y comprobante de cada una) y la
      * diferencia de cambio en pesos.
      ******************************************************************
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
       FD  CIERRES.
       01  cie-reg.
           03 cie-filial pic 9(2).
           03 cie-fecha pic 9(8).
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
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
       WORKING-STORAGE SECTION.
       01  opcion pic x.
       01  w-flag-fin pic x value "N".
       01  w-flag-eof pic 9.
       01  w-soc-status pic xx.
       01  w-his-status pic xx.
       01  w-cot-status pic xx.
       01  w-flag-cot pic 9.
       01  w-cam-status pic xx.
       01  w-cie-status pic xx.
       01  w-flag-cie pic 9.
       01  w-cam-filial pic 9(2).
       01  w-cam-socio pic 9(4).
       01  w-cam-fecha pic 9(8).
       01  w-soc-nombre pic x(20).
       01  w-val-cierre pic 9.
       01  w-confirma pic x.
       01  w-flag-filiales pic 9.
       01  w-flag-filial-ok pic 9.
       01  w-flag-maestro pic 9.
       01  w-flag-socio-ok pic 9.
       01  w-mon-ent pic x.
       01  w-mon-rec pic x.
       01  w-imp-ent pic 9(8)v99.
       01  w-imp-pesos pic 9(10)v99.
       01  w-imp-rec pic 9(10)v99.
       01  w-diferencia pic s9(10)v99.
      * Precio aplicado a cada pata (comprador de la moneda que entrega
      * el socio, vendedor de la que recibe) y tasa de referencia de
      * cada una para la diferencia de cambio. El peso vale 1.
       01  w-tasa-ent pic 9(6)v9(4).
       01  w-ref-ent pic 9(6)v9(4).
       01  w-tasa-rec pic 9(6)v9(4).
       01  w-ref-rec pic 9(6)v9(4).
       01  w-cot-buscada pic x.
       01  w-cot-hallada pic 9.
       01  w-cot-tasa-uso pic 9(6)v9(4).
       01  w-cot-compra-uso pic 9(6)v9(4).
       01  w-cot-venta-uso pic 9(6)v9(4).
       01  w-val-operacion pic 9.
       01  w-flag-duplicado pic 9.
       01  w-saldo-ent pic s9(9)v99.
       01  w-mov-importe pic s9(8)v99.
       01  w-mov-modalidad pic x.
       01  w-mov-moneda pic x.
       01  w-cpte-ent pic 9(7).
       01  w-cpte-rec pic 9(7).
       01  w-nom-ent pic x(8).
       01  w-nom-rec pic x(8).
       01  w-nom-mon pic x(8).
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
       01  w-cont-previo pic 9(4) value zeros.
       01  w-imp-previo pic s9(8)v99 value zeros.
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
       01  cont pic 999 value zeros.
       01  w-tot-diferencia pic s9(10)v99 value zeros.
       01  w-operador pic x(3).
       01  w-ope-status pic xx.
       01  w-flag-ope pic 9.
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-aud-accion pic x.
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 100-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "C" PERFORM 200-CAMBIAR-MONEDA
                   WHEN "F" MOVE "S" TO w-flag-fin
                   WHEN OTHER
                       DISPLAY "Error! Opcion invalida"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Se grabaron ", cont, " operaciones de cambio con ",
               "una diferencia de ", w-tot-diferencia, " pesos".
           STOP RUN.
      *************************** R U T I N A S ***********************
      *-----------------------------------------------------------------
      * Valida el codigo de operador y su clave contra el maestro de
      * operadores que mantiene GRABAR-OPE y se queda con su nivel de
      * permiso (1 consulta, 2 modificacion, 3 baja y archivado). Si
      * el maestro todavia no existe se avisa y se sigue sin control,
      * como antes de tener maestro. El intento fallido queda
      * asentado en el diario de auditoria.
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
               MOVE ZERO TO w-cam-filial
               MOVE ZERO TO w-cam-socio
               PERFORM 800-GRABAR-AUDITORIA
               STOP RUN
           END-IF.

       100-MOSTRAR-MENU.
           DISPLAY "Compra y venta de moneda".
           DISPLAY "C - Cambiar moneda de un socio".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * C A M B I O
      *-----------------------------------------------------------------
      * Pide la operacion, la valoriza con la cotizacion del dia,
      * controla el saldo de la moneda que entrega el socio y, con la
      * confirmacion del operador, graba las dos patas y la operacion.
      *-----------------------------------------------------------------
       200-CAMBIAR-MONEDA.
           PERFORM 210-ING-SOCIO.
           PERFORM 215-VERIF-SOCIO
               UNTIL w-flag-filial-ok = 1 AND w-flag-socio-ok = 1.
           PERFORM 226-ING-FECHA.
           PERFORM 227-VERIF-FECHA
               UNTIL w-val-cal = 1 AND w-val-cierre = 1.
           PERFORM 230-ING-MONEDAS.
           PERFORM 235-VERIF-MONEDAS
               UNTIL (w-mon-ent = "P" OR w-mon-ent = "D"
                   OR w-mon-ent = "E")
               AND (w-mon-rec = "P" OR w-mon-rec = "D"
                   OR w-mon-rec = "E")
               AND w-mon-ent NOT = w-mon-rec.
           PERFORM 240-ING-IMPORTE.
           PERFORM 245-VERIF-IMPORTE UNTIL w-imp-ent > ZERO.
           PERFORM 250-VALORIZAR.
           IF w-val-operacion = 1
               PERFORM 400-SALDO-ENTREGA
               IF w-saldo-ent < w-imp-ent
                   DISPLAY "Error! El socio no tiene saldo suficiente "-
                       "en ", w-nom-ent, " (saldo ", w-saldo-ent, ")"
                   MOVE ZERO TO w-val-operacion
               END-IF
           END-IF.
           IF w-val-operacion = 1
               PERFORM 420-VERIF-DUPLICADO
               IF w-flag-duplicado = 1
                   DISPLAY "Error! El socio ya tiene un cambio de ",
                       w-nom-ent, " a ", w-nom-rec, " grabado ese dia"
                   MOVE ZERO TO w-val-operacion
               END-IF
           END-IF.
           IF w-val-operacion = 1
               DISPLAY "El socio entrega ", w-imp-ent, " ", w-nom-ent,
                   " a ", w-tasa-ent
               DISPLAY "El socio recibe  ", w-imp-rec, " ", w-nom-rec,
                   " a ", w-tasa-rec
               DISPLAY "Diferencia de cambio ", w-diferencia, " pesos"
               DISPLAY "Confirma la operacion? (S/N)"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 500-GRABAR-MOVIMIENTOS
                   PERFORM 600-GRABAR-CAMBIO
                   ADD 1 TO cont
                   ADD w-diferencia TO w-tot-diferencia
                   DISPLAY "Operacion grabada, comprobantes ",
                       w-cam-filial, "-", w-cpte-ent, " y ",
                       w-cam-filial, "-", w-cpte-rec
               ELSE
                   DISPLAY "Operacion cancelada"
               END-IF
           END-IF.

       210-ING-SOCIO.
           DISPLAY "Ingrese el nro de filial del socio".
           ACCEPT w-cam-filial.
           DISPLAY "Ingrese el codigo del socio".
           ACCEPT w-cam-socio.
           PERFORM 236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-socio-ok.
           IF w-flag-filial-ok = 1
               PERFORM 238-VERIF-SOCIO-MAESTRO
           END-IF.

       215-VERIF-SOCIO.
           DISPLAY "Error! La filial no existe o el socio no esta "-
               "activo en ella".
           PERFORM 210-ING-SOCIO.
      *-----------------------------------------------------------------
      * La fecha de la operacion es la de las dos patas y la de la
      * cotizacion que se aplica; se valida contra el calendario y
      * contra el cierre de la filial, igual que GRABAR-SEC.
      *-----------------------------------------------------------------
       226-ING-FECHA.
           DISPLAY "Ingrese la fecha de la operacion (AAAAMMDD, 0 = "-
               "hoy)".
           ACCEPT w-cam-fecha.
           IF w-cam-fecha = ZERO
               MOVE w-fecha-hoy TO w-cam-fecha
           END-IF.
           MOVE w-cam-fecha TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.
           MOVE 1 TO w-val-cierre.
           IF w-val-cal = 1
               PERFORM 276-VALIDAR-CIERRE
           END-IF.

       227-VERIF-FECHA.
           IF w-val-cal NOT = 1
               DISPLAY "Error! Fecha invalida en el calendario"
           ELSE
               DISPLAY "Error! La filial ya esta cerrada a esa fecha"
           END-IF.
           PERFORM 226-ING-FECHA.

       230-ING-MONEDAS.
           DISPLAY "Ingrese la moneda que entrega el socio (P - "-
               "Pesos, D - Dolares, E - Euros)".
           ACCEPT w-mon-ent.
           DISPLAY "Ingrese la moneda que recibe el socio (P - "-
               "Pesos, D - Dolares, E - Euros)".
           ACCEPT w-mon-rec.

       235-VERIF-MONEDAS.
           DISPLAY "Error! Monedas incorrectas o iguales".
           PERFORM 230-ING-MONEDAS.

       236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-filiales.
           MOVE ZERO TO w-flag-filial-ok.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1 OR w-flag-filial-ok = 1
               PERFORM 237-LEER-FILIAL
               IF fil-codigo IS NUMERIC
                   AND fil-codigo = w-cam-filial
                   MOVE 1 TO w-flag-filial-ok
               END-IF
           END-PERFORM.
           CLOSE FILIALES.

       237-LEER-FILIAL.
           MOVE ZERO TO w-flag-filiales.
           READ FILIALES AT END MOVE 1 TO w-flag-filiales.

       238-VERIF-SOCIO-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           MOVE ZERO TO w-flag-socio-ok.
           MOVE SPACES TO w-soc-nombre.
           OPEN INPUT MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1 OR w-flag-socio-ok = 1
               PERFORM 239-LEER-MAESTRO
               IF mae-socio IS NUMERIC
                   AND mae-socio = w-cam-socio
                   AND mae-filial = w-cam-filial
                   AND mae-estado = "A"
                   MOVE 1 TO w-flag-socio-ok
                   MOVE mae-nombre TO w-soc-nombre
               END-IF
           END-PERFORM.
           CLOSE MAESTRO.

       239-LEER-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           READ MAESTRO AT END MOVE 1 TO w-flag-maestro.

       240-ING-IMPORTE.
           DISPLAY "Ingrese el importe que entrega el socio".
           ACCEPT w-imp-ent.

       245-VERIF-IMPORTE.
           DISPLAY "Error! El importe debe ser mayor que cero".
           PERFORM 240-ING-IMPORTE.
      *-----------------------------------------------------------------
      * Valoriza la operacion con la cotizacion del dia: lo que
      * entrega el socio pasa a pesos al precio comprador y de pesos a
      * la moneda que recibe al vendedor. La diferencia de cambio es
      * lo entregado menos lo recibido, las dos patas a la tasa de
      * referencia.
      *-----------------------------------------------------------------
       250-VALORIZAR.
           MOVE 1 TO w-val-operacion.
           MOVE w-mon-ent TO w-cot-buscada.
           PERFORM 255-BUSCAR-COTIZACION.
           MOVE w-cot-compra-uso TO w-tasa-ent.
           MOVE w-cot-tasa-uso TO w-ref-ent.
           MOVE w-mon-rec TO w-cot-buscada.
           PERFORM 255-BUSCAR-COTIZACION.
           MOVE w-cot-venta-uso TO w-tasa-rec.
           MOVE w-cot-tasa-uso TO w-ref-rec.
           MOVE w-mon-ent TO w-mov-moneda.
           PERFORM 258-NOMBRE-MONEDA.
           MOVE w-nom-mon TO w-nom-ent.
           MOVE w-mon-rec TO w-mov-moneda.
           PERFORM 258-NOMBRE-MONEDA.
           MOVE w-nom-mon TO w-nom-rec.
           IF w-val-operacion = 1
               COMPUTE w-imp-pesos ROUNDED = w-imp-ent * w-tasa-ent
               COMPUTE w-imp-rec ROUNDED = w-imp-pesos / w-tasa-rec
               COMPUTE w-diferencia ROUNDED =
                   w-imp-ent * w-ref-ent - w-imp-rec * w-ref-rec
               IF w-imp-rec = ZERO OR w-imp-rec > 99999999,99
                   DISPLAY "Error! El importe a recibir queda fuera "-
                       "de rango"
                   MOVE ZERO TO w-val-operacion
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Cotizacion cargada para la moneda con fecha igual a la de la
      * operacion. El peso no tiene cotizacion y vale 1.
      *-----------------------------------------------------------------
       255-BUSCAR-COTIZACION.
           MOVE 1 TO w-cot-tasa-uso.
           MOVE 1 TO w-cot-compra-uso.
           MOVE 1 TO w-cot-venta-uso.
           IF w-cot-buscada NOT = "P"
               MOVE ZERO TO w-cot-hallada
               OPEN INPUT COTIZACIONES
               IF w-cot-status = "00"
                   MOVE ZERO TO w-flag-cot
                   PERFORM UNTIL w-flag-cot = 1
                       READ COTIZACIONES AT END MOVE 1 TO w-flag-cot
                       END-READ
                       IF w-flag-cot NOT = 1
                           AND cot-moneda = w-cot-buscada
                           AND cot-fecha = w-cam-fecha
                           AND cot-compra > ZERO
                           AND cot-venta > ZERO
                           MOVE cot-tasa TO w-cot-tasa-uso
                           MOVE cot-compra TO w-cot-compra-uso
                           MOVE cot-venta TO w-cot-venta-uso
                           MOVE 1 TO w-cot-hallada
                       END-IF
                   END-PERFORM
                   CLOSE COTIZACIONES
               END-IF
               IF w-cot-hallada NOT = 1
                   DISPLAY "Error! No hay cotizacion de ",
                       w-cot-buscada, " cargada para el ", w-cam-fecha
                   MOVE ZERO TO w-val-operacion
               END-IF
           END-IF.

       258-NOMBRE-MONEDA.
           EVALUATE w-mov-moneda
               WHEN "P" MOVE "PESOS" TO w-nom-mon
               WHEN "D" MOVE "DOLARES" TO w-nom-mon
               WHEN "E" MOVE "EUROS" TO w-nom-mon
           END-EVALUATE.
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
      * Rechaza la fecha si es igual o anterior a la ultima fecha
      * cerrada de la filial segun el archivo de cierres de
      * CIERRE-FIL. Sin archivo ninguna filial esta cerrada.
      *-----------------------------------------------------------------
       276-VALIDAR-CIERRE.
           MOVE 1 TO w-val-cierre.
           OPEN INPUT CIERRES.
           IF w-cie-status = "00"
               MOVE ZERO TO w-flag-cie
               PERFORM UNTIL w-flag-cie = 1
                   READ CIERRES AT END MOVE 1 TO w-flag-cie
                   END-READ
                   IF w-flag-cie NOT = 1
                       AND cie-filial = w-cam-filial
                       AND w-cam-fecha <= cie-fecha
                       MOVE 0 TO w-val-cierre
                   END-IF
               END-PERFORM
               CLOSE CIERRES
           END-IF.
      *-----------------------------------------------------------------
      * Saldo del socio en la moneda que entrega, con los movimientos
      * archivados y los vigentes y el mismo signo por modalidad que
      * SALDOS.
      *-----------------------------------------------------------------
       400-SALDO-ENTREGA.
           MOVE ZERO TO w-saldo-ent.
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       AND hist-filial = w-cam-filial
                       AND hist-socio = w-cam-socio
                       AND hist-moneda = w-mon-ent
                       MOVE hist-importe TO w-mov-importe
                       MOVE hist-modalidad TO w-mov-modalidad
                       PERFORM 410-APLICAR-MOVIMIENTO
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
                       AND soc-filial = w-cam-filial
                       AND soc-socio = w-cam-socio
                       AND soc-moneda = w-mon-ent
                       MOVE soc-importe TO w-mov-importe
                       MOVE soc-modalidad TO w-mov-modalidad
                       PERFORM 410-APLICAR-MOVIMIENTO
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.

       410-APLICAR-MOVIMIENTO.
           EVALUATE w-mov-modalidad
               WHEN "T" WHEN "D" WHEN "I" WHEN "P" WHEN "Y"
                   ADD w-mov-importe TO w-saldo-ent
               WHEN "R" WHEN "E" WHEN "S" WHEN "C" WHEN "N" WHEN "X"
               WHEN "F" WHEN "W"
                   SUBTRACT w-mov-importe FROM w-saldo-ent
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Control de duplicados de GRABAR-SEC: ninguna de las dos patas
      * puede repetir la filial, socio, fecha, moneda y modalidad de
      * un movimiento ya grabado en archSoc.dat.
      *-----------------------------------------------------------------
       420-VERIF-DUPLICADO.
           MOVE ZERO TO w-flag-duplicado.
           OPEN INPUT SOCIOS.
           IF w-soc-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1 OR w-flag-duplicado = 1
                   READ SOCIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND soc-filial IS NUMERIC
                       AND soc-filial = w-cam-filial
                       AND soc-socio = w-cam-socio
                       AND soc-fecha = w-cam-fecha
                       IF (soc-modalidad = "X"
                           AND soc-moneda = w-mon-ent)
                           OR (soc-modalidad = "Y"
                           AND soc-moneda = w-mon-rec)
                           MOVE 1 TO w-flag-duplicado
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.
      *-----------------------------------------------------------------
      * Graba las dos patas seguidas, X por lo que entrega el socio y
      * Y por lo que recibe, cada una con su comprobante, y vuelve a
      * grabar el registro de control de archSoc.dat como GRABAR-SEC.
      * El numerador se sube antes al comprobante mas alto grabado,
      * igual que en los demas programas que agregan movimientos.
      *-----------------------------------------------------------------
       500-GRABAR-MOVIMIENTOS.
           PERFORM 510-CARGAR-NUMERADOR.
           PERFORM 520-TOTALES-PREVIAS.
           OPEN EXTEND SOCIOS.
           MOVE w-imp-ent TO w-mov-importe.
           MOVE "X" TO w-mov-modalidad.
           MOVE w-mon-ent TO w-mov-moneda.
           PERFORM 540-GRABAR-MOVIMIENTO.
           MOVE soc-comprobante TO w-cpte-ent.
           MOVE w-imp-rec TO w-mov-importe.
           MOVE "Y" TO w-mov-modalidad.
           MOVE w-mon-rec TO w-mov-moneda.
           PERFORM 540-GRABAR-MOVIMIENTO.
           MOVE soc-comprobante TO w-cpte-rec.
           MOVE SPACES TO soc-control.
           MOVE "Z" TO ctl-marca.
           MOVE w-cont-previo TO ctl-cant.
           MOVE w-imp-previo TO ctl-importe.
           WRITE soc-control.
           CLOSE SOCIOS.
           PERFORM 530-GRABAR-NUMERADOR.

       510-CARGAR-NUMERADOR.
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
      *-----------------------------------------------------------------
      * Totales T/R que ya tenia el archivo de socios, para el
      * registro de control, y subida del numerador al comprobante
      * mas alto de cada filial, como el 105-TOTALES-PREVIAS de
      * GRABAR-SEC.
      *-----------------------------------------------------------------
       520-TOTALES-PREVIAS.
           MOVE ZERO TO w-cont-previo.
           MOVE ZERO TO w-imp-previo.
           MOVE ZERO TO w-flag-eof.
           OPEN INPUT SOCIOS.
           PERFORM 525-LEER-PREVIO.
           PERFORM UNTIL w-flag-eof = 1
               IF soc-filial IS NUMERIC
                   COMPUTE w-nro-idx = soc-filial + 1
                   IF soc-comprobante IS NUMERIC
                       AND soc-comprobante > nro-t-ultimo(w-nro-idx)
                       MOVE soc-comprobante TO nro-t-ultimo(w-nro-idx)
                   END-IF
                   IF soc-modalidad = "T"
                       ADD 1 TO w-cont-previo
                       ADD soc-importe TO w-imp-previo
                   ELSE
                       IF soc-modalidad = "R"
                           ADD 1 TO w-cont-previo
                           SUBTRACT soc-importe FROM w-imp-previo
                       END-IF
                   END-IF
               END-IF
               PERFORM 525-LEER-PREVIO
           END-PERFORM.
           CLOSE SOCIOS.

       525-LEER-PREVIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.

       530-GRABAR-NUMERADOR.
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
      * Cada pata lleva como contrapartida la propia cuenta del
      * socio: el cambio no sale de la cuenta.
      *-----------------------------------------------------------------
       540-GRABAR-MOVIMIENTO.
           MOVE w-cam-filial TO soc-filial.
           MOVE w-cam-socio TO soc-socio.
           MOVE w-mov-importe TO soc-importe.
           MOVE w-mov-modalidad TO soc-modalidad.
           MOVE w-cam-fecha TO soc-fecha.
           MOVE w-mov-moneda TO soc-moneda.
           MOVE w-cam-filial TO soc-contra-filial.
           MOVE w-cam-socio TO soc-contra-socio.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE w-operador TO soc-operador.
           WRITE soc-reg.

       600-GRABAR-CAMBIO.
           OPEN EXTEND CAMBIOS.
           IF w-cam-status NOT = "00"
               OPEN OUTPUT CAMBIOS
           END-IF.
           MOVE w-cam-filial TO cam-filial.
           MOVE w-cam-socio TO cam-socio.
           MOVE w-cam-fecha TO cam-fecha.
           MOVE w-mon-ent TO cam-mon-ent.
           MOVE w-imp-ent TO cam-imp-ent.
           MOVE w-tasa-ent TO cam-tasa-ent.
           MOVE w-cpte-ent TO cam-cpte-ent.
           MOVE w-mon-rec TO cam-mon-rec.
           MOVE w-imp-rec TO cam-imp-rec.
           MOVE w-tasa-rec TO cam-tasa-rec.
           MOVE w-cpte-rec TO cam-cpte-rec.
           MOVE w-diferencia TO cam-diferencia.
           MOVE w-operador TO cam-operador.
           WRITE cam-reg.
           CLOSE CAMBIOS.
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria, con la
      * imagen antes y despues y el codigo de operador que se valido
      * al arrancar el programa.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "CAMBIAR-MON" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-cam-filial TO aud-filial.
           MOVE w-cam-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM CAMBIAR-MON.
