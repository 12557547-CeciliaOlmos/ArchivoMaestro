      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion y cierre de la cuenta de un socio que se
      *          da de baja. Calcula el saldo final de cada moneda con
      *          el historico (archSocHist.dat) y el secuencial vigente
      *          (archSoc.dat), con el mismo signo por modalidad que
      *          SALDOS, y le agrega el interes devengado desde el
      *          ultimo interes acreditado hasta la fecha de cierre,
      *          proporcional a los dias sobre la tasa mensual vigente
      *          del maestro de tasas. Con la confirmacion del operador
      *          graba en archSoc.dat el interes (I), su retencion
      *          impositiva (W) con la tasa de archRet.dat para la
      *          categoria del socio, salvo que sea exento, y la
      *          extraccion (E) que deja cada moneda en cero, con
      *          comprobante de la filial y el operador, imprime la
      *          liquidacion para que la firme el socio
      *          (certCierre.dat) y recien entonces deja al socio
      *          inactivo en el maestro secuencial y en el indexado,
      *          con la operacion en el diario de auditoria. No se
      *          cierra una cuenta con saldo negativo
      *          en alguna moneda, con ordenes programadas vigentes
      *          (como origen o como destino) ni con cuotas de
      *          prestamos pendientes de cobro, ni cuando alguno de
      *          los movimientos a grabar repite la clave (filial,
      *          socio, fecha, moneda y modalidad) de uno ya grabado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRAR-CTA.
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
           SELECT MAESTRO-TEMP
               ASSIGN TO "..\archSocMae.tmp".
           SELECT MAESTRO-IDX
               ASSIGN TO "..\archSocMaeIdx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mi-socio
               FILE STATUS IS w-idx-status.
           SELECT ORDENES
               ASSIGN TO "..\archOrd.dat"
               FILE STATUS IS w-ord-status.
           SELECT CUOTAS
               ASSIGN TO "..\archCuo.dat"
               FILE STATUS IS w-cuo-status.
           SELECT TASAS
               ASSIGN TO "..\archTasa.dat"
               FILE STATUS IS w-tas-status.
           SELECT RETENCIONES
               ASSIGN TO "..\archRet.dat"
               FILE STATUS IS w-ret-status.
           SELECT CIERRES
               ASSIGN TO "..\archCie.dat"
               FILE STATUS IS w-cie-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT REPORTE
               ASSIGN TO "..\certCierre.dat"
               ORGANIZATION LINE SEQUENTIAL.
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
       FD  ORDENES.
       01  ord-reg.
           03 ord-filial pic 9(2).
           03 ord-socio pic 9(4).
           03 ord-numero pic 9(3).
           03 ord-modalidad pic x.
           03 ord-contra-filial pic 9(2).
           03 ord-contra-socio pic 9(4).
           03 ord-importe pic 9(8)v99.
           03 ord-moneda pic x.
           03 ord-frecuencia pic x.
           03 ord-dia pic 9(2).
           03 ord-prox-fecha pic 9(8).
           03 ord-fecha-fin pic 9(8).
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
       FD  TASAS.
       01  tas-reg.
           03 tas-moneda pic x.
           03 tas-fecha pic 9(8).
           03 tas-tasa pic 9(2)v9(4).
       FD  RETENCIONES.
       01  ret-reg.
           03 ret-moneda pic x.
           03 ret-categoria pic x.
           03 ret-fecha pic 9(8).
           03 ret-tasa pic 9(2)v9(4).
       FD  CIERRES.
       01  cie-reg.
           03 cie-filial pic 9(2).
           03 cie-fecha pic 9(8).
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       FD  REPORTE.
       01  rep-linea pic x(80).
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
       01  w-idx-status pic xx.
       01  w-ord-status pic xx.
       01  w-flag-ord pic 9.
       01  w-cuo-status pic xx.
       01  w-flag-cuo pic 9.
       01  w-tas-status pic xx.
       01  w-flag-tasa pic 9.
       01  w-ret-status pic xx.
       01  w-flag-ret pic 9.
       01  w-ret-uso pic 9(2)v9(4).
       01  w-ret-fecha-uso pic 9(8).
       01  w-cie-status pic xx.
       01  w-flag-cie pic 9.
       01  w-cie-filial pic 9(2).
       01  w-cie-socio pic 9(4).
       01  w-fecha-cierre pic 9(8).
       01  w-soc-nombre pic x(20).
       01  w-soc-estado pic x.
       01  w-soc-categoria pic x.
       01  w-soc-exento pic x.
       01  w-cant-ordenes pic 999.
       01  w-cant-cuotas pic 999.
       01  w-flag-negativo pic 9.
       01  w-flag-duplicado pic 9.
       01  w-val-cierre pic 9.
       01  w-confirma pic x.
       01  w-flag-filiales pic 9.
       01  w-flag-filial-ok pic 9.
       01  w-flag-maestro pic 9.
       01  w-flag-socio-ok pic 9.
       01  w-flag-cambio pic 9.
       01  w-cant-mae pic 9(4).
       01  w-mov-importe pic s9(8)v99.
       01  w-mov-modalidad pic x.
       01  w-mov-fecha pic 9(8).
       01  w-mov-moneda pic x.
       01  w-mon-idx pic 9.
       01  w-tasa-uso pic 9(2)v9(4).
       01  w-tasa-fecha-uso pic 9(8).
       01  w-dias-desde pic 9(7).
       01  w-dias-cierre pic 9(7).
       01  w-dias-interes pic 9(5).
       01  w-dias-calc pic 9(7).
       01  w-anio-ant pic 9(4).
       01  w-div-coc pic 9(4).
      * Liquidacion por moneda (pesos, dolares, euros): saldo con el
      * signo de SALDOS, fecha del ultimo interes acreditado y del
      * primer movimiento, interes al cierre y su retencion, total a
      * pagar y los comprobantes que quedan grabados.
       01  tabla-liquidacion.
           03 liq-entrada OCCURS 3 TIMES.
               05 liq-moneda pic x.
               05 liq-nombre pic x(8).
               05 liq-saldo pic s9(9)v99.
               05 liq-ult-interes pic 9(8).
               05 liq-primer-mov pic 9(8).
               05 liq-tasa pic 9(2)v9(4).
               05 liq-dias pic 9(5).
               05 liq-interes pic s9(8)v99.
               05 liq-retencion pic s9(8)v99.
               05 liq-total pic s9(9)v99.
               05 liq-cpte-int pic 9(7).
               05 liq-cpte-ext pic 9(7).
               05 liq-cpte-ret pic 9(7).
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
       01  w-cont-previo pic 9(4) value zeros.
       01  w-imp-previo pic s9(8)v99 value zeros.
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
       01  cont pic 999 value zeros.
       01  w-operador pic x(3).
       01  w-ope-status pic xx.
       01  w-flag-ope pic 9.
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-aud-accion pic x.
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(21) value spaces.
           03 filler pic x(38) value
               "LIQUIDACION FINAL Y CIERRE DE CUENTA".
           03 filler pic x(21) value spaces.
       01  lin-socio.
           03 filler pic x(3) value spaces.
           03 filler pic x(8) value "CUENTA: ".
           03 l-filial pic 9(2).
           03 filler pic x value "-".
           03 l-socio pic 9(4).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 l-nombre pic x(20).
           03 filler pic x(3) value spaces.
           03 filler pic x(11) value "AL DIA: ".
           03 l-fecha-cierre pic 9(8).
           03 filler pic x(10) value spaces.
       01  lin-cab.
           03 filler pic x(3) value spaces.
           03 filler pic x(9) value "MONEDA".
           03 filler pic x(14) value "         SALDO".
           03 filler pic x(6) value "  DIAS".
           03 filler pic x(13) value "      INTERES".
           03 filler pic x(14) value "      A PAGAR".
           03 filler pic x(21) value "   COMPROBANTES I / E".
       01  lin-det.
           03 filler pic x(3) value spaces.
           03 l-moneda pic x(8).
           03 filler pic x value spaces.
           03 l-saldo pic zz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-dias pic zzzz9.
           03 filler pic x value spaces.
           03 l-interes pic z.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-total pic zz.zzz.zz9,99.
           03 filler pic x(3) value spaces.
           03 l-cpte-int pic 9(7).
           03 filler pic x(3) value " / ".
           03 l-cpte-ext pic 9(7).
           03 filler pic x value spaces.
       01  lin-det-ret.
           03 filler pic x(12) value spaces.
           03 filler pic x(20) value "RETENCION IMPOSITIVA".
           03 l-retencion pic z.zzz.zz9,99.
           03 filler pic x(17) value spaces.
           03 l-cpte-ret pic 9(7).
           03 filler pic x(12) value spaces.
       01  lin-texto-1 pic x(80) value
           "   El socio recibe los importes detallados, con los que "-
           "su cuenta queda".
       01  lin-texto-2 pic x(80) value
           "   en cero en todas las monedas, y presta conformidad con "-
           "el cierre.".
       01  lin-blanco pic x(80) value spaces.
       01  lin-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(30) value all "_".
           03 filler pic x(10) value spaces.
       01  lin-firma-tit.
           03 filler pic x(47) value spaces.
           03 filler pic x(15) value "FIRMA DEL SOCIO".
           03 filler pic x(18) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           OPEN OUTPUT REPORTE.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 100-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "C"
                       IF w-nivel >= 3
                           PERFORM 200-CERRAR-CUENTA
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "F" MOVE "S" TO w-flag-fin
                   WHEN OTHER
                       DISPLAY "Error! Opcion invalida"
               END-EVALUATE
           END-PERFORM.
           CLOSE REPORTE.
           DISPLAY "Se cerraron ", cont, " cuentas".
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
               MOVE ZERO TO w-cie-filial
               MOVE ZERO TO w-cie-socio
               PERFORM 800-GRABAR-AUDITORIA
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * La opcion pedida excede el nivel del operador: se avisa y el
      * intento queda asentado en el diario de auditoria.
      *-----------------------------------------------------------------
       060-RECHAZAR-NIVEL.
           DISPLAY "Error! Su nivel de permiso no alcanza para "-
               "esa opcion".
           MOVE "X" TO w-aud-accion.
           MOVE "SIN NIVEL" TO w-aud-antes.
           MOVE SPACES TO w-aud-despues.
           MOVE ZERO TO w-cie-filial.
           MOVE ZERO TO w-cie-socio.
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Liquidacion y cierre de cuentas".
           DISPLAY "C - Cerrar la cuenta de un socio".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * C I E R R E
      *-----------------------------------------------------------------
      * Verifica que la cuenta se pueda cerrar, muestra la
      * liquidacion y, con la confirmacion del operador, graba los
      * movimientos, imprime la liquidacion y deja al socio inactivo.
      *-----------------------------------------------------------------
       200-CERRAR-CUENTA.
           PERFORM 210-ING-SOCIO.
           PERFORM 215-VERIF-SOCIO
               UNTIL w-flag-filial-ok = 1 AND w-flag-socio-ok = 1.
           PERFORM 226-ING-FECHA.
           PERFORM 227-VERIF-FECHA
               UNTIL w-val-cal = 1 AND w-val-cierre = 1.
           PERFORM 300-VERIF-ORDENES.
           PERFORM 310-VERIF-CUOTAS.
           PERFORM 400-CALCULAR-SALDOS.
           IF w-cant-ordenes > ZERO
               DISPLAY "Error! El socio tiene ", w-cant-ordenes,
                   " ordenes programadas vigentes, darlas de baja "-
                   "con GRABAR-ORD"
           END-IF.
           IF w-cant-cuotas > ZERO
               DISPLAY "Error! El socio tiene ", w-cant-cuotas,
                   " cuotas de prestamos sin cobrar"
           END-IF.
           IF w-flag-negativo = 1
               DISPLAY "Error! El socio tiene saldo negativo en "-
                   "alguna moneda"
           END-IF.
           IF w-cant-ordenes > ZERO OR w-cant-cuotas > ZERO
               OR w-flag-negativo = 1
               DISPLAY "La cuenta no se puede cerrar"
           ELSE
               PERFORM 450-CALCULAR-INTERESES
               PERFORM 470-VERIF-DUPLICADO
               IF w-flag-duplicado = 1
                   DISPLAY "Error! El socio ya tiene grabado un "-
                       "interes, retencion o extraccion en esa "-
                       "moneda a la fecha de cierre"
                   DISPLAY "La cuenta no se puede cerrar"
               ELSE
                   PERFORM 460-MOSTRAR-LIQUIDACION
                   DISPLAY "Confirma la liquidacion y el cierre de "-
                       "la cuenta? (S/N)"
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 500-GRABAR-MOVIMIENTOS
                       PERFORM 600-IMPRIMIR-LIQUIDACION
                       PERFORM 700-MARCAR-INACTIVO
                       ADD 1 TO cont
                       DISPLAY "Cuenta ", w-cie-filial, "-",
                           w-cie-socio, " liquidada y cerrada"
                   ELSE
                       DISPLAY "Cierre cancelado"
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * El socio tiene que existir en la filial activo o con la cuenta
      * dormida: una cuenta dormida tambien se puede cerrar.
      *-----------------------------------------------------------------
       210-ING-SOCIO.
           DISPLAY "Ingrese el nro de filial del socio".
           ACCEPT w-cie-filial.
           DISPLAY "Ingrese el codigo del socio".
           ACCEPT w-cie-socio.
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
      * La fecha de cierre es la de los movimientos que se graban, asi
      * que se valida contra el calendario y contra el cierre de la
      * filial, igual que las fechas de GRABAR-SEC.
      *-----------------------------------------------------------------
       226-ING-FECHA.
           DISPLAY "Ingrese la fecha de cierre (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-cierre.
           IF w-fecha-cierre = ZERO
               MOVE w-fecha-hoy TO w-fecha-cierre
           END-IF.
           MOVE w-fecha-cierre TO w-cal-fecha.
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

       236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-filiales.
           MOVE ZERO TO w-flag-filial-ok.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1 OR w-flag-filial-ok = 1
               PERFORM 237-LEER-FILIAL
               IF fil-codigo IS NUMERIC
                   AND fil-codigo = w-cie-filial
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
                   AND mae-socio = w-cie-socio
                   AND mae-filial = w-cie-filial
                   AND (mae-estado = "A" OR mae-estado = "D")
                   MOVE 1 TO w-flag-socio-ok
                   MOVE mae-nombre TO w-soc-nombre
                   MOVE mae-estado TO w-soc-estado
                   MOVE mae-categoria TO w-soc-categoria
                   MOVE mae-exento TO w-soc-exento
               END-IF
           END-PERFORM.
           CLOSE MAESTRO.

       239-LEER-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           READ MAESTRO AT END MOVE 1 TO w-flag-maestro.
      *-----------------------------------------------------------------
      * Tasa vigente a la fecha de cierre para la moneda: la de fecha
      * mas alta que no la supere, mismo criterio que DEVENGAR-INT.
      *-----------------------------------------------------------------
       250-BUSCAR-TASA.
           MOVE ZERO TO w-tasa-uso.
           MOVE ZERO TO w-tasa-fecha-uso.
           OPEN INPUT TASAS.
           IF w-tas-status = "00"
               MOVE ZERO TO w-flag-tasa
               PERFORM UNTIL w-flag-tasa = 1
                   READ TASAS AT END MOVE 1 TO w-flag-tasa
                   END-READ
                   IF w-flag-tasa NOT = 1
                       AND tas-moneda = w-mov-moneda
                       AND tas-fecha <= w-fecha-cierre
                       AND tas-fecha >= w-tasa-fecha-uso
                       MOVE tas-fecha TO w-tasa-fecha-uso
                       MOVE tas-tasa TO w-tasa-uso
                   END-IF
               END-PERFORM
               CLOSE TASAS
           END-IF.
      *-----------------------------------------------------------------
      * Tasa de retencion vigente a la fecha de cierre para la moneda
      * y la categoria del socio (persona fisica si no tiene), mismo
      * criterio que DEVENGAR-INT.
      *-----------------------------------------------------------------
       256-BUSCAR-RETENCION.
           MOVE ZERO TO w-ret-uso.
           MOVE ZERO TO w-ret-fecha-uso.
           IF w-soc-categoria NOT = "J"
               MOVE "F" TO w-soc-categoria
           END-IF.
           OPEN INPUT RETENCIONES.
           IF w-ret-status = "00"
               MOVE ZERO TO w-flag-ret
               PERFORM UNTIL w-flag-ret = 1
                   READ RETENCIONES AT END MOVE 1 TO w-flag-ret
                   END-READ
                   IF w-flag-ret NOT = 1
                       AND ret-moneda = liq-moneda(w-mon-idx)
                       AND ret-categoria = w-soc-categoria
                       AND ret-fecha <= w-fecha-cierre
                       AND ret-fecha >= w-ret-fecha-uso
                       MOVE ret-fecha TO w-ret-fecha-uso
                       MOVE ret-tasa TO w-ret-uso
                   END-IF
               END-PERFORM
               CLOSE RETENCIONES
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
                       AND cie-filial = w-cie-filial
                       AND w-fecha-cierre <= cie-fecha
                       MOVE 0 TO w-val-cierre
                   END-IF
               END-PERFORM
               CLOSE CIERRES
           END-IF.
      *-----------------------------------------------------------------
      * Cantidad de dias desde el comienzo de la era hasta w-cal-fecha,
      * igual que LISTAR-MORA: la diferencia entre dos fechas da los
      * dias que hay entre ellas.
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
      *-----------------------------------------------------------------
      * Ordenes programadas de GRABAR-ORD que siguen vigentes a la
      * fecha de cierre (sin fecha de fin o con la fecha de fin
      * todavia por venir), del socio o con el socio como destino de
      * una transferencia.
      *-----------------------------------------------------------------
       300-VERIF-ORDENES.
           MOVE ZERO TO w-cant-ordenes.
           OPEN INPUT ORDENES.
           IF w-ord-status = "00"
               MOVE ZERO TO w-flag-ord
               PERFORM UNTIL w-flag-ord = 1
                   READ ORDENES AT END MOVE 1 TO w-flag-ord
                   END-READ
                   IF w-flag-ord NOT = 1
                       AND (ord-fecha-fin = ZERO
                           OR ord-fecha-fin >= w-fecha-cierre)
                       IF (ord-filial = w-cie-filial
                           AND ord-socio = w-cie-socio)
                           OR (ord-modalidad = "S"
                           AND ord-contra-filial = w-cie-filial
                           AND ord-contra-socio = w-cie-socio)
                           ADD 1 TO w-cant-ordenes
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ORDENES
           END-IF.
      *-----------------------------------------------------------------
      * Cuotas de prestamos de GRABAR-PRE todavia pendientes (P).
      *-----------------------------------------------------------------
       310-VERIF-CUOTAS.
           MOVE ZERO TO w-cant-cuotas.
           OPEN INPUT CUOTAS.
           IF w-cuo-status = "00"
               MOVE ZERO TO w-flag-cuo
               PERFORM UNTIL w-flag-cuo = 1
                   READ CUOTAS AT END MOVE 1 TO w-flag-cuo
                   END-READ
                   IF w-flag-cuo NOT = 1
                       AND cuo-filial = w-cie-filial
                       AND cuo-socio = w-cie-socio
                       AND cuo-estado = "P"
                       ADD 1 TO w-cant-cuotas
                   END-IF
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
      *-----------------------------------------------------------------
      * Saldo de cada moneda con todos los movimientos del socio, los
      * archivados y los vigentes.
      *-----------------------------------------------------------------
       400-CALCULAR-SALDOS.
           INITIALIZE tabla-liquidacion.
           MOVE "P" TO liq-moneda(1).
           MOVE "PESOS" TO liq-nombre(1).
           MOVE "D" TO liq-moneda(2).
           MOVE "DOLARES" TO liq-nombre(2).
           MOVE "E" TO liq-moneda(3).
           MOVE "EUROS" TO liq-nombre(3).
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       AND hist-filial = w-cie-filial
                       AND hist-socio = w-cie-socio
                       MOVE hist-importe TO w-mov-importe
                       MOVE hist-modalidad TO w-mov-modalidad
                       MOVE hist-fecha TO w-mov-fecha
                       MOVE hist-moneda TO w-mov-moneda
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
                       AND soc-filial = w-cie-filial
                       AND soc-socio = w-cie-socio
                       MOVE soc-importe TO w-mov-importe
                       MOVE soc-modalidad TO w-mov-modalidad
                       MOVE soc-fecha TO w-mov-fecha
                       MOVE soc-moneda TO w-mov-moneda
                       PERFORM 410-APLICAR-MOVIMIENTO
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.
           MOVE ZERO TO w-flag-negativo.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF liq-saldo(w-mon-idx) < ZERO
                   MOVE 1 TO w-flag-negativo
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Aplica el movimiento al saldo de su moneda con el signo de
      * SALDOS y se queda con la fecha del ultimo interes y la del
      * primer movimiento de la moneda.
      *-----------------------------------------------------------------
       410-APLICAR-MOVIMIENTO.
           EVALUATE w-mov-moneda
               WHEN "P" MOVE 1 TO w-mon-idx
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mon-idx > ZERO
               EVALUATE w-mov-modalidad
                   WHEN "T" WHEN "D" WHEN "I" WHEN "P" WHEN "Y"
                       ADD w-mov-importe TO liq-saldo(w-mon-idx)
                   WHEN "R" WHEN "E" WHEN "S" WHEN "C" WHEN "N"
                   WHEN "X" WHEN "F" WHEN "W"
                       SUBTRACT w-mov-importe FROM liq-saldo(w-mon-idx)
               END-EVALUATE
               IF w-mov-modalidad = "I"
                   AND w-mov-fecha > liq-ult-interes(w-mon-idx)
                   MOVE w-mov-fecha TO liq-ult-interes(w-mon-idx)
               END-IF
               IF liq-primer-mov(w-mon-idx) = ZERO
                   OR w-mov-fecha < liq-primer-mov(w-mon-idx)
                   MOVE w-mov-fecha TO liq-primer-mov(w-mon-idx)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Interes al cierre de cada moneda con saldo positivo: el saldo
      * por la tasa mensual vigente a la fecha de cierre (mismo
      * criterio que DEVENGAR-INT) por los dias corridos desde el
      * ultimo interes acreditado, o desde el primer movimiento si
      * nunca devengo, sobre un mes de 30 dias. Del interes se
      * descuenta la retencion impositiva, igual que en DEVENGAR-INT.
      *-----------------------------------------------------------------
       450-CALCULAR-INTERESES.
           MOVE w-fecha-cierre TO w-cal-fecha.
           PERFORM 280-CONTAR-DIAS.
           MOVE w-dias-calc TO w-dias-cierre.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE ZERO TO liq-interes(w-mon-idx)
               MOVE ZERO TO liq-retencion(w-mon-idx)
               IF liq-saldo(w-mon-idx) > ZERO
                   PERFORM 455-INTERES-MONEDA
               END-IF
               IF liq-interes(w-mon-idx) > ZERO
                   AND w-soc-exento NOT = "S"
                   PERFORM 256-BUSCAR-RETENCION
                   COMPUTE liq-retencion(w-mon-idx) ROUNDED =
                       liq-interes(w-mon-idx) * w-ret-uso / 100
               END-IF
               COMPUTE liq-total(w-mon-idx) =
                   liq-saldo(w-mon-idx) + liq-interes(w-mon-idx)
                   - liq-retencion(w-mon-idx)
           END-PERFORM.

       455-INTERES-MONEDA.
           IF liq-ult-interes(w-mon-idx) > ZERO
               MOVE liq-ult-interes(w-mon-idx) TO w-cal-fecha
           ELSE
               MOVE liq-primer-mov(w-mon-idx) TO w-cal-fecha
           END-IF.
           PERFORM 280-CONTAR-DIAS.
           MOVE w-dias-calc TO w-dias-desde.
           MOVE ZERO TO w-dias-interes.
           IF w-dias-cierre > w-dias-desde
               COMPUTE w-dias-interes = w-dias-cierre - w-dias-desde
           END-IF.
           MOVE liq-moneda(w-mon-idx) TO w-mov-moneda.
           PERFORM 250-BUSCAR-TASA.
           MOVE w-tasa-uso TO liq-tasa(w-mon-idx).
           MOVE w-dias-interes TO liq-dias(w-mon-idx).
           IF w-tasa-uso > ZERO AND w-dias-interes > ZERO
               COMPUTE liq-interes(w-mon-idx) ROUNDED =
                   liq-saldo(w-mon-idx) * w-tasa-uso / 100
                   * w-dias-interes / 30
           END-IF.

       460-MOSTRAR-LIQUIDACION.
           DISPLAY "Liquidacion de la cuenta ", w-cie-filial, "-",
               w-cie-socio, " ", w-soc-nombre, " al ", w-fecha-cierre.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               DISPLAY "  ", liq-nombre(w-mon-idx),
                   " saldo ", liq-saldo(w-mon-idx),
                   " interes ", liq-interes(w-mon-idx),
                   " (", liq-dias(w-mon-idx), " dias al ",
                   liq-tasa(w-mon-idx), "%) retencion ",
                   liq-retencion(w-mon-idx), " a pagar ",
                   liq-total(w-mon-idx)
           END-PERFORM.
      *-----------------------------------------------------------------
      * Control de duplicados de GRABAR-SEC: ningun I, W o E que se va
      * a grabar puede repetir la filial, socio, fecha, moneda y
      * modalidad de un movimiento ya grabado en archSoc.dat.
      *-----------------------------------------------------------------
       470-VERIF-DUPLICADO.
           MOVE ZERO TO w-flag-duplicado.
           OPEN INPUT SOCIOS.
           IF w-soc-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1 OR w-flag-duplicado = 1
                   READ SOCIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND soc-filial IS NUMERIC
                       AND soc-filial = w-cie-filial
                       AND soc-socio = w-cie-socio
                       AND soc-fecha = w-fecha-cierre
                       PERFORM 475-VERIF-CLAVE
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.

       475-VERIF-CLAVE.
           EVALUATE soc-moneda
               WHEN "P" MOVE 1 TO w-mon-idx
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mon-idx > ZERO
               EVALUATE soc-modalidad
                   WHEN "I"
                       IF liq-interes(w-mon-idx) > ZERO
                           MOVE 1 TO w-flag-duplicado
                       END-IF
                   WHEN "W"
                       IF liq-retencion(w-mon-idx) > ZERO
                           MOVE 1 TO w-flag-duplicado
                       END-IF
                   WHEN "E"
                       IF liq-total(w-mon-idx) > ZERO
                           MOVE 1 TO w-flag-duplicado
                       END-IF
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * Graba por cada moneda el interes al cierre (I), su retencion
      * (W) y la extraccion (E) del total, que deja la moneda en
      * cero, y vuelve a grabar el registro de control de archSoc.dat
      * como GRABAR-SEC. El numerador se sube antes al comprobante
      * mas alto grabado, igual que en los demas programas que
      * agregan movimientos.
      *-----------------------------------------------------------------
       500-GRABAR-MOVIMIENTOS.
           PERFORM 510-CARGAR-NUMERADOR.
           PERFORM 520-TOTALES-PREVIAS.
           OPEN EXTEND SOCIOS.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF liq-interes(w-mon-idx) > ZERO
                   MOVE liq-interes(w-mon-idx) TO w-mov-importe
                   MOVE "I" TO w-mov-modalidad
                   PERFORM 540-GRABAR-MOVIMIENTO
                   MOVE soc-comprobante TO liq-cpte-int(w-mon-idx)
               END-IF
               IF liq-retencion(w-mon-idx) > ZERO
                   MOVE liq-retencion(w-mon-idx) TO w-mov-importe
                   MOVE "W" TO w-mov-modalidad
                   PERFORM 540-GRABAR-MOVIMIENTO
                   MOVE soc-comprobante TO liq-cpte-ret(w-mon-idx)
               END-IF
               IF liq-total(w-mon-idx) > ZERO
                   MOVE liq-total(w-mon-idx) TO w-mov-importe
                   MOVE "E" TO w-mov-modalidad
                   PERFORM 540-GRABAR-MOVIMIENTO
                   MOVE soc-comprobante TO liq-cpte-ext(w-mon-idx)
               END-IF
           END-PERFORM.
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

       540-GRABAR-MOVIMIENTO.
           MOVE w-cie-filial TO soc-filial.
           MOVE w-cie-socio TO soc-socio.
           MOVE w-mov-importe TO soc-importe.
           MOVE w-mov-modalidad TO soc-modalidad.
           MOVE w-fecha-cierre TO soc-fecha.
           MOVE liq-moneda(w-mon-idx) TO soc-moneda.
           MOVE ZERO TO soc-contra-filial.
           MOVE ZERO TO soc-contra-socio.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE w-operador TO soc-operador.
           WRITE soc-reg.
      *-----------------------------------------------------------------
      * Liquidacion impresa para que la firme el socio, con el saldo,
      * el interes y el importe pagado de cada moneda y los
      * comprobantes grabados.
      *-----------------------------------------------------------------
       600-IMPRIMIR-LIQUIDACION.
           MOVE w-cie-filial TO l-filial.
           MOVE w-cie-socio TO l-socio.
           MOVE w-soc-nombre TO l-nombre.
           MOVE w-fecha-cierre TO l-fecha-cierre.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-socio.
           WRITE rep-linea FROM lin-socio.
           DISPLAY lin-cab.
           WRITE rep-linea FROM lin-cab.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE liq-nombre(w-mon-idx) TO l-moneda
               MOVE liq-saldo(w-mon-idx) TO l-saldo
               MOVE liq-dias(w-mon-idx) TO l-dias
               MOVE liq-interes(w-mon-idx) TO l-interes
               MOVE liq-total(w-mon-idx) TO l-total
               MOVE liq-cpte-int(w-mon-idx) TO l-cpte-int
               MOVE liq-cpte-ext(w-mon-idx) TO l-cpte-ext
               DISPLAY lin-det
               WRITE rep-linea FROM lin-det
               IF liq-retencion(w-mon-idx) > ZERO
                   MOVE liq-retencion(w-mon-idx) TO l-retencion
                   MOVE liq-cpte-ret(w-mon-idx) TO l-cpte-ret
                   DISPLAY lin-det-ret
                   WRITE rep-linea FROM lin-det-ret
               END-IF
           END-PERFORM.
           DISPLAY lin-blanco.
           WRITE rep-linea FROM lin-blanco.
           DISPLAY lin-texto-1.
           WRITE rep-linea FROM lin-texto-1.
           DISPLAY lin-texto-2.
           WRITE rep-linea FROM lin-texto-2.
           DISPLAY lin-blanco.
           WRITE rep-linea FROM lin-blanco.
           DISPLAY lin-firma.
           WRITE rep-linea FROM lin-firma.
           DISPLAY lin-firma-tit.
           WRITE rep-linea FROM lin-firma-tit.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
      *-----------------------------------------------------------------
      * Deja al socio inactivo (I) en el maestro secuencial, por el
      * temporal igual que la baja de GRABAR-MAE, y en el indexado,
      * con la imagen antes y despues en el diario de auditoria.
      *-----------------------------------------------------------------
       700-MARCAR-INACTIVO.
           MOVE ZERO TO w-cant-mae.
           MOVE ZERO TO w-flag-cambio.
           OPEN INPUT MAESTRO.
           OPEN OUTPUT MAESTRO-TEMP.
           PERFORM 239-LEER-MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1
               IF mae-socio IS NUMERIC
                   MOVE mae-reg TO mae-reg-temp
                   IF mae-socio = w-cie-socio
                       AND mae-filial = w-cie-filial
                       MOVE "I" TO maet-estado
                       MOVE mae-reg TO w-aud-antes
                       MOVE mae-reg-temp TO w-aud-despues
                       MOVE 1 TO w-flag-cambio
                   END-IF
                   WRITE mae-reg-temp
                   ADD 1 TO w-cant-mae
               END-IF
               PERFORM 239-LEER-MAESTRO
           END-PERFORM.
           MOVE SPACES TO maet-control.
           MOVE "Z" TO maetc-marca.
           MOVE w-cant-mae TO maetc-cant.
           WRITE maet-control.
           CLOSE MAESTRO.
           CLOSE MAESTRO-TEMP.
           IF w-flag-cambio = 1
               CALL "CBL_DELETE_FILE" USING "..\archSocMae.dat"
               CALL "CBL_RENAME_FILE" USING "..\archSocMae.tmp",
                   "..\archSocMae.dat"
               PERFORM 710-SINCRONIZAR-IDX
               MOVE "C" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
           END-IF.
      *-----------------------------------------------------------------
      * Propaga la baja al maestro indexado por socio. Si el indexado
      * todavia no existe se avisa para correr CONVERTIR-MAE.
      *-----------------------------------------------------------------
       710-SINCRONIZAR-IDX.
           OPEN I-O MAESTRO-IDX.
           IF w-idx-status NOT = "00"
               DISPLAY "Atencion! No se pudo abrir el maestro "-
                   "indexado, correr CONVERTIR-MAE"
           ELSE
               MOVE w-aud-despues TO mi-reg
               REWRITE mi-reg
                   INVALID KEY
                       WRITE mi-reg
                       END-WRITE
               END-REWRITE
               CLOSE MAESTRO-IDX
           END-IF.
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria, con la
      * imagen del registro antes y despues del cambio y el codigo de
      * operador que se valido al arrancar el programa.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "CERRAR-CTA" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-cie-filial TO aud-filial.
           MOVE w-cie-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM CERRAR-CTA.
