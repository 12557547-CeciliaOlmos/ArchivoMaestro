      ******************************************************************
      * Author:
      * Date:
      * Purpose: Otorgamiento y consulta de prestamos personales a los
      *          socios, mismo estilo de menu que GRABAR-LIM. El
      *          maestro de prestamos (archPre.dat) guarda filial,
      *          socio, numero de prestamo del socio, capital, moneda,
      *          tasa mensual en porcentaje (la vigente del maestro de
      *          tasas archTasa.dat a la fecha de inicio, o una propia
      *          del prestamo), cantidad de cuotas, fecha de inicio,
      *          cuota fija y estado (V vigente, C cancelado). Al
      *          otorgar se arma el plan de cuotas por sistema frances
      *          (cuota fija, el interes de cada mes sobre el saldo de
      *          capital y la ultima cuota ajusta el redondeo) en el
      *          archivo de cuotas (archCuo.dat), con vencimientos
      *          mensuales el mismo dia del mes que la fecha de inicio
      *          (recortado al ultimo dia en los meses mas cortos), y
      *          el capital se acredita en archSoc.dat con modalidad P,
      *          numero de comprobante de la filial y el operador que
      *          otorga; no se acepta un segundo credito P del socio en
      *          la misma moneda y fecha de inicio, que repetiria la
      *          clave del indexado. El plan sale por consola y a
      *          planPre.dat para entregarle al socio. Las cuotas las
      *          debita COBRAR-CUO y las atrasadas las lista LISTAR-MORA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-PRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS
               ASSIGN TO "..\archPre.dat"
               FILE STATUS IS w-pre-status.
           SELECT CUOTAS
               ASSIGN TO "..\archCuo.dat"
               FILE STATUS IS w-cuo-status.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat".
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT TASAS
               ASSIGN TO "..\archTasa.dat"
               FILE STATUS IS w-tas-status.
           SELECT CIERRES
               ASSIGN TO "..\archCie.dat"
               FILE STATUS IS w-cie-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT REPORTE
               ASSIGN TO "..\planPre.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TASAS.
       01  tas-reg.
           03 tas-moneda pic x.
           03 tas-fecha pic 9(8).
           03 tas-tasa pic 9(2)v9(4).
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
       01  w-pre-status pic xx.
       01  w-flag-pre pic 9.
       01  w-cuo-status pic xx.
       01  w-flag-cuo pic 9.
       01  w-tas-status pic xx.
       01  w-flag-tasa pic 9.
       01  w-cie-status pic xx.
       01  w-flag-cie pic 9.
       01  w-pre-filial pic 9(2).
       01  w-pre-socio pic 9(4).
       01  w-pre-numero pic 9(3).
       01  w-pre-capital pic 9(8)v99.
       01  w-pre-moneda pic x.
       01  w-pre-tasa pic 9(2)v9(4).
       01  w-pre-cuotas pic 9(3).
       01  w-pre-fecha-inicio pic 9(8).
       01  w-pre-ultimo pic 9(3).
       01  w-tasa-fecha-uso pic 9(8).
       01  w-tasa-dec pic 9v9(6).
       01  w-factor pic 9(9)v9(9).
       01  w-factor-resto pic 9(9)v9(9).
       01  w-cuota-fija pic 9(8)v99.
       01  w-saldo-capital pic s9(8)v99.
       01  w-cuo-interes pic 9(8)v99.
       01  w-cuo-capital pic 9(8)v99.
       01  w-nro-cuota pic 9(3).
       01  w-dia-ancla pic 9(2).
       01  w-flag-calculo pic 9.
       01  w-val-cierre pic 9.
       01  w-flag-duplicado pic 9.
       01  w-confirma pic x.
       01  w-soc-nombre pic x(20).
       01  w-cant-listados pic 999.
       01  w-flag-filiales pic 9.
       01  w-flag-filial-ok pic 9.
       01  w-flag-maestro pic 9.
       01  w-flag-socio-ok pic 9.
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
           03 filler pic x(28) value spaces.
           03 filler pic x(24) value "PLAN DE CUOTAS PRESTAMO".
           03 filler pic x(28) value spaces.
       01  lin-pre-socio.
           03 filler pic x(3) value spaces.
           03 filler pic x(10) value "PRESTAMO: ".
           03 l-pre-filial pic 9(2).
           03 filler pic x value "-".
           03 l-pre-socio pic 9(4).
           03 filler pic x value "-".
           03 l-pre-numero pic 9(3).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 l-pre-nombre pic x(20).
           03 filler pic x(3) value spaces.
           03 filler pic x(9) value "INICIO: ".
           03 l-pre-inicio pic 9(8).
           03 filler pic x(6) value spaces.
       01  lin-pre-datos.
           03 filler pic x(3) value spaces.
           03 filler pic x(9) value "CAPITAL: ".
           03 l-pre-capital pic zz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-pre-moneda pic x(8).
           03 filler pic x(7) value "TASA: ".
           03 l-pre-tasa pic z9,9999.
           03 filler pic x(11) value "% MENSUAL  ".
           03 filler pic x(8) value "CUOTAS: ".
           03 l-pre-cuotas pic zz9.
           03 filler pic x(10) value spaces.
       01  lin-cab-cuo.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "CUOTA".
           03 filler pic x(3) value spaces.
           03 filler pic x(8) value "VENCIM.".
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "      CAPITAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "      INTERES".
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "        TOTAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "   SALDO CAP.".
           03 filler pic x(2) value spaces.
       01  lin-cuo.
           03 filler pic x(4) value spaces.
           03 l-cuo-cuota pic zz9.
           03 filler pic x(3) value spaces.
           03 l-cuo-vencimiento pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-cuo-capital pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-interes pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-total pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cuo-saldo pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
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
                   WHEN "A"
                       IF w-nivel >= 2
                           PERFORM 200-OTORGAR-PRESTAMO
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "L" PERFORM 600-LISTAR-PRESTAMOS
                   WHEN "F" MOVE "S" TO w-flag-fin
                   WHEN OTHER
                       DISPLAY "Error! Opcion invalida"
               END-EVALUATE
           END-PERFORM.
           CLOSE REPORTE.
           DISPLAY "Se otorgaron ", cont, " prestamos".
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
               MOVE ZERO TO w-pre-filial
               MOVE ZERO TO w-pre-socio
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
           MOVE ZERO TO w-pre-filial.
           MOVE ZERO TO w-pre-socio.
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Prestamos a socios".
           DISPLAY "A - Otorgar un prestamo".
           DISPLAY "L - Listar los prestamos de un socio y sus cuotas".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * O T O R G A M I E N T O
      *-----------------------------------------------------------------
      * Pide los datos del prestamo, calcula la cuota fija y, con la
      * confirmacion del operador, graba el plan de cuotas, acredita
      * el capital y da de alta el prestamo en el maestro.
      *-----------------------------------------------------------------
       200-OTORGAR-PRESTAMO.
           PERFORM 210-ING-SOCIO.
           PERFORM 215-VERIF-SOCIO
               UNTIL w-flag-filial-ok = 1 AND w-flag-socio-ok = 1.
           PERFORM 220-ING-CAPITAL.
           PERFORM 221-VERIF-CAPITAL UNTIL w-pre-capital > 0.
           PERFORM 222-ING-MONEDA.
           PERFORM 223-VERIF-MONEDA
               UNTIL w-pre-moneda = "P" OR w-pre-moneda = "D"
               OR w-pre-moneda = "E".
           PERFORM 224-ING-CUOTAS.
           PERFORM 225-VERIF-CUOTAS
               UNTIL w-pre-cuotas >= 1 AND w-pre-cuotas <= 120.
           PERFORM 226-ING-FECHA.
           PERFORM 227-VERIF-FECHA
               UNTIL w-val-cal = 1 AND w-val-cierre = 1
               AND w-flag-duplicado = ZERO.
           PERFORM 230-ING-TASA.
           PERFORM 235-VERIF-TASA UNTIL w-pre-tasa > 0.
           PERFORM 260-CALCULAR-CUOTA.
           IF w-flag-calculo NOT = 1
               DISPLAY "Error! La tasa y la cantidad de cuotas dan "-
                   "una cuota fuera de rango, no se otorga"
           ELSE
               DISPLAY "Cuota fija: ", w-cuota-fija, " en ",
                   w-pre-cuotas, " cuotas al ", w-pre-tasa,
                   "% mensual"
               DISPLAY "Confirma el otorgamiento? (S/N)"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 240-BUSCAR-ULTIMO
                   COMPUTE w-pre-numero = w-pre-ultimo + 1
                   PERFORM 300-GRABAR-PLAN
                   PERFORM 400-ACREDITAR-CAPITAL
                   PERFORM 500-GRABAR-PRESTAMO
                   ADD 1 TO cont
                   DISPLAY "Prestamo ", w-pre-filial, "-",
                       w-pre-socio, "-", w-pre-numero, " otorgado"
               ELSE
                   DISPLAY "Otorgamiento cancelado"
               END-IF
           END-IF.

       210-ING-SOCIO.
           DISPLAY "Ingrese el nro de filial del socio".
           ACCEPT w-pre-filial.
           DISPLAY "Ingrese el codigo del socio".
           ACCEPT w-pre-socio.
           PERFORM 236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-socio-ok.
           IF w-flag-filial-ok = 1
               PERFORM 238-VERIF-SOCIO-MAESTRO
           END-IF.

       215-VERIF-SOCIO.
           DISPLAY "Error! La filial no existe o el socio no esta "-
               "activo en ella".
           PERFORM 210-ING-SOCIO.

       220-ING-CAPITAL.
           DISPLAY "Ingrese el capital del prestamo".
           ACCEPT w-pre-capital.

       221-VERIF-CAPITAL.
           DISPLAY "Error! El capital debe ser mayor que cero".
           PERFORM 220-ING-CAPITAL.

       222-ING-MONEDA.
           DISPLAY "Ingrese la moneda (P - Pesos, D - Dolares, "-
               "E - Euros)".
           ACCEPT w-pre-moneda.

       223-VERIF-MONEDA.
           DISPLAY "Error! Moneda incorrecta".
           PERFORM 222-ING-MONEDA.

       224-ING-CUOTAS.
           DISPLAY "Ingrese la cantidad de cuotas mensuales (1 a 120)".
           ACCEPT w-pre-cuotas.

       225-VERIF-CUOTAS.
           DISPLAY "Error! Cantidad de cuotas incorrecta".
           PERFORM 224-ING-CUOTAS.
      *-----------------------------------------------------------------
      * La fecha de inicio es la del credito del capital en
      * archSoc.dat, asi que se valida contra el calendario y contra
      * el cierre de la filial, igual que las fechas de GRABAR-SEC, y
      * contra los creditos P que el socio ya tiene en archSoc.dat.
      *-----------------------------------------------------------------
       226-ING-FECHA.
           DISPLAY "Ingrese la fecha de inicio (AAAAMMDD, 0 = hoy)".
           ACCEPT w-pre-fecha-inicio.
           IF w-pre-fecha-inicio = ZERO
               MOVE w-fecha-hoy TO w-pre-fecha-inicio
           END-IF.
           MOVE w-pre-fecha-inicio TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.
           MOVE 1 TO w-val-cierre.
           MOVE ZERO TO w-flag-duplicado.
           IF w-val-cal = 1
               PERFORM 276-VALIDAR-CIERRE
               IF w-val-cierre = 1
                   PERFORM 470-VERIF-DUPLICADO
               END-IF
           END-IF.

       227-VERIF-FECHA.
           IF w-val-cal NOT = 1
               DISPLAY "Error! Fecha invalida en el calendario"
           ELSE
               IF w-val-cierre NOT = 1
                   DISPLAY "Error! La filial ya esta cerrada a esa "-
                       "fecha"
               ELSE
                   DISPLAY "Error! El socio ya tiene un prestamo "-
                       "acreditado en esa moneda con esa fecha"
               END-IF
           END-IF.
           PERFORM 226-ING-FECHA.
      *-----------------------------------------------------------------
      * Tasa mensual del prestamo: con 0 se toma la vigente a la fecha
      * de inicio del maestro de tasas de GRABAR-TASA (la de fecha
      * mas alta que no la supere para esa moneda, mismo criterio que
      * DEVENGAR-INT); si no hay tasa vigente hay que ingresar una.
      *-----------------------------------------------------------------
       230-ING-TASA.
           DISPLAY "Ingrese la tasa mensual en porcentaje (0 = la "-
               "vigente del maestro de tasas)".
           ACCEPT w-pre-tasa.
           IF w-pre-tasa = ZERO
               PERFORM 250-BUSCAR-TASA
               IF w-pre-tasa = ZERO
                   DISPLAY "No hay tasa vigente para esa moneda"
               ELSE
                   DISPLAY "Tasa vigente: ", w-pre-tasa, "% desde el ",
                       w-tasa-fecha-uso
               END-IF
           END-IF.

       235-VERIF-TASA.
           DISPLAY "Error! El prestamo necesita una tasa mayor que "-
               "cero".
           PERFORM 230-ING-TASA.

       250-BUSCAR-TASA.
           MOVE ZERO TO w-pre-tasa.
           MOVE ZERO TO w-tasa-fecha-uso.
           OPEN INPUT TASAS.
           IF w-tas-status = "00"
               MOVE ZERO TO w-flag-tasa
               PERFORM UNTIL w-flag-tasa = 1
                   READ TASAS AT END MOVE 1 TO w-flag-tasa
                   END-READ
                   IF w-flag-tasa NOT = 1
                       AND tas-moneda = w-pre-moneda
                       AND tas-fecha <= w-pre-fecha-inicio
                       AND tas-fecha >= w-tasa-fecha-uso
                       MOVE tas-fecha TO w-tasa-fecha-uso
                       MOVE tas-tasa TO w-pre-tasa
                   END-IF
               END-PERFORM
               CLOSE TASAS
           END-IF.

       240-BUSCAR-ULTIMO.
           MOVE ZERO TO w-pre-ultimo.
           OPEN INPUT PRESTAMOS.
           IF w-pre-status = "00"
               PERFORM 245-LEER-PRESTAMO
               PERFORM UNTIL w-flag-pre = 1
                   IF pre-filial = w-pre-filial
                       AND pre-socio = w-pre-socio
                       AND pre-numero > w-pre-ultimo
                       MOVE pre-numero TO w-pre-ultimo
                   END-IF
                   PERFORM 245-LEER-PRESTAMO
               END-PERFORM
               CLOSE PRESTAMOS
           END-IF.

       245-LEER-PRESTAMO.
           MOVE ZERO TO w-flag-pre.
           READ PRESTAMOS AT END MOVE 1 TO w-flag-pre.
      *-----------------------------------------------------------------
      * Cuota fija del sistema frances:
      *     cuota = capital * i * (1 + i) ** n / ((1 + i) ** n - 1)
      * con i la tasa mensual en tanto por uno y n la cantidad de
      * cuotas. Si el factor no entra en el campo la combinacion de
      * tasa y plazo no es razonable y no se otorga.
      *-----------------------------------------------------------------
       260-CALCULAR-CUOTA.
           MOVE 1 TO w-flag-calculo.
           COMPUTE w-tasa-dec = w-pre-tasa / 100.
           COMPUTE w-factor ROUNDED = (1 + w-tasa-dec) ** w-pre-cuotas
               ON SIZE ERROR MOVE ZERO TO w-flag-calculo
           END-COMPUTE.
           IF w-flag-calculo = 1
               COMPUTE w-factor-resto = w-factor - 1
               COMPUTE w-cuota-fija ROUNDED = w-pre-capital
                   * w-tasa-dec * w-factor / w-factor-resto
                   ON SIZE ERROR MOVE ZERO TO w-flag-calculo
               END-COMPUTE
           END-IF.
      *-----------------------------------------------------------------
      * Arma una cuota por mes a partir de la fecha de inicio: el
      * interes es el del saldo de capital del mes y el resto de la
      * cuota amortiza capital; la ultima cuota cancela el saldo que
      * quede por redondeo. Cada cuota se graba pendiente (P) en
      * archCuo.dat y sale en el plan impreso.
      *-----------------------------------------------------------------
       300-GRABAR-PLAN.
           PERFORM 305-ENCABEZAR-PLAN.
           OPEN EXTEND CUOTAS.
           IF w-cuo-status NOT = "00"
               OPEN OUTPUT CUOTAS
           END-IF.
           MOVE w-pre-capital TO w-saldo-capital.
           MOVE w-pre-fecha-inicio TO w-cal-fecha.
           MOVE w-cal-dia TO w-dia-ancla.
           PERFORM 310-ARMAR-CUOTA
               VARYING w-nro-cuota FROM 1 BY 1
               UNTIL w-nro-cuota > w-pre-cuotas.
           CLOSE CUOTAS.
           WRITE rep-linea FROM lin-firma.
           WRITE rep-linea FROM lin-firma-tit.
           WRITE rep-linea FROM lin-guarda.

       305-ENCABEZAR-PLAN.
           MOVE w-pre-filial TO l-pre-filial.
           MOVE w-pre-socio TO l-pre-socio.
           MOVE w-pre-numero TO l-pre-numero.
           MOVE w-soc-nombre TO l-pre-nombre.
           MOVE w-pre-fecha-inicio TO l-pre-inicio.
           MOVE w-pre-capital TO l-pre-capital.
           EVALUATE w-pre-moneda
               WHEN "P" MOVE "PESOS" TO l-pre-moneda
               WHEN "D" MOVE "DOLARES" TO l-pre-moneda
               WHEN "E" MOVE "EUROS" TO l-pre-moneda
           END-EVALUATE.
           MOVE w-pre-tasa TO l-pre-tasa.
           MOVE w-pre-cuotas TO l-pre-cuotas.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-pre-socio.
           WRITE rep-linea FROM lin-pre-socio.
           DISPLAY lin-pre-datos.
           WRITE rep-linea FROM lin-pre-datos.
           DISPLAY lin-cab-cuo.
           WRITE rep-linea FROM lin-cab-cuo.

       310-ARMAR-CUOTA.
           PERFORM 320-SUMAR-UN-MES.
           COMPUTE w-cuo-interes ROUNDED =
               w-saldo-capital * w-tasa-dec.
           IF w-nro-cuota = w-pre-cuotas
               MOVE w-saldo-capital TO w-cuo-capital
           ELSE
               IF w-cuota-fija > w-cuo-interes
                   COMPUTE w-cuo-capital = w-cuota-fija - w-cuo-interes
               ELSE
                   MOVE ZERO TO w-cuo-capital
               END-IF
               IF w-cuo-capital > w-saldo-capital
                   MOVE w-saldo-capital TO w-cuo-capital
               END-IF
           END-IF.
           SUBTRACT w-cuo-capital FROM w-saldo-capital.
           MOVE w-pre-filial TO cuo-filial.
           MOVE w-pre-socio TO cuo-socio.
           MOVE w-pre-numero TO cuo-numero.
           MOVE w-nro-cuota TO cuo-cuota.
           MOVE w-cal-fecha TO cuo-vencimiento.
           MOVE w-cuo-capital TO cuo-capital.
           MOVE w-cuo-interes TO cuo-interes.
           MOVE w-pre-moneda TO cuo-moneda.
           MOVE "P" TO cuo-estado.
           MOVE ZERO TO cuo-fecha-cobro.
           WRITE cuo-reg.
           MOVE w-nro-cuota TO l-cuo-cuota.
           MOVE w-cal-fecha TO l-cuo-vencimiento.
           MOVE w-cuo-capital TO l-cuo-capital.
           MOVE w-cuo-interes TO l-cuo-interes.
           COMPUTE l-cuo-total = w-cuo-capital + w-cuo-interes.
           MOVE w-saldo-capital TO l-cuo-saldo.
           DISPLAY lin-cuo.
           WRITE rep-linea FROM lin-cuo.
      *-----------------------------------------------------------------
      * Pasa w-cal-fecha al mes siguiente, al dia del mes de la fecha
      * de inicio recortado al ultimo dia cuando el mes es mas corto.
      *-----------------------------------------------------------------
       320-SUMAR-UN-MES.
           ADD 1 TO w-cal-mes.
           IF w-cal-mes > 12
               MOVE 1 TO w-cal-mes
               ADD 1 TO w-cal-anio
           END-IF.
           MOVE w-dia-ancla TO w-cal-dia.
           PERFORM 266-TOPE-DEL-MES.
           IF w-cal-dia > w-cal-tope
               MOVE w-cal-tope TO w-cal-dia
           END-IF.
      *-----------------------------------------------------------------
      * Acredita el capital en la cuenta del socio con modalidad P y
      * vuelve a grabar el registro de control de archSoc.dat como
      * GRABAR-SEC. El numerador se sube antes al comprobante mas alto
      * grabado, igual que en los demas programas que agregan
      * movimientos.
      *-----------------------------------------------------------------
       400-ACREDITAR-CAPITAL.
           PERFORM 410-CARGAR-NUMERADOR.
           PERFORM 420-TOTALES-PREVIAS.
           OPEN EXTEND SOCIOS.
           MOVE w-pre-filial TO soc-filial.
           MOVE w-pre-socio TO soc-socio.
           MOVE w-pre-capital TO soc-importe.
           MOVE "P" TO soc-modalidad.
           MOVE w-pre-fecha-inicio TO soc-fecha.
           MOVE w-pre-moneda TO soc-moneda.
           MOVE ZERO TO soc-contra-filial.
           MOVE ZERO TO soc-contra-socio.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE w-operador TO soc-operador.
           WRITE soc-reg.
           MOVE "Z" TO ctl-marca.
           MOVE w-cont-previo TO ctl-cant.
           MOVE w-imp-previo TO ctl-importe.
           WRITE soc-control.
           CLOSE SOCIOS.
           PERFORM 430-GRABAR-NUMERADOR.
           DISPLAY "Capital acreditado con el comprobante ",
               w-pre-filial, "-", nro-t-ultimo(w-nro-idx).

       410-CARGAR-NUMERADOR.
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
       420-TOTALES-PREVIAS.
           MOVE ZERO TO w-cont-previo.
           MOVE ZERO TO w-imp-previo.
           MOVE ZERO TO w-flag-eof.
           OPEN INPUT SOCIOS.
           PERFORM 425-LEER-PREVIO.
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
               PERFORM 425-LEER-PREVIO
           END-PERFORM.
           CLOSE SOCIOS.

       425-LEER-PREVIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.

       430-GRABAR-NUMERADOR.
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
           COMPUTE w-nro-idx = w-pre-filial + 1.
      *-----------------------------------------------------------------
      * Control de duplicados de GRABAR-SEC: el credito P del capital
      * no puede repetir la filial, socio, fecha y moneda de otro
      * credito P ya grabado en archSoc.dat.
      *-----------------------------------------------------------------
       470-VERIF-DUPLICADO.
           MOVE ZERO TO w-flag-duplicado.
           MOVE ZERO TO w-flag-eof.
           OPEN INPUT SOCIOS.
           PERFORM 425-LEER-PREVIO.
           PERFORM UNTIL w-flag-eof = 1 OR w-flag-duplicado = 1
               IF soc-filial IS NUMERIC
                   AND soc-filial = w-pre-filial
                   AND soc-socio = w-pre-socio
                   AND soc-fecha = w-pre-fecha-inicio
                   AND soc-moneda = w-pre-moneda
                   AND soc-modalidad = "P"
                   MOVE 1 TO w-flag-duplicado
               END-IF
               PERFORM 425-LEER-PREVIO
           END-PERFORM.
           CLOSE SOCIOS.

       500-GRABAR-PRESTAMO.
           OPEN EXTEND PRESTAMOS.
           IF w-pre-status NOT = "00"
               OPEN OUTPUT PRESTAMOS
           END-IF.
           MOVE w-pre-filial TO pre-filial.
           MOVE w-pre-socio TO pre-socio.
           MOVE w-pre-numero TO pre-numero.
           MOVE w-pre-capital TO pre-capital.
           MOVE w-pre-moneda TO pre-moneda.
           MOVE w-pre-tasa TO pre-tasa.
           MOVE w-pre-cuotas TO pre-cuotas.
           MOVE w-pre-fecha-inicio TO pre-fecha-inicio.
           MOVE w-cuota-fija TO pre-cuota-fija.
           MOVE "V" TO pre-estado.
           MOVE nro-t-ultimo(w-nro-idx) TO pre-comprobante.
           WRITE pre-reg.
           CLOSE PRESTAMOS.
           MOVE "A" TO w-aud-accion.
           MOVE SPACES TO w-aud-antes.
           MOVE pre-reg TO w-aud-despues.
           PERFORM 800-GRABAR-AUDITORIA.
      *-----------------------------------------------------------------
      * C O N S U L T A
      *-----------------------------------------------------------------
      * Lista los prestamos del socio y, de cada uno, sus cuotas con
      * el estado (P pendiente, C cobrada) y la fecha de cobro.
      *-----------------------------------------------------------------
       600-LISTAR-PRESTAMOS.
           DISPLAY "Ingrese el nro de filial del socio".
           ACCEPT w-pre-filial.
           DISPLAY "Ingrese el codigo del socio".
           ACCEPT w-pre-socio.
           MOVE ZERO TO w-cant-listados.
           OPEN INPUT PRESTAMOS.
           IF w-pre-status = "00"
               PERFORM 245-LEER-PRESTAMO
               PERFORM UNTIL w-flag-pre = 1
                   IF pre-filial = w-pre-filial
                       AND pre-socio = w-pre-socio
                       ADD 1 TO w-cant-listados
                       PERFORM 610-MOSTRAR-PRESTAMO
                   END-IF
                   PERFORM 245-LEER-PRESTAMO
               END-PERFORM
               CLOSE PRESTAMOS
           END-IF.
           IF w-cant-listados = ZERO
               DISPLAY "El socio no tiene prestamos"
           END-IF.

       610-MOSTRAR-PRESTAMO.
           DISPLAY "Prestamo ", pre-numero, " capital ", pre-capital,
               " ", pre-moneda, " tasa ", pre-tasa, "% cuotas ",
               pre-cuotas, " inicio ", pre-fecha-inicio, " estado ",
               pre-estado.
           DISPLAY "  CUOTA VENCIM.        CAPITAL        INTERES "-
               "EST COBRADA".
           OPEN INPUT CUOTAS.
           IF w-cuo-status = "00"
               PERFORM 615-LEER-CUOTA
               PERFORM UNTIL w-flag-cuo = 1
                   IF cuo-filial = pre-filial
                       AND cuo-socio = pre-socio
                       AND cuo-numero = pre-numero
                       DISPLAY "  ", cuo-cuota, "   ", cuo-vencimiento,
                           " ", cuo-capital, " ", cuo-interes, " ",
                           cuo-estado, "   ", cuo-fecha-cobro
                   END-IF
                   PERFORM 615-LEER-CUOTA
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       615-LEER-CUOTA.
           MOVE ZERO TO w-flag-cuo.
           READ CUOTAS AT END MOVE 1 TO w-flag-cuo.
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
                       AND cie-filial = w-pre-filial
                       AND w-pre-fecha-inicio <= cie-fecha
                       MOVE 0 TO w-val-cierre
                   END-IF
               END-PERFORM
               CLOSE CIERRES
           END-IF.

       236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-filiales.
           MOVE ZERO TO w-flag-filial-ok.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1 OR w-flag-filial-ok = 1
               PERFORM 237-LEER-FILIAL
               IF fil-codigo IS NUMERIC
                   AND fil-codigo = w-pre-filial
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
                   AND mae-socio = w-pre-socio
                   AND mae-filial = w-pre-filial
                   AND mae-estado = "A"
                   MOVE 1 TO w-flag-socio-ok
                   MOVE mae-nombre TO w-soc-nombre
               END-IF
           END-PERFORM.
           CLOSE MAESTRO.

       239-LEER-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           READ MAESTRO AT END MOVE 1 TO w-flag-maestro.
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria, con la
      * imagen del registro despues del cambio y el codigo de
      * operador que se valido al arrancar el programa.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "GRABAR-PRE" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-pre-filial TO aud-filial.
           MOVE w-pre-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM GRABAR-PRE.
