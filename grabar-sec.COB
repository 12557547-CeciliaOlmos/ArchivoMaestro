               ORGANIZATION LINE SEQUENTIAL.
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT MAESTRO-TEMP
               ASSIGN TO "..\archSocMae.tmp".
           SELECT SUSPENSO
               ASSIGN TO "..\archSusp.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FERIADOS
               ASSIGN TO "..\archFer.dat"
               FILE STATUS IS w-fer-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTORICO
               ASSIGN TO "..\archSocHist.dat"
               FILE STATUS IS w-his-status.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT UMBRALES
               ASSIGN TO "..\archUmb.dat"
               FILE STATUS IS w-umb-status.
           SELECT PENDIENTES
               ASSIGN TO "..\archPend.dat"
               FILE STATUS IS w-pen-status.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
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
           03 ctl-importe pic s9(8)V99.
           03 filler pic x(27).
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 trans-modalidad pic x.
           03 trans-fecha pic 9(8).
           03 trans-moneda pic x.
           03 trans-contra-filial pic 9(2).
           03 trans-contra-socio pic 9(4).
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
       FD  SUSPENSO.
       01  susp-reg.
           03 susp-filial pic 9(2).
           03 susp-fecha pic 9(8).
           03 susp-moneda pic x.
           03 susp-motivo pic x(10).
           03 susp-contra-filial pic 9(2).
           03 susp-contra-socio pic 9(4).
       FD  SUSPENSO-TEMP.
       01  susp-reg-temp.
           03 suspt-filial pic 9(2).
           03 suspt-fecha pic 9(8).
           03 suspt-moneda pic x.
           03 suspt-motivo pic x(10).
           03 suspt-contra-filial pic 9(2).
           03 suspt-contra-socio pic 9(4).
       FD  CIERRES.
       01  cie-reg.
           03 cie-filial pic 9(2).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 fer-descripcion pic x(20).
      *******************************************************************
      * Ultimo numero de comprobante entregado por filial. Lo usan
      * todos los programas que graban movimientos en archSoc.dat.
      *******************************************************************
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       FD  COMPROBANTES.
       01  cpr-linea pic x(80).
       FD  HISTORICO.
       01  hist-reg.
           03 hist-filial pic 9(2).
           03 hist-socio pic 9(4).
           03 hist-importe pic s9(8)V99.
           03 hist-modalidad pic x.
           03 hist-fecha pic 9(8).
           03 hist-moneda pic x.
           03 hist-contra-filial pic 9(2).
           03 hist-contra-socio pic 9(4).
           03 hist-comprobante pic 9(7).
           03 hist-operador pic x(3).
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
       FD  UMBRALES.
       01  umb-reg.
           03 umb-filial pic 9(2).
           03 umb-moneda pic x.
           03 umb-importe pic 9(8)V99.
      *******************************************************************
      * Movimientos que superaron el umbral de doble control de su
      * filial y esperan que otro operador de nivel 3 los apruebe o
      * los rechace con APROBAR-MOV. Estado P pendiente, A aprobado
      * (con el comprobante que se le dio), R rechazado y V vencido.
      *******************************************************************
       FD  PENDIENTES.
       01  pen-reg.
           03 pen-numero pic 9(6).
           03 pen-filial pic 9(2).
           03 pen-socio pic 9(4).
           03 pen-importe pic s9(8)V99.
           03 pen-modalidad pic x.
           03 pen-fecha pic 9(8).
           03 pen-moneda pic x.
           03 pen-contra-filial pic 9(2).
           03 pen-contra-socio pic 9(4).
           03 pen-origen pic x.
           03 pen-cargador pic x(3).
           03 pen-fecha-carga pic 9(8).
           03 pen-estado pic x.
           03 pen-autorizante pic x(3).
           03 pen-fecha-aut pic 9(8).
           03 pen-comprobante pic 9(7).
           03 pen-motivo pic x(10).
       WORKING-STORAGE SECTION.
       01  cont pic 999 value zeros.
       01  w-flag-filial-ok pic 9.
       01  w-flag-susp pic 9.
       01  w-susp-motivo pic x(10).
       01  w-flag-duplicado pic 9.
       01  w-flag-dup-destino pic 9.
       01  w-flag-eof-dup pic 9.
       01  w-confirma pic x.
       01  w-filial-ing pic x(2).
       01  w-chk-modalidad pic x.
       01  w-chk-fecha pic 9(8).
       01  w-chk-moneda pic x.
       01  w-chk-contra-filial pic 9(2).
       01  w-chk-contra-socio pic 9(4).
      * Transferencia entre socios: origen y destino del par S / T.
       01  w-tra-filial-ori pic 9(2).
       01  w-tra-socio-ori pic 9(4).
       01  w-tra-filial-des pic 9(2).
       01  w-tra-socio-des pic 9(4).
       01  w-flag-destino-ok pic 9.
       01  w-val-destino pic 9.
       01  w-tab-cont pic 999 value zeros.
       01  w-tabla-actual.
           03 w-tab-entrada OCCURS 500 TIMES INDEXED BY w-idx.
       01  w-autoriza pic x.
       01  w-mi-status pic xx.
       01  w-flag-mae-idx pic 9 value zero.
       01  w-flag-dormido pic 9.
       01  w-flag-reactivo pic 9.
       01  w-cant-mae pic 9(4).
       01  w-cant-dor pic 9 value zero.
       01  w-dor-idx pic 9.
      * Socios con la cuenta dormida que un supervisor autorizo a
      * operar en el movimiento en curso: se reactivan al grabarlo.
       01  tabla-dormidos.
           03 dor-entrada OCCURS 5 TIMES.
               05 dor-filial pic 9(2).
               05 dor-socio pic 9(4).
               05 dor-supervisor pic x(3).
       01  w-fer-status pic xx.
       01  w-flag-fer pic 9.
       01  w-cant-fer pic 999 value zeros.
       01  w-cie-idx pic 999.
       01  tabla-cierres.
           03 cie-fecha-cerrada OCCURS 100 TIMES pic 9(8).
       01  w-operador pic x(3).
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-aud-accion pic x.
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
       01  w-his-status pic xx.
       01  w-umb-status pic xx.
       01  w-flag-umb pic 9.
       01  w-flag-umbral pic 9.
       01  w-umb-idx pic 999.
       01  w-umb-moneda pic x.
       01  w-umb-mon pic 9.
      * Umbral de doble control por filial y moneda (1 pesos,
      * 2 dolares, 3 euros); cero es filial sin doble control.
       01  tabla-umbrales.
           03 umb-t-filial OCCURS 100 TIMES.
               05 umb-t-importe OCCURS 3 TIMES pic 9(8)V99.
       01  w-pen-status pic xx.
       01  w-flag-pen pic 9.
       01  w-pen-ultimo pic 9(6).
       01  w-pen-imp-ed pic z(7)9.99.
       01  w-cont-pendientes pic 999 value zeros.
       01  w-flag-encontrado pic 9.
       01  w-sel-filial pic 9(2).
       01  w-sel-numero pic 9(7).
       01  w-cp-nombre pic x(20).
       01  w-cp-reg pic x(42).
       01  w-cp-importe pic 9(8)v99.
       01  w-cp-importe-r REDEFINES w-cp-importe.
           03 w-cp-enteros pic 9(8).
           03 w-cp-centavos pic 99.
      * Comprobante numerado que se entrega al socio en el mostrador.
       01  lin-cp-guarda.
           03 filler pic x(80) value all "=".
       01  lin-cp-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-cp-tipo.
           03 filler pic x(20) value spaces.
           03 filler pic x(26) value "COMPROBANTE DE MOVIMIENTO".
           03 l-cp-copia pic x(10).
           03 filler pic x(24) value spaces.
       01  lin-cp-numero.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "FILIAL: ".
           03 l-cp-filial pic 9(2).
           03 filler pic x(10) value spaces.
           03 filler pic x(17) value "COMPROBANTE NRO: ".
           03 l-cp-numero pic 9(7).
           03 filler pic x(32) value spaces.
       01  lin-cp-fecha.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 l-cp-fecha pic 9(8).
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "OPERADOR: ".
           03 l-cp-operador pic x(3).
           03 filler pic x(43) value spaces.
       01  lin-cp-socio.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 l-cp-socio pic 9(4).
           03 filler pic x(3) value " - ".
           03 l-cp-nombre pic x(20).
           03 filler pic x(42) value spaces.
       01  lin-cp-mov.
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "MOVIMIENTO: ".
           03 l-cp-modalidad pic x.
           03 filler pic x(3) value " - ".
           03 l-cp-desc pic x(20).
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "MONEDA: ".
           03 l-cp-moneda pic x(8).
           03 filler pic x(22) value spaces.
       01  lin-cp-importe.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "IMPORTE: ".
           03 l-cp-enteros pic zzzzzzz9.
           03 filler pic x value ",".
           03 l-cp-centavos pic 99.
           03 filler pic x(56) value spaces.
       01  lin-cp-contra.
           03 filler pic x(4) value spaces.
           03 filler pic x(22) value "CONTRAPARTIDA FILIAL: ".
           03 l-cp-contra-filial pic 9(2).
           03 filler pic x(8) value " SOCIO: ".
           03 l-cp-contra-socio pic 9(4).
           03 filler pic x(40) value spaces.
       01  lin-cp-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(25) value all "-".
           03 filler pic x(15) value spaces.
       01  lin-cp-firma-tit.
           03 filler pic x(45) value spaces.
           03 filler pic x(15) value "FIRMA DEL SOCIO".
           03 filler pic x(20) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           PERFORM 100-INICIO.
           DISPLAY "Ingreso (I)nteractivo, por (L)ote, (R)eproceso "-
               "del suspenso, (T)ransferencia entre socios o "-
               "(C)opia de un comprobante".
           ACCEPT w-modo.
           IF w-modo = "L" OR w-modo = "l"
               PERFORM 600-PROCESO-LOTE
               IF w-modo = "R" OR w-modo = "r"
                   PERFORM 700-REPROCESO-SUSPENSO
               ELSE
                 IF w-modo = "C" OR w-modo = "c"
                   PERFORM 900-REIMPRIMIR-COMPROBANTE
                 ELSE
                   IF w-modo = "T" OR w-modo = "t"
                       DISPLAY "Transferencia: primero la filial y el "-
                           "socio de origen"
                       PERFORM 200-ING-FILIAL
                       PERFORM UNTIL w-fin-carga = "S"
                         PERFORM 800-INGRESO-TRANSFERENCIA
                         PERFORM 400-PROCESO
                         PERFORM 200-ING-FILIAL
                       END-PERFORM
                   ELSE
                       PERFORM 200-ING-FILIAL
                       PERFORM UNTIL w-fin-carga = "S"
                         PERFORM 300-INGRESO-RESTO
                         PERFORM 400-PROCESO
                         PERFORM 200-ING-FILIAL
                       END-PERFORM
                   END-IF
                 END-IF
               END-IF
           END-IF.
           PERFORM 500-FIN.
            STOP RUN.
      *************************** R U T I N A S ***********************
      *-----------------------------------------------------------------
      * Valida el codigo de operador y su clave contra el maestro de
      * operadores que mantiene GRABAR-OPE, igual que los programas de
      * mantenimiento. El operador queda grabado en cada movimiento
      * que se carga en la sesion. Si el maestro todavia no existe se
      * avisa y se sigue sin control. El intento fallido queda
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
               MOVE ZERO TO soc-filial
               MOVE ZERO TO soc-socio
               PERFORM 950-GRABAR-AUDITORIA
               STOP RUN
           END-IF.

       100-INICIO.
           DISPLAY "Programa para grabar el archivo Socios".
           PERFORM 108-VERIF-CONTROL-FILIALES.
           PERFORM 109-VERIF-CONTROL-MAESTRO.
           PERFORM 112-CARGAR-NUMERADOR.
           PERFORM 105-TOTALES-PREVIAS.
           PERFORM 107-CARGAR-CIERRES.
           PERFORM 111-CARGAR-FERIADOS.
           PERFORM 113-CARGAR-UMBRALES.
           PERFORM 104-ABRIR-MAESTRO-IDX.
           OPEN EXTEND SOCIOS.
      *-----------------------------------------------------------------
      * Carga el ultimo numero de comprobante entregado por cada
      * filial. Sin numerador todas las filiales arrancan de cero; de
      * todos modos 105-TOTALES-PREVIAS sube cada filial al numero
      * mas alto que ya figure en archSoc.dat, asi un corte antes de
      * regrabar el numerador no repite numeros.
      *-----------------------------------------------------------------
       112-CARGAR-NUMERADOR.
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
      * Carga en memoria el maestro de feriados que mantiene
      * GRABAR-FER. Si el archivo no existe no hay dias no habiles y
      * todo sigue como antes.
               CLOSE FERIADOS
           END-IF.
      *-----------------------------------------------------------------
      * Carga en memoria los umbrales de doble control que mantiene
      * GRABAR-UMB. Si el archivo no existe ninguna filial tiene doble
      * control y todo se graba en el momento como antes.
      *-----------------------------------------------------------------
       113-CARGAR-UMBRALES.
           MOVE ZEROS TO tabla-umbrales.
           OPEN INPUT UMBRALES.
           IF w-umb-status = "00"
               MOVE ZERO TO w-flag-umb
               PERFORM UNTIL w-flag-umb = 1
                   READ UMBRALES AT END MOVE 1 TO w-flag-umb
                   END-READ
                   IF w-flag-umb NOT = 1
                       AND umb-filial IS NUMERIC
                       COMPUTE w-umb-idx = umb-filial + 1
                       MOVE umb-moneda TO w-umb-moneda
                       PERFORM 114-INDICE-MONEDA
                       IF w-umb-mon > ZERO
                           MOVE umb-importe TO
                               umb-t-importe(w-umb-idx, w-umb-mon)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE UMBRALES
           END-IF.

       114-INDICE-MONEDA.
           EVALUATE w-umb-moneda
               WHEN "P" MOVE 1 TO w-umb-mon
               WHEN "D" MOVE 2 TO w-umb-mon
               WHEN "E" MOVE 3 TO w-umb-mon
               WHEN OTHER MOVE 0 TO w-umb-mon
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Abre el maestro indexado por socio que genera CONVERTIR-MAE y
      * mantiene GRABAR-MAE, para verificar los socios con un READ
      * directo en vez de releer archSocMae.dat entero por cada
      * movimiento. Si el indexado no esta se avisa y se sigue con la
      * busqueda secuencial de siempre. Se abre para actualizar porque
      * el movimiento sobre una cuenta dormida la reactiva.
      *-----------------------------------------------------------------
       104-ABRIR-MAESTRO-IDX.
           MOVE ZERO TO w-flag-mae-idx.
           OPEN I-O MAESTRO-IDX.
           IF w-mi-status = "00"
               MOVE 1 TO w-flag-mae-idx
           ELSE
           PERFORM 106-LEER-PREVIO.
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
           READ FILIALES AT END MOVE 1 TO w-flag-filiales.

       300-INGRESO-RESTO.
           MOVE ZERO TO w-cant-dor.
           PERFORM 320-ING-SOCIO.
           PERFORM 340-ING-IMPORTE.
           PERFORM 340-ING-MODALIDAD.
           PERFORM 360-ING-FECHA.
           PERFORM 370-ING-MONEDA.
           MOVE ZERO TO soc-contra-filial.
           MOVE ZERO TO soc-contra-socio.

       320-ING-SOCIO.
           PERFORM 325-TRAER-SOCIO.
                   DISPLAY "Error! El socio no existe activo en esa "-
                   "filial en el maestro de socios"
                   PERFORM 325-TRAER-SOCIO
               ELSE
                   IF w-flag-dormido = 1
                       PERFORM 233-AUTORIZAR-DORMIDO
                       IF w-flag-sup NOT = 1
                           PERFORM 325-TRAER-SOCIO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * La cuenta del socio quedo dormida por falta de movimientos
      * (la marca MARCAR-DOR): para operarla tiene que autorizar un
      * supervisor, y el socio queda anotado para reactivar la cuenta
      * cuando se grabe el movimiento.
      *-----------------------------------------------------------------
       233-AUTORIZAR-DORMIDO.
           MOVE ZERO TO w-flag-sup.
           DISPLAY "Atencion! La cuenta del socio esta dormida por "-
               "falta de movimientos".
           DISPLAY "Autoriza un supervisor? (S/N)".
           ACCEPT w-autoriza.
           IF w-autoriza = "S" OR w-autoriza = "s"
               MOVE SPACES TO w-sup-codigo
               PERFORM 456-VALIDAR-SUPERVISOR
               IF w-flag-sup = 1
                   DISPLAY "Movimiento autorizado por supervisor, la "-
                       "cuenta se reactiva al grabarlo"
                   IF w-cant-dor < 5
                       ADD 1 TO w-cant-dor
                       MOVE soc-filial TO dor-filial(w-cant-dor)
                       MOVE soc-socio TO dor-socio(w-cant-dor)
                       MOVE w-sup-codigo TO dor-supervisor(w-cant-dor)
                   END-IF
               ELSE
                   DISPLAY "Error! Clave de supervisor incorrecta"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Verifica que el socio exista activo en su filial. Con el
      * maestro indexado disponible alcanza un READ directo; si no,
      * se relee el maestro secuencial entero como siempre. Una
      * cuenta dormida (estado D) tambien existe, con w-flag-dormido
      * en 1 para que se pida la autorizacion.
      *-----------------------------------------------------------------
       238-VERIF-SOCIO-MAESTRO.
           IF w-flag-mae-idx = 1

       235-VERIF-SOCIO-IDX.
           MOVE ZERO TO w-flag-socio-ok.
           MOVE ZERO TO w-flag-dormido.
           MOVE soc-socio TO mi-socio.
           READ MAESTRO-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF mi-filial = soc-filial
                       AND (mi-estado = "A" OR mi-estado = "D")
                       MOVE 1 TO w-flag-socio-ok
                       IF mi-estado = "D"
                           MOVE 1 TO w-flag-dormido
                       END-IF
                   END-IF
           END-READ.

       234-VERIF-SOCIO-SECUENCIAL.
           MOVE ZERO TO w-flag-maestro.
           MOVE ZERO TO w-flag-socio-ok.
           MOVE ZERO TO w-flag-dormido.
           OPEN INPUT MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1 OR w-flag-socio-ok = 1
               PERFORM 239-LEER-MAESTRO
               IF mae-socio IS NUMERIC
                   AND mae-socio = soc-socio
                   AND mae-filial = soc-filial
                   AND (mae-estado = "A" OR mae-estado = "D")
                   MOVE 1 TO w-flag-socio-ok
                   IF mae-estado = "D"
                       MOVE 1 TO w-flag-dormido
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAESTRO.
           PERFORM 350-TRAER-MODALIDAD.

       350-TRAER-MODALIDAD.
           display "Ingrese la modalidad (D - Deposito, "-
               "E - Extraccion, T - Transferencia, R - Reversa, "-
               "I - Interes)".
           display "Las transferencias entre dos socios (S/T) se "-
               "cargan por la opcion (T)ransferencia".
           accept soc-modalidad.

       360-ING-FECHA.
                   PERFORM 277-VALIDAR-LIMITE
               END-IF
           END-IF.
           IF w-val-cierre = 1 AND w-val-feriado = 1
               AND w-val-limite NOT = 1
               AND w-modo NOT = "L" AND w-modo NOT = "l"
               AND w-modo NOT = "R" AND w-modo NOT = "r"
               PERFORM 455-AUTORIZAR-LIMITE
           END-IF.
           MOVE 1 TO w-val-destino.
           IF w-val-cierre = 1 AND w-val-feriado = 1
               AND w-val-limite = 1
               AND soc-modalidad = "S"
               AND w-modo NOT = "L" AND w-modo NOT = "l"
               AND w-modo NOT = "R" AND w-modo NOT = "r"
               PERFORM 290-VALIDAR-DESTINO
               IF w-val-destino NOT = 1 AND w-susp-motivo = "LIMITE"
                   PERFORM 455-AUTORIZAR-LIMITE
                   IF w-val-limite = 1
                       MOVE 1 TO w-val-destino
                   END-IF
               END-IF
           END-IF.
           IF w-val-cierre NOT = 1
               ADD 1 TO w-cont-rechazados
               MOVE "CERRADO" TO w-susp-motivo
                       "va al suspenso"
               ELSE
                   IF w-val-limite NOT = 1
                       ADD 1 TO w-cont-rechazados
                       MOVE "LIMITE" TO w-susp-motivo
                       PERFORM 630-GRABAR-SUSPENSO
                       IF w-val-destino NOT = 1
                           DISPLAY "Movimiento rechazado - el socio "-
                               "destino ", soc-contra-socio,
                               " supera su limite mensual, "-
                               "va al suspenso"
                       ELSE
                           DISPLAY "Movimiento rechazado - el socio ",
                               soc-socio, " supera su limite mensual,"-
                               " va al suspenso"
                       END-IF
                   ELSE
                       IF w-val-destino NOT = 1
                           PERFORM 401-RECHAZAR-DESTINO
                       ELSE
                           PERFORM 410-PROCESO-VALIDADO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * El destino de la transferencia no valida: va al suspenso con
      * el motivo que dejo 290-VALIDAR-DESTINO y se avisa cual es el
      * problema del socio o la filial de destino.
      *-----------------------------------------------------------------
       401-RECHAZAR-DESTINO.
           ADD 1 TO w-cont-rechazados.
           PERFORM 630-GRABAR-SUSPENSO.
           EVALUATE w-susp-motivo
               WHEN "CERRADO"
                   DISPLAY "Movimiento rechazado - la filial destino ",
                       soc-contra-filial, " esta cerrada a esa "-
                       "fecha, va al suspenso"
               WHEN "INACTIVO"
                   DISPLAY "Movimiento rechazado - el socio destino ",
                       soc-contra-socio, " esta inactivo, "-
                       "va al suspenso"
               WHEN OTHER
                   DISPLAY "Movimiento rechazado - no existe el "-
                       "destino filial: ", soc-contra-filial,
                       " socio: ", soc-contra-socio,
                       ", va al suspenso"
           END-EVALUATE.

       410-PROCESO-VALIDADO.
           MOVE ZERO TO w-flag-dup-destino.
           PERFORM 450-CHEQUEAR-DUPLICADO.
           IF w-flag-duplicado NOT = 1 AND soc-modalidad = "S"
               PERFORM 457-CHEQUEAR-DUP-DESTINO
           END-IF.
           IF w-flag-duplicado = 1
               IF w-modo = "L" OR w-modo = "l"
                   ADD 1 TO w-cont-rechazados
                           "duplicado filial: ", soc-filial,
                           " socio: ", soc-socio
                   ELSE
                       IF w-flag-dup-destino = 1
                           DISPLAY "Atencion! Ya existe un registro "-
                               "para la filial y el socio destino"
                       ELSE
                           DISPLAY "Atencion! Ya existe un registro "-
                               "para esa filial y ese socio"
                       END-IF
                       DISPLAY "Confirma el alta igual (S/N)"
                       ACCEPT w-confirma
                       IF w-confirma = "S" OR w-confirma = "s"
           MOVE soc-modalidad TO w-chk-modalidad.
           MOVE soc-fecha TO w-chk-fecha.
           MOVE soc-moneda TO w-chk-moneda.
           MOVE soc-contra-filial TO w-chk-contra-filial.
           MOVE soc-contra-socio TO w-chk-contra-socio.
           MOVE ZERO TO w-flag-duplicado.
           PERFORM 451-CHEQUEAR-TABLA.
           IF w-flag-duplicado NOT = 1
           MOVE w-chk-modalidad TO soc-modalidad.
           MOVE w-chk-fecha TO soc-fecha.
           MOVE w-chk-moneda TO soc-moneda.
           MOVE w-chk-contra-filial TO soc-contra-filial.
           MOVE w-chk-contra-socio TO soc-contra-socio.

      *-----------------------------------------------------------------
      * En una transferencia tambien se busca la clave del credito T
      * que se va a grabar en la cuenta de destino.
      *-----------------------------------------------------------------
       457-CHEQUEAR-DUP-DESTINO.
           MOVE soc-filial TO w-tra-filial-ori.
           MOVE soc-socio TO w-tra-socio-ori.
           MOVE soc-contra-filial TO soc-filial.
           MOVE soc-contra-socio TO soc-socio.
           MOVE "T" TO soc-modalidad.
           PERFORM 450-CHEQUEAR-DUPLICADO.
           MOVE w-tra-filial-ori TO soc-filial.
           MOVE w-tra-socio-ori TO soc-socio.
           MOVE "S" TO soc-modalidad.
           MOVE w-flag-duplicado TO w-flag-dup-destino.

       451-CHEQUEAR-TABLA.
           PERFORM VARYING w-idx FROM 1 BY 1
       453-LEER-DUP.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof-dup.

      *-----------------------------------------------------------------
      * Una transferencia entre socios se graba como un par: primero
      * el debito S en la cuenta de origen y enseguida el credito T en
      * la de destino, cada uno con el otro socio como contrapartida,
      * asi las dos patas quedan vinculadas y nunca se graba una sola.
      * Un movimiento que supera el umbral de doble control de su
      * filial no se graba: queda pendiente de autorizacion.
      *-----------------------------------------------------------------
       460-GRABAR-SOCIO.
           PERFORM 466-VERIF-UMBRAL.
           IF w-flag-umbral = 1
               PERFORM 467-GRABAR-PENDIENTE
           ELSE
               IF soc-modalidad = "S"
                   PERFORM 461-ESCRIBIR-SOCIO
                   PERFORM 465-ARMAR-CREDITO
                   PERFORM 461-ESCRIBIR-SOCIO
               ELSE
                   PERFORM 461-ESCRIBIR-SOCIO
               END-IF
           END-IF.

       465-ARMAR-CREDITO.
           MOVE soc-filial TO w-tra-filial-ori.
           MOVE soc-socio TO w-tra-socio-ori.
           MOVE soc-contra-filial TO soc-filial.
           MOVE soc-contra-socio TO soc-socio.
           MOVE w-tra-filial-ori TO soc-contra-filial.
           MOVE w-tra-socio-ori TO soc-contra-socio.
           MOVE "T" TO soc-modalidad.
      *-----------------------------------------------------------------
      * Umbral de doble control de la filial del movimiento (la de
      * origen en una transferencia) para su moneda.
      *-----------------------------------------------------------------
       466-VERIF-UMBRAL.
           MOVE ZERO TO w-flag-umbral.
           COMPUTE w-umb-idx = soc-filial + 1.
           MOVE soc-moneda TO w-umb-moneda.
           PERFORM 114-INDICE-MONEDA.
           IF w-umb-mon > ZERO
               IF umb-t-importe(w-umb-idx, w-umb-mon) > ZERO
                   AND soc-importe > umb-t-importe(w-umb-idx, w-umb-mon)
                   MOVE 1 TO w-flag-umbral
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Agrega el movimiento al archivo de pendientes con el numero
      * siguiente al ultimo, el operador que lo cargo y la fecha de
      * carga. No lleva comprobante: se lo da APROBAR-MOV al
      * aprobarlo. La carga queda en el diario de auditoria. Si el
      * socio tenia la cuenta dormida, la reactiva la aprobacion.
      *-----------------------------------------------------------------
       467-GRABAR-PENDIENTE.
           PERFORM 468-ULTIMO-PENDIENTE.
           OPEN EXTEND PENDIENTES.
           IF w-pen-status NOT = "00"
               OPEN OUTPUT PENDIENTES
           END-IF.
           COMPUTE pen-numero = w-pen-ultimo + 1.
           MOVE soc-filial TO pen-filial.
           MOVE soc-socio TO pen-socio.
           MOVE soc-importe TO pen-importe.
           MOVE soc-modalidad TO pen-modalidad.
           MOVE soc-fecha TO pen-fecha.
           MOVE soc-moneda TO pen-moneda.
           MOVE soc-contra-filial TO pen-contra-filial.
           MOVE soc-contra-socio TO pen-contra-socio.
           EVALUATE w-modo
               WHEN "L" WHEN "l" MOVE "L" TO pen-origen
               WHEN "R" WHEN "r" MOVE "R" TO pen-origen
               WHEN "T" WHEN "t" MOVE "T" TO pen-origen
               WHEN OTHER MOVE "I" TO pen-origen
           END-EVALUATE.
           MOVE w-operador TO pen-cargador.
           MOVE w-fecha-hoy TO pen-fecha-carga.
           MOVE "P" TO pen-estado.
           MOVE SPACES TO pen-autorizante.
           MOVE ZERO TO pen-fecha-aut.
           MOVE ZERO TO pen-comprobante.
           MOVE SPACES TO pen-motivo.
           WRITE pen-reg.
           CLOSE PENDIENTES.
           ADD 1 TO w-cont-pendientes.
           MOVE "P" TO w-aud-accion.
           MOVE SPACES TO w-aud-antes.
           MOVE SPACES TO w-aud-despues.
           STRING "PENDIENTE NRO " DELIMITED BY SIZE
               pen-numero DELIMITED BY SIZE
               INTO w-aud-antes.
           MOVE soc-importe TO w-pen-imp-ed.
           STRING "IMPORTE " DELIMITED BY SIZE
               w-pen-imp-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               soc-moneda DELIMITED BY SIZE
               INTO w-aud-despues.
           PERFORM 950-GRABAR-AUDITORIA.
           DISPLAY "Atencion! El importe supera el umbral de doble "-
               "control de la filial".
           DISPLAY "El movimiento queda pendiente de autorizacion "-
               "con el nro ", pen-numero.

       468-ULTIMO-PENDIENTE.
           MOVE ZERO TO w-pen-ultimo.
           OPEN INPUT PENDIENTES.
           IF w-pen-status = "00"
               MOVE ZERO TO w-flag-pen
               PERFORM UNTIL w-flag-pen = 1
                   READ PENDIENTES AT END MOVE 1 TO w-flag-pen
                   END-READ
                   IF w-flag-pen NOT = 1
                       AND pen-numero IS NUMERIC
                       AND pen-numero > w-pen-ultimo
                       MOVE pen-numero TO w-pen-ultimo
                   END-IF
               END-PERFORM
               CLOSE PENDIENTES
           END-IF.

       461-ESCRIBIR-SOCIO.
           PERFORM 462-ASIGNAR-COMPROBANTE.
           ADD 1 TO cont.
           ADD soc-importe TO w-imp-total.
           IF soc-modalidad = "T"
               MOVE soc-moneda TO w-tab-moneda(w-tab-cont)
               MOVE soc-modalidad TO w-tab-modalidad(w-tab-cont)
           END-IF.
           IF w-cant-dor > ZERO
               PERFORM 480-REACTIVAR-SOCIO
           END-IF.
           IF w-modo NOT = "L" AND w-modo NOT = "l"
               AND w-modo NOT = "R" AND w-modo NOT = "r"
               MOVE "ORIGINAL" TO l-cp-copia
               PERFORM 470-IMPRIMIR-COMPROBANTE
           END-IF.
      *-----------------------------------------------------------------
      * Numero de comprobante consecutivo por filial y operador de la
      * sesion, para cada movimiento que se graba.
      *-----------------------------------------------------------------
       462-ASIGNAR-COMPROBANTE.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE w-operador TO soc-operador.
      *-----------------------------------------------------------------
      * Imprime el comprobante numerado del movimiento en soc-reg al
      * archivo de impresion del mostrador (comprobantes.dat). Se
      * usa para el original al grabar y para las copias que se
      * piden por numero.
      *-----------------------------------------------------------------
       470-IMPRIMIR-COMPROBANTE.
           MOVE soc-filial TO l-cp-filial.
           MOVE soc-comprobante TO l-cp-numero.
           MOVE soc-fecha TO l-cp-fecha.
           MOVE soc-operador TO l-cp-operador.
           MOVE soc-socio TO l-cp-socio.
           PERFORM 475-BUSCAR-NOMBRE-SOCIO.
           MOVE w-cp-nombre TO l-cp-nombre.
           MOVE soc-modalidad TO l-cp-modalidad.
           EVALUATE soc-modalidad
               WHEN "D" MOVE "DEPOSITO" TO l-cp-desc
               WHEN "E" MOVE "EXTRACCION" TO l-cp-desc
               WHEN "T" MOVE "TRANSFERENCIA" TO l-cp-desc
               WHEN "R" MOVE "REVERSA" TO l-cp-desc
               WHEN "I" MOVE "INTERES" TO l-cp-desc
               WHEN "S" MOVE "TRANSF. ENVIADA" TO l-cp-desc
               WHEN "P" MOVE "PRESTAMO" TO l-cp-desc
               WHEN "C" MOVE "CUOTA PREST. CAPITAL" TO l-cp-desc
               WHEN "N" MOVE "CUOTA PREST. INTERES" TO l-cp-desc
               WHEN "X" MOVE "CAMBIO - ENTREGA" TO l-cp-desc
               WHEN "Y" MOVE "CAMBIO - RECIBE" TO l-cp-desc
               WHEN "F" MOVE "COMISION / CARGO" TO l-cp-desc
               WHEN "W" MOVE "RETENCION IMPOSITIVA" TO l-cp-desc
               WHEN OTHER MOVE SPACES TO l-cp-desc
           END-EVALUATE.
           EVALUATE soc-moneda
               WHEN "P" MOVE "PESOS" TO l-cp-moneda
               WHEN "D" MOVE "DOLARES" TO l-cp-moneda
               WHEN "E" MOVE "EUROS" TO l-cp-moneda
               WHEN OTHER MOVE SPACES TO l-cp-moneda
           END-EVALUATE.
           MOVE soc-importe TO w-cp-importe.
           MOVE w-cp-enteros TO l-cp-enteros.
           MOVE w-cp-centavos TO l-cp-centavos.
           OPEN EXTEND COMPROBANTES.
           WRITE cpr-linea FROM lin-cp-guarda.
           WRITE cpr-linea FROM lin-cp-titulo.
           WRITE cpr-linea FROM lin-cp-tipo.
           WRITE cpr-linea FROM lin-cp-numero.
           WRITE cpr-linea FROM lin-cp-fecha.
           WRITE cpr-linea FROM lin-cp-socio.
           WRITE cpr-linea FROM lin-cp-mov.
           WRITE cpr-linea FROM lin-cp-importe.
           IF soc-contra-socio IS NUMERIC
               AND soc-contra-socio > ZERO
               MOVE soc-contra-filial TO l-cp-contra-filial
               MOVE soc-contra-socio TO l-cp-contra-socio
               WRITE cpr-linea FROM lin-cp-contra
           END-IF.
           WRITE cpr-linea FROM lin-cp-firma.
           WRITE cpr-linea FROM lin-cp-firma-tit.
           WRITE cpr-linea FROM lin-cp-guarda.
           CLOSE COMPROBANTES.
           DISPLAY "Comprobante ", soc-filial, "-", soc-comprobante,
               " impreso (", l-cp-copia, ")".

       475-BUSCAR-NOMBRE-SOCIO.
           MOVE "(SIN NOMBRE)" TO w-cp-nombre.
           IF w-flag-mae-idx = 1
               MOVE soc-socio TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE mi-nombre TO w-cp-nombre
               END-READ
           ELSE
               MOVE ZERO TO w-flag-maestro
               OPEN INPUT MAESTRO
               PERFORM UNTIL w-flag-maestro = 1
                   PERFORM 239-LEER-MAESTRO
                   IF w-flag-maestro NOT = 1
                       AND mae-socio IS NUMERIC
                       AND mae-socio = soc-socio
                       MOVE mae-nombre TO w-cp-nombre
                       MOVE 1 TO w-flag-maestro
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.

      *-----------------------------------------------------------------
      * Si el socio del movimiento que se acaba de grabar tenia la
      * cuenta dormida y un supervisor autorizo operarla, la cuenta
      * vuelve a quedar activa en el maestro secuencial y en el
      * indexado. La reactivacion queda en el diario de auditoria con
      * la imagen del registro antes y despues, y el codigo del
      * supervisor al final de la imagen nueva.
      *-----------------------------------------------------------------
       480-REACTIVAR-SOCIO.
           PERFORM VARYING w-dor-idx FROM 1 BY 1
               UNTIL w-dor-idx > w-cant-dor
               IF dor-filial(w-dor-idx) = soc-filial
                   AND dor-socio(w-dor-idx) = soc-socio
                   MOVE ZERO TO dor-socio(w-dor-idx)
                   MOVE ZERO TO w-flag-reactivo
                   MOVE SPACES TO w-aud-antes
                   MOVE SPACES TO w-aud-despues
                   PERFORM 481-REACTIVAR-MAESTRO
                   PERFORM 482-REACTIVAR-IDX
                   IF w-flag-reactivo = 1
                       MOVE "R" TO w-aud-accion
                       MOVE dor-supervisor(w-dor-idx)
                           TO w-aud-despues(28:3)
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "La cuenta del socio ", soc-socio,
                           " quedo reactivada"
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Reescribe el maestro secuencial por el temporal con el socio
      * otra vez en estado A, igual que la modificacion de GRABAR-MAE.
      *-----------------------------------------------------------------
       481-REACTIVAR-MAESTRO.
           MOVE ZERO TO w-cant-mae.
           OPEN INPUT MAESTRO.
           OPEN OUTPUT MAESTRO-TEMP.
           PERFORM 239-LEER-MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1
               IF mae-socio IS NUMERIC
                   MOVE mae-reg TO mae-reg-temp
                   IF mae-socio = soc-socio
                       AND mae-filial = soc-filial
                       AND mae-estado = "D"
                       MOVE "A" TO maet-estado
                       MOVE mae-reg TO w-aud-antes
                       MOVE mae-reg-temp TO w-aud-despues
                       MOVE 1 TO w-flag-reactivo
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
           IF w-flag-reactivo = 1
               CALL "CBL_DELETE_FILE" USING "..\archSocMae.dat"
               CALL "CBL_RENAME_FILE" USING "..\archSocMae.tmp",
                   "..\archSocMae.dat"
           END-IF.

       482-REACTIVAR-IDX.
           IF w-flag-mae-idx = 1
               MOVE soc-socio TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF mi-estado = "D"
                           IF w-flag-reactivo NOT = 1
                               MOVE mi-reg TO w-aud-antes
                           END-IF
                           MOVE "A" TO mi-estado
                           REWRITE mi-reg
                           END-REWRITE
                           IF w-flag-reactivo NOT = 1
                               MOVE mi-reg TO w-aud-despues
                               MOVE 1 TO w-flag-reactivo
                           END-IF
                       END-IF
               END-READ
           END-IF.

       500-FIN.
           PERFORM 940-GRABAR-NUMERADOR.
           MOVE "Z" TO ctl-marca.
           COMPUTE ctl-cant = w-cont-previo + w-cont-tr.
           COMPUTE ctl-importe = w-imp-previo + w-imp-tr.
           display "se procesaron ", cont, " socios".
           display "se rechazaron ", w-cont-rechazados,
               " registros de lote".
           IF w-cont-pendientes > ZERO
               DISPLAY "quedaron ", w-cont-pendientes,
                   " movimientos pendientes de autorizacion"
           END-IF.
      *-----------------------------------------------------------------
      * I N G R E S O   P O R   L O T E
      *-----------------------------------------------------------------
               MOVE trans-modalidad TO soc-modalidad
               MOVE trans-fecha TO soc-fecha
               MOVE trans-moneda TO soc-moneda
               IF trans-modalidad = "S"
                   AND trans-contra-filial IS NUMERIC
                   AND trans-contra-socio IS NUMERIC
                   MOVE trans-contra-filial TO soc-contra-filial
                   MOVE trans-contra-socio TO soc-contra-socio
               ELSE
                   MOVE ZERO TO soc-contra-filial
                   MOVE ZERO TO soc-contra-socio
               END-IF
           END-IF.

       620-VALIDAR-LOTE.
               IF w-susp-motivo = SPACES
                   MOVE "SOCIO" TO w-susp-motivo
               END-IF
           ELSE
               IF w-flag-dormido = 1
                   MOVE 0 TO w-lote-valido
                   IF w-susp-motivo = SPACES
                       MOVE "INACTIVO" TO w-susp-motivo
                   END-IF
               END-IF
           END-IF.
           PERFORM 272-VALIDAR-IMPORTE-LOTE.
           IF w-val-importe NOT = 1
                   END-IF
               END-IF
           END-IF.
           IF w-lote-valido = 1 AND soc-modalidad = "S"
               PERFORM 290-VALIDAR-DESTINO
               IF w-val-destino NOT = 1
                   MOVE 0 TO w-lote-valido
               END-IF
           END-IF.

       270-VALIDAR-FILIAL-LOTE.
           MOVE ZERO TO w-val-filial.
               MOVE w-flag-filial-ok TO w-val-filial
           END-IF.

      *-----------------------------------------------------------------
      * En el lote y en el reproceso no hay supervisor para autorizar
      * una cuenta dormida: el registro va al suspenso con motivo
      * INACTIVO y se carga por mostrador.
      *-----------------------------------------------------------------
       271-VALIDAR-SOCIO-LOTE.
           MOVE ZERO TO w-flag-dormido.
           IF soc-socio >= 1 AND soc-socio <= 9999
               PERFORM 238-VERIF-SOCIO-MAESTRO
               MOVE w-flag-socio-ok TO w-val-socio
               OR soc-modalidad = "I"
               MOVE 1 TO w-val-modalidad
           ELSE
               IF soc-modalidad = "S"
                   AND (soc-contra-filial NOT = soc-filial
                       OR soc-contra-socio NOT = soc-socio)
                   AND soc-contra-socio >= 1
                   MOVE 1 TO w-val-modalidad
               ELSE
                   MOVE 0 TO w-val-modalidad
               END-IF
           END-IF.

       274-VALIDAR-FECHA-LOTE.
               MOVE 1 TO w-val-cierre
           END-IF.
      *-----------------------------------------------------------------
      * Valida la pata de destino de una transferencia (S): la filial
      * destino tiene que existir y no estar cerrada a la fecha, el
      * socio destino tiene que estar activo en ella y el credito T
      * que va a recibir entra en su propio control de limite. El
      * movimiento de origen se salva y restaura porque las
      * validaciones trabajan sobre soc-reg. Si falla deja el motivo
      * en w-susp-motivo (DESTINO, CERRADO o LIMITE).
      *-----------------------------------------------------------------
       290-VALIDAR-DESTINO.
           MOVE 1 TO w-val-destino.
           MOVE soc-filial TO w-tra-filial-ori.
           MOVE soc-socio TO w-tra-socio-ori.
           MOVE soc-contra-filial TO w-tra-filial-des.
           MOVE soc-contra-socio TO w-tra-socio-des.
           MOVE w-tra-filial-des TO soc-filial.
           MOVE w-tra-socio-des TO soc-socio.
           MOVE "T" TO soc-modalidad.
           PERFORM 236-VERIF-FILIAL-MAESTRO.
           IF w-flag-filial-ok = 1
               PERFORM 238-VERIF-SOCIO-MAESTRO
           END-IF.
           IF w-flag-filial-ok NOT = 1 OR w-flag-socio-ok NOT = 1
               MOVE 0 TO w-val-destino
               MOVE "DESTINO" TO w-susp-motivo
           ELSE
               IF w-flag-dormido = 1
                   AND (w-modo = "L" OR w-modo = "l"
                       OR w-modo = "R" OR w-modo = "r")
                   MOVE 0 TO w-val-destino
                   MOVE "INACTIVO" TO w-susp-motivo
               ELSE
                   PERFORM 291-VALIDAR-DESTINO-ACTIVO
               END-IF
           END-IF.
           MOVE w-tra-filial-ori TO soc-filial.
           MOVE w-tra-socio-ori TO soc-socio.
           MOVE w-tra-filial-des TO soc-contra-filial.
           MOVE w-tra-socio-des TO soc-contra-socio.
           MOVE "S" TO soc-modalidad.

       291-VALIDAR-DESTINO-ACTIVO.
           PERFORM 276-VALIDAR-CIERRE.
           IF w-val-cierre NOT = 1
               MOVE 1 TO w-val-cierre
               MOVE 0 TO w-val-destino
               MOVE "CERRADO" TO w-susp-motivo
           ELSE
               PERFORM 277-VALIDAR-LIMITE
               IF w-val-limite NOT = 1
                   MOVE 0 TO w-val-destino
                   MOVE "LIMITE" TO w-susp-motivo
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Verifica si la fecha del movimiento cae en un feriado del
      * maestro de GRABAR-FER. Los fines de semana bloqueados se
      * cargan ahi como feriados.
      *-----------------------------------------------------------------
      * Control preventivo de limite por socio: si el socio tiene
      * limite cargado en el maestro de GRABAR-LIM, acumula lo ya
      * registrado en transferencias (T recibidas y S enviadas) del
      * mes de soc-fecha y rechaza el movimiento que lo excede. Un
      * socio sin registro en el maestro no tiene limite, y el
      * control aplica solo a las modalidades T y S.
      *-----------------------------------------------------------------
       277-VALIDAR-LIMITE.
           MOVE 1 TO w-val-limite.
           IF soc-modalidad = "T" OR soc-modalidad = "S"
               PERFORM 278-BUSCAR-LIMITE
               IF w-flag-lim-hay = 1
                   PERFORM 279-ACUMULAR-MES
               CLOSE LIMITES
           END-IF.
      *-----------------------------------------------------------------
      * Acumula las transferencias (T y S) ya registradas del socio
      * en el mes de la fecha del movimiento, releyendo archSoc.dat
      * con el mismo cierre y reapertura que 452-CHEQUEAR-ARCHIVO. Los
      * campos del movimiento en curso se salvan y restauran porque
      * la relectura pisa soc-reg.
      *-----------------------------------------------------------------
           MOVE soc-modalidad TO w-chk-modalidad.
           MOVE soc-fecha TO w-chk-fecha.
           MOVE soc-moneda TO w-chk-moneda.
           MOVE soc-contra-filial TO w-chk-contra-filial.
           MOVE soc-contra-socio TO w-chk-contra-socio.
           MOVE w-chk-fecha(1:6) TO w-lim-mes.
           MOVE ZERO TO w-acum-mes.
           CLOSE SOCIOS.
               IF soc-filial IS NUMERIC
                   IF soc-filial = w-chk-filial
                       AND soc-socio = w-chk-socio
                       AND (soc-modalidad = "T" OR soc-modalidad = "S")
                       AND soc-fecha(1:6) = w-lim-mes
                       ADD soc-importe TO w-acum-mes
                   END-IF
           MOVE w-chk-modalidad TO soc-modalidad.
           MOVE w-chk-fecha TO soc-fecha.
           MOVE w-chk-moneda TO soc-moneda.
           MOVE w-chk-contra-filial TO soc-contra-filial.
           MOVE w-chk-contra-socio TO soc-contra-socio.
      *-----------------------------------------------------------------
      * En el ingreso interactivo el movimiento que excede el limite
      * se puede autorizar igual con codigo y clave de un supervisor
           MOVE soc-fecha TO susp-fecha.
           MOVE soc-moneda TO susp-moneda.
           MOVE w-susp-motivo TO susp-motivo.
           MOVE soc-contra-filial TO susp-contra-filial.
           MOVE soc-contra-socio TO susp-contra-socio.
           WRITE susp-reg.
           CLOSE SUSPENSO.
      *-----------------------------------------------------------------
               MOVE susp-modalidad TO soc-modalidad
               MOVE susp-fecha TO soc-fecha
               MOVE susp-moneda TO soc-moneda
               IF susp-modalidad = "S"
                   AND susp-contra-filial IS NUMERIC
                   AND susp-contra-socio IS NUMERIC
                   MOVE susp-contra-filial TO soc-contra-filial
                   MOVE susp-contra-socio TO soc-contra-socio
               ELSE
                   MOVE ZERO TO soc-contra-filial
                   MOVE ZERO TO soc-contra-socio
               END-IF
           END-IF.

       730-REGRABAR-SUSPENSO.
           MOVE soc-fecha TO suspt-fecha.
           MOVE soc-moneda TO suspt-moneda.
           MOVE w-susp-motivo TO suspt-motivo.
           MOVE soc-contra-filial TO suspt-contra-filial.
           MOVE soc-contra-socio TO suspt-contra-socio.
           WRITE susp-reg-temp.
      *-----------------------------------------------------------------
      * Reemplaza el suspenso por el archivo temporal con lo que sigue
           CALL "CBL_DELETE_FILE" USING "..\archSusp.dat".
           CALL "CBL_RENAME_FILE" USING "..\archSusp.tmp",
               "..\archSusp.dat".
      *-----------------------------------------------------------------
      * T R A N S F E R E N C I A   E N T R E   S O C I O S
      *-----------------------------------------------------------------
      * La filial de origen ya viene de 200-ING-FILIAL. Se piden el
      * socio de origen, la filial y el socio de destino (que no
      * puede ser la misma cuenta), el importe, la fecha y la moneda,
      * y el movimiento queda armado como debito S del origen con el
      * destino de contrapartida para que 400-PROCESO lo valide y
      * 460-GRABAR-SOCIO grabe las dos patas.
      *-----------------------------------------------------------------
       800-INGRESO-TRANSFERENCIA.
           MOVE ZERO TO w-cant-dor.
           PERFORM 320-ING-SOCIO.
           MOVE soc-filial TO w-tra-filial-ori.
           MOVE soc-socio TO w-tra-socio-ori.
           MOVE ZERO TO w-flag-destino-ok.
           PERFORM 810-ING-DESTINO UNTIL w-flag-destino-ok = 1.
           MOVE w-tra-filial-ori TO soc-filial.
           MOVE w-tra-socio-ori TO soc-socio.
           MOVE w-tra-filial-des TO soc-contra-filial.
           MOVE w-tra-socio-des TO soc-contra-socio.
           MOVE "S" TO soc-modalidad.
           PERFORM 340-ING-IMPORTE.
           PERFORM 360-ING-FECHA.
           PERFORM 370-ING-MONEDA.

       810-ING-DESTINO.
           DISPLAY "Ingrese nro de filial de destino".
           ACCEPT w-filial-ing.
           IF w-filial-ing(2:1) = SPACE
               MOVE w-filial-ing(1:1) TO w-filial-ing(2:1)
               MOVE "0" TO w-filial-ing(1:1)
           END-IF.
           IF w-filial-ing NOT NUMERIC
               DISPLAY "Error! Ingrese un numero entre 0 y 99"
           ELSE
               MOVE w-filial-ing TO soc-filial
               PERFORM 236-VERIF-FILIAL-MAESTRO
               IF w-flag-filial-ok NOT = 1
                   DISPLAY "Error! La filial no existe en el "-
                   "maestro de filiales"
               ELSE
                   DISPLAY "Socio de destino"
                   PERFORM 320-ING-SOCIO
                   IF soc-filial = w-tra-filial-ori
                       AND soc-socio = w-tra-socio-ori
                       DISPLAY "Error! El destino no puede ser la "-
                           "misma cuenta de origen"
                   ELSE
                       MOVE soc-filial TO w-tra-filial-des
                       MOVE soc-socio TO w-tra-socio-des
                       MOVE 1 TO w-flag-destino-ok
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * C O P I A   D E   U N   C O M P R O B A N T E
      *-----------------------------------------------------------------
      * Se pide la filial y el numero de comprobante, se lo busca en
      * archSoc.dat y, si ya se archivo, en archSocHist.dat, y se
      * vuelve a imprimir marcado como duplicado. La copia queda
      * asentada en el diario de auditoria.
      *-----------------------------------------------------------------
       900-REIMPRIMIR-COMPROBANTE.
           PERFORM 200-ING-FILIAL.
           IF w-fin-carga NOT = "S"
               MOVE soc-filial TO w-sel-filial
               DISPLAY "Ingrese el numero de comprobante"
               ACCEPT w-sel-numero
               CLOSE SOCIOS
               MOVE ZERO TO w-flag-encontrado
               PERFORM 910-BUSCAR-EN-SOCIOS
               IF w-flag-encontrado NOT = 1
                   PERFORM 920-BUSCAR-EN-HISTORICO
               END-IF
               OPEN EXTEND SOCIOS
               IF w-flag-encontrado NOT = 1
                   DISPLAY "No existe el comprobante ", w-sel-filial,
                       "-", w-sel-numero
               ELSE
                   MOVE w-cp-reg TO soc-reg
                   MOVE "DUPLICADO" TO l-cp-copia
                   PERFORM 470-IMPRIMIR-COMPROBANTE
                   MOVE "C" TO w-aud-accion
                   MOVE "COPIA DE COMPROBANTE" TO w-aud-antes
                   MOVE SPACES TO w-aud-despues
                   STRING "NRO " DELIMITED BY SIZE
                       soc-comprobante DELIMITED BY SIZE
                       INTO w-aud-despues
                   PERFORM 950-GRABAR-AUDITORIA
               END-IF
           END-IF.

       910-BUSCAR-EN-SOCIOS.
           OPEN INPUT SOCIOS.
           MOVE ZERO TO w-flag-eof.
           PERFORM 106-LEER-PREVIO.
           PERFORM UNTIL w-flag-eof = 1 OR w-flag-encontrado = 1
               IF soc-filial IS NUMERIC
                   AND soc-filial = w-sel-filial
                   AND soc-comprobante = w-sel-numero
                   MOVE soc-reg TO w-cp-reg
                   MOVE 1 TO w-flag-encontrado
               ELSE
                   PERFORM 106-LEER-PREVIO
               END-IF
           END-PERFORM.
           CLOSE SOCIOS.

       920-BUSCAR-EN-HISTORICO.
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1 OR w-flag-encontrado = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       AND hist-filial = w-sel-filial
                       AND hist-comprobante = w-sel-numero
                       MOVE hist-reg TO w-cp-reg
                       MOVE 1 TO w-flag-encontrado
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
      *-----------------------------------------------------------------
      * Regraba el numerador con el ultimo numero entregado por cada
      * filial que ya tenga comprobantes.
      *-----------------------------------------------------------------
       940-GRABAR-NUMERADOR.
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

       950-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "GRABAR-SEC" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE soc-filial TO aud-filial.
           MOVE soc-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM YOUR-PROGRAM-NAME.
