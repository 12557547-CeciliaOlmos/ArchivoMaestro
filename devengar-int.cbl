      * Purpose: Devengamiento mensual de intereses sobre los saldos
      *          acreedores de los socios. Recorre archSoc.dat con el
      *          mismo corte de control por filial y socio que SALDOS
      *          (T, D y los prestamos P suman, R, E, S y las cuotas C y
      *          N restan, los intereses I ya acreditados tambien
      *          suman, en la compra y venta de moneda Y suma y X
      *          resta y los cargos F de COBRAR-COM y las retenciones
      *          W restan) y, por cada socio con saldo positivo en una
      *          moneda, graba un movimiento de interes con modalidad I
      *          calculado con la tasa mensual vigente a la fecha de
      *          devengamiento segun el maestro de tasas (archTasa.dat)
      *          que mantiene GRABAR-TASA. Como el interes de cada socio
      *          se graba a continuacion de sus movimientos, el archivo
      *          reconstruido conserva el orden por filial y socio que
      *          necesitan los listados. El registro de control se
      *          recalcula con el mismo neteo T/R de MANTENER-IDX y el
      *          archivo saliente queda guardado como generacion
      *          archSoc.g1, igual que en los demas reemplazos. Cada
      *          interes lleva su numero de comprobante del numerador de
      *          la filial y el codigo de operador SIS de los procesos
      *          batch. A continuacion de cada interes se graba la
      *          retencion impositiva como un movimiento propio de
      *          modalidad W (resta), con la tasa de archRet.dat que
      *          mantiene GRABAR-RET para la moneda y la categoria del
      *          socio en el maestro (archSocMae.dat), vigente a la
      *          fecha de devengamiento; al socio marcado exento no se
      *          le retiene.
      *          Cada corrida queda asentada en el calendario de
      *          procesos (archCal.dat) con el mes devengado, la fecha,
      *          el operador y las cantidades, y antes de empezar se
      *          controla contra el: un mes ya devengado o fuera de
      *          orden (anterior al ultimo o salteando meses) no se
      *          corre sin la autorizacion de un supervisor, porque
      *          acreditaria los intereses dos veces. Se lista con
      *          LISTAR-CAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TASAS
               ASSIGN TO "..\archTasa.dat"
               FILE STATUS IS w-tas-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT RETENCIONES
               ASSIGN TO "..\archRet.dat"
               FILE STATUS IS w-ret-status.
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat"
               FILE STATUS IS w-mae-status.
           SELECT CALENDARIO
               ASSIGN TO "..\archCal.dat"
               FILE STATUS IS w-cor-status.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
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
           03 ctl-importe pic s9(8)v99.
           03 filler pic x(27).
       FD  SOCIOS-NUEVO.
       01  nue-reg.
           03 nue-filial pic 9(2).
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
       FD  TASAS.
       01  tas-reg.
           03 tas-moneda pic x.
           03 tas-fecha pic 9(8).
           03 tas-tasa pic 9(2)v9(4).
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       FD  RETENCIONES.
       01  ret-reg.
           03 ret-moneda pic x.
           03 ret-categoria pic x.
           03 ret-fecha pic 9(8).
           03 ret-tasa pic 9(2)v9(4).
       FD  MAESTRO.
       01  mae-reg.
           03 mae-socio pic 9(4).
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
      * Calendario de procesos periodicos: una corrida por registro.
      * El periodo es el mes AAAAMM en los procesos mensuales y la
      * fecha de corte AAAAMMDD en ARCHIVAR-SOC. Tipo N corrida normal,
      * R reproceso autorizado por el supervisor del registro.
       FD  CALENDARIO.
       01  cor-reg.
           03 cor-programa pic x(12).
           03 cor-periodo pic x(8).
           03 cor-fecha pic 9(8).
           03 cor-operador pic x(3).
           03 cor-leidos pic 9(7).
           03 cor-grabados pic 9(7).
           03 cor-tipo pic x.
           03 cor-supervisor pic x(3).
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
       01  w-flag-eof pic 9.
       01  w-fecha-dev pic 9(8).
               05 tas-t-moneda pic x.
               05 tas-t-fecha pic 9(8).
               05 tas-t-tasa pic 9(2)v9(4).
       01  w-ret-status pic xx.
       01  w-flag-ret pic 9.
       01  cant-rets pic 999 value zeros.
       01  ret-uso pic 9(2)v9(4).
       01  ret-fecha-uso pic 9(8).
       01  tabla-retenciones.
           03 ret-entrada OCCURS 100 TIMES INDEXED BY ret-idx.
               05 ret-t-moneda pic x.
               05 ret-t-categoria pic x.
               05 ret-t-fecha pic 9(8).
               05 ret-t-tasa pic 9(2)v9(4).
       01  w-retencion pic s9(8)v99.
       01  w-cont-ret pic 9(4) value zeros.
       01  w-tot-ret pic s9(8)v99 value zeros.
       01  w-cont-exentos pic 9(4) value zeros.
       01  w-mae-status pic xx.
       01  w-flag-mae pic 9.
      * Categoria y marca de exento de cada socio del maestro, por
      * codigo de socio, para elegir la tasa de retencion.
       01  tabla-impositiva.
           03 imp-t-socio OCCURS 10000 TIMES.
               05 imp-t-categoria pic x.
               05 imp-t-exento pic x.
       01  w-imp-idx pic 9(5).
       01  w-categoria-uso pic x.
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
      * Los movimientos que genera el proceso, sin operador en el
      * mostrador, quedan a nombre del codigo de sistema.
       01  w-operador-sis pic x(3) value "SIS".
       01  w-cont-leidos pic 9(7) value zeros.
       01  w-cor-status pic xx.
       01  w-flag-cor pic 9.
       01  w-periodo pic x(8).
       01  w-cor-ultimo pic x(8).
       01  w-flag-repetido pic 9.
       01  w-cor-fecha-rep pic 9(8).
       01  w-cor-ope-rep pic x(3).
       01  w-cor-siguiente.
           03 w-sig-anio pic 9(4).
           03 w-sig-mes pic 9(2).
           03 filler pic x(2) value spaces.
       01  w-cor-tipo pic x value "N".
       01  w-respuesta pic x.
       01  w-clave-sup pic x(4).
       01  w-clave-maestra pic x(4) value "S0S1".
       01  w-sup-codigo pic x(3) value spaces.
       01  w-flag-sup pic 9.
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
           PERFORM 100-INICIO.
       100-INICIO.
           MOVE ZERO TO w-flag-eof.
           DISPLAY "Devengamiento mensual de intereses sobre saldos".
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           PERFORM 120-TRAER-FECHA-DEV.
           PERFORM 130-VERIF-FECHA-DEV UNTIL w-val-cal = 1.
           MOVE w-fecha-dev(1:6) TO w-periodo.
           PERFORM 160-VERIF-CALENDARIO.
           PERFORM 110-CARGAR-TASAS.
           IF cant-tasas = ZERO
               DISPLAY "Error! No hay tasas cargadas en el maestro "-
                   "de tasas, no se devenga nada"
               STOP RUN
           END-IF.
           PERFORM 112-CARGAR-RETENCIONES.
           PERFORM 115-CARGAR-IMPOSITIVO.
           PERFORM 140-CARGAR-NUMERADOR.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT SOCIOS-NUEVO.
      *-----------------------------------------------------------------
      * Valida el codigo de operador y su clave contra el maestro de
      * operadores que mantiene GRABAR-OPE, para dejar en el
      * calendario de procesos quien corrio el devengamiento. Si el
      * maestro todavia no existe se avisa y se sigue sin control,
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
               PERFORM 800-GRABAR-AUDITORIA
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * Controla el mes pedido contra las corridas anteriores de
      * DEVENGAR-INT en el calendario de procesos: tiene que ser el
      * mes siguiente al ultimo devengado. Un mes ya devengado, uno
      * anterior al ultimo o uno que saltea meses solo se corre si un
      * supervisor autoriza el reproceso. Sin calendario, o sin
      * corridas anteriores, cualquier mes es el primero.
      *-----------------------------------------------------------------
       160-VERIF-CALENDARIO.
           MOVE SPACES TO w-cor-ultimo.
           MOVE ZERO TO w-flag-repetido.
           OPEN INPUT CALENDARIO.
           IF w-cor-status = "00"
               MOVE ZERO TO w-flag-cor
               PERFORM UNTIL w-flag-cor = 1
                   READ CALENDARIO AT END MOVE 1 TO w-flag-cor
                   END-READ
                   IF w-flag-cor NOT = 1
                       AND cor-programa = "DEVENGAR-INT"
                       IF cor-periodo > w-cor-ultimo
                           MOVE cor-periodo TO w-cor-ultimo
                       END-IF
                       IF cor-periodo = w-periodo
                           MOVE 1 TO w-flag-repetido
                           MOVE cor-fecha TO w-cor-fecha-rep
                           MOVE cor-operador TO w-cor-ope-rep
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.
           IF w-cor-ultimo NOT = SPACES
               MOVE w-cor-ultimo(1:4) TO w-sig-anio
               MOVE w-cor-ultimo(5:2) TO w-sig-mes
               ADD 1 TO w-sig-mes
               IF w-sig-mes > 12
                   MOVE 1 TO w-sig-mes
                   ADD 1 TO w-sig-anio
               END-IF
               IF w-flag-repetido = 1
                   DISPLAY "Atencion! El mes ", w-periodo(1:6),
                       " ya fue devengado el ", w-cor-fecha-rep,
                       " por el operador ", w-cor-ope-rep
                   DISPLAY "Repetirlo acredita los intereses dos "-
                       "veces"
                   PERFORM 170-AUTORIZAR-REPROCESO
               ELSE
                   IF w-periodo NOT = w-cor-siguiente
                       DISPLAY "Atencion! Mes fuera de orden: el "-
                           "ultimo devengado es ", w-cor-ultimo(1:6),
                           " y el que sigue es ", w-cor-siguiente(1:6)
                       PERFORM 170-AUTORIZAR-REPROCESO
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Sin la autorizacion de un supervisor la corrida se cancela
      * sin tocar nada. El reproceso autorizado queda como tipo R en
      * el calendario y en el diario de auditoria; el intento con
      * clave incorrecta queda asentado con accion X.
      *-----------------------------------------------------------------
       170-AUTORIZAR-REPROCESO.
           DISPLAY "Autoriza un supervisor el reproceso? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Corrida cancelada"
               STOP RUN
           END-IF.
           PERFORM 175-VALIDAR-SUPERVISOR.
           MOVE SPACES TO w-aud-antes.
           STRING "REPROCESO PERIODO " DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               INTO w-aud-antes.
           MOVE SPACES TO w-aud-despues.
           IF w-flag-sup NOT = 1
               DISPLAY "Error! Clave de supervisor incorrecta, "-
                   "corrida cancelada"
               MOVE "X" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
               STOP RUN
           END-IF.
           MOVE "R" TO w-cor-tipo.
           MOVE "R" TO w-aud-accion.
           MOVE w-sup-codigo TO w-aud-despues.
           PERFORM 800-GRABAR-AUDITORIA.
           DISPLAY "Reproceso autorizado".
      *-----------------------------------------------------------------
      * Valida el codigo y la clave del supervisor contra el maestro
      * de operadores: tiene que existir con esa clave y con nivel 3.
      * Mientras el maestro no exista vale la clave maestra, igual
      * que en la reapertura de CIERRE-FIL.
      *-----------------------------------------------------------------
       175-VALIDAR-SUPERVISOR.
           MOVE ZERO TO w-flag-sup.
           OPEN INPUT OPERADORES.
           IF w-ope-status NOT = "00"
               DISPLAY "Ingrese la clave de supervisor"
               ACCEPT w-clave-sup
               IF w-clave-sup = w-clave-maestra
                   MOVE 1 TO w-flag-sup
               END-IF
           ELSE
               DISPLAY "Ingrese el codigo del supervisor"
               ACCEPT w-sup-codigo
               DISPLAY "Ingrese la clave del supervisor"
               ACCEPT w-clave-sup
               MOVE ZERO TO w-flag-ope
               PERFORM UNTIL w-flag-ope = 1
                   READ OPERADORES AT END MOVE 1 TO w-flag-ope
                   END-READ
                   IF w-flag-ope NOT = 1
                       AND ope-codigo = w-sup-codigo
                       AND ope-clave = w-clave-sup
                       AND ope-nivel = 3
                       MOVE 1 TO w-flag-sup
                       MOVE 1 TO w-flag-ope
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF.
      *-----------------------------------------------------------------
      * Carga en memoria el maestro de tasas para no releer el archivo
      * por cada socio, igual que los listados cargan el maestro de
      * cotizaciones. Sin maestro de tasas no hay nada que devengar.
               END-PERFORM
               CLOSE TASAS
           END-IF.
      *-----------------------------------------------------------------
      * Carga en memoria las tasas de retencion por moneda y categoria
      * de socio. Sin tasas de retencion los intereses se acreditan
      * enteros, como antes de retener.
      *-----------------------------------------------------------------
       112-CARGAR-RETENCIONES.
           MOVE ZERO TO cant-rets.
           OPEN INPUT RETENCIONES.
           IF w-ret-status NOT = "00"
               DISPLAY "Atencion! No hay tasas de retencion, los "-
                   "intereses se acreditan sin retener"
           ELSE
               MOVE ZERO TO w-flag-ret
               PERFORM UNTIL w-flag-ret = 1 OR cant-rets >= 100
                   READ RETENCIONES AT END MOVE 1 TO w-flag-ret
                   END-READ
                   IF w-flag-ret NOT = 1
                       ADD 1 TO cant-rets
                       MOVE ret-moneda TO ret-t-moneda(cant-rets)
                       MOVE ret-categoria
                           TO ret-t-categoria(cant-rets)
                       MOVE ret-fecha TO ret-t-fecha(cant-rets)
                       MOVE ret-tasa TO ret-t-tasa(cant-rets)
                   END-IF
               END-PERFORM
               CLOSE RETENCIONES
           END-IF.
      *-----------------------------------------------------------------
      * Deja en memoria la categoria y la marca de exento de cada
      * socio del maestro. El socio que no esta en el maestro (o si
      * el maestro no esta) se trata como persona fisica no exenta.
      *-----------------------------------------------------------------
       115-CARGAR-IMPOSITIVO.
           MOVE SPACES TO tabla-impositiva.
           OPEN INPUT MAESTRO.
           IF w-mae-status NOT = "00"
               DISPLAY "Atencion! No hay maestro de socios, se "-
                   "retiene a todos como persona fisica"
           ELSE
               MOVE ZERO TO w-flag-mae
               PERFORM UNTIL w-flag-mae = 1
                   READ MAESTRO AT END MOVE 1 TO w-flag-mae
                   END-READ
                   IF w-flag-mae NOT = 1
                       AND mae-socio IS NUMERIC
                       COMPUTE w-imp-idx = mae-socio + 1
                       MOVE mae-categoria TO imp-t-categoria(w-imp-idx)
                       MOVE mae-exento TO imp-t-exento(w-imp-idx)
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.

      *-----------------------------------------------------------------
      * La fecha de devengamiento se graba en archSoc.dat para todos
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 120-TRAER-FECHA-DEV.
      *-----------------------------------------------------------------
      * Cada interes lleva su numero de comprobante de la serie de su
      * filial (archNro.dat, el numerador de GRABAR-SEC). Como los
      * intereses se intercalan en el archivo, antes de empezar se
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
           MOVE ZERO TO w-sal-euros.
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
           ADD 1 TO w-cont-leidos.
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
               END-IF
           END-IF.
           IF soc-modalidad = "T" OR soc-modalidad = "D"
               OR soc-modalidad = "I" OR soc-modalidad = "P"
               OR soc-modalidad = "Y"
               EVALUATE soc-moneda
                   WHEN "P" ADD soc-importe TO w-sal-pesos
                   WHEN "D" ADD soc-importe TO w-sal-dolares
               END-EVALUATE
           ELSE
               IF soc-modalidad = "R" OR soc-modalidad = "E"
                   OR soc-modalidad = "S" OR soc-modalidad = "C"
                   OR soc-modalidad = "N" OR soc-modalidad = "X"
                   OR soc-modalidad = "F" OR soc-modalidad = "W"
                   EVALUATE soc-moneda
                       WHEN "P" SUBTRACT soc-importe FROM w-sal-pesos
                       WHEN "D" SUBTRACT soc-importe
                   MOVE w-interes TO nue-importe
                   MOVE "I" TO nue-modalidad
                   MOVE w-fecha-dev TO nue-fecha
                   MOVE ZERO TO nue-contra-filial
                   MOVE ZERO TO nue-contra-socio
                   COMPUTE w-nro-idx = w-filial-ant + 1
                   ADD 1 TO nro-t-ultimo(w-nro-idx)
                   MOVE nro-t-ultimo(w-nro-idx) TO nue-comprobante
                   MOVE w-operador-sis TO nue-operador
                   WRITE nue-reg
                   ADD 1 TO w-cont-int
                   ADD w-interes TO w-imp-int
                   PERFORM 630-GRABAR-RETENCION
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Graba la retencion del interes recien acreditado como un
      * movimiento W propio, con su comprobante, en la misma moneda y
      * fecha, salvo que el socio este exento o que su categoria no
      * tenga tasa vigente (o la tasa vigente sea cero).
      *-----------------------------------------------------------------
       630-GRABAR-RETENCION.
           COMPUTE w-imp-idx = w-socio-ant + 1.
           IF imp-t-exento(w-imp-idx) = "S"
               ADD 1 TO w-cont-exentos
           ELSE
               MOVE imp-t-categoria(w-imp-idx) TO w-categoria-uso
               IF w-categoria-uso NOT = "J"
                   MOVE "F" TO w-categoria-uso
               END-IF
               PERFORM 640-BUSCAR-RETENCION
               COMPUTE w-retencion ROUNDED =
                   w-interes * ret-uso / 100
               IF w-retencion > ZERO
                   MOVE w-retencion TO nue-importe
                   MOVE "W" TO nue-modalidad
                   ADD 1 TO nro-t-ultimo(w-nro-idx)
                   MOVE nro-t-ultimo(w-nro-idx) TO nue-comprobante
                   WRITE nue-reg
                   ADD 1 TO w-cont-ret
                   ADD w-retencion TO w-tot-ret
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Tasa de retencion vigente a la fecha de devengamiento para la
      * moneda y la categoria: la de fecha mas alta que no la supere,
      * mismo criterio que 620-BUSCAR-TASA.
      *-----------------------------------------------------------------
       640-BUSCAR-RETENCION.
           MOVE ZERO TO ret-uso.
           MOVE ZERO TO ret-fecha-uso.
           PERFORM VARYING ret-idx FROM 1 BY 1
               UNTIL ret-idx > cant-rets
               IF ret-t-moneda(ret-idx) = nue-moneda
                   AND ret-t-categoria(ret-idx) = w-categoria-uso
                   AND ret-t-fecha(ret-idx) <= w-fecha-dev
                   AND ret-t-fecha(ret-idx) >= ret-fecha-uso
                   MOVE ret-t-fecha(ret-idx) TO ret-fecha-uso
                   MOVE ret-t-tasa(ret-idx) TO ret-uso
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Busca en la tabla de tasas la tasa en vigencia a la fecha de
      * devengamiento: la de fecha mas alta que no supere w-fecha-dev
      * para esa moneda, mismo criterio que los listados usan con las
           CLOSE SOCIOS.
           CLOSE SOCIOS-NUEVO.
           PERFORM 910-REEMPLAZAR-ARCHIVO.
           PERFORM 150-GRABAR-NUMERADOR.
           PERFORM 920-GRABAR-CALENDARIO.
           DISPLAY "Se acreditaron ", w-cont-int,
               " intereses por un total de ", w-imp-int.
           DISPLAY "Se retuvieron ", w-cont-ret,
               " intereses por un total de ", w-tot-ret.
           IF w-cont-exentos > ZERO
               DISPLAY w-cont-exentos, " intereses de socios exentos "-
                   "quedaron sin retencion"
           END-IF.
           IF w-cont-sin-tasa > ZERO
               DISPLAY "Atencion! ", w-cont-sin-tasa,
                   " saldos sin tasa vigente quedaron sin devengar"
               "..\archSoc.g1".
           CALL "CBL_RENAME_FILE" USING "..\archSoc.tmp",
               "..\archSoc.dat".
      *-----------------------------------------------------------------
      * Asienta la corrida en el calendario de procesos: movimientos
      * leidos y movimientos generados (intereses y retenciones).
      *-----------------------------------------------------------------
       920-GRABAR-CALENDARIO.
           OPEN EXTEND CALENDARIO.
           IF w-cor-status NOT = "00"
               OPEN OUTPUT CALENDARIO
           END-IF.
           MOVE "DEVENGAR-INT" TO cor-programa.
           MOVE w-periodo TO cor-periodo.
           MOVE w-fecha-hoy TO cor-fecha.
           MOVE w-operador TO cor-operador.
           MOVE w-cont-leidos TO cor-leidos.
           COMPUTE cor-grabados = w-cont-int + w-cont-ret.
           MOVE w-cor-tipo TO cor-tipo.
           MOVE w-sup-codigo TO cor-supervisor.
           WRITE cor-reg.
           CLOSE CALENDARIO.
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria con el
      * codigo de operador que se valido al arrancar el programa.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "DEVENGAR-INT" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE ZERO TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM DEVENGAR-INT.
