      *          (archSusp.dat) con su motivo, como en el lote. En
      *          respuesta.dat queda un registro por movimiento con
      *          A (aceptado) o R (rechazado) y un cierre con los
      *          totales, para devolver a casa central. La carga la
      *          corre un operador validado contra archOpe.dat y cada
      *          movimiento aceptado se graba con su codigo y con el
      *          numero de comprobante siguiente de su filial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LIMITES
               ASSIGN TO "..\archLim.dat"
               FILE STATUS IS w-lim-status.
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  CENTRAL.
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
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
       FD  SUSPENSO.
       01  susp-reg.
           03 susp-filial pic 9(2).
           03 susp-fecha pic 9(8).
           03 susp-moneda pic x.
           03 susp-motivo pic x(10).
           03 susp-contra-filial pic 9(2).
           03 susp-contra-socio pic 9(4).
       FD  RESPUESTA.
       01  res-det.
           03 res-tipo pic x.
           03 lim-filial pic 9(2).
           03 lim-socio pic 9(4).
           03 lim-importe pic 9(8)v99.
       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(3).
           03 ope-clave pic x(4).
           03 ope-nombre pic x(20).
           03 ope-nivel pic 9.
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
       WORKING-STORAGE SECTION.
       01  w-cen-status pic xx.
       01  w-flag-eof pic 9.
       01  w-vc-esp pic 9(4).
       01  w-vc-hay pic 9.
       01  w-vc-eof pic 9.
       01  w-ope-status pic xx.
       01  w-flag-ope pic 9.
       01  w-operador pic x(3).
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Carga de movimientos recibidos de casa central".
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 040-VALIDAR-OPERADOR.
           PERFORM 050-VERIF-CONTROLES.
           PERFORM 070-CARGAR-FERIADOS.
           PERFORM 080-CARGAR-CIERRES.
           STOP RUN.
      *************************** R U T I N A S ***********************
      *-----------------------------------------------------------------
      * Valida el operador que corre la carga contra el maestro de
      * operadores, como el ingreso de GRABAR-SEC: los movimientos
      * aceptados quedan grabados con su codigo. Sin maestro de
      * operadores se avisa y se sigue sin control; el intento
      * fallido queda en el diario de auditoria.
      *-----------------------------------------------------------------
       040-VALIDAR-OPERADOR.
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
               OPEN EXTEND AUDITORIA
               MOVE w-fecha-hoy TO aud-fecha
               MOVE w-operador TO aud-operador
               MOVE "CARGAR-CC" TO aud-programa
               MOVE "X" TO aud-accion
               MOVE ZERO TO aud-filial
               MOVE ZERO TO aud-socio
               MOVE "ACCESO RECHAZADO" TO aud-antes
               MOVE SPACES TO aud-despues
               WRITE aud-reg
               CLOSE AUDITORIA
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * Verifica los maestros de filiales y socios contra su registro
      * de control (marca Z con la cantidad, lo graban GRABAR-FIL y
      * GRABAR-MAE): si la cuenta no coincide el maestro quedo
      * motivo y a la respuesta con estado R.
      *-----------------------------------------------------------------
       300-PROCESAR-ARCHIVO.
           PERFORM 090-CARGAR-NUMERADOR.
           PERFORM 305-TOTALES-PREVIAS.
           OPEN EXTEND SOCIOS.
           MOVE ZERO TO w-flag-eof.
           CLOSE CENTRAL.
           PERFORM 360-GRABAR-CONTROL.
           CLOSE SOCIOS.
           PERFORM 380-GRABAR-NUMERADOR.
           PERFORM 370-GRABAR-CIERRE-RESPUESTA.
           DISPLAY "Se aceptaron ", w-cont-aceptados, " movimientos".
           DISPLAY "Se rechazaron ", w-cont-rechazados,
      *-----------------------------------------------------------------
      * Toma los totales que ya tenia el archivo de socios para
      * recalcular el registro de control al final, igual que
      * GRABAR-SEC en su 105-TOTALES-PREVIAS. En la misma pasada cada
      * filial del numerador sube al comprobante mas alto grabado.
      *-----------------------------------------------------------------
       305-TOTALES-PREVIAS.
           MOVE ZERO TO w-flag-eof.
           PERFORM 306-LEER-PREVIO.
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
           MOVE cen-modalidad TO soc-modalidad.
           MOVE cen-fecha TO soc-fecha.
           MOVE cen-moneda TO soc-moneda.
           MOVE ZERO TO soc-contra-filial.
           MOVE ZERO TO soc-contra-socio.
           PERFORM 620-VALIDAR-LOTE.
           IF w-lote-valido = 1
               PERFORM 330-GRABAR-SOCIO
                   SUBTRACT soc-importe FROM w-imp-tr
               END-IF
           END-IF.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE w-operador TO soc-operador.
           WRITE soc-reg.

       340-GRABAR-RESPUESTA.
           COMPUTE ctl-importe = w-imp-previo + w-imp-tr.
           WRITE soc-control.

      *-----------------------------------------------------------------
      * Numerador de comprobantes por filial (archNro.dat), el mismo
      * que usa GRABAR-SEC: se carga al empezar y se regraba al final.
      *-----------------------------------------------------------------
       090-CARGAR-NUMERADOR.
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

       380-GRABAR-NUMERADOR.
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

       370-GRABAR-CIERRE-RESPUESTA.
           MOVE "T" TO rest-tipo.
           MOVE "A" TO rest-estado.
      *-----------------------------------------------------------------
      * Control preventivo de limite por socio, igual que GRABAR-SEC:
      * si el socio tiene limite cargado en el maestro de GRABAR-LIM,
      * acumula lo ya registrado en transferencias (T recibidas y S
      * enviadas) del mes de soc-fecha y rechaza el movimiento que lo
      * excede. Un socio sin registro en el maestro no tiene limite,
      * y de lo que manda casa central el control aplica solo a la
      * modalidad T.
      *-----------------------------------------------------------------
       277-VALIDAR-LIMITE.
           MOVE 1 TO w-val-limite.
               CLOSE LIMITES
           END-IF.
      *-----------------------------------------------------------------
      * Acumula las transferencias (T y S) ya registradas del socio
      * en el mes de la fecha del movimiento, con el mismo cierre y
      * reapertura de archSoc.dat que usa GRABAR-SEC. Los campos del
      * movimiento en curso se salvan y restauran porque la
      * relectura pisa soc-reg.
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
           MOVE ZERO TO soc-contra-filial.
           MOVE ZERO TO soc-contra-socio.

       280-LEER-ACUM.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof-dup.
           MOVE soc-fecha TO susp-fecha.
           MOVE soc-moneda TO susp-moneda.
           MOVE w-susp-motivo TO susp-motivo.
           MOVE ZERO TO susp-contra-filial.
           MOVE ZERO TO susp-contra-socio.
           WRITE susp-reg.
           CLOSE SUSPENSO.

