      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso del fin de dia que genera los movimientos de las
      *          ordenes programadas (archOrd.dat, las mantiene
      *          GRABAR-ORD) que vencen hasta la fecha de proceso. Cada
      *          vencimiento se arma como un movimiento D, E o S con la
      *          fecha de vencimiento; si cae en feriado se corre al
      *          siguiente dia habil, y si ese dia todavia no llego la
      *          orden queda para la corrida de esa noche. El
      *          movimiento pasa por las mismas validaciones del ingreso
      *          por lote de GRABAR-SEC (filial, socio activo, importe,
      *          modalidad, fecha, moneda, cierre de la filial, limite
      *          mensual, destino de la transferencia y duplicados,
      *          tambien contra lo que ya grabo la corrida): los
      *          validos se graban en archSoc.dat con el numero de
      *          comprobante siguiente de su filial y el operador SIS,
      *          la transferencia con su credito T en el destino, y los
      *          rechazados van al suspenso (archSusp.dat) con su
      *          motivo (INACTIVO si la cuenta de origen o la de destino
      *          esta dormida). En los dos casos la proxima fecha de la
      *          orden avanza segun su frecuencia, y una orden atrasada
      *          genera todos los vencimientos que debe. La orden que
      *          paso su fecha de fin deja de generar pero queda en el
      *          maestro hasta que se la da de baja. Al final se vuelve
      *          a grabar el registro de control de archSoc.dat.
      *          Termina con GOBACK, asi corre como paso de SECUENCIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-ORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES
               ASSIGN TO "..\archOrd.dat"
               FILE STATUS IS w-ord-status.
           SELECT ORDENES-TEMP
               ASSIGN TO "..\archOrd.tmp".
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat".
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT SUSPENSO
               ASSIGN TO "..\archSusp.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FERIADOS
               ASSIGN TO "..\archFer.dat"
               FILE STATUS IS w-fer-status.
           SELECT CIERRES
               ASSIGN TO "..\archCie.dat"
               FILE STATUS IS w-cie-status.
           SELECT LIMITES
               ASSIGN TO "..\archLim.dat"
               FILE STATUS IS w-lim-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ORDENES-TEMP.
       01  ord-reg-temp pic x(46).
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
       FD  SUSPENSO.
       01  susp-reg.
           03 susp-filial pic 9(2).
           03 susp-socio pic 9(4).
           03 susp-importe pic s9(8)v99.
           03 susp-modalidad pic x.
           03 susp-fecha pic 9(8).
           03 susp-moneda pic x.
           03 susp-motivo pic x(10).
           03 susp-contra-filial pic 9(2).
           03 susp-contra-socio pic 9(4).
       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 fer-descripcion pic x(20).
       FD  CIERRES.
       01  cie-reg.
           03 cie-filial pic 9(2).
           03 cie-fecha pic 9(8).
       FD  LIMITES.
       01  lim-reg.
           03 lim-filial pic 9(2).
           03 lim-socio pic 9(4).
           03 lim-importe pic 9(8)v99.
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       WORKING-STORAGE SECTION.
       01  w-ord-status pic xx.
       01  w-flag-ord pic 9.
       01  w-flag-eof pic 9.
       01  w-fecha-proc pic 9(8).
       01  w-flag-espera pic 9.
       01  w-meses pic 9(2).
       01  w-operador-sis pic x(3) value "SIS".
       01  w-cont-ordenes pic 9(4) value zeros.
       01  w-cont-generados pic 9(6) value zeros.
       01  w-cont-rechazados pic 9(6) value zeros.
       01  w-cont-previo pic 9(4) value zeros.
       01  w-imp-previo pic s9(8)v99 value zeros.
       01  w-cont-tr pic 9(4) value zeros.
       01  w-imp-tr pic s9(8)v99 value zeros.
       01  w-lote-valido pic 9.
       01  w-susp-motivo pic x(10).
       01  w-val-filial pic 9.
       01  w-val-socio pic 9.
       01  w-val-importe pic 9.
       01  w-val-modalidad pic 9.
       01  w-val-fecha pic 9.
       01  w-val-moneda pic 9.
       01  w-val-destino pic 9.
       01  w-flag-filiales pic 9.
       01  w-flag-filial-ok pic 9.
       01  w-flag-maestro pic 9.
       01  w-flag-socio-ok pic 9.
       01  w-flag-dormido pic 9.
       01  w-tra-filial-ori pic 9(2).
       01  w-tra-socio-ori pic 9(4).
       01  w-tra-filial-des pic 9(2).
       01  w-tra-socio-des pic 9(4).
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
       01  w-fer-status pic xx.
       01  w-flag-fer pic 9.
       01  w-cant-fer pic 999 value zeros.
       01  tabla-feriados.
           03 fer-t-fecha OCCURS 500 TIMES pic 9(8).
       01  w-fer-idx pic 999.
       01  w-flag-feriado pic 9.
       01  w-cie-status pic xx.
       01  w-flag-cie pic 9.
       01  w-val-cierre pic 9.
       01  w-cie-idx pic 999.
       01  tabla-cierres.
           03 cie-fecha-cerrada OCCURS 100 TIMES pic 9(8).
       01  w-lim-status pic xx.
       01  w-flag-lim pic 9.
       01  w-flag-lim-hay pic 9.
       01  w-val-limite pic 9.
       01  w-limite-soc pic 9(8)v99.
       01  w-acum-mes pic s9(9)v99.
       01  w-lim-mes pic 9(6).
       01  w-flag-eof-dup pic 9.
       01  w-flag-duplicado pic 9.
       01  w-tab-cont pic 999 value zeros.
       01  w-tabla-actual.
           03 w-tab-entrada OCCURS 500 TIMES INDEXED BY w-idx.
               05 w-tab-filial pic 9(2).
               05 w-tab-socio pic 9(4).
               05 w-tab-fecha pic 9(8).
               05 w-tab-moneda pic x.
               05 w-tab-modalidad pic x.
       01  w-chk-filial pic 9(2).
       01  w-chk-socio pic 9(4).
       01  w-chk-importe pic s9(8)v99.
       01  w-chk-modalidad pic x.
       01  w-chk-fecha pic 9(8).
       01  w-chk-moneda pic x.
       01  w-chk-contra-filial pic 9(2).
       01  w-chk-contra-socio pic 9(4).
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
      * Cantidad procesada que SECUENCIA asienta en la bitacora
      * cuando este programa corre como paso del fin de dia.
       01  sec-registros-paso pic 9(6) EXTERNAL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Generacion de ordenes programadas".
           MOVE ZERO TO sec-registros-paso.
           PERFORM 100-INICIO.
           OPEN INPUT ORDENES.
           IF w-ord-status NOT = "00"
               DISPLAY "No hay ordenes programadas"
           ELSE
               PERFORM 200-PROCESAR-ORDENES
           END-IF.
           DISPLAY "Se leyeron ", w-cont-ordenes, " ordenes".
           DISPLAY "Se generaron ", w-cont-generados, " movimientos".
           DISPLAY "Se rechazaron ", w-cont-rechazados,
               " movimientos al suspenso".
           COMPUTE sec-registros-paso = w-cont-generados
               + w-cont-rechazados.
           GOBACK.
      *************************** R U T I N A S ***********************
       100-INICIO.
           DISPLAY "Ingrese la fecha de proceso (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-proc.
           IF w-fecha-proc = ZERO
               ACCEPT w-fecha-proc FROM DATE YYYYMMDD
           END-IF.
           PERFORM 070-CARGAR-FERIADOS.
           PERFORM 080-CARGAR-CIERRES.
      *-----------------------------------------------------------------
      * Recorre el maestro de ordenes: cada una genera los
      * vencimientos que tenga hasta la fecha de proceso y se copia al
      * temporal con su proxima fecha ya avanzada. Al terminar el
      * temporal reemplaza al maestro y se graban el control de
      * archSoc.dat y el numerador.
      *-----------------------------------------------------------------
       200-PROCESAR-ORDENES.
           PERFORM 090-CARGAR-NUMERADOR.
           PERFORM 305-TOTALES-PREVIAS.
           OPEN EXTEND SOCIOS.
           OPEN OUTPUT ORDENES-TEMP.
           PERFORM 210-LEER-ORDEN.
           PERFORM UNTIL w-flag-ord = 1
               ADD 1 TO w-cont-ordenes
               PERFORM 300-GENERAR-VENCIMIENTOS
               WRITE ord-reg-temp FROM ord-reg
               PERFORM 210-LEER-ORDEN
           END-PERFORM.
           CLOSE ORDENES.
           CLOSE ORDENES-TEMP.
           PERFORM 360-GRABAR-CONTROL.
           CLOSE SOCIOS.
           PERFORM 380-GRABAR-NUMERADOR.
           PERFORM 900-REEMPLAZAR-ARCHIVO.

       210-LEER-ORDEN.
           MOVE ZERO TO w-flag-ord.
           READ ORDENES AT END MOVE 1 TO w-flag-ord.
      *-----------------------------------------------------------------
      * Genera un movimiento por cada vencimiento de la orden que no
      * pase la fecha de proceso ni la fecha de fin. Si el dia habil
      * al que se corre un feriado es posterior a la fecha de proceso
      * el vencimiento queda para esa noche y la orden no avanza.
      *-----------------------------------------------------------------
       300-GENERAR-VENCIMIENTOS.
           MOVE ZERO TO w-flag-espera.
           PERFORM UNTIL w-flag-espera = 1
               OR ord-prox-fecha > w-fecha-proc
               OR (ord-fecha-fin NOT = ZERO
                   AND ord-prox-fecha > ord-fecha-fin)
               PERFORM 310-ARMAR-MOVIMIENTO
               IF soc-fecha > w-fecha-proc
                   MOVE 1 TO w-flag-espera
               ELSE
                   PERFORM 320-PROCESAR-MOVIMIENTO
                   PERFORM 400-AVANZAR-FECHA
               END-IF
           END-PERFORM.

       310-ARMAR-MOVIMIENTO.
           MOVE ord-filial TO soc-filial.
           MOVE ord-socio TO soc-socio.
           MOVE ord-importe TO soc-importe.
           MOVE ord-modalidad TO soc-modalidad.
           MOVE ord-prox-fecha TO soc-fecha.
           MOVE ord-moneda TO soc-moneda.
           MOVE ord-contra-filial TO soc-contra-filial.
           MOVE ord-contra-socio TO soc-contra-socio.
           PERFORM 285-VERIF-FERIADO.
           IF w-flag-feriado = 1
               PERFORM 286-CORRER-DIA-HABIL
           END-IF.

       320-PROCESAR-MOVIMIENTO.
           PERFORM 620-VALIDAR-LOTE.
           IF w-lote-valido = 1
               IF soc-modalidad = "S"
                   PERFORM 330-GRABAR-SOCIO
                   PERFORM 465-ARMAR-CREDITO
                   PERFORM 330-GRABAR-SOCIO
               ELSE
                   PERFORM 330-GRABAR-SOCIO
               END-IF
               ADD 1 TO w-cont-generados
           ELSE
               ADD 1 TO w-cont-rechazados
               PERFORM 630-GRABAR-SUSPENSO
               DISPLAY "Orden ", ord-filial, "-", ord-socio, "-",
                   ord-numero, " del ", soc-fecha,
                   " rechazada, motivo: ", w-susp-motivo
           END-IF.
      *-----------------------------------------------------------------
      * Toma los totales que ya tenia el archivo de socios para
      * recalcular el registro de control al final, igual que
      * GRABAR-SEC en su 105-TOTALES-PREVIAS. En la misma pasada cada
      * filial del numerador sube al comprobante mas alto grabado.
      *-----------------------------------------------------------------
       305-TOTALES-PREVIAS.
           MOVE ZERO TO w-flag-eof.
           OPEN INPUT SOCIOS.
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
                   ELSE
                       IF soc-modalidad = "R"
                           ADD 1 TO w-cont-previo
                           SUBTRACT soc-importe FROM w-imp-previo
                       END-IF
                   END-IF
               END-IF
               PERFORM 306-LEER-PREVIO
           END-PERFORM.
           CLOSE SOCIOS.

       306-LEER-PREVIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.

       330-GRABAR-SOCIO.
           IF soc-modalidad = "T"
               ADD 1 TO w-cont-tr
               ADD soc-importe TO w-imp-tr
           END-IF.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE w-operador-sis TO soc-operador.
           WRITE soc-reg.
           IF w-tab-cont < 500
               ADD 1 TO w-tab-cont
               MOVE soc-filial TO w-tab-filial(w-tab-cont)
               MOVE soc-socio TO w-tab-socio(w-tab-cont)
               MOVE soc-fecha TO w-tab-fecha(w-tab-cont)
               MOVE soc-moneda TO w-tab-moneda(w-tab-cont)
               MOVE soc-modalidad TO w-tab-modalidad(w-tab-cont)
           END-IF.
      *-----------------------------------------------------------------
      * Arma la pata de credito T de una transferencia S en la cuenta
      * de destino, con la de origen como contrapartida, igual que
      * GRABAR-SEC: las dos patas se graban juntas.
      *-----------------------------------------------------------------
       465-ARMAR-CREDITO.
           MOVE soc-filial TO w-tra-filial-ori.
           MOVE soc-socio TO w-tra-socio-ori.
           MOVE soc-contra-filial TO soc-filial.
           MOVE soc-contra-socio TO soc-socio.
           MOVE w-tra-filial-ori TO soc-contra-filial.
           MOVE w-tra-socio-ori TO soc-contra-socio.
           MOVE "T" TO soc-modalidad.

       360-GRABAR-CONTROL.
           MOVE "Z" TO ctl-marca.
           COMPUTE ctl-cant = w-cont-previo + w-cont-tr.
           COMPUTE ctl-importe = w-imp-previo + w-imp-tr.
           WRITE soc-control.
      *-----------------------------------------------------------------
      * Avanza la proxima fecha de la orden segun su frecuencia. Las
      * semanales y quincenales suman dias de calendario; las
      * mensuales, trimestrales y anuales suman meses y vuelven al dia
      * del mes de la orden, recortado al ultimo dia del mes cuando
      * ese mes es mas corto.
      *-----------------------------------------------------------------
       400-AVANZAR-FECHA.
           MOVE ord-prox-fecha TO w-cal-fecha.
           EVALUATE ord-frecuencia
               WHEN "S"
                   PERFORM 287-SUMAR-UN-DIA 7 TIMES
               WHEN "Q"
                   PERFORM 287-SUMAR-UN-DIA 14 TIMES
               WHEN "T"
                   MOVE 3 TO w-meses
                   PERFORM 410-SUMAR-MESES
               WHEN "A"
                   MOVE 12 TO w-meses
                   PERFORM 410-SUMAR-MESES
               WHEN OTHER
                   MOVE 1 TO w-meses
                   PERFORM 410-SUMAR-MESES
           END-EVALUATE.
           MOVE w-cal-fecha TO ord-prox-fecha.

       410-SUMAR-MESES.
           ADD w-meses TO w-cal-mes.
           IF w-cal-mes > 12
               SUBTRACT 12 FROM w-cal-mes
               ADD 1 TO w-cal-anio
           END-IF.
           IF ord-dia >= 1 AND ord-dia <= 31
               MOVE ord-dia TO w-cal-dia
           END-IF.
           PERFORM 266-TOPE-DEL-MES.
           IF w-cal-dia > w-cal-tope
               MOVE w-cal-tope TO w-cal-dia
           END-IF.
      *-----------------------------------------------------------------
      * Reemplaza el maestro de ordenes por el temporal con las
      * proximas fechas avanzadas, mismo mecanismo que GRABAR-ORD.
      *-----------------------------------------------------------------
       900-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "..\archOrd.dat".
           CALL "CBL_RENAME_FILE" USING "..\archOrd.tmp",
               "..\archOrd.dat".
      *-----------------------------------------------------------------
      * Carga en memoria el maestro de feriados que mantiene
      * GRABAR-FER, para correr al dia habil siguiente los
      * vencimientos que caen en dia no habil. Si el archivo no existe
      * no hay dias no habiles.
      *-----------------------------------------------------------------
       070-CARGAR-FERIADOS.
           MOVE ZERO TO w-cant-fer.
           OPEN INPUT FERIADOS.
           IF w-fer-status = "00"
               MOVE ZERO TO w-flag-fer
               PERFORM UNTIL w-flag-fer = 1 OR w-cant-fer >= 500
                   READ FERIADOS AT END MOVE 1 TO w-flag-fer
                   END-READ
                   IF w-flag-fer NOT = 1
                       ADD 1 TO w-cant-fer
                       MOVE fer-fecha TO fer-t-fecha(w-cant-fer)
                   END-IF
               END-PERFORM
               IF w-flag-fer NOT = 1
                   READ FERIADOS AT END MOVE 1 TO w-flag-fer
                   END-READ
                   IF w-flag-fer NOT = 1
                       DISPLAY "Atencion! El maestro de feriados "-
                           "tiene mas fechas que la tabla, hay "-
                           "feriados que no se van a controlar"
                   END-IF
               END-IF
               CLOSE FERIADOS
           END-IF.
      *-----------------------------------------------------------------
      * Carga en memoria la ultima fecha cerrada de cada filial segun
      * el archivo de cierres que mantiene CIERRE-FIL, igual que
      * GRABAR-SEC. Si el archivo no existe ninguna filial esta
      * cerrada.
      *-----------------------------------------------------------------
       080-CARGAR-CIERRES.
           PERFORM VARYING w-cie-idx FROM 1 BY 1
               UNTIL w-cie-idx > 100
               MOVE ZERO TO cie-fecha-cerrada(w-cie-idx)
           END-PERFORM.
           OPEN INPUT CIERRES.
           IF w-cie-status = "00"
               MOVE ZERO TO w-flag-cie
               PERFORM UNTIL w-flag-cie = 1
                   READ CIERRES AT END MOVE 1 TO w-flag-cie
                   END-READ
                   IF w-flag-cie NOT = 1
                       COMPUTE w-cie-idx = cie-filial + 1
                       MOVE cie-fecha TO
                           cie-fecha-cerrada(w-cie-idx)
                   END-IF
               END-PERFORM
               CLOSE CIERRES
           END-IF.
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
      *-----------------------------------------------------------------
      * Validaciones del movimiento, las mismas del ingreso por lote
      * de GRABAR-SEC (620-VALIDAR-LOTE y sus rutinas), con el motivo
      * de la primera que falla: filial, socio, importe, modalidad,
      * fecha, moneda, cierre de la filial, limite mensual del socio
      * y destino de la transferencia. El feriado no se controla
      * porque el vencimiento ya se corrio al dia habil.
      *-----------------------------------------------------------------
       620-VALIDAR-LOTE.
           MOVE 1 TO w-lote-valido.
           MOVE SPACES TO w-susp-motivo.
           PERFORM 270-VALIDAR-FILIAL-LOTE.
           IF w-val-filial NOT = 1
               MOVE 0 TO w-lote-valido
               IF w-susp-motivo = SPACES
                   MOVE "FILIAL" TO w-susp-motivo
               END-IF
           END-IF.
           PERFORM 271-VALIDAR-SOCIO-LOTE.
           IF w-val-socio NOT = 1
               MOVE 0 TO w-lote-valido
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
               MOVE 0 TO w-lote-valido
               IF w-susp-motivo = SPACES
                   MOVE "IMPORTE" TO w-susp-motivo
               END-IF
           END-IF.
           PERFORM 273-VALIDAR-MODALIDAD-LOTE.
           IF w-val-modalidad NOT = 1
               MOVE 0 TO w-lote-valido
               IF w-susp-motivo = SPACES
                   MOVE "MODALIDAD" TO w-susp-motivo
               END-IF
           END-IF.
           PERFORM 274-VALIDAR-FECHA-LOTE.
           IF w-val-fecha NOT = 1
               MOVE 0 TO w-lote-valido
               IF w-susp-motivo = SPACES
                   MOVE "FECHA" TO w-susp-motivo
               END-IF
           END-IF.
           PERFORM 275-VALIDAR-MONEDA-LOTE.
           IF w-val-moneda NOT = 1
               MOVE 0 TO w-lote-valido
               IF w-susp-motivo = SPACES
                   MOVE "MONEDA" TO w-susp-motivo
               END-IF
           END-IF.
           IF w-val-filial = 1 AND w-val-fecha = 1
               PERFORM 276-VALIDAR-CIERRE
               IF w-val-cierre NOT = 1
                   MOVE 0 TO w-lote-valido
                   IF w-susp-motivo = SPACES
                       MOVE "CERRADO" TO w-susp-motivo
                   END-IF
               END-IF
           END-IF.
           IF w-lote-valido = 1
               PERFORM 277-VALIDAR-LIMITE
               IF w-val-limite NOT = 1
                   MOVE 0 TO w-lote-valido
                   IF w-susp-motivo = SPACES
                       MOVE "LIMITE" TO w-susp-motivo
                   END-IF
               END-IF
           END-IF.
           IF w-lote-valido = 1 AND soc-modalidad = "S"
               PERFORM 290-VALIDAR-DESTINO
               IF w-val-destino NOT = 1
                   MOVE 0 TO w-lote-valido
               END-IF
           END-IF.
           IF w-lote-valido = 1
               PERFORM 450-CHEQUEAR-DUPLICADO
               IF w-flag-duplicado NOT = 1 AND soc-modalidad = "S"
                   PERFORM 457-CHEQUEAR-DUP-DESTINO
               END-IF
               IF w-flag-duplicado = 1
                   MOVE 0 TO w-lote-valido
                   MOVE "DUPLICADO" TO w-susp-motivo
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Control de duplicados de GRABAR-SEC: la misma filial, socio,
      * fecha, moneda y modalidad no puede estar ya en archSoc.dat ni
      * entre los movimientos que esta corrida ya grabo.
      *-----------------------------------------------------------------
       450-CHEQUEAR-DUPLICADO.
           MOVE soc-filial TO w-chk-filial.
           MOVE soc-socio TO w-chk-socio.
           MOVE soc-importe TO w-chk-importe.
           MOVE soc-modalidad TO w-chk-modalidad.
           MOVE soc-fecha TO w-chk-fecha.
           MOVE soc-moneda TO w-chk-moneda.
           MOVE soc-contra-filial TO w-chk-contra-filial.
           MOVE soc-contra-socio TO w-chk-contra-socio.
           MOVE ZERO TO w-flag-duplicado.
           PERFORM 451-CHEQUEAR-TABLA.
           IF w-flag-duplicado NOT = 1
               PERFORM 452-CHEQUEAR-ARCHIVO
           END-IF.
           MOVE w-chk-filial TO soc-filial.
           MOVE w-chk-socio TO soc-socio.
           MOVE w-chk-importe TO soc-importe.
           MOVE w-chk-modalidad TO soc-modalidad.
           MOVE w-chk-fecha TO soc-fecha.
           MOVE w-chk-moneda TO soc-moneda.
           MOVE w-chk-contra-filial TO soc-contra-filial.
           MOVE w-chk-contra-socio TO soc-contra-socio.

       451-CHEQUEAR-TABLA.
           PERFORM VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-tab-cont OR w-flag-duplicado = 1
               IF w-tab-filial(w-idx) = w-chk-filial
                   AND w-tab-socio(w-idx) = w-chk-socio
                   AND w-tab-fecha(w-idx) = w-chk-fecha
                   AND w-tab-moneda(w-idx) = w-chk-moneda
                   AND w-tab-modalidad(w-idx) = w-chk-modalidad
                   MOVE 1 TO w-flag-duplicado
               END-IF
           END-PERFORM.

       452-CHEQUEAR-ARCHIVO.
           CLOSE SOCIOS.
           OPEN INPUT SOCIOS.
           MOVE ZERO TO w-flag-eof-dup.
           PERFORM 453-LEER-DUP.
           PERFORM UNTIL w-flag-eof-dup = 1 OR w-flag-duplicado = 1
               IF soc-filial IS NUMERIC
                   IF soc-filial = w-chk-filial
                       AND soc-socio = w-chk-socio
                       AND soc-fecha = w-chk-fecha
                       AND soc-moneda = w-chk-moneda
                       AND soc-modalidad = w-chk-modalidad
                       MOVE 1 TO w-flag-duplicado
                   END-IF
               END-IF
               PERFORM 453-LEER-DUP
           END-PERFORM.
           CLOSE SOCIOS.
           OPEN EXTEND SOCIOS.

       453-LEER-DUP.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof-dup.
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

       270-VALIDAR-FILIAL-LOTE.
           MOVE ZERO TO w-val-filial.
           IF soc-filial >= 0 AND soc-filial <= 99
               PERFORM 236-VERIF-FILIAL-MAESTRO
               MOVE w-flag-filial-ok TO w-val-filial
           END-IF.

       271-VALIDAR-SOCIO-LOTE.
           IF soc-socio >= 1 AND soc-socio <= 9999
               PERFORM 238-VERIF-SOCIO-MAESTRO
               MOVE w-flag-socio-ok TO w-val-socio
           ELSE
               MOVE 0 TO w-val-socio
           END-IF.

       272-VALIDAR-IMPORTE-LOTE.
           IF soc-importe >= 1
               MOVE 1 TO w-val-importe
           ELSE
               MOVE 0 TO w-val-importe
           END-IF.

       273-VALIDAR-MODALIDAD-LOTE.
           IF soc-modalidad = "D" OR soc-modalidad = "E"
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
           MOVE soc-fecha TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.
           MOVE w-val-cal TO w-val-fecha.

       275-VALIDAR-MONEDA-LOTE.
           IF soc-moneda = "P" OR soc-moneda = "D" OR soc-moneda = "E"
               MOVE 1 TO w-val-moneda
           ELSE
               MOVE 0 TO w-val-moneda
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
      * Rechaza el movimiento si su fecha es igual o anterior a la
      * ultima fecha cerrada de su filial segun CIERRE-FIL, igual que
      * GRABAR-SEC.
      *-----------------------------------------------------------------
       276-VALIDAR-CIERRE.
           COMPUTE w-cie-idx = soc-filial + 1.
           IF cie-fecha-cerrada(w-cie-idx) > ZERO
               AND soc-fecha <= cie-fecha-cerrada(w-cie-idx)
               MOVE 0 TO w-val-cierre
           ELSE
               MOVE 1 TO w-val-cierre
           END-IF.
      *-----------------------------------------------------------------
      * Valida la pata de destino de una transferencia (S), igual que
      * GRABAR-SEC: la filial destino tiene que existir y no estar
      * cerrada a la fecha, el socio destino tiene que estar activo en
      * ella y el credito T que va a recibir entra en su propio
      * control de limite. Si falla deja el motivo en w-susp-motivo
      * (DESTINO, CERRADO o LIMITE).
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
                   MOVE 0 TO w-val-destino
                   MOVE "INACTIVO" TO w-susp-motivo
               ELSE
                   PERFORM 276-VALIDAR-CIERRE
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
                   END-IF
               END-IF
           END-IF.
           MOVE w-tra-filial-ori TO soc-filial.
           MOVE w-tra-socio-ori TO soc-socio.
           MOVE w-tra-filial-des TO soc-contra-filial.
           MOVE w-tra-socio-des TO soc-contra-socio.
           MOVE "S" TO soc-modalidad.
      *-----------------------------------------------------------------
      * Verifica si la fecha del movimiento cae en un feriado del
      * maestro de GRABAR-FER.
      *-----------------------------------------------------------------
       285-VERIF-FERIADO.
           MOVE ZERO TO w-flag-feriado.
           PERFORM VARYING w-fer-idx FROM 1 BY 1
               UNTIL w-fer-idx > w-cant-fer
               OR w-flag-feriado = 1
               IF fer-t-fecha(w-fer-idx) = soc-fecha
                   MOVE 1 TO w-flag-feriado
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Corre la fecha del movimiento al siguiente dia habil del
      * calendario (saltando los feriados encadenados), como el modo
      * lote de GRABAR-SEC cuando se le pide correr los feriados.
      *-----------------------------------------------------------------
       286-CORRER-DIA-HABIL.
           MOVE soc-fecha TO w-cal-fecha.
           PERFORM UNTIL w-flag-feriado = ZERO
               PERFORM 287-SUMAR-UN-DIA
               PERFORM 288-VERIF-FERIADO-CAL
           END-PERFORM.
           MOVE w-cal-fecha TO soc-fecha.

       287-SUMAR-UN-DIA.
           ADD 1 TO w-cal-dia.
           PERFORM 266-TOPE-DEL-MES.
           IF w-cal-dia > w-cal-tope
               MOVE 1 TO w-cal-dia
               ADD 1 TO w-cal-mes
               IF w-cal-mes > 12
                   MOVE 1 TO w-cal-mes
                   ADD 1 TO w-cal-anio
               END-IF
           END-IF.

       288-VERIF-FERIADO-CAL.
           MOVE ZERO TO w-flag-feriado.
           PERFORM VARYING w-fer-idx FROM 1 BY 1
               UNTIL w-fer-idx > w-cant-fer
               OR w-flag-feriado = 1
               IF fer-t-fecha(w-fer-idx) = w-cal-fecha
                   MOVE 1 TO w-flag-feriado
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Control preventivo de limite por socio, igual que GRABAR-SEC:
      * si el socio tiene limite cargado en el maestro de GRABAR-LIM,
      * acumula lo ya registrado en transferencias (T recibidas y S
      * enviadas) del mes de soc-fecha y rechaza el movimiento que lo
      * excede. Un socio sin registro en el maestro no tiene limite,
      * y el control aplica solo a las modalidades T y S.
      *-----------------------------------------------------------------
       277-VALIDAR-LIMITE.
           MOVE 1 TO w-val-limite.
           IF soc-modalidad = "T" OR soc-modalidad = "S"
               PERFORM 278-BUSCAR-LIMITE
               IF w-flag-lim-hay = 1
                   PERFORM 279-ACUMULAR-MES
                   IF w-acum-mes + soc-importe > w-limite-soc
                       MOVE 0 TO w-val-limite
                   END-IF
               END-IF
           END-IF.

       278-BUSCAR-LIMITE.
           MOVE ZERO TO w-flag-lim-hay.
           MOVE ZERO TO w-limite-soc.
           OPEN INPUT LIMITES.
           IF w-lim-status = "00"
               MOVE ZERO TO w-flag-lim
               PERFORM UNTIL w-flag-lim = 1
                   READ LIMITES AT END MOVE 1 TO w-flag-lim
                   END-READ
                   IF w-flag-lim NOT = 1
                       AND lim-filial = soc-filial
                       AND lim-socio = soc-socio
                       MOVE lim-importe TO w-limite-soc
                       MOVE 1 TO w-flag-lim-hay
                       MOVE 1 TO w-flag-lim
                   END-IF
               END-PERFORM
               CLOSE LIMITES
           END-IF.
      *-----------------------------------------------------------------
      * Acumula las transferencias (T y S) ya registradas del socio
      * en el mes de la fecha del movimiento, con el mismo cierre y
      * reapertura de archSoc.dat que usa GRABAR-SEC, asi entran
      * tambien las que esta corrida ya grabo. Los campos del
      * movimiento en curso se salvan y restauran porque la
      * relectura pisa soc-reg.
      *-----------------------------------------------------------------
       279-ACUMULAR-MES.
           MOVE soc-filial TO w-chk-filial.
           MOVE soc-socio TO w-chk-socio.
           MOVE soc-importe TO w-chk-importe.
           MOVE soc-modalidad TO w-chk-modalidad.
           MOVE soc-fecha TO w-chk-fecha.
           MOVE soc-moneda TO w-chk-moneda.
           MOVE soc-contra-filial TO w-chk-contra-filial.
           MOVE soc-contra-socio TO w-chk-contra-socio.
           MOVE w-chk-fecha(1:6) TO w-lim-mes.
           MOVE ZERO TO w-acum-mes.
           CLOSE SOCIOS.
           OPEN INPUT SOCIOS.
           MOVE ZERO TO w-flag-eof-dup.
           PERFORM 280-LEER-ACUM.
           PERFORM UNTIL w-flag-eof-dup = 1
               IF soc-filial IS NUMERIC
                   IF soc-filial = w-chk-filial
                       AND soc-socio = w-chk-socio
                       AND (soc-modalidad = "T" OR soc-modalidad = "S")
                       AND soc-fecha(1:6) = w-lim-mes
                       ADD soc-importe TO w-acum-mes
                   END-IF
               END-IF
               PERFORM 280-LEER-ACUM
           END-PERFORM.
           CLOSE SOCIOS.
           OPEN EXTEND SOCIOS.
           MOVE w-chk-filial TO soc-filial.
           MOVE w-chk-socio TO soc-socio.
           MOVE w-chk-importe TO soc-importe.
           MOVE w-chk-modalidad TO soc-modalidad.
           MOVE w-chk-fecha TO soc-fecha.
           MOVE w-chk-moneda TO soc-moneda.
           MOVE w-chk-contra-filial TO soc-contra-filial.
           MOVE w-chk-contra-socio TO soc-contra-socio.

       280-LEER-ACUM.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof-dup.

       236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-filiales.
           MOVE ZERO TO w-flag-filial-ok.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1 OR w-flag-filial-ok = 1
               PERFORM 237-LEER-FILIAL
               IF fil-codigo IS NUMERIC
                   AND fil-codigo = soc-filial
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

       239-LEER-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           READ MAESTRO AT END MOVE 1 TO w-flag-maestro.
      *-----------------------------------------------------------------
      * Graba el vencimiento rechazado en el archivo de suspenso con el
      * motivo de la primera validacion que fallo, para poder
      * corregirlo y reprocesarlo con GRABAR-SEC sin volver a
      * tipearlo, igual que los rechazos del lote.
      *-----------------------------------------------------------------
       630-GRABAR-SUSPENSO.
           OPEN EXTEND SUSPENSO.
           MOVE soc-filial TO susp-filial.
           MOVE soc-socio TO susp-socio.
           MOVE soc-importe TO susp-importe.
           MOVE soc-modalidad TO susp-modalidad.
           MOVE soc-fecha TO susp-fecha.
           MOVE soc-moneda TO susp-moneda.
           MOVE w-susp-motivo TO susp-motivo.
           MOVE soc-contra-filial TO susp-contra-filial.
           MOVE soc-contra-socio TO susp-contra-socio.
           WRITE susp-reg.
           CLOSE SUSPENSO.

       END PROGRAM GENERAR-ORD.
