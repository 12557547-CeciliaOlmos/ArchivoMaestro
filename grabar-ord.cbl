      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de ordenes de movimiento
      *          programadas (alta, modificacion, baja y listado),
      *          mismo estilo de menu que GRABAR-LIM y GRABAR-COT. Cada
      *          orden guarda la filial y el socio, un numero de orden
      *          del socio (un socio puede tener varias), la modalidad
      *          (D deposito, E extraccion, S transferencia a otro
      *          socio con la filial y el socio de destino), el
      *          importe, la moneda, la frecuencia (S semanal, Q
      *          quincenal, M mensual, T trimestral, A anual), la
      *          proxima fecha de vencimiento y la fecha de fin (0 =
      *          sin fin). El dia del mes de la primera fecha queda
      *          guardado para que las ordenes mensuales vuelvan a ese
      *          dia aunque algun mes lo haya recortado (el 31 pasa al
      *          30 o al 28 y despues vuelve al 31). Los movimientos
      *          los genera GENERAR-ORD en el fin de dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-ORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES
               ASSIGN TO "..\archOrd.dat"
               FILE STATUS IS w-ord-status.
           SELECT ORDENES-TEMP
               ASSIGN TO "..\archOrd.tmp".
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
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
       01  w-flag-ord pic 9.
       01  w-flag-encontrado pic 9.
       01  w-ord-status pic xx.
       01  w-ord-filial pic 9(2).
       01  w-ord-socio pic 9(4).
       01  w-ord-numero pic 9(3).
       01  w-ord-ultimo pic 9(3).
       01  w-ord-modalidad pic x.
       01  w-ord-contra-filial pic 9(2).
       01  w-ord-contra-socio pic 9(4).
       01  w-ord-importe pic 9(8)v99.
       01  w-ord-moneda pic x.
       01  w-ord-frecuencia pic x.
       01  w-ord-prox-fecha pic 9(8).
       01  w-ord-fecha-fin pic 9(8).
       01  w-val-destino pic 9.
       01  w-val-fin pic 9.
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
       01  cont pic 999 value zeros.
       01  w-cant-listadas pic 999.
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
                   WHEN "A"
                       IF w-nivel >= 2
                           PERFORM 200-ALTA-ORDEN
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "M"
                       IF w-nivel >= 2
                           PERFORM 300-MODIF-ORDEN
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "B"
                       IF w-nivel >= 3
                           PERFORM 400-BAJA-ORDEN
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "L" PERFORM 500-LISTAR-ORDENES
                   WHEN "F" MOVE "S" TO w-flag-fin
                   WHEN OTHER
                       DISPLAY "Error! Opcion invalida"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Mantenimiento finalizado, ", cont,
               " operaciones realizadas".
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
               MOVE ZERO TO w-ord-filial
               MOVE ZERO TO w-ord-socio
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
           MOVE ZERO TO w-ord-filial.
           MOVE ZERO TO w-ord-socio.
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Mantenimiento de ordenes programadas".
           DISPLAY "A - Alta de orden".
           DISPLAY "M - Modificar importe, proxima fecha o fin".
           DISPLAY "B - Baja de orden".
           DISPLAY "L - Listar las ordenes de un socio".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * A L T A
      *-----------------------------------------------------------------
      * La orden nueva toma el numero siguiente al ultimo de ese
      * socio.
      *-----------------------------------------------------------------
       200-ALTA-ORDEN.
           PERFORM 210-ING-SOCIO.
           PERFORM 240-BUSCAR-ULTIMO.
           COMPUTE w-ord-numero = w-ord-ultimo + 1.
           PERFORM 215-TRAER-MODALIDAD.
           PERFORM 220-VERIF-MODALIDAD
               UNTIL w-ord-modalidad = "D" OR w-ord-modalidad = "E"
               OR w-ord-modalidad = "S".
           MOVE ZERO TO w-ord-contra-filial.
           MOVE ZERO TO w-ord-contra-socio.
           IF w-ord-modalidad = "S"
               PERFORM 225-TRAER-DESTINO
               PERFORM 226-VERIF-DESTINO UNTIL w-val-destino = 1
           END-IF.
           PERFORM 250-ING-IMPORTE.
           PERFORM 260-VERIF-IMPORTE UNTIL w-ord-importe > 0.
           PERFORM 227-TRAER-MONEDA.
           PERFORM 228-VERIF-MONEDA
               UNTIL w-ord-moneda = "P" OR w-ord-moneda = "D"
               OR w-ord-moneda = "E".
           PERFORM 230-TRAER-FRECUENCIA.
           PERFORM 231-VERIF-FRECUENCIA
               UNTIL w-ord-frecuencia = "S" OR w-ord-frecuencia = "Q"
               OR w-ord-frecuencia = "M" OR w-ord-frecuencia = "T"
               OR w-ord-frecuencia = "A".
           PERFORM 270-ING-FECHAS.
           OPEN EXTEND ORDENES.
           IF w-ord-status NOT = "00"
               OPEN OUTPUT ORDENES
           END-IF.
           MOVE w-ord-filial TO ord-filial.
           MOVE w-ord-socio TO ord-socio.
           MOVE w-ord-numero TO ord-numero.
           MOVE w-ord-modalidad TO ord-modalidad.
           MOVE w-ord-contra-filial TO ord-contra-filial.
           MOVE w-ord-contra-socio TO ord-contra-socio.
           MOVE w-ord-importe TO ord-importe.
           MOVE w-ord-moneda TO ord-moneda.
           MOVE w-ord-frecuencia TO ord-frecuencia.
           MOVE w-ord-prox-fecha(7:2) TO ord-dia.
           MOVE w-ord-prox-fecha TO ord-prox-fecha.
           MOVE w-ord-fecha-fin TO ord-fecha-fin.
           WRITE ord-reg.
           CLOSE ORDENES.
           MOVE "A" TO w-aud-accion.
           MOVE SPACES TO w-aud-antes.
           MOVE ord-reg TO w-aud-despues.
           PERFORM 800-GRABAR-AUDITORIA.
           ADD 1 TO cont.
           DISPLAY "Orden ", w-ord-numero, " dada de alta".

       210-ING-SOCIO.
           DISPLAY "Ingrese el nro de filial del socio".
           ACCEPT w-ord-filial.
           DISPLAY "Ingrese el codigo del socio".
           ACCEPT w-ord-socio.

       211-ING-CLAVE.
           PERFORM 210-ING-SOCIO.
           DISPLAY "Ingrese el nro de orden".
           ACCEPT w-ord-numero.

       215-TRAER-MODALIDAD.
           DISPLAY "Ingrese la modalidad (D - Deposito, "-
               "E - Extraccion, S - Transferencia a otro socio)".
           ACCEPT w-ord-modalidad.

       220-VERIF-MODALIDAD.
           DISPLAY "Error! Modalidad incorrecta".
           PERFORM 215-TRAER-MODALIDAD.

       225-TRAER-DESTINO.
           DISPLAY "Ingrese el nro de filial de destino".
           ACCEPT w-ord-contra-filial.
           DISPLAY "Ingrese el codigo del socio de destino".
           ACCEPT w-ord-contra-socio.
           MOVE 1 TO w-val-destino.
           IF w-ord-contra-socio < 1
               OR (w-ord-contra-filial = w-ord-filial
                   AND w-ord-contra-socio = w-ord-socio)
               MOVE 0 TO w-val-destino
           END-IF.

       226-VERIF-DESTINO.
           DISPLAY "Error! El destino no puede ser la misma cuenta "-
               "ni el socio 0".
           PERFORM 225-TRAER-DESTINO.

       227-TRAER-MONEDA.
           DISPLAY "Ingrese la moneda (P - Pesos, D - Dolares, "-
               "E - Euros)".
           ACCEPT w-ord-moneda.

       228-VERIF-MONEDA.
           DISPLAY "Error! Moneda incorrecta".
           PERFORM 227-TRAER-MONEDA.

       230-TRAER-FRECUENCIA.
           DISPLAY "Ingrese la frecuencia (S - Semanal, Q - "-
               "Quincenal, M - Mensual, T - Trimestral, A - Anual)".
           ACCEPT w-ord-frecuencia.

       231-VERIF-FRECUENCIA.
           DISPLAY "Error! Frecuencia incorrecta".
           PERFORM 230-TRAER-FRECUENCIA.

       240-BUSCAR-ULTIMO.
           MOVE ZERO TO w-ord-ultimo.
           OPEN INPUT ORDENES.
           IF w-ord-status = "00"
               PERFORM 245-LEER-ORDEN
               PERFORM UNTIL w-flag-ord = 1
                   IF ord-filial = w-ord-filial
                       AND ord-socio = w-ord-socio
                       AND ord-numero > w-ord-ultimo
                       MOVE ord-numero TO w-ord-ultimo
                   END-IF
                   PERFORM 245-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES
           END-IF.

       245-LEER-ORDEN.
           MOVE ZERO TO w-flag-ord.
           READ ORDENES AT END MOVE 1 TO w-flag-ord.

       250-ING-IMPORTE.
           DISPLAY "Ingrese el importe de cada movimiento".
           ACCEPT w-ord-importe.

       260-VERIF-IMPORTE.
           DISPLAY "Error! El importe debe ser mayor que cero".
           PERFORM 250-ING-IMPORTE.
      *-----------------------------------------------------------------
      * La proxima fecha y la de fin se validan contra el calendario;
      * la de fin puede ser 0 (sin fin) y si no, no puede ser anterior
      * a la proxima fecha.
      *-----------------------------------------------------------------
       270-ING-FECHAS.
           PERFORM 272-TRAER-PROXIMA.
           PERFORM 273-VERIF-PROXIMA UNTIL w-val-cal = 1.
           PERFORM 275-TRAER-FIN.
           PERFORM 276-VERIF-FIN UNTIL w-val-fin = 1.

       272-TRAER-PROXIMA.
           DISPLAY "Ingrese la proxima fecha de vencimiento "-
               "(AAAAMMDD)".
           ACCEPT w-ord-prox-fecha.
           MOVE w-ord-prox-fecha TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.

       273-VERIF-PROXIMA.
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 272-TRAER-PROXIMA.

       275-TRAER-FIN.
           DISPLAY "Ingrese la fecha de fin (AAAAMMDD, 0 = sin fin)".
           ACCEPT w-ord-fecha-fin.
           MOVE 1 TO w-val-fin.
           IF w-ord-fecha-fin NOT = ZERO
               MOVE w-ord-fecha-fin TO w-cal-fecha
               PERFORM 265-VALIDAR-CALENDARIO
               IF w-val-cal NOT = 1
                   OR w-ord-fecha-fin < w-ord-prox-fecha
                   MOVE 0 TO w-val-fin
               END-IF
           END-IF.

       276-VERIF-FIN.
           DISPLAY "Error! La fecha de fin es invalida o anterior a "-
               "la proxima fecha".
           PERFORM 275-TRAER-FIN.
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
      * M O D I F I C A C I O N
      *-----------------------------------------------------------------
      * Se puede cambiar el importe, la proxima fecha y la fecha de
      * fin. Para cambiar la modalidad, la moneda, la frecuencia o el
      * destino se da de baja la orden y se carga una nueva.
      *-----------------------------------------------------------------
       300-MODIF-ORDEN.
           PERFORM 211-ING-CLAVE.
           PERFORM 250-ING-IMPORTE.
           PERFORM 260-VERIF-IMPORTE UNTIL w-ord-importe > 0.
           PERFORM 270-ING-FECHAS.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT ORDENES.
           IF w-ord-status = "00"
               OPEN OUTPUT ORDENES-TEMP
               PERFORM 245-LEER-ORDEN
               PERFORM UNTIL w-flag-ord = 1
                   IF ord-filial = w-ord-filial
                       AND ord-socio = w-ord-socio
                       AND ord-numero = w-ord-numero
                       MOVE 1 TO w-flag-encontrado
                       MOVE ord-reg TO w-aud-antes
                       MOVE w-ord-importe TO ord-importe
                       MOVE w-ord-prox-fecha(7:2) TO ord-dia
                       MOVE w-ord-prox-fecha TO ord-prox-fecha
                       MOVE w-ord-fecha-fin TO ord-fecha-fin
                       MOVE ord-reg TO w-aud-despues
                   END-IF
                   WRITE ord-reg-temp FROM ord-reg
                   PERFORM 245-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES
               CLOSE ORDENES-TEMP
           END-IF.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "M" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! No existe la orden"
           END-IF.
      *-----------------------------------------------------------------
      * B A J A
      *-----------------------------------------------------------------
       400-BAJA-ORDEN.
           PERFORM 211-ING-CLAVE.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT ORDENES.
           IF w-ord-status = "00"
               OPEN OUTPUT ORDENES-TEMP
               PERFORM 245-LEER-ORDEN
               PERFORM UNTIL w-flag-ord = 1
                   IF ord-filial = w-ord-filial
                       AND ord-socio = w-ord-socio
                       AND ord-numero = w-ord-numero
                       MOVE 1 TO w-flag-encontrado
                       MOVE ord-reg TO w-aud-antes
                   ELSE
                       WRITE ord-reg-temp FROM ord-reg
                   END-IF
                   PERFORM 245-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES
               CLOSE ORDENES-TEMP
           END-IF.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "B" TO w-aud-accion
               MOVE SPACES TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! No existe la orden"
           END-IF.
      *-----------------------------------------------------------------
      * C O N S U L T A
      *-----------------------------------------------------------------
       500-LISTAR-ORDENES.
           PERFORM 210-ING-SOCIO.
           MOVE ZERO TO w-cant-listadas.
           OPEN INPUT ORDENES.
           IF w-ord-status = "00"
               DISPLAY "NRO M DESTINO  IMPORTE     MON FRE PROXIMA  "-
                   "FIN"
               PERFORM 245-LEER-ORDEN
               PERFORM UNTIL w-flag-ord = 1
                   IF ord-filial = w-ord-filial
                       AND ord-socio = w-ord-socio
                       ADD 1 TO w-cant-listadas
                       DISPLAY ord-numero, " ", ord-modalidad, " ",
                           ord-contra-filial, "-", ord-contra-socio,
                           " ", ord-importe, " ", ord-moneda, "   ",
                           ord-frecuencia, "   ", ord-prox-fecha, " ",
                           ord-fecha-fin
                   END-IF
                   PERFORM 245-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES
           END-IF.
           IF w-cant-listadas = ZERO
               DISPLAY "El socio no tiene ordenes programadas"
           END-IF.
      *-----------------------------------------------------------------
      * Reemplaza el maestro de ordenes por el archivo temporal que
      * acaba de quedar armado con la modificacion o baja aplicada,
      * mismo mecanismo que GRABAR-LIM usa para archLim.dat.
      *-----------------------------------------------------------------
       900-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "..\archOrd.dat".
           CALL "CBL_RENAME_FILE" USING "..\archOrd.tmp",
               "..\archOrd.dat".
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria, con la
      * imagen del registro antes y despues del cambio y el codigo de
      * operador que se valido al arrancar el programa.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "GRABAR-ORD" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-ord-filial TO aud-filial.
           MOVE w-ord-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM GRABAR-ORD.
