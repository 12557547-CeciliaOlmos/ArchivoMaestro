      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de tasas de retencion
      *          impositiva sobre los intereses (alta, modificacion,
      *          baja y listado), mismo estilo de menu que GRABAR-TASA.
      *          Cada registro guarda la moneda (P - Pesos, D -
      *          Dolares, E - Euros), la categoria del socio (F
      *          persona fisica, J persona juridica, la de
      *          mae-categoria en el maestro de socios), la fecha desde
      *          la que rige y la tasa en porcentaje del interes
      *          acreditado. DEVENGAR-INT y CERRAR-CTA buscan aca la
      *          tasa vigente a la fecha del interes para asentar la
      *          retencion; una tasa cero deja de retener desde esa
      *          fecha. Al socio marcado exento no se le retiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-RET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES
               ASSIGN TO "..\archRet.dat"
               FILE STATUS IS w-ret-status.
           SELECT RETENCIONES-TEMP
               ASSIGN TO "..\archRet.tmp".
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES.
       01  ret-reg.
           03 ret-moneda pic x.
           03 ret-categoria pic x.
           03 ret-fecha pic 9(8).
           03 ret-tasa pic 9(2)v9(4).
       FD  RETENCIONES-TEMP.
       01  ret-reg-temp.
           03 rett-moneda pic x.
           03 rett-categoria pic x.
           03 rett-fecha pic 9(8).
           03 rett-tasa pic 9(2)v9(4).
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
       01  w-flag-ret pic 9.
       01  w-flag-encontrado pic 9.
       01  w-ret-status pic xx.
       01  w-ret-abierto pic 9.
       01  w-ret-moneda pic x.
       01  w-ret-categoria pic x.
       01  w-ret-fecha pic 9(8).
       01  w-ret-tasa pic 9(2)v9(4).
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 9(2).
           03 w-cal-dia pic 9(2).
       01  w-cal-tope pic 9(2).
       01  w-cal-coc pic 9(4).
       01  w-cal-resto pic 9(4).
       01  w-val-cal pic 9.
       01  w-cont-lis pic 999.
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
       01  lin-ret.
           03 l-moneda pic x.
           03 filler pic x(3) value spaces.
           03 l-categoria pic x.
           03 filler pic x(3) value spaces.
           03 l-fecha pic 9(8).
           03 filler pic x(3) value spaces.
           03 l-tasa pic z9.9999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 100-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "A"
                       IF w-nivel >= 2
                           PERFORM 200-ALTA-TASA
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "M"
                       IF w-nivel >= 2
                           PERFORM 300-MODIF-TASA
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "B"
                       IF w-nivel >= 3
                           PERFORM 400-BAJA-TASA
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "L" PERFORM 500-LISTAR-TASAS
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
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Mantenimiento de tasas de retencion sobre "-
               "intereses".
           DISPLAY "A - Alta de tasa".
           DISPLAY "M - Modificar una tasa".
           DISPLAY "B - Baja de tasa".
           DISPLAY "L - Listar las tasas".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * A L T A
      *-----------------------------------------------------------------
       200-ALTA-TASA.
           PERFORM 210-ING-CLAVE.
           PERFORM 240-VERIF-DUPLICADO.
           IF w-flag-encontrado = 1
               DISPLAY "Error! Ya existe una tasa para esa moneda, "-
                   "categoria y fecha"
           ELSE
               PERFORM 250-ING-TASA
               OPEN EXTEND RETENCIONES
               IF w-ret-status NOT = "00"
                   OPEN OUTPUT RETENCIONES
               END-IF
               MOVE w-ret-moneda TO ret-moneda
               MOVE w-ret-categoria TO ret-categoria
               MOVE w-ret-fecha TO ret-fecha
               MOVE w-ret-tasa TO ret-tasa
               WRITE ret-reg
               CLOSE RETENCIONES
               MOVE "A" TO w-aud-accion
               MOVE SPACES TO w-aud-antes
               MOVE ret-reg TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           END-IF.

       210-ING-CLAVE.
           PERFORM 215-TRAER-MONEDA.
           PERFORM 220-VERIF-MONEDA
               UNTIL w-ret-moneda = "P" OR w-ret-moneda = "D"
               OR w-ret-moneda = "E".
           PERFORM 216-TRAER-CATEGORIA.
           PERFORM 221-VERIF-CATEGORIA
               UNTIL w-ret-categoria = "F" OR w-ret-categoria = "J".
           PERFORM 225-TRAER-FECHA.
           PERFORM 230-VERIF-FECHA UNTIL w-val-cal = 1.

       215-TRAER-MONEDA.
           DISPLAY "Ingrese la moneda (P - Pesos, D - Dolares, "-
               "E - Euros)".
           ACCEPT w-ret-moneda.

       216-TRAER-CATEGORIA.
           DISPLAY "Ingrese la categoria del socio (F - persona "-
               "fisica, J - persona juridica)".
           ACCEPT w-ret-categoria.

       220-VERIF-MONEDA.
           DISPLAY "Error! Moneda incorrecta".
           PERFORM 215-TRAER-MONEDA.

       221-VERIF-CATEGORIA.
           DISPLAY "Error! La categoria debe ser F o J".
           PERFORM 216-TRAER-CATEGORIA.

       225-TRAER-FECHA.
           DISPLAY "Ingrese la fecha desde la que rige (AAAAMMDD)".
           ACCEPT w-ret-fecha.
           MOVE w-ret-fecha TO w-cal-fecha.
           PERFORM 265-VALIDAR-CALENDARIO.

       230-VERIF-FECHA.
           DISPLAY "Error! Fecha invalida en el calendario".
           PERFORM 225-TRAER-FECHA.
      *-----------------------------------------------------------------
      * Validacion de calendario de verdad: meses de 30 y 31 dias y
      * febrero de 28, o 29 en anio bisiesto (divisible por 4, salvo
      * los fines de siglo que no son divisibles por 400), igual que
      * GRABAR-TASA valida las fechas de las tasas de interes.
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

       240-VERIF-DUPLICADO.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT RETENCIONES.
           IF w-ret-status = "00"
               PERFORM 245-LEER-TASA
               PERFORM UNTIL w-flag-ret = 1
                   IF ret-moneda = w-ret-moneda
                       AND ret-categoria = w-ret-categoria
                       AND ret-fecha = w-ret-fecha
                       MOVE 1 TO w-flag-encontrado
                   END-IF
                   PERFORM 245-LEER-TASA
               END-PERFORM
               CLOSE RETENCIONES
           END-IF.

       245-LEER-TASA.
           MOVE ZERO TO w-flag-ret.
           READ RETENCIONES AT END MOVE 1 TO w-flag-ret.

       250-ING-TASA.
           DISPLAY "Ingrese la tasa de retencion en porcentaje del "-
               "interes (cero deja de retener)".
           ACCEPT w-ret-tasa.
      *-----------------------------------------------------------------
      * M O D I F I C A C I O N
      *-----------------------------------------------------------------
       300-MODIF-TASA.
           PERFORM 210-ING-CLAVE.
           PERFORM 250-ING-TASA.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT RETENCIONES.
           OPEN OUTPUT RETENCIONES-TEMP.
           IF w-ret-status = "00"
               MOVE 1 TO w-ret-abierto
               PERFORM 245-LEER-TASA
           ELSE
               MOVE ZERO TO w-ret-abierto
               MOVE 1 TO w-flag-ret
           END-IF.
           PERFORM UNTIL w-flag-ret = 1
               MOVE ret-reg TO ret-reg-temp
               IF ret-moneda = w-ret-moneda
                   AND ret-categoria = w-ret-categoria
                   AND ret-fecha = w-ret-fecha
                   MOVE 1 TO w-flag-encontrado
                   MOVE ret-reg TO w-aud-antes
                   MOVE w-ret-tasa TO rett-tasa
                   MOVE ret-reg-temp TO w-aud-despues
               END-IF
               WRITE ret-reg-temp
               PERFORM 245-LEER-TASA
           END-PERFORM.
           IF w-ret-abierto = 1
               CLOSE RETENCIONES
           END-IF.
           CLOSE RETENCIONES-TEMP.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "M" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! No existe una tasa para esa moneda, "-
                   "categoria y fecha"
           END-IF.
      *-----------------------------------------------------------------
      * B A J A
      *-----------------------------------------------------------------
       400-BAJA-TASA.
           PERFORM 210-ING-CLAVE.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT RETENCIONES.
           OPEN OUTPUT RETENCIONES-TEMP.
           IF w-ret-status = "00"
               MOVE 1 TO w-ret-abierto
               PERFORM 245-LEER-TASA
           ELSE
               MOVE ZERO TO w-ret-abierto
               MOVE 1 TO w-flag-ret
           END-IF.
           PERFORM UNTIL w-flag-ret = 1
               IF ret-moneda = w-ret-moneda
                   AND ret-categoria = w-ret-categoria
                   AND ret-fecha = w-ret-fecha
                   MOVE 1 TO w-flag-encontrado
                   MOVE ret-reg TO w-aud-antes
               ELSE
                   MOVE ret-reg TO ret-reg-temp
                   WRITE ret-reg-temp
               END-IF
               PERFORM 245-LEER-TASA
           END-PERFORM.
           IF w-ret-abierto = 1
               CLOSE RETENCIONES
           END-IF.
           CLOSE RETENCIONES-TEMP.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "B" TO w-aud-accion
               MOVE SPACES TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! No existe una tasa para esa moneda, "-
                   "categoria y fecha"
           END-IF.
      *-----------------------------------------------------------------
      * L I S T A D O   por consola, en el orden del archivo.
      *-----------------------------------------------------------------
       500-LISTAR-TASAS.
           MOVE ZERO TO w-cont-lis.
           OPEN INPUT RETENCIONES.
           IF w-ret-status NOT = "00"
               DISPLAY "No hay tasas de retencion cargadas"
           ELSE
               DISPLAY "MON CAT DESDE         TASA %"
               PERFORM 245-LEER-TASA
               PERFORM UNTIL w-flag-ret = 1
                   MOVE ret-moneda TO l-moneda
                   MOVE ret-categoria TO l-categoria
                   MOVE ret-fecha TO l-fecha
                   MOVE ret-tasa TO l-tasa
                   DISPLAY lin-ret
                   ADD 1 TO w-cont-lis
                   PERFORM 245-LEER-TASA
               END-PERFORM
               CLOSE RETENCIONES
               DISPLAY w-cont-lis, " tasas de retencion cargadas"
           END-IF.
      *-----------------------------------------------------------------
      * Reemplaza el maestro de retenciones por el archivo temporal
      * que acaba de quedar armado con la modificacion o baja
      * aplicada, mismo mecanismo que GRABAR-TASA usa para
      * archTasa.dat.
      *-----------------------------------------------------------------
       900-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "..\archRet.dat".
           CALL "CBL_RENAME_FILE" USING "..\archRet.tmp",
               "..\archRet.dat".
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria, con la
      * imagen del registro antes y despues del cambio y el codigo de
      * operador que se valido al arrancar el programa. El diario se
      * abre en EXTEND por cada operacion para que lo ya asentado
      * quede a salvo aunque el programa se corte en el medio.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "GRABAR-RET" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE ZERO TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM GRABAR-RET.
