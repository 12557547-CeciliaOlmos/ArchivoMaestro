      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del cuadro tarifario de comisiones y
      *          cargos (alta, modificacion, baja y listado), mismo
      *          estilo de menu que GRABAR-LIM. Cada registro guarda la
      *          filial, la moneda y el tipo de cargo con su importe:
      *          M mantenimiento mensual de la cuenta en esa moneda,
      *          S cargo por saldo deudor al cierre del mes y E cargo
      *          por cada extraccion del mes por encima de la cantidad
      *          de extracciones libres del registro. Con este
      *          cuadro COBRAR-COM debita los cargos de cada socio una
      *          vez por mes. Una filial sin registro para una moneda y
      *          un tipo no cobra ese cargo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-COM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISIONES
               ASSIGN TO "..\archCom.dat"
               FILE STATUS IS w-tar-status.
           SELECT COMISIONES-TEMP
               ASSIGN TO "..\archCom.tmp".
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
       DATA DIVISION.
       FILE SECTION.
       FD  COMISIONES.
       01  tar-reg.
           03 tar-filial pic 9(2).
           03 tar-moneda pic x.
           03 tar-tipo pic x.
           03 tar-importe pic 9(8)v99.
           03 tar-libres pic 9(3).
       FD  COMISIONES-TEMP.
       01  tar-reg-temp.
           03 tart-filial pic 9(2).
           03 tart-moneda pic x.
           03 tart-tipo pic x.
           03 tart-importe pic 9(8)v99.
           03 tart-libres pic 9(3).
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
       01  w-flag-tar pic 9.
       01  w-flag-encontrado pic 9.
       01  w-tar-status pic xx.
       01  w-tar-abierto pic 9.
       01  w-tar-filial pic 9(2).
       01  w-tar-moneda pic x.
       01  w-tar-tipo pic x.
       01  w-tar-importe pic 9(8)v99.
       01  w-tar-libres pic 9(3).
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
       01  lin-com.
           03 l-filial pic 9(2).
           03 filler pic x(3) value spaces.
           03 l-moneda pic x.
           03 filler pic x(2) value spaces.
           03 l-tipo pic x.
           03 filler pic x value spaces.
           03 l-tipo-desc pic x(22).
           03 l-importe pic zz,zzz,zz9.99.
           03 filler pic x(5) value spaces.
           03 l-libres pic zz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 100-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "A"
                       IF w-nivel >= 2
                           PERFORM 200-ALTA-CARGO
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "M"
                       IF w-nivel >= 2
                           PERFORM 300-MODIF-CARGO
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "B"
                       IF w-nivel >= 3
                           PERFORM 400-BAJA-CARGO
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "L" PERFORM 500-LISTAR-CARGOS
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
               MOVE ZERO TO w-tar-filial
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
           MOVE ZERO TO w-tar-filial.
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Mantenimiento del cuadro tarifario de comisiones".
           DISPLAY "A - Alta de cargo".
           DISPLAY "M - Modificar un cargo".
           DISPLAY "B - Baja de cargo (la filial deja de cobrarlo)".
           DISPLAY "L - Listar el cuadro tarifario".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * A L T A
      *-----------------------------------------------------------------
       200-ALTA-CARGO.
           PERFORM 210-ING-CLAVE.
           PERFORM 240-VERIF-DUPLICADO.
           IF w-flag-encontrado = 1
               DISPLAY "Error! La filial ya tiene ese cargo cargado "-
                   "para esa moneda"
           ELSE
               PERFORM 250-ING-IMPORTE
               PERFORM 260-VERIF-IMPORTE UNTIL w-tar-importe > 0
               PERFORM 270-ING-LIBRES
               OPEN EXTEND COMISIONES
               IF w-tar-status NOT = "00"
                   OPEN OUTPUT COMISIONES
               END-IF
               MOVE w-tar-filial TO tar-filial
               MOVE w-tar-moneda TO tar-moneda
               MOVE w-tar-tipo TO tar-tipo
               MOVE w-tar-importe TO tar-importe
               MOVE w-tar-libres TO tar-libres
               WRITE tar-reg
               CLOSE COMISIONES
               MOVE "A" TO w-aud-accion
               MOVE SPACES TO w-aud-antes
               MOVE tar-reg TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           END-IF.

       210-ING-CLAVE.
           DISPLAY "Ingrese el nro de filial".
           ACCEPT w-tar-filial.
           PERFORM 220-ING-MONEDA.
           PERFORM 225-VERIF-MONEDA UNTIL w-tar-moneda = "P"
               OR w-tar-moneda = "D" OR w-tar-moneda = "E".
           PERFORM 230-ING-TIPO.
           PERFORM 235-VERIF-TIPO UNTIL w-tar-tipo = "M"
               OR w-tar-tipo = "S" OR w-tar-tipo = "E".

       220-ING-MONEDA.
           DISPLAY "Ingrese la moneda (P - D - E)".
           ACCEPT w-tar-moneda.

       225-VERIF-MONEDA.
           DISPLAY "Error! Moneda invalida".
           PERFORM 220-ING-MONEDA.

       230-ING-TIPO.
           DISPLAY "Ingrese el tipo de cargo (M - mantenimiento, "-
               "S - saldo deudor, E - extracciones excedentes)".
           ACCEPT w-tar-tipo.

       235-VERIF-TIPO.
           DISPLAY "Error! Tipo de cargo invalido".
           PERFORM 230-ING-TIPO.

       240-VERIF-DUPLICADO.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT COMISIONES.
           IF w-tar-status = "00"
               PERFORM 245-LEER-CARGO
               PERFORM UNTIL w-flag-tar = 1
                   IF tar-filial = w-tar-filial
                       AND tar-moneda = w-tar-moneda
                       AND tar-tipo = w-tar-tipo
                       MOVE 1 TO w-flag-encontrado
                   END-IF
                   PERFORM 245-LEER-CARGO
               END-PERFORM
               CLOSE COMISIONES
           END-IF.

       245-LEER-CARGO.
           MOVE ZERO TO w-flag-tar.
           READ COMISIONES AT END MOVE 1 TO w-flag-tar.

       250-ING-IMPORTE.
           IF w-tar-tipo = "E"
               DISPLAY "Ingrese el importe por cada extraccion "-
                   "excedente"
           ELSE
               DISPLAY "Ingrese el importe mensual del cargo"
           END-IF.
           ACCEPT w-tar-importe.

       260-VERIF-IMPORTE.
           DISPLAY "Error! El importe debe ser mayor que cero".
           PERFORM 250-ING-IMPORTE.
      *-----------------------------------------------------------------
      * Las extracciones libres del mes solo tienen sentido para el
      * cargo por extracciones; los otros tipos quedan en cero.
      *-----------------------------------------------------------------
       270-ING-LIBRES.
           MOVE ZERO TO w-tar-libres.
           IF w-tar-tipo = "E"
               DISPLAY "Ingrese la cantidad de extracciones libres "-
                   "por mes"
               ACCEPT w-tar-libres
           END-IF.
      *-----------------------------------------------------------------
      * M O D I F I C A C I O N
      *-----------------------------------------------------------------
       300-MODIF-CARGO.
           PERFORM 210-ING-CLAVE.
           PERFORM 250-ING-IMPORTE.
           PERFORM 260-VERIF-IMPORTE UNTIL w-tar-importe > 0.
           PERFORM 270-ING-LIBRES.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT COMISIONES.
           OPEN OUTPUT COMISIONES-TEMP.
           IF w-tar-status = "00"
               MOVE 1 TO w-tar-abierto
               PERFORM 245-LEER-CARGO
           ELSE
               MOVE ZERO TO w-tar-abierto
               MOVE 1 TO w-flag-tar
           END-IF.
           PERFORM UNTIL w-flag-tar = 1
               MOVE tar-reg TO tar-reg-temp
               IF tar-filial = w-tar-filial
                   AND tar-moneda = w-tar-moneda
                   AND tar-tipo = w-tar-tipo
                   MOVE 1 TO w-flag-encontrado
                   MOVE tar-reg TO w-aud-antes
                   MOVE w-tar-importe TO tart-importe
                   MOVE w-tar-libres TO tart-libres
                   MOVE tar-reg-temp TO w-aud-despues
               END-IF
               WRITE tar-reg-temp
               PERFORM 245-LEER-CARGO
           END-PERFORM.
           IF w-tar-abierto = 1
               CLOSE COMISIONES
           END-IF.
           CLOSE COMISIONES-TEMP.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "M" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! La filial no tiene ese cargo cargado "-
                   "para esa moneda"
           END-IF.
      *-----------------------------------------------------------------
      * B A J A
      *-----------------------------------------------------------------
       400-BAJA-CARGO.
           PERFORM 210-ING-CLAVE.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT COMISIONES.
           OPEN OUTPUT COMISIONES-TEMP.
           IF w-tar-status = "00"
               MOVE 1 TO w-tar-abierto
               PERFORM 245-LEER-CARGO
           ELSE
               MOVE ZERO TO w-tar-abierto
               MOVE 1 TO w-flag-tar
           END-IF.
           PERFORM UNTIL w-flag-tar = 1
               IF tar-filial = w-tar-filial
                   AND tar-moneda = w-tar-moneda
                   AND tar-tipo = w-tar-tipo
                   MOVE 1 TO w-flag-encontrado
                   MOVE tar-reg TO w-aud-antes
               ELSE
                   MOVE tar-reg TO tar-reg-temp
                   WRITE tar-reg-temp
               END-IF
               PERFORM 245-LEER-CARGO
           END-PERFORM.
           IF w-tar-abierto = 1
               CLOSE COMISIONES
           END-IF.
           CLOSE COMISIONES-TEMP.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "B" TO w-aud-accion
               MOVE SPACES TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! La filial no tiene ese cargo cargado "-
                   "para esa moneda"
           END-IF.
      *-----------------------------------------------------------------
      * L I S T A D O   por consola, en el orden del archivo.
      *-----------------------------------------------------------------
       500-LISTAR-CARGOS.
           MOVE ZERO TO w-cont-lis.
           OPEN INPUT COMISIONES.
           IF w-tar-status NOT = "00"
               DISPLAY "No hay cuadro tarifario cargado"
           ELSE
               DISPLAY "FIL MON TIPO                          "-
                   "IMPORTE  LIBRES"
               PERFORM 245-LEER-CARGO
               PERFORM UNTIL w-flag-tar = 1
                   MOVE tar-filial TO l-filial
                   MOVE tar-moneda TO l-moneda
                   MOVE tar-tipo TO l-tipo
                   EVALUATE tar-tipo
                       WHEN "M" MOVE "MANTENIMIENTO" TO l-tipo-desc
                       WHEN "S" MOVE "SALDO DEUDOR" TO l-tipo-desc
                       WHEN "E" MOVE "EXTRACCIONES EXCED." TO
                           l-tipo-desc
                   END-EVALUATE
                   MOVE tar-importe TO l-importe
                   MOVE tar-libres TO l-libres
                   DISPLAY lin-com
                   ADD 1 TO w-cont-lis
                   PERFORM 245-LEER-CARGO
               END-PERFORM
               CLOSE COMISIONES
               DISPLAY w-cont-lis, " cargos en el cuadro tarifario"
           END-IF.
      *-----------------------------------------------------------------
      * Reemplaza el cuadro tarifario por el archivo temporal que
      * acaba de quedar armado con la modificacion o baja aplicada,
      * mismo mecanismo que GRABAR-LIM usa para archLim.dat.
      *-----------------------------------------------------------------
       900-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "..\archCom.dat".
           CALL "CBL_RENAME_FILE" USING "..\archCom.tmp",
               "..\archCom.dat".
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
           MOVE "GRABAR-COM" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-tar-filial TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM GRABAR-COM.
