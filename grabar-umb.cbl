      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de los umbrales de doble control por
      *          filial (alta, modificacion, baja y listado), mismo
      *          estilo de menu que GRABAR-LIM. Cada registro guarda la
      *          filial, la moneda y el importe por encima del cual un
      *          movimiento que se carga en GRABAR-SEC no se graba en
      *          el momento: queda en el archivo de pendientes
      *          (archPend.dat) hasta que otro operador de nivel 3 lo
      *          apruebe o lo rechace con APROBAR-MOV. Una filial
      *          sin registro para una moneda no tiene doble control.
      *          Como el umbral es un control sobre los operadores,
      *          cualquier cambio pide nivel 3.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-UMB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UMBRALES
               ASSIGN TO "..\archUmb.dat"
               FILE STATUS IS w-umb-status.
           SELECT UMBRALES-TEMP
               ASSIGN TO "..\archUmb.tmp".
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
       DATA DIVISION.
       FILE SECTION.
       FD  UMBRALES.
       01  umb-reg.
           03 umb-filial pic 9(2).
           03 umb-moneda pic x.
           03 umb-importe pic 9(8)v99.
       FD  UMBRALES-TEMP.
       01  umb-reg-temp.
           03 umbt-filial pic 9(2).
           03 umbt-moneda pic x.
           03 umbt-importe pic 9(8)v99.
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
       01  w-flag-umb pic 9.
       01  w-flag-encontrado pic 9.
       01  w-umb-status pic xx.
       01  w-umb-abierto pic 9.
       01  w-umb-filial pic 9(2).
       01  w-umb-moneda pic x.
       01  w-umb-importe pic 9(8)v99.
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
       01  lin-umb.
           03 l-filial pic 9(2).
           03 filler pic x(3) value spaces.
           03 l-moneda pic x.
           03 filler pic x(2) value spaces.
           03 l-moneda-desc pic x(8).
           03 l-importe pic zz,zzz,zz9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 100-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "A"
                       IF w-nivel >= 3
                           PERFORM 200-ALTA-UMBRAL
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "M"
                       IF w-nivel >= 3
                           PERFORM 300-MODIF-UMBRAL
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "B"
                       IF w-nivel >= 3
                           PERFORM 400-BAJA-UMBRAL
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "L" PERFORM 500-LISTAR-UMBRALES
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
               MOVE ZERO TO w-umb-filial
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
           MOVE ZERO TO w-umb-filial.
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Mantenimiento de umbrales de doble control".
           DISPLAY "A - Alta de umbral".
           DISPLAY "M - Modificar un umbral".
           DISPLAY "B - Baja de umbral (la filial queda sin doble "-
               "control en esa moneda)".
           DISPLAY "L - Listar los umbrales".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * A L T A
      *-----------------------------------------------------------------
       200-ALTA-UMBRAL.
           PERFORM 210-ING-CLAVE.
           PERFORM 240-VERIF-DUPLICADO.
           IF w-flag-encontrado = 1
               DISPLAY "Error! La filial ya tiene umbral cargado "-
                   "para esa moneda"
           ELSE
               PERFORM 250-ING-IMPORTE
               PERFORM 260-VERIF-IMPORTE UNTIL w-umb-importe > 0
               OPEN EXTEND UMBRALES
               IF w-umb-status NOT = "00"
                   OPEN OUTPUT UMBRALES
               END-IF
               MOVE w-umb-filial TO umb-filial
               MOVE w-umb-moneda TO umb-moneda
               MOVE w-umb-importe TO umb-importe
               WRITE umb-reg
               CLOSE UMBRALES
               MOVE "A" TO w-aud-accion
               MOVE SPACES TO w-aud-antes
               MOVE umb-reg TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           END-IF.

       210-ING-CLAVE.
           DISPLAY "Ingrese el nro de filial".
           ACCEPT w-umb-filial.
           PERFORM 220-ING-MONEDA.
           PERFORM 225-VERIF-MONEDA UNTIL w-umb-moneda = "P"
               OR w-umb-moneda = "D" OR w-umb-moneda = "E".

       220-ING-MONEDA.
           DISPLAY "Ingrese la moneda (P - D - E)".
           ACCEPT w-umb-moneda.

       225-VERIF-MONEDA.
           DISPLAY "Error! Moneda invalida".
           PERFORM 220-ING-MONEDA.

       240-VERIF-DUPLICADO.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT UMBRALES.
           IF w-umb-status = "00"
               PERFORM 245-LEER-UMBRAL
               PERFORM UNTIL w-flag-umb = 1
                   IF umb-filial = w-umb-filial
                       AND umb-moneda = w-umb-moneda
                       MOVE 1 TO w-flag-encontrado
                   END-IF
                   PERFORM 245-LEER-UMBRAL
               END-PERFORM
               CLOSE UMBRALES
           END-IF.

       245-LEER-UMBRAL.
           MOVE ZERO TO w-flag-umb.
           READ UMBRALES AT END MOVE 1 TO w-flag-umb.

       250-ING-IMPORTE.
           DISPLAY "Ingrese el importe a partir del cual el "-
               "movimiento pide autorizacion".
           ACCEPT w-umb-importe.

       260-VERIF-IMPORTE.
           DISPLAY "Error! El umbral debe ser mayor que cero".
           PERFORM 250-ING-IMPORTE.
      *-----------------------------------------------------------------
      * M O D I F I C A C I O N
      *-----------------------------------------------------------------
       300-MODIF-UMBRAL.
           PERFORM 210-ING-CLAVE.
           PERFORM 250-ING-IMPORTE.
           PERFORM 260-VERIF-IMPORTE UNTIL w-umb-importe > 0.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT UMBRALES.
           OPEN OUTPUT UMBRALES-TEMP.
           IF w-umb-status = "00"
               MOVE 1 TO w-umb-abierto
               PERFORM 245-LEER-UMBRAL
           ELSE
               MOVE ZERO TO w-umb-abierto
               MOVE 1 TO w-flag-umb
           END-IF.
           PERFORM UNTIL w-flag-umb = 1
               MOVE umb-reg TO umb-reg-temp
               IF umb-filial = w-umb-filial
                   AND umb-moneda = w-umb-moneda
                   MOVE 1 TO w-flag-encontrado
                   MOVE umb-reg TO w-aud-antes
                   MOVE w-umb-importe TO umbt-importe
                   MOVE umb-reg-temp TO w-aud-despues
               END-IF
               WRITE umb-reg-temp
               PERFORM 245-LEER-UMBRAL
           END-PERFORM.
           IF w-umb-abierto = 1
               CLOSE UMBRALES
           END-IF.
           CLOSE UMBRALES-TEMP.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "M" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! La filial no tiene umbral cargado "-
                   "para esa moneda"
           END-IF.
      *-----------------------------------------------------------------
      * B A J A
      *-----------------------------------------------------------------
       400-BAJA-UMBRAL.
           PERFORM 210-ING-CLAVE.
           MOVE ZERO TO w-flag-encontrado.
           OPEN INPUT UMBRALES.
           OPEN OUTPUT UMBRALES-TEMP.
           IF w-umb-status = "00"
               MOVE 1 TO w-umb-abierto
               PERFORM 245-LEER-UMBRAL
           ELSE
               MOVE ZERO TO w-umb-abierto
               MOVE 1 TO w-flag-umb
           END-IF.
           PERFORM UNTIL w-flag-umb = 1
               IF umb-filial = w-umb-filial
                   AND umb-moneda = w-umb-moneda
                   MOVE 1 TO w-flag-encontrado
                   MOVE umb-reg TO w-aud-antes
               ELSE
                   MOVE umb-reg TO umb-reg-temp
                   WRITE umb-reg-temp
               END-IF
               PERFORM 245-LEER-UMBRAL
           END-PERFORM.
           IF w-umb-abierto = 1
               CLOSE UMBRALES
           END-IF.
           CLOSE UMBRALES-TEMP.
           IF w-flag-encontrado = 1
               PERFORM 900-REEMPLAZAR-ARCHIVO
               MOVE "B" TO w-aud-accion
               MOVE SPACES TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           ELSE
               DISPLAY "Error! La filial no tiene umbral cargado "-
                   "para esa moneda"
           END-IF.
      *-----------------------------------------------------------------
      * L I S T A D O   por consola, en el orden del archivo.
      *-----------------------------------------------------------------
       500-LISTAR-UMBRALES.
           MOVE ZERO TO w-cont-lis.
           OPEN INPUT UMBRALES.
           IF w-umb-status NOT = "00"
               DISPLAY "No hay umbrales de doble control cargados"
           ELSE
               DISPLAY "FIL MON              UMBRAL"
               PERFORM 245-LEER-UMBRAL
               PERFORM UNTIL w-flag-umb = 1
                   MOVE umb-filial TO l-filial
                   MOVE umb-moneda TO l-moneda
                   EVALUATE umb-moneda
                       WHEN "P" MOVE "PESOS" TO l-moneda-desc
                       WHEN "D" MOVE "DOLARES" TO l-moneda-desc
                       WHEN "E" MOVE "EUROS" TO l-moneda-desc
                       WHEN OTHER MOVE SPACES TO l-moneda-desc
                   END-EVALUATE
                   MOVE umb-importe TO l-importe
                   DISPLAY lin-umb
                   ADD 1 TO w-cont-lis
                   PERFORM 245-LEER-UMBRAL
               END-PERFORM
               CLOSE UMBRALES
               DISPLAY w-cont-lis, " umbrales cargados"
           END-IF.
      *-----------------------------------------------------------------
      * Reemplaza el archivo de umbrales por el temporal que acaba de
      * quedar armado con la modificacion o baja aplicada, mismo
      * mecanismo que GRABAR-LIM usa para archLim.dat.
      *-----------------------------------------------------------------
       900-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "..\archUmb.dat".
           CALL "CBL_RENAME_FILE" USING "..\archUmb.tmp",
               "..\archUmb.dat".
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
           MOVE "GRABAR-UMB" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-umb-filial TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM GRABAR-UMB.
