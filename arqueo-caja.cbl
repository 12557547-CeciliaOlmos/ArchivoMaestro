      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arqueo de caja por operador al cierre del turno. El
      *          operador validado contra archOpe.dat elige la filial
      *          y la fecha del turno; se totalizan los depositos (D)
      *          y extracciones (E) que ese operador grabo en
      *          archSoc.dat para esa filial y fecha, por moneda, y se
      *          pide el efectivo contado en cada moneda (sin el fondo
      *          de apertura de la caja). Se imprime lo esperado
      *          (depositos menos extracciones) contra lo declarado,
      *          con el sobrante o faltante, y el resultado queda en
      *          el archivo de arqueos (archArq.dat), un registro por
      *          fecha, filial, operador y moneda. Un arqueo repetido
      *          para el mismo turno reemplaza al anterior (recuento).
      *          El faltante se asienta en auditoria.dat. Un arqueo
      *          con diferencia queda abierto hasta que se lo recuenta
      *          sin diferencia o un supervisor la justifica (opcion
      *          J); mientras tanto CIERRE-FIL no cierra la filial en
      *          esa fecha. Sale por consola y a listadoArq.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUEO-CAJA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat".
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT ARQUEOS
               ASSIGN TO "..\archArq.dat"
               FILE STATUS IS w-arq-status.
           SELECT ARQUEOS-TEMP
               ASSIGN TO "..\archArq.tmp".
           SELECT REPORTE
               ASSIGN TO "..\listadoArq.dat"
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
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 fil-nombre pic x(15).
       01  fil-control.
           03 fctl-marca pic x.
           03 fctl-cant pic 9(4).
           03 filler pic x(12).
      *-----------------------------------------------------------------
      * Un registro por fecha, filial, operador y moneda. Estado: C
      * cuadrado, D con diferencia (abierto), J diferencia justificada
      * por un supervisor.
      *-----------------------------------------------------------------
       FD  ARQUEOS.
       01  arq-reg.
           03 arq-fecha pic 9(8).
           03 arq-filial pic 9(2).
           03 arq-operador pic x(3).
           03 arq-moneda pic x.
           03 arq-cant-dep pic 9(4).
           03 arq-imp-dep pic 9(9)v99.
           03 arq-cant-ext pic 9(4).
           03 arq-imp-ext pic 9(9)v99.
           03 arq-esperado pic s9(9)v99.
           03 arq-declarado pic s9(9)v99.
           03 arq-diferencia pic s9(9)v99.
           03 arq-estado pic x.
       FD  ARQUEOS-TEMP.
       01  arq-reg-temp pic x(78).
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
       01  w-flag-arq pic 9.
       01  w-flag-filiales pic 9.
       01  w-flag-filial-ok pic 9.
       01  w-arq-status pic xx.
       01  w-sel-filial pic 9(2).
       01  w-sel-fecha pic 9(8).
       01  w-sel-operador pic x(3).
       01  w-fil-nombre pic x(15).
       01  w-mon-idx pic 9.
       01  w-cont-reemp pic 999.
       01  w-cont-lineas pic 999.
       01  cont pic 999 value zeros.
      * Totales del turno por moneda (P D E).
       01  tabla-turno.
           03 tur-moneda OCCURS 3 TIMES.
               05 tur-cant-dep pic 9(4).
               05 tur-imp-dep pic 9(9)v99.
               05 tur-cant-ext pic 9(4).
               05 tur-imp-ext pic 9(9)v99.
               05 tur-esperado pic s9(9)v99.
               05 tur-declarado pic s9(9)v99.
               05 tur-diferencia pic s9(9)v99.
       01  w-moneda-cod pic x.
       01  w-moneda-nom pic x(8).
       01  w-operador pic x(3).
       01  w-ope-status pic xx.
       01  w-flag-ope pic 9.
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-aud-accion pic x.
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       01  w-aud-faltante.
           03 filler pic x(10) value "FALTANTE: ".
           03 w-aud-imp pic -zzz.zzz.zz9,99.
           03 filler pic x(5) value spaces.
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(26) value spaces.
           03 filler pic x(28) value "ARQUEO DE CAJA DEL OPERADOR".
           03 filler pic x(26) value spaces.
       01  lin-datos.
           03 filler pic x(3) value spaces.
           03 filler pic x(8) value "FILIAL: ".
           03 l-dat-filial pic 9(2).
           03 filler pic x value "-".
           03 l-dat-fil-nom pic x(15).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 l-dat-fecha pic 9(8).
           03 filler pic x(3) value spaces.
           03 filler pic x(10) value "OPERADOR: ".
           03 l-dat-operador pic x(3).
           03 filler pic x(17) value spaces.
       01  lin-det-mov.
           03 filler pic x(3) value spaces.
           03 l-mov-moneda pic x(8).
           03 filler pic x(11) value "DEPOSITOS: ".
           03 l-mov-cant-dep pic zzz9.
           03 filler pic x value spaces.
           03 l-mov-imp-dep pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "EXTRACC.: ".
           03 l-mov-cant-ext pic zzz9.
           03 filler pic x value spaces.
           03 l-mov-imp-ext pic zzz.zzz.zz9,99.
           03 filler pic x(8) value spaces.
       01  lin-cab-arq.
           03 filler pic x(11) value spaces.
           03 filler pic x(17) value "       ESPERADO".
           03 filler pic x(17) value "      DECLARADO".
           03 filler pic x(17) value "     DIFERENCIA".
           03 filler pic x(18) value "RESULTADO".
       01  lin-det-arq.
           03 filler pic x(11) value spaces.
           03 l-arq-esperado pic -zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-arq-declarado pic -zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-arq-diferencia pic -zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-arq-resultado pic x(10).
           03 filler pic x(8) value spaces.
       01  lin-cab-lis.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "FIL.".
           03 filler pic x(6) value "OPE.".
           03 filler pic x(8) value "MONEDA".
           03 filler pic x(16) value "       ESPERADO".
           03 filler pic x(16) value "      DECLARADO".
           03 filler pic x(16) value "     DIFERENCIA".
           03 filler pic x(11) value "ESTADO".
       01  lin-lis.
           03 filler pic x(2) value spaces.
           03 l-lis-filial pic 9(2).
           03 filler pic x(3) value spaces.
           03 l-lis-operador pic x(3).
           03 filler pic x(3) value spaces.
           03 l-lis-moneda pic x(8).
           03 l-lis-esperado pic -zzz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-lis-declarado pic -zzz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-lis-diferencia pic -zzz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-lis-estado pic x(10).
           03 filler pic x value spaces.
       01  lin-sin-arq pic x(80) value
           "   No hay arqueos asentados en la fecha.".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           OPEN OUTPUT REPORTE.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 100-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "A" PERFORM 200-ARQUEO-TURNO
                   WHEN "L" PERFORM 300-LISTAR-ARQUEOS
                   WHEN "J"
                       IF w-nivel = 3
                           PERFORM 400-JUSTIFICAR-DIFERENCIA
                       ELSE
                           PERFORM 060-RECHAZAR-NIVEL
                       END-IF
                   WHEN "F" MOVE "S" TO w-flag-fin
                   WHEN OTHER
                       DISPLAY "Error! Opcion invalida"
               END-EVALUATE
           END-PERFORM.
           CLOSE REPORTE.
           DISPLAY "Arqueo finalizado, ", cont,
               " operaciones realizadas".
           STOP RUN.
      *************************** R U T I N A S ***********************
      *-----------------------------------------------------------------
      * Valida el codigo de operador y su clave contra el maestro de
      * operadores que mantiene GRABAR-OPE. El arqueo es el de los
      * movimientos de ese mismo codigo. Si el maestro todavia no
      * existe se avisa y se sigue sin control. El intento fallido
      * queda asentado en el diario de auditoria.
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
               MOVE ZERO TO w-sel-filial
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
           MOVE ZERO TO w-sel-filial.
           PERFORM 800-GRABAR-AUDITORIA.

       100-MOSTRAR-MENU.
           DISPLAY "Arqueo de caja del operador ", w-operador.
           DISPLAY "A - Arqueo del turno".
           DISPLAY "L - Listar los arqueos de una fecha".
           DISPLAY "J - Justificar una diferencia (supervisor)".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * A R Q U E O
      *-----------------------------------------------------------------
      * Totaliza el turno del operador, pide lo contado por moneda,
      * imprime el arqueo y lo asienta en archArq.dat reemplazando un
      * arqueo anterior del mismo turno.
      *-----------------------------------------------------------------
       200-ARQUEO-TURNO.
           PERFORM 210-ING-FILIAL.
           PERFORM 240-ING-FECHA.
           MOVE w-operador TO w-sel-operador.
           PERFORM 250-TOTALIZAR-TURNO.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               PERFORM 260-ING-DECLARADO
           END-PERFORM.
           PERFORM 270-IMPRIMIR-ARQUEO.
           PERFORM 280-ASENTAR-ARQUEO.
           ADD 1 TO cont.

       210-ING-FILIAL.
           PERFORM 220-TRAER-FILIAL.
           PERFORM 230-VERIF-FILIAL UNTIL w-flag-filial-ok = 1.

       220-TRAER-FILIAL.
           MOVE ZERO TO w-flag-filial-ok.
           DISPLAY "Ingrese el nro de filial".
           ACCEPT w-sel-filial.

       230-VERIF-FILIAL.
           PERFORM 236-VERIF-FILIAL-MAESTRO.
           IF w-flag-filial-ok NOT = 1
               DISPLAY "Error! La filial no existe en el maestro "-
                   "de filiales"
               PERFORM 220-TRAER-FILIAL
           END-IF.

       236-VERIF-FILIAL-MAESTRO.
           MOVE ZERO TO w-flag-filiales.
           MOVE ZERO TO w-flag-filial-ok.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1 OR w-flag-filial-ok = 1
               PERFORM 237-LEER-FILIAL
               IF fil-codigo IS NUMERIC
                   AND fil-codigo = w-sel-filial
                   MOVE 1 TO w-flag-filial-ok
                   MOVE fil-nombre TO w-fil-nombre
               END-IF
           END-PERFORM.
           CLOSE FILIALES.

       237-LEER-FILIAL.
           MOVE ZERO TO w-flag-filiales.
           READ FILIALES AT END MOVE 1 TO w-flag-filiales.

       240-ING-FECHA.
           DISPLAY "Ingrese la fecha del turno (AAAAMMDD, 0 = hoy)".
           ACCEPT w-sel-fecha.
           IF w-sel-fecha = ZERO
               MOVE w-fecha-hoy TO w-sel-fecha
           END-IF.
      *-----------------------------------------------------------------
      * Recorre archSoc.dat y suma los depositos y extracciones que
      * el operador grabo en la filial con la fecha del turno. Las
      * demas modalidades no pasan por la caja.
      *-----------------------------------------------------------------
       250-TOTALIZAR-TURNO.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE ZERO TO tur-cant-dep(w-mon-idx)
               MOVE ZERO TO tur-imp-dep(w-mon-idx)
               MOVE ZERO TO tur-cant-ext(w-mon-idx)
               MOVE ZERO TO tur-imp-ext(w-mon-idx)
               MOVE ZERO TO tur-declarado(w-mon-idx)
           END-PERFORM.
           MOVE ZERO TO w-flag-eof.
           OPEN INPUT SOCIOS.
           PERFORM 255-LEER-SOCIO.
           PERFORM UNTIL w-flag-eof = 1
               IF soc-filial IS NUMERIC
                   AND soc-filial = w-sel-filial
                   AND soc-fecha = w-sel-fecha
                   AND soc-operador = w-sel-operador
                   EVALUATE soc-moneda
                       WHEN "P" MOVE 1 TO w-mon-idx
                       WHEN "D" MOVE 2 TO w-mon-idx
                       WHEN "E" MOVE 3 TO w-mon-idx
                       WHEN OTHER MOVE 0 TO w-mon-idx
                   END-EVALUATE
                   IF w-mon-idx > 0
                       IF soc-modalidad = "D"
                           ADD 1 TO tur-cant-dep(w-mon-idx)
                           ADD soc-importe TO tur-imp-dep(w-mon-idx)
                       END-IF
                       IF soc-modalidad = "E"
                           ADD 1 TO tur-cant-ext(w-mon-idx)
                           ADD soc-importe TO tur-imp-ext(w-mon-idx)
                       END-IF
                   END-IF
               END-IF
               PERFORM 255-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               COMPUTE tur-esperado(w-mon-idx) =
                   tur-imp-dep(w-mon-idx) - tur-imp-ext(w-mon-idx)
           END-PERFORM.

       255-LEER-SOCIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.

       260-ING-DECLARADO.
           PERFORM 290-NOMBRE-MONEDA.
           DISPLAY "Efectivo contado en ", w-moneda-nom,
               " (sin el fondo de apertura)".
           ACCEPT tur-declarado(w-mon-idx).
           COMPUTE tur-diferencia(w-mon-idx) =
               tur-declarado(w-mon-idx) - tur-esperado(w-mon-idx).
      *-----------------------------------------------------------------
      * Una cabecera con filial, fecha y operador y, por cada moneda
      * con movimientos o con efectivo declarado, los depositos y
      * extracciones del turno y lo esperado contra lo declarado.
      *-----------------------------------------------------------------
       270-IMPRIMIR-ARQUEO.
           MOVE w-sel-filial TO l-dat-filial.
           MOVE w-fil-nombre TO l-dat-fil-nom.
           MOVE w-sel-fecha TO l-dat-fecha.
           MOVE w-sel-operador TO l-dat-operador.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-datos.
           WRITE rep-linea FROM lin-datos.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF tur-cant-dep(w-mon-idx) > ZERO
                   OR tur-cant-ext(w-mon-idx) > ZERO
                   OR tur-declarado(w-mon-idx) NOT = ZERO
                   PERFORM 275-IMPRIMIR-MONEDA
               END-IF
           END-PERFORM.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.

       275-IMPRIMIR-MONEDA.
           PERFORM 290-NOMBRE-MONEDA.
           MOVE w-moneda-nom TO l-mov-moneda.
           MOVE tur-cant-dep(w-mon-idx) TO l-mov-cant-dep.
           MOVE tur-imp-dep(w-mon-idx) TO l-mov-imp-dep.
           MOVE tur-cant-ext(w-mon-idx) TO l-mov-cant-ext.
           MOVE tur-imp-ext(w-mon-idx) TO l-mov-imp-ext.
           DISPLAY lin-det-mov.
           WRITE rep-linea FROM lin-det-mov.
           DISPLAY lin-cab-arq.
           WRITE rep-linea FROM lin-cab-arq.
           MOVE tur-esperado(w-mon-idx) TO l-arq-esperado.
           MOVE tur-declarado(w-mon-idx) TO l-arq-declarado.
           MOVE tur-diferencia(w-mon-idx) TO l-arq-diferencia.
           EVALUATE TRUE
               WHEN tur-diferencia(w-mon-idx) = ZERO
                   MOVE "CUADRA" TO l-arq-resultado
               WHEN tur-diferencia(w-mon-idx) > ZERO
                   MOVE "SOBRANTE" TO l-arq-resultado
               WHEN OTHER
                   MOVE "FALTANTE" TO l-arq-resultado
           END-EVALUATE.
           DISPLAY lin-det-arq.
           WRITE rep-linea FROM lin-det-arq.
      *-----------------------------------------------------------------
      * Regraba archArq.dat sin el arqueo anterior del mismo turno
      * (fecha, filial y operador) y agrega el nuevo, con el mismo
      * reemplazo por temporal de CIERRE-FIL. Cada faltante queda
      * asentado en el diario de auditoria.
      *-----------------------------------------------------------------
       280-ASENTAR-ARQUEO.
           MOVE ZERO TO w-cont-reemp.
           OPEN OUTPUT ARQUEOS-TEMP.
           OPEN INPUT ARQUEOS.
           IF w-arq-status = "00"
               PERFORM 285-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   IF arq-fecha = w-sel-fecha
                       AND arq-filial = w-sel-filial
                       AND arq-operador = w-sel-operador
                       ADD 1 TO w-cont-reemp
                   ELSE
                       WRITE arq-reg-temp FROM arq-reg
                   END-IF
                   PERFORM 285-LEER-ARQUEO
               END-PERFORM
               CLOSE ARQUEOS
           END-IF.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF tur-cant-dep(w-mon-idx) > ZERO
                   OR tur-cant-ext(w-mon-idx) > ZERO
                   OR tur-declarado(w-mon-idx) NOT = ZERO
                   PERFORM 287-ARMAR-ARQUEO
                   WRITE arq-reg-temp FROM arq-reg
                   IF arq-diferencia < ZERO
                       PERFORM 288-AUDITAR-FALTANTE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQUEOS-TEMP.
           CALL "CBL_DELETE_FILE" USING "..\archArq.dat".
           CALL "CBL_RENAME_FILE" USING "..\archArq.tmp",
               "..\archArq.dat".
           IF w-cont-reemp > ZERO
               DISPLAY "Se reemplazo el arqueo anterior del turno"
           END-IF.

       285-LEER-ARQUEO.
           MOVE ZERO TO w-flag-arq.
           READ ARQUEOS AT END MOVE 1 TO w-flag-arq.

       287-ARMAR-ARQUEO.
           MOVE w-sel-fecha TO arq-fecha.
           MOVE w-sel-filial TO arq-filial.
           MOVE w-sel-operador TO arq-operador.
           PERFORM 290-NOMBRE-MONEDA.
           MOVE w-moneda-cod TO arq-moneda.
           MOVE tur-cant-dep(w-mon-idx) TO arq-cant-dep.
           MOVE tur-imp-dep(w-mon-idx) TO arq-imp-dep.
           MOVE tur-cant-ext(w-mon-idx) TO arq-cant-ext.
           MOVE tur-imp-ext(w-mon-idx) TO arq-imp-ext.
           MOVE tur-esperado(w-mon-idx) TO arq-esperado.
           MOVE tur-declarado(w-mon-idx) TO arq-declarado.
           MOVE tur-diferencia(w-mon-idx) TO arq-diferencia.
           IF arq-diferencia = ZERO
               MOVE "C" TO arq-estado
           ELSE
               MOVE "D" TO arq-estado
           END-IF.

       288-AUDITAR-FALTANTE.
           MOVE "F" TO w-aud-accion.
           MOVE SPACES TO w-aud-antes.
           STRING "ARQUEO " DELIMITED BY SIZE
               w-sel-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-moneda-nom DELIMITED BY SIZE
               INTO w-aud-antes.
           MOVE arq-diferencia TO w-aud-imp.
           MOVE w-aud-faltante TO w-aud-despues.
           PERFORM 800-GRABAR-AUDITORIA.

       290-NOMBRE-MONEDA.
           EVALUATE w-mon-idx
               WHEN 1
                   MOVE "P" TO w-moneda-cod
                   MOVE "PESOS" TO w-moneda-nom
               WHEN 2
                   MOVE "D" TO w-moneda-cod
                   MOVE "DOLARES" TO w-moneda-nom
               WHEN 3
                   MOVE "E" TO w-moneda-cod
                   MOVE "EUROS" TO w-moneda-nom
           END-EVALUATE.
      *-----------------------------------------------------------------
      * C O N S U L T A
      *-----------------------------------------------------------------
       300-LISTAR-ARQUEOS.
           PERFORM 240-ING-FECHA.
           MOVE w-sel-fecha TO l-dat-fecha.
           MOVE ZERO TO w-cont-lineas.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-cab-lis.
           WRITE rep-linea FROM lin-cab-lis.
           OPEN INPUT ARQUEOS.
           IF w-arq-status = "00"
               PERFORM 285-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   IF arq-fecha = w-sel-fecha
                       PERFORM 310-LINEA-ARQUEO
                   END-IF
                   PERFORM 285-LEER-ARQUEO
               END-PERFORM
               CLOSE ARQUEOS
           END-IF.
           IF w-cont-lineas = ZERO
               DISPLAY lin-sin-arq
               WRITE rep-linea FROM lin-sin-arq
           END-IF.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.

       310-LINEA-ARQUEO.
           ADD 1 TO w-cont-lineas.
           MOVE arq-filial TO l-lis-filial.
           MOVE arq-operador TO l-lis-operador.
           EVALUATE arq-moneda
               WHEN "P" MOVE "PESOS" TO l-lis-moneda
               WHEN "D" MOVE "DOLARES" TO l-lis-moneda
               WHEN "E" MOVE "EUROS" TO l-lis-moneda
               WHEN OTHER MOVE SPACES TO l-lis-moneda
           END-EVALUATE.
           MOVE arq-esperado TO l-lis-esperado.
           MOVE arq-declarado TO l-lis-declarado.
           MOVE arq-diferencia TO l-lis-diferencia.
           EVALUATE arq-estado
               WHEN "C" MOVE "CUADRADO" TO l-lis-estado
               WHEN "D" MOVE "ABIERTO" TO l-lis-estado
               WHEN "J" MOVE "JUSTIFIC." TO l-lis-estado
               WHEN OTHER MOVE SPACES TO l-lis-estado
           END-EVALUATE.
           DISPLAY lin-lis.
           WRITE rep-linea FROM lin-lis.
      *-----------------------------------------------------------------
      * J U S T I F I C A C I O N
      *-----------------------------------------------------------------
      * Un supervisor (nivel 3) da por justificada la diferencia del
      * arqueo abierto de un operador en una filial y fecha; los
      * registros pasan de D a J y CIERRE-FIL ya no los tiene en
      * cuenta. Queda asentado en el diario de auditoria.
      *-----------------------------------------------------------------
       400-JUSTIFICAR-DIFERENCIA.
           PERFORM 210-ING-FILIAL.
           PERFORM 240-ING-FECHA.
           DISPLAY "Ingrese el codigo del operador del arqueo".
           ACCEPT w-sel-operador.
           MOVE ZERO TO w-cont-reemp.
           OPEN OUTPUT ARQUEOS-TEMP.
           OPEN INPUT ARQUEOS.
           IF w-arq-status = "00"
               PERFORM 285-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   IF arq-fecha = w-sel-fecha
                       AND arq-filial = w-sel-filial
                       AND arq-operador = w-sel-operador
                       AND arq-estado = "D"
                       MOVE "J" TO arq-estado
                       ADD 1 TO w-cont-reemp
                   END-IF
                   WRITE arq-reg-temp FROM arq-reg
                   PERFORM 285-LEER-ARQUEO
               END-PERFORM
               CLOSE ARQUEOS
           END-IF.
           CLOSE ARQUEOS-TEMP.
           IF w-cont-reemp = ZERO
               DISPLAY "Error! No hay arqueo abierto con diferencia "-
                   "para ese operador"
               CALL "CBL_DELETE_FILE" USING "..\archArq.tmp"
           ELSE
               CALL "CBL_DELETE_FILE" USING "..\archArq.dat"
               CALL "CBL_RENAME_FILE" USING "..\archArq.tmp",
                   "..\archArq.dat"
               MOVE "J" TO w-aud-accion
               MOVE SPACES TO w-aud-antes
               STRING "ARQUEO " DELIMITED BY SIZE
                   w-sel-fecha DELIMITED BY SIZE
                   " OPE " DELIMITED BY SIZE
                   w-sel-operador DELIMITED BY SIZE
                   INTO w-aud-antes
               MOVE "DIFERENCIA JUSTIFICADA" TO w-aud-despues
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
               DISPLAY "Diferencia justificada en ", w-cont-reemp,
                   " monedas"
           END-IF.
      *-----------------------------------------------------------------
      * Deja asentado el faltante (accion F), la justificacion
      * (accion J) o el intento rechazado (accion X) en el diario de
      * auditoria, con el codigo de operador ingresado al arrancar.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "ARQUEO-CAJA" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-sel-filial TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM ARQUEO-CAJA.
