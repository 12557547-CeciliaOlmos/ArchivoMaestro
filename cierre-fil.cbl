      *          hacia adelante), L lista las fechas cerradas, y R
      *          reabre una filial retrocediendo su fecha cerrada, con
      *          clave de supervisor y asiento en auditoria.dat, mismo
      *          diario que usan los mantenimientos. El cierre se
      *          niega mientras algun operador de la filial tenga en
      *          las fechas que se cierran un arqueo de caja abierto
      *          con diferencia (archArq.dat, de ARQUEO-CAJA). Si la
      *          filial tiene movimientos grandes esperando la
      *          autorizacion de APROBAR-MOV (archPend.dat) en las
      *          fechas que se cierran, se listan y se pide
      *          confirmacion: cerrada la filial, esos pendientes ya
      *          no se graban y van al suspenso al resolverlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
           SELECT ARQUEOS
               ASSIGN TO "..\archArq.dat"
               FILE STATUS IS w-arq-status.
           SELECT PENDIENTES
               ASSIGN TO "..\archPend.dat"
               FILE STATUS IS w-pen-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CIERRES.
           03 ope-clave pic x(4).
           03 ope-nombre pic x(20).
           03 ope-nivel pic 9.
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
       01  opcion pic x.
       01  w-flag-fin pic x value "N".
       01  w-aud-accion pic x.
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       01  w-arq-status pic xx.
       01  w-flag-arq pic 9.
       01  w-cont-arq-abiertos pic 999.
       01  w-pen-status pic xx.
       01  w-flag-pen pic 9.
       01  w-cont-pendientes pic 999.
       01  w-pen-imp-ed pic z(7)9.99.
       01  w-confirma pic x.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
               DISPLAY "Error! La filial ya esta cerrada al ",
                   w-fecha-ant, ", el cierre solo avanza"
           ELSE
               PERFORM 270-VERIF-ARQUEOS
               IF w-cont-arq-abiertos > ZERO
                   DISPLAY "Error! Hay ", w-cont-arq-abiertos,
                       " arqueos de caja abiertos con diferencia, "-
                       "no se cierra la filial"
               ELSE
                   PERFORM 280-VERIF-PENDIENTES
                   MOVE "S" TO w-confirma
                   IF w-cont-pendientes > ZERO
                       DISPLAY "Atencion! Hay ", w-cont-pendientes,
                           " movimientos pendientes de autorizacion "-
                           "que iran al suspenso"
                       DISPLAY "Cierra igual? (S/N)"
                       ACCEPT w-confirma
                   END-IF
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 260-REGRABAR-CIERRE
                       ADD 1 TO cont
                       DISPLAY "Filial cerrada al ", w-sel-fecha
                   ELSE
                       DISPLAY "No se cierra la filial"
                   END-IF
               END-IF
           END-IF.

       210-ING-FILIAL.
           CALL "CBL_RENAME_FILE" USING "..\archCie.tmp",
               "..\archCie.dat".
      *-----------------------------------------------------------------
      * Busca en archArq.dat arqueos de la filial con diferencia sin
      * justificar (estado D) en las fechas que se van a cerrar:
      * posteriores a la fecha ya cerrada y hasta la nueva. Muestra
      * el operador y la fecha de cada uno. Sin archivo de arqueos no
      * hay nada abierto.
      *-----------------------------------------------------------------
       270-VERIF-ARQUEOS.
           MOVE ZERO TO w-cont-arq-abiertos.
           OPEN INPUT ARQUEOS.
           IF w-arq-status = "00"
               PERFORM 275-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   IF arq-filial = w-sel-filial
                       AND arq-estado = "D"
                       AND arq-fecha <= w-sel-fecha
                       AND arq-fecha > w-fecha-ant
                       ADD 1 TO w-cont-arq-abiertos
                       DISPLAY "Arqueo abierto - operador: ",
                           arq-operador, " fecha: ", arq-fecha,
                           " moneda: ", arq-moneda
                   END-IF
                   PERFORM 275-LEER-ARQUEO
               END-PERFORM
               CLOSE ARQUEOS
           END-IF.

       275-LEER-ARQUEO.
           MOVE ZERO TO w-flag-arq.
           READ ARQUEOS AT END MOVE 1 TO w-flag-arq.
      *-----------------------------------------------------------------
      * Busca en archPend.dat movimientos de la filial que siguen
      * esperando autorizacion con fecha en el tramo que se cierra,
      * mismo criterio de fechas que los arqueos. Muestra cada uno.
      * Sin archivo de pendientes no hay nada esperando.
      *-----------------------------------------------------------------
       280-VERIF-PENDIENTES.
           MOVE ZERO TO w-cont-pendientes.
           OPEN INPUT PENDIENTES.
           IF w-pen-status = "00"
               PERFORM 285-LEER-PENDIENTE
               PERFORM UNTIL w-flag-pen = 1
                   IF pen-filial = w-sel-filial
                       AND pen-estado = "P"
                       AND pen-fecha <= w-sel-fecha
                       AND pen-fecha > w-fecha-ant
                       ADD 1 TO w-cont-pendientes
                       MOVE pen-importe TO w-pen-imp-ed
                       DISPLAY "Pendiente nro: ", pen-numero,
                           " socio: ", pen-socio, " fecha: ",
                           pen-fecha, " importe: ", w-pen-imp-ed,
                           " ", pen-moneda, " cargo: ", pen-cargador
                   END-IF
                   PERFORM 285-LEER-PENDIENTE
               END-PERFORM
               CLOSE PENDIENTES
           END-IF.

       285-LEER-PENDIENTE.
           MOVE ZERO TO w-flag-pen.
           READ PENDIENTES AT END MOVE 1 TO w-flag-pen.
      *-----------------------------------------------------------------
      * C O N S U L T A
      *-----------------------------------------------------------------
       300-LISTAR-CIERRES.
