      *          EXTRACTO, que arranca siempre de saldo cero, cada
      *          resumen abre con el saldo final del ciclo anterior
      *          por moneda, lista solo los movimientos del mes pedido
      *          (T, D, I, P y Y suman, R, E, S, C, N, X, F y W
      *          restan, mismo signo que SALDOS) y cierra con el saldo
      *          nuevo.
      *          Los saldos de cierre de cada ciclo quedan guardados
      *          en archResSal.dat, que la corrida del mes siguiente
      *          usa como apertura; en la primera corrida, sin archivo
      *          de saldos, todos abren en cero. El reporte sale por
      *          consola y a resumenes.dat, y cierra con el total de
      *          control (resumenes emitidos y socios sin
      *          movimientos) para verificar antes de ensobrar.
      *          Cada corrida queda asentada en el calendario de
      *          procesos (archCal.dat) con el ciclo, la fecha, el
      *          operador y las cantidades, y antes de empezar se
      *          controla contra el y contra archResSal.dat: un ciclo
      *          ya emitido o fuera de orden (anterior al ultimo o
      *          salteando meses) no se corre sin la autorizacion de
      *          un supervisor. Se lista con LISTAR-CAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORTE
               ASSIGN TO "..\resumenes.dat"
               ORGANIZATION LINE SEQUENTIAL.
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
       FD  MAESTRO.
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
       FD  SOCIOS.
       01  soc-reg.
           03 soc-filial pic 9(2).
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
       FD  SALDOS-ANT.
       01  ant-reg.
           03 ant-filial pic 9(2).
           03 nue-sal-euros pic s9(8)v99.
       FD  REPORTE.
       01  rep-linea pic x(80).
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
       01  w-ciclo pic 9(6).
       01  w-ant-status pic xx.
       01  w-vc-esp pic 9(4).
       01  w-vc-hay pic 9.
       01  w-vc-eof pic 9.
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
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
      *************************** R U T I N A S ***********************
       100-INICIO.
           DISPLAY "Resumen mensual masivo de socios".
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           DISPLAY "Ingrese el ciclo a emitir (AAAAMM)".
           ACCEPT w-ciclo.
           MOVE w-ciclo TO w-periodo.
           PERFORM 160-VERIF-CALENDARIO.
           PERFORM 105-VERIF-CICLO-ANTERIOR.
           PERFORM 110-VERIF-CONTROL-MAESTRO.
           OPEN OUTPUT SALDOS-NUEVO.
      * en archResSal.dat: si se vuelve a correr el mismo ciclo (o
      * uno anterior), la apertura ya contiene los movimientos del
      * mes y el saldo quedaria contado dos veces, corrompiendo el
      * arrastre de todos los ciclos siguientes. Solo se sigue si un
      * supervisor autoriza el reproceso (por ejemplo tras restaurar
      * el archivo de saldos a mano); si ya lo autorizo el control
      * del calendario no se vuelve a pedir.
      *-----------------------------------------------------------------
       105-VERIF-CICLO-ANTERIOR.
           OPEN INPUT SALDOS-ANT.
               CLOSE SALDOS-ANT
               IF w-flag-ant NOT = 1
                   AND ant-ciclo >= w-ciclo
                   AND w-cor-tipo NOT = "R"
                   DISPLAY "Atencion! El archivo de saldos ya tiene "-
                       "grabado el ciclo ", ant-ciclo
                   DISPLAY "Repetir el ciclo duplica los saldos de "-
                       "apertura"
                   PERFORM 170-AUTORIZAR-REPROCESO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Valida el codigo de operador y su clave contra el maestro de
      * operadores que mantiene GRABAR-OPE, para dejar en el
      * calendario de procesos quien emitio los resumenes. Si el
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
      * Controla el ciclo pedido contra las corridas anteriores de
      * RESUMEN-MES en el calendario de procesos: tiene que ser el
      * mes siguiente al ultimo emitido. Un ciclo ya emitido, uno
      * anterior al ultimo o uno que saltea meses solo se corre si un
      * supervisor autoriza el reproceso. Sin calendario, o sin
      * corridas anteriores, cualquier ciclo es el primero.
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
                       AND cor-programa = "RESUMEN-MES"
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
                   DISPLAY "Atencion! El ciclo ", w-periodo(1:6),
                       " ya fue emitido el ", w-cor-fecha-rep,
                       " por el operador ", w-cor-ope-rep
                   PERFORM 170-AUTORIZAR-REPROCESO
               ELSE
                   IF w-periodo NOT = w-cor-siguiente
                       DISPLAY "Atencion! Ciclo fuera de orden: el "-
                           "ultimo emitido es ", w-cor-ultimo(1:6),
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
      * Verifica el maestro de socios contra su registro de control
      *-----------------------------------------------------------------
      * Recorre archSoc.dat completo listando los movimientos del
      * socio cuyo mes coincide con el ciclo pedido, y los aplica al
      * saldo corrido con el mismo signo que SALDOS: T, D, I, P y Y
      * suman, R, E, S, C, N, X, los cargos F y las retenciones W
      * restan.
      *-----------------------------------------------------------------
       340-LISTAR-MOVIMIENTOS.
           MOVE ZERO TO w-cont-mov-soc.
           DISPLAY lin-mov.
           WRITE rep-linea FROM lin-mov.
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
               " saldos de socios no activos".
           CLOSE REPORTE.
           PERFORM 910-REEMPLAZAR-SALDOS.
           PERFORM 920-GRABAR-CALENDARIO.
      *-----------------------------------------------------------------
      * Reemplaza el archivo de saldos de cierre por el que acaba de
      * quedar armado con el ciclo nuevo, mismo mecanismo que
           CALL "CBL_DELETE_FILE" USING "..\archResSal.dat".
           CALL "CBL_RENAME_FILE" USING "..\archResSal.tmp",
               "..\archResSal.dat".
      *-----------------------------------------------------------------
      * Asienta la corrida en el calendario de procesos: resumenes
      * emitidos y saldos grabados en archResSal.dat (los emitidos mas
      * los arrastrados).
      *-----------------------------------------------------------------
       920-GRABAR-CALENDARIO.
           OPEN EXTEND CALENDARIO.
           IF w-cor-status NOT = "00"
               OPEN OUTPUT CALENDARIO
           END-IF.
           MOVE "RESUMEN-MES" TO cor-programa.
           MOVE w-periodo TO cor-periodo.
           MOVE w-fecha-hoy TO cor-fecha.
           MOVE w-operador TO cor-operador.
           MOVE w-cont-emitidos TO cor-leidos.
           COMPUTE cor-grabados = w-cont-emitidos
               + w-cont-arrastrados.
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
           MOVE "RESUMEN-MES" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE ZERO TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM RESUMEN-MES.
