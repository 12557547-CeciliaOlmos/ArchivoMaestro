      *          siga cerrando. Al terminar, el temporal reemplaza a
      *          archSoc.dat, mismo mecanismo de CBL_DELETE_FILE /
      *          CBL_RENAME_FILE que GRABAR-FIL usa para FILIALES.
      *          Cada corrida queda asentada en el calendario de
      *          procesos (archCal.dat) con la fecha de corte, la
      *          fecha, el operador y las cantidades, y antes de
      *          empezar se controla contra el: una fecha de corte
      *          igual o anterior a la ultima archivada no se corre
      *          sin la autorizacion de un supervisor. Se lista con
      *          LISTAR-CAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
           SELECT CALENDARIO
               ASSIGN TO "..\archCal.dat"
               FILE STATUS IS w-cor-status.
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
           03 ctl-importe pic s9(8)V99.
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
           03 nue-ctl-importe pic s9(8)V99.
           03 filler pic x(27).
       FD  HISTORICO.
       01  hist-reg.
           03 hist-filial pic 9(2).
           03 hist-modalidad pic x.
           03 hist-fecha pic 9(8).
           03 hist-moneda pic x.
           03 hist-contra-filial pic 9(2).
           03 hist-contra-socio pic 9(4).
           03 hist-comprobante pic 9(7).
           03 hist-operador pic x(3).
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 ope-clave pic x(4).
           03 ope-nombre pic x(20).
           03 ope-nivel pic 9.
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
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-fecha-corte pic 9(8) value zeros.
       01  w-nivel pic 9.
       01  w-aud-motivo pic x(30).
       01  w-fecha-hoy pic 9(8).
       01  w-cor-status pic xx.
       01  w-flag-cor pic 9.
       01  w-periodo pic x(8).
       01  w-cor-ultimo pic x(8).
       01  w-flag-repetido pic 9.
       01  w-cor-fecha-rep pic 9(8).
       01  w-cor-ope-rep pic x(3).
       01  w-cor-tipo pic x value "N".
       01  w-respuesta pic x.
       01  w-clave-sup pic x(4).
       01  w-clave-maestra pic x(4) value "S0S1".
       01  w-sup-codigo pic x(3) value spaces.
       01  w-flag-sup pic 9.
      * Cantidad procesada que SECUENCIA asienta en la bitacora y
      * marca de paso fallido para que el secuenciador lo asiente
      * como F, cuando este programa corre como paso del fin de dia.
           DISPLAY "Ingrese la fecha de corte (AAAAMMDD)".
           DISPLAY "Se archiva todo lo de esa fecha o anterior".
           ACCEPT w-fecha-corte.
           MOVE w-fecha-corte TO w-periodo.
           PERFORM 160-VERIF-CALENDARIO.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT SOCIOS-NUEVO.
           OPEN EXTEND HISTORICO.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      *-----------------------------------------------------------------
      * Controla la fecha de corte contra las corridas anteriores de
      * ARCHIVAR-SOC en el calendario de procesos: tiene que ser
      * posterior a la ultima archivada. Repetir una fecha o ir hacia
      * atras solo se corre si un supervisor autoriza el reproceso.
      * Sin calendario, o sin corridas anteriores, cualquier fecha es
      * la primera.
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
                       AND cor-programa = "ARCHIVAR-SOC"
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
           IF w-flag-repetido = 1
               DISPLAY "Atencion! La fecha de corte ", w-periodo,
                   " ya fue archivada el ", w-cor-fecha-rep,
                   " por el operador ", w-cor-ope-rep
               PERFORM 170-AUTORIZAR-REPROCESO
           ELSE
               IF w-cor-ultimo NOT = SPACES
                   AND w-periodo < w-cor-ultimo
                   DISPLAY "Atencion! Fecha de corte fuera de orden: "-
                       "la ultima archivada es ", w-cor-ultimo
                   PERFORM 170-AUTORIZAR-REPROCESO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Sin la autorizacion de un supervisor el archivado se cancela
      * sin tocar nada y, como paso del fin de dia, queda fallido. El
      * reproceso autorizado queda como tipo R en el calendario y en
      * el diario de auditoria; el intento con clave incorrecta queda
      * asentado con accion X.
      *-----------------------------------------------------------------
       170-AUTORIZAR-REPROCESO.
           DISPLAY "Autoriza un supervisor el reproceso? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Archivado cancelado"
               MOVE ZERO TO sec-registros-paso
               MOVE 1 TO sec-paso-fallido
               GOBACK
           END-IF.
           PERFORM 175-VALIDAR-SUPERVISOR.
           MOVE SPACES TO w-aud-motivo.
           STRING "REPROCESO PERIODO " DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               INTO w-aud-motivo.
           IF w-flag-sup NOT = 1
               DISPLAY "Error! Clave de supervisor incorrecta, "-
                   "archivado cancelado"
               PERFORM 950-GRABAR-AUD-ACCESO
               MOVE ZERO TO sec-registros-paso
               MOVE 1 TO sec-paso-fallido
               GOBACK
           END-IF.
           MOVE "R" TO w-cor-tipo.
           PERFORM 960-GRABAR-AUD-REPROCESO.
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
      * Asienta el reproceso autorizado con accion R en el diario de
      * auditoria, con el supervisor que lo autorizo.
      *-----------------------------------------------------------------
       960-GRABAR-AUD-REPROCESO.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "ARCHIVAR-SOC" TO aud-programa.
           MOVE "R" TO aud-accion.
           MOVE ZERO TO aud-filial.
           MOVE ZERO TO aud-socio.
           MOVE w-aud-motivo TO aud-antes.
           MOVE w-sup-codigo TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       200-LEER-SOCIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.

           MOVE soc-modalidad TO hist-modalidad.
           MOVE soc-fecha TO hist-fecha.
           MOVE soc-moneda TO hist-moneda.
           MOVE soc-contra-filial TO hist-contra-filial.
           MOVE soc-contra-socio TO hist-contra-socio.
           MOVE soc-comprobante TO hist-comprobante.
           MOVE soc-operador TO hist-operador.
           WRITE hist-reg.
           ADD 1 TO w-cant-archivados.
           ADD soc-importe TO w-imp-archivados.
           MOVE soc-modalidad TO nue-modalidad.
           MOVE soc-fecha TO nue-fecha.
           MOVE soc-moneda TO nue-moneda.
           MOVE soc-contra-filial TO nue-contra-filial.
           MOVE soc-contra-socio TO nue-contra-socio.
           MOVE soc-comprobante TO nue-comprobante.
           MOVE soc-operador TO nue-operador.
           WRITE nue-reg.
           ADD 1 TO w-cant-vigentes.
           ADD soc-importe TO w-imp-vigentes.
           CLOSE HISTORICO.
           CLOSE AUDITORIA.
           PERFORM 920-REEMPLAZAR-ARCHIVO.
           PERFORM 940-GRABAR-CALENDARIO.

       910-GRABAR-CONTROL.
           MOVE "Z" TO nue-ctl-marca.
      * Deja asentado cada registro archivado en el diario de
      * auditoria, con la imagen del registro que sale de archSoc.dat
      * y el codigo de operador ingresado al arrancar el programa.
      * El registro no entra entero en aud-antes: ahi va el movimiento
      * (filial, socio, importe, modalidad, fecha y moneda) y en
      * aud-despues la contraparte, el comprobante y el operador.
      *-----------------------------------------------------------------
       930-GRABAR-AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE "A" TO aud-accion.
           MOVE soc-filial TO aud-filial.
           MOVE soc-socio TO aud-socio.
           MOVE soc-reg(1:26) TO aud-antes.
           MOVE soc-reg(27:16) TO aud-despues.
           WRITE aud-reg.
      *-----------------------------------------------------------------
      * Asienta la corrida en el calendario de procesos: registros
      * leidos de archSoc.dat y registros pasados al historico.
      *-----------------------------------------------------------------
       940-GRABAR-CALENDARIO.
           OPEN EXTEND CALENDARIO.
           IF w-cor-status NOT = "00"
               OPEN OUTPUT CALENDARIO
           END-IF.
           MOVE "ARCHIVAR-SOC" TO cor-programa.
           MOVE w-periodo TO cor-periodo.
           MOVE w-fecha-hoy TO cor-fecha.
           MOVE w-operador TO cor-operador.
           COMPUTE cor-leidos = w-cant-archivados + w-cant-vigentes.
           MOVE w-cant-archivados TO cor-grabados.
           MOVE w-cor-tipo TO cor-tipo.
           MOVE w-sup-codigo TO cor-supervisor.
           WRITE cor-reg.
           CLOSE CALENDARIO.

       END PROGRAM ARCHIVAR-SOC.
