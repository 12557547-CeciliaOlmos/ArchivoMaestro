      ******************************************************************
      * Author:
      * Date:
      * Purpose: Doble control de los movimientos grandes. GRABAR-SEC
      *          no graba el movimiento que supera el umbral de su
      *          filial y moneda (archUmb.dat, de GRABAR-UMB): lo deja
      *          en el archivo de pendientes archPend.dat con el
      *          operador que lo cargo. Este programa lo corre un
      *          operador de nivel 3 distinto del que cargo cada
      *          movimiento: L lista los pendientes, A aprueba uno y
      *          lo graba en archSoc.dat con su comprobante (la
      *          transferencia con sus dos patas, como GRABAR-SEC) y
      *          R lo rechaza al suspenso con motivo RECHAZADO. Al
      *          arrancar vence al suspenso, con motivo VENCIDO, todo
      *          pendiente que no se resolvio el mismo dia en que se
      *          cargo. Un pendiente que ya no se puede grabar (filial
      *          cerrada a la fecha, socio dado de baja, clave ya
      *          grabada en archSoc.dat) se rechaza al suspenso con
      *          ese motivo. El movimiento aprobado queda a nombre del
      *          operador que lo cargo, que es el que tiene la caja, y
      *          en auditoria.dat quedan el cargador y el autorizante
      *          de cada pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-MOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTES
               ASSIGN TO "..\archPend.dat"
               FILE STATUS IS w-pen-status.
           SELECT PENDIENTES-TEMP
               ASSIGN TO "..\archPend.tmp".
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat"
               FILE STATUS IS w-soc-status.
           SELECT SUSPENSO
               ASSIGN TO "..\archSusp.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-susp-status.
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat".
           SELECT MAESTRO-TEMP
               ASSIGN TO "..\archSocMae.tmp".
           SELECT MAESTRO-IDX
               ASSIGN TO "..\archSocMaeIdx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mi-socio
               FILE STATUS IS w-mi-status.
           SELECT CIERRES
               ASSIGN TO "..\archCie.dat"
               FILE STATUS IS w-cie-status.
           SELECT NUMERADOR
               ASSIGN TO "..\archNro.dat"
               FILE STATUS IS w-nro-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITORIA
               ASSIGN TO "..\auditoria.dat".
           SELECT OPERADORES
               ASSIGN TO "..\archOpe.dat"
               FILE STATUS IS w-ope-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PENDIENTES-TEMP.
       01  pen-reg-temp.
           03 pent-numero pic 9(6).
           03 pent-filial pic 9(2).
           03 pent-socio pic 9(4).
           03 pent-importe pic s9(8)V99.
           03 pent-modalidad pic x.
           03 pent-fecha pic 9(8).
           03 pent-moneda pic x.
           03 pent-contra-filial pic 9(2).
           03 pent-contra-socio pic 9(4).
           03 pent-origen pic x.
           03 pent-cargador pic x(3).
           03 pent-fecha-carga pic 9(8).
           03 pent-estado pic x.
           03 pent-autorizante pic x(3).
           03 pent-fecha-aut pic 9(8).
           03 pent-comprobante pic 9(7).
           03 pent-motivo pic x(10).
       FD  SOCIOS.
       01  soc-reg.
           03 soc-filial pic 9(2).
           03 soc-socio pic 9(4).
           03 soc-importe pic s9(8)V99.
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
       FD  SUSPENSO.
       01  susp-reg.
           03 susp-filial pic 9(2).
           03 susp-socio pic 9(4).
           03 susp-importe pic s9(8)V99.
           03 susp-modalidad pic x.
           03 susp-fecha pic 9(8).
           03 susp-moneda pic x.
           03 susp-motivo pic x(10).
           03 susp-contra-filial pic 9(2).
           03 susp-contra-socio pic 9(4).
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
       FD  MAESTRO-TEMP.
       01  mae-reg-temp.
           03 maet-socio pic 9(4).
           03 maet-filial pic 9(2).
           03 maet-nombre pic x(20).
           03 maet-estado pic x.
           03 maet-categoria pic x.
           03 maet-exento pic x.
       01  maet-control.
           03 maetc-marca pic x.
           03 maetc-cant pic 9(4).
           03 filler pic x(24).
       FD  MAESTRO-IDX.
       01  mi-reg.
           03 mi-socio pic 9(4).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
       FD  CIERRES.
       01  cie-reg.
           03 cie-filial pic 9(2).
           03 cie-fecha pic 9(8).
       FD  NUMERADOR.
       01  nro-reg.
           03 nro-filial pic 9(2).
           03 nro-ultimo pic 9(7).
       FD  COMPROBANTES.
       01  cpr-linea pic x(80).
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
       01  w-pen-status pic xx.
       01  w-flag-pen pic 9.
       01  w-soc-status pic xx.
       01  w-susp-status pic xx.
       01  w-mi-status pic xx.
       01  w-flag-mae-idx pic 9 value zero.
       01  w-flag-maestro pic 9.
       01  w-cie-status pic xx.
       01  w-flag-cie pic 9.
       01  w-cie-idx pic 999.
       01  tabla-cierres.
           03 cie-fecha-cerrada OCCURS 100 TIMES pic 9(8).
       01  w-nro-status pic xx.
       01  w-flag-nro pic 9.
       01  w-nro-idx pic 999.
       01  tabla-numeros.
           03 nro-t-ultimo OCCURS 100 TIMES pic 9(7).
       01  w-cont-previo pic 9(4) value zeros.
       01  w-imp-previo pic s9(8)V99 value zeros.
       01  w-cont-tr pic 9(4) value zeros.
       01  w-imp-tr pic s9(8)V99 value zeros.
       01  w-sel-numero pic 9(6).
       01  w-flag-elegido pic 9.
       01  w-confirma pic x.
       01  w-motivo pic x(10).
       01  w-flag-duplicado pic 9.
       01  w-flag-eof-dup pic 9.
       01  w-dup-filial pic 9(2).
       01  w-dup-socio pic 9(4).
       01  w-dup-modalidad pic x.
       01  w-cpte-ori pic 9(7).
       01  w-cont-vencidos pic 999 value zeros.
       01  w-cont-aprobados pic 999 value zeros.
       01  w-cont-rechazados pic 999 value zeros.
       01  w-cont-lis pic 999.
      * Pendiente elegido para aprobar o rechazar, mismo layout que
      * el registro de archPend.dat.
       01  w-pendiente.
           03 sel-numero pic 9(6).
           03 sel-filial pic 9(2).
           03 sel-socio pic 9(4).
           03 sel-importe pic s9(8)V99.
           03 sel-modalidad pic x.
           03 sel-fecha pic 9(8).
           03 sel-moneda pic x.
           03 sel-contra-filial pic 9(2).
           03 sel-contra-socio pic 9(4).
           03 sel-origen pic x.
           03 sel-cargador pic x(3).
           03 sel-fecha-carga pic 9(8).
           03 sel-estado pic x.
           03 sel-autorizante pic x(3).
           03 sel-fecha-aut pic 9(8).
           03 sel-comprobante pic 9(7).
           03 sel-motivo pic x(10).
      * Socio cuyo estado se consulta en el maestro, o que se
      * reactiva al aprobar un movimiento sobre su cuenta dormida.
       01  w-est-filial pic 9(2).
       01  w-est-socio pic 9(4).
       01  w-est-estado pic x.
       01  w-est-ori pic x.
       01  w-est-des pic x.
       01  w-flag-reactivo pic 9.
       01  w-cant-mae pic 9(4).
       01  w-cp-nombre pic x(20).
       01  w-cp-importe pic 9(8)V99.
       01  w-cp-importe-r REDEFINES w-cp-importe.
           03 w-cp-enteros pic 9(8).
           03 w-cp-centavos pic 99.
       01  w-operador pic x(3).
       01  w-ope-status pic xx.
       01  w-flag-ope pic 9.
       01  w-clave-ing pic x(4).
       01  w-nivel pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-aud-accion pic x.
       01  w-aud-filial pic 9(2).
       01  w-aud-socio pic 9(4).
       01  w-aud-antes pic x(30).
       01  w-aud-despues pic x(30).
       01  lin-pen.
           03 l-numero pic 9(6).
           03 filler pic x value space.
           03 l-filial pic 9(2).
           03 filler pic x value "-".
           03 l-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-modalidad pic x.
           03 filler pic x value space.
           03 l-contra-filial pic x(2).
           03 l-guion pic x.
           03 l-contra-socio pic x(4).
           03 filler pic x value space.
           03 l-fecha pic 9(8).
           03 filler pic x value space.
           03 l-moneda pic x.
           03 l-importe pic zz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-cargador pic x(3).
           03 filler pic x value space.
           03 l-fecha-carga pic 9(8).
      * Comprobante numerado que se entrega al socio, el mismo que
      * imprime GRABAR-SEC en el mostrador.
       01  lin-cp-guarda.
           03 filler pic x(80) value all "=".
       01  lin-cp-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-cp-tipo.
           03 filler pic x(20) value spaces.
           03 filler pic x(26) value "COMPROBANTE DE MOVIMIENTO".
           03 l-cp-copia pic x(10) value "ORIGINAL".
           03 filler pic x(24) value spaces.
       01  lin-cp-numero.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "FILIAL: ".
           03 l-cp-filial pic 9(2).
           03 filler pic x(10) value spaces.
           03 filler pic x(17) value "COMPROBANTE NRO: ".
           03 l-cp-numero pic 9(7).
           03 filler pic x(32) value spaces.
       01  lin-cp-fecha.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 l-cp-fecha pic 9(8).
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "OPERADOR: ".
           03 l-cp-operador pic x(3).
           03 filler pic x(43) value spaces.
       01  lin-cp-socio.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 l-cp-socio pic 9(4).
           03 filler pic x(3) value " - ".
           03 l-cp-nombre pic x(20).
           03 filler pic x(42) value spaces.
       01  lin-cp-mov.
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "MOVIMIENTO: ".
           03 l-cp-modalidad pic x.
           03 filler pic x(3) value " - ".
           03 l-cp-desc pic x(20).
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "MONEDA: ".
           03 l-cp-moneda pic x(8).
           03 filler pic x(22) value spaces.
       01  lin-cp-importe.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "IMPORTE: ".
           03 l-cp-enteros pic zzzzzzz9.
           03 filler pic x value ",".
           03 l-cp-centavos pic 99.
           03 filler pic x(56) value spaces.
       01  lin-cp-contra.
           03 filler pic x(4) value spaces.
           03 filler pic x(22) value "CONTRAPARTIDA FILIAL: ".
           03 l-cp-contra-filial pic 9(2).
           03 filler pic x(8) value " SOCIO: ".
           03 l-cp-contra-socio pic 9(4).
           03 filler pic x(40) value spaces.
       01  lin-cp-autoriza.
           03 filler pic x(4) value spaces.
           03 filler pic x(15) value "AUTORIZADO POR ".
           03 l-cp-autorizante pic x(3).
           03 filler pic x(16) value " - PENDIENTE NRO".
           03 filler pic x value space.
           03 l-cp-pendiente pic 9(6).
           03 filler pic x(35) value spaces.
       01  lin-cp-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(25) value all "-".
           03 filler pic x(15) value spaces.
       01  lin-cp-firma-tit.
           03 filler pic x(45) value spaces.
           03 filler pic x(15) value "FIRMA DEL SOCIO".
           03 filler pic x(20) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-OPERADOR.
           IF w-nivel < 3
               PERFORM 060-RECHAZAR-NIVEL
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM UNTIL w-flag-fin = "S"
               PERFORM 110-MOSTRAR-MENU
               EVALUATE opcion
                   WHEN "L" PERFORM 200-LISTAR-PENDIENTES
                   WHEN "A" PERFORM 300-APROBAR
                   WHEN "R" PERFORM 500-RECHAZAR
                   WHEN "F" MOVE "S" TO w-flag-fin
                   WHEN OTHER
                       DISPLAY "Error! Opcion invalida"
               END-EVALUATE
           END-PERFORM.
           IF w-flag-mae-idx = 1
               CLOSE MAESTRO-IDX
           END-IF.
           DISPLAY "Se aprobaron ", w-cont-aprobados,
               " movimientos, se rechazaron ", w-cont-rechazados,
               " y vencieron ", w-cont-vencidos.
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
               MOVE ZERO TO w-aud-filial
               MOVE ZERO TO w-aud-socio
               PERFORM 800-GRABAR-AUDITORIA
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * Solo un operador de nivel 3 autoriza: cualquier otro se va con
      * el intento asentado en el diario de auditoria.
      *-----------------------------------------------------------------
       060-RECHAZAR-NIVEL.
           DISPLAY "Error! Solo un operador de nivel 3 puede "-
               "autorizar movimientos".
           MOVE "X" TO w-aud-accion.
           MOVE "SIN NIVEL" TO w-aud-antes.
           MOVE SPACES TO w-aud-despues.
           MOVE ZERO TO w-aud-filial.
           MOVE ZERO TO w-aud-socio.
           PERFORM 800-GRABAR-AUDITORIA.

       100-INICIO.
           DISPLAY "Autorizacion de movimientos pendientes".
           PERFORM 107-CARGAR-CIERRES.
           PERFORM 104-ABRIR-MAESTRO-IDX.
           PERFORM 150-VENCER-PENDIENTES.
      *-----------------------------------------------------------------
      * Maestro indexado por socio para consultar el estado y el
      * nombre; se abre para actualizar porque aprobar un movimiento
      * sobre una cuenta dormida la reactiva. Sin indexado se sigue
      * con el secuencial.
      *-----------------------------------------------------------------
       104-ABRIR-MAESTRO-IDX.
           MOVE ZERO TO w-flag-mae-idx.
           OPEN I-O MAESTRO-IDX.
           IF w-mi-status = "00"
               MOVE 1 TO w-flag-mae-idx
           ELSE
               DISPLAY "Atencion! No hay maestro indexado de "-
                   "socios, correr CONVERTIR-MAE"
           END-IF.
      *-----------------------------------------------------------------
      * Carga en memoria la ultima fecha cerrada de cada filial segun
      * el archivo de cierres que mantiene CIERRE-FIL, como GRABAR-SEC.
      *-----------------------------------------------------------------
       107-CARGAR-CIERRES.
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

       110-MOSTRAR-MENU.
           DISPLAY "Autorizacion de movimientos pendientes".
           DISPLAY "L - Listar los pendientes".
           DISPLAY "A - Aprobar un pendiente".
           DISPLAY "R - Rechazar un pendiente".
           DISPLAY "F - Finalizar".
           ACCEPT opcion.
      *-----------------------------------------------------------------
      * Un pendiente se autoriza el mismo dia en que se cargo: el que
      * quedo de un dia anterior vence y va al suspenso con motivo
      * VENCIDO, asentado en auditoria con el operador que lo cargo.
      *-----------------------------------------------------------------
       150-VENCER-PENDIENTES.
           OPEN INPUT PENDIENTES.
           IF w-pen-status = "00"
               OPEN OUTPUT PENDIENTES-TEMP
               PERFORM 155-LEER-PENDIENTE
               PERFORM UNTIL w-flag-pen = 1
                   MOVE pen-reg TO pen-reg-temp
                   IF pen-estado = "P"
                       AND pen-fecha-carga < w-fecha-hoy
                       MOVE "V" TO pent-estado
                       MOVE w-fecha-hoy TO pent-fecha-aut
                       MOVE "VENCIDO" TO pent-motivo
                       MOVE pen-reg-temp TO w-pendiente
                       MOVE "VENCIDO" TO w-motivo
                       PERFORM 610-GRABAR-SUSPENSO
                       MOVE "V" TO w-aud-accion
                       PERFORM 620-AUDITAR-PENDIENTE
                       ADD 1 TO w-cont-vencidos
                   END-IF
                   WRITE pen-reg-temp
                   PERFORM 155-LEER-PENDIENTE
               END-PERFORM
               CLOSE PENDIENTES
               CLOSE PENDIENTES-TEMP
               IF w-cont-vencidos > ZERO
                   PERFORM 690-REEMPLAZAR-PENDIENTES
                   DISPLAY "Atencion! Vencieron ", w-cont-vencidos,
                       " movimientos pendientes de dias anteriores, "-
                       "van al suspenso"
               END-IF
           END-IF.

       155-LEER-PENDIENTE.
           MOVE ZERO TO w-flag-pen.
           READ PENDIENTES AT END MOVE 1 TO w-flag-pen.
      *-----------------------------------------------------------------
      * L I S T A D O   de los pendientes por consola.
      *-----------------------------------------------------------------
       200-LISTAR-PENDIENTES.
           MOVE ZERO TO w-cont-lis.
           OPEN INPUT PENDIENTES.
           IF w-pen-status NOT = "00"
               DISPLAY "No hay movimientos pendientes"
           ELSE
               DISPLAY "NRO    CUENTA   M DESTINO FECHA    M"-
                   "       IMPORTE  CARGO"
               PERFORM 155-LEER-PENDIENTE
               PERFORM UNTIL w-flag-pen = 1
                   IF pen-estado = "P"
                       PERFORM 210-ARMAR-LINEA
                       DISPLAY lin-pen
                       ADD 1 TO w-cont-lis
                   END-IF
                   PERFORM 155-LEER-PENDIENTE
               END-PERFORM
               CLOSE PENDIENTES
               DISPLAY w-cont-lis, " movimientos pendientes de "-
                   "autorizacion"
           END-IF.

       210-ARMAR-LINEA.
           MOVE pen-numero TO l-numero.
           MOVE pen-filial TO l-filial.
           MOVE pen-socio TO l-socio.
           MOVE pen-modalidad TO l-modalidad.
           IF pen-modalidad = "S"
               MOVE pen-contra-filial TO l-contra-filial
               MOVE "-" TO l-guion
               MOVE pen-contra-socio TO l-contra-socio
           ELSE
               MOVE SPACES TO l-contra-filial
               MOVE SPACE TO l-guion
               MOVE SPACES TO l-contra-socio
           END-IF.
           MOVE pen-fecha TO l-fecha.
           MOVE pen-moneda TO l-moneda.
           MOVE pen-importe TO l-importe.
           MOVE pen-cargador TO l-cargador.
           MOVE pen-fecha-carga TO l-fecha-carga.

       239-LEER-MAESTRO.
           MOVE ZERO TO w-flag-maestro.
           READ MAESTRO AT END MOVE 1 TO w-flag-maestro.
      *-----------------------------------------------------------------
      * A P R O B A C I O N
      *-----------------------------------------------------------------
      * El autorizante elige el pendiente por numero y confirma. Antes
      * de grabar se vuelve a mirar que la filial no se haya cerrado a
      * la fecha del movimiento y que los socios sigan en el maestro:
      * si ya no se puede grabar, el pendiente se rechaza al suspenso
      * con ese motivo para que se corrija y se reprocese.
      *-----------------------------------------------------------------
       300-APROBAR.
           PERFORM 310-ELEGIR-PENDIENTE.
           IF w-flag-elegido = 1
               DISPLAY "Aprueba el movimiento? (S/N)"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 330-VALIDAR-APROBACION
                   IF w-motivo = SPACES
                       PERFORM 350-VERIF-DUPLICADO
                   END-IF
                   IF w-motivo NOT = SPACES
                       DISPLAY "Error! El movimiento ya no se puede "-
                           "grabar, va al suspenso con motivo ",
                           w-motivo
                       PERFORM 600-RECHAZAR-PENDIENTE
                   ELSE
                       PERFORM 400-GRABAR-MOVIMIENTO
                       MOVE "A" TO sel-estado
                       MOVE w-operador TO sel-autorizante
                       MOVE w-fecha-hoy TO sel-fecha-aut
                       MOVE w-cpte-ori TO sel-comprobante
                       PERFORM 650-ACTUALIZAR-PENDIENTE
                       MOVE "A" TO w-aud-accion
                       PERFORM 620-AUDITAR-PENDIENTE
                       ADD 1 TO w-cont-aprobados
                       DISPLAY "Movimiento aprobado, comprobante ",
                           sel-filial, "-", w-cpte-ori
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Busca el pendiente por numero. Tiene que seguir pendiente y no
      * lo puede resolver el mismo operador que lo cargo; ese intento
      * queda en el diario de auditoria.
      *-----------------------------------------------------------------
       310-ELEGIR-PENDIENTE.
           MOVE ZERO TO w-flag-elegido.
           DISPLAY "Ingrese el nro de pendiente".
           ACCEPT w-sel-numero.
           OPEN INPUT PENDIENTES.
           IF w-pen-status = "00"
               PERFORM 155-LEER-PENDIENTE
               PERFORM UNTIL w-flag-pen = 1 OR w-flag-elegido = 1
                   IF pen-numero = w-sel-numero
                       MOVE pen-reg TO w-pendiente
                       MOVE 1 TO w-flag-elegido
                   ELSE
                       PERFORM 155-LEER-PENDIENTE
                   END-IF
               END-PERFORM
               CLOSE PENDIENTES
           END-IF.
           IF w-flag-elegido NOT = 1
               DISPLAY "Error! No existe el pendiente ", w-sel-numero
           ELSE
               IF sel-estado NOT = "P"
                   DISPLAY "Error! El pendiente ya fue resuelto "-
                       "(estado ", sel-estado, ")"
                   MOVE ZERO TO w-flag-elegido
               ELSE
                   IF sel-cargador = w-operador
                       DISPLAY "Error! El movimiento lo cargo usted, "-
                           "lo tiene que resolver otro operador"
                       MOVE "X" TO w-aud-accion
                       MOVE sel-filial TO w-aud-filial
                       MOVE sel-socio TO w-aud-socio
                       MOVE SPACES TO w-aud-antes
                       STRING "PROPIO PENDIENTE NRO " DELIMITED BY SIZE
                           sel-numero DELIMITED BY SIZE
                           INTO w-aud-antes
                       MOVE SPACES TO w-aud-despues
                       PERFORM 800-GRABAR-AUDITORIA
                       MOVE ZERO TO w-flag-elegido
                   ELSE
                       PERFORM 320-MOSTRAR-PENDIENTE
                   END-IF
               END-IF
           END-IF.

       320-MOSTRAR-PENDIENTE.
           MOVE w-pendiente TO pen-reg.
           PERFORM 210-ARMAR-LINEA.
           DISPLAY "NRO    CUENTA   M DESTINO FECHA    M"-
               "       IMPORTE  CARGO".
           DISPLAY lin-pen.
           MOVE sel-filial TO w-est-filial.
           MOVE sel-socio TO w-est-socio.
           PERFORM 475-BUSCAR-NOMBRE-SOCIO.
           DISPLAY "Socio: ", w-cp-nombre.
      *-----------------------------------------------------------------
      * Deja en w-motivo la razon por la que el pendiente ya no se
      * puede grabar, o espacios si se puede.
      *-----------------------------------------------------------------
       330-VALIDAR-APROBACION.
           MOVE SPACES TO w-motivo.
           MOVE SPACE TO w-est-des.
           COMPUTE w-cie-idx = sel-filial + 1.
           IF cie-fecha-cerrada(w-cie-idx) > ZERO
               AND sel-fecha <= cie-fecha-cerrada(w-cie-idx)
               MOVE "CERRADO" TO w-motivo
           END-IF.
           MOVE sel-filial TO w-est-filial.
           MOVE sel-socio TO w-est-socio.
           PERFORM 340-ESTADO-SOCIO.
           MOVE w-est-estado TO w-est-ori.
           IF w-motivo = SPACES
               AND w-est-ori NOT = "A" AND w-est-ori NOT = "D"
               MOVE "SOCIO" TO w-motivo
           END-IF.
           IF sel-modalidad = "S"
               COMPUTE w-cie-idx = sel-contra-filial + 1
               IF w-motivo = SPACES
                   AND cie-fecha-cerrada(w-cie-idx) > ZERO
                   AND sel-fecha <= cie-fecha-cerrada(w-cie-idx)
                   MOVE "CERRADO" TO w-motivo
               END-IF
               MOVE sel-contra-filial TO w-est-filial
               MOVE sel-contra-socio TO w-est-socio
               PERFORM 340-ESTADO-SOCIO
               MOVE w-est-estado TO w-est-des
               IF w-motivo = SPACES
                   AND w-est-des NOT = "A" AND w-est-des NOT = "D"
                   MOVE "DESTINO" TO w-motivo
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Estado del socio w-est-filial / w-est-socio en el maestro
      * (indexado si esta, si no el secuencial); espacio si no existe.
      *-----------------------------------------------------------------
       340-ESTADO-SOCIO.
           MOVE SPACE TO w-est-estado.
           IF w-flag-mae-idx = 1
               MOVE w-est-socio TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF mi-filial = w-est-filial
                           MOVE mi-estado TO w-est-estado
                       END-IF
               END-READ
           ELSE
               MOVE ZERO TO w-flag-maestro
               OPEN INPUT MAESTRO
               PERFORM UNTIL w-flag-maestro = 1
                   PERFORM 239-LEER-MAESTRO
                   IF w-flag-maestro NOT = 1
                       AND mae-socio IS NUMERIC
                       AND mae-socio = w-est-socio
                       AND mae-filial = w-est-filial
                       MOVE mae-estado TO w-est-estado
                       MOVE 1 TO w-flag-maestro
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.
      *-----------------------------------------------------------------
      * Control de duplicados de GRABAR-SEC sobre la clave del
      * movimiento y, en la transferencia, sobre la del credito T del
      * destino. El pendiente del lote o del suspenso que ya tiene su
      * clave grabada va al suspenso como DUPLICADO; el del mostrador
      * se puede aprobar igual si el autorizante lo confirma.
      *-----------------------------------------------------------------
       350-VERIF-DUPLICADO.
           MOVE sel-filial TO w-dup-filial.
           MOVE sel-socio TO w-dup-socio.
           MOVE sel-modalidad TO w-dup-modalidad.
           PERFORM 355-CHEQUEAR-ARCHIVO.
           IF w-flag-duplicado NOT = 1 AND sel-modalidad = "S"
               MOVE sel-contra-filial TO w-dup-filial
               MOVE sel-contra-socio TO w-dup-socio
               MOVE "T" TO w-dup-modalidad
               PERFORM 355-CHEQUEAR-ARCHIVO
           END-IF.
           IF w-flag-duplicado = 1
               IF sel-origen = "L" OR sel-origen = "R"
                   MOVE "DUPLICADO" TO w-motivo
               ELSE
                   DISPLAY "Atencion! Ya existe un registro para "-
                       "la filial ", w-dup-filial, " socio ",
                       w-dup-socio
                   DISPLAY "Confirma la aprobacion igual (S/N)"
                   ACCEPT w-confirma
                   IF w-confirma NOT = "S" AND w-confirma NOT = "s"
                       MOVE "DUPLICADO" TO w-motivo
                   END-IF
               END-IF
           END-IF.

       355-CHEQUEAR-ARCHIVO.
           MOVE ZERO TO w-flag-duplicado.
           OPEN INPUT SOCIOS.
           IF w-soc-status = "00"
               MOVE ZERO TO w-flag-eof-dup
               PERFORM 356-LEER-DUP
               PERFORM UNTIL w-flag-eof-dup = 1
                   OR w-flag-duplicado = 1
                   IF soc-filial IS NUMERIC
                       AND soc-filial = w-dup-filial
                       AND soc-socio = w-dup-socio
                       AND soc-fecha = sel-fecha
                       AND soc-moneda = sel-moneda
                       AND soc-modalidad = w-dup-modalidad
                       MOVE 1 TO w-flag-duplicado
                   END-IF
                   PERFORM 356-LEER-DUP
               END-PERFORM
               CLOSE SOCIOS
           END-IF.

       356-LEER-DUP.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof-dup.
      *-----------------------------------------------------------------
      * Graba el movimiento aprobado en archSoc.dat como lo hubiera
      * grabado GRABAR-SEC: comprobante de la filial, operador que lo
      * cargo, la transferencia como par S / T y el registro de
      * control al final con los totales de T y R. Se imprime el
      * comprobante original si el movimiento vino del mostrador, y
      * la cuenta dormida vuelve a quedar activa.
      *-----------------------------------------------------------------
       400-GRABAR-MOVIMIENTO.
           PERFORM 510-CARGAR-NUMERADOR.
           PERFORM 520-TOTALES-PREVIAS.
           MOVE ZERO TO w-cont-tr.
           MOVE ZERO TO w-imp-tr.
           OPEN EXTEND SOCIOS.
           MOVE sel-filial TO soc-filial.
           MOVE sel-socio TO soc-socio.
           MOVE sel-importe TO soc-importe.
           MOVE sel-modalidad TO soc-modalidad.
           MOVE sel-fecha TO soc-fecha.
           MOVE sel-moneda TO soc-moneda.
           MOVE sel-contra-filial TO soc-contra-filial.
           MOVE sel-contra-socio TO soc-contra-socio.
           PERFORM 410-ESCRIBIR-SOCIO.
           MOVE soc-comprobante TO w-cpte-ori.
           IF sel-modalidad = "S"
               MOVE sel-contra-filial TO soc-filial
               MOVE sel-contra-socio TO soc-socio
               MOVE sel-filial TO soc-contra-filial
               MOVE sel-socio TO soc-contra-socio
               MOVE "T" TO soc-modalidad
               PERFORM 410-ESCRIBIR-SOCIO
           END-IF.
           MOVE SPACES TO soc-control.
           MOVE "Z" TO ctl-marca.
           COMPUTE ctl-cant = w-cont-previo + w-cont-tr.
           COMPUTE ctl-importe = w-imp-previo + w-imp-tr.
           WRITE soc-control.
           CLOSE SOCIOS.
           PERFORM 530-GRABAR-NUMERADOR.
           IF w-est-ori = "D"
               MOVE sel-filial TO w-est-filial
               MOVE sel-socio TO w-est-socio
               PERFORM 480-REACTIVAR-SOCIO
           END-IF.
           IF w-est-des = "D"
               MOVE sel-contra-filial TO w-est-filial
               MOVE sel-contra-socio TO w-est-socio
               PERFORM 480-REACTIVAR-SOCIO
           END-IF.

       410-ESCRIBIR-SOCIO.
           COMPUTE w-nro-idx = soc-filial + 1.
           ADD 1 TO nro-t-ultimo(w-nro-idx).
           MOVE nro-t-ultimo(w-nro-idx) TO soc-comprobante.
           MOVE sel-cargador TO soc-operador.
           IF soc-modalidad = "T"
               ADD 1 TO w-cont-tr
               ADD soc-importe TO w-imp-tr
           ELSE
               IF soc-modalidad = "R"
                   ADD 1 TO w-cont-tr
                   SUBTRACT soc-importe FROM w-imp-tr
               END-IF
           END-IF.
           WRITE soc-reg.
           IF sel-origen = "I" OR sel-origen = "T"
               PERFORM 470-IMPRIMIR-COMPROBANTE
           END-IF.
      *-----------------------------------------------------------------
      * Comprobante original del movimiento en soc-reg, con el mismo
      * formato que GRABAR-SEC y una linea con el autorizante.
      *-----------------------------------------------------------------
       470-IMPRIMIR-COMPROBANTE.
           MOVE soc-filial TO l-cp-filial.
           MOVE soc-comprobante TO l-cp-numero.
           MOVE soc-fecha TO l-cp-fecha.
           MOVE soc-operador TO l-cp-operador.
           MOVE soc-socio TO l-cp-socio.
           MOVE soc-filial TO w-est-filial.
           MOVE soc-socio TO w-est-socio.
           PERFORM 475-BUSCAR-NOMBRE-SOCIO.
           MOVE w-cp-nombre TO l-cp-nombre.
           MOVE soc-modalidad TO l-cp-modalidad.
           EVALUATE soc-modalidad
               WHEN "D" MOVE "DEPOSITO" TO l-cp-desc
               WHEN "E" MOVE "EXTRACCION" TO l-cp-desc
               WHEN "T" MOVE "TRANSFERENCIA" TO l-cp-desc
               WHEN "R" MOVE "REVERSA" TO l-cp-desc
               WHEN "I" MOVE "INTERES" TO l-cp-desc
               WHEN "S" MOVE "TRANSF. ENVIADA" TO l-cp-desc
               WHEN OTHER MOVE SPACES TO l-cp-desc
           END-EVALUATE.
           EVALUATE soc-moneda
               WHEN "P" MOVE "PESOS" TO l-cp-moneda
               WHEN "D" MOVE "DOLARES" TO l-cp-moneda
               WHEN "E" MOVE "EUROS" TO l-cp-moneda
               WHEN OTHER MOVE SPACES TO l-cp-moneda
           END-EVALUATE.
           MOVE soc-importe TO w-cp-importe.
           MOVE w-cp-enteros TO l-cp-enteros.
           MOVE w-cp-centavos TO l-cp-centavos.
           MOVE w-operador TO l-cp-autorizante.
           MOVE sel-numero TO l-cp-pendiente.
           OPEN EXTEND COMPROBANTES.
           WRITE cpr-linea FROM lin-cp-guarda.
           WRITE cpr-linea FROM lin-cp-titulo.
           WRITE cpr-linea FROM lin-cp-tipo.
           WRITE cpr-linea FROM lin-cp-numero.
           WRITE cpr-linea FROM lin-cp-fecha.
           WRITE cpr-linea FROM lin-cp-socio.
           WRITE cpr-linea FROM lin-cp-mov.
           WRITE cpr-linea FROM lin-cp-importe.
           IF soc-contra-socio IS NUMERIC
               AND soc-contra-socio > ZERO
               MOVE soc-contra-filial TO l-cp-contra-filial
               MOVE soc-contra-socio TO l-cp-contra-socio
               WRITE cpr-linea FROM lin-cp-contra
           END-IF.
           WRITE cpr-linea FROM lin-cp-autoriza.
           WRITE cpr-linea FROM lin-cp-firma.
           WRITE cpr-linea FROM lin-cp-firma-tit.
           WRITE cpr-linea FROM lin-cp-guarda.
           CLOSE COMPROBANTES.
           DISPLAY "Comprobante ", soc-filial, "-", soc-comprobante,
               " impreso (", l-cp-copia, ")".

       475-BUSCAR-NOMBRE-SOCIO.
           MOVE "(SIN NOMBRE)" TO w-cp-nombre.
           IF w-flag-mae-idx = 1
               MOVE w-est-socio TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE mi-nombre TO w-cp-nombre
               END-READ
           ELSE
               MOVE ZERO TO w-flag-maestro
               OPEN INPUT MAESTRO
               PERFORM UNTIL w-flag-maestro = 1
                   PERFORM 239-LEER-MAESTRO
                   IF w-flag-maestro NOT = 1
                       AND mae-socio IS NUMERIC
                       AND mae-socio = w-est-socio
                       MOVE mae-nombre TO w-cp-nombre
                       MOVE 1 TO w-flag-maestro
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.
      *-----------------------------------------------------------------
      * La cuenta dormida de w-est-filial / w-est-socio vuelve a quedar
      * activa en el maestro secuencial y en el indexado, como lo hace
      * GRABAR-SEC cuando un supervisor autoriza operarla. Queda en el
      * diario de auditoria con el autorizante al final de la imagen.
      *-----------------------------------------------------------------
       480-REACTIVAR-SOCIO.
           MOVE ZERO TO w-flag-reactivo.
           MOVE SPACES TO w-aud-antes.
           MOVE SPACES TO w-aud-despues.
           PERFORM 481-REACTIVAR-MAESTRO.
           PERFORM 482-REACTIVAR-IDX.
           IF w-flag-reactivo = 1
               MOVE "R" TO w-aud-accion
               MOVE w-est-filial TO w-aud-filial
               MOVE w-est-socio TO w-aud-socio
               MOVE w-operador TO w-aud-despues(28:3)
               PERFORM 800-GRABAR-AUDITORIA
               DISPLAY "La cuenta del socio ", w-est-socio,
                   " quedo reactivada"
           END-IF.

       481-REACTIVAR-MAESTRO.
           MOVE ZERO TO w-cant-mae.
           OPEN INPUT MAESTRO.
           OPEN OUTPUT MAESTRO-TEMP.
           PERFORM 239-LEER-MAESTRO.
           PERFORM UNTIL w-flag-maestro = 1
               IF mae-socio IS NUMERIC
                   MOVE mae-reg TO mae-reg-temp
                   IF mae-socio = w-est-socio
                       AND mae-filial = w-est-filial
                       AND mae-estado = "D"
                       MOVE "A" TO maet-estado
                       MOVE mae-reg TO w-aud-antes
                       MOVE mae-reg-temp TO w-aud-despues
                       MOVE 1 TO w-flag-reactivo
                   END-IF
                   WRITE mae-reg-temp
                   ADD 1 TO w-cant-mae
               END-IF
               PERFORM 239-LEER-MAESTRO
           END-PERFORM.
           MOVE SPACES TO maet-control.
           MOVE "Z" TO maetc-marca.
           MOVE w-cant-mae TO maetc-cant.
           WRITE maet-control.
           CLOSE MAESTRO.
           CLOSE MAESTRO-TEMP.
           IF w-flag-reactivo = 1
               CALL "CBL_DELETE_FILE" USING "..\archSocMae.dat"
               CALL "CBL_RENAME_FILE" USING "..\archSocMae.tmp",
                   "..\archSocMae.dat"
           END-IF.

       482-REACTIVAR-IDX.
           IF w-flag-mae-idx = 1
               MOVE w-est-socio TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF mi-estado = "D"
                           IF w-flag-reactivo NOT = 1
                               MOVE mi-reg TO w-aud-antes
                           END-IF
                           MOVE "A" TO mi-estado
                           REWRITE mi-reg
                           END-REWRITE
                           IF w-flag-reactivo NOT = 1
                               MOVE mi-reg TO w-aud-despues
                               MOVE 1 TO w-flag-reactivo
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      * R E C H A Z O
      *-----------------------------------------------------------------
       500-RECHAZAR.
           PERFORM 310-ELEGIR-PENDIENTE.
           IF w-flag-elegido = 1
               DISPLAY "Rechaza el movimiento? (S/N)"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   MOVE "RECHAZADO" TO w-motivo
                   PERFORM 600-RECHAZAR-PENDIENTE
                   DISPLAY "Movimiento rechazado, va al suspenso"
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Numerador de comprobantes por filial y totales T/R previos de
      * archSoc.dat para el registro de control, subiendo el numerador
      * al comprobante mas alto grabado, como CAMBIAR-MON.
      *-----------------------------------------------------------------
       510-CARGAR-NUMERADOR.
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

       520-TOTALES-PREVIAS.
           MOVE ZERO TO w-cont-previo.
           MOVE ZERO TO w-imp-previo.
           MOVE ZERO TO w-flag-eof.
           OPEN INPUT SOCIOS.
           IF w-soc-status = "00"
               PERFORM 525-LEER-PREVIO
               PERFORM UNTIL w-flag-eof = 1
                   IF soc-filial IS NUMERIC
                       COMPUTE w-nro-idx = soc-filial + 1
                       IF soc-comprobante IS NUMERIC
                           AND soc-comprobante >
                               nro-t-ultimo(w-nro-idx)
                           MOVE soc-comprobante TO
                               nro-t-ultimo(w-nro-idx)
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
                   PERFORM 525-LEER-PREVIO
               END-PERFORM
               CLOSE SOCIOS
           END-IF.

       525-LEER-PREVIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.

       530-GRABAR-NUMERADOR.
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
      * El pendiente elegido va al suspenso con el motivo de w-motivo
      * y queda rechazado con el autorizante que lo resolvio.
      *-----------------------------------------------------------------
       600-RECHAZAR-PENDIENTE.
           PERFORM 610-GRABAR-SUSPENSO.
           MOVE "R" TO sel-estado.
           MOVE w-operador TO sel-autorizante.
           MOVE w-fecha-hoy TO sel-fecha-aut.
           MOVE w-motivo TO sel-motivo.
           PERFORM 650-ACTUALIZAR-PENDIENTE.
           MOVE "N" TO w-aud-accion.
           PERFORM 620-AUDITAR-PENDIENTE.
           ADD 1 TO w-cont-rechazados.
      *-----------------------------------------------------------------
      * Mismo registro de suspenso que graba GRABAR-SEC, para que el
      * movimiento se corrija y se reprocese desde ahi (si vuelve a
      * superar el umbral, vuelve a quedar pendiente).
      *-----------------------------------------------------------------
       610-GRABAR-SUSPENSO.
           OPEN EXTEND SUSPENSO.
           IF w-susp-status NOT = "00"
               OPEN OUTPUT SUSPENSO
           END-IF.
           MOVE sel-filial TO susp-filial.
           MOVE sel-socio TO susp-socio.
           MOVE sel-importe TO susp-importe.
           MOVE sel-modalidad TO susp-modalidad.
           MOVE sel-fecha TO susp-fecha.
           MOVE sel-moneda TO susp-moneda.
           MOVE w-motivo TO susp-motivo.
           MOVE sel-contra-filial TO susp-contra-filial.
           MOVE sel-contra-socio TO susp-contra-socio.
           WRITE susp-reg.
           CLOSE SUSPENSO.
      *-----------------------------------------------------------------
      * Asiento del pendiente resuelto: el operador del asiento es el
      * que lo resolvio, el cargador va en la imagen anterior y el
      * resultado en la nueva.
      *-----------------------------------------------------------------
       620-AUDITAR-PENDIENTE.
           MOVE sel-filial TO w-aud-filial.
           MOVE sel-socio TO w-aud-socio.
           MOVE SPACES TO w-aud-antes.
           MOVE SPACES TO w-aud-despues.
           STRING "PENDIENTE NRO " DELIMITED BY SIZE
               sel-numero DELIMITED BY SIZE
               " CARGO " DELIMITED BY SIZE
               sel-cargador DELIMITED BY SIZE
               INTO w-aud-antes.
           EVALUATE w-aud-accion
               WHEN "A"
                   STRING "APROBADO CPTE " DELIMITED BY SIZE
                       w-cpte-ori DELIMITED BY SIZE
                       INTO w-aud-despues
               WHEN "N"
                   STRING "RECHAZADO " DELIMITED BY SIZE
                       w-motivo DELIMITED BY SIZE
                       INTO w-aud-despues
               WHEN OTHER
                   MOVE "VENCIDO SIN AUTORIZAR" TO w-aud-despues
           END-EVALUATE.
           PERFORM 800-GRABAR-AUDITORIA.
      *-----------------------------------------------------------------
      * Regraba el archivo de pendientes con el pendiente elegido en
      * su nuevo estado.
      *-----------------------------------------------------------------
       650-ACTUALIZAR-PENDIENTE.
           OPEN INPUT PENDIENTES.
           OPEN OUTPUT PENDIENTES-TEMP.
           PERFORM 155-LEER-PENDIENTE.
           PERFORM UNTIL w-flag-pen = 1
               IF pen-numero = sel-numero
                   MOVE w-pendiente TO pen-reg-temp
               ELSE
                   MOVE pen-reg TO pen-reg-temp
               END-IF
               WRITE pen-reg-temp
               PERFORM 155-LEER-PENDIENTE
           END-PERFORM.
           CLOSE PENDIENTES.
           CLOSE PENDIENTES-TEMP.
           PERFORM 690-REEMPLAZAR-PENDIENTES.
      *-----------------------------------------------------------------
      * Reemplaza el archivo de pendientes por el temporal, mismo
      * mecanismo de CBL_DELETE_FILE / CBL_RENAME_FILE que GRABAR-LIM.
      *-----------------------------------------------------------------
       690-REEMPLAZAR-PENDIENTES.
           CALL "CBL_DELETE_FILE" USING "..\archPend.dat".
           CALL "CBL_RENAME_FILE" USING "..\archPend.tmp",
               "..\archPend.dat".
      *-----------------------------------------------------------------
      * Deja asentada la operacion en el diario de auditoria con el
      * codigo de operador que se valido al arrancar el programa. El
      * diario se abre en EXTEND por cada operacion para que lo ya
      * asentado quede a salvo aunque el programa se corte.
      *-----------------------------------------------------------------
       800-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           MOVE w-operador TO aud-operador.
           MOVE "APROBAR-MOV" TO aud-programa.
           MOVE w-aud-accion TO aud-accion.
           MOVE w-aud-filial TO aud-filial.
           MOVE w-aud-socio TO aud-socio.
           MOVE w-aud-antes TO aud-antes.
           MOVE w-aud-despues TO aud-despues.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM APROBAR-MOV.
