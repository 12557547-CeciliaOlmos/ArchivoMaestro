      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado diario de compra y venta de moneda por
      *          filial. Toma del archivo de cambios que graba
      *          CAMBIAR-MON (archCam.dat) las operaciones de la fecha
      *          pedida y las ordena por filial, socio y comprobante
      *          (SORT a archivo de trabajo, igual que LISTAR-MORA).
      *          Por cada operacion muestra el socio, lo que entrego y
      *          lo que recibio con el precio aplicado a cada pata y la
      *          diferencia de cambio en pesos, con la cantidad de
      *          operaciones y la diferencia de cambio ganada por cada
      *          filial y el total general al final. Sale por consola y
      *          a listadoCam.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAR-CAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS
               ASSIGN TO "..\archCam.dat"
               FILE STATUS IS w-cam-status.
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT REPORTE
               ASSIGN TO "..\listadoCam.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO
               ASSIGN TO "..\camSort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS.
       01  cam-reg.
           03 cam-filial pic 9(2).
           03 cam-socio pic 9(4).
           03 cam-fecha pic 9(8).
           03 cam-mon-ent pic x.
           03 cam-imp-ent pic 9(8)v99.
           03 cam-tasa-ent pic 9(6)v9(4).
           03 cam-cpte-ent pic 9(7).
           03 cam-mon-rec pic x.
           03 cam-imp-rec pic 9(8)v99.
           03 cam-tasa-rec pic 9(6)v9(4).
           03 cam-cpte-rec pic 9(7).
           03 cam-diferencia pic s9(8)v99.
           03 cam-operador pic x(3).
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 fil-nombre pic x(15).
       01  fil-control.
           03 fctl-marca pic x.
           03 fctl-cant pic 9(4).
           03 filler pic x(12).
       FD  REPORTE.
       01  rep-linea pic x(80).
       SD  TRABAJO.
       01  sort-reg.
           03 sort-filial pic 9(2).
           03 sort-socio pic 9(4).
           03 sort-cpte pic 9(7).
           03 sort-mon-ent pic x.
           03 sort-imp-ent pic 9(8)v99.
           03 sort-tasa-ent pic 9(6)v9(4).
           03 sort-mon-rec pic x.
           03 sort-imp-rec pic 9(8)v99.
           03 sort-tasa-rec pic 9(6)v9(4).
           03 sort-diferencia pic s9(8)v99.
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-error pic 9 value zeros.
       01  w-cam-status pic xx.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-lis pic 9(8).
       01  w-filial-ant pic 9(2).
       01  w-fil-abierta pic 9.
       01  w-fil-nombre pic x(15).
       01  w-flag-filiales pic 9.
       01  w-cant-fil pic 9(4).
       01  w-dif-fil pic s9(10)v99.
       01  w-cant-gen pic 9(5) value zeros.
       01  w-dif-gen pic s9(10)v99 value zeros.
       01  w-moneda-nom pic x.
       01  w-abrev pic x(3).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(20) value spaces.
           03 filler pic x(32) value
               "COMPRA Y VENTA DE MONEDA DEL DIA".
           03 filler pic x value spaces.
           03 l-sub-fecha pic 9(8).
           03 filler pic x(19) value spaces.
       01  lin-filial.
           03 filler pic x(28) value spaces.
           03 filler pic x(8) value "FILIAL:".
           03 l-cod pic 9(2).
           03 filler pic x value "-".
           03 l-filial pic x(15) value spaces.
           03 filler pic x(26) value spaces.
       01  lin-cab.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(18) value "ENTREGA".
           03 filler pic x(12) value "      PRECIO".
           03 filler pic x(19) value " RECIBE".
           03 filler pic x(12) value "      PRECIO".
           03 filler pic x(11) value " DIFERENCIA".
       01  lin-det.
           03 filler pic x(2) value spaces.
           03 l-socio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-mon-ent pic x(3).
           03 filler pic x value spaces.
           03 l-imp-ent pic zz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-tasa-ent pic zzz.zz9,9999.
           03 filler pic x value spaces.
           03 l-mon-rec pic x(3).
           03 filler pic x value spaces.
           03 l-imp-rec pic zz.zzz.zz9,99.
           03 filler pic x value spaces.
           03 l-tasa-rec pic zzz.zz9,9999.
           03 l-dif pic -zzz.zz9,99.
       01  lin-sub-fil.
           03 filler pic x(4) value spaces.
           03 filler pic x(13) value "Operaciones: ".
           03 l-sf-cant pic zzz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(33) value
               "Diferencia de cambio de la filial".
           03 filler pic x(2) value ": ".
           03 l-sf-dif pic -zz.zzz.zz9,99.
           03 filler pic x(6) value spaces.
       01  lin-guion.
           03 filler pic x(62) value spaces.
           03 filler pic x(14) value all "-".
           03 filler pic x(4) value spaces.
       01  lin-tot-gen.
           03 filler pic x(4) value spaces.
           03 filler pic x(13) value "Operaciones: ".
           03 l-tg-cant pic zzzz9.
           03 filler pic x(3) value spaces.
           03 filler pic x(35) value
               "     Diferencia de cambio del dia: ".
           03 l-tg-dif pic -zz.zzz.zz9,99.
           03 filler pic x(6) value spaces.
       01  lin-sin-mov pic x(80) value
           "No hay operaciones de cambio en la fecha pedida.".
       01  lin-error-sort pic x(80) value
           "*** ERROR: LA CLASIFICACION FALLO, EL LISTADO ESTA "-
           "INCOMPLETO ***".
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT TRABAJO ON ASCENDING KEY sort-filial sort-socio
               sort-cpte
               INPUT PROCEDURE IS 2000-ENTRADA
               OUTPUT PROCEDURE IS 5000-CLASIFICADO.
           IF SORT-RETURN NOT = ZERO
               DISPLAY lin-error-sort
               WRITE rep-linea FROM lin-error-sort
               MOVE 1 TO w-flag-error
           END-IF.
           PERFORM 900-FIN.
           IF w-flag-error = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Listado de compra y venta de moneda".
           DISPLAY "Ingrese la fecha (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-lis.
           IF w-fecha-lis = ZERO
               MOVE w-fecha-hoy TO w-fecha-lis
           END-IF.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-lis TO l-sub-fecha.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.

       900-FIN.
           IF w-cant-gen = ZERO
               DISPLAY lin-sin-mov
               WRITE rep-linea FROM lin-sin-mov
           END-IF.
           DISPLAY lin-guion.
           WRITE rep-linea FROM lin-guion.
           MOVE w-cant-gen TO l-tg-cant.
           MOVE w-dif-gen TO l-tg-dif.
           DISPLAY lin-tot-gen.
           WRITE rep-linea FROM lin-tot-gen.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           CLOSE REPORTE.
      *-----------------------------------------------------------------
      * Entrada de la clasificacion: las operaciones de cambio de la
      * fecha pedida.
      *-----------------------------------------------------------------
       2000-ENTRADA SECTION.
       2000-SELECCIONAR.
           OPEN INPUT CAMBIOS.
           IF w-cam-status NOT = "00"
               DISPLAY "No hay archivo de operaciones de cambio"
           ELSE
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ CAMBIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND cam-fecha = w-fecha-lis
                       MOVE cam-filial TO sort-filial
                       MOVE cam-socio TO sort-socio
                       MOVE cam-cpte-ent TO sort-cpte
                       MOVE cam-mon-ent TO sort-mon-ent
                       MOVE cam-imp-ent TO sort-imp-ent
                       MOVE cam-tasa-ent TO sort-tasa-ent
                       MOVE cam-mon-rec TO sort-mon-rec
                       MOVE cam-imp-rec TO sort-imp-rec
                       MOVE cam-tasa-rec TO sort-tasa-rec
                       MOVE cam-diferencia TO sort-diferencia
                       RELEASE sort-reg
                   END-IF
               END-PERFORM
               CLOSE CAMBIOS
           END-IF.

       2900-FIN-ENTRADA.
           EXIT.
      *-----------------------------------------------------------------
      * Salida de la clasificacion: corte de control por filial con la
      * cantidad de operaciones y la diferencia de cambio de cada una.
      *-----------------------------------------------------------------
       5000-CLASIFICADO SECTION.
       5000-EMITIR.
           MOVE ZERO TO w-flag-eof.
           MOVE ZERO TO w-fil-abierta.
           PERFORM UNTIL w-flag-eof = 1
               RETURN TRABAJO AT END MOVE 1 TO w-flag-eof
               END-RETURN
               IF w-flag-eof NOT = 1
                   IF w-fil-abierta = 1
                       AND sort-filial NOT = w-filial-ant
                       PERFORM 6400-CERRAR-FILIAL
                   END-IF
                   IF w-fil-abierta = ZERO
                       PERFORM 6100-ABRIR-FILIAL
                   END-IF
                   PERFORM 6300-LISTAR-OPERACION
               END-IF
           END-PERFORM.
           IF w-fil-abierta = 1
               PERFORM 6400-CERRAR-FILIAL
           END-IF.

       5900-FIN-CLASIFICADO.
           EXIT.
      *-----------------------------------------------------------------
      * Cortes de control del listado, fuera de la seccion de salida
      * para que la clasificacion termine al final del ciclo de
      * 5000-EMITIR.
      *-----------------------------------------------------------------
       6000-CORTES SECTION.
       6100-ABRIR-FILIAL.
           MOVE 1 TO w-fil-abierta.
           MOVE sort-filial TO w-filial-ant.
           MOVE ZERO TO w-cant-fil.
           MOVE ZERO TO w-dif-fil.
           PERFORM 6110-BUSCAR-NOMBRE-FILIAL.
           MOVE w-filial-ant TO l-cod.
           MOVE w-fil-nombre TO l-filial.
           DISPLAY lin-filial.
           WRITE rep-linea FROM lin-filial.
           DISPLAY lin-cab.
           WRITE rep-linea FROM lin-cab.
      *-----------------------------------------------------------------
      * Busca el nombre de la filial en el maestro de filiales,
      * releyendolo de punta a punta igual que SALDOS.
      *-----------------------------------------------------------------
       6110-BUSCAR-NOMBRE-FILIAL.
           MOVE ZERO TO w-flag-filiales.
           MOVE SPACES TO w-fil-nombre.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1
               READ FILIALES AT END MOVE 1 TO w-flag-filiales
               END-READ
               IF w-flag-filiales NOT = 1
                   AND fil-codigo IS NUMERIC
                   AND fil-codigo = w-filial-ant
                   MOVE fil-nombre TO w-fil-nombre
                   MOVE 1 TO w-flag-filiales
               END-IF
           END-PERFORM.
           CLOSE FILIALES.

       6300-LISTAR-OPERACION.
           MOVE sort-socio TO l-socio.
           MOVE sort-mon-ent TO w-moneda-nom.
           PERFORM 6310-ABREVIAR-MONEDA.
           MOVE w-abrev TO l-mon-ent.
           MOVE sort-imp-ent TO l-imp-ent.
           MOVE sort-tasa-ent TO l-tasa-ent.
           MOVE sort-mon-rec TO w-moneda-nom.
           PERFORM 6310-ABREVIAR-MONEDA.
           MOVE w-abrev TO l-mon-rec.
           MOVE sort-imp-rec TO l-imp-rec.
           MOVE sort-tasa-rec TO l-tasa-rec.
           MOVE sort-diferencia TO l-dif.
           DISPLAY lin-det.
           WRITE rep-linea FROM lin-det.
           ADD 1 TO w-cant-fil.
           ADD sort-diferencia TO w-dif-fil.
           ADD 1 TO w-cant-gen.
           ADD sort-diferencia TO w-dif-gen.

       6310-ABREVIAR-MONEDA.
           EVALUATE w-moneda-nom
               WHEN "P" MOVE "PES" TO w-abrev
               WHEN "D" MOVE "DOL" TO w-abrev
               WHEN "E" MOVE "EUR" TO w-abrev
               WHEN OTHER MOVE w-moneda-nom TO w-abrev
           END-EVALUATE.

       6400-CERRAR-FILIAL.
           MOVE ZERO TO w-fil-abierta.
           MOVE w-cant-fil TO l-sf-cant.
           MOVE w-dif-fil TO l-sf-dif.
           DISPLAY lin-sub-fil.
           WRITE rep-linea FROM lin-sub-fil.

       END PROGRAM LISTAR-CAM.
