      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte del calendario de procesos periodicos
      *          (archCal.dat) donde DEVENGAR-INT, RESUMEN-MES y
      *          ARCHIVAR-SOC asientan cada corrida con el periodo
      *          procesado (el mes, o la fecha de corte del
      *          archivado), la fecha, el operador y las cantidades
      *          de registros leidos y grabados. Se puede filtrar por
      *          programa; los reprocesos autorizados salen marcados
      *          con el supervisor que los autorizo. Al final sale,
      *          por cada programa, el ultimo periodo procesado, que
      *          es contra el que se controla la corrida siguiente.
      *          Mismo estilo de reporte que LISTAR-BIT: sale por
      *          consola y a listadoCal.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAR-CAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO
               ASSIGN TO "..\archCal.dat"
               FILE STATUS IS w-cor-status.
           SELECT REPORTE
               ASSIGN TO "..\listadoCal.dat"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REPORTE.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  w-cor-status pic xx.
       01  w-flag-eof pic 9.
       01  w-programa pic x(12).
       01  w-cont-leidos pic 9(4) value zeros.
       01  w-cont-listados pic 9(4) value zeros.
       01  w-cont-reprocesos pic 9(4) value zeros.
       01  w-prog-idx pic 9.
      * Ultimo periodo procesado de cada programa del calendario.
       01  tabla-ultimos.
           03 ult-entrada OCCURS 3 TIMES.
               05 ult-programa pic x(12).
               05 ult-periodo pic x(8).
               05 ult-fecha pic 9(8).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(23) value spaces.
           03 filler pic x(34)
               value "CALENDARIO DE PROCESOS PERIODICOS".
           03 filler pic x(23) value spaces.
       01  lin-cabecera.
           03 filler pic x(13) value "PROGRAMA".
           03 filler pic x(9) value "PERIODO".
           03 filler pic x(9) value "FECHA".
           03 filler pic x(4) value "OPE".
           03 filler pic x(9) value "  LEIDOS ".
           03 filler pic x(10) value "GRABADOS  ".
           03 filler pic x(26) value "TIPO".
       01  lin-cor.
           03 l-cor-programa pic x(12).
           03 filler pic x value space.
           03 l-cor-periodo pic x(8).
           03 filler pic x value space.
           03 l-cor-fecha pic 9(8).
           03 filler pic x value space.
           03 l-cor-operador pic x(3).
           03 filler pic x value space.
           03 l-cor-leidos pic z(7)9.
           03 filler pic x value space.
           03 l-cor-grabados pic z(7)9.
           03 filler pic x(2) value spaces.
           03 l-cor-tipo pic x(10).
           03 l-cor-sup-tit pic x(5).
           03 l-cor-supervisor pic x(3).
           03 filler pic x(7) value spaces.
       01  lin-ultimo.
           03 filler pic x(17) value "Ultimo periodo - ".
           03 l-ult-programa pic x(12).
           03 filler pic x(2) value ": ".
           03 l-ult-periodo pic x(8).
           03 filler pic x(14) value " procesado el ".
           03 l-ult-fecha pic 9(8).
           03 filler pic x(19) value spaces.
       01  lin-total.
           03 filler pic x(20) value "Corridas listadas: ".
           03 l-tot-listados pic zzz9.
           03 filler pic x(22) value "   reprocesos: ".
           03 l-tot-reprocesos pic zzz9.
           03 filler pic x(30) value spaces.
       01  lin-sin-corridas pic x(80) value
           "No hay corridas asentadas para el programa pedido.".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-CALENDARIO.
           PERFORM UNTIL w-flag-eof = 1
               ADD 1 TO w-cont-leidos
               IF w-programa = SPACES
                   OR cor-programa = w-programa
                   PERFORM 300-LISTAR-CORRIDA
               END-IF
               PERFORM 200-LEER-CALENDARIO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           MOVE ZERO TO w-flag-eof.
           DISPLAY "Reporte del calendario de procesos periodicos".
           DISPLAY "Ingrese el programa (DEVENGAR-INT, RESUMEN-MES, "-
               "ARCHIVAR-SOC, en blanco = todos)".
           ACCEPT w-programa.
           MOVE "DEVENGAR-INT" TO ult-programa(1).
           MOVE "RESUMEN-MES" TO ult-programa(2).
           MOVE "ARCHIVAR-SOC" TO ult-programa(3).
           PERFORM VARYING w-prog-idx FROM 1 BY 1
               UNTIL w-prog-idx > 3
               MOVE SPACES TO ult-periodo(w-prog-idx)
               MOVE ZERO TO ult-fecha(w-prog-idx)
           END-PERFORM.
           OPEN INPUT CALENDARIO.
           IF w-cor-status NOT = "00"
               DISPLAY "No hay calendario de procesos para listar"
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-cabecera.
           WRITE rep-linea FROM lin-cabecera.

       200-LEER-CALENDARIO.
           READ CALENDARIO AT END MOVE 1 TO w-flag-eof.
      *-----------------------------------------------------------------
      * Lista una corrida y la anota como ultima de su programa si su
      * periodo es el mas alto, mismo criterio con el que los
      * procesos controlan la corrida siguiente.
      *-----------------------------------------------------------------
       300-LISTAR-CORRIDA.
           ADD 1 TO w-cont-listados.
           MOVE cor-programa TO l-cor-programa.
           MOVE cor-periodo TO l-cor-periodo.
           MOVE cor-fecha TO l-cor-fecha.
           MOVE cor-operador TO l-cor-operador.
           MOVE cor-leidos TO l-cor-leidos.
           MOVE cor-grabados TO l-cor-grabados.
           IF cor-tipo = "R"
               ADD 1 TO w-cont-reprocesos
               MOVE "REPROCESO" TO l-cor-tipo
               MOVE " SUP " TO l-cor-sup-tit
               MOVE cor-supervisor TO l-cor-supervisor
           ELSE
               MOVE "NORMAL" TO l-cor-tipo
               MOVE SPACES TO l-cor-sup-tit
               MOVE SPACES TO l-cor-supervisor
           END-IF.
           DISPLAY lin-cor.
           WRITE rep-linea FROM lin-cor.
           PERFORM VARYING w-prog-idx FROM 1 BY 1
               UNTIL w-prog-idx > 3
               IF cor-programa = ult-programa(w-prog-idx)
                   AND cor-periodo >= ult-periodo(w-prog-idx)
                   MOVE cor-periodo TO ult-periodo(w-prog-idx)
                   MOVE cor-fecha TO ult-fecha(w-prog-idx)
               END-IF
           END-PERFORM.

       900-FIN.
           CLOSE CALENDARIO.
           IF w-cont-listados = ZERO
               DISPLAY lin-sin-corridas
               WRITE rep-linea FROM lin-sin-corridas
           END-IF.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-prog-idx FROM 1 BY 1
               UNTIL w-prog-idx > 3
               IF ult-periodo(w-prog-idx) NOT = SPACES
                   MOVE ult-programa(w-prog-idx) TO l-ult-programa
                   MOVE ult-periodo(w-prog-idx) TO l-ult-periodo
                   MOVE ult-fecha(w-prog-idx) TO l-ult-fecha
                   DISPLAY lin-ultimo
                   WRITE rep-linea FROM lin-ultimo
               END-IF
           END-PERFORM.
           MOVE w-cont-listados TO l-tot-listados.
           MOVE w-cont-reprocesos TO l-tot-reprocesos.
           DISPLAY lin-total.
           WRITE rep-linea FROM lin-total.
           CLOSE REPORTE.
           DISPLAY "Se leyeron ", w-cont-leidos, " corridas del "-
               "calendario".

       END PROGRAM LISTAR-CAL.
