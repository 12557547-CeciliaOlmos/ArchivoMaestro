      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compensacion entre filiales de las transferencias
      *          entre socios del dia. Cada transferencia que GRABAR-SEC
      *          graba como par S / T entre socios de filiales
      *          distintas deja a la filial del origen debiendole el
      *          importe a la filial del destino. Se recorre
      *          archSoc.dat tomando solo las patas S de la fecha
      *          pedida (la T es la misma operacion vista del otro
      *          lado) y se netea por par de filiales y moneda: lo que
      *          la filial A le transfirio a la B se compensa con lo
      *          que la B le transfirio a la A, y el reporte dice que
      *          filial le debe a cual y cuanto en cada moneda. Cierra
      *          con la posicion neta de cada filial por moneda (a
      *          cobrar positivo, a pagar negativo). Sale por consola y
      *          a listadoComp.dat. Termina con GOBACK, asi corre como
      *          paso del fin de dia en SECUENCIA y sigue funcionando
      *          igual suelto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSAR-FIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat".
           SELECT FILIALES
               ASSIGN TO "..\archFil.dat".
           SELECT REPORTE
               ASSIGN TO "..\listadoComp.dat"
               ORGANIZATION LINE SEQUENTIAL.
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
       FD  REPORTE.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-filiales pic 9.
       01  w-fecha-comp pic 9(8).
       01  w-cont-leidos pic 9(6) value zeros.
       01  w-cont-transf pic 9(6) value zeros.
       01  w-cont-pares pic 999 value zeros.
       01  w-flag-desborde pic 9 value zero.
       01  w-fil-menor pic 9(2).
       01  w-fil-mayor pic 9(2).
       01  w-imp-signo pic s9(8)v99.
       01  w-mon-idx pic 9.
       01  w-par-idx pic 999.
       01  w-fil-idx pic 999.
       01  w-flag-par pic 9.
       01  w-fil-deudora pic 9(2).
       01  w-fil-acreedora pic 9(2).
       01  w-imp-neto pic s9(9)v99.
       01  w-cont-lineas pic 9(4) value zeros.
      * Nombres de las filiales, por codigo + 1.
       01  tabla-nombres.
           03 t-fil-nombre OCCURS 100 TIMES pic x(15).
      * Neto por par de filiales (la de codigo menor primero) y moneda
      * (P D E): positivo, la menor le debe a la mayor; negativo, al
      * reves.
       01  tabla-pares.
           03 par-entrada OCCURS 500 TIMES.
               05 par-fil-menor pic 9(2).
               05 par-fil-mayor pic 9(2).
               05 par-importe OCCURS 3 TIMES pic s9(9)v99.
      * Posicion neta de cada filial por moneda, por codigo + 1.
       01  tabla-posicion.
           03 pos-filial OCCURS 100 TIMES.
               05 pos-importe OCCURS 3 TIMES pic s9(9)v99.
       01  sec-registros-paso pic 9(6) EXTERNAL.
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(21) value spaces.
           03 filler pic x(38) value
               "COMPENSACION ENTRE FILIALES DEL DIA".
           03 filler pic x(21) value spaces.
       01  lin-fecha.
           03 filler pic x(30) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 l-fecha pic 9(8).
           03 filler pic x(35) value spaces.
       01  lin-cab-pares.
           03 filler pic x(3) value spaces.
           03 filler pic x(24) value "FILIAL DEUDORA".
           03 filler pic x(24) value "FILIAL ACREEDORA".
           03 filler pic x(9) value "MONEDA".
           03 filler pic x(20) value "IMPORTE A TRANSFERIR".
       01  lin-par.
           03 filler pic x(3) value spaces.
           03 l-par-deu pic 9(2).
           03 filler pic x value "-".
           03 l-par-deu-nom pic x(15).
           03 filler pic x(6) value spaces.
           03 l-par-acr pic 9(2).
           03 filler pic x value "-".
           03 l-par-acr-nom pic x(15).
           03 filler pic x(6) value spaces.
           03 l-par-moneda pic x(8).
           03 l-par-importe pic zz.zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
       01  lin-cab-pos.
           03 filler pic x(3) value spaces.
           03 filler pic x(30) value "POSICION NETA POR FILIAL".
           03 filler pic x(47) value
               "(+ a cobrar / - a pagar)".
       01  lin-pos.
           03 filler pic x(3) value spaces.
           03 l-pos-fil pic 9(2).
           03 filler pic x value "-".
           03 l-pos-nom pic x(15).
           03 filler pic x(6) value spaces.
           03 l-pos-moneda pic x(8).
           03 l-pos-importe pic -zz.zzz.zzz.zz9,99.
           03 filler pic x(27) value spaces.
       01  lin-sin-mov pic x(80) value
           "   No hay transferencias entre filiales en la fecha.".
       01  lin-desborde pic x(80) value
           "*** ATENCION: TABLA DE PARES DESBORDADA, COMPENSACION "-
           "INCOMPLETA ***".
       01  lin-estadistica.
           03 filler pic x(3) value spaces.
           03 filler pic x(12) value "Se leyeron ".
           03 l-est-transf pic zzzzz9.
           03 filler pic x(35) value
               " transferencias entre filiales en ".
           03 l-est-pares pic zz9.
           03 filler pic x(21) value " pares de filiales.".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-SOCIO.
           PERFORM UNTIL w-flag-eof = 1
               PERFORM 300-ACUMULAR-TRANSFERENCIA
               PERFORM 200-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.
           PERFORM 500-LISTAR-PARES.
           PERFORM 600-LISTAR-POSICION.
           PERFORM 900-FIN.
           MOVE w-cont-transf TO sec-registros-paso.
           GOBACK.
      *************************** R U T I N A S ***********************
       100-INICIO.
           MOVE ZERO TO w-flag-eof.
           DISPLAY "Compensacion entre filiales".
           DISPLAY "Ingrese la fecha a compensar (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-comp.
           IF w-fecha-comp = ZERO
               ACCEPT w-fecha-comp FROM DATE YYYYMMDD
           END-IF.
           PERFORM VARYING w-par-idx FROM 1 BY 1
               UNTIL w-par-idx > 500
               MOVE ZERO TO par-fil-menor(w-par-idx)
               MOVE ZERO TO par-fil-mayor(w-par-idx)
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   MOVE ZERO TO par-importe(w-par-idx, w-mon-idx)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING w-fil-idx FROM 1 BY 1
               UNTIL w-fil-idx > 100
               MOVE SPACES TO t-fil-nombre(w-fil-idx)
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   MOVE ZERO TO pos-importe(w-fil-idx, w-mon-idx)
               END-PERFORM
           END-PERFORM.
           PERFORM 110-CARGAR-FILIALES.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-comp TO l-fecha.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-fecha.
           WRITE rep-linea FROM lin-fecha.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
      *-----------------------------------------------------------------
      * Carga los nombres de las filiales en memoria para no releer
      * el maestro por cada linea del reporte.
      *-----------------------------------------------------------------
       110-CARGAR-FILIALES.
           MOVE ZERO TO w-flag-filiales.
           OPEN INPUT FILIALES.
           PERFORM UNTIL w-flag-filiales = 1
               READ FILIALES AT END MOVE 1 TO w-flag-filiales
               END-READ
               IF w-flag-filiales NOT = 1
                   AND fil-codigo IS NUMERIC
                   COMPUTE w-fil-idx = fil-codigo + 1
                   MOVE fil-nombre TO t-fil-nombre(w-fil-idx)
               END-IF
           END-PERFORM.
           CLOSE FILIALES.

       200-LEER-SOCIO.
           READ SOCIOS AT END MOVE 1 TO w-flag-eof.
           PERFORM UNTIL w-flag-eof = 1 OR soc-filial IS NUMERIC
               READ SOCIOS AT END MOVE 1 TO w-flag-eof
               END-READ
           END-PERFORM.
           IF w-flag-eof NOT = 1
               ADD 1 TO w-cont-leidos
           END-IF.
      *-----------------------------------------------------------------
      * Solo cuenta la pata S de las transferencias de la fecha entre
      * filiales distintas. El par se guarda con la filial de codigo
      * menor primero: si la que paga es la menor el importe entra
      * positivo, si es la mayor entra negativo, y asi las
      * transferencias de ida y vuelta se compensan solas.
      *-----------------------------------------------------------------
       300-ACUMULAR-TRANSFERENCIA.
           IF soc-modalidad = "S"
               AND soc-fecha = w-fecha-comp
               AND soc-contra-filial NOT = soc-filial
               ADD 1 TO w-cont-transf
               EVALUATE soc-moneda
                   WHEN "P" MOVE 1 TO w-mon-idx
                   WHEN "D" MOVE 2 TO w-mon-idx
                   WHEN "E" MOVE 3 TO w-mon-idx
                   WHEN OTHER MOVE 0 TO w-mon-idx
               END-EVALUATE
               IF w-mon-idx > 0
                   IF soc-filial < soc-contra-filial
                       MOVE soc-filial TO w-fil-menor
                       MOVE soc-contra-filial TO w-fil-mayor
                       MOVE soc-importe TO w-imp-signo
                   ELSE
                       MOVE soc-contra-filial TO w-fil-menor
                       MOVE soc-filial TO w-fil-mayor
                       COMPUTE w-imp-signo = 0 - soc-importe
                   END-IF
                   PERFORM 310-BUSCAR-PAR
                   IF w-flag-par = 1
                       ADD w-imp-signo TO
                           par-importe(w-par-idx, w-mon-idx)
                   END-IF
                   COMPUTE w-fil-idx = soc-filial + 1
                   SUBTRACT soc-importe FROM
                       pos-importe(w-fil-idx, w-mon-idx)
                   COMPUTE w-fil-idx = soc-contra-filial + 1
                   ADD soc-importe TO
                       pos-importe(w-fil-idx, w-mon-idx)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Busca el par de filiales en la tabla y si no esta lo agrega.
      * Si la tabla se llena el par no entra y queda la advertencia.
      *-----------------------------------------------------------------
       310-BUSCAR-PAR.
           MOVE ZERO TO w-flag-par.
           PERFORM VARYING w-par-idx FROM 1 BY 1
               UNTIL w-par-idx > w-cont-pares OR w-flag-par = 1
               IF par-fil-menor(w-par-idx) = w-fil-menor
                   AND par-fil-mayor(w-par-idx) = w-fil-mayor
                   MOVE 1 TO w-flag-par
               END-IF
           END-PERFORM.
           IF w-flag-par = 1
               SUBTRACT 1 FROM w-par-idx
           ELSE
               IF w-cont-pares < 500
                   ADD 1 TO w-cont-pares
                   MOVE w-cont-pares TO w-par-idx
                   MOVE w-fil-menor TO par-fil-menor(w-par-idx)
                   MOVE w-fil-mayor TO par-fil-mayor(w-par-idx)
                   MOVE 1 TO w-flag-par
               ELSE
                   MOVE 1 TO w-flag-desborde
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Una linea por par de filiales y moneda con saldo: el signo
      * del neto dice cual de las dos es la deudora.
      *-----------------------------------------------------------------
       500-LISTAR-PARES.
           DISPLAY lin-cab-pares.
           WRITE rep-linea FROM lin-cab-pares.
           PERFORM VARYING w-par-idx FROM 1 BY 1
               UNTIL w-par-idx > w-cont-pares
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   IF par-importe(w-par-idx, w-mon-idx) NOT = ZERO
                       PERFORM 510-LINEA-PAR
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF w-cont-lineas = ZERO
               DISPLAY lin-sin-mov
               WRITE rep-linea FROM lin-sin-mov
           END-IF.
           IF w-flag-desborde = 1
               DISPLAY lin-desborde
               WRITE rep-linea FROM lin-desborde
           END-IF.

       510-LINEA-PAR.
           ADD 1 TO w-cont-lineas.
           MOVE par-importe(w-par-idx, w-mon-idx) TO w-imp-neto.
           IF w-imp-neto > ZERO
               MOVE par-fil-menor(w-par-idx) TO w-fil-deudora
               MOVE par-fil-mayor(w-par-idx) TO w-fil-acreedora
           ELSE
               MOVE par-fil-mayor(w-par-idx) TO w-fil-deudora
               MOVE par-fil-menor(w-par-idx) TO w-fil-acreedora
               COMPUTE w-imp-neto = 0 - w-imp-neto
           END-IF.
           MOVE w-fil-deudora TO l-par-deu.
           COMPUTE w-fil-idx = w-fil-deudora + 1.
           MOVE t-fil-nombre(w-fil-idx) TO l-par-deu-nom.
           MOVE w-fil-acreedora TO l-par-acr.
           COMPUTE w-fil-idx = w-fil-acreedora + 1.
           MOVE t-fil-nombre(w-fil-idx) TO l-par-acr-nom.
           PERFORM 520-NOMBRE-MONEDA.
           MOVE w-imp-neto TO l-par-importe.
           DISPLAY lin-par.
           WRITE rep-linea FROM lin-par.

       520-NOMBRE-MONEDA.
           EVALUATE w-mon-idx
               WHEN 1 MOVE "PESOS" TO l-par-moneda
               WHEN 2 MOVE "DOLARES" TO l-par-moneda
               WHEN 3 MOVE "EUROS" TO l-par-moneda
           END-EVALUATE.
           MOVE l-par-moneda TO l-pos-moneda.
      *-----------------------------------------------------------------
      * Posicion neta de cada filial que intervino, por moneda.
      *-----------------------------------------------------------------
       600-LISTAR-POSICION.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-cab-pos.
           WRITE rep-linea FROM lin-cab-pos.
           PERFORM VARYING w-fil-idx FROM 1 BY 1
               UNTIL w-fil-idx > 100
               PERFORM VARYING w-mon-idx FROM 1 BY 1
                   UNTIL w-mon-idx > 3
                   IF pos-importe(w-fil-idx, w-mon-idx) NOT = ZERO
                       COMPUTE l-pos-fil = w-fil-idx - 1
                       MOVE t-fil-nombre(w-fil-idx) TO l-pos-nom
                       PERFORM 520-NOMBRE-MONEDA
                       MOVE pos-importe(w-fil-idx, w-mon-idx)
                           TO l-pos-importe
                       DISPLAY lin-pos
                       WRITE rep-linea FROM lin-pos
                   END-IF
               END-PERFORM
           END-PERFORM.

       900-FIN.
           MOVE w-cont-transf TO l-est-transf.
           MOVE w-cont-pares TO l-est-pares.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-estadistica.
           WRITE rep-linea FROM lin-estadistica.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           CLOSE REPORTE.

       END PROGRAM COMPENSAR-FIL.
