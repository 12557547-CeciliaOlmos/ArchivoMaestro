      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion del maestro de cotizaciones al layout con
      *          precio comprador y vendedor. Cada cotizacion de
      *          archCot.dat crecio al final con cot-compra y
      *          cot-venta, que usa CAMBIAR-MON para la compra y venta
      *          de moneda, y el registro de control crecio igual en su
      *          relleno. Este utilitario regraba archCot.dat con el
      *          layout nuevo y el comprador y el vendedor iguales a la
      *          tasa de referencia (sin diferencia de cambio hasta que
      *          se carguen con GRABAR-COT). El registro de control
      *          (marca Z) pasa con su cantidad. Del archivo convertido
      *          queda el original con extension .pre por si hay que
      *          volver atras, mismo criterio que AMPLIAR-SOC. Se corre
      *          una sola vez, con el sistema quieto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIAR-COT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO-COT
               ASSIGN TO DYNAMIC w-nombre-v
               FILE STATUS IS w-v-status.
           SELECT NUEVO-COT
               ASSIGN TO DYNAMIC w-nombre-tmp.
       DATA DIVISION.
       FILE SECTION.
       FD  VIEJO-COT.
       01  vcot-reg.
           03 vcot-moneda pic x.
           03 vcot-fecha pic 9(8).
           03 vcot-tasa pic 9(6)v9(4).
       01  vcot-control.
           03 vcctl-marca pic x.
           03 vcctl-cant pic 9(4).
           03 filler pic x(14).
       FD  NUEVO-COT.
       01  ncot-reg.
           03 ncot-moneda pic x.
           03 ncot-fecha pic 9(8).
           03 ncot-tasa pic 9(6)v9(4).
           03 ncot-compra pic 9(6)v9(4).
           03 ncot-venta pic 9(6)v9(4).
       01  ncot-control.
           03 ncctl-marca pic x.
           03 ncctl-cant pic 9(4).
           03 filler pic x(34).
       WORKING-STORAGE SECTION.
       01  w-nombre-v pic x(30) value "..\archCot.dat".
       01  w-nombre-tmp pic x(30) value "..\ampliarCot.tmp".
       01  w-nombre-bak pic x(34).
       01  w-v-status pic xx.
       01  w-flag-eof pic 9.
       01  w-cont-reg pic 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Conversion de cotizaciones al layout con precio "-
               "comprador y vendedor".
           PERFORM 300-CONVERTIR-COTIZACIONES.
           STOP RUN.
      *************************** R U T I N A S ***********************
      *-----------------------------------------------------------------
      * Arma el nombre de resguardo (original mas .pre) y deja el
      * archivo convertido en el lugar del viejo. El original no se
      * borra, queda con extension .pre por si hay que volver atras.
      *-----------------------------------------------------------------
       100-REEMPLAZAR-ARCHIVO.
           MOVE SPACES TO w-nombre-bak.
           STRING w-nombre-v DELIMITED BY SPACE
               ".pre" DELIMITED BY SIZE
               INTO w-nombre-bak.
           CALL "CBL_RENAME_FILE" USING w-nombre-v, w-nombre-bak.
           CALL "CBL_RENAME_FILE" USING w-nombre-tmp, w-nombre-v.
           DISPLAY "Convertido ", w-nombre-v, " (", w-cont-reg,
               " registros)".
      *-----------------------------------------------------------------
      * C O T I Z A C I O N E S   (archCot.dat)
      *-----------------------------------------------------------------
       300-CONVERTIR-COTIZACIONES.
           OPEN INPUT VIEJO-COT.
           IF w-v-status NOT = "00"
               DISPLAY "No existe ", w-nombre-v, ", no hay nada "-
                   "que convertir"
           ELSE
               OPEN OUTPUT NUEVO-COT
               MOVE ZERO TO w-flag-eof
               MOVE ZERO TO w-cont-reg
               PERFORM UNTIL w-flag-eof = 1
                   READ VIEJO-COT AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       IF vcot-moneda NOT = "Z"
                           MOVE vcot-moneda TO ncot-moneda
                           MOVE vcot-fecha TO ncot-fecha
                           MOVE vcot-tasa TO ncot-tasa
                           MOVE vcot-tasa TO ncot-compra
                           MOVE vcot-tasa TO ncot-venta
                           WRITE ncot-reg
                           ADD 1 TO w-cont-reg
                       ELSE
                           MOVE SPACES TO ncot-control
                           MOVE "Z" TO ncctl-marca
                           MOVE vcctl-cant TO ncctl-cant
                           WRITE ncot-control
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VIEJO-COT
               CLOSE NUEVO-COT
               PERFORM 100-REEMPLAZAR-ARCHIVO
           END-IF.

       END PROGRAM AMPLIAR-COT.
