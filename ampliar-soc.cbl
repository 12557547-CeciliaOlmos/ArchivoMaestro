      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de los archivos de movimientos al layout
      *          con contrapartida, comprobante y operador. Las
      *          transferencias entre socios se graban como un par
      *          S / T y cada pata lleva la filial y el socio de la
      *          otra (soc-contra-filial y soc-contra-socio), y cada
      *          movimiento lleva su numero de comprobante de la
      *          filial y el operador que lo cargo (soc-comprobante y
      *          soc-operador), asi que el registro de movimientos
      *          crecio al final y el registro de control crecio igual
      *          en su relleno. Este utilitario regraba archSoc.dat
      *          con sus generaciones .g1 a .g5 y el historico
      *          archSocHist.dat con el layout nuevo, la contrapartida
      *          y el comprobante en cero (los movimientos viejos no
      *          son transferencias entre socios ni tienen numero) y
      *          el operador en blanco. Los registros de
      *          control (marca Z) pasan con su cantidad e importe.
      *          De cada archivo convertido queda el original con
      *          extension .pre por si hay que volver atras, mismo
      *          criterio que CONVERTIR-FIL. El indexado archSocIdx.dat
      *          no se convierte: se regenera corriendo CONVERTIR-IDX.
      *          El suspenso y archTrans.dat son de texto y la
      *          contrapartida va al final, asi que los registros
      *          viejos se siguen leyendo sin convertir. Se corre una
      *          sola vez, con el sistema quieto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIAR-SOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO-SOC
               ASSIGN TO DYNAMIC w-nombre-v
               FILE STATUS IS w-v-status.
           SELECT NUEVO-SOC
               ASSIGN TO DYNAMIC w-nombre-tmp.
       DATA DIVISION.
       FILE SECTION.
       FD  VIEJO-SOC.
       01  vsoc-reg.
           03 vsoc-filial pic 9(2).
           03 vsoc-socio pic 9(4).
           03 vsoc-importe pic s9(8)v99.
           03 vsoc-modalidad pic x.
           03 vsoc-fecha pic 9(8).
           03 vsoc-moneda pic x.
       01  vsoc-control.
           03 vsctl-marca pic x.
           03 vsctl-cant pic 9(4).
           03 vsctl-importe pic s9(8)v99.
           03 filler pic x(11).
       FD  NUEVO-SOC.
       01  nsoc-reg.
           03 nsoc-filial pic 9(2).
           03 nsoc-socio pic 9(4).
           03 nsoc-importe pic s9(8)v99.
           03 nsoc-modalidad pic x.
           03 nsoc-fecha pic 9(8).
           03 nsoc-moneda pic x.
           03 nsoc-contra-filial pic 9(2).
           03 nsoc-contra-socio pic 9(4).
           03 nsoc-comprobante pic 9(7).
           03 nsoc-operador pic x(3).
       01  nsoc-control.
           03 nsctl-marca pic x.
           03 nsctl-cant pic 9(4).
           03 nsctl-importe pic s9(8)v99.
           03 filler pic x(27).
       WORKING-STORAGE SECTION.
       01  w-nombre-v pic x(30).
       01  w-nombre-tmp pic x(30) value "..\ampliarSoc.tmp".
       01  w-nombre-bak pic x(34).
       01  w-v-status pic xx.
       01  w-flag-eof pic 9.
       01  w-cont-reg pic 9(6).
       01  w-cont-arch pic 99 value zeros.
       01  w-idx pic 99.
       01  tabla-soc-nombres.
           03 filler pic x(30) value "..\archSoc.dat".
           03 filler pic x(30) value "..\archSoc.g1".
           03 filler pic x(30) value "..\archSoc.g2".
           03 filler pic x(30) value "..\archSoc.g3".
           03 filler pic x(30) value "..\archSoc.g4".
           03 filler pic x(30) value "..\archSoc.g5".
           03 filler pic x(30) value "..\archSocHist.dat".
       01  tabla-soc-r REDEFINES tabla-soc-nombres.
           03 soc-nombre-arch OCCURS 7 TIMES pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Conversion de movimientos al layout con "-
               "contrapartida, comprobante y operador".
           PERFORM 300-CONVERTIR-SOCIOS.
           DISPLAY "Conversion terminada, ", w-cont-arch,
               " archivos convertidos".
           DISPLAY "Correr CONVERTIR-IDX para regenerar el indexado".
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
           ADD 1 TO w-cont-arch.
           DISPLAY "Convertido ", w-nombre-v, " (", w-cont-reg,
               " registros)".
      *-----------------------------------------------------------------
      * S O C I O S   (archSoc.dat, generaciones y el historico)
      *-----------------------------------------------------------------
       300-CONVERTIR-SOCIOS.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 7
               MOVE soc-nombre-arch(w-idx) TO w-nombre-v
               PERFORM 310-CONVERTIR-UNO-SOC
           END-PERFORM.

       310-CONVERTIR-UNO-SOC.
           OPEN INPUT VIEJO-SOC.
           IF w-v-status NOT = "00"
               DISPLAY "No existe ", w-nombre-v, ", se saltea"
           ELSE
               OPEN OUTPUT NUEVO-SOC
               MOVE ZERO TO w-flag-eof
               MOVE ZERO TO w-cont-reg
               PERFORM UNTIL w-flag-eof = 1
                   READ VIEJO-SOC AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       IF vsoc-filial IS NUMERIC
                           MOVE vsoc-filial TO nsoc-filial
                           MOVE vsoc-socio TO nsoc-socio
                           MOVE vsoc-importe TO nsoc-importe
                           MOVE vsoc-modalidad TO nsoc-modalidad
                           MOVE vsoc-fecha TO nsoc-fecha
                           MOVE vsoc-moneda TO nsoc-moneda
                           MOVE ZERO TO nsoc-contra-filial
                           MOVE ZERO TO nsoc-contra-socio
                           MOVE ZERO TO nsoc-comprobante
                           MOVE SPACES TO nsoc-operador
                           WRITE nsoc-reg
                           ADD 1 TO w-cont-reg
                       ELSE
                           IF vsctl-marca = "Z"
                               MOVE SPACES TO nsoc-control
                               MOVE "Z" TO nsctl-marca
                               MOVE vsctl-cant TO nsctl-cant
                               MOVE vsctl-importe TO nsctl-importe
                               WRITE nsoc-control
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VIEJO-SOC
               CLOSE NUEVO-SOC
               PERFORM 100-REEMPLAZAR-ARCHIVO
           END-IF.

       END PROGRAM AMPLIAR-SOC.
