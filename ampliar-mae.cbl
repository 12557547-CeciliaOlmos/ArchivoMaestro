      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion del maestro de socios al layout con datos
      *          impositivos. Cada socio de archSocMae.dat crecio al
      *          final con mae-categoria (F persona fisica, J persona
      *          juridica) y mae-exento (S/N), que usa DEVENGAR-INT
      *          para elegir la tasa de retencion de archRet.dat sobre
      *          los intereses, y el registro de control crecio igual
      *          en su relleno. Este utilitario regraba archSocMae.dat
      *          con el layout nuevo, todos los socios como persona
      *          fisica no exenta (se corrigen despues con GRABAR-MAE).
      *          El registro de control (marca Z) pasa con su
      *          cantidad. Del archivo convertido queda el original con
      *          extension .pre por si hay que volver atras, mismo
      *          criterio que AMPLIAR-SOC. El indexado no se convierte:
      *          se regenera corriendo CONVERTIR-MAE. Se corre una sola
      *          vez, con el sistema quieto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIAR-MAE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO-MAE
               ASSIGN TO DYNAMIC w-nombre-v
               FILE STATUS IS w-v-status.
           SELECT NUEVO-MAE
               ASSIGN TO DYNAMIC w-nombre-tmp.
       DATA DIVISION.
       FILE SECTION.
       FD  VIEJO-MAE.
       01  vmae-reg.
           03 vmae-socio pic 9(4).
           03 vmae-filial pic 9(2).
           03 vmae-nombre pic x(20).
           03 vmae-estado pic x.
       01  vmae-control.
           03 vmctl-marca pic x.
           03 vmctl-cant pic 9(4).
           03 filler pic x(22).
       FD  NUEVO-MAE.
       01  nmae-reg.
           03 nmae-socio pic 9(4).
           03 nmae-filial pic 9(2).
           03 nmae-nombre pic x(20).
           03 nmae-estado pic x.
           03 nmae-categoria pic x.
           03 nmae-exento pic x.
       01  nmae-control.
           03 nmctl-marca pic x.
           03 nmctl-cant pic 9(4).
           03 filler pic x(24).
       WORKING-STORAGE SECTION.
       01  w-nombre-v pic x(30) value "..\archSocMae.dat".
       01  w-nombre-tmp pic x(30) value "..\ampliarMae.tmp".
       01  w-nombre-bak pic x(34).
       01  w-v-status pic xx.
       01  w-flag-eof pic 9.
       01  w-cont-reg pic 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Conversion del maestro de socios al layout con "-
               "datos impositivos".
           PERFORM 300-CONVERTIR-MAESTRO.
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
           DISPLAY "Correr CONVERTIR-MAE para regenerar el maestro "-
               "indexado".
      *-----------------------------------------------------------------
      * M A E S T R O   D E   S O C I O S   (archSocMae.dat)
      *-----------------------------------------------------------------
       300-CONVERTIR-MAESTRO.
           OPEN INPUT VIEJO-MAE.
           IF w-v-status NOT = "00"
               DISPLAY "No existe ", w-nombre-v, ", no hay nada "-
                   "que convertir"
           ELSE
               OPEN OUTPUT NUEVO-MAE
               MOVE ZERO TO w-flag-eof
               MOVE ZERO TO w-cont-reg
               PERFORM UNTIL w-flag-eof = 1
                   READ VIEJO-MAE AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       IF vmctl-marca NOT = "Z"
                           MOVE vmae-socio TO nmae-socio
                           MOVE vmae-filial TO nmae-filial
                           MOVE vmae-nombre TO nmae-nombre
                           MOVE vmae-estado TO nmae-estado
                           MOVE "F" TO nmae-categoria
                           MOVE "N" TO nmae-exento
                           WRITE nmae-reg
                           ADD 1 TO w-cont-reg
                       ELSE
                           MOVE SPACES TO nmae-control
                           MOVE "Z" TO nmctl-marca
                           MOVE vmctl-cant TO nmctl-cant
                           WRITE nmae-control
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VIEJO-MAE
               CLOSE NUEVO-MAE
               PERFORM 100-REEMPLAZAR-ARCHIVO
           END-IF.

       END PROGRAM AMPLIAR-MAE.
