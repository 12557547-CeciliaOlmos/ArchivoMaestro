      *          A (activo) / I (inactivo). La baja es logica: deja el
      *          registro con estado I para que los listados todavia
      *          puedan mostrar el nombre de un socio dado de baja.
      *          Para la retencion impositiva sobre los intereses cada
      *          socio lleva ademas su categoria (F persona fisica, J
      *          persona juridica), que junto con la moneda elige la
      *          tasa de archRet.dat, y la marca de exento (S/N): al
      *          socio exento DEVENGAR-INT no le retiene.
      *          El alta, la modificacion y la baja quedan asentadas en
      *          el diario de auditoria, de donde TABLERO-MES toma las
      *          altas y bajas de socios de cada mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
       WORKING-STORAGE SECTION.
       01  opcion pic x.
       01  w-flag-fin pic x value "N".
       01  w-mae-filial pic 9(2).
       01  w-mae-nombre pic x(20).
       01  w-mae-estado pic x.
       01  w-mae-categoria pic x.
       01  w-mae-exento pic x.
       01  w-cant-reg pic 9(4).
       01  w-idx-status pic xx.
       01  cont pic 999 value zeros.
                   UNTIL w-flag-filial-ok = 1
               DISPLAY "Ingrese el nombre del socio"
               ACCEPT w-mae-nombre
               PERFORM 290-ING-IMPOSITIVO
               OPEN EXTEND MAESTRO
               MOVE w-mae-socio TO mae-socio
               MOVE w-mae-filial TO mae-filial
               MOVE w-mae-nombre TO mae-nombre
               MOVE "A" TO mae-estado
               MOVE w-mae-categoria TO mae-categoria
               MOVE w-mae-exento TO mae-exento
               MOVE SPACES TO w-aud-antes
               MOVE mae-reg TO w-aud-despues
               MOVE w-mae-filial TO w-aud-filial
               WRITE mae-reg
               ADD 1 TO w-cant-reg
               PERFORM 270-GRABAR-CONTROL
               CLOSE MAESTRO
               MOVE "A" TO w-mae-estado
               PERFORM 280-SINCRONIZAR-IDX
               MOVE "A" TO w-aud-accion
               PERFORM 800-GRABAR-AUDITORIA
               ADD 1 TO cont
           END-IF.
      *-----------------------------------------------------------------
               MOVE w-mae-filial TO mi-filial
               MOVE w-mae-nombre TO mi-nombre
               MOVE w-mae-estado TO mi-estado
               MOVE w-mae-categoria TO mi-categoria
               MOVE w-mae-exento TO mi-exento
               REWRITE mi-reg
                   INVALID KEY
                       WRITE mi-reg
           MOVE ZERO TO w-flag-filiales.
           READ FILIALES AT END MOVE 1 TO w-flag-filiales.
      *-----------------------------------------------------------------
      * Datos impositivos del socio para la retencion sobre los
      * intereses: la categoria (F fisica / J juridica) y si esta
      * exento de retencion.
      *-----------------------------------------------------------------
       290-ING-IMPOSITIVO.
           PERFORM 291-ING-CATEGORIA.
           PERFORM 292-VERIF-CATEGORIA
               UNTIL w-mae-categoria = "F" OR w-mae-categoria = "J".
           PERFORM 293-ING-EXENTO.
           PERFORM 294-VERIF-EXENTO
               UNTIL w-mae-exento = "S" OR w-mae-exento = "N".

       291-ING-CATEGORIA.
           DISPLAY "Ingrese la categoria (F - persona fisica, "-
               "J - persona juridica)".
           ACCEPT w-mae-categoria.

       292-VERIF-CATEGORIA.
           DISPLAY "Error! La categoria debe ser F o J".
           PERFORM 291-ING-CATEGORIA.

       293-ING-EXENTO.
           DISPLAY "Esta exento de retencion sobre intereses? (S/N)".
           ACCEPT w-mae-exento.

       294-VERIF-EXENTO.
           DISPLAY "Error! Responda S o N".
           PERFORM 293-ING-EXENTO.
      *-----------------------------------------------------------------
      * M O D I F I C A C I O N
      *-----------------------------------------------------------------
       300-MODIF-SOCIO.
           ACCEPT w-mae-nombre.
           DISPLAY "Ingrese el estado (A - activo, I - inactivo)".
           ACCEPT w-mae-estado.
           PERFORM 290-ING-IMPOSITIVO.
           MOVE ZERO TO w-flag-encontrado.
           MOVE ZERO TO w-cant-reg.
           OPEN INPUT MAESTRO.
                       MOVE w-mae-filial TO maet-filial
                       MOVE w-mae-nombre TO maet-nombre
                       MOVE w-mae-estado TO maet-estado
                       MOVE w-mae-categoria TO maet-categoria
                       MOVE w-mae-exento TO maet-exento
                       MOVE mae-reg-temp TO w-aud-despues
                       MOVE w-mae-filial TO w-aud-filial
                   ELSE
                       MOVE mae-filial TO maet-filial
                       MOVE mae-nombre TO maet-nombre
                       MOVE mae-estado TO maet-estado
                       MOVE mae-categoria TO maet-categoria
                       MOVE mae-exento TO maet-exento
                   END-IF
                   WRITE mae-reg-temp
                   ADD 1 TO w-cant-reg
                   MOVE mae-socio TO maet-socio
                   MOVE mae-filial TO maet-filial
                   MOVE mae-nombre TO maet-nombre
                   MOVE mae-categoria TO maet-categoria
                   MOVE mae-exento TO maet-exento
                   IF mae-socio = w-mae-socio
                       MOVE 1 TO w-flag-encontrado
                       MOVE mae-reg TO w-aud-antes
                       MOVE mae-filial TO w-mae-filial
                       MOVE mae-nombre TO w-mae-nombre
                       MOVE "I" TO w-mae-estado
                       MOVE mae-categoria TO w-mae-categoria
                       MOVE mae-exento TO w-mae-exento
                   ELSE
                       MOVE mae-estado TO maet-estado
                   END-IF
