           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
       FD  MAESTRO-IDX.
       01  mi-reg.
           03 mi-socio pic 9(4).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  cont pic 9(4) value zeros.
           MOVE mae-filial TO mi-filial.
           MOVE mae-nombre TO mi-nombre.
           MOVE mae-estado TO mi-estado.
           MOVE mae-categoria TO mi-categoria.
           MOVE mae-exento TO mi-exento.
           WRITE mi-reg
               INVALID KEY
                   ADD 1 TO w-cont-omitidos
