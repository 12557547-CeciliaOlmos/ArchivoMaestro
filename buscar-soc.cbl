           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
       WORKING-STORAGE SECTION.
       01  w-flag-fin pic x value "N".
       01  w-flag-maestro pic 9.
