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
       FD  SOCIOS-TEMP.
       01  nue-reg.
           03 nue-filial pic 9(2).
           03 nue-modalidad pic x.
           03 nue-fecha pic 9(8).
           03 nue-moneda pic x.
           03 nue-contra-filial pic 9(2).
           03 nue-contra-socio pic 9(4).
           03 nue-comprobante pic 9(7).
           03 nue-operador pic x(3).
       01  nue-control.
           03 nue-ctl-marca pic x.
           03 nue-ctl-cant pic 9(4).
           03 nue-ctl-importe pic s9(8)V99.
           03 filler pic x(27).
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-lleno pic 9 value zero.
               05 reo-importe pic s9(8)V99.
               05 reo-modalidad pic x.
               05 reo-moneda pic x.
               05 reo-contra-filial pic 9(2).
               05 reo-contra-socio pic 9(4).
               05 reo-comprobante pic 9(7).
               05 reo-operador pic x(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Reorganizacion de archSoc.dat por filial, socio "-
               MOVE soc-importe TO reo-importe(w-pos)
               MOVE soc-modalidad TO reo-modalidad(w-pos)
               MOVE soc-moneda TO reo-moneda(w-pos)
               MOVE soc-contra-filial TO reo-contra-filial(w-pos)
               MOVE soc-contra-socio TO reo-contra-socio(w-pos)
               MOVE soc-comprobante TO reo-comprobante(w-pos)
               MOVE soc-operador TO reo-operador(w-pos)
           END-IF.
      *-----------------------------------------------------------------
      * Graba el archivo temporal con los registros en orden y el
               MOVE reo-importe(w-pos) TO nue-importe
               MOVE reo-modalidad(w-pos) TO nue-modalidad
               MOVE reo-moneda(w-pos) TO nue-moneda
               MOVE reo-contra-filial(w-pos) TO nue-contra-filial
               MOVE reo-contra-socio(w-pos) TO nue-contra-socio
               MOVE reo-comprobante(w-pos) TO nue-comprobante
               MOVE reo-operador(w-pos) TO nue-operador
               WRITE nue-reg
               ADD 1 TO w-cont-grabados
               IF nue-modalidad = "T"
