       01  w-desvio pic 9(6).
       01  w-tope pic 9(8)v99.
       01  tabla-previos.
           03 prev-registros OCCURS 7 TIMES pic 9(6).
       01  tabla-hay-previo.
           03 prev-hay OCCURS 7 TIMES pic 9.
       01  w-prev-idx pic 9.
       01  lin-guarda.
           03 filler pic x(80) value all "*".
               "(0 = sin alerta)".
           ACCEPT w-porcentaje.
           PERFORM VARYING w-prev-idx FROM 1 BY 1
               UNTIL w-prev-idx > 7
               MOVE ZERO TO prev-registros(w-prev-idx)
               MOVE ZERO TO prev-hay(w-prev-idx)
           END-PERFORM.
               WHEN "CONVERTIR-IDX" MOVE 3 TO w-paso-uso
               WHEN "CECILIA-OLMOS" MOVE 4 TO w-paso-uso
               WHEN "DIARIO" MOVE 5 TO w-paso-uso
               WHEN "COMPENSAR-FIL" MOVE 6 TO w-paso-uso
               WHEN "GENERAR-ORD" MOVE 7 TO w-paso-uso
               WHEN OTHER MOVE ZERO TO w-paso-uso
           END-EVALUATE.

