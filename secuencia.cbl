      ******************************************************************
      * Author:
      * Date:
      * Purpose: Secuenciador del fin de dia. Corre en orden los pasos
      *          VERIFICAR-SOC, la generacion de las ordenes programadas
      *          que vencen GENERAR-ORD, ARCHIVAR-SOC (solo si el
      *          operador confirma que es fin de mes), CONVERTIR-IDX, el
      *          listado CECILIA-OLMOS, el DIARIO y la compensacion
      *          entre filiales COMPENSAR-FIL, asentando cada paso en la
      *          bitacora (bitacora.dat) con fecha, nombre del paso,
      *          estado C (completo) / F (fallido) / O (omitido), la
      *          cantidad de registros que el paso informa por el item
      *          EXTERNAL sec-registros-paso y las horas de inicio y
      *          fin. Un paso tambien puede declararse fallido
      *          prendiendo el item EXTERNAL sec-paso-fallido, como hace
      *          DIARIO cuando su salida queda incompleta. Si un paso
      *          falla la secuencia se detiene ahi, y en la proxima
      *          corrida se ofrece reanudar desde el primer paso que no
      *          quedo completo en vez de arrancar de arriba. Los
      *          programas llamados terminan con GOBACK, asi vuelven al
      *          secuenciador cuando corren como paso y siguen
      *          funcionando igual cuando se los corre sueltos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               END-IF
           END-IF.
           PERFORM VARYING w-paso FROM w-paso-inicial BY 1
               UNTIL w-paso > 7 OR w-flag-falla = 1
               PERFORM 300-EJECUTAR-PASO
           END-PERFORM.
           IF w-flag-falla = 1
               IF w-ult-estado = "F"
                   MOVE w-ult-paso TO w-paso-pendiente
               ELSE
                   IF w-ult-paso < 7
                       COMPUTE w-paso-pendiente = w-ult-paso + 1
                   END-IF
               END-IF
       110-ANOTAR-ASIENTO.
           EVALUATE bit-paso
               WHEN "VERIFICAR-SOC" MOVE 1 TO w-ult-paso
               WHEN "GENERAR-ORD" MOVE 2 TO w-ult-paso
               WHEN "ARCHIVAR-SOC" MOVE 3 TO w-ult-paso
               WHEN "CONVERTIR-IDX" MOVE 4 TO w-ult-paso
               WHEN "CECILIA-OLMOS" MOVE 5 TO w-ult-paso
               WHEN "DIARIO" MOVE 6 TO w-ult-paso
               WHEN "COMPENSAR-FIL" MOVE 7 TO w-ult-paso
           END-EVALUATE.
           MOVE bit-estado TO w-ult-estado.
      *-----------------------------------------------------------------
                       ON EXCEPTION MOVE "F" TO w-estado-paso
                   END-CALL
               WHEN 2
                   MOVE "GENERAR-ORD" TO w-nombre-paso
                   CALL "GENERAR-ORD"
                       ON EXCEPTION MOVE "F" TO w-estado-paso
                   END-CALL
               WHEN 3
                   MOVE "ARCHIVAR-SOC" TO w-nombre-paso
                   DISPLAY "Corresponde el archivado de fin de mes? "-
                       "(S/N)"
                   ELSE
                       MOVE "O" TO w-estado-paso
                   END-IF
               WHEN 4
                   MOVE "CONVERTIR-IDX" TO w-nombre-paso
                   CALL "CONVERTIR-IDX"
                       ON EXCEPTION MOVE "F" TO w-estado-paso
                   END-CALL
               WHEN 5
                   MOVE "CECILIA-OLMOS" TO w-nombre-paso
                   CALL "CECILIA-OLMOS"
                       ON EXCEPTION MOVE "F" TO w-estado-paso
                   END-CALL
               WHEN 6
                   MOVE "DIARIO" TO w-nombre-paso
                   CALL "DIARIO"
                       ON EXCEPTION MOVE "F" TO w-estado-paso
                   END-CALL
               WHEN 7
                   MOVE "COMPENSAR-FIL" TO w-nombre-paso
                   CALL "COMPENSAR-FIL"
                       ON EXCEPTION MOVE "F" TO w-estado-paso
                   END-CALL
           END-EVALUATE.
           IF sec-paso-fallido = 1
               MOVE "F" TO w-estado-paso
