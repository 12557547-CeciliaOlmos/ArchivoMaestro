      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado anual de retenciones impositivas sobre
      *          los intereses. Para el anio pedido toma de
      *          archSocHist.dat y de archSoc.dat los intereses
      *          acreditados (I) y sus retenciones (W) y los ordena por
      *          filial, socio y moneda (SORT a archivo de trabajo,
      *          igual que LISTAR-MORA). Por cada socio emite un
      *          certificado con su nombre, su categoria y si es
      *          exento segun el maestro de socios (el indexado
      *          archSocMaeIdx.dat, o el secuencial si el indexado no
      *          esta), y por moneda el interes pagado y el impuesto
      *          retenido en el anio; los certificados salen por
      *          consola y a certRet.dat. A la vez graba el archivo de
      *          informacion para el fisco (infoRet.dat), de layout
      *          fijo: un registro D por socio y moneda con el anio,
      *          la cuenta, la categoria, la marca de exento, el
      *          interes y lo retenido, y al final un registro T de
      *          control con la cantidad de registros D y los totales
      *          de interes y de retencion de cada moneda. Los datos
      *          del socio son los del maestro al momento de emitir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-RET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\archSoc.dat"
               FILE STATUS IS w-soc-status.
           SELECT HISTORICO
               ASSIGN TO "..\archSocHist.dat"
               FILE STATUS IS w-his-status.
           SELECT MAESTRO
               ASSIGN TO "..\archSocMae.dat"
               FILE STATUS IS w-mae-status.
           SELECT MAESTRO-IDX
               ASSIGN TO "..\archSocMaeIdx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mi-socio
               FILE STATUS IS w-idx-status.
           SELECT REPORTE
               ASSIGN TO "..\certRet.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INFORMACION
               ASSIGN TO "..\infoRet.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO
               ASSIGN TO "..\retSort.tmp".
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
       FD  HISTORICO.
       01  hist-reg.
           03 hist-filial pic 9(2).
           03 hist-socio pic 9(4).
           03 hist-importe pic s9(8)v99.
           03 hist-modalidad pic x.
           03 hist-fecha pic 9(8).
           03 hist-moneda pic x.
           03 hist-contra-filial pic 9(2).
           03 hist-contra-socio pic 9(4).
           03 hist-comprobante pic 9(7).
           03 hist-operador pic x(3).
       FD  MAESTRO.
       01  mae-reg.
           03 mae-socio pic 9(4).
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       FD  MAESTRO-IDX.
       01  mi-reg.
           03 mi-socio pic 9(4).
           03 mi-filial pic 9(2).
           03 mi-nombre pic x(20).
           03 mi-estado pic x.
           03 mi-categoria pic x.
           03 mi-exento pic x.
       FD  REPORTE.
       01  rep-linea pic x(80).
      * Archivo de informacion para el fisco. Registro D por socio y
      * moneda; registro T de control al final, con los totales de
      * las tres monedas en el orden P, D, E.
       FD  INFORMACION.
       01  inf-det.
           03 inf-tipo pic x.
           03 inf-anio pic 9(4).
           03 inf-filial pic 9(2).
           03 inf-socio pic 9(4).
           03 inf-categoria pic x.
           03 inf-exento pic x.
           03 inf-moneda pic x.
           03 inf-interes pic 9(11)v99.
           03 inf-retenido pic 9(11)v99.
       01  inf-control.
           03 infc-tipo pic x.
           03 infc-anio pic 9(4).
           03 infc-cant pic 9(6).
           03 infc-moneda OCCURS 3 TIMES.
               05 infc-interes pic 9(11)v99.
               05 infc-retenido pic 9(11)v99.
       SD  TRABAJO.
       01  sort-reg.
           03 sort-filial pic 9(2).
           03 sort-socio pic 9(4).
           03 sort-moneda pic x.
           03 sort-modalidad pic x.
           03 sort-importe pic s9(8)v99.
       WORKING-STORAGE SECTION.
       01  w-flag-eof pic 9.
       01  w-flag-error pic 9 value zeros.
       01  w-soc-status pic xx.
       01  w-his-status pic xx.
       01  w-mae-status pic xx.
       01  w-idx-status pic xx.
       01  w-idx-abierto pic 9 value zeros.
       01  w-flag-maestro pic 9.
       01  w-anio pic 9(4).
       01  w-fec-mov.
           03 w-fec-anio pic 9(4).
           03 w-fec-mes-dia pic 9(4).
       01  w-mov-modalidad pic x.
       01  w-soc-abierto pic 9.
       01  w-filial-ant pic 9(2).
       01  w-socio-ant pic 9(4).
       01  w-soc-nombre pic x(20).
       01  w-soc-categoria pic x.
       01  w-soc-exento pic x.
       01  w-mon-idx pic 9.
       01  w-cant-cert pic 9(5) value zeros.
       01  w-cant-inf pic 9(6) value zeros.
      * Interes pagado y retenido del socio en curso y totales
      * generales, por moneda (pesos, dolares, euros).
       01  tabla-socio.
           03 ts-moneda OCCURS 3 TIMES.
               05 ts-interes pic s9(9)v99.
               05 ts-retenido pic s9(9)v99.
       01  tabla-general.
           03 tg-moneda OCCURS 3 TIMES.
               05 tg-interes pic s9(11)v99.
               05 tg-retenido pic s9(11)v99.
       01  tabla-monedas.
           03 filler pic x(9) value "PPESOS".
           03 filler pic x(9) value "DDOLARES".
           03 filler pic x(9) value "EEUROS".
       01  tabla-monedas-r REDEFINES tabla-monedas.
           03 mon-entrada OCCURS 3 TIMES.
               05 mon-codigo pic x.
               05 mon-nombre pic x(8).
       01  lin-guarda.
           03 filler pic x(80) value all "*".
       01  lin-titulo.
           03 filler pic x(30) value spaces.
           03 filler pic x(19) value "BANCO: EL CORRALITO".
           03 filler pic x(31) value spaces.
       01  lin-subtitulo.
           03 filler pic x(13) value spaces.
           03 filler pic x(49) value
               "CERTIFICADO DE RETENCIONES SOBRE INTERESES - ANIO".
           03 filler pic x value spaces.
           03 l-sub-anio pic 9(4).
           03 filler pic x(13) value spaces.
       01  lin-socio.
           03 filler pic x(3) value spaces.
           03 filler pic x(8) value "CUENTA: ".
           03 l-filial pic 9(2).
           03 filler pic x value "-".
           03 l-socio pic 9(4).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 l-nombre pic x(20).
           03 filler pic x(32) value spaces.
       01  lin-categoria.
           03 filler pic x(3) value spaces.
           03 filler pic x(11) value "CATEGORIA: ".
           03 l-categoria pic x(16).
           03 filler pic x(3) value spaces.
           03 l-exento pic x(28).
           03 filler pic x(19) value spaces.
       01  lin-cab.
           03 filler pic x(3) value spaces.
           03 filler pic x(12) value "MONEDA".
           03 filler pic x(17) value "   INTERES PAGADO".
           03 filler pic x(20) value "   IMPUESTO RETENIDO".
           03 filler pic x(28) value spaces.
       01  lin-det.
           03 filler pic x(3) value spaces.
           03 l-moneda pic x(8).
           03 filler pic x(8) value spaces.
           03 l-interes pic zz.zzz.zz9,99.
           03 filler pic x(7) value spaces.
           03 l-retenido pic zz.zzz.zz9,99.
           03 filler pic x(28) value spaces.
       01  lin-texto pic x(80) value
           "   Se extiende el presente para ser presentado ante el "-
           "fisco.".
       01  lin-blanco pic x(80) value spaces.
       01  lin-guion.
           03 filler pic x(19) value spaces.
           03 filler pic x(13) value all "-".
           03 filler pic x(7) value spaces.
           03 filler pic x(13) value all "-".
           03 filler pic x(28) value spaces.
       01  lin-tot-tit.
           03 filler pic x(28) value spaces.
           03 filler pic x(24) value "TOTALES GENERALES".
           03 filler pic x(28) value spaces.
       01  lin-estadistica.
           03 filler pic x(14) value "Se emitieron ".
           03 l-cant-cert pic zzzz9.
           03 filler pic x(17) value " certificados y ".
           03 l-cant-inf pic zzzzz9.
           03 filler pic x(38) value
               " registros de informacion al fisco.".
       01  lin-error-sort pic x(80) value
           "*** ERROR: LA CLASIFICACION FALLO, LOS CERTIFICADOS ESTAN "-
           "INCOMPLETOS ***".
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT TRABAJO ON ASCENDING KEY sort-filial sort-socio
               sort-moneda
               INPUT PROCEDURE IS 2000-ENTRADA
               OUTPUT PROCEDURE IS 5000-CLASIFICADO.
           IF SORT-RETURN NOT = ZERO
               DISPLAY lin-error-sort
               WRITE rep-linea FROM lin-error-sort
               MOVE 1 TO w-flag-error
           END-IF.
           PERFORM 900-FIN.
           IF w-flag-error = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *************************** R U T I N A S ***********************
       100-INICIO.
           DISPLAY "Certificados anuales de retenciones sobre "-
               "intereses".
           PERFORM 120-TRAER-ANIO.
           PERFORM 130-VERIF-ANIO UNTIL w-anio > 1900.
           INITIALIZE tabla-general.
           OPEN INPUT MAESTRO-IDX.
           IF w-idx-status = "00"
               MOVE 1 TO w-idx-abierto
           ELSE
               DISPLAY "No se pudo abrir el maestro indexado, se "-
                   "busca en el secuencial"
           END-IF.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT INFORMACION.

       120-TRAER-ANIO.
           DISPLAY "Ingrese el anio a certificar (AAAA)".
           ACCEPT w-anio.

       130-VERIF-ANIO.
           DISPLAY "Error! Anio invalido".
           PERFORM 120-TRAER-ANIO.
      *-----------------------------------------------------------------
      * Totales generales del anio por moneda, el registro de control
      * del archivo para el fisco y la cantidad de certificados.
      *-----------------------------------------------------------------
       900-FIN.
           MOVE w-anio TO l-sub-anio.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-tot-tit.
           WRITE rep-linea FROM lin-tot-tit.
           DISPLAY lin-cab.
           WRITE rep-linea FROM lin-cab.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE mon-nombre(w-mon-idx) TO l-moneda
               MOVE tg-interes(w-mon-idx) TO l-interes
               MOVE tg-retenido(w-mon-idx) TO l-retenido
               DISPLAY lin-det
               WRITE rep-linea FROM lin-det
           END-PERFORM.
           MOVE w-cant-cert TO l-cant-cert.
           MOVE w-cant-inf TO l-cant-inf.
           DISPLAY lin-estadistica.
           WRITE rep-linea FROM lin-estadistica.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           MOVE SPACES TO inf-control.
           MOVE "T" TO infc-tipo.
           MOVE w-anio TO infc-anio.
           MOVE w-cant-inf TO infc-cant.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               MOVE tg-interes(w-mon-idx) TO infc-interes(w-mon-idx)
               MOVE tg-retenido(w-mon-idx) TO infc-retenido(w-mon-idx)
           END-PERFORM.
           WRITE inf-control.
           CLOSE REPORTE.
           CLOSE INFORMACION.
           IF w-idx-abierto = 1
               CLOSE MAESTRO-IDX
           END-IF.

      *-----------------------------------------------------------------
      * Entrada de la clasificacion: los intereses I y las retenciones
      * W del anio pedido, primero los archivados y despues los
      * vigentes.
      *-----------------------------------------------------------------
       2000-ENTRADA SECTION.
       2000-SELECCIONAR.
           OPEN INPUT HISTORICO.
           IF w-his-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ HISTORICO AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND hist-filial IS NUMERIC
                       MOVE hist-fecha TO w-fec-mov
                       MOVE hist-modalidad TO w-mov-modalidad
                       IF w-fec-anio = w-anio
                           AND (w-mov-modalidad = "I"
                           OR w-mov-modalidad = "W")
                           MOVE hist-filial TO sort-filial
                           MOVE hist-socio TO sort-socio
                           MOVE hist-moneda TO sort-moneda
                           MOVE hist-modalidad TO sort-modalidad
                           MOVE hist-importe TO sort-importe
                           RELEASE sort-reg
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-soc-status = "00"
               MOVE ZERO TO w-flag-eof
               PERFORM UNTIL w-flag-eof = 1
                   READ SOCIOS AT END MOVE 1 TO w-flag-eof
                   END-READ
                   IF w-flag-eof NOT = 1
                       AND soc-filial IS NUMERIC
                       MOVE soc-fecha TO w-fec-mov
                       MOVE soc-modalidad TO w-mov-modalidad
                       IF w-fec-anio = w-anio
                           AND (w-mov-modalidad = "I"
                           OR w-mov-modalidad = "W")
                           MOVE soc-filial TO sort-filial
                           MOVE soc-socio TO sort-socio
                           MOVE soc-moneda TO sort-moneda
                           MOVE soc-modalidad TO sort-modalidad
                           MOVE soc-importe TO sort-importe
                           RELEASE sort-reg
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SOCIOS
           END-IF.

       2900-FIN-ENTRADA.
           EXIT.
      *-----------------------------------------------------------------
      * Salida de la clasificacion: corte de control por filial y
      * socio; al cerrar cada socio se emite su certificado.
      *-----------------------------------------------------------------
       5000-CLASIFICADO SECTION.
       5000-EMITIR.
           MOVE ZERO TO w-flag-eof.
           MOVE ZERO TO w-soc-abierto.
           PERFORM UNTIL w-flag-eof = 1
               RETURN TRABAJO AT END MOVE 1 TO w-flag-eof
               END-RETURN
               IF w-flag-eof NOT = 1
                   IF w-soc-abierto = 1
                       AND (sort-filial NOT = w-filial-ant
                       OR sort-socio NOT = w-socio-ant)
                       PERFORM 6300-CERRAR-SOCIO
                   END-IF
                   IF w-soc-abierto = ZERO
                       PERFORM 6100-ABRIR-SOCIO
                   END-IF
                   PERFORM 6200-ACUMULAR
               END-IF
           END-PERFORM.
           IF w-soc-abierto = 1
               PERFORM 6300-CERRAR-SOCIO
           END-IF.

       5900-FIN-CLASIFICADO.
           EXIT.
      *-----------------------------------------------------------------
      * Cortes de control, fuera de la seccion de salida para que la
      * clasificacion termine al final del ciclo de 5000-EMITIR.
      *-----------------------------------------------------------------
       6000-CORTES SECTION.
       6100-ABRIR-SOCIO.
           MOVE 1 TO w-soc-abierto.
           MOVE sort-filial TO w-filial-ant.
           MOVE sort-socio TO w-socio-ant.
           INITIALIZE tabla-socio.

       6200-ACUMULAR.
           EVALUATE sort-moneda
               WHEN "P" MOVE 1 TO w-mon-idx
               WHEN "D" MOVE 2 TO w-mon-idx
               WHEN "E" MOVE 3 TO w-mon-idx
               WHEN OTHER MOVE ZERO TO w-mon-idx
           END-EVALUATE.
           IF w-mon-idx > ZERO
               IF sort-modalidad = "I"
                   ADD sort-importe TO ts-interes(w-mon-idx)
                   ADD sort-importe TO tg-interes(w-mon-idx)
               ELSE
                   ADD sort-importe TO ts-retenido(w-mon-idx)
                   ADD sort-importe TO tg-retenido(w-mon-idx)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Certificado del socio y sus registros D para el fisco, uno por
      * cada moneda en la que cobro interes o le retuvieron.
      *-----------------------------------------------------------------
       6300-CERRAR-SOCIO.
           MOVE ZERO TO w-soc-abierto.
           PERFORM 6400-BUSCAR-SOCIO.
           MOVE w-anio TO l-sub-anio.
           MOVE w-filial-ant TO l-filial.
           MOVE w-socio-ant TO l-socio.
           MOVE w-soc-nombre TO l-nombre.
           IF w-soc-categoria = "J"
               MOVE "PERSONA JURIDICA" TO l-categoria
           ELSE
               MOVE "PERSONA FISICA" TO l-categoria
           END-IF.
           IF w-soc-exento = "S"
               MOVE "EXENTO DE RETENCION" TO l-exento
           ELSE
               MOVE SPACES TO l-exento
           END-IF.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-titulo.
           WRITE rep-linea FROM lin-titulo.
           DISPLAY lin-subtitulo.
           WRITE rep-linea FROM lin-subtitulo.
           DISPLAY lin-guarda.
           WRITE rep-linea FROM lin-guarda.
           DISPLAY lin-socio.
           WRITE rep-linea FROM lin-socio.
           DISPLAY lin-categoria.
           WRITE rep-linea FROM lin-categoria.
           DISPLAY lin-cab.
           WRITE rep-linea FROM lin-cab.
           PERFORM VARYING w-mon-idx FROM 1 BY 1 UNTIL w-mon-idx > 3
               IF ts-interes(w-mon-idx) NOT = ZERO
                   OR ts-retenido(w-mon-idx) NOT = ZERO
                   PERFORM 6310-LINEA-MONEDA
               END-IF
           END-PERFORM.
           DISPLAY lin-blanco.
           WRITE rep-linea FROM lin-blanco.
           DISPLAY lin-texto.
           WRITE rep-linea FROM lin-texto.
           DISPLAY lin-blanco.
           WRITE rep-linea FROM lin-blanco.
           ADD 1 TO w-cant-cert.

       6310-LINEA-MONEDA.
           MOVE mon-nombre(w-mon-idx) TO l-moneda.
           MOVE ts-interes(w-mon-idx) TO l-interes.
           MOVE ts-retenido(w-mon-idx) TO l-retenido.
           DISPLAY lin-det.
           WRITE rep-linea FROM lin-det.
           MOVE "D" TO inf-tipo.
           MOVE w-anio TO inf-anio.
           MOVE w-filial-ant TO inf-filial.
           MOVE w-socio-ant TO inf-socio.
           MOVE w-soc-categoria TO inf-categoria.
           MOVE w-soc-exento TO inf-exento.
           MOVE mon-codigo(w-mon-idx) TO inf-moneda.
           MOVE ts-interes(w-mon-idx) TO inf-interes.
           MOVE ts-retenido(w-mon-idx) TO inf-retenido.
           WRITE inf-det.
           ADD 1 TO w-cant-inf.
      *-----------------------------------------------------------------
      * Nombre, categoria y marca de exento del socio: READ directo al
      * maestro indexado y, si no esta abierto, el secuencial de punta
      * a punta, igual que LEER-ARCH. Sin datos en el maestro va como
      * persona fisica no exenta.
      *-----------------------------------------------------------------
       6400-BUSCAR-SOCIO.
           MOVE "(SIN NOMBRE)" TO w-soc-nombre.
           MOVE "F" TO w-soc-categoria.
           MOVE "N" TO w-soc-exento.
           IF w-idx-abierto = 1
               MOVE w-socio-ant TO mi-socio
               READ MAESTRO-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE mi-nombre TO w-soc-nombre
                       MOVE mi-categoria TO w-soc-categoria
                       MOVE mi-exento TO w-soc-exento
               END-READ
           ELSE
               PERFORM 6410-BUSCAR-SOCIO-SECUENCIAL
           END-IF.
           IF w-soc-categoria NOT = "J"
               MOVE "F" TO w-soc-categoria
           END-IF.
           IF w-soc-exento NOT = "S"
               MOVE "N" TO w-soc-exento
           END-IF.

       6410-BUSCAR-SOCIO-SECUENCIAL.
           OPEN INPUT MAESTRO.
           IF w-mae-status = "00"
               MOVE ZERO TO w-flag-maestro
               PERFORM UNTIL w-flag-maestro = 1
                   READ MAESTRO AT END MOVE 1 TO w-flag-maestro
                   END-READ
                   IF w-flag-maestro NOT = 1
                       AND mae-socio IS NUMERIC
                       AND mae-socio = w-socio-ant
                       MOVE mae-nombre TO w-soc-nombre
                       MOVE mae-categoria TO w-soc-categoria
                       MOVE mae-exento TO w-soc-exento
                       MOVE 1 TO w-flag-maestro
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           END-IF.

       END PROGRAM EMITIR-RET.
