      *          S - historia completa de un socio: junta lo archivado
      *              en el historico con lo vigente en archSoc.dat y
      *              lista todos sus movimientos seguidos, marcando de
      *              que archivo salio cada uno con su numero de
      *              comprobante y el operador que lo cargo, con el
      *              neto por moneda al final (neteo T/R igual que los
      *              listados).
      *          El reporte sale por consola y a listadoHist.dat.
      * Tectonics: cobc
      ******************************************************************
           03 hist-modalidad pic x.
           03 hist-fecha pic 9(8).
           03 hist-moneda pic x.
           03 hist-contra-filial pic 9(2).
           03 hist-contra-socio pic 9(4).
           03 hist-comprobante pic 9(7).
           03 hist-operador pic x(3).
       FD  SOCIOS.
       01  soc-reg.
           03 soc-filial pic 9(2).
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
           03 ctl-importe pic s9(8)v99.
           03 filler pic x(27).
       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9(2).
           03 mae-filial pic 9(2).
           03 mae-nombre pic x(20).
           03 mae-estado pic x.
           03 mae-categoria pic x.
           03 mae-exento pic x.
       01  mae-control.
           03 mctl-marca pic x.
           03 mctl-cant pic 9(4).
           03 filler pic x(24).
       FD  REPORTE.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
           03 filler pic x(15) value "ORIGEN   FECHA".
           03 filler pic x(17) value spaces.
           03 filler pic x(14) value "MODAL.  MONEDA".
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "IMPORTE".
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "COMPROB".
           03 filler pic x(1) value spaces.
           03 filler pic x(3) value "OPE".
           03 filler pic x(10) value spaces.
       01  lin-mov.
           03 filler pic x(2) value spaces.
           03 l-mov-origen pic x.
           03 l-mov-moneda pic x.
           03 filler pic x(6) value spaces.
           03 l-mov-imp pic z.zzz.zzz.zz9,99.
           03 filler pic x(3) value spaces.
           03 l-mov-comprobante pic 9(7).
           03 filler pic x(1) value spaces.
           03 l-mov-operador pic x(3).
           03 filler pic x(10) value spaces.
       01  lin-net.
           03 filler pic x(10) value spaces.
           03 filler pic x(9) value "Neto en ".
                   MOVE hist-modalidad TO l-mov-modal
                   MOVE hist-moneda TO l-mov-moneda
                   MOVE hist-importe TO l-mov-imp
                   MOVE hist-comprobante TO l-mov-comprobante
                   MOVE hist-operador TO l-mov-operador
                   PERFORM 640-LISTAR-MOV
                   PERFORM 650-NETEAR-HIST
               END-IF
                   MOVE soc-modalidad TO l-mov-modal
                   MOVE soc-moneda TO l-mov-moneda
                   MOVE soc-importe TO l-mov-imp
                   MOVE soc-comprobante TO l-mov-comprobante
                   MOVE soc-operador TO l-mov-operador
                   PERFORM 640-LISTAR-MOV
                   PERFORM 660-NETEAR-VIG
               END-IF
