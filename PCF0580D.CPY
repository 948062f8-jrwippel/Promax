      *>=================================================================
      *> PCF0580D.CPY - FD/registro do arquivo EFD058D.CAD. Um registro
      *>                por rotina ativa já exportada em EFD058T.TXT: a
      *>                data/hora da geração em que ela foi distribuída
      *>                pela primeira vez (o marco zero da implantação
      *>                nas revendas) e a da distribuição mais recente.
      *>=================================================================
       fd  pd0580d
           label record standard.
       01  (f580)d-registro.
           03 (f580)d-nome-programa          pic x(08).
           03 (f580)d-data-primeira-distrib  pic 9(08).
           03 (f580)d-hora-primeira-distrib  pic 9(06).
           03 (f580)d-data-ultima-distrib    pic 9(08).
           03 (f580)d-hora-ultima-distrib    pic 9(06).
           03 filler                         pic x(10).
