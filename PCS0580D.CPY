      *>=================================================================
      *> PCS0580D.CPY - SELECT do arquivo EFD058D.CAD (registro de
      *>                distribuição das rotinas do catálogo da matriz
      *>                - quando cada rotina saiu pela primeira vez em
      *>                EFD058T.TXT; gravado por PP00058E, lido pelos
      *>                relatórios de implantação de PP00057C).
      *>=================================================================
           select   pd0580d     assign      to wid-pd0580d
                    organization             is indexed
                    access mode              is dynamic
                    record key               is (f580)d-nome-programa
                    file status              is ws-resultado-acesso.
