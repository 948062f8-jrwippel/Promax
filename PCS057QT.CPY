      *>=================================================================
      *> PCS057QT.CPY - SELECT do arquivo de transmissão EFD057Q.TXT
      *>                (ações solicitadas pela matriz às bases: gerado
      *>                por PP00057C a partir de EFD057Q.CAD e aplicado
      *>                em cada base por PP00057I - cada base só aplica
      *>                as linhas da sua revenda).
      *>=================================================================
           select   pd057qt     assign      to wid-pd057qt
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
