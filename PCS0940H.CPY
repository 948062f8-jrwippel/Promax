      *>=================================================================
      *> PCS0940H.CPY - SELECT do arquivo EFD094H.CAD (trilha de
      *>                auditoria das manutenções da habilitação de
      *>                projetos EFD094.CAD - programa PP00094).
      *>=================================================================
           select   pd0940h     assign      to wid-pd0940h
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
