      *>=================================================================
      *> PCSAUT0H.CPY - SELECT do arquivo EFDAUTH.CAD (trilha de
      *>                auditoria das concessões e revogações de
      *>                autorização em EFDAUT.CAD - programa PP00096).
      *>=================================================================
           select   pdaut0h     assign      to wid-pdaut0h
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
