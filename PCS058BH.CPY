      *>=================================================================
      *> PCS058BH.CPY - SELECT do arquivo EFD058BH.CAD (trilha de
      *>                auditoria das manutenções do registro de
      *>                arquivos de backup EFD058B.CAD - programa
      *>                PP00058B).
      *>=================================================================
           select   pd058bh     assign      to wid-pd058bh
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
