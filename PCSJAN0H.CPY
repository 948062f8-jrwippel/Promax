      *>=================================================================
      *> PCSJAN0H.CPY - SELECT do arquivo EFDJANH.CAD (trilha de
      *>                auditoria das manutenções do calendário de
      *>                execução EFDJAN.CAD - programa PP00005J).
      *>=================================================================
           select   pdjan0h     assign      to wid-pdjan0h
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
