      *>=================================================================
      *> PCSAUT0L.CPY - SELECT do arquivo EFDAUTL.CAD (log de segurança
      *>                das tentativas recusadas por falta de
      *>                autorização em EFDAUT.CAD - gravado por
      *>                PP00096S).
      *>=================================================================
           select   pdaut0l     assign      to wid-pdaut0l
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
