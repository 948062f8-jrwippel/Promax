      *>=================================================================
      *> PCSARQ0M.CPY - SELECT genérico do arquivo morto gravado pelo
      *>                arquivamento de PP00097 (<dtbpath>/ARQUIVO/
      *>                <arquivo>-AAAAMMDD-HHMMSS.CAD, um por arquivo de
      *>                origem e rodada, catalogado em EFDARQ.CAD).
      *>=================================================================
           select   pdarq0m     assign      to wid-pdarq0m
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
