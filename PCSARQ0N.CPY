      *>=================================================================
      *> PCSARQ0N.CPY - SELECT genérico da nova versão (<arquivo>.NEW)
      *>                de um log/trilha sequencial durante o
      *>                arquivamento de PP00097 - recebe os registros
      *>                mantidos e depois toma o lugar do original.
      *>=================================================================
           select   pdarq0n     assign      to wid-pdarq0n
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
