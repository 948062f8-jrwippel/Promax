      *>=================================================================
      *> PCSARQ0E.CPY - SELECT genérico de leitura dos logs/trilhas
      *>                sequenciais arquivados por PP00097 (EFD057A,
      *>                EFD057H, EFD058H, EFD059H, EFD057FH) e dos
      *>                arquivos mortos na consulta - o programa monta o
      *>                nome em wid-pdarq0e antes de abrir.
      *>=================================================================
           select   pdarq0e     assign      to wid-pdarq0e
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
