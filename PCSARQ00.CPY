      *>=================================================================
      *> PCSARQ00.CPY - SELECT do arquivo EFDARQ.CAD (catálogo dos
      *>                arquivos mortos gerados pelo arquivamento
      *>                PP00097 - onde procurar o histórico expurgado
      *>                dos logs/trilhas).
      *>=================================================================
           select   pdarq00     assign      to wid-pdarq00
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
