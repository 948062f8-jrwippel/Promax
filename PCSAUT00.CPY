      *>=================================================================
      *> PCSAUT00.CPY - SELECT do arquivo EFDAUT.CAD (autorizações de
      *>                usuário por programa/opção, conferidas por
      *>                PP00096S antes de cada opção supervisionada).
      *>=================================================================
           select   pdaut00     assign      to wid-pdaut00
                    organization             is indexed
                    access mode              is dynamic
                    record key               is (fau)t0-chave
                    file status              is ws-resultado-acesso.
