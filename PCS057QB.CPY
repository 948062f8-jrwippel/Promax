      *>=================================================================
      *> PCS057QB.CPY - SELECT do arquivo EFD057QB.CAD (solicitações da
      *>                matriz já aplicadas na base por PP00057I, com o
      *>                resultado a devolver no próximo EFD057T.TXT).
      *>=================================================================
           select   pd057qb     assign      to wid-pd057qb
                    organization             is indexed
                    access mode              is dynamic
                    record key               is (f57q)b-numero-solicitacao
                    file status              is ws-resultado-acesso.
