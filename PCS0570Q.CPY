      *>=================================================================
      *> PCS0570Q.CPY - SELECT do arquivo EFD057Q.CAD (solicitações de
      *>                ação da matriz às bases - reabertura ou
      *>                reexecução de rotina - registradas e
      *>                acompanhadas por PP00057C).
      *>=================================================================
           select   pd0570q     assign      to wid-pd0570q
                    organization             is indexed
                    access mode              is dynamic
                    record key               is (f570)q-numero-solicitacao
                    file status              is ws-resultado-acesso.
