      *>=================================================================
      *> PCS0570B.CPY - SELECT do arquivo EFD057B.CAD (conjuntos de
      *>                cópias de segurança tiradas por PP00005 antes de
      *>                cada despacho automático, vinculados à marca de
      *>                execução de EFD057.CAD).
      *>=================================================================
           select   pd0570b     assign      to wid-pd0570b
                    organization             is indexed
                    access mode              is dynamic
                    record key               is (f570)b-chave
                    file status              is ws-resultado-acesso.
