      *>=================================================================
      *> PCS0580B.CPY - SELECT do arquivo EFD058B.CAD (registro dos
      *>                arquivos de dados que cada rotina automática de
      *>                EFD058.CAD altera - base da cópia de segurança
      *>                feita por PP00005 antes do despacho).
      *>=================================================================
           select   pd0580b     assign      to wid-pd0580b
                    organization             is indexed
                    access mode              is dynamic
                    record key               is (f580)b-chave
                    file status              is ws-resultado-acesso.
