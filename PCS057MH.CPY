      *>=================================================================
      *> PCS057MH.CPY - SELECT do arquivo EFD057MH.CAD (histórico das
      *>                mudanças de posição de EFD057M.CAD a cada
      *>                importação de EFD057T.TXT aceita por PP00057C).
      *>=================================================================
           select   pd057mh     assign      to wid-pd057mh
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
