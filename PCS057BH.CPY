      *>=================================================================
      *> PCS057BH.CPY - SELECT do arquivo EFD057BH.CAD (trilha das
      *>                restaurações supervisionadas de cópias de
      *>                segurança - opção "RB" de PP00005).
      *>=================================================================
           select   pd057bh     assign      to wid-pd057bh
                    organization             is line sequential
                    file status              is ws-resultado-acesso.
