      *>=================================================================
      *> PCFARQ0N.CPY - FD/registro genérico da nova versão do arquivo
      *>                em arquivamento (PCSARQ0N.CPY), mesma imagem de
      *>                PCFARQ0E.CPY.
      *>=================================================================
       fd  pdarq0n
           label record standard.
       01  (farq)n-registro                  pic x(256).
