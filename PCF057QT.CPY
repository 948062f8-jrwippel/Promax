      *>=================================================================
      *> PCF057QT.CPY - FD/registro do arquivo de transmissão
      *>                EFD057Q.TXT, no molde de EFD058T.TXT. Registro
      *>                tipo 1 = header da matriz (versão PW00219S e
      *>                momento da geração); tipo 2 = uma solicitação de
      *>                EFD057Q.CAD ainda sem resultado (revenda,
      *>                empresa/filial, rotina, ação e motivo); tipo 9 =
      *>                trailer de integridade com a contagem e o eco da
      *>                data de geração - arquivo sem trailer ou com
      *>                contagem divergente é transmissão truncada e a
      *>                base deve recusá-lo sem aplicar nada.
      *>=================================================================
       fd  pd057qt
           label record standard.
       01  (f57q)t-registro.
           03 (f57q)t-tipo-registro        pic x(01).
               88 (f57q)t-header                    value "1".
               88 (f57q)t-solicitacao               value "2".
               88 (f57q)t-trailer                   value "9".
           03 (f57q)t-dados                pic x(70).
           03 (f57q)t-dados-header redefines (f57q)t-dados.
               05 (f57q)t-versao-sistema   pic x(11).
               05 (f57q)t-data-geracao     pic 9(08).
               05 (f57q)t-hora-geracao     pic 9(06).
               05 filler                   pic x(45).
           03 (f57q)t-dados-solicitacao redefines (f57q)t-dados.
               05 (f57q)t-codigo-revenda   pic 9(05).
               05 (f57q)t-numero-solicitacao pic 9(08).
               05 (f57q)t-cd-empresa       pic 9(03).
               05 (f57q)t-cd-filial        pic 9(03).
               05 (f57q)t-nome-programa    pic x(08).
               05 (f57q)t-acao             pic x(01).
                   88 (f57q)t-reabertura            value "R".
                   88 (f57q)t-reexecucao            value "E".
               05 (f57q)t-motivo           pic x(40).
               05 filler                   pic x(02).
           03 (f57q)t-dados-trailer redefines (f57q)t-dados.
               05 (f57q)t-total-solicitacoes pic 9(07).
               05 (f57q)t-data-geracao-eco pic 9(08).
               05 filler                   pic x(55).
