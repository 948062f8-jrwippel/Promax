
       copy PCS0570F.CPY replacing ==(f570)== by ==f570==.
       copy PCS057FH.CPY.
       copy PCS0570L.CPY.
       copy PCS0570P.CPY.

       data division.

       copy PCF0570F.CPY replacing ==(f570)== by ==f570==.
       copy PCF057FH.CPY replacing ==(f57f)== by ==f57f==.
       copy PCF0570L.CPY replacing ==(f57l)== by ==f57l==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "c".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-registro-antigo       pic x(39)   value spaces.
       *>---------------------------------------------------------------------------------------------
       1000-inicializacao section.
       1000.
            if   lp-opcao-revenda <> "CO"
                 perform 1300-verifica-autorizacao
                 perform 1200-verifica-trava-execucao
            end-if
            string lnk-dtbpath delimited by " " "/EFD057F.CAD" into wid-pd0570f
            open i-o pd0570f
      *> Matriz nova ainda sem cadastro - a inclusão cria o arquivo.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Com EFD057.LCK preso (despacho de PP00005 ou arquivamento de
      *> PP00097, que troca EFD057FH.CAD pela cópia enxuta) nada é
      *> gravado - a linha de auditoria acrescentada durante a troca se
      *> perderia.
       1200-verifica-trava-execucao section.
       1200.
            string lnk-dtbpath delimited by " " "/EFD057.LCK" into
                   wid-pd0570l
            open input pd0570l
            if   ws-operacao-ok
                 read pd0570l
                      at end continue
                 end-read
                 if   ws-operacao-ok
                      close pd0570l
                      move spaces       to whs-mensagem
                      string "Manutenção adiada - EFD057.CAD em uso por "
                             delimited by size
                             f57l-id-usuario delimited by " "
                             " (modo " delimited by size f57l-opcao
                             " desde " f57l-data-inicio
                             " " f57l-hora-inicio
                             ") - tente novamente ao fim"
                             into whs-mensagem
                      move whs-mensagem to lp-mensagem
                      perform 0000-saida
                 end-if
                 close pd0570l
            end-if.
       1200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00057F"             to ls-nome-programa
            move lp-opcao-revenda       to ls-opcao
            move lp-usuario             to ls-usuario
            call "PP00096S"             using lnk-par
                                              ls-par-autorizacao
            if   not ls-acesso-autorizado
                 move ls-mensagem       to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 perform 0000-saida
            end-if.
       1300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2000-processamento section.
       2000.
            move spaces                 to lp-status-revenda
