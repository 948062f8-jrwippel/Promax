       copy PCS05900.CPY replacing ==(f59)== by ==f59==.
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS0590H.CPY.
       copy PCS0570L.CPY.
       copy PCS0570P.CPY.
       copy PCS0570S.CPY replacing ==(f570)== by ==f570==.

       copy PCF05900.CPY replacing ==(f59)== by ==f59==.
       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF0590H.CPY replacing ==(f590)== by ==f590==.
       copy PCF0570L.CPY replacing ==(f57l)== by ==f57l==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570S.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "c".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-dep-antiga            pic x(17)   value spaces.
       *>---------------------------------------------------------------------------------------------
       1000-inicializacao section.
       1000.
            if   lp-opcao-dependencia <> "CO"
                 perform 1300-verifica-autorizacao
                 perform 1200-verifica-trava-execucao
            end-if
            string lnk-dtbpath delimited by " " "/EFD059.CAD" into wid-pd05900
            open i-o pd05900
      *> Base ainda sem registro de dependências - a inclusão cria o
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Com EFD057.LCK preso (despacho de PP00005 ou arquivamento de
      *> PP00097, que troca EFD059H.CAD pela cópia enxuta) nada é
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
            move "PP00059"              to ls-nome-programa
            move lp-opcao-dependencia   to ls-opcao
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
            move spaces                 to lp-status-dependencia
