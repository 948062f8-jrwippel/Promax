      $set sourceformat"free"

       identification division.
       program-id.    PP00057I.

      *>
      *>              Aplicação na base das ações solicitadas pela matriz
      *>              (EFD057Q.TXT gerado por PP00057C): cada solicitação
      *>              da revenda da base - reabertura de execução
      *>              concluída ou reexecução de execução falha - passa
      *>              pela reabertura "RA" de PP00005, que grava
      *>              EFD057H.CAD com a solicitação da matriz como
      *>              motivo. O resultado (executada ou recusada, com o
      *>              motivo da recusa) fica em EFD057QB.CAD e volta à
      *>              matriz no próximo EFD057T.TXT (PP00057E). O arquivo
      *>              inteiro é validado antes de qualquer aplicação, como
      *>              em PP00058I; solicitação já tratada não é
      *>              reaplicada.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCS05701.CPY replacing ==(f57)== by ==f57==.
       copy PCS0570L.CPY.
       copy PCS057QT.CPY.
       copy PCS057QB.CPY replacing ==(f57q)== by ==f57q==.
       copy PCS0570P.CPY.

       data division.

       copy PCF05701.CPY replacing ==(f57)== by ==f57==.
       copy PCF0570L.CPY replacing ==(f57l)== by ==f57l==.
       copy PCF057QT.CPY replacing ==(f57q)== by ==f57q==.
       copy PCF057QB.CPY replacing ==(f57q)== by ==f57q==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "a".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização
       copy PCW0002.CPY replacing ==(lp)== by ==lr==. *>Reabertura "RA" de PP00005

       01   ws-campos-de-trabalho.
            03 ws-motivo-recusa         pic x(38)   value spaces.
            03 ws-descricao-acao        pic x(11)   value spaces.
            03 ws-descricao-resultado   pic x(09)   value spaces.
            03 ws-total-executadas      pic 9(05)   value zeros.
            03 ws-total-recusadas       pic 9(05)   value zeros.
            03 ws-total-ja-tratadas     pic 9(05)   value zeros.

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".

       01   ws-controle-validacao.
            03 ws-ind-transmissao-valida pic x(01)  value "S".
               88 ws-transmissao-valida             value "S".
            03 ws-ind-header-lido       pic x(01)   value "N".
               88 ws-header-lido                    value "S".
            03 ws-ind-trailer-lido      pic x(01)   value "N".
               88 ws-trailer-lido                   value "S".
            03 ws-qtde-solicitacoes     pic 9(07)   value zeros.
            03 ws-data-geracao-header   pic 9(08)   value zeros.
            03 ws-versao-header         pic x(11)   value spaces.
            03 ws-motivo-rejeicao       pic x(100)  value spaces.

       linkage section.
       copy PCW990.CPY.
       copy PCW0057.CPY replacing ==(lc)== by ==lp==.

       procedure division using lnk-par
                                lp-par-consolidacao.

       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.


       *>---------------------------------------------------------------------------------------------
       1000-inicializacao section.
       1000.
            perform 1300-verifica-autorizacao
            move spaces                 to lp-status-consolidacao
            move zeros                  to lp-total-registros
            if   lp-codigo-revenda = zeros
                 move "Falta código da revenda" to whs-mensagem
                 perform 9000-mensagem-especial
                 perform 0000-saida
            end-if
            if   lp-usuario = spaces
                 move "Falta usuário responsável pela aplicação" to
                      whs-mensagem
                 perform 9000-mensagem-especial
                 perform 0000-saida
            end-if
            perform 1200-verifica-trava-execucao

            string lnk-dtbpath delimited by " " "/EFD057QB.CAD" into
                   wid-pd057qb
            open i-o pd057qb
            if   ws-resultado-acesso = "35"
                 open output pd057qb
                 close pd057qb
                 open i-o pd057qb
            end-if
            move "pd057qb-resultados-solicitacoes" to whs-arquivo
            perform 9000-trata-abertura

            if   lp-nome-arquivo = spaces
                 string lnk-dtbpath delimited by " " "/EFD057Q.TXT" into
                        wid-pd057qt
            else
                 move lp-nome-arquivo   to wid-pd057qt
            end-if
            open input pd057qt
            move "pd057qt-solicitacoes-matriz" to whs-arquivo
            perform 9000-trata-abertura.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Cada solicitação passa pela trava EFD057.LCK dentro do "RA" de
      *> PP00005; com a trava presa a aplicação inteira fica para
      *> depois, em vez de cada linha voltar à matriz como recusada.
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
                      string "Aplicação adiada - EFD057.CAD em uso por "
                             delimited by size
                             f57l-id-usuario delimited by " "
                             " (modo " delimited by size f57l-opcao
                             " desde " f57l-data-inicio
                             " " f57l-hora-inicio
                             ") - nenhuma solicitação aplicada"
                             into whs-mensagem
                      perform 9000-mensagem-especial
                      move whs-mensagem to lp-mensagem
                      perform 0000-saida
                 end-if
                 close pd0570l
            end-if.
       1200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança. Cada
      *> reabertura ainda passa pela conferência do "RA" em PP00005.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00057I"             to ls-nome-programa
            move lp-opcao-consolidacao  to ls-opcao
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
            evaluate  lp-opcao-consolidacao
                when  "AP"                           *> aplica solicitações
      *> Valida o arquivo inteiro ANTES de qualquer reabertura -
      *> transmissão truncada não pode aplicar metade das solicitações.
                      perform 2050-valida-transmissao
                      if   ws-transmissao-valida
                           close pd057qt
                           open input pd057qt
                           move "pd057qt-solicitacoes-matriz" to
                                whs-arquivo
                           perform 9000-trata-abertura
                           perform 2100-aplica-solicitacoes
                      end-if
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
            end-evaluate.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Passe de validação, sem nenhuma gravação: exatamente um header
      *> (tipo 1) abrindo o arquivo, solicitações (tipo 2) depois dele,
      *> exatamente um trailer (tipo 9) fechando com a contagem e o eco
      *> da data de geração, e nada depois.
       2050-valida-transmissao section.
       2050.
            move "S"                    to ws-ind-transmissao-valida
            move "N"                    to ws-ind-header-lido
            move "N"                    to ws-ind-trailer-lido
            move zeros                  to ws-qtde-solicitacoes
            move zeros                  to ws-data-geracao-header
            move spaces                 to ws-versao-header
            move spaces                 to ws-motivo-rejeicao
            read pd057qt
                 at end continue
            end-read
            if   not ws-operacao-ok
                 move "arquivo vazio"   to ws-motivo-rejeicao
                 perform 2060-rejeita-transmissao
                 exit section
            end-if
            perform until not ws-operacao-ok
                evaluate true
                    when f57qt-header
                         if   ws-header-lido
                              move "mais de um header (tipo 1) no arquivo"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         if   ws-trailer-lido
                              move "registro após o trailer (tipo 9)"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         move "S"       to ws-ind-header-lido
                         move f57qt-data-geracao to ws-data-geracao-header
                         move f57qt-versao-sistema to ws-versao-header
                    when f57qt-solicitacao
                         if   not ws-header-lido
                              move "registro antes do header (tipo 1)"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         if   ws-trailer-lido
                              move "registro após o trailer (tipo 9)"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         add  1         to ws-qtde-solicitacoes
                    when f57qt-trailer
                         if   not ws-header-lido
                              move "trailer antes do header (tipo 1)"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         if   ws-trailer-lido
                              move "mais de um trailer (tipo 9) no arquivo"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         if   f57qt-data-geracao-eco <>
                              ws-data-geracao-header
                              move "eco da data de geração no trailer não confere com o header"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         if   f57qt-total-solicitacoes <>
                              ws-qtde-solicitacoes
                              move "contagem do trailer não confere com o arquivo"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         move "S"       to ws-ind-trailer-lido
                    when other
                         move spaces    to ws-motivo-rejeicao
                         string "tipo de registro inválido ["
                                f57qt-tipo-registro "]"
                                into ws-motivo-rejeicao
                         perform 2060-rejeita-transmissao
                         exit section
                end-evaluate
                read pd057qt
                     at end continue
                end-read
            end-perform
            if   not ws-trailer-lido
                 move "arquivo sem trailer (tipo 9) - transmissão truncada"
                      to ws-motivo-rejeicao
                 perform 2060-rejeita-transmissao
            end-if.
       2050-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2060-rejeita-transmissao section.
       2060.
            move "N"                    to ws-ind-transmissao-valida
            move "RJ"                   to lp-status-consolidacao
            move spaces                 to whs-mensagem
            string "Aplicação rejeitada - " ws-motivo-rejeicao
                   delimited by "  "
                   " - nenhuma solicitação aplicada"
                   into whs-mensagem
            perform 9000-mensagem-especial
            move whs-mensagem           to lp-mensagem.
       2060-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Só as linhas da revenda desta base; as das outras revendas
      *> seguem no mesmo arquivo e são ignoradas.
       2100-aplica-solicitacoes section.
       2100.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-executadas
            move zeros                  to ws-total-recusadas
            move zeros                  to ws-total-ja-tratadas
            move "PP00057I_AP"          to ws-prefixo-relatorio
            move "APLICAÇÃO DAS AÇÕES SOLICITADAS PELA MATRIZ - EFD057Q"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            string "Revenda " lp-codigo-revenda
                   " - solicitações geradas em " ws-data-geracao-header
                   " (versão da matriz " ws-versao-header ")"
                   into ws-filtro-relatorio
            perform 9100-abre-relatorio
            read pd057qt
                 at end continue
            end-read
            perform until not ws-operacao-ok
                if   f57qt-solicitacao
                and  f57qt-codigo-revenda = lp-codigo-revenda
                     add  1             to lp-total-registros
                     perform 2200-aplica-solicitacao
                end-if
                read pd057qt
                     at end continue
                end-read
            end-perform
            move spaces                 to whs-mensagem
            string "Aplicação concluída - solicitações da revenda: "
                   lp-total-registros
                   " - executadas: " ws-total-executadas
                   " - recusadas: " ws-total-recusadas
                   " - já tratadas: " ws-total-ja-tratadas
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-consolidacao.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Solicitação nova: confere a marca em EFD057.CAD (2210) e, se a
      *> ação cabe, reabre pelo "RA" de PP00005 (2220); o resultado vai
      *> para EFD057QB.CAD a transmitir. Solicitação já tratada só tem o
      *> resultado remarcado para transmissão.
       2200-aplica-solicitacao section.
       2200.
            if   f57qt-reabertura
                 move "reabertura"      to ws-descricao-acao
            else
                 move "reexecução"      to ws-descricao-acao
            end-if
            initialize                     f57qb-registro
            move f57qt-numero-solicitacao to f57qb-numero-solicitacao
            perform 9000-ler-pd057qb-ran
            if   ws-operacao-ok
                 add  1                 to ws-total-ja-tratadas
                 if   f57qb-data-transmissao <> zeros
                      move zeros        to f57qb-data-transmissao
                      rewrite f57qb-registro
                      if   not ws-operacao-ok
                           move "2200-erro de regravacao efd057qb.cad !!!"
                                to whs-mensagem
                           move ws-resultado-acesso to ws-status
                           perform 9000-mensagem-especial
                           perform 3000-finalizacao
                           perform 0000-saida
                      end-if
                 end-if
                 move spaces            to whs-mensagem
                 string "   já tratada " f57qb-numero-solicitacao
                        " em " f57qb-data-aplicacao
                        " (" f57qb-ind-resultado ") - rotina "
                        f57qb-nome-programa
                        " - resultado segue no próximo EFD057T.TXT"
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
                 exit section
            end-if

            initialize                     f57qb-registro
            move f57qt-numero-solicitacao to f57qb-numero-solicitacao
            move f57qt-cd-empresa       to f57qb-cd-empresa
            move f57qt-cd-filial        to f57qb-cd-filial
            move f57qt-nome-programa    to f57qb-nome-programa
            move f57qt-acao             to f57qb-acao
            move f57qt-motivo           to f57qb-motivo
            move spaces                 to ws-motivo-recusa
            perform 2210-confere-marca
            if   ws-motivo-recusa = spaces
                 perform 2220-reabre-execucao
            end-if
            if   ws-motivo-recusa = spaces
                 move "E"               to f57qb-ind-resultado
                 move "executada"       to ws-descricao-resultado
                 add  1                 to ws-total-executadas
            else
                 move "R"               to f57qb-ind-resultado
                 move ws-motivo-recusa  to f57qb-motivo-recusa
                 move "recusada"        to ws-descricao-resultado
                 add  1                 to ws-total-recusadas
            end-if
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f57qb-data-aplicacao
            accept ws-horas             from time
            move ws-horas               to f57qb-hora-aplicacao
            move lp-usuario             to f57qb-usuario-aplicacao
            move zeros                  to f57qb-data-transmissao
            write f57qb-registro
            if   not ws-operacao-ok
                 move "2200-erro de gravacao efd057qb.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.
            move spaces                 to whs-mensagem
            string "   " delimited by size
                   ws-descricao-resultado delimited by " "
                   " " delimited by size
                   f57qb-numero-solicitacao
                   " (" delimited by size
                   ws-descricao-acao delimited by " "
                   "): rotina " delimited by size
                   f57qb-nome-programa
                   " empresa " f57qb-cd-empresa
                   " filial " f57qb-cd-filial
                   " " f57qb-motivo-recusa
                   into whs-mensagem
            perform 2650-emite-linha-consulta.
       2200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> A reabertura é para execução concluída; a reexecução, para a
      *> falha ou interrompida (o "RA" apaga a marca e com ela as
      *> tentativas, e o próximo despacho roda a rotina de novo).
      *> EFD057.CAD é aberto só para esta leitura - o "RA" o reabre
      *> para gravação.
       2210-confere-marca section.
       2210.
            string lnk-dtbpath delimited by " " "/EFD057.CAD" into
                   wid-pd05701
            open input pd05701
            move "pd05701-execucao"     to whs-arquivo
            perform 9000-trata-abertura
            initialize                     f5701-execucao
            move f57qb-cd-empresa       to f5701-cd-empresa
            move f57qb-cd-filial        to f5701-cd-filial
            move f57qb-nome-programa    to f5701-nome-programa
            perform 9000-ler-pd05701-ran
            evaluate true
                when not ws-operacao-ok
                     move "rotina sem marca de execução na base" to
                          ws-motivo-recusa
                when f57qt-reabertura
                and  not f5701-execucao-concluida
                     move "execução não concluída - cabe reexecução"
                          to ws-motivo-recusa
                when f57qt-reexecucao
                and  f5701-execucao-concluida
                     move "execução concluída - cabe reabertura" to
                          ws-motivo-recusa
                when other
                     continue
            end-evaluate
            close pd05701.
       2210-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> "RA" de PP00005 com o usuário da aplicação e a solicitação da
      *> matriz como motivo da reabertura (EFD057H.CAD). PP00005 é
      *> liberado depois de cada chamada para a próxima começar limpa.
       2220-reabre-execucao section.
       2220.
            initialize                     lr-par-programa
            move "RA"                   to lr-opcao-prog
            move f57qb-cd-empresa       to lr-cd-empresa
            move f57qb-cd-filial        to lr-cd-filial
            move f57qb-nome-programa    to lr-nome-programa
            move lp-usuario             to lr-usuario-prog
            string "Matriz, solicitação " f57qb-numero-solicitacao
                   ": " f57qb-motivo
                   delimited by "  "
                   into lr-motivo-reabertura
            call "PP00005"              using lnk-par
                                              lr-par-programa
            cancel "PP00005"
            if   not processamento-sem-erro
                 move lr-mensagem       to ws-motivo-recusa
                 if   ws-motivo-recusa = spaces
                      move "reabertura não concluída em PP00005" to
                           ws-motivo-recusa
                 end-if
            end-if.
       2220-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Mesmo critério de 2650-emite-linha-consulta de PP00005.
       2650-emite-linha-consulta section.
       2650.
            if   not ws-mensagem-truncada
                 string whs-mensagem delimited by size
                        x"0a"
                        into lp-mensagem pointer wx-index-2
                        on overflow
                             set  ws-mensagem-truncada to true
                             move "...(mensagem truncada - limite de 4000 bytes atingido)"
                                  to lp-mensagem (3947 : 54)
                 end-string
            end-if
            perform 9100-grava-linha-relatorio
            if   not lnk-execucao-em-background
                 display whs-mensagem
            end-if.
       2650-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd057qb
            close pd057qt
      *> Relatório ainda aberto = saída anormal no meio da aplicação -
      *> fecha sem rodapé para não perder o que já saiu.
            if   ws-relatorio-aberto
                 close pd0570p
                 move "N"               to ws-ind-relatorio-aberto
            end-if.
       3000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       9000-trata-abertura section.
       9000.
            if   not ws-operacao-ok
                 move spaces            to whs-mensagem
                 perform 9000-monta-status
                 string "Erro abertura arquivo ", whs-arquivo , " - Status: ", ws-status into whs-mensagem
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if.
       9000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       9000-mensagem-especial section.
       9000.
            if   lnk-execucao-em-background
                 move whs-mensagem      to lp-mensagem
            else
                 perform 8000-mensagem
            end-if.

       9000-exit.
            exit.

       copy PCP8000.CPY.
       copy PCP9000.CPY.
       copy PCL05701.CPY replacing ==(f57)== by ==f57==.
       copy PCL057QB.CPY replacing ==(f57q)== by ==f57q==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
