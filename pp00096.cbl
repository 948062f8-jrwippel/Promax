      $set sourceformat"free"

       identification division.
       program-id.    PP00096.

      *>
      *>              Manutenção das autorizações de usuário (EFDAUT.CAD),
      *>              no molde de PP00058/PP00059: concessão (reativa se
      *>              revogada), revogação e o relatório de revisão de
      *>              acessos - concessões em vigor e revogadas e as
      *>              tentativas recusadas recentes do log de segurança
      *>              EFDAUTL.CAD. Trilha de auditoria em EFDAUTH.CAD.
      *>              As próprias opções de manutenção passam pela
      *>              conferência de PP00096S, como as dos demais
      *>              programas supervisionados.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCSAUT00.CPY replacing ==(fau)== by ==fau==.
       copy PCSAUT0H.CPY.
       copy PCSAUT0L.CPY.
       copy PCS0570P.CPY.

       data division.

       copy PCFAUT00.CPY replacing ==(fau)== by ==fau==.
       copy PCFAUT0H.CPY replacing ==(faut)== by ==faut==.
       copy PCFAUT0L.CPY replacing ==(faut)== by ==faut==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "b".
      *> Janela padrão das recusas no relatório de revisão (um
      *> trimestre).
       78   dias-recusas-padrao          value 90.
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW920.CPY.                 *>Cálculo de dias corridos
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-registro-antigo       pic x(51)   value spaces.
            03 ws-registro-novo         pic x(51)   value spaces.
            03 ws-tipo-operacao         pic x(01).
            03 ws-escopo-concessao      pic x(30).
            03 ws-dias-recusas          pic 9(03).
            03 ws-dias-corte            pic 9(07)   comp.
            03 ws-total-ativas          pic 9(05)   value zeros.
            03 ws-total-revogadas       pic 9(05)   value zeros.
            03 ws-total-recusas         pic 9(05)   value zeros.

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".

       linkage section.
       copy PCW990.CPY.
       copy PCW0096.CPY replacing ==(l96)== by ==lp==.

       procedure division using lnk-par
                                lp-par-autorizacao.

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
            move spaces                 to lp-mensagem
            if   lp-opcao-autorizacao <> "CO"
                 perform 1300-verifica-autorizacao
            end-if
            string lnk-dtbpath delimited by " " "/EFDAUT.CAD" into wid-pdaut00
            open i-o pdaut00
      *> Base ainda sem controle de acesso - a primeira concessão cria
      *> o arquivo (até lá PP00096S libera todos, como sempre foi).
            if   ws-resultado-acesso = "35"
                 open output pdaut00
                 close pdaut00
                 open i-o pdaut00
            end-if
            move "pdaut00-autorizacoes" to whs-arquivo
            perform 9000-trata-abertura.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00096"              to ls-nome-programa
            move lp-opcao-autorizacao   to ls-opcao
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
            move spaces                 to lp-status-autorizacao
            evaluate  lp-opcao-autorizacao
                when  "IN"                           *> concede autorização
                      perform 2100-concede-autorizacao
                when  "DE"                           *> revoga autorização
                      perform 2300-revoga-autorizacao
                when  "CO"                           *> revisão de acessos
                      perform 2500-relatorio-revisao
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
            end-evaluate.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Concessão já cadastrada e revogada volta a valer - a trilha
      *> registra a virada na imagem antes/depois.
       2100-concede-autorizacao section.
       2100.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            perform 2690-move-chave
            perform 9000-ler-pdaut00-ran
            if   ws-operacao-ok
                 if   faut0-autorizacao-ativa
                      move "Autorização já concedida" to whs-mensagem
                      move whs-mensagem to lp-mensagem
                      exit section
                 end-if
                 move faut0-autorizacao to ws-registro-antigo
                 perform 2680-monta-concessao
                 rewrite faut0-autorizacao
            else
                 move spaces            to ws-registro-antigo
                 initialize                faut0-autorizacao
                 perform 2690-move-chave
                 perform 2680-monta-concessao
                 write faut0-autorizacao
            end-if
            if   not ws-operacao-ok
                 move "2100-erro de atualizacao efdaut.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "I"                    to ws-tipo-operacao
            perform 2950-grava-historico
            move "OK"                   to lp-status-autorizacao.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2300-revoga-autorizacao section.
       2300.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            perform 2690-move-chave
            perform 9000-ler-pdaut00-ran
            if   not ws-operacao-ok
                 move "Autorização não cadastrada" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   not faut0-autorizacao-ativa
                 move "Autorização já está revogada" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move faut0-autorizacao      to ws-registro-antigo
            move "N"                    to faut0-ind-ativo
            move faut0-autorizacao      to ws-registro-novo
            rewrite faut0-autorizacao
            if   not ws-operacao-ok
                 move "2300-erro de atualizacao efdaut.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "D"                    to ws-tipo-operacao
            perform 2950-grava-historico
            move "OK"                   to lp-status-autorizacao.
       2300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Relatório da revisão trimestral de acessos: todas as
      *> concessões na ordem usuário/programa/opção/unidade (revogadas
      *> marcadas) e as recusas de EFDAUTL.CAD dos últimos
      *> lp-dias-recusas dias.
       2500-relatorio-revisao section.
       2500.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-ativas
            move zeros                  to ws-total-revogadas
            move zeros                  to ws-total-recusas
            move lp-dias-recusas        to ws-dias-recusas
            if   ws-dias-recusas = zeros
                 move dias-recusas-padrao to ws-dias-recusas
            end-if
            move "PP00096_CO"           to ws-prefixo-relatorio
            move "REVISÃO DE ACESSOS - AUTORIZAÇÕES E RECUSAS"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            string "Concessões de EFDAUT.CAD e recusas dos últimos "
                   ws-dias-recusas " dia(s)"
                   into ws-filtro-relatorio
            perform 9100-abre-relatorio
            move "Concessões:"          to whs-mensagem
            perform 2550-emite-linha-consulta
            move low-values             to faut0-chave
            perform 9000-str-pdaut00-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pdaut00-nex
            end-if
            perform until not ws-operacao-ok
                if   faut0-cd-empresa = zeros
                and  faut0-cd-filial  = zeros
                     move "todas as unidades" to ws-escopo-concessao
                else
                     move spaces        to ws-escopo-concessao
                     string "empresa " faut0-cd-empresa
                            " filial " faut0-cd-filial
                            into ws-escopo-concessao
                end-if
                move spaces             to whs-mensagem
                if   faut0-autorizacao-ativa
                     add  1             to ws-total-ativas
                     string "   Usuário " faut0-id-usuario
                            " - " faut0-nome-programa
                            " opção " faut0-opcao
                            " - " delimited by size
                            ws-escopo-concessao delimited by "  "
                            " - desde " faut0-data-concessao
                            " por " faut0-usuario-concessao
                            into whs-mensagem
                else
                     add  1             to ws-total-revogadas
                     string "   Usuário " faut0-id-usuario
                            " - " faut0-nome-programa
                            " opção " faut0-opcao
                            " - " delimited by size
                            ws-escopo-concessao delimited by "  "
                            " *** REVOGADA ***"
                            into whs-mensagem
                end-if
                perform 2550-emite-linha-consulta
                perform 9000-ler-pdaut00-nex
            end-perform
            move spaces                 to whs-mensagem
            string "   Total - em vigor: " ws-total-ativas
                   " - revogadas: " ws-total-revogadas
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            perform 2560-lista-recusas
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-autorizacao.
       2500-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2550-emite-linha-consulta section.
       2550.
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
       2550-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Recusas de EFDAUTL.CAD a partir do corte (hoje menos
      *> ws-dias-recusas), na ordem em que foram gravadas.
       2560-lista-recusas section.
       2560.
            move spaces                 to whs-mensagem
            perform 2550-emite-linha-consulta
            move "Tentativas recusadas:" to whs-mensagem
            perform 2550-emite-linha-consulta
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to ws-dc-data
            perform 9200-calcula-dias-corridos
            move zeros                  to ws-dias-corte
            if   ws-dc-dias-corridos > ws-dias-recusas
                 compute ws-dias-corte = ws-dc-dias-corridos - ws-dias-recusas
            end-if
            string lnk-dtbpath delimited by " " "/EFDAUTL.CAD" into
                   wid-pdaut0l
            open input pdaut0l
            if   ws-operacao-ok
                 read pdaut0l
                      at end continue
                 end-read
                 perform until not ws-operacao-ok
                     move fautl-data-recusa to ws-dc-data
                     perform 9200-calcula-dias-corridos
                     if   ws-dc-dias-corridos >= ws-dias-corte
                          add  1        to ws-total-recusas
                          move spaces   to whs-mensagem
                          string "   " fautl-data-recusa
                                 " " fautl-hora-recusa
                                 " - usuário " fautl-id-usuario
                                 " - " fautl-nome-programa
                                 " opção " fautl-opcao
                                 " empresa " fautl-cd-empresa
                                 " filial " fautl-cd-filial
                                 " (via " fautl-rotina-chamadora
                                 ") - " fautl-motivo
                                 into whs-mensagem
                          perform 2550-emite-linha-consulta
                     end-if
                     read pdaut0l
                          at end continue
                     end-read
                 end-perform
                 close pdaut0l
            end-if
            move spaces                 to whs-mensagem
            string "   Total de recusas no período: " ws-total-recusas
                   into whs-mensagem
            perform 2550-emite-linha-consulta.
       2560-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2600-consiste-entrada section.
       2600.
            move spaces                 to lp-mensagem
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-usuario-autorizado = spaces
                 move "Falta usuário a autorizar" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-nome-programa = spaces
                 move "Falta nome programa" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-opcao-programa = spaces
                 move "Falta opção do programa (** = todas)" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if.
       2600-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2620-consiste-identificacao section.
       2620.
            move spaces                 to lp-mensagem
            if   lp-usuario = spaces
                 move "Falta usuário"   to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-motivo = spaces
                 move "Falta motivo da manutenção" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
       2620-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2680-monta-concessao section.
       2680.
            move "S"                    to faut0-ind-ativo
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to faut0-data-concessao
            move lp-usuario             to faut0-usuario-concessao
            move faut0-autorizacao      to ws-registro-novo.
       2680-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2690-move-chave section.
       2690.
            move lp-usuario-autorizado  to faut0-id-usuario
            move lp-nome-programa       to faut0-nome-programa
            move lp-opcao-programa      to faut0-opcao
            move lp-cd-empresa          to faut0-cd-empresa
            move lp-cd-filial           to faut0-cd-filial.
       2690-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2950-grava-historico section.
       2950.
            string lnk-dtbpath delimited by " " "/EFDAUTH.CAD" into
                   wid-pdaut0h
            open extend                 pdaut0h
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output        pdaut0h
                 end-if
            end-if
            if   not ws-operacao-ok
                 move spaces            to whs-mensagem
                 perform 9000-monta-status
                 string "Erro abertura arquivo EFDAUTH.CAD - Status: ", ws-status
                        into whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to fauth-data-alteracao
            accept ws-horas             from time
            move ws-horas               to fauth-hora-alteracao
            move lp-usuario             to fauth-id-usuario
            move ws-tipo-operacao       to fauth-tipo-operacao
            move ws-registro-antigo     to fauth-valor-antigo
            move ws-registro-novo       to fauth-valor-novo
            move lp-motivo              to fauth-motivo
            write fauth-registro
            close pdaut0h.
       2950-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pdaut00
      *> Relatório ainda aberto = saída anormal no meio da consulta -
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
       copy PCP9200.CPY.
       copy PCLAUT00.CPY replacing ==(fau)== by ==fau==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
