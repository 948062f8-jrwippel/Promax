      *>              relatório por rotina (quem aplicou, quem não) e o
      *>              relatório de cobertura da frota (quem deveria
      *>              estar transmitindo e não está, e a dispersão de
      *>              versões), contra o cadastro EFD057F.CAD; e o
      *>              relatório de prazos de conformidade vencidos por
      *>              revenda, contra o catálogo EFD058.CAD da matriz.
      *>              Cada importação aceita grava em EFD057MH.CAD as
      *>              mudanças de posição desde a anterior, base da
      *>              evolução semanal da implantação por rotina e do
      *>              tempo médio de aplicação por revenda, ambos
      *>              contados da distribuição da rotina (EFD058D.CAD
      *>              gravado por PP00058E).
      *>              Registra também as ações que a matriz solicita às
      *>              bases (reabertura ou reexecução de rotina, em
      *>              EFD057Q.CAD), gera o arquivo EFD057Q.TXT aplicado em
      *>              cada base por PP00057I, recebe no EFD057T.TXT o
      *>              resultado de cada uma e acompanha solicitadas x
      *>              executadas x recusadas por revenda.
      *>

       environment division.
       copy PCS0570M.CPY replacing ==(f570)== by ==f570==.
       copy PCS0570F.CPY replacing ==(f570)== by ==f570==.
       copy PCS0570P.CPY.
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS057MH.CPY.
       copy PCS0580D.CPY replacing ==(f580)== by ==f580==.
       copy PCS0580T.CPY.
       copy PCS0570Q.CPY replacing ==(f570)== by ==f570==.
       copy PCS057QT.CPY.

       data division.

       copy PCF0570M.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570F.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.
       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF057MH.CPY replacing ==(f57m)== by ==f57m==.
       copy PCF0580D.CPY replacing ==(f580)== by ==f580==.
       copy PCF0580T.CPY replacing ==(f580)== by ==f580==.
       copy PCF0570Q.CPY replacing ==(f570)== by ==f570==.
       copy PCF057QT.CPY replacing ==(f57q)== by ==f57q==.

       working-storage section.
       78   versao                       value "f".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW920.CPY.                 *>Cálculo de dias corridos
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-versao-base           pic x(11)   value spaces.
            03 ws-ind-trailer-lido      pic x(01)   value "N".
               88 ws-trailer-lido                   value "S".
            03 ws-qtde-detalhes         pic 9(07)   value zeros.
            03 ws-qtde-resultados       pic 9(07)   value zeros.
            03 ws-total-resultados-trailer pic 9(07) value zeros.
            03 ws-revenda-header        pic 9(05)   value zeros.
            03 ws-data-geracao-header   pic 9(08)   value zeros.
            03 ws-motivo-rejeicao       pic x(100)  value spaces.
               05 wt-fr-ind-esperada    pic x(01).
                  88 wt-fr-esperada                 value "S".

       01   ws-controle-prazos.
            03 ws-programa-prazo        pic x(08)   value spaces.
            03 ws-data-limite-prazo     pic 9(08)   value zeros.
            03 ws-versao-minima-prazo   pic x(11)   value spaces.
            03 ws-versao-maxima-prazo   pic x(11)   value spaces.
            03 ws-dias-limite           pic 9(07)   comp value zeros.
            03 ws-dias-atraso           pic 9(07)   comp value zeros.
            03 ws-atraso-exibe          pic z(04)9.
            03 ws-maior-atraso          pic 9(05)   value zeros.
            03 ws-maior-atraso-exibe    pic z(04)9.
            03 ws-vencidas-revenda      pic 9(05)   value zeros.
            03 ws-revendas-vencidas     pic 9(05)   value zeros.
            03 ws-total-vencidas-exibe  pic 9(04)   value zeros.
            03 ws-revenda-anterior      pic 9(06)   value zeros.
            03 ws-revenda-prazo         pic 9(06)   value zeros.
            03 ws-nome-revenda-prazo    pic x(30)   value spaces.
            03 ws-situacao-prazo        pic x(30)   value spaces.
            03 ws-ind-vencidas-truncada pic x(01)   value "N".
               88 ws-vencidas-truncada              value "S".
            03 wx-vencida               pic 9(04)   comp value zeros.

       01   wt-tabela-vencidas.
      *> Itens de EFD057M.CAD pendentes depois do prazo de conformidade
      *> do catálogo, coletados numa única varredura do consolidado
      *> (cuja chave começa pela rotina) para sair agrupados por
      *> revenda pela 2420.
            03 wt-total-vencidas        pic 9(04)   comp value zeros.
            03 wt-linha-vencida         occurs 2000 times.
               05 wt-vc-codigo-revenda  pic 9(05).
               05 wt-vc-cd-empresa      pic 9(03).
               05 wt-vc-cd-filial       pic 9(03).
               05 wt-vc-nome-programa   pic x(08).
               05 wt-vc-status-execucao pic x(01).
               05 wt-vc-data-limite     pic 9(08).
               05 wt-vc-dias-atraso     pic 9(05).

       01   ws-controle-historico.
            03 ws-ind-possui-historico  pic x(01)   value "N".
               88 ws-possui-historico               value "S".
            03 ws-ind-posicao-existente pic x(01)   value "N".
               88 ws-posicao-existente              value "S".
            03 ws-data-importacao       pic 9(08)   value zeros.
            03 ws-hora-importacao       pic 9(06)   value zeros.
            03 ws-data-mudanca          pic 9(08)   value zeros.
            03 ws-hora-mudanca          pic 9(06)   value zeros.
            03 ws-tipo-mudanca          pic x(01)   value spaces.
            03 ws-situacao-anterior     pic x(01)   value spaces.
            03 ws-status-anterior       pic x(01)   value spaces.
            03 ws-data-execucao-anterior pic 9(08)  value zeros.
            03 ws-hora-execucao-anterior pic 9(06)  value zeros.
            03 ws-total-mudancas        pic 9(07)   value zeros.

       01   ws-controle-implantacao.
            03 ws-ind-possui-distribuicao pic x(01) value "N".
               88 ws-possui-distribuicao            value "S".
            03 ws-data-catalogo         pic 9(08)   value zeros.
            03 ws-programa-implantacao  pic x(08)   value spaces.
            03 ws-data-distribuicao     pic 9(08)   value zeros.
            03 ws-origem-distribuicao   pic x(30)   value spaces.
            03 ws-dias-distribuicao     pic 9(07)   comp value zeros.
            03 ws-dias-registro         pic 9(07)   comp value zeros.
            03 ws-dias-aplicacao        pic s9(07)  comp value zeros.
            03 ws-dias-marco            pic 9(07)   comp value zeros.
            03 ws-numero-semana         pic 9(03)   value zeros.
            03 ws-data-semana           pic 9(08)   value zeros.
            03 ws-data-semana-r redefines ws-data-semana.
               05 ws-sm-ano             pic 9(04).
               05 ws-sm-mes             pic 9(02).
               05 ws-sm-dia             pic 9(02).
            03 ws-sm-ultimo-dia         pic 9(02)   value zeros.
            03 ws-sm-quociente          pic 9(04)   comp value zeros.
            03 ws-sm-resto-4            pic 9(04)   comp value zeros.
            03 ws-sm-resto-100          pic 9(04)   comp value zeros.
            03 ws-sm-resto-400          pic 9(04)   comp value zeros.
            03 ws-registros-rotina      pic 9(07)   value zeros.
            03 ws-semana-executadas     pic 9(05)   value zeros.
            03 ws-semana-pendentes      pic 9(05)   value zeros.
            03 ws-percentual-exibe      pic zz9.
            03 ws-media-exibe           pic zzz9.
            03 ws-media-frota           pic 9(05)   value zeros.
            03 ws-media-revenda         pic 9(05)   value zeros.
            03 ws-frota-aplicadas       pic 9(07)   value zeros.
            03 ws-frota-soma-dias       pic 9(11)   value zeros.
            03 ws-frota-sem-marco       pic 9(07)   value zeros.
            03 ws-revendas-acima-media  pic 9(05)   value zeros.
            03 ws-ind-semanas-truncada  pic x(01)   value "N".
               88 ws-semanas-truncada               value "S".
            03 ws-ind-tempos-truncada   pic x(01)   value "N".
               88 ws-tempos-truncada                value "S".
            03 ws-acumulado-executadas  pic s9(07)  value zeros.
            03 ws-acumulado-pendentes   pic s9(07)  value zeros.
            03 ws-total-semanas         pic 9(03)   comp value zeros.
            03 wx-semana                pic 9(03)   comp value zeros.
            03 wx-tempo                 pic 9(03)   comp value zeros.

       01   wt-tabela-semanas.
      *> Saldo de executadas/pendentes que cada semana acrescenta à
      *> anterior, na rotina em evolução: cada registro do histórico
      *> soma a situação nova e tira a anterior (a "R" só tira), o que
      *> dispensa ler o histórico em ordem cronológica. A posição 1
      *> acumula o que é anterior ao marco zero.
            03 wt-semana                occurs 521 times.
               05 wt-sm-saldo-executadas pic s9(07).
               05 wt-sm-saldo-pendentes pic s9(07).

       01   ws-controle-solicitacoes.
            03 ws-ind-possui-solicitacoes pic x(01) value "N".
               88 ws-possui-solicitacoes            value "S".
            03 ws-ind-arquivo-acoes-aberto pic x(01) value "N".
               88 ws-arquivo-acoes-aberto           value "S".
            03 ws-ind-solicitacao-aberta pic x(01)  value "N".
               88 ws-solicitacao-aberta             value "S".
            03 ws-numero-solicitacao    pic 9(08)   value zeros.
            03 ws-descricao-acao        pic x(11)   value spaces.
            03 ws-total-resultados      pic 9(07)   value zeros.
            03 ws-resultados-ignorados  pic 9(07)   value zeros.
            03 ws-total-solicitadas     pic 9(07)   value zeros.
            03 ws-total-executadas      pic 9(07)   value zeros.
            03 ws-total-recusadas       pic 9(07)   value zeros.
            03 ws-total-aguardando      pic 9(07)   value zeros.
            03 ws-nome-revenda-solicitacao pic x(30) value spaces.
            03 ws-ind-solicitacoes-truncada pic x(01) value "N".
               88 ws-solicitacoes-truncada          value "S".
            03 wx-solicitacao           pic 9(03)   comp value zeros.
            03 wx-deslocamento          pic 9(03)   comp value zeros.

       01   wt-tabela-solicitacoes.
      *> Contagem por revenda das solicitações de EFD057Q.CAD (cuja
      *> chave é o número da solicitação), mantida em ordem de revenda
      *> pela 2975 para o acompanhamento sair agrupado.
            03 wt-total-solicitacoes    pic 9(03)   comp value zeros.
            03 wt-solicitacao           occurs 300 times.
               05 wt-sl-codigo-revenda  pic 9(05).
               05 wt-sl-solicitadas     pic 9(05).
               05 wt-sl-executadas      pic 9(05).
               05 wt-sl-recusadas       pic 9(05).
               05 wt-sl-aguardando      pic 9(05).

       01   wt-tabela-tempos.
      *> Acumulado por revenda da distância (em dias corridos) entre a
      *> distribuição da rotina e a execução na unidade, numa única
      *> varredura de EFD057M.CAD pela 2710.
            03 wt-total-tempos          pic 9(03)   comp value zeros.
            03 wt-tempo                 occurs 300 times.
               05 wt-tp-codigo-revenda  pic 9(05).
               05 wt-tp-aplicadas       pic 9(05).
               05 wt-tp-soma-dias       pic 9(09).
               05 wt-tp-pendentes       pic 9(05).
               05 wt-tp-sem-marco       pic 9(05).

       01   lnk-versao-base.
            03 lnk-versao-sistema       pic x(11).

       *>---------------------------------------------------------------------------------------------
       1000-inicializacao section.
       1000.
            if   lp-opcao-consolidacao = "SA"
                 perform 1300-verifica-autorizacao
            end-if
            move spaces                 to lp-status-consolidacao
            move zeros                  to lp-total-registros

                 perform 9000-trata-abertura
            end-if

      *> Histórico das mudanças: na importação é só acréscimo; criado
      *> agora, recebe primeiro a posição já consolidada (2110), para a
      *> evolução partir do que a matriz já sabia.
            string lnk-dtbpath delimited by " " "/EFD057MH.CAD" into
                   wid-pd057mh
            if   lp-opcao-consolidacao = "IM"
                 open extend pd057mh
                 if   ws-resultado-acesso = "35"
                      open output pd057mh
                      move "pd057mh-historico-consolidado" to whs-arquivo
                      perform 9000-trata-abertura
                      move "S"          to ws-ind-possui-historico
                      perform 2110-semeia-historico
                 else
                      move "pd057mh-historico-consolidado" to whs-arquivo
                      perform 9000-trata-abertura
                      move "S"          to ws-ind-possui-historico
                 end-if
            end-if
            if   lp-opcao-consolidacao = "EV"
                 open input pd057mh
                 if   ws-resultado-acesso = "35"
                      move "N"          to ws-ind-possui-historico
                 else
                      move "pd057mh-historico-consolidado" to whs-arquivo
                      perform 9000-trata-abertura
                      move "S"          to ws-ind-possui-historico
      *> Cada rotina relê o histórico desde o início (2510).
                      close pd057mh
                 end-if
            end-if

      *> Solicitações de ação às bases: criado na primeira solicitação;
      *> nos demais modos, ausente = nenhuma solicitação feita (o
      *> resultado que chegar no EFD057T.TXT é ignorado).
            string lnk-dtbpath delimited by " " "/EFD057Q.CAD" into
                   wid-pd0570q
            if   lp-opcao-consolidacao = "SA"
                 open i-o pd0570q
                 if   ws-resultado-acesso = "35"
                      open output pd0570q
                      close pd0570q
                      open i-o pd0570q
                 end-if
                 move "pd0570q-solicitacoes-acao" to whs-arquivo
                 perform 9000-trata-abertura
                 move "S"               to ws-ind-possui-solicitacoes
            end-if
            if   lp-opcao-consolidacao = "IM"
            or   lp-opcao-consolidacao = "GA"
            or   lp-opcao-consolidacao = "AS"
                 if   lp-opcao-consolidacao = "AS"
                      open input pd0570q
                 else
                      open i-o pd0570q
                 end-if
                 if   ws-resultado-acesso = "35"
                      move "N"          to ws-ind-possui-solicitacoes
                 else
                      move "pd0570q-solicitacoes-acao" to whs-arquivo
                      perform 9000-trata-abertura
                      move "S"          to ws-ind-possui-solicitacoes
                 end-if
            end-if

      *> O cadastro da frota é opcional - matriz sem EFD057F.CAD ainda
      *> consegue emitir a dispersão de versões, só não sabe quem
      *> deveria estar transmitindo (no relatório de prazos, só fica
      *> sem o nome das revendas).
            if   lp-opcao-consolidacao = "FR"
            or   lp-opcao-consolidacao = "VE"
            or   lp-opcao-consolidacao = "TA"
            or   lp-opcao-consolidacao = "AS"
                 string lnk-dtbpath delimited by " " "/EFD057F.CAD" into
                        wid-pd0570f
                 open input pd0570f
                      perform 9000-trata-abertura
                      move "S"          to ws-ind-possui-frota
                 end-if
            end-if

      *> Prazos de conformidade vêm do catálogo da matriz - o mesmo
      *> EFD058.CAD que PP00058E distribui às bases.
            if   lp-opcao-consolidacao = "VE"
            or   lp-opcao-consolidacao = "EV"
                 string lnk-dtbpath delimited by " " "/EFD058.CAD" into
                        wid-pd05800
                 open input pd05800
                 move "pd05800-tabela-rotinas" to whs-arquivo
                 perform 9000-trata-abertura
            end-if

            if   lp-opcao-consolidacao = "EV"
            or   lp-opcao-consolidacao = "TA"
                 perform 1050-abre-distribuicao
            end-if.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Marco zero da implantação de cada rotina: a primeira
      *> distribuição registrada em EFD058D.CAD; matriz que ainda não
      *> tem o registro usa a data de geração do EFD058T.TXT corrente
      *> para todas as rotinas. Os dois são opcionais.
       1050-abre-distribuicao section.
       1050.
            string lnk-dtbpath delimited by " " "/EFD058D.CAD" into
                   wid-pd0580d
            open input pd0580d
            if   ws-resultado-acesso = "35"
                 move "N"               to ws-ind-possui-distribuicao
            else
                 move "pd0580d-registro-distribuicao" to whs-arquivo
                 perform 9000-trata-abertura
                 move "S"               to ws-ind-possui-distribuicao
            end-if
            move zeros                  to ws-data-catalogo
            string lnk-dtbpath delimited by " " "/EFD058T.TXT" into
                   wid-pd0580t
            open input pd0580t
            if   ws-operacao-ok
                 read pd0580t
                      at end continue
                 end-read
                 if   ws-operacao-ok
                 and  f580t-header
                 and  f580t-data-geracao numeric
                      move f580t-data-geracao to ws-data-catalogo
                 end-if
                 close pd0580t
            end-if.
       1050-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) - a recusa já fica
      *> registrada no log de segurança EFDAUTL.CAD; aqui só encerra.
      *> A unidade conferida é a da sessão (a empresa/filial da
      *> linkage é a da base que recebe a ação).
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00057C"             to ls-nome-programa
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
                      perform 2200-relatorio-por-rotina
                when  "FR"                           *> cobertura da frota
                      perform 2300-relatorio-cobertura-frota
                when  "VE"                           *> prazos vencidos
                      perform 2400-relatorio-prazos-vencidos
                when  "EV"                           *> evolução semanal por rotina
                      perform 2500-relatorio-evolucao-semanal
                when  "TA"                           *> tempo de aplicação p/ revenda
                      perform 2700-relatorio-tempo-aplicacao
                when  "SA"                           *> solicita ação às bases
                      perform 2900-solicita-acao
                when  "GA"                           *> gera EFD057Q.TXT
                      perform 2950-gera-arquivo-acoes
                when  "AS"                           *> acompanhamento das solicitações
                      perform 2970-relatorio-solicitacoes
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
       *>---------------------------------------------------------------------------------------------
      *> Passe de validação da transmissão, sem nenhuma gravação:
      *> exatamente um header (tipo 1) abrindo o arquivo, todos os
      *> detalhes e resultados com a revenda do header, exatamente um
      *> trailer (tipo 9) fechando com as contagens e o eco da data
      *> de geração, e nada depois dele. Qualquer desvio rejeita a
      *> importação com o motivo em lp-mensagem e status "RJ", deixando
      *> EFD057M.CAD intacto.
            move "N"                    to ws-ind-header-lido
            move "N"                    to ws-ind-trailer-lido
            move zeros                  to ws-qtde-detalhes
            move zeros                  to ws-qtde-resultados
            move zeros                  to ws-revenda-header
            move zeros                  to ws-data-geracao-header
            move spaces                 to ws-motivo-rejeicao
                              exit section
                         end-if
                         add  1         to ws-qtde-detalhes
                    when f570t-resultado
                         if   not ws-header-lido
                              move "resultado antes do header (tipo 1)"
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
                         if   f570t-codigo-revenda <> ws-revenda-header
                              move "resultado com revenda diferente do header"
                                   to ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         add  1         to ws-qtde-resultados
                    when f570t-trailer
                         if   not ws-header-lido
                              move "trailer antes do header (tipo 1)"
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         move zeros     to ws-total-resultados-trailer
                         if   f570t-total-resultados numeric
                              move f570t-total-resultados to
                                   ws-total-resultados-trailer
                         end-if
                         if   ws-total-resultados-trailer <>
                              ws-qtde-resultados
                              move spaces to ws-motivo-rejeicao
                              string "trailer anuncia "
                                     ws-total-resultados-trailer
                                     " resultados mas o arquivo tem "
                                     ws-qtde-resultados
                                     into ws-motivo-rejeicao
                              perform 2060-rejeita-transmissao
                              exit section
                         end-if
                         move "S"       to ws-ind-trailer-lido
                    when other
                         move spaces    to ws-motivo-rejeicao

       *>---------------------------------------------------------------------------------------------
      *> Importa o arquivo de transmissão de uma base: o header traz a
      *> versão do sistema da revenda; cada detalhe atualiza (ou cria)
      *> a posição corrente com a data/hora desta importação, gravando
      *> em EFD057MH.CAD o que mudou; no fim, a posição anterior que não
      *> veio na transmissão sai de EFD057M.CAD (2120).
       2100-importa-transmissao section.
       2100.
            move spaces                 to ws-versao-base
            move zeros                  to ws-total-mudancas
            move zeros                  to ws-total-resultados
            move zeros                  to ws-resultados-ignorados
            accept ws-data-importacao   from date yyyymmdd
            accept ws-horas             from time
            move ws-horas               to ws-hora-importacao
            move ws-data-importacao     to ws-data-mudanca
            move ws-hora-importacao     to ws-hora-mudanca
            read pd0570t
                 at end continue
            end-read
            perform until not ws-operacao-ok
                if   f570t-header
                     move f570t-versao-sistema to ws-versao-base
                     move f570t-codigo-revenda to ws-revenda-importacao
                else
                     if   f570t-detalhe
                          perform 2150-consolida-detalhe
                     end-if
                     if   f570t-resultado
                          perform 2180-registra-resultado
                     end-if
                end-if
                read pd0570t
                     at end continue
                end-read
            end-perform
            perform 2120-remove-revenda-anterior
            move "OK"                   to lp-status-consolidacao
            move spaces                 to whs-mensagem
            string "Importação concluída - " lp-total-registros
                   " registros consolidados - " ws-total-mudancas
                   " mudança(s) registrada(s) em EFD057MH.CAD - "
                   ws-total-resultados
                   " resultado(s) de solicitação registrado(s), "
                   ws-resultados-ignorados " ignorado(s)"
                   into whs-mensagem
            move whs-mensagem           to lp-mensagem.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Criação de EFD057MH.CAD: a posição já consolidada entra como
      *> "I" com a data/hora da importação que a trouxe.
       2110-semeia-historico section.
       2110.
            move "I"                    to ws-tipo-mudanca
            move spaces                 to ws-situacao-anterior
            move spaces                 to ws-status-anterior
            perform 9000-str-pd0570m-gtr
            perform 9000-ler-pd0570m-nex
            perform until not ws-operacao-ok
                move f570m-data-importacao to ws-data-mudanca
                move f570m-hora-importacao to ws-hora-mudanca
                perform 2170-grava-historico
                perform 9000-ler-pd0570m-nex
            end-perform.
       2110-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Remove de EFD057M.CAD a posição anterior da revenda importada
      *> que não veio nesta transmissão - a que não leva a data/hora
      *> desta importação (rotina ou filial que saiu do cadastro do site
      *> não pode sobreviver de importações antigas como "pendente"
      *> eterno). A chave começa pela rotina, então a limpeza por
      *> revenda é uma varredura completa do consolidado.
       2120-remove-revenda-anterior section.
       2120.
            perform 9000-str-pd0570m-gtr
            perform 9000-ler-pd0570m-nex
            perform until not ws-operacao-ok
                if   f570m-codigo-revenda = ws-revenda-importacao
                and (f570m-data-importacao <> ws-data-importacao
                or   f570m-hora-importacao <> ws-hora-importacao)
                     move "R"           to ws-tipo-mudanca
                     move f570m-ind-situacao to ws-situacao-anterior
                     move f570m-status-execucao to ws-status-anterior
                     perform 2170-grava-historico
                     delete pd0570m
                     if   not ws-operacao-ok
                          move "2120-erro de exclusao efd057m.cad !!!" to
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Posição nova entra no histórico como "I"; a existente, como
      *> "A", só quando muda a situação, o status ou a execução.
       2150-consolida-detalhe section.
       2150.
            initialize                     f570m-registro
            move f570t-cd-empresa       to f570m-cd-empresa
            move f570t-cd-filial        to f570m-cd-filial
            perform 9000-ler-pd0570m-ran
            if   ws-operacao-ok
                 move "S"               to ws-ind-posicao-existente
                 move f570m-ind-situacao to ws-situacao-anterior
                 move f570m-status-execucao to ws-status-anterior
                 move f570m-data-execucao to ws-data-execucao-anterior
                 move f570m-hora-execucao to ws-hora-execucao-anterior
            else
                 move "N"               to ws-ind-posicao-existente
                 move spaces            to ws-situacao-anterior
                 move spaces            to ws-status-anterior
            end-if
            perform 2160-monta-registro-consolidado
            if   ws-posicao-existente
                 rewrite f570m-registro
            else
                 write f570m-registro
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.
            if   not ws-posicao-existente
                 move "I"               to ws-tipo-mudanca
                 perform 2170-grava-historico
            else
                 if   f570m-ind-situacao    <> ws-situacao-anterior
                 or   f570m-status-execucao <> ws-status-anterior
                 or   f570m-data-execucao   <> ws-data-execucao-anterior
                 or   f570m-hora-execucao   <> ws-hora-execucao-anterior
                      move "A"          to ws-tipo-mudanca
                      perform 2170-grava-historico
                 end-if
            end-if
            add  1                      to lp-total-registros.
       2150-exit.
            exit.
            move f570t-return-code      to f570m-return-code
            move f570t-id-usuario       to f570m-id-usuario
            move ws-versao-base         to f570m-versao-sistema
            move ws-data-importacao     to f570m-data-importacao
            move ws-hora-importacao     to f570m-hora-importacao.
       2160-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Um registro de EFD057MH.CAD com a imagem de f570m-registro, o
      *> tipo da mudança e a situação/status anteriores.
       2170-grava-historico section.
       2170.
            initialize                     f57mh-registro
            move ws-data-mudanca        to f57mh-data-importacao
            move ws-hora-mudanca        to f57mh-hora-importacao
            move ws-tipo-mudanca        to f57mh-tipo-mudanca
            move f570m-nome-programa    to f57mh-nome-programa
            move f570m-codigo-revenda   to f57mh-codigo-revenda
            move f570m-cd-empresa       to f57mh-cd-empresa
            move f570m-cd-filial        to f57mh-cd-filial
            move ws-situacao-anterior   to f57mh-ind-situacao-anterior
            move ws-status-anterior     to f57mh-status-anterior
            move f570m-ind-situacao     to f57mh-ind-situacao
            move f570m-status-execucao  to f57mh-status-execucao
            move f570m-data-execucao    to f57mh-data-execucao
            move f570m-hora-execucao    to f57mh-hora-execucao
            move f570m-versao-sistema   to f57mh-versao-sistema
            write f57mh-registro
            if   not ws-operacao-ok
                 move "2170-erro de gravacao efd057mh.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            add  1                      to ws-total-mudancas.
       2170-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Resultado de uma solicitação de ação aplicada na base: só vale
      *> para solicitação desta revenda em EFD057Q.CAD; a repetição do
      *> mesmo resultado (reenvio da base) apenas o regrava.
       2180-registra-resultado section.
       2180.
            if   not ws-possui-solicitacoes
                 add  1                 to ws-resultados-ignorados
                 exit section
            end-if
            move f570t-numero-solicitacao to f570q-numero-solicitacao
            perform 9000-ler-pd0570q-ran
            if   not ws-operacao-ok
            or   f570q-numero-solicitacao = zeros
            or   f570q-codigo-revenda <> ws-revenda-importacao
                 add  1                 to ws-resultados-ignorados
                 exit section
            end-if
            move f570t-ind-resultado    to f570q-ind-situacao
            move f570t-data-aplicacao   to f570q-data-aplicacao
            move f570t-hora-aplicacao   to f570q-hora-aplicacao
            move f570t-usuario-aplicacao to f570q-usuario-aplicacao
            move f570t-motivo-recusa    to f570q-motivo-recusa
            move ws-data-importacao     to f570q-data-retorno
            move ws-hora-importacao     to f570q-hora-retorno
            rewrite f570q-registro
            if   not ws-operacao-ok
                 move "2180-erro de regravacao efd057q.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.
            add  1                      to ws-total-resultados.
       2180-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Relatório por rotina: a chave de EFD057M.CAD começa pela
      *> rotina, então a leitura sequencial já agrupa naturalmente.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "VE" - prazos de conformidade vencidos por revenda: cada
      *> posição pendente de EFD057M.CAD (nunca executada, iniciada ou
      *> falhou) cuja rotina tem (f58)00-data-limite já ultrapassada no
      *> catálogo da matriz e cuja faixa de versões inclui a versão
      *> importada da revenda. Sai agrupado por revenda, com o nome de
      *> EFD057F.CAD, a quantidade e o maior atraso em dias.
       2400-relatorio-prazos-vencidos section.
       2400.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move "N"                    to ws-ind-vencidas-truncada
            move zeros                  to wt-total-vencidas
            move zeros                  to ws-revendas-vencidas
            move spaces                 to ws-programa-prazo
            move "PP00057C_VE"          to ws-prefixo-relatorio
            move "PRAZOS DE CONFORMIDADE VENCIDOS POR REVENDA - EFD057M"
                                        to ws-titulo-relatorio
            move "Consolidado EFD057M x prazos do catálogo EFD058"
                                        to ws-filtro-relatorio
            perform 9100-abre-relatorio
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to ws-dc-data
            perform 9200-calcula-dias-corridos
            move ws-dc-dias-corridos    to ws-dias-hoje
            perform 2410-coleta-vencidas
            if   ws-vencidas-truncada
                 move "ATENÇÃO: mais de 2000 itens vencidos em EFD057M.CAD - relatório truncado"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
            end-if
      *> Revendas em ordem crescente de código: a cada passe pega o
      *> menor código acima do último emitido (ws-revenda-anterior).
            move zeros                  to ws-revenda-anterior
            perform 2405-proxima-revenda-vencida
            perform until ws-revenda-prazo = 999999
                perform 2420-emite-revenda-vencida
                move ws-revenda-prazo   to ws-revenda-anterior
                perform 2405-proxima-revenda-vencida
            end-perform
            move spaces                 to whs-mensagem
            if   wt-total-vencidas = zeros
                 move "Nenhum prazo de conformidade vencido no consolidado"
                      to whs-mensagem
            else
                 move wt-total-vencidas to ws-total-vencidas-exibe
                 string "Total - itens vencidos: " ws-total-vencidas-exibe
                        " - revendas com prazo vencido: "
                        ws-revendas-vencidas
                        into whs-mensagem
            end-if
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-consolidacao.
       2400-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Menor código de revenda da tabela acima de ws-revenda-anterior;
      *> 999999 = não há mais revenda a emitir.
       2405-proxima-revenda-vencida section.
       2405.
            move 999999                 to ws-revenda-prazo
            perform varying wx-vencida from 1 by 1
              until wx-vencida > wt-total-vencidas
                 if   wt-vc-codigo-revenda (wx-vencida) >
                      ws-revenda-anterior
                 and  wt-vc-codigo-revenda (wx-vencida) <
                      ws-revenda-prazo
                      move wt-vc-codigo-revenda (wx-vencida) to
                           ws-revenda-prazo
                 end-if
            end-perform.
       2405-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Varredura única de EFD057M.CAD. O catálogo é relido só na
      *> troca de rotina (a chave do consolidado começa por ela); rotina
      *> fora do catálogo ou desativada nele não tem prazo a cobrar.
       2410-coleta-vencidas section.
       2410.
            perform 9000-str-pd0570m-gtr
            perform 9000-ler-pd0570m-nex
            perform until not ws-operacao-ok
                if   f570m-nome-programa <> ws-programa-prazo
                     perform 2415-obtem-prazo-rotina
                end-if
                if   f570m-pendente
                and  ws-data-limite-prazo > zeros
                and  ws-data-inv > ws-data-limite-prazo
                and (ws-versao-minima-prazo = spaces
                or   f570m-versao-sistema >= ws-versao-minima-prazo)
                and (ws-versao-maxima-prazo = spaces
                or   f570m-versao-sistema <= ws-versao-maxima-prazo)
                     if   wt-total-vencidas < 2000
                          add  1        to wt-total-vencidas
                          move wt-total-vencidas to wx-vencida
                          move f570m-codigo-revenda to
                               wt-vc-codigo-revenda (wx-vencida)
                          move f570m-cd-empresa to
                               wt-vc-cd-empresa (wx-vencida)
                          move f570m-cd-filial to
                               wt-vc-cd-filial (wx-vencida)
                          move f570m-nome-programa to
                               wt-vc-nome-programa (wx-vencida)
                          move f570m-status-execucao to
                               wt-vc-status-execucao (wx-vencida)
                          move ws-data-limite-prazo to
                               wt-vc-data-limite (wx-vencida)
                          compute ws-dias-atraso =
                                  ws-dias-hoje - ws-dias-limite
                          move ws-dias-atraso to
                               wt-vc-dias-atraso (wx-vencida)
                     else
                          move "S"      to ws-ind-vencidas-truncada
                     end-if
                end-if
                perform 9000-ler-pd0570m-nex
            end-perform.
       2410-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2415-obtem-prazo-rotina section.
       2415.
            move f570m-nome-programa    to ws-programa-prazo
            move zeros                  to ws-data-limite-prazo
            move spaces                 to ws-versao-minima-prazo
            move spaces                 to ws-versao-maxima-prazo
            initialize                     f5800-rotina
            move f570m-nome-programa    to f5800-nome-programa
            perform 9000-ler-pd05800-ran
            if   ws-operacao-ok
            and  f5800-ativo
                 move f5800-data-limite to ws-data-limite-prazo
                 move f5800-versao-minima to ws-versao-minima-prazo
                 move f5800-versao-maxima to ws-versao-maxima-prazo
                 if   ws-data-limite-prazo > zeros
                      move ws-data-limite-prazo to ws-dc-data
                      perform 9200-calcula-dias-corridos
                      move ws-dc-dias-corridos to ws-dias-limite
                 end-if
            end-if
      *> A leitura do catálogo não pode encerrar o laço de EFD057M.CAD
      *> de quem chamou.
            move "00"                   to ws-resultado-acesso.
       2415-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Bloco de uma revenda (ws-revenda-prazo): cabeçalho com nome,
      *> quantidade e maior atraso, depois um item por linha.
       2420-emite-revenda-vencida section.
       2420.
            add  1                      to ws-revendas-vencidas
            move zeros                  to ws-vencidas-revenda
            move zeros                  to ws-maior-atraso
            perform varying wx-vencida from 1 by 1
              until wx-vencida > wt-total-vencidas
                 if   wt-vc-codigo-revenda (wx-vencida) = ws-revenda-prazo
                      add  1            to ws-vencidas-revenda
                      if   wt-vc-dias-atraso (wx-vencida) > ws-maior-atraso
                           move wt-vc-dias-atraso (wx-vencida) to
                                ws-maior-atraso
                      end-if
                 end-if
            end-perform
            move "(sem cadastro em EFD057F)" to ws-nome-revenda-prazo
            if   ws-possui-frota
                 initialize             f570f-registro
                 move ws-revenda-prazo  to f570f-codigo-revenda
                 perform 9000-ler-pd0570f-ran
                 if   ws-operacao-ok
                      move f570f-nome-revenda to ws-nome-revenda-prazo
                 end-if
            end-if
            move ws-maior-atraso        to ws-maior-atraso-exibe
            move spaces                 to whs-mensagem
            string "Revenda " ws-revenda-prazo (2:5)
                   " - " ws-nome-revenda-prazo
                   " - " ws-vencidas-revenda " item(ns) vencido(s)"
                   " - maior atraso " ws-maior-atraso-exibe " dia(s)"
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform varying wx-vencida from 1 by 1
              until wx-vencida > wt-total-vencidas
                 if   wt-vc-codigo-revenda (wx-vencida) = ws-revenda-prazo
                      evaluate wt-vc-status-execucao (wx-vencida)
                          when "F"
                               move "falhou"  to ws-situacao-prazo
                          when "I"
                               move "iniciada e não concluída"
                                              to ws-situacao-prazo
                          when other
                               move "pendente" to ws-situacao-prazo
                      end-evaluate
                      move wt-vc-dias-atraso (wx-vencida) to
                           ws-atraso-exibe
                      move spaces       to whs-mensagem
                      string "   empresa " wt-vc-cd-empresa (wx-vencida)
                             " filial " wt-vc-cd-filial (wx-vencida)
                             " - programa "
                             wt-vc-nome-programa (wx-vencida)
                             " - " delimited by size
                             ws-situacao-prazo delimited by "  "
                             " - prazo " wt-vc-data-limite (wx-vencida)
                             " - " ws-atraso-exibe " dia(s) de atraso"
                             into whs-mensagem
                      perform 2650-emite-linha-consulta
                 end-if
            end-perform.
       2420-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "EV" - evolução semanal da implantação: para a rotina
      *> informada (ou cada rotina do catálogo EFD058.CAD), quantas
      *> unidades estavam executadas e pendentes ao fim de cada semana
      *> desde o marco zero da distribuição (2800), reconstruído de
      *> EFD057MH.CAD.
       2500-relatorio-evolucao-semanal section.
       2500.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move "PP00057C_EV"          to ws-prefixo-relatorio
            move "EVOLUÇÃO SEMANAL DA IMPLANTAÇÃO POR ROTINA - EFD057MH"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            if   lp-nome-programa = spaces
                 move "Todas as rotinas do catálogo EFD058" to
                      ws-filtro-relatorio
            else
                 string "Rotina " lp-nome-programa
                        into ws-filtro-relatorio
            end-if
            perform 9100-abre-relatorio
            if   not ws-possui-historico
                 move "Histórico EFD057MH.CAD inexistente - nenhuma importação registrada desde a sua criação"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
            else
                 accept ws-data-inv     from date yyyymmdd
                 move ws-data-inv       to ws-dc-data
                 perform 9200-calcula-dias-corridos
                 move ws-dc-dias-corridos to ws-dias-hoje
                 if   lp-nome-programa <> spaces
                      move lp-nome-programa to ws-programa-implantacao
                      perform 2510-evolucao-rotina
                 else
                      perform 9000-str-pd05800-gtr
                      perform 9000-ler-pd05800-nex
                      perform until not ws-operacao-ok
                          move f5800-nome-programa to
                               ws-programa-implantacao
                          perform 2510-evolucao-rotina
                          perform 9000-ler-pd05800-nex
                      end-perform
                 end-if
            end-if
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-consolidacao.
       2500-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Uma rotina (ws-programa-implantacao): uma passada no histórico
      *> acumulando o saldo de cada semana (2530), depois uma linha por
      *> semana com a posição acumulada. Janela de até 520 semanas.
       2510-evolucao-rotina section.
       2510.
            perform 2800-obtem-distribuicao
            move zeros                  to ws-registros-rotina
            move "N"                    to ws-ind-semanas-truncada
            initialize                     wt-tabela-semanas
            if   ws-data-distribuicao = zeros
                 perform 2520-primeiro-registro-rotina
            end-if
            if   ws-data-distribuicao = zeros
                 move spaces            to whs-mensagem
                 string "Rotina " ws-programa-implantacao
                        " - sem histórico de implantação"
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
                 exit section
            end-if
            move ws-data-distribuicao   to ws-dc-data
            perform 9200-calcula-dias-corridos
            move ws-dc-dias-corridos    to ws-dias-marco
            move zeros                  to ws-total-semanas
            if   ws-dias-hoje >= ws-dias-marco
                 compute ws-total-semanas =
                         (ws-dias-hoje - ws-dias-marco) / 7 + 1
                 if   ws-total-semanas > 520
                      move 520          to ws-total-semanas
                      move "S"          to ws-ind-semanas-truncada
                 end-if
            end-if

            open input pd057mh
            move "pd057mh-historico-consolidado" to whs-arquivo
            perform 9000-trata-abertura
            read pd057mh
                 at end continue
            end-read
            perform until not ws-operacao-ok
                if   f57mh-nome-programa = ws-programa-implantacao
                     add  1             to ws-registros-rotina
                     perform 2530-acumula-registro
                end-if
                read pd057mh
                     at end continue
                end-read
            end-perform
            close pd057mh

            move spaces                 to whs-mensagem
            string "Rotina " ws-programa-implantacao
                   " - marco zero " ws-data-distribuicao
                   " (" ws-origem-distribuicao delimited by "  "
                   ") - " ws-registros-rotina
                   " mudança(s) no histórico"
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            if   ws-registros-rotina = zeros
                 move "   nenhuma posição importada para a rotina"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
                 exit section
            end-if
            move wt-sm-saldo-executadas (1) to ws-acumulado-executadas
            move wt-sm-saldo-pendentes (1)  to ws-acumulado-pendentes
            move ws-data-distribuicao   to ws-data-semana
            perform varying wx-semana from 1 by 1
              until wx-semana > ws-total-semanas
                add  wt-sm-saldo-executadas (wx-semana + 1) to
                     ws-acumulado-executadas
                add  wt-sm-saldo-pendentes (wx-semana + 1) to
                     ws-acumulado-pendentes
                move wx-semana          to ws-numero-semana
                move ws-acumulado-executadas to ws-semana-executadas
                move ws-acumulado-pendentes  to ws-semana-pendentes
                if   ws-semana-executadas + ws-semana-pendentes > zeros
                     compute ws-percentual-exibe =
                             ws-semana-executadas * 100 /
                            (ws-semana-executadas + ws-semana-pendentes)
                else
                     move zeros         to ws-percentual-exibe
                end-if
                move spaces             to whs-mensagem
                string "   semana " ws-numero-semana
                       " a partir de " ws-data-semana
                       " - executadas: " ws-semana-executadas
                       " - pendentes: " ws-semana-pendentes
                       " - " ws-percentual-exibe "% executado"
                       into whs-mensagem
                perform 2650-emite-linha-consulta
                perform 2550-avanca-semana
            end-perform
            if   ws-semanas-truncada
                 move "   ATENÇÃO: marco zero há mais de 520 semanas - evolução limitada às primeiras 520"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
            end-if.
       2510-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Rotina sem data de distribuição: o marco zero é a importação
      *> mais antiga dela no histórico.
       2520-primeiro-registro-rotina section.
       2520.
            open input pd057mh
            move "pd057mh-historico-consolidado" to whs-arquivo
            perform 9000-trata-abertura
            read pd057mh
                 at end continue
            end-read
            perform until not ws-operacao-ok
                if   f57mh-nome-programa = ws-programa-implantacao
                     if   ws-data-distribuicao = zeros
                     or   f57mh-data-importacao < ws-data-distribuicao
                          move f57mh-data-importacao to
                               ws-data-distribuicao
                     end-if
                end-if
                read pd057mh
                     at end continue
                end-read
            end-perform
            close pd057mh
            move "primeira importação no histórico" to
                 ws-origem-distribuicao.
       2520-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Saldo da semana do registro: soma a situação nova e tira a
      *> anterior ("I" só soma, "R" só tira). Antes do marco zero vai
      *> para a posição 1; além da janela, para a última.
       2530-acumula-registro section.
       2530.
            move f57mh-data-importacao  to ws-dc-data
            perform 9200-calcula-dias-corridos
            move ws-dc-dias-corridos    to ws-dias-registro
            if   ws-dias-registro < ws-dias-marco
                 move 1                 to wx-semana
            else
                 compute wx-semana =
                         (ws-dias-registro - ws-dias-marco) / 7 + 2
                 if   wx-semana > 521
                      move 521          to wx-semana
                 end-if
            end-if
            if   not f57mh-remocao
                 if   f57mh-executado
                      add  1            to wt-sm-saldo-executadas (wx-semana)
                 else
                      add  1            to wt-sm-saldo-pendentes (wx-semana)
                 end-if
            end-if
            if   not f57mh-inclusao
                 if   f57mh-ind-situacao-anterior = "E"
                      subtract 1        from wt-sm-saldo-executadas (wx-semana)
                 else
                      subtract 1        from wt-sm-saldo-pendentes (wx-semana)
                 end-if
            end-if.
       2530-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Avança ws-data-semana (AAAAMMDD) em sete dias corridos.
       2550-avanca-semana section.
       2550.
            perform 7 times
                add  1                  to ws-sm-dia
                evaluate ws-sm-mes
                    when 4
                    when 6
                    when 9
                    when 11
                         move 30        to ws-sm-ultimo-dia
                    when 2
                         divide ws-sm-ano by 4 giving ws-sm-quociente
                                remainder ws-sm-resto-4
                         divide ws-sm-ano by 100 giving ws-sm-quociente
                                remainder ws-sm-resto-100
                         divide ws-sm-ano by 400 giving ws-sm-quociente
                                remainder ws-sm-resto-400
                         if   ws-sm-resto-400 = zeros
                         or  (ws-sm-resto-4 = zeros
                         and  ws-sm-resto-100 <> zeros)
                              move 29   to ws-sm-ultimo-dia
                         else
                              move 28   to ws-sm-ultimo-dia
                         end-if
                    when other
                         move 31        to ws-sm-ultimo-dia
                end-evaluate
                if   ws-sm-dia > ws-sm-ultimo-dia
                     move 1             to ws-sm-dia
                     add  1             to ws-sm-mes
                     if   ws-sm-mes > 12
                          move 1        to ws-sm-mes
                          add  1        to ws-sm-ano
                     end-if
                end-if
            end-perform.
       2550-exit.
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
      *> Relatório aberto (PCL0570P) ganha a mesma linha no documento
      *> impresso, como em PP00005.
            perform 9100-grava-linha-relatorio
            if   not lnk-execucao-em-background
                 display whs-mensagem
            end-if.
       2650-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "TA" - tempo médio de aplicação por revenda: para cada
      *> revenda ativa de EFD057F.CAD, a média de dias corridos entre a
      *> distribuição da rotina (2800) e a execução na unidade, sobre
      *> as posições executadas de EFD057M.CAD, comparada com a média
      *> da frota - quem fica acima dela costuma aplicar por último.
       2700-relatorio-tempo-aplicacao section.
       2700.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-revendas-acima-media
            move "PP00057C_TA"          to ws-prefixo-relatorio
            move "TEMPO MÉDIO DE APLICAÇÃO DAS ROTINAS POR REVENDA"
                                        to ws-titulo-relatorio
            move "Distribuição EFD058D/EFD058T x execução EFD057M x frota EFD057F"
                                        to ws-filtro-relatorio
            perform 9100-abre-relatorio
            if   not ws-possui-frota
                 move "Cadastro EFD057F.CAD inexistente - sem lista de revendas"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
                 perform 9100-encerra-relatorio
                 perform 2650-emite-linha-consulta
                 move "OK"              to lp-status-consolidacao
                 exit section
            end-if
            perform 2710-coleta-tempos
            if   ws-tempos-truncada
                 move "ATENÇÃO: mais de 300 revendas em EFD057M.CAD - tabela de tempos truncada"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
            end-if
            move zeros                  to ws-media-frota
            if   ws-frota-aplicadas > zeros
                 compute ws-media-frota rounded =
                         ws-frota-soma-dias / ws-frota-aplicadas
            end-if
            move ws-media-frota         to ws-media-exibe
            move spaces                 to whs-mensagem
            string "Média da frota: " ws-media-exibe
                   " dia(s) entre a distribuição e a execução ("
                   ws-frota-aplicadas " aplicação(ões))"
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            if   ws-frota-sem-marco > zeros
                 move spaces            to whs-mensagem
                 string "   " ws-frota-sem-marco
                        " aplicação(ões) de rotina sem data de distribuição - fora das médias"
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
            end-if
            perform 9000-str-pd0570f-gtr
            perform 9000-ler-pd0570f-nex
            perform until not ws-operacao-ok
                if   f570f-revenda-ativa
                     perform 2720-emite-revenda-tempo
                end-if
                perform 9000-ler-pd0570f-nex
            end-perform
            move spaces                 to whs-mensagem
            string "Total - revendas acima da média da frota: "
                   ws-revendas-acima-media
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-consolidacao.
       2700-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Varredura única de EFD057M.CAD; a distribuição é relida só na
      *> troca de rotina (a chave do consolidado começa por ela).
      *> Execução anterior à distribuição registrada conta zero dias.
       2710-coleta-tempos section.
       2710.
            move zeros                  to wt-total-tempos
            move zeros                  to ws-frota-aplicadas
            move zeros                  to ws-frota-soma-dias
            move zeros                  to ws-frota-sem-marco
            move "N"                    to ws-ind-tempos-truncada
            move spaces                 to ws-programa-implantacao
            perform 9000-str-pd0570m-gtr
            perform 9000-ler-pd0570m-nex
            perform until not ws-operacao-ok
                if   f570m-nome-programa <> ws-programa-implantacao
                     move f570m-nome-programa to ws-programa-implantacao
                     perform 2800-obtem-distribuicao
                     if   ws-data-distribuicao > zeros
                          move ws-data-distribuicao to ws-dc-data
                          perform 9200-calcula-dias-corridos
                          move ws-dc-dias-corridos to ws-dias-distribuicao
                     end-if
                end-if
                perform varying wx-tempo from 1 by 1
                  until wx-tempo > wt-total-tempos
                  or    wt-tp-codigo-revenda (wx-tempo) =
                        f570m-codigo-revenda
                     continue
                end-perform
                if   wx-tempo > wt-total-tempos
                     if   wt-total-tempos < 300
                          add  1        to wt-total-tempos
                          initialize       wt-tempo (wx-tempo)
                          move f570m-codigo-revenda to
                               wt-tp-codigo-revenda (wx-tempo)
                     else
                          move "S"      to ws-ind-tempos-truncada
                          move zeros    to wx-tempo
                     end-if
                end-if
                if   wx-tempo > zeros
                     if   f570m-executado
                          if   ws-data-distribuicao > zeros
                          and  f570m-data-execucao > zeros
                               move f570m-data-execucao to ws-dc-data
                               perform 9200-calcula-dias-corridos
                               compute ws-dias-aplicacao =
                                       ws-dc-dias-corridos -
                                       ws-dias-distribuicao
                               if   ws-dias-aplicacao < zeros
                                    move zeros to ws-dias-aplicacao
                               end-if
                               add  1   to wt-tp-aplicadas (wx-tempo)
                               add  ws-dias-aplicacao to
                                    wt-tp-soma-dias (wx-tempo)
                               add  1   to ws-frota-aplicadas
                               add  ws-dias-aplicacao to
                                    ws-frota-soma-dias
                          else
                               add  1   to wt-tp-sem-marco (wx-tempo)
                               add  1   to ws-frota-sem-marco
                          end-if
                     else
                          add  1        to wt-tp-pendentes (wx-tempo)
                     end-if
                end-if
                perform 9000-ler-pd0570m-nex
            end-perform.
       2710-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2720-emite-revenda-tempo section.
       2720.
            perform varying wx-tempo from 1 by 1
              until wx-tempo > wt-total-tempos
              or    wt-tp-codigo-revenda (wx-tempo) = f570f-codigo-revenda
                 continue
            end-perform
            move spaces                 to whs-mensagem
            if   wx-tempo > wt-total-tempos
                 string "Revenda " f570f-codigo-revenda
                        " - " f570f-nome-revenda
                        " - sem posição importada em EFD057M.CAD"
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
                 exit section
            end-if
            if   wt-tp-aplicadas (wx-tempo) = zeros
                 string "Revenda " f570f-codigo-revenda
                        " - " f570f-nome-revenda
                        " - nenhuma aplicação medida - pendentes: "
                        wt-tp-pendentes (wx-tempo)
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
                 exit section
            end-if
            compute ws-media-revenda rounded =
                    wt-tp-soma-dias (wx-tempo) / wt-tp-aplicadas (wx-tempo)
            move ws-media-revenda       to ws-media-exibe
            if   ws-media-revenda > ws-media-frota
                 add  1                 to ws-revendas-acima-media
                 string "Revenda " f570f-codigo-revenda
                        " - " f570f-nome-revenda
                        " - aplicadas: " wt-tp-aplicadas (wx-tempo)
                        " - média: " ws-media-exibe " dia(s)"
                        " - pendentes: " wt-tp-pendentes (wx-tempo)
                        " *** ACIMA DA MÉDIA DA FROTA"
                        into whs-mensagem
            else
                 string "Revenda " f570f-codigo-revenda
                        " - " f570f-nome-revenda
                        " - aplicadas: " wt-tp-aplicadas (wx-tempo)
                        " - média: " ws-media-exibe " dia(s)"
                        " - pendentes: " wt-tp-pendentes (wx-tempo)
                        into whs-mensagem
            end-if
            perform 2650-emite-linha-consulta.
       2720-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Marco zero de ws-programa-implantacao: primeira distribuição em
      *> EFD058D.CAD ou, sem ela, a geração do EFD058T.TXT corrente
      *> (zeros se nenhum dos dois). A leitura não pode encerrar o laço
      *> de quem chamou.
       2800-obtem-distribuicao section.
       2800.
            move zeros                  to ws-data-distribuicao
            move spaces                 to ws-origem-distribuicao
            if   ws-possui-distribuicao
                 move ws-programa-implantacao to f580d-nome-programa
                 perform 9000-ler-pd0580d-ran
                 if   ws-operacao-ok
                      move f580d-data-primeira-distrib to
                           ws-data-distribuicao
                      move "primeira distribuição EFD058D" to
                           ws-origem-distribuicao
                 end-if
            end-if
            if   ws-data-distribuicao = zeros
            and  ws-data-catalogo > zeros
                 move ws-data-catalogo  to ws-data-distribuicao
                 move "geração do EFD058T.TXT" to ws-origem-distribuicao
            end-if
            move "00"                   to ws-resultado-acesso.
       2800-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "SA" - solicita às bases a reabertura (execução
      *> concluída) ou a reexecução (execução falha ou interrompida) de
      *> uma rotina, com o motivo que vai para EFD057H.CAD na base.
      *> Com revenda informada, uma solicitação para a posição
      *> revenda/empresa/filial de EFD057M.CAD; revenda zerada, uma para
      *> cada posição da rotina em que a ação cabe. Posição que já tem
      *> solicitação aguardando resultado não ganha outra.
       2900-solicita-acao section.
       2900.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            if   lp-nome-programa = spaces
                 move "Falta nome programa" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-acao-solicitada <> "R"
            and  lp-acao-solicitada <> "E"
                 move "Ação inválida - R=reabertura E=reexecução" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-motivo-solicitacao = spaces
                 move "Falta motivo da solicitação" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-usuario = spaces
                 move "Falta usuário"   to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-acao-solicitada = "R"
                 move "reabertura"      to ws-descricao-acao
            else
                 move "reexecução"      to ws-descricao-acao
            end-if
            move "PP00057C_SA"          to ws-prefixo-relatorio
            move "SOLICITAÇÃO DE AÇÃO ÀS BASES - EFD057Q"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            if   lp-codigo-revenda = zeros
                 string "Rotina " lp-nome-programa
                        " - " ws-descricao-acao
                        " - todas as revendas em que cabe"
                        into ws-filtro-relatorio
            else
                 string "Rotina " lp-nome-programa
                        " - " ws-descricao-acao
                        " - revenda " lp-codigo-revenda
                        " empresa " lp-cd-empresa
                        " filial " lp-cd-filial
                        into ws-filtro-relatorio
            end-if
            perform 9100-abre-relatorio
            if   lp-codigo-revenda <> zeros
                 initialize                f570m-registro
                 move lp-nome-programa  to f570m-nome-programa
                 move lp-codigo-revenda to f570m-codigo-revenda
                 move lp-cd-empresa     to f570m-cd-empresa
                 move lp-cd-filial      to f570m-cd-filial
                 perform 9000-ler-pd0570m-ran
                 if   ws-operacao-ok
                      perform 2910-registra-solicitacao
                 else
                      move "Posição não importada em EFD057M.CAD - nenhuma solicitação registrada"
                           to whs-mensagem
                      perform 2650-emite-linha-consulta
                 end-if
            else
      *> A chave de EFD057M.CAD começa pela rotina: posiciona no
      *> primeiro registro dela e lê até a rotina mudar.
                 initialize                f570m-registro
                 move lp-nome-programa  to f570m-nome-programa
                 start pd0570m key is not less than f570m-chave
                       invalid key
                            continue
                 end-start
                 perform 9000-ler-pd0570m-nex
                 perform until not ws-operacao-ok
                         or    f570m-nome-programa <> lp-nome-programa
                     if  (lp-acao-solicitada = "R"
                     and  f570m-executado)
                     or  (lp-acao-solicitada = "E"
                     and  f570m-pendente
                     and (f570m-status-execucao = "F"
                     or   f570m-status-execucao = "I"))
                          perform 2910-registra-solicitacao
                     end-if
                     perform 9000-ler-pd0570m-nex
                 end-perform
            end-if
            move spaces                 to whs-mensagem
            string "Total - solicitações registradas: "
                   lp-total-registros
                   " - enviadas às bases no próximo EFD057Q.TXT (opção GA)"
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-consolidacao.
       2900-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Uma solicitação para a posição corrente de f570m-registro. O
      *> número sai do registro de controle (número zero) de
      *> EFD057Q.CAD. As leituras aqui não podem encerrar o laço de
      *> EFD057M.CAD de quem chamou.
       2910-registra-solicitacao section.
       2910.
            move "N"                    to ws-ind-solicitacao-aberta
            perform 9000-str-pd0570q-gtr
            perform 9000-ler-pd0570q-nex
            perform until not ws-operacao-ok
                    or    ws-solicitacao-aberta
                if   f570q-solicitada
                and  f570q-codigo-revenda = f570m-codigo-revenda
                and  f570q-cd-empresa     = f570m-cd-empresa
                and  f570q-cd-filial      = f570m-cd-filial
                and  f570q-nome-programa  = f570m-nome-programa
                     move "S"           to ws-ind-solicitacao-aberta
                else
                     perform 9000-ler-pd0570q-nex
                end-if
            end-perform
            if   ws-solicitacao-aberta
                 move spaces            to whs-mensagem
                 string "   já aguardando " f570q-numero-solicitacao
                        ": revenda " f570m-codigo-revenda
                        " empresa " f570m-cd-empresa
                        " filial " f570m-cd-filial
                        " - nada registrado"
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
                 move "00"              to ws-resultado-acesso
                 exit section
            end-if

            initialize                     f570q-registro
            move zeros                  to f570q-numero-solicitacao
            perform 9000-ler-pd0570q-ran
            if   not ws-operacao-ok
                 initialize                f570q-registro
                 move zeros             to f570q-numero-solicitacao
                 move zeros             to f570q-ultima-solicitacao
                 write f570q-registro
                 if   not ws-operacao-ok
                      move "2910-erro de gravacao efd057q.cad !!!" to
                           whs-mensagem
                      move ws-resultado-acesso to ws-status
                      perform 9000-mensagem-especial
                      perform 3000-finalizacao
                      perform 0000-saida
                 end-if
            end-if
            add  1                      to f570q-ultima-solicitacao
            move f570q-ultima-solicitacao to ws-numero-solicitacao
            rewrite f570q-registro
            if   not ws-operacao-ok
                 move "2910-erro de regravacao efd057q.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.

            initialize                     f570q-registro
            move ws-numero-solicitacao  to f570q-numero-solicitacao
            move f570m-codigo-revenda   to f570q-codigo-revenda
            move f570m-cd-empresa       to f570q-cd-empresa
            move f570m-cd-filial        to f570q-cd-filial
            move f570m-nome-programa    to f570q-nome-programa
            move lp-acao-solicitada     to f570q-acao
            move lp-motivo-solicitacao  to f570q-motivo
            move lp-usuario             to f570q-usuario-solicitacao
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f570q-data-solicitacao
            accept ws-horas             from time
            move ws-horas               to f570q-hora-solicitacao
            move "S"                    to f570q-ind-situacao
            write f570q-registro
            if   not ws-operacao-ok
                 move "2910-erro de gravacao efd057q.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.
            add  1                      to lp-total-registros
            move spaces                 to whs-mensagem
            string "   solicitada " f570q-numero-solicitacao
                   ": revenda " f570q-codigo-revenda
                   " empresa " f570q-cd-empresa
                   " filial " f570q-cd-filial
                   " - " f570q-nome-programa
                   " (" delimited by size
                   ws-descricao-acao delimited by " "
                   ")" delimited by size
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            move "00"                   to ws-resultado-acesso.
       2910-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "GA" - gera EFD057Q.TXT com toda solicitação ainda sem
      *> resultado (a que já foi e não voltou segue de novo - a base não
      *> reaplica, só retransmite o resultado), no molde de
      *> EFD058T.TXT. Cada base aplica as linhas da sua revenda com
      *> PP00057I.
       2950-gera-arquivo-acoes section.
       2950.
            move spaces                 to lp-mensagem
            if   not ws-possui-solicitacoes
                 move "EFD057Q.CAD inexistente - nenhuma solicitação registrada (opção SA)"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-nome-arquivo = spaces
                 string lnk-dtbpath delimited by " " "/EFD057Q.TXT" into
                        wid-pd057qt
            else
                 move lp-nome-arquivo   to wid-pd057qt
            end-if
            open output pd057qt
            move "pd057qt-solicitacoes-matriz" to whs-arquivo
            perform 9000-trata-abertura
            move "S"                    to ws-ind-arquivo-acoes-aberto
            call "PW00219S"             using lnk-versao-base
            move lnk-versao-sistema     to ws-versao-corrente

            initialize                     f57qt-registro
            move "1"                    to f57qt-tipo-registro
            move ws-versao-corrente     to f57qt-versao-sistema
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f57qt-data-geracao
            accept ws-horas             from time
            move ws-horas               to f57qt-hora-geracao
            write f57qt-registro
            perform 2960-verifica-gravacao-acoes

            perform 9000-str-pd0570q-gtr
            perform 9000-ler-pd0570q-nex
            perform until not ws-operacao-ok
                if   f570q-solicitada
                     initialize            f57qt-registro
                     move "2"           to f57qt-tipo-registro
                     move f570q-codigo-revenda to f57qt-codigo-revenda
                     move f570q-numero-solicitacao to
                          f57qt-numero-solicitacao
                     move f570q-cd-empresa to f57qt-cd-empresa
                     move f570q-cd-filial  to f57qt-cd-filial
                     move f570q-nome-programa to f57qt-nome-programa
                     move f570q-acao    to f57qt-acao
                     move f570q-motivo  to f57qt-motivo
                     write f57qt-registro
                     perform 2960-verifica-gravacao-acoes
                     add  1             to lp-total-registros
                     move ws-data-inv   to f570q-data-envio
                     rewrite f570q-registro
                     if   not ws-operacao-ok
                          move "2950-erro de regravacao efd057q.cad !!!"
                               to whs-mensagem
                          move ws-resultado-acesso to ws-status
                          perform 9000-mensagem-especial
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                end-if
                perform 9000-ler-pd0570q-nex
            end-perform

            initialize                     f57qt-registro
            move "9"                    to f57qt-tipo-registro
            move lp-total-registros     to f57qt-total-solicitacoes
            move ws-data-inv            to f57qt-data-geracao-eco
            write f57qt-registro
            perform 2960-verifica-gravacao-acoes
            close pd057qt
            move "N"                    to ws-ind-arquivo-acoes-aberto
            move "OK"                   to lp-status-consolidacao
            move spaces                 to whs-mensagem
            string "Geração concluída - " lp-total-registros
                   " solicitação(ões) aguardando resultado em EFD057Q.TXT"
                   into whs-mensagem
            move whs-mensagem           to lp-mensagem.
       2950-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2960-verifica-gravacao-acoes section.
       2960.
            if   not ws-operacao-ok
                 move "2950-erro de gravacao do arquivo de solicitacoes !!!"
                      to whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.
       2960-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "AS" - acompanhamento das solicitações por revenda:
      *> solicitadas x executadas x recusadas x aguardando, cada uma
      *> listada com a situação (e o motivo da recusa que a base
      *> devolveu). Filtros opcionais: revenda e rotina.
       2970-relatorio-solicitacoes section.
       2970.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move "PP00057C_AS"          to ws-prefixo-relatorio
            move "ACOMPANHAMENTO DAS SOLICITAÇÕES ÀS BASES - EFD057Q"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            string "Revenda " lp-codigo-revenda
                   " - rotina " lp-nome-programa
                   " (zeros/brancos = todas)"
                   into ws-filtro-relatorio
            perform 9100-abre-relatorio
            if   not ws-possui-solicitacoes
                 move "EFD057Q.CAD inexistente - nenhuma solicitação registrada"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
                 perform 9100-encerra-relatorio
                 perform 2650-emite-linha-consulta
                 move "OK"              to lp-status-consolidacao
                 exit section
            end-if
            move zeros                  to wt-total-solicitacoes
            move "N"                    to ws-ind-solicitacoes-truncada
            move zeros                  to ws-total-solicitadas
            move zeros                  to ws-total-executadas
            move zeros                  to ws-total-recusadas
            move zeros                  to ws-total-aguardando
            perform 9000-str-pd0570q-gtr
            perform 9000-ler-pd0570q-nex
            perform until not ws-operacao-ok
                if  (lp-codigo-revenda = zeros
                or   f570q-codigo-revenda = lp-codigo-revenda)
                and (lp-nome-programa = spaces
                or   f570q-nome-programa = lp-nome-programa)
                     perform 2975-acumula-solicitacao
                end-if
                perform 9000-ler-pd0570q-nex
            end-perform
            if   ws-solicitacoes-truncada
                 move "ATENÇÃO: mais de 300 revendas com solicitação - acompanhamento truncado"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
            end-if
            perform varying wx-solicitacao from 1 by 1
              until wx-solicitacao > wt-total-solicitacoes
                perform 2980-lista-solicitacoes-revenda
            end-perform
            move spaces                 to whs-mensagem
            string "Total - solicitadas: " ws-total-solicitadas
                   " - executadas: " ws-total-executadas
                   " - recusadas: " ws-total-recusadas
                   " - aguardando: " ws-total-aguardando
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-consolidacao.
       2970-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conta a solicitação corrente na linha da revenda, inserida na
      *> posição que mantém a tabela em ordem de revenda.
       2975-acumula-solicitacao section.
       2975.
            perform varying wx-solicitacao from 1 by 1
              until wx-solicitacao > wt-total-solicitacoes
              or    wt-sl-codigo-revenda (wx-solicitacao) >=
                    f570q-codigo-revenda
                 continue
            end-perform
            if   wx-solicitacao > wt-total-solicitacoes
            or   wt-sl-codigo-revenda (wx-solicitacao) <>
                 f570q-codigo-revenda
                 if   wt-total-solicitacoes >= 300
                      move "S"          to ws-ind-solicitacoes-truncada
                      exit section
                 end-if
                 perform varying wx-deslocamento
                         from wt-total-solicitacoes by -1
                   until wx-deslocamento < wx-solicitacao
                      move wt-solicitacao (wx-deslocamento) to
                           wt-solicitacao (wx-deslocamento + 1)
                 end-perform
                 add  1                 to wt-total-solicitacoes
                 initialize                wt-solicitacao (wx-solicitacao)
                 move f570q-codigo-revenda to
                      wt-sl-codigo-revenda (wx-solicitacao)
            end-if
            add  1                      to wt-sl-solicitadas (wx-solicitacao)
            add  1                      to ws-total-solicitadas
            evaluate true
                when f570q-executada
                     add  1             to wt-sl-executadas (wx-solicitacao)
                     add  1             to ws-total-executadas
                when f570q-recusada
                     add  1             to wt-sl-recusadas (wx-solicitacao)
                     add  1             to ws-total-recusadas
                when other
                     add  1             to wt-sl-aguardando (wx-solicitacao)
                     add  1             to ws-total-aguardando
            end-evaluate.
       2975-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Linha-resumo da revenda wx-solicitacao e as solicitações dela,
      *> numa nova varredura de EFD057Q.CAD.
       2980-lista-solicitacoes-revenda section.
       2980.
            move spaces                 to ws-nome-revenda-solicitacao
            if   ws-possui-frota
                 move wt-sl-codigo-revenda (wx-solicitacao) to
                      f570f-codigo-revenda
                 perform 9000-ler-pd0570f-ran
                 if   ws-operacao-ok
                      move f570f-nome-revenda to
                           ws-nome-revenda-solicitacao
                 end-if
            end-if
            move spaces                 to whs-mensagem
            string "Revenda " wt-sl-codigo-revenda (wx-solicitacao)
                   " " ws-nome-revenda-solicitacao
                   " - solicitadas: " wt-sl-solicitadas (wx-solicitacao)
                   " - executadas: " wt-sl-executadas (wx-solicitacao)
                   " - recusadas: " wt-sl-recusadas (wx-solicitacao)
                   " - aguardando: " wt-sl-aguardando (wx-solicitacao)
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9000-str-pd0570q-gtr
            perform 9000-ler-pd0570q-nex
            perform until not ws-operacao-ok
                if   f570q-codigo-revenda =
                     wt-sl-codigo-revenda (wx-solicitacao)
                and (lp-nome-programa = spaces
                or   f570q-nome-programa = lp-nome-programa)
                     if   f570q-reabertura
                          move "reabertura" to ws-descricao-acao
                     else
                          move "reexecução" to ws-descricao-acao
                     end-if
                     move spaces        to whs-mensagem
                     evaluate true
                         when f570q-executada
                              string "   " f570q-numero-solicitacao
                                     " " f570q-nome-programa
                                     " empresa " f570q-cd-empresa
                                     " filial " f570q-cd-filial
                                     " " ws-descricao-acao
                                     " de " f570q-data-solicitacao
                                     " - executada em "
                                     f570q-data-aplicacao
                                     " por " f570q-usuario-aplicacao
                                     into whs-mensagem
                         when f570q-recusada
                              string "   " f570q-numero-solicitacao
                                     " " f570q-nome-programa
                                     " empresa " f570q-cd-empresa
                                     " filial " f570q-cd-filial
                                     " " ws-descricao-acao
                                     " de " f570q-data-solicitacao
                                     " - RECUSADA em "
                                     f570q-data-aplicacao
                                     ": " f570q-motivo-recusa
                                     into whs-mensagem
                         when f570q-data-envio = zeros
                              string "   " f570q-numero-solicitacao
                                     " " f570q-nome-programa
                                     " empresa " f570q-cd-empresa
                                     " filial " f570q-cd-filial
                                     " " ws-descricao-acao
                                     " de " f570q-data-solicitacao
                                     " - aguardando (ainda não enviada - opção GA)"
                                     into whs-mensagem
                         when other
                              string "   " f570q-numero-solicitacao
                                     " " f570q-nome-programa
                                     " empresa " f570q-cd-empresa
                                     " filial " f570q-cd-filial
                                     " " ws-descricao-acao
                                     " de " f570q-data-solicitacao
                                     " - aguardando (enviada em "
                                     f570q-data-envio ")"
                                     into whs-mensagem
                     end-evaluate
                     perform 2650-emite-linha-consulta
                end-if
                perform 9000-ler-pd0570q-nex
            end-perform.
       2980-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd0570m
            if   lp-opcao-consolidacao = "IM"
                 close pd0570t
            end-if
            if   ws-possui-frota
                 close pd0570f
            end-if
            if   lp-opcao-consolidacao = "VE"
            or   lp-opcao-consolidacao = "EV"
                 close pd05800
            end-if
            if   lp-opcao-consolidacao = "IM"
            and  ws-possui-historico
                 close pd057mh
            end-if
            if   ws-possui-distribuicao
                 close pd0580d
            end-if
            if   ws-possui-solicitacoes
                 close pd0570q
            end-if
            if   ws-arquivo-acoes-aberto
                 close pd057qt
                 move "N"               to ws-ind-arquivo-acoes-aberto
            end-if
      *> Relatório ainda aberto = saída anormal no meio do relatório -
      *> fecha sem rodapé para não perder o que já saiu.
       copy PCP9200.CPY.
       copy PCL0570M.CPY replacing ==(f570)== by ==f570==.
       copy PCL0570F.CPY replacing ==(f570)== by ==f570==.
       copy PCL05800.CPY replacing ==(f58)== by ==f58==.
       copy PCL0580D.CPY replacing ==(f580)== by ==f580==.
       copy PCL0570Q.CPY replacing ==(f570)== by ==f570==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
