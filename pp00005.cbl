       copy PCS0570R.CPY replacing ==(f570)== by ==f570==.
       copy PCS0570P.CPY.
       copy PCS0570S.CPY replacing ==(f570)== by ==f570==.
       copy PCS0580B.CPY replacing ==(f580)== by ==f580==.
       copy PCS0570B.CPY replacing ==(f570)== by ==f570==.
       copy PCS057BH.CPY.

       data division.

       copy PCF0570R.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570S.CPY replacing ==(f570)== by ==f570==.
       copy PCF0580B.CPY replacing ==(f580)== by ==f580==.
       copy PCF0570B.CPY replacing ==(f570)== by ==f570==.
       copy PCF057BH.CPY replacing ==(f57b)== by ==f57b==.

       working-storage section.
       78   versao                       value "z".
      *> lp-usuario-prog e f5701-id-usuario são pic x(08): a marca das
      *> execuções automáticas fica gravada truncada em "automati".
      *> Quem grava e quem compara usa esta constante para o valor
      *> armazenado e o comparado serem sempre o mesmo.
       78   usuario-automatica           value "automati".
      *> Dias de retenção das cópias de segurança de execuções
      *> concluídas enquanto EFD058B.CAD não tiver o registro de
      *> parâmetros (mantido por PP00058B, opção "RT").
       78   dias-retencao-padrao         value 30.
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW920.CPY.                 *>Cálculo de dias corridos
       copy PCW0005.CPY replacing ==(la)== by ==la==. *>Linkage das rotinas automáticas
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-nome-programa         pic x(08)   value spaces.
      *> Usuário que chamou a sessão, guardado em 1000 antes de os
      *> despachos trocarem lp-usuario-prog por usuario-automatica -
      *> é ele que segue para a rotina chamada em la-usuario.
            03 ws-usuario-sessao        pic x(08)   value spaces.
            03 ws-tipo-cdd              pic x(01).
               88 ws-cdd                value "I" "E".
               88 ws-revenda            value "R".
            03 ws-prox-dia-semana       pic 9(01).
            03 ws-prox-hora-inicial     pic 9(04).
            03 ws-nome-dia-semana       pic x(15).
            03 ws-descricao-janela      pic x(60).
      *> Bloqueios por data (registros tipo "B" de EFDJAN.CAD).
            03 ws-ind-data-bloqueada    pic x(01)   value "N".
               88 ws-data-bloqueada                 value "S".
            03 ws-ind-teste-bloqueado   pic x(01)   value "N".
               88 ws-teste-bloqueado                value "S".
            03 ws-ind-prox-datada       pic x(01)   value "N".
               88 ws-prox-datada                    value "S".
            03 ws-jan-data-hoje         pic 9(08).
            03 ws-jan-data-teste        pic 9(08).
            03 ws-jan-data-teste-r redefines ws-jan-data-teste.
               05 ws-jan-ano-teste      pic 9(04).
               05 ws-jan-mes-teste      pic 9(02).
               05 ws-jan-dia-teste      pic 9(02).
            03 ws-jan-semana-teste      pic 9(01).
            03 ws-jan-dias-mes          pic 9(02).
            03 ws-jan-quociente         pic 9(04)   comp.
            03 ws-jan-resto             pic 9(04)   comp.
            03 ws-jan-dias-busca        pic 9(03)   comp.
            03 ws-jan-melhor-hora       pic 9(04).
            03 ws-prox-data             pic 9(08).
            03 ws-prox-data-r redefines ws-prox-data.
               05 ws-prox-ano           pic 9(04).
               05 ws-prox-mes           pic 9(02).
               05 ws-prox-dia           pic 9(02).
            03 wx-calendario            pic 9(03)   comp.

       01   wt-tabela-calendario.
      *> Carregada por 2141 a cada consulta de 2140: bloqueios ativos
      *> da empresa/filial e globais (000/000), e as janelas ativas da
      *> unidade (para achar a próxima abertura fora dos dias
      *> bloqueados).
            03 wt-total-bloqueios       pic 9(03)   comp value zeros.
            03 wt-bloqueio              occurs 100 times.
               05 wt-bl-data-inicial    pic 9(08).
               05 wt-bl-data-final      pic 9(08).
            03 wt-total-janelas         pic 9(03)   comp value zeros.
            03 wt-janela                occurs 100 times.
               05 wt-jn-dia-semana      pic 9(01).
               05 wt-jn-hora-inicial    pic 9(04).

       01   ws-controle-estatisticas.
            03 ws-ind-estatisticas-prontas pic x(01) value "N".
       01   ws-controle-execucao-auto.
            03 ws-return-code-chamada   pic s9(04) comp value zeros.
            03 ws-return-code-exibe     pic -9(04).
            03 ws-total-processados-exibe pic z(06)9.
            03 ws-ind-execucao-auto-ok  pic x(01)   value "S".
               88 ws-execucao-auto-ok               value "S".

       01   ws-controle-versao.
      *> Versão corrente do sistema (PW00219S), obtida uma vez por
      *> sessão em 1150 para conferir a faixa de versões de cada rotina
      *> do cadastro (1160).
            03 ws-versao-sistema        pic x(11)   value spaces.
            03 ws-faixa-minima          pic x(11).
            03 ws-faixa-maxima          pic x(11).
            03 ws-ind-versao-aplicavel  pic x(01)   value "S".
               88 ws-versao-aplicavel               value "S".
            03 ws-descricao-faixa       pic x(40).

       01   ws-controle-prazos.
            03 ws-prazo-dias-hoje       pic 9(07)   comp value zeros.
            03 ws-prazo-dias-atraso     pic 9(07)   comp value zeros.
            03 ws-prazo-atraso-exibe    pic z(04)9.
            03 ws-prazo-pendentes       pic 9(05)   value zeros.
            03 ws-prazo-falhas          pic 9(05)   value zeros.
            03 ws-ind-marca-prazo       pic x(01)   value "N".
               88 ws-marca-prazo-existe             value "S".

       01   ws-controle-backup.
      *> Cópia de segurança pré-despacho (EFD058B.CAD = arquivos de
      *> cada rotina; EFD057B.CAD = conjuntos copiados). Base sem
      *> EFD058B.CAD despacha sem cópia, como sempre fez.
            03 ws-ind-possui-efd058b    pic x(01)   value "N".
               88 ws-possui-efd058b                 value "S".
            03 ws-ind-possui-efd057b    pic x(01)   value "N".
               88 ws-possui-efd057b                 value "S".
            03 ws-ind-backup-ok         pic x(01)   value "S".
               88 ws-backup-ok                      value "S".
            03 ws-ind-conjunto-achado   pic x(01)   value "N".
               88 ws-conjunto-achado                value "S".
            03 ws-ind-marca-concluida   pic x(01)   value "N".
               88 ws-marca-concluida                value "S".
      *> Chave da marca e identificação do conjunto corrente.
            03 ws-bk-chave.
               05 ws-bk-cd-empresa      pic 9(03).
               05 ws-bk-cd-filial       pic 9(03).
               05 ws-bk-nome-programa   pic x(08).
               05 ws-bk-id-backup       pic 9(14).
            03 ws-bk-chave-anterior.
               05 ws-bk-ant-cd-empresa  pic 9(03).
               05 ws-bk-ant-cd-filial   pic 9(03).
               05 ws-bk-ant-nome-programa pic x(08).
               05 ws-bk-ant-id-backup   pic 9(14).
            03 ws-bk-id-partes.
               05 ws-bk-id-data         pic 9(08).
               05 ws-bk-id-hora         pic 9(06).
            03 ws-bk-empfil.
               05 ws-bk-empfil-empresa  pic 9(03).
               05 ws-bk-empfil-filial   pic 9(03).
            03 ws-bk-diretorio-base     pic x(65).
            03 ws-bk-diretorio          pic x(65).
            03 ws-bk-nome-origem        pic x(65).
            03 ws-bk-nome-destino       pic x(65).
      *> Área de retorno de CBL_CHECK_FILE_EXIST (tamanho e data/hora
      *> do arquivo) - só o return-code interessa aqui.
            03 ws-bk-detalhes-arquivo   pic x(16).
            03 ws-bk-detalhe-falha      pic x(60).
            03 ws-bk-resultado          pic x(20).
               88 ws-bk-resultado-falha             value "FALHA NA COPIA"
                                                          "FALHA NA REMOCAO".
            03 ws-bk-dias-retencao      pic 9(03).
            03 ws-bk-dias-hoje          pic 9(07)   comp.
            03 ws-bk-arquivos           pic 9(05)   value zeros.
            03 ws-bk-arquivos-falha     pic 9(05)   value zeros.
            03 ws-bk-conjuntos-expurgados pic 9(05) value zeros.
            03 ws-bk-conjuntos-pendentes pic 9(05)  value zeros.
            03 ws-bk-arquivos-exibe     pic zzzz9.
            03 ws-ind-conjunto-expurgado pic x(01)  value "N".
               88 ws-conjunto-expurgado             value "S".

       01   lnk-versao-base.
            03 lnk-versao-sistema       pic x(11).

       01   ws-controle-lote.
            03 ws-lote-unidades         pic 9(05)   value zeros.
            03 ws-lote-executadas       pic 9(05)   value zeros.
            03 ws-lote-aguarda-prereq   pic 9(05)   value zeros.
            03 ws-lote-esgotadas        pic 9(05)   value zeros.
            03 ws-lote-pendencias       pic 9(05)   value zeros.
            03 ws-lote-nao-aplicaveis   pic 9(05)   value zeros.

       01   ws-controle-prerequisitos.
            03 ws-ind-possui-efd059     pic x(01)   value "N".
      *> zeros = sem data de corte, pendência sempre consistida
               05 wt-max-tentativas     pic 9(2).
      *> zeros = sem limite de retentativa automática
               05 wt-versao-minima      pic x(11).
               05 wt-versao-maxima      pic x(11).
               05 wt-ind-versao         pic x(1).
                  88 wt-versao-aplicavel            value "S".
      *> "N" = versão do sistema fora da faixa da rotina (1160): não
      *> bloqueia nem é despachada, só é reportada como não aplicável
               05 wt-data-limite        pic 9(8).
      *> zeros = sem prazo de conformidade (opção "VC")
       01   wt-tabela-unidades.
      *> Universo de empresas/filiais (registros tipo 1/sequência 0 de
      *> EFDPAR.CAD), carregado por 2720 para a carga em massa "57"
                 move "S"               to ws-ind-possui-efdjan
            end-if

      *> Registro dos arquivos copiados antes do despacho automático -
      *> opcional: base sem EFD058B.CAD despacha sem cópia de segurança.
            string lnk-dtbpath delimited by " " "/EFD058B.CAD" into wid-pd0580b
            open input pd0580b
            if   ws-resultado-acesso = "35"
                 move "N"               to ws-ind-possui-efd058b
            else
                 move "pd0580b-registro-backup" to whs-arquivo
                 perform 9000-trata-abertura
                 move "S"               to ws-ind-possui-efd058b
            end-if

      *> Conjuntos de cópias (EFD057B.CAD) - só nos modos que
      *> despacham, restauram ou expurgam, e nos que concluem marcas
      *> ("AP"/"57" encerram o conjunto pendente da marca). Criado na
      *> primeira sessão com registro de arquivos; sem nenhum dos dois
      *> não há o que copiar nem restaurar.
            if   lp-opcao-prog = "SC"
            or   lp-opcao-prog = "TT"
            or   lp-opcao-prog = "EL"
            or   lp-opcao-prog = "RB"
            or   lp-opcao-prog = "BX"
            or   lp-opcao-prog = "AP"
            or   lp-opcao-prog = "57"
                 string lnk-dtbpath delimited by " " "/EFD057B.CAD" into
                        wid-pd0570b
                 open i-o pd0570b
                 if   ws-resultado-acesso = "35"
                 and  ws-possui-efd058b
                 and  lp-opcao-prog <> "AP"
                 and  lp-opcao-prog <> "57"
                      open output pd0570b
                      close pd0570b
                      open i-o pd0570b
                 end-if
                 if   ws-resultado-acesso <> "35"
                      move "pd0570b-conjuntos-backup" to whs-arquivo
                      perform 9000-trata-abertura
                      move "S"          to ws-ind-possui-efd057b
                 end-if
            end-if

            if   lnk-rotina <> "PW99922F"
            and  lnk-rotina <> "PWC0912B"
                 if   lp-opcao-prog = "SC"
                 or   lp-opcao-prog = "LT"
                 or   lp-opcao-prog = "EL"
                 or   lp-opcao-prog = "VC"
                      perform 1100-carrega-empresa-filial
                 else
                      perform 1100-carrega-parametros
                 end-if
            end-if

      *> Opções supervisionadas só com concessão em EFDAUT.CAD
      *> (PP00096S) - conferidas antes da trava, para a recusa não
      *> prender EFD057.LCK.
            if   lp-opcao-prog = "RA"
            or   lp-opcao-prog = "FL"
            or   lp-opcao-prog = "AP"
            or   lp-opcao-prog = "57"
            or   lp-opcao-prog = "AR"
            or   lp-opcao-prog = "RB"
            or   lp-opcao-prog = "BX"
                 perform 1300-verifica-autorizacao
            end-if

      *> Modos que alteram EFD057.CAD (e o checkpoint EFD057.CKP) não
      *> podem concorrer entre si - obtém a trava de execução antes de
      *> qualquer gravação. RB/BX mexem nos arquivos de dados e nas
      *> cópias de segurança e também travam. SC/TT só trava quando a tabela tem rotina
      *> automática (sem automática o modo é só de consulta).
            if   lp-opcao-prog = "57"
            or   lp-opcao-prog = "RA"
            or   lp-opcao-prog = "AP"
            or   lp-opcao-prog = "RB"
            or   lp-opcao-prog = "BX"
            or  ((lp-opcao-prog = "SC" or lp-opcao-prog = "TT"
            or    lp-opcao-prog = "EL")
            and  ws-possui-automatica)
                 perform 1200-obtem-trava-execucao
            end-if

            move lp-usuario-prog        to ws-usuario-sessao
            if   ws-usuario-sessao = spaces
                 move lnk-rotina        to ws-usuario-sessao
            end-if.

       1000-exit.
      *> EFD058.CAD, na ordem de (f58)00-sequencia. Rotinas desativadas
      *> (f58)00-ind-ativo <> "S" não entram na tabela em memória.
            initialize                  wt-tabela-prog-executados
            call "PW00219S"             using lnk-versao-base
            move lnk-versao-sistema     to ws-versao-sistema
            move 1                      to wx-index-1
            perform 9000-str-pd05800-gtr
            perform 9000-ler-pd05800-nex
                          wt-data-vigencia (wx-index-1)
                     move f5800-max-tentativas     to
                          wt-max-tentativas (wx-index-1)
                     move f5800-versao-minima      to
                          wt-versao-minima (wx-index-1)
                     move f5800-versao-maxima      to
                          wt-versao-maxima (wx-index-1)
                     move f5800-versao-minima      to ws-faixa-minima
                     move f5800-versao-maxima      to ws-faixa-maxima
                     perform 1160-consiste-faixa-versao
                     move ws-ind-versao-aplicavel  to
                          wt-ind-versao (wx-index-1)
                     move f5800-data-limite        to
                          wt-data-limite (wx-index-1)
                     add  1                        to wx-index-1
                end-if
                perform 9000-ler-pd05800-nex
       1150-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Confere ws-versao-sistema contra a faixa ws-faixa-minima/
      *> ws-faixa-maxima (espaços = sem limite naquela ponta) e monta em
      *> ws-descricao-faixa o texto da faixa para as mensagens. As
      *> versões de PW00219S têm formato fixo 99.99.99.99 (PP00058
      *> consiste), por isso a comparação alfanumérica basta.
       1160-consiste-faixa-versao section.
       1160.
            move "S"                    to ws-ind-versao-aplicavel
            if   ws-faixa-minima <> spaces
            and  ws-versao-sistema < ws-faixa-minima
                 move "N"               to ws-ind-versao-aplicavel
            end-if
            if   ws-faixa-maxima <> spaces
            and  ws-versao-sistema > ws-faixa-maxima
                 move "N"               to ws-ind-versao-aplicavel
            end-if
            move spaces                 to ws-descricao-faixa
            evaluate true
                when ws-faixa-minima = spaces
                and  ws-faixa-maxima = spaces
                     move "todas as versões" to ws-descricao-faixa
                when ws-faixa-maxima = spaces
                     string "a partir da versão " ws-faixa-minima
                            into ws-descricao-faixa
                when ws-faixa-minima = spaces
                     string "até a versão " ws-faixa-maxima
                            into ws-descricao-faixa
                when other
                     string "versões " ws-faixa-minima
                            " a " ws-faixa-maxima
                            into ws-descricao-faixa
            end-evaluate.
       1160-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Obtém a trava de execução em EFD057.LCK. Registro presente =
      *> outra sessão mutando EFD057.CAD: recusa informando quem segura
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) - a recusa já fica
      *> registrada no log de segurança EFDAUTL.CAD; aqui só encerra.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00005"              to ls-nome-programa
            move lp-opcao-prog          to ls-opcao
            move lp-usuario-prog        to ls-usuario
            move lp-cd-empresa          to ls-cd-empresa
            move lp-cd-filial           to ls-cd-filial
      *> "57" grava marcas e "BX" expurga cópias de todas as unidades.
            if   lp-opcao-prog = "57"
            or   lp-opcao-prog = "BX"
                 move "S"               to ls-ind-todas-unidades
            end-if
            call "PP00096S"             using lnk-par
                                              ls-par-autorizacao
            if   not ls-acesso-autorizado
                 move ls-mensagem       to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 move "  "              to lp-status-prog
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if.
       1300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2000-processamento section.
       2000.
            evaluate  lp-opcao-prog
                           perform 2290-verifica-sumario-pendencias
                           if   not ws-sumario-limpo
                                perform 2300-verifica-ordem-execucoes
                           else
                                perform 2305-lista-nao-aplicaveis-pr
                           end-if
                      end-if
                when  "AP"                           *> lp-atualiza-programa
                     perform 2940-consulta-alertas
                when "AR"                            *> lp-reconhece-alerta
                     perform 2945-reconhece-alerta
                when "VC"                            *> lp-prazos-vencidos
                     perform 2970-relatorio-prazos-vencidos
                when "RB"                            *> lp-restaura-backup
                     perform 2810-restaura-backup
                when "BX"                            *> lp-expurga-backups
                     perform 2820-expurga-backups
            end-evaluate.
       2000-exit.
            exit.
            perform varying wx-index-1 from 1 by 1
              until wt-nome-programa (wx-index-1) equal spaces                         *>MP11268

      *> Fora da faixa de versões do cadastro: não bloqueia nem
      *> despacha - só avisa e segue consistindo as demais.
              if   not wt-versao-aplicavel (wx-index-1)
                   perform 2122-monta-linha-nao-aplicavel
                   perform 2650-emite-linha-consulta
                   exit perform cycle
              end-if

              if   wt-data-vigencia (wx-index-1) > zeros
              and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                   exit perform cycle
                                  move wt-nome-programa (wx-index-1) to
                                       lp-nome-programa
                                  move usuario-automatica to lp-usuario-prog
                                  perform 2440-copia-arquivos-rotina
                                  if   not ws-backup-ok
                                       move spaces to whs-mensagem
                                       string "Programa " wt-nome-programa (wx-index-1)
                                              " não executado - falha na cópia de segurança - "
                                              ws-bk-detalhe-falha delimited by "  "
                                              into whs-mensagem
                                       move "  "  to lp-status-prog
                                       move whs-mensagem    to lp-mensagem
                                       exit perform
                                  end-if
                                  perform 2420-marca-inicio-execucao
                                  perform 2415-monta-linkage-automatica
                                  move zeros to return-code
                                  call wt-nome-programa (wx-index-1)
                                       using la-par-execucao-auto
                                  move return-code to ws-return-code-chamada
                                  move zeros to return-code
                                  cancel wt-nome-programa (wx-index-1)
                                  if   not ws-execucao-auto-ok
                                       move ws-return-code-chamada to
                                            ws-return-code-exibe
                                       move spaces to whs-mensagem
                                       string "Programa " wt-nome-programa (wx-index-1)
                                              " - execução automática falhou - return-code "
                                              ws-return-code-exibe
                                              " - " la-texto-resultado delimited by "  "
                                              into whs-mensagem
                                       move "  "  to lp-status-prog
                                       move whs-mensagem    to lp-mensagem
            move f5900-nome-prerequisito to ws-nome-prerequisito
            perform 2118-busca-prerequisito-tabela
            if   ws-prereq-na-tabela
                 if   not wt-versao-aplicavel (wx-index-3)
                      exit section
                 end-if
                 if   wt-data-vigencia (wx-index-3) > zeros
                 and  ws-data-inv <= wt-data-vigencia (wx-index-3)
                      exit section
       2118-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Monta em whs-mensagem o aviso de rotina não aplicável para a
      *> linha wx-index-1 da tabela.
       2122-monta-linha-nao-aplicavel section.
       2122.
            move wt-versao-minima (wx-index-1) to ws-faixa-minima
            move wt-versao-maxima (wx-index-1) to ws-faixa-maxima
            perform 1160-consiste-faixa-versao
            move spaces                 to whs-mensagem
            string "Programa " wt-nome-programa (wx-index-1)
                   " não aplicável a esta versão (" ws-versao-sistema
                   ") - rotina para " ws-descricao-faixa
                   into whs-mensagem.
       2122-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Varreduras em lote ("LT"/"EL"): a faixa de versões não depende
      *> da filial, então as rotinas não aplicáveis saem uma única vez,
      *> no início do relatório, em vez de repetidas por unidade.
       2125-lista-nao-aplicaveis section.
       2125.
            move zeros                  to ws-lote-nao-aplicaveis
            perform varying wx-index-1 from 1 by 1
              until wt-nome-programa (wx-index-1) equal spaces
                 if   not wt-versao-aplicavel (wx-index-1)
                      add  1            to ws-lote-nao-aplicaveis
                      perform 2122-monta-linha-nao-aplicavel
                      perform 2650-emite-linha-consulta
                 end-if
            end-perform.
       2125-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Com bloqueios no calendário a próxima abertura vem com data
      *> (pode estar a mais de uma semana) e o aviso de hoje bloqueado.
       2139-monta-descricao-datada section.
       2139.
            if   ws-prox-data = zeros
                 move "nenhuma no próximo ano (datas bloqueadas)" to
                      ws-descricao-janela
                 exit section
            end-if
            evaluate ws-prox-dia-semana
                when 1 move "segunda-feira" to ws-nome-dia-semana
                when 2 move "terça-feira"   to ws-nome-dia-semana
                when 3 move "quarta-feira"  to ws-nome-dia-semana
                when 4 move "quinta-feira"  to ws-nome-dia-semana
                when 5 move "sexta-feira"   to ws-nome-dia-semana
                when 6 move "sábado"        to ws-nome-dia-semana
                when 7 move "domingo"       to ws-nome-dia-semana
            end-evaluate
            if   ws-data-bloqueada
                 string ws-prox-dia "/" ws-prox-mes "/" ws-prox-ano
                        " (" ws-nome-dia-semana delimited by "  "
                        ") às " ws-prox-hora-inicial
                        " - hoje bloqueado"
                        into ws-descricao-janela
            else
                 string ws-prox-dia "/" ws-prox-mes "/" ws-prox-ano
                        " (" ws-nome-dia-semana delimited by "  "
                        ") às " ws-prox-hora-inicial
                        into ws-descricao-janela
            end-if.
       2139-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Consulta EFDJAN.CAD para a empresa/filial corrente: se existe
      *> ao menos uma janela ativa cadastrada, só permite execução
      *> automática dentro de uma delas. Fora da janela deixa em
      *> ws-prox-dia-semana/ws-prox-hora-inicial a próxima abertura.
      *> Data de hoje coberta por um bloqueio (da unidade ou global)
      *> fecha a execução o dia todo, com ou sem janela; havendo
      *> bloqueios, a próxima abertura passa a ser datada (2145).
       2140-verifica-janela-execucao section.
       2140.
            move "S"                    to ws-ind-dentro-janela
            move "N"                    to ws-ind-tem-janela
            move "N"                    to ws-ind-data-bloqueada
            move "N"                    to ws-ind-prox-datada
            if   not ws-possui-efdjan
                 exit section
            end-if
                 move lnk-cd-empresa    to lp-cd-empresa
                 move lnk-cd-filial     to lp-cd-filial
            end-if
            accept ws-jan-data-hoje     from date yyyymmdd
            perform 2141-carrega-calendario
            move ws-jan-data-hoje       to ws-jan-data-teste
            perform 2143-verifica-data-bloqueada
            if   ws-teste-bloqueado
                 move "S"               to ws-ind-data-bloqueada
            end-if
      *> O laço abaixo deixa fjan0-janela posicionada na janela aberta
      *> (2148 usa a hora final dela) - por isso roda depois da carga.
            initialize                  fjan0-janela
            move lp-cd-empresa          to fjan0-cd-empresa
            move lp-cd-filial           to fjan0-cd-filial
                    or    fjan0-cd-empresa <> lp-cd-empresa
                    or    fjan0-cd-filial  <> lp-cd-filial
                if   fjan0-janela-ativa
                and  not fjan0-bloqueio-data
                     move "S"           to ws-ind-tem-janela
                     if   fjan0-hora-inicial <= fjan0-hora-final
                          if  (fjan0-todos-os-dias
            or   fjan0-cd-empresa <> lp-cd-empresa
            or   fjan0-cd-filial  <> lp-cd-filial)
                 move "N"               to ws-ind-dentro-janela
            end-if
            if   ws-data-bloqueada
                 move "N"               to ws-ind-dentro-janela
            end-if
            if   not ws-dentro-janela
            and  wt-total-bloqueios > zeros
                 perform 2145-calcula-proxima-abertura
            end-if.
       2140-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Carrega de EFDJAN.CAD os bloqueios ativos globais (000/000) e
      *> da unidade, e as janelas ativas da unidade. Além de 100 de
      *> cada, os excedentes são ignorados - ordem de grandeza bem
      *> acima de um calendário anual de feriados.
       2141-carrega-calendario section.
       2141.
            move zeros                  to wt-total-bloqueios
            move zeros                  to wt-total-janelas
            initialize                  fjan0-janela
            move zeros                  to fjan0-cd-empresa
            move zeros                  to fjan0-cd-filial
            perform 9000-str-pdjan00-emp
            perform 9000-ler-pdjan00-nex
            perform until not ws-operacao-ok
                    or    fjan0-cd-empresa <> zeros
                    or    fjan0-cd-filial  <> zeros
                perform 2149-acumula-calendario
                perform 9000-ler-pdjan00-nex
            end-perform
            if   lp-cd-empresa = zeros
            and  lp-cd-filial  = zeros
                 exit section
            end-if
            initialize                  fjan0-janela
            move lp-cd-empresa          to fjan0-cd-empresa
            move lp-cd-filial           to fjan0-cd-filial
            perform 9000-str-pdjan00-emp
            perform 9000-ler-pdjan00-nex
            perform until not ws-operacao-ok
                    or    fjan0-cd-empresa <> lp-cd-empresa
                    or    fjan0-cd-filial  <> lp-cd-filial
                perform 2149-acumula-calendario
                perform 9000-ler-pdjan00-nex
            end-perform.
       2141-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> ws-jan-data-teste coberta por algum bloqueio carregado?
       2143-verifica-data-bloqueada section.
       2143.
            move "N"                    to ws-ind-teste-bloqueado
            perform varying wx-calendario from 1 by 1
              until wx-calendario > wt-total-bloqueios
                if   ws-jan-data-teste >= wt-bl-data-inicial (wx-calendario)
                and  ws-jan-data-teste <= wt-bl-data-final (wx-calendario)
                     move "S"           to ws-ind-teste-bloqueado
                     exit perform
                end-if
            end-perform.
       2143-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Próxima abertura datada, pulando os dias bloqueados: a partir
      *> de hoje, o primeiro dia livre com uma janela que ainda abra
      *> (hoje, só as que abrem depois da hora atual); unidade sem
      *> janela abre no primeiro dia livre, à meia-noite. Procura por
      *> até um ano - além disso ws-prox-data fica zerada.
       2145-calcula-proxima-abertura section.
       2145.
            move "S"                    to ws-ind-prox-datada
            move zeros                  to ws-prox-data
            move zeros                  to ws-prox-dia-semana
            move zeros                  to ws-prox-hora-inicial
            move ws-jan-data-hoje       to ws-jan-data-teste
            move ws-dia-semana          to ws-jan-semana-teste
            perform varying ws-jan-dias-busca from 0 by 1
              until ws-jan-dias-busca > 366
                if   ws-jan-dias-busca > zeros
                     perform 2147-avanca-data-teste
                end-if
                perform 2143-verifica-data-bloqueada
                if   ws-teste-bloqueado
                     exit perform cycle
                end-if
                if   wt-total-janelas = zeros
                     move ws-jan-data-teste to ws-prox-data
                     move ws-jan-semana-teste to ws-prox-dia-semana
                     exit perform
                end-if
                move 9999               to ws-jan-melhor-hora
                perform varying wx-calendario from 1 by 1
                  until wx-calendario > wt-total-janelas
                    if  (wt-jn-dia-semana (wx-calendario) = zeros
                    or   wt-jn-dia-semana (wx-calendario) =
                         ws-jan-semana-teste)
                    and (ws-jan-dias-busca > zeros
                    or   wt-jn-hora-inicial (wx-calendario) >=
                         ws-hora-atual)
                    and  wt-jn-hora-inicial (wx-calendario) <
                         ws-jan-melhor-hora
                         move wt-jn-hora-inicial (wx-calendario) to
                              ws-jan-melhor-hora
                    end-if
                end-perform
                if   ws-jan-melhor-hora < 9999
                     move ws-jan-data-teste to ws-prox-data
                     move ws-jan-semana-teste to ws-prox-dia-semana
                     move ws-jan-melhor-hora to ws-prox-hora-inicial
                     exit perform
                end-if
            end-perform.
       2145-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Avança ws-jan-data-teste (e o dia da semana) em um dia.
       2147-avanca-data-teste section.
       2147.
            if   ws-jan-semana-teste = 7
                 move 1                 to ws-jan-semana-teste
            else
                 add  1                 to ws-jan-semana-teste
            end-if
            evaluate ws-jan-mes-teste
                when 1 when 3 when 5 when 7 when 8 when 10 when 12
                     move 31            to ws-jan-dias-mes
                when 4 when 6 when 9 when 11
                     move 30            to ws-jan-dias-mes
                when other
                     move 28            to ws-jan-dias-mes
                     divide ws-jan-ano-teste by 4 giving ws-jan-quociente
                            remainder ws-jan-resto
                     if   ws-jan-resto = zeros
                          move 29       to ws-jan-dias-mes
                          divide ws-jan-ano-teste by 100 giving
                                 ws-jan-quociente remainder ws-jan-resto
                          if   ws-jan-resto = zeros
                               divide ws-jan-ano-teste by 400 giving
                                      ws-jan-quociente remainder ws-jan-resto
                               if   ws-jan-resto <> zeros
                                    move 28 to ws-jan-dias-mes
                               end-if
                          end-if
                     end-if
            end-evaluate
            if   ws-jan-dia-teste < ws-jan-dias-mes
                 add  1                 to ws-jan-dia-teste
                 exit section
            end-if
            move 1                      to ws-jan-dia-teste
            if   ws-jan-mes-teste < 12
                 add  1                 to ws-jan-mes-teste
            else
                 move 1                 to ws-jan-mes-teste
                 add  1                 to ws-jan-ano-teste
            end-if.
       2147-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2149-acumula-calendario section.
       2149.
            if   not fjan0-janela-ativa
                 exit section
            end-if
            if   fjan0-bloqueio-data
                 if   wt-total-bloqueios < 100
                      add  1            to wt-total-bloqueios
                      move fjan0-data-inicial to
                           wt-bl-data-inicial (wt-total-bloqueios)
                      move fjan0-data-final to
                           wt-bl-data-final (wt-total-bloqueios)
                 end-if
            else
      *> Janelas em 000/000 não existem (PP00005J recusa) - só as da
      *> unidade contam para a próxima abertura.
                 if   fjan0-cd-empresa = lp-cd-empresa
                 and  fjan0-cd-filial  = lp-cd-filial
                 and  wt-total-janelas < 100
                      add  1            to wt-total-janelas
                      move fjan0-dia-semana to
                           wt-jn-dia-semana (wt-total-janelas)
                      move fjan0-hora-inicial to
                           wt-jn-hora-inicial (wt-total-janelas)
                 end-if
            end-if.
       2149-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Distância (em dias e horas HHMM) até a próxima abertura da
      *> janela em fjan0-janela, guardando a mais próxima para compor a
       2144-monta-descricao-janela section.
       2144.
            move spaces                 to ws-descricao-janela
            if   ws-prox-datada
                 perform 2139-monta-descricao-datada
                 exit section
            end-if
            if   ws-prox-dia-semana = zeros
                 move "não cadastrada"  to ws-descricao-janela
                 exit section
                 if   not wt-execucao-automatica (wx-index-1)
                      exit perform cycle
                 end-if
      *> Fora da faixa de versões 2100 nunca despacha - a janela não
      *> muda nada; sai o mesmo aviso de 2100/2195.
                 if   not wt-versao-aplicavel (wx-index-1)
                      perform 2122-monta-linha-nao-aplicavel
                      perform 2650-emite-linha-consulta
                      exit perform cycle
                 end-if
                 if   wt-data-vigencia (wx-index-1) > zeros
                 and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                      exit perform cycle
                              ws-min-final - ws-min-atual
                 end-if
            end-if
      *> Janela "virada" aberta hoje cuja madrugada cai num dia
      *> bloqueado termina, na prática, à meia-noite.
            if   fjan0-hora-inicial > fjan0-hora-final
            and  ws-hora-atual >= fjan0-hora-inicial
            and  wt-total-bloqueios > zeros
                 move ws-jan-data-hoje  to ws-jan-data-teste
                 move ws-dia-semana     to ws-jan-semana-teste
                 perform 2147-avanca-data-teste
                 perform 2143-verifica-data-bloqueada
                 if   ws-teste-bloqueado
                      compute ws-minutos-restantes = 1440 - ws-min-atual
                 end-if
            end-if
            if   ws-minutos-restantes < zeros
                 move zeros             to ws-minutos-restantes
            end-if.
       2195-simula-rotina section.
       2195.
            move spaces                 to whs-mensagem
            if   not wt-versao-aplicavel (wx-index-1)
                 perform 2122-monta-linha-nao-aplicavel
                 perform 2650-emite-linha-consulta
                 exit section
            end-if
            if   wt-data-vigencia (wx-index-1) > zeros
            and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                 string "Programa " wt-nome-programa (wx-index-1)
                                        to ws-filtro-relatorio
            perform 9100-abre-relatorio
            accept ws-data-inv          from date yyyymmdd
            perform 2125-lista-nao-aplicaveis
            perform 9000-str-pd99800-gtr
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
            end-perform
            move spaces                 to whs-mensagem
            string "Total de pendências: " ws-lote-pendencias
                   " - rotinas não aplicáveis a esta versão: "
                   ws-lote-nao-aplicaveis
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform varying wx-index-1 from 1 by 1
              until wt-nome-programa (wx-index-1) equal spaces

              if   not wt-versao-aplicavel (wx-index-1)
                   exit perform cycle
              end-if

              if   wt-data-vigencia (wx-index-1) > zeros
              and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                   exit perform cycle
                 perform 2180-carrega-estatisticas
            end-if
            accept ws-data-inv          from date yyyymmdd
            perform 2125-lista-nao-aplicaveis
            perform 9000-str-pd99800-gtr
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                end-if
                perform 9000-ler-pd99800-nex
            end-perform
      *> Fim do lote: expurga as cópias de segurança vencidas.
            if   ws-possui-efd057b
                 perform 2825-expurga-conjuntos
            end-if
            move spaces                 to whs-mensagem
            string "Resumo do despacho em lote - unidades processadas: "
                   ws-lote-unidades
                   " - tentativas esgotadas: " ws-lote-esgotadas
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            move spaces                 to whs-mensagem
            string "   não aplicáveis a esta versão: "
                   ws-lote-nao-aplicaveis
                   into whs-mensagem
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            if   ws-lote-falhas = zeros
                   exit perform cycle
              end-if

              if   not wt-versao-aplicavel (wx-index-1)
                   exit perform cycle
              end-if

              if   wt-data-vigencia (wx-index-1) > zeros
              and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                   exit perform cycle

              move wt-nome-programa (wx-index-1) to lp-nome-programa
              move usuario-automatica  to lp-usuario-prog
              perform 2440-copia-arquivos-rotina
              if   not ws-backup-ok
                   add  1               to ws-lote-falhas
                   move spaces          to whs-mensagem
                   string "Empresa " lp-cd-empresa
                          " Filial " lp-cd-filial
                          " - Programa " wt-nome-programa (wx-index-1)
                          " não despachado - falha na cópia de segurança - "
                          ws-bk-detalhe-falha delimited by "  "
                          into whs-mensagem
                   perform 2650-emite-linha-consulta
                   exit perform cycle
              end-if
              perform 2420-marca-inicio-execucao
              perform 2415-monta-linkage-automatica
              move zeros               to return-code
              call wt-nome-programa (wx-index-1)
                   using la-par-execucao-auto
              move return-code         to ws-return-code-chamada
              move zeros               to return-code
              cancel wt-nome-programa (wx-index-1)
              perform 2430-marca-fim-execucao
              move la-total-processados to ws-total-processados-exibe
              move spaces              to whs-mensagem
              if   ws-execucao-auto-ok
                   add  1               to ws-lote-executadas
                   string "Empresa " lp-cd-empresa
                          " Filial " lp-cd-filial
                          " - Programa " wt-nome-programa (wx-index-1)
                          " executado automaticamente - registros: "
                          ws-total-processados-exibe
                          " - " delimited by size
                          la-texto-resultado delimited by "  "
                          into whs-mensagem
                   perform 2650-emite-linha-consulta
              else
                          " Filial " lp-cd-filial
                          " - Programa " wt-nome-programa (wx-index-1)
                          " falhou - return-code " ws-return-code-exibe
                          " - registros: " ws-total-processados-exibe
                          " - " delimited by size
                          la-texto-resultado delimited by "  "
                          into whs-mensagem
                   perform 2650-emite-linha-consulta
              end-if
                        move lp-cd-filial  to f5701-cd-filial
                   end-if

      *> Fora da faixa de versões: não bloqueia - só informa, como
      *> 2100, sem mexer em lp-status-prog.
                   if   not wt-versao-aplicavel (wx-index-1)
                        perform 2122-monta-linha-nao-aplicavel
                        perform 2650-emite-linha-consulta
                        exit perform cycle
                   end-if

                   if   wt-data-vigencia (wx-index-1) > zeros
                   and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                        exit perform cycle
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Filial sem pendência (sumário limpo) não passa por 2300, mas as
      *> rotinas anteriores fora da faixa de versões saem do mesmo jeito
      *> - só a tabela em memória, sem leitura de EFD057.CAD, e sem
      *> mexer no status "OK".
       2305-lista-nao-aplicaveis-pr section.
       2305.
            move "OK"                   to lp-status-prog
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            perform varying wx-index-1 from 1 by 1
              until wt-nome-programa (wx-index-1) equal spaces
              or    wt-nome-programa (wx-index-1) equal lp-nome-programa
                 if  (wt-ambos (wx-index-1)
                 or  (ws-cdd     and wt-cdd (wx-index-1))
                 or  (ws-revenda and wt-revenda (wx-index-1))
                 or  (ws-misto   and wt-misto (wx-index-1)))
                 and  not wt-versao-aplicavel (wx-index-1)
                      perform 2122-monta-linha-nao-aplicavel
                      perform 2650-emite-linha-consulta
                 end-if
            end-perform.
       2305-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Lista os pré-requisitos de lp-nome-programa registrados em
      *> EFD059.CAD que ainda não têm marca em EFD057.CAD, no mesmo
            perform 9000-ler-pd05701-ran
            if   ws-operacao-ok
                 if   f5701-execucao-concluida
                      perform 2455-encerra-conjuntos-marca
                      exit section
                 end-if
      *> Sobrou registro "iniciada"/"falhou" de uma execução que não
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            perform 2455-encerra-conjuntos-marca
            perform 2490-invalida-sumario
            move "OK"                   to lp-status-prog.
       2400-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Monta a linkage padrão (PCW0005.CPY) da rotina automática em
      *> wx-index-1: empresa/filial da unidade em processamento, base de
      *> dados, indicador de background de lnk-par e o usuário da
      *> sessão. Chamada logo após 2420, que deixou
      *> ws-ind-programa-por-unidade posicionado para lp-nome-programa.
      *> O retorno é zerado aqui para que rotina que não o preencha não
      *> herde o resultado da rotina anterior.
       2415-monta-linkage-automatica section.
       2415.
            initialize                     la-par-execucao-auto
            move lnk-dtbpath            to la-dtbpath
            if   lp-cd-empresa = zeros
            and  lp-cd-filial  = zeros
                 move lnk-cd-empresa    to lp-cd-empresa
                 move lnk-cd-filial     to lp-cd-filial
            end-if
            move lp-cd-empresa          to la-cd-empresa
            move lp-cd-filial           to la-cd-filial
            move ws-ind-programa-por-unidade to la-ind-por-unidade
            if   not ws-programa-por-unidade
                 move "N"               to la-ind-por-unidade
            end-if
            move lnk-ind-execucao-background to la-ind-execucao-background
            move ws-usuario-sessao      to la-usuario
            move zeros                  to la-total-processados
            move spaces                 to la-texto-resultado.
       2415-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Primeira fase da marca de execução automática: grava (ou
      *> regrava, se sobrou de uma tentativa anterior) o registro como
            move zeros                  to f5701-data-fim-execucao
            move zeros                  to f5701-hora-fim-execucao
            move zeros                  to f5701-return-code
            move zeros                  to f5701-total-processados
            move spaces                 to f5701-texto-resultado
      *> Conta este disparo: registro novo sai de zeros (initialize de
      *> 2420) para 1; marca relida soma em cima das tentativas já
      *> acumuladas. Satura em 99 para não estourar o campo.
            move ws-data-inv            to f5701-data-fim-execucao
            move ws-horas               to f5701-hora-fim-execucao
            move ws-return-code-chamada to f5701-return-code
            move la-total-processados   to f5701-total-processados
            move la-texto-resultado     to f5701-texto-resultado
            if   ws-return-code-chamada = zeros
                 move "C"               to f5701-ind-status-execucao
            else
            if   ws-execucao-auto-ok
      *> Pendência virou executada - o sumário pré-computado caducou.
                 perform 2490-invalida-sumario
      *> A cópia de segurança deste despacho deixa de ser restaurável.
                 if   ws-bk-id-backup > zeros
                      perform 2445-conclui-conjunto-backup
                 end-if
                 move "OK"              to lp-status-prog
            end-if.
       2430-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Cópia de segurança antes do despacho automático: copia para
      *> <dtbpath>/BACKUP/<programa>-<empfil>-<id> os arquivos ativos
      *> da rotina em EFD058B.CAD e grava em EFD057B.CAD o conjunto,
      *> pendurado na chave da marca de EFD057.CAD. Falha em qualquer
      *> cópia descarta o conjunto e devolve ws-ind-backup-ok = "N" -
      *> quem chamou não despacha a rotina.
       2440-copia-arquivos-rotina section.
       2440.
            move "S"                    to ws-ind-backup-ok
            move spaces                 to ws-bk-detalhe-falha
            move zeros                  to ws-bk-id-backup
            move zeros                  to ws-bk-arquivos
            if   not ws-possui-efd058b
            or   not ws-possui-efd057b
                 exit section
            end-if
            perform 2380-verifica-por-unidade-tabela
            move zeros                  to ws-bk-cd-empresa
            move zeros                  to ws-bk-cd-filial
            if   ws-programa-por-unidade
                 move lp-cd-empresa     to ws-bk-cd-empresa
                 move lp-cd-filial      to ws-bk-cd-filial
            end-if
            move lp-nome-programa       to ws-bk-nome-programa
      *> Conjunto de uma tentativa anterior ainda pendente (execução
      *> falhou e não foi restaurada) guarda a imagem de antes da
      *> primeira tentativa - é ela que vale, não se copia por cima o
      *> estado deixado pela falha.
            perform 2442-busca-conjunto-pendente
            if   ws-conjunto-achado
                 exit section
            end-if
            move zeros                  to ws-bk-id-backup
            move lp-nome-programa       to f580b-nome-programa
            move spaces                 to f580b-nome-arquivo
            perform 9000-str-pd0580b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0580b-nex
            end-if
            perform until not ws-operacao-ok
                       or f580b-nome-programa <> lp-nome-programa
                if   f580b-arquivo-ativo
      *> Primeiro arquivo ativo - só agora o conjunto ganha
      *> identificação e diretório (rotina sem arquivo no registro
      *> segue sem cópia e sem conjunto).
                     if   ws-bk-id-backup = zeros
                          perform 2444-cria-diretorio-conjunto
                          if   not ws-backup-ok
                               exit section
                          end-if
                     end-if
                     move spaces        to ws-bk-nome-origem
                     move spaces        to ws-bk-nome-destino
                     string lnk-dtbpath delimited by " "
                            "/" f580b-nome-arquivo delimited by " "
                            into ws-bk-nome-origem
                     string ws-bk-diretorio delimited by " "
                            "/" f580b-nome-arquivo delimited by " "
                            into ws-bk-nome-destino
                     initialize            f570b-registro
                     move ws-bk-cd-empresa    to f570b-cd-empresa
                     move ws-bk-cd-filial     to f570b-cd-filial
                     move ws-bk-nome-programa to f570b-nome-programa
                     move ws-bk-id-backup     to f570b-id-backup
                     move f580b-nome-arquivo  to f570b-nome-arquivo
                     call "CBL_CHECK_FILE_EXIST" using ws-bk-nome-origem
                                                       ws-bk-detalhes-arquivo
                     if   return-code = zeros
                          move "S"      to f570b-ind-existia
                          call "CBL_COPY_FILE" using ws-bk-nome-origem
                                                     ws-bk-nome-destino
                          if   return-code not = zeros
                               move zeros to return-code
                               string "cópia de " delimited by size
                                      f580b-nome-arquivo delimited by " "
                                      into ws-bk-detalhe-falha
                               perform 2447-descarta-conjunto
                               move "N" to ws-ind-backup-ok
                               exit section
                          end-if
                     else
      *> Arquivo ainda não existe: a rotina é quem o cria - a
      *> restauração o remove em vez de copiar de volta.
                          move "N"      to f570b-ind-existia
                     end-if
                     move zeros         to return-code
                     move "P"           to f570b-ind-situacao
                     move ws-usuario-sessao to f570b-id-usuario
                     move ws-usuario-sessao to f570b-usuario-situacao
                     accept ws-data-inv from date yyyymmdd
                     move ws-data-inv   to f570b-data-situacao
                     accept ws-horas    from time
                     move ws-horas      to f570b-hora-situacao
                     write f570b-registro
                     if   not ws-operacao-ok
                          move "2440-erro de atualizacao efd057b.cad !!!" to
                               whs-mensagem
                          move ws-resultado-acesso to ws-status
                          move whs-mensagem to lp-mensagem
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                     add  1             to ws-bk-arquivos
                end-if
                perform 9000-ler-pd0580b-nex
            end-perform.
       2440-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Procura em EFD057B.CAD, para a chave de marca em ws-bk-chave,
      *> o conjunto pendente (situação "P") mais recente. Achou: deixa
      *> a identificação em ws-bk-id-backup e ws-ind-conjunto-achado = "S".
       2442-busca-conjunto-pendente section.
       2442.
            move "N"                    to ws-ind-conjunto-achado
            move zeros                  to ws-bk-id-backup
      *> Marca já concluída (por "AP", "57" ou execução manual) torna
      *> qualquer conjunto pendente dela velho demais para servir -
      *> encerra e deixa 2440 tirar cópia nova.
            perform 2449-verifica-marca-concluida
            if   ws-marca-concluida
                 perform 2448-encerra-conjuntos-pendentes
                 move zeros             to ws-bk-id-backup
                 exit section
            end-if
            initialize                     f570b-registro
            move ws-bk-cd-empresa       to f570b-cd-empresa
            move ws-bk-cd-filial        to f570b-cd-filial
            move ws-bk-nome-programa    to f570b-nome-programa
            move zeros                  to f570b-id-backup
            move spaces                 to f570b-nome-arquivo
            perform 9000-str-pd0570b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570b-nex
            end-if
            perform until not ws-operacao-ok
                       or f570b-cd-empresa    <> ws-bk-cd-empresa
                       or f570b-cd-filial     <> ws-bk-cd-filial
                       or f570b-nome-programa <> ws-bk-nome-programa
                if   f570b-pendente
                     move "S"           to ws-ind-conjunto-achado
                     move f570b-id-backup to ws-bk-id-backup
                end-if
                perform 9000-ler-pd0570b-nex
            end-perform
            perform 2446-monta-diretorio-conjunto.
       2442-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Identifica o conjunto pela data/hora da cópia e cria o
      *> diretório dele debaixo de <dtbpath>/BACKUP (criado na
      *> primeira vez - return-code do CBL_CREATE_DIR da pasta-mãe é
      *> ignorado porque ela normalmente já existe).
       2444-cria-diretorio-conjunto section.
       2444.
            accept ws-bk-id-data        from date yyyymmdd
            accept ws-horas             from time
            move ws-horas               to ws-bk-id-hora
            move ws-bk-id-partes        to ws-bk-id-backup
            move spaces                 to ws-bk-diretorio-base
            string lnk-dtbpath delimited by " " "/BACKUP"
                   into ws-bk-diretorio-base
            call "CBL_CREATE_DIR"       using ws-bk-diretorio-base
            move zeros                  to return-code
            perform 2446-monta-diretorio-conjunto
            call "CBL_CREATE_DIR"       using ws-bk-diretorio
            if   return-code not = zeros
                 move zeros             to return-code
                 move "criação do diretório de backup" to
                      ws-bk-detalhe-falha
                 move "N"               to ws-ind-backup-ok
            end-if.
       2444-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conclusão do despacho com sucesso: o conjunto corrente deixa
      *> de ser restaurável e passa a contar a retenção (2820).
       2445-conclui-conjunto-backup section.
       2445.
            initialize                     f570b-registro
            move ws-bk-cd-empresa       to f570b-cd-empresa
            move ws-bk-cd-filial        to f570b-cd-filial
            move ws-bk-nome-programa    to f570b-nome-programa
            move ws-bk-id-backup        to f570b-id-backup
            move spaces                 to f570b-nome-arquivo
            perform 9000-str-pd0570b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570b-nex
            end-if
            perform until not ws-operacao-ok
                       or f570b-cd-empresa    <> ws-bk-cd-empresa
                       or f570b-cd-filial     <> ws-bk-cd-filial
                       or f570b-nome-programa <> ws-bk-nome-programa
                       or f570b-id-backup     <> ws-bk-id-backup
                if   f570b-pendente
                     move "S"           to f570b-ind-situacao
                     move ws-usuario-sessao to f570b-usuario-situacao
                     accept ws-data-inv from date yyyymmdd
                     move ws-data-inv   to f570b-data-situacao
                     accept ws-horas    from time
                     move ws-horas      to f570b-hora-situacao
                     rewrite f570b-registro
                     if   not ws-operacao-ok
                          move "2445-erro de atualizacao efd057b.cad !!!" to
                               whs-mensagem
                          move ws-resultado-acesso to ws-status
                          move whs-mensagem to lp-mensagem
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                end-if
                perform 9000-ler-pd0570b-nex
            end-perform.
       2445-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> <dtbpath>/BACKUP/<programa>-<empresa><filial>-<id> a partir de
      *> ws-bk-chave.
       2446-monta-diretorio-conjunto section.
       2446.
            move ws-bk-cd-empresa       to ws-bk-empfil-empresa
            move ws-bk-cd-filial        to ws-bk-empfil-filial
            move spaces                 to ws-bk-diretorio
            string lnk-dtbpath delimited by " "
                   "/BACKUP/" ws-bk-nome-programa delimited by " "
                   "-" ws-bk-empfil "-" ws-bk-id-backup delimited by size
                   into ws-bk-diretorio.
       2446-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Cópia interrompida no meio: o conjunto parcial não serve para
      *> restauração - apaga as cópias já feitas, os registros e o
      *> diretório, para a próxima tentativa começar um conjunto limpo.
       2447-descarta-conjunto section.
       2447.
            initialize                     f570b-registro
            move ws-bk-cd-empresa       to f570b-cd-empresa
            move ws-bk-cd-filial        to f570b-cd-filial
            move ws-bk-nome-programa    to f570b-nome-programa
            move ws-bk-id-backup        to f570b-id-backup
            move spaces                 to f570b-nome-arquivo
            perform 9000-str-pd0570b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570b-nex
            end-if
            perform until not ws-operacao-ok
                       or f570b-cd-empresa    <> ws-bk-cd-empresa
                       or f570b-cd-filial     <> ws-bk-cd-filial
                       or f570b-nome-programa <> ws-bk-nome-programa
                       or f570b-id-backup     <> ws-bk-id-backup
                move spaces             to ws-bk-nome-destino
                string ws-bk-diretorio delimited by " "
                       "/" f570b-nome-arquivo delimited by " "
                       into ws-bk-nome-destino
                call "CBL_DELETE_FILE"  using ws-bk-nome-destino
                move zeros              to return-code
                delete pd0570b
                if   not ws-operacao-ok
                     move "2447-erro de exclusao efd057b.cad !!!" to
                          whs-mensagem
                     move ws-resultado-acesso to ws-status
                     perform 9000-mensagem-especial
                     perform 3000-finalizacao
                     perform 0000-saida
                end-if
                perform 9000-ler-pd0570b-nex
            end-perform
      *> A cópia que falhou pode ter deixado um arquivo parcial.
            move spaces                 to ws-bk-nome-destino
            string ws-bk-diretorio delimited by " "
                   "/" f580b-nome-arquivo delimited by " "
                   into ws-bk-nome-destino
            call "CBL_DELETE_FILE"      using ws-bk-nome-destino
            call "CBL_DELETE_DIR"       using ws-bk-diretorio
            move zeros                  to return-code
            move zeros                  to ws-bk-id-backup.
       2447-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Encerra ("S") todo conjunto pendente da chave de marca em
      *> ws-bk-chave - a marca foi concluída sem passar por 2430, e a
      *> retenção (2820) passa a contar a partir de hoje.
       2448-encerra-conjuntos-pendentes section.
       2448.
            initialize                     f570b-registro
            move ws-bk-cd-empresa       to f570b-cd-empresa
            move ws-bk-cd-filial        to f570b-cd-filial
            move ws-bk-nome-programa    to f570b-nome-programa
            move zeros                  to f570b-id-backup
            move spaces                 to f570b-nome-arquivo
            perform 9000-str-pd0570b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570b-nex
            end-if
            perform until not ws-operacao-ok
                       or f570b-cd-empresa    <> ws-bk-cd-empresa
                       or f570b-cd-filial     <> ws-bk-cd-filial
                       or f570b-nome-programa <> ws-bk-nome-programa
                if   f570b-pendente
                     perform 2450-encerra-registro-conjunto
                end-if
                perform 9000-ler-pd0570b-nex
            end-perform
            move "00"                   to ws-resultado-acesso.
       2448-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> ws-ind-marca-concluida = "S" quando a marca de EFD057.CAD da
      *> chave em ws-bk-chave existe e está concluída. Não mexe na
      *> posição de EFD057B.CAD de quem chamou.
       2449-verifica-marca-concluida section.
       2449.
            move "N"                    to ws-ind-marca-concluida
            initialize                     f5701-execucao
            move ws-bk-cd-empresa       to f5701-cd-empresa
            move ws-bk-cd-filial        to f5701-cd-filial
            move ws-bk-nome-programa    to f5701-nome-programa
            perform 9000-ler-pd05701-exe
            if   ws-operacao-ok
                 move "S"               to ws-ind-marca-concluida
            end-if
            move "00"                   to ws-resultado-acesso.
       2449-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Registro corrente de EFD057B.CAD (pendente) passa a "S".
       2450-encerra-registro-conjunto section.
       2450.
            move "S"                    to f570b-ind-situacao
            move ws-usuario-sessao      to f570b-usuario-situacao
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f570b-data-situacao
            accept ws-horas             from time
            move ws-horas               to f570b-hora-situacao
            rewrite f570b-registro
            if   not ws-operacao-ok
                 move "2450-erro de atualizacao efd057b.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
       2450-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Marca em f5701-execucao concluída fora do despacho ("AP" ou
      *> "57"): o conjunto pendente dela deixa de ser restaurável.
       2455-encerra-conjuntos-marca section.
       2455.
            if   ws-possui-efd057b
                 move f5701-cd-empresa  to ws-bk-cd-empresa
                 move f5701-cd-filial   to ws-bk-cd-filial
                 move f5701-nome-programa to ws-bk-nome-programa
                 perform 2448-encerra-conjuntos-pendentes
            end-if.
       2455-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Invalida o sumário de pendências (EFD057S.CAD inteiro): uma
      *> rotina global muda a pendência de todas as filiais, então a
      *> invalidação é sempre total - cada filial recompõe o seu
      *> registro na entrada "PR" seguinte (2295). O arquivo está
      *> aberto i-o desde 1000; trunca reabrindo em OUTPUT.
       2490-invalida-sumario section.
       2490.
            close pd0570s
            open output pd0570s
            close pd0570s
            open i-o pd0570s.
       2490-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2500-solicita-usuario section.
       2500.
       *>     exec html
       *>        <script>
       *>          function SolicitaUsuario(){
       *>              var lRetorno = window.showModalDialog( ':ws-href-pesquisa&call=PW00026S&programa=:lnk-rotina&SubSessionID=' + :frame-rotina .getNewSessionID(),
       *>                                                     null, "dialogHeight:8; dialogWidth:12; center: yes; help: no; resizable: no; scroll: no; status: no;" );
       *>              return( lRetorno );
       *>          }
       *>        </script>
       *>   end-exec.
            move "UV"  to lp-status-usuario.
       2500-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2600-consulta-programas section.
       2600.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-consulta-concluidas
            move zeros                  to ws-consulta-incompletas
            move zeros                  to ws-consulta-pendentes
            move "PP00005_CO"           to ws-prefixo-relatorio
            perform varying wx-index-1 from 1 by 1
              until wt-nome-programa (wx-index-1) equal spaces
                 move wt-nome-programa (wx-index-1) to ws-nome-programa
                 move spaces            to whs-mensagem
                 initialize             f5701-execucao
                 if   wt-por-unidade (wx-index-1)
                      if   lp-cd-empresa = zeros
                                      " " f5701-hora-fim-execucao
                                      " - return-code " ws-return-code-exibe
                                      into whs-mensagem
                          when f5701-total-processados > zeros
                          or   f5701-texto-resultado <> spaces
      *> Concluída por rotina automática que devolveu resultado pela
      *> linkage padrão (PCW0005.CPY) - marcas manuais e da carga "57"
      *> não têm e saem na linha de sempre.
                               add  1   to ws-consulta-concluidas
                               move f5701-total-processados to
                                    ws-total-processados-exibe
                               string ws-nome-programa delimited by space
                                      " - executado em " f5701-data-execucao
                                      " " f5701-hora-execucao
                                      " por " delimited by size
                                      f5701-id-usuario delimited by space
                                      " - registros: " ws-total-processados-exibe
                                      " - " delimited by size
                                      f5701-texto-resultado delimited by "  "
                                      into whs-mensagem
                          when other
                               add  1   to ws-consulta-concluidas
                               string ws-nome-programa delimited by space
                                      into whs-mensagem
                      end-evaluate
                 else
                      if   wt-versao-aplicavel (wx-index-1)
                           add  1       to ws-consulta-pendentes
                           string ws-nome-programa delimited by space
                                  " - pendente"
                                  into whs-mensagem
                      else
                           perform 2122-monta-linha-nao-aplicavel
                      end-if
                 end-if
                 perform 2650-emite-linha-consulta
            end-perform
                                  into lp-mensagem pointer wx-index-2
                      end-if
                 end-if
            end-if
            if   ws-operacao-ok
                 perform 2455-encerra-conjuntos-marca
            end-if.
       2725-exit.
            exit.
       2850-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "RB" - restauração supervisionada da cópia de segurança
      *> tirada antes de um despacho automático que falhou (ou não
      *> terminou): devolve ao diretório de dados os arquivos do
      *> conjunto pendente mais recente da rotina - arquivo que não
      *> existia antes do despacho é removido - e registra cada
      *> arquivo em EFD057BH.CAD com o usuário e o motivo. A marca de
      *> EFD057.CAD não é tocada: a rotina segue falha/pendente e volta
      *> a ser despachada (ou é reaberta com "RA") pelas regras de
      *> sempre.
       2810-restaura-backup section.
       2810.
            if   lp-nome-programa = spaces
                 move "Falta nome programa" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-usuario-prog = spaces
                 move "Falta usuário"   to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   lp-motivo-reabertura = spaces
                 move "Falta motivo da restauração" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section.
            if   not ws-possui-efd057b
                 move "Não há cópias de segurança nesta base (EFD057B.CAD)"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            initialize                     f5701-execucao
            move zeros                  to ws-bk-cd-empresa
            move zeros                  to ws-bk-cd-filial
            perform 2380-verifica-por-unidade-tabela
            if   ws-programa-por-unidade
                 move lp-cd-empresa     to f5701-cd-empresa
                 move lp-cd-filial      to f5701-cd-filial
                 move lp-cd-empresa     to ws-bk-cd-empresa
                 move lp-cd-filial      to ws-bk-cd-filial
            end-if
            move lp-nome-programa       to f5701-nome-programa
            move lp-nome-programa       to ws-bk-nome-programa
            perform 9000-ler-pd05701-ran
            if   ws-operacao-ok
            and  f5701-execucao-concluida
                 move "Programa          com execução concluída - restauração recusada"
                      to whs-mensagem
                 move lp-nome-programa  to whs-mensagem (10:8)
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            perform 2442-busca-conjunto-pendente
            if   not ws-conjunto-achado
                 move "Programa          sem cópia de segurança pendente de restauração"
                      to whs-mensagem
                 move lp-nome-programa  to whs-mensagem (10:8)
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            string lnk-dtbpath delimited by " " "/EFD057BH.CAD" into
                   wid-pd057bh
            open extend                 pd057bh
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output        pd057bh
                 end-if
            end-if
            if   not ws-operacao-ok
                 move spaces            to whs-mensagem
                 perform 9000-monta-status
                 string "Erro abertura arquivo EFD057BH.CAD - Status: ", ws-status
                        into whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            move zeros                  to ws-bk-arquivos
            move zeros                  to ws-bk-arquivos-falha
            initialize                     f570b-registro
            move ws-bk-cd-empresa       to f570b-cd-empresa
            move ws-bk-cd-filial        to f570b-cd-filial
            move ws-bk-nome-programa    to f570b-nome-programa
            move ws-bk-id-backup        to f570b-id-backup
            move spaces                 to f570b-nome-arquivo
            perform 9000-str-pd0570b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570b-nex
            end-if
            perform until not ws-operacao-ok
                       or f570b-cd-empresa    <> ws-bk-cd-empresa
                       or f570b-cd-filial     <> ws-bk-cd-filial
                       or f570b-nome-programa <> ws-bk-nome-programa
                       or f570b-id-backup     <> ws-bk-id-backup
                if   f570b-pendente
                     perform 2815-restaura-arquivo
                end-if
                perform 9000-ler-pd0570b-nex
            end-perform
            close pd057bh
            move spaces                 to whs-mensagem
            move ws-bk-arquivos         to ws-bk-arquivos-exibe
            if   ws-bk-arquivos-falha = zeros
                 string "Programa " lp-nome-programa
                        " - cópia de segurança " ws-bk-id-backup
                        " restaurada - arquivos: " ws-bk-arquivos-exibe
                        into whs-mensagem
                 move "OK"              to lp-status-prog
            else
                 string "Programa " lp-nome-programa
                        " - restauração da cópia " ws-bk-id-backup
                        " incompleta - arquivos restaurados: "
                        ws-bk-arquivos-exibe
                        " - falhas em EFD057BH.CAD - repetir RB"
                        into whs-mensagem
                 move "  "              to lp-status-prog
            end-if
            move whs-mensagem           to lp-mensagem.
       2810-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Um arquivo do conjunto em f570b-registro: copia de volta (ou
      *> remove, se não existia antes do despacho), marca "restaurado"
      *> e grava a linha da trilha. Arquivo que falhou fica pendente -
      *> uma nova "RB" tenta de novo só o que faltou.
       2815-restaura-arquivo section.
       2815.
            move spaces                 to ws-bk-nome-origem
            move spaces                 to ws-bk-nome-destino
            string ws-bk-diretorio delimited by " "
                   "/" f570b-nome-arquivo delimited by " "
                   into ws-bk-nome-origem
            string lnk-dtbpath delimited by " "
                   "/" f570b-nome-arquivo delimited by " "
                   into ws-bk-nome-destino
            if   f570b-arquivo-existia
                 call "CBL_COPY_FILE"   using ws-bk-nome-origem
                                              ws-bk-nome-destino
                 if   return-code = zeros
                      move "RESTAURADO" to ws-bk-resultado
                 else
                      move "FALHA NA COPIA" to ws-bk-resultado
                 end-if
            else
                 call "CBL_CHECK_FILE_EXIST" using ws-bk-nome-destino
                                                   ws-bk-detalhes-arquivo
                 if   return-code not = zeros
                      move "REMOVIDO"   to ws-bk-resultado
                 else
                      call "CBL_DELETE_FILE" using ws-bk-nome-destino
                      if   return-code = zeros
                           move "REMOVIDO" to ws-bk-resultado
                      else
                           move "FALHA NA REMOCAO" to ws-bk-resultado
                      end-if
                 end-if
            end-if
            move zeros                  to return-code
            accept ws-data-inv          from date yyyymmdd
            accept ws-horas             from time
            if   ws-bk-resultado-falha
                 add  1                 to ws-bk-arquivos-falha
            else
                 add  1                 to ws-bk-arquivos
                 move "R"               to f570b-ind-situacao
                 move lp-usuario-prog   to f570b-usuario-situacao
                 move ws-data-inv       to f570b-data-situacao
                 move ws-horas          to f570b-hora-situacao
                 rewrite f570b-registro
                 if   not ws-operacao-ok
                      move "2815-erro de atualizacao efd057b.cad !!!" to
                           whs-mensagem
                      move ws-resultado-acesso to ws-status
                      move whs-mensagem to lp-mensagem
                      close pd057bh
                      perform 3000-finalizacao
                      perform 0000-saida
                 end-if
            end-if
            move ws-data-inv            to f57bh-data-restauracao
            move ws-horas               to f57bh-hora-restauracao
            move lp-usuario-prog        to f57bh-id-usuario
            move f570b-cd-empresa       to f57bh-cd-empresa
            move f570b-cd-filial        to f57bh-cd-filial
            move f570b-nome-programa    to f57bh-nome-programa
            move f570b-id-backup        to f57bh-id-backup
            move f570b-nome-arquivo     to f57bh-nome-arquivo
            move ws-bk-resultado        to f57bh-resultado
            move lp-motivo-reabertura   to f57bh-motivo
            write f57bh-registro.
       2815-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "BX" - expurgo das cópias de segurança vencidas, com
      *> relatório próprio. O mesmo expurgo roda ao fim de todo
      *> despacho em lote "EL" (2175).
       2820-expurga-backups section.
       2820.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move "PP00005_BX"           to ws-prefixo-relatorio
            move "EXPURGO DE CÓPIAS DE SEGURANÇA DAS ROTINAS AUTOMÁTICAS"
                                        to ws-titulo-relatorio
            move "Conjuntos concluídos/restaurados além dos dias de retenção"
                                        to ws-filtro-relatorio
            perform 9100-abre-relatorio
            if   ws-possui-efd057b
                 perform 2825-expurga-conjuntos
            else
                 move "Não há cópias de segurança nesta base (EFD057B.CAD)"
                      to whs-mensagem
                 perform 2650-emite-linha-consulta
            end-if
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-prog.
       2820-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Percorre EFD057B.CAD inteiro: arquivo de conjunto concluído
      *> ("S") ou restaurado ("R") há mais dias que a retenção tem a
      *> cópia apagada e passa a "E"; o diretório do conjunto sai
      *> quando o conjunto muda (2828). Conjuntos ainda pendentes são
      *> listados - são os restauráveis pela "RB" -, exceto os cuja
      *> marca em EFD057.CAD já está concluída, que são encerrados.
       2825-expurga-conjuntos section.
       2825.
            move zeros                  to ws-bk-conjuntos-expurgados
            move zeros                  to ws-bk-conjuntos-pendentes
            move dias-retencao-padrao   to ws-bk-dias-retencao
            if   ws-possui-efd058b
                 move spaces            to f580b-chave
                 perform 9000-ler-pd0580b-ran
                 if   ws-operacao-ok
                 and  f580b-dias-retencao > zeros
                      move f580b-dias-retencao to ws-bk-dias-retencao
                 end-if
            end-if
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to ws-dc-data
            perform 9200-calcula-dias-corridos
            move ws-dc-dias-corridos    to ws-bk-dias-hoje
            move spaces                 to ws-bk-chave-anterior
            move "N"                    to ws-ind-conjunto-expurgado
            move low-values             to f570b-chave
            perform 9000-str-pd0570b-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570b-nex
            end-if
            perform until not ws-operacao-ok
                move f570b-cd-empresa   to ws-bk-cd-empresa
                move f570b-cd-filial    to ws-bk-cd-filial
                move f570b-nome-programa to ws-bk-nome-programa
                move f570b-id-backup    to ws-bk-id-backup
                if   ws-bk-chave <> ws-bk-chave-anterior
                     perform 2828-fecha-conjunto-anterior
                     move ws-bk-chave   to ws-bk-chave-anterior
                     move "N"           to ws-ind-conjunto-expurgado
                     perform 2446-monta-diretorio-conjunto
                     move "N"           to ws-ind-marca-concluida
                     if   f570b-pendente
                          perform 2449-verifica-marca-concluida
                     end-if
                     if   f570b-pendente
                     and  ws-marca-concluida
      *> A marca foi concluída por fora ("AP", "57" ou execução manual)
      *> - o conjunto não serve mais para restaurar; encerra e passa a
      *> contar a retenção a partir de hoje.
                          move spaces   to whs-mensagem
                          string "Empresa " ws-bk-cd-empresa
                                 " Filial " ws-bk-cd-filial
                                 " - Programa " ws-bk-nome-programa
                                 " - conjunto " ws-bk-id-backup
                                 " encerrado - marca já concluída"
                                 into whs-mensagem
                          perform 2650-emite-linha-consulta
                     end-if
                     if   f570b-pendente
                     and  not ws-marca-concluida
                          add  1        to ws-bk-conjuntos-pendentes
                          move spaces   to whs-mensagem
                          string "Empresa " ws-bk-cd-empresa
                                 " Filial " ws-bk-cd-filial
                                 " - Programa " ws-bk-nome-programa
                                 " - conjunto " ws-bk-id-backup
                                 " pendente - restaurável pela opção RB"
                                 into whs-mensagem
                          perform 2650-emite-linha-consulta
                     end-if
                end-if
                if   f570b-pendente
                and  ws-marca-concluida
                     perform 2450-encerra-registro-conjunto
                end-if
                if  (f570b-execucao-concluida or f570b-restaurado)
                and  f570b-data-situacao > zeros
                     move f570b-data-situacao to ws-dc-data
                     perform 9200-calcula-dias-corridos
                     if   ws-dc-dias-corridos + ws-bk-dias-retencao
                          < ws-bk-dias-hoje
                          perform 2826-expurga-arquivo
                     end-if
                end-if
                perform 9000-ler-pd0570b-nex
            end-perform
            perform 2828-fecha-conjunto-anterior
            move spaces                 to whs-mensagem
            string "Cópias de segurança - conjuntos expurgados: "
                   ws-bk-conjuntos-expurgados
                   " - pendentes de restauração: "
                   ws-bk-conjuntos-pendentes
                   " - retenção: " ws-bk-dias-retencao " dia(s)"
                   into whs-mensagem
            perform 2650-emite-linha-consulta.
       2825-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2826-expurga-arquivo section.
       2826.
            if   f570b-arquivo-existia
                 move spaces            to ws-bk-nome-destino
                 string ws-bk-diretorio delimited by " "
                        "/" f570b-nome-arquivo delimited by " "
                        into ws-bk-nome-destino
                 call "CBL_DELETE_FILE" using ws-bk-nome-destino
                 move zeros             to return-code
            end-if
            move "E"                    to f570b-ind-situacao
            move ws-usuario-sessao      to f570b-usuario-situacao
            move ws-data-inv            to f570b-data-situacao
            accept ws-horas             from time
            move ws-horas               to f570b-hora-situacao
            rewrite f570b-registro
            if   not ws-operacao-ok
                 move "2826-erro de atualizacao efd057b.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "S"                    to ws-ind-conjunto-expurgado.
       2826-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Virada de conjunto na varredura de 2825: o anterior teve
      *> arquivos expurgados - remove o diretório (vazio) e lista.
      *> ws-bk-diretorio ainda é o do conjunto anterior.
       2828-fecha-conjunto-anterior section.
       2828.
            if   ws-conjunto-expurgado
                 call "CBL_DELETE_DIR"  using ws-bk-diretorio
                 move zeros             to return-code
                 add  1                 to ws-bk-conjuntos-expurgados
                 move spaces            to whs-mensagem
                 string "Empresa " ws-bk-ant-cd-empresa
                        " Filial " ws-bk-ant-cd-filial
                        " - Programa " ws-bk-ant-nome-programa
                        " - conjunto " ws-bk-ant-id-backup
                        " expurgado"
                        into whs-mensagem
                 perform 2650-emite-linha-consulta
                 move "N"               to ws-ind-conjunto-expurgado
            end-if.
       2828-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "VD" - varredura de consistência cruzada entre
      *> EFD057.CAD, EFD058.CAD, EFD094.CAD e EFDPAR.CAD, classificando

       *>---------------------------------------------------------------------------------------------
      *> Consiste uma marca de EFD057.CAD (em f5701) contra o cadastro:
      *> programa ainda registrado, faixa de versões do cadastro que
      *> inclua a versão desta base, forma da marca (global x por
      *> unidade) compatível com (f58)00-ind-execucao e empresa/filial
      *> homologada em EFDPAR quando a marca é por unidade.
       2920-consiste-marca section.
                 perform 2925-emite-divergencia
                 exit section
            end-if
            move f5800-versao-minima    to ws-faixa-minima
            move f5800-versao-maxima    to ws-faixa-maxima
            perform 1160-consiste-faixa-versao
            if   not ws-versao-aplicavel
                 move spaces            to whs-mensagem
                 string "MARCA FORA DA VERSAO: programa "
                        f5701-nome-programa
                        " (empresa " f5701-cd-empresa
                        " filial " f5701-cd-filial
                        ") marcado em " f5701-data-execucao
                        " - rotina para " ws-descricao-faixa
                        delimited by "  "
                        ", base na versão " ws-versao-sistema
                        into whs-mensagem
                 perform 2925-emite-divergencia
            end-if
            if   f5701-cd-empresa > zeros
            or   f5701-cd-filial  > zeros
                 if   not f5800-por-unidade

       *>---------------------------------------------------------------------------------------------
      *> Varre o cadastro na ordem de sequência: sequência duplicada
      *> entre rotinas ativas (embaralha a carga de 1150), projeto
      *> vinculado sem cadastro em EFD094.CAD em nenhuma filial e faixa
      *> de versões invertida (mínima acima da máxima - a rotina nunca
      *> se aplicaria).
       2930-consiste-cadastro-efd058 section.
       2930.
            move "S"                    to ws-ind-primeiro-registro
                                 into whs-mensagem
                          perform 2925-emite-divergencia
                     end-if
                     if   f5800-versao-minima <> spaces
                     and  f5800-versao-maxima <> spaces
                     and  f5800-versao-minima > f5800-versao-maxima
                          move spaces   to whs-mensagem
                          string "FAIXA DE VERSAO INVERTIDA: rotina "
                                 f5800-nome-programa
                                 " - mínima " f5800-versao-minima
                                 " acima da máxima " f5800-versao-maxima
                                 into whs-mensagem
                          perform 2925-emite-divergencia
                     end-if
                end-if
                perform 9000-ler-pd05800-nex
            end-perform.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "VC" - prazos de conformidade vencidos: varre EFDPAR.CAD
      *> (registros tipo 1/sequência 0, como "LT") e lista, em cada
      *> empresa/filial, as rotinas com (f58)00-data-limite já
      *> ultrapassada que seguem pendentes ou com a última tentativa
      *> falha/interrompida, com os dias de atraso. Sai no relatório
      *> impresso para cobrança das unidades.
       2970-relatorio-prazos-vencidos section.
       2970.
            move spaces                 to lp-mensagem
            move 1                      to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-prazo-pendentes
            move zeros                  to ws-prazo-falhas
            move "PP00005_VC"           to ws-prefixo-relatorio
            move "ROTINAS COM PRAZO DE CONFORMIDADE VENCIDO"
                                        to ws-titulo-relatorio
            move "Todas as empresas/filiais de EFDPAR.CAD"
                                        to ws-filtro-relatorio
            perform 9100-abre-relatorio
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to ws-dc-data
            perform 9200-calcula-dias-corridos
            move ws-dc-dias-corridos    to ws-prazo-dias-hoje
            perform 9000-str-pd99800-gtr
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                if   fpare-codigo-registro = 1
                and  fpare-sequencia = 0
                     move fpare-cd-empresa      to lp-cd-empresa
                     move fpare-cd-filial       to lp-cd-filial
                     move fpare-tipo-cdd        to ws-tipo-cdd
                     perform 2975-verifica-prazos-filial
                end-if
                perform 9000-ler-pd99800-nex
            end-perform
            move spaces                 to whs-mensagem
            if   ws-prazo-pendentes = zeros
            and  ws-prazo-falhas = zeros
                 move "Nenhuma rotina com prazo vencido" to whs-mensagem
            else
                 string "Total de prazos vencidos - pendentes: "
                        ws-prazo-pendentes
                        " - com falha: " ws-prazo-falhas
                        into whs-mensagem
            end-if
            perform 2650-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2650-emite-linha-consulta
            move "OK"                   to lp-status-prog.
       2970-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Rotinas com prazo vencido na empresa/filial corrente. A rotina
      *> só conta se a pendência seria consistida aqui - mesma seleção
      *> de 2160 (versão, vigência, tipo de cdd e projeto habilitado).
      *> A marca é lida com -ran (e não -exe) para distinguir a rotina
      *> nunca disparada da que tentou e falhou.
       2975-verifica-prazos-filial section.
       2975.
            perform varying wx-index-1 from 1 by 1
              until wt-nome-programa (wx-index-1) equal spaces

              if   wt-data-limite (wx-index-1) = zeros
              or   ws-data-inv <= wt-data-limite (wx-index-1)
                   exit perform cycle
              end-if

              if   not wt-versao-aplicavel (wx-index-1)
                   exit perform cycle
              end-if

              if   wt-data-vigencia (wx-index-1) > zeros
              and  ws-data-inv <= wt-data-vigencia (wx-index-1)
                   exit perform cycle
              end-if

              if   wt-ambos (wx-index-1)
              or  (ws-cdd     and wt-cdd (wx-index-1))
              or  (ws-revenda and wt-revenda (wx-index-1))
              or  (ws-misto   and wt-misto (wx-index-1))
                   continue
              else
                   exit perform cycle
              end-if

              if   wt-projeto-vinculado (wx-index-1)
                   initialize            f9400-dados-projeto
                   move lp-cd-empresa to f9400-cd-empresa
                   move lp-cd-filial  to f9400-cd-filial
                   move wt-codigo-projeto (wx-index-1) to
                        f9400-codigo-projeto
                   perform 9000-ler-pd09400-ran
                   if   not ws-operacao-ok
                   or   not f9400-habilitado
                        exit perform cycle
                   end-if
              end-if

              initialize  f5701-execucao
              if   wt-por-unidade (wx-index-1)
                   move lp-cd-empresa to f5701-cd-empresa
                   move lp-cd-filial  to f5701-cd-filial
              end-if
              move wt-nome-programa (wx-index-1) to f5701-nome-programa
              perform 9000-ler-pd05701-ran
              move "N"                  to ws-ind-marca-prazo
              if   ws-operacao-ok
                   if   f5701-execucao-concluida
                        exit perform cycle
                   end-if
                   move "S"             to ws-ind-marca-prazo
              end-if

              move wt-data-limite (wx-index-1) to ws-dc-data
              perform 9200-calcula-dias-corridos
              compute ws-prazo-dias-atraso =
                      ws-prazo-dias-hoje - ws-dc-dias-corridos
              move ws-prazo-dias-atraso to ws-prazo-atraso-exibe
              move spaces               to whs-mensagem
              if   ws-marca-prazo-existe
                   add  1               to ws-prazo-falhas
                   if   f5701-execucao-falhou
                        string "Empresa " lp-cd-empresa
                               " Filial " lp-cd-filial
                               " - Programa " wt-nome-programa (wx-index-1)
                               " falhou em " f5701-data-fim-execucao
                               " - prazo " wt-data-limite (wx-index-1)
                               " vencido há " ws-prazo-atraso-exibe
                               " dia(s)"
                               into whs-mensagem
                   else
                        string "Empresa " lp-cd-empresa
                               " Filial " lp-cd-filial
                               " - Programa " wt-nome-programa (wx-index-1)
                               " iniciado em " f5701-data-execucao
                               " e não concluído - prazo "
                               wt-data-limite (wx-index-1)
                               " vencido há " ws-prazo-atraso-exibe
                               " dia(s)"
                               into whs-mensagem
                   end-if
              else
                   add  1               to ws-prazo-pendentes
                   string "Empresa " lp-cd-empresa
                          " Filial " lp-cd-filial
                          " - Programa " wt-nome-programa (wx-index-1)
                          " pendente - prazo " wt-data-limite (wx-index-1)
                          " vencido há " ws-prazo-atraso-exibe
                          " dia(s)"
                          into whs-mensagem
              end-if
              perform 2650-emite-linha-consulta
            end-perform.
       2975-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd09400
                 close pdjan00
            end-if
            close pd0570s
            if   ws-possui-efd058b
                 close pd0580b
            end-if
            if   ws-possui-efd057b
                 close pd0570b
            end-if
      *> Relatório ainda aberto = saída anormal no meio de um modo de
      *> listagem - fecha sem rodapé para não perder o que já saiu.
            if   ws-relatorio-aberto
       copy PCL99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCL05800.CPY replacing ==(f58)== by ==f58==.
       copy PCL05900.CPY replacing ==(f59)== by ==f59==.
       copy PCL0580B.CPY replacing ==(f580)== by ==f580==.
       copy PCL0570B.CPY replacing ==(f570)== by ==f570==.
       copy PCLJAN00.CPY replacing ==(fja)== by ==fja==.
       copy PCL0570R.CPY replacing ==(f570)== by ==f570==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
