      $set sourceformat"free"

       identification division.
       program-id.    PP00094.

      *>
      *>              Manutenção da habilitação de projetos por
      *>              empresa/filial (EFD094.CAD), no molde de
      *>              PP00058/PP00059: inclusão, habilitação,
      *>              desabilitação, habilitação em massa por tipo-cdd
      *>              de EFDPAR.CAD e consulta, com trilha de auditoria
      *>              em EFD094H.CAD. Toda mudança lista antes o impacto
      *>              - as rotinas de EFD058.CAD vinculadas ao projeto
      *>              que passam a pendentes (ou deixam de ser exigidas)
      *>              em cada filial, com os mesmos critérios de
      *>              PP00005 (tipo de cdd, faixa de versões, marca em
      *>              EFD057.CAD). Com prévia = "S" o programa para na
      *>              listagem, sem gravar nada.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCS09400.CPY replacing ==(f94)== by ==f94==.
       copy PCS0940H.CPY.
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCS05701.CPY replacing ==(f57)== by ==f57==.
       copy PCS0570P.CPY.
       copy PCS0570S.CPY replacing ==(f570)== by ==f570==.

       data division.

       copy PCF09400.CPY replacing ==(f94)== by ==f94==.
       copy PCF0940H.CPY replacing ==(f940)== by ==f940==.
       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCF05701.CPY replacing ==(f57)== by ==f57==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570S.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "c".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-registro-antigo       pic x(30)   value spaces.
            03 ws-registro-novo         pic x(30)   value spaces.
            03 ws-tipo-operacao         pic x(01).
            03 ws-ind-massa             pic x(01)   value "N".
            03 ws-ind-possui-efd057     pic x(01)   value "N".
               88 ws-possui-efd057                  value "S".
            03 ws-ind-sentido-impacto   pic x(01).
               88 ws-impacto-habilitacao            value "H".
               88 ws-impacto-desabilitacao          value "D".
            03 ws-tipo-cdd-filial       pic x(01).
               88 ws-cdd                            value "I" "E".
               88 ws-revenda                        value "R".
               88 ws-misto                          value "M".
            03 ws-texto-impacto         pic x(40).
            03 ws-total-impacto         pic 9(05)   value zeros.
            03 ws-total-ja-habilitadas  pic 9(05)   value zeros.
            03 ws-total-habilitadas     pic 9(05)   value zeros.
            03 ws-total-desabilitadas   pic 9(05)   value zeros.
            03 ws-situacao-projeto      pic x(15).
            03 ws-data-hoje             pic 9(08).

       01   ws-controle-versao.
      *> Versão corrente do sistema (PW00219S), para aplicar na prévia
      *> a mesma faixa de versões que PP00005/1160 aplica.
            03 ws-versao-sistema        pic x(11)   value spaces.

       01   lnk-versao-base.
            03 lnk-versao-sistema       pic x(11).

       01   wt-tabela-rotinas-projeto.
      *> Rotinas ativas de EFD058.CAD vinculadas ao projeto informado,
      *> carregadas uma vez por 2800 e percorridas por filial em 2750.
      *> 200 posições acompanham wt-tabela-prog-executados de PP00005.
            03 wt-total-rotinas         pic 9(03)   comp value zeros.
            03 wt-rotina-projeto        occurs 200 times.
               05 wt-rp-nome-programa   pic x(08).
               05 wt-rp-ind-tipo-cdd    pic x(01).
                  88 wt-rp-cdd                      value "C".
                  88 wt-rp-revenda                  value "R".
                  88 wt-rp-ambos                    value "A".
                  88 wt-rp-misto                    value "M".
               05 wt-rp-ind-execucao    pic x(01).
                  88 wt-rp-por-unidade              value "S".
               05 wt-rp-data-vigencia   pic 9(08).

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".

       linkage section.
       copy PCW990.CPY.
       copy PCW0094.CPY replacing ==(l94)== by ==lp==.

       procedure division using lnk-par
                                lp-par-projeto.

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
            if   lp-opcao-projeto <> "CO"
                 perform 1300-verifica-autorizacao
            end-if
            string lnk-dtbpath delimited by " " "/EFD094.CAD" into wid-pd09400
            open i-o pd09400
      *> Base ainda sem projetos cadastrados - a inclusão cria o
      *> arquivo.
            if   ws-resultado-acesso = "35"
                 open output pd09400
                 close pd09400
                 open i-o pd09400
            end-if
            move "pd09400-projetos" to whs-arquivo
            perform 9000-trata-abertura

            string lnk-dtbpath delimited by " " "/EFD058.CAD" into wid-pd05800
            open input pd05800
            move "pd05800-tabela-rotinas" to whs-arquivo
            perform 9000-trata-abertura

            string lnk-dtbpath delimited by " " "/EFDPAR.CAD" into wid-pd99800
            open input pd99800
            move "pd99800-parametros" to whs-arquivo
            perform 9000-trata-abertura

      *> Sem EFD057.CAD nenhuma rotina foi executada ainda - a prévia
      *> considera todas pendentes.
            string lnk-dtbpath delimited by " " "/EFD057.CAD" into wid-pd05701
            open input pd05701
            if   ws-resultado-acesso = "35"
                 move "N"               to ws-ind-possui-efd057
            else
                 move "pd05701-execucoes" to whs-arquivo
                 perform 9000-trata-abertura
                 move "S"               to ws-ind-possui-efd057
            end-if

            call "PW00219S"             using lnk-versao-base
            move lnk-versao-sistema     to ws-versao-sistema
            accept ws-data-hoje         from date yyyymmdd.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00094"              to ls-nome-programa
            move lp-opcao-projeto       to ls-opcao
            move lp-usuario             to ls-usuario
            move lp-cd-empresa          to ls-cd-empresa
            move lp-cd-filial           to ls-cd-filial
      *> "HM" habilita o projeto em todas as filiais de EFDPAR.
            if   lp-opcao-projeto = "HM"
                 move "S"               to ls-ind-todas-unidades
            end-if
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
            move spaces                 to lp-status-projeto
            move zeros                  to lp-total-registros
            evaluate  lp-opcao-projeto
                when  "IN"                           *> inclui projeto na filial
                      perform 2100-inclui-projeto
                when  "HA"                           *> habilita projeto na filial
                      perform 2200-habilita-projeto
                when  "DS"                           *> desabilita projeto na filial
                      perform 2300-desabilita-projeto
                when  "HM"                           *> habilitação em massa
                      perform 2400-habilita-em-massa
                when  "CO"                           *> consulta projetos
                      perform 2500-consulta-projetos
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
            end-evaluate.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2100-inclui-projeto section.
       2100.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            initialize                     f9400-dados-projeto
            move lp-cd-empresa          to f9400-cd-empresa
            move lp-cd-filial           to f9400-cd-filial
            move lp-codigo-projeto      to f9400-codigo-projeto
            perform 9000-ler-pd09400-ran
            if   ws-operacao-ok
                 move "Projeto já cadastrado nesta empresa/filial - use HA/DS"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-ind-habilitado <> "S"
                 move "N"               to lp-ind-habilitado
            end-if
            perform 2700-abre-impacto
            if   lp-ind-habilitado = "S"
                 move "H"               to ws-ind-sentido-impacto
                 perform 2750-lista-impacto-filial
            else
                 move spaces            to whs-mensagem
                 string "Empresa " lp-cd-empresa " Filial " lp-cd-filial
                        " - projeto incluído desabilitado: nenhuma rotina passa a pendente"
                        into whs-mensagem
                 perform 2550-emite-linha-consulta
            end-if
            add  1                      to lp-total-registros
            if   not projeto-somente-previa
                 move spaces            to ws-registro-antigo
                 initialize                f9400-dados-projeto
                 move lp-cd-empresa     to f9400-cd-empresa
                 move lp-cd-filial      to f9400-cd-filial
                 move lp-codigo-projeto to f9400-codigo-projeto
                 move lp-ind-habilitado to f9400-ind-habilitado
                 move f9400-dados-projeto to ws-registro-novo
                 write f9400-dados-projeto
                 if   not ws-operacao-ok
                      move "2100-erro de inclusão em efd094.cad !!!" to
                           whs-mensagem
                      move ws-resultado-acesso to ws-status
                      move whs-mensagem to lp-mensagem
                      perform 3000-finalizacao
                      perform 0000-saida
                 end-if
                 move "I"               to ws-tipo-operacao
                 perform 2950-grava-historico
            end-if
            perform 2790-encerra-impacto.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2200-habilita-projeto section.
       2200.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            perform 2690-le-projeto-informado
            if   not ws-operacao-ok
                 move "Projeto não cadastrado nesta empresa/filial - use IN"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   f9400-habilitado
                 move "Projeto já está habilitado nesta empresa/filial"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            perform 2700-abre-impacto
            move "H"                    to ws-ind-sentido-impacto
            perform 2750-lista-impacto-filial
            add  1                      to lp-total-registros
            if   not projeto-somente-previa
      *> 2750 leu outros arquivos, mas não EFD094.CAD - o registro
      *> continua posicionado para a regravação.
                 move f9400-dados-projeto to ws-registro-antigo
                 move "S"               to f9400-ind-habilitado
                 move f9400-dados-projeto to ws-registro-novo
                 rewrite f9400-dados-projeto
                 if   not ws-operacao-ok
                      move "2200-erro de atualizacao efd094.cad !!!" to
                           whs-mensagem
                      move ws-resultado-acesso to ws-status
                      move whs-mensagem to lp-mensagem
                      perform 3000-finalizacao
                      perform 0000-saida
                 end-if
                 move "H"               to ws-tipo-operacao
                 perform 2950-grava-historico
            end-if
            perform 2790-encerra-impacto.
       2200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2300-desabilita-projeto section.
       2300.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            perform 2690-le-projeto-informado
            if   not ws-operacao-ok
                 move "Projeto não cadastrado nesta empresa/filial"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   not f9400-habilitado
                 move "Projeto já está desabilitado nesta empresa/filial"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            perform 2700-abre-impacto
            move "D"                    to ws-ind-sentido-impacto
            perform 2750-lista-impacto-filial
            add  1                      to lp-total-registros
            if   not projeto-somente-previa
                 move f9400-dados-projeto to ws-registro-antigo
                 move "N"               to f9400-ind-habilitado
                 move f9400-dados-projeto to ws-registro-novo
                 rewrite f9400-dados-projeto
                 if   not ws-operacao-ok
                      move "2300-erro de atualizacao efd094.cad !!!" to
                           whs-mensagem
                      move ws-resultado-acesso to ws-status
                      move whs-mensagem to lp-mensagem
                      perform 3000-finalizacao
                      perform 0000-saida
                 end-if
                 move "D"               to ws-tipo-operacao
                 perform 2950-grava-historico
            end-if
            perform 2790-encerra-impacto.
       2300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Opção "HM" - habilita o projeto em toda empresa/filial de
      *> EFDPAR.CAD (registro mestre tipo 1 / sequência 0) do tipo-cdd
      *> informado: inclui habilitado onde não há registro, habilita
      *> onde está desabilitado e só conta as que já estavam
      *> habilitadas. Cada filial alterada gera seu registro na trilha.
       2400-habilita-em-massa section.
       2400.
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-codigo-projeto = zeros
                 move "Falta código do projeto" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-tipo-cdd <> "C"
            and  lp-tipo-cdd <> "R"
            and  lp-tipo-cdd <> "M"
                 move "Tipo-cdd inválido (C=cdd, R=revenda, M=misto)"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move "S"                    to ws-ind-massa
            move zeros                  to ws-total-ja-habilitadas
            perform 2700-abre-impacto
            move "H"                    to ws-ind-sentido-impacto
            perform 9000-str-pd99800-gtr
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                if   fpare-codigo-registro = 1
                and  fpare-sequencia = 0
                     move fpare-tipo-cdd to ws-tipo-cdd-filial
                     if  (lp-tipo-cdd = "C" and ws-cdd)
                     or  (lp-tipo-cdd = "R" and ws-revenda)
                     or  (lp-tipo-cdd = "M" and ws-misto)
                          move fpare-cd-empresa to lp-cd-empresa
                          move fpare-cd-filial  to lp-cd-filial
                          perform 2450-habilita-filial
                     end-if
                end-if
                perform 9000-ler-pd99800-nex
            end-perform
            move spaces                 to whs-mensagem
            string "Filiais do tipo " lp-tipo-cdd
                   " já habilitadas (sem alteração): "
                   ws-total-ja-habilitadas
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            perform 2790-encerra-impacto.
       2400-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Uma filial da habilitação em massa (lp-cd-empresa/filial e
      *> ws-tipo-cdd-filial preenchidos por 2400). EFDPAR.CAD segue
      *> posicionado - aqui só se lê/grava EFD094.CAD e EFD057.CAD.
       2450-habilita-filial section.
       2450.
            perform 2690-le-projeto-informado
            if   ws-operacao-ok
            and  f9400-habilitado
                 add  1                 to ws-total-ja-habilitadas
                 exit section
            end-if
            if   ws-operacao-ok
                 move f9400-dados-projeto to ws-registro-antigo
                 move "H"               to ws-tipo-operacao
            else
                 move spaces            to ws-registro-antigo
                 initialize                f9400-dados-projeto
                 move lp-cd-empresa     to f9400-cd-empresa
                 move lp-cd-filial      to f9400-cd-filial
                 move lp-codigo-projeto to f9400-codigo-projeto
                 move "I"               to ws-tipo-operacao
            end-if
            perform 2750-lista-impacto-filial
            add  1                      to lp-total-registros
            if   projeto-somente-previa
                 exit section
            end-if
            move "S"                    to f9400-ind-habilitado
            move f9400-dados-projeto    to ws-registro-novo
            if   ws-tipo-operacao = "I"
                 write f9400-dados-projeto
            else
                 rewrite f9400-dados-projeto
            end-if
            if   not ws-operacao-ok
                 move "2450-erro de atualizacao efd094.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            perform 2950-grava-historico.
       2450-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Lista EFD094.CAD na ordem da chave (empresa/filial/projeto);
      *> projeto informado filtra só aquele projeto.
       2500-consulta-projetos section.
       2500.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-habilitadas
            move zeros                  to ws-total-desabilitadas
            move "PP00094_CO"           to ws-prefixo-relatorio
            move "HABILITAÇÃO DE PROJETOS POR FILIAL - EFD094"
                                        to ws-titulo-relatorio
            if   lp-codigo-projeto = zeros
                 move "Todos os projetos, na ordem empresa/filial/projeto"
                                        to ws-filtro-relatorio
            else
                 move spaces            to ws-filtro-relatorio
                 string "Somente o projeto " lp-codigo-projeto
                        into ws-filtro-relatorio
            end-if
            perform 9100-abre-relatorio
            perform 9000-str-pd09400-gtr
            perform 9000-ler-pd09400-nex
            perform until not ws-operacao-ok
                if   lp-codigo-projeto = zeros
                or   f9400-codigo-projeto = lp-codigo-projeto
                     if   f9400-habilitado
                          add  1        to ws-total-habilitadas
                          move "habilitado" to ws-situacao-projeto
                     else
                          add  1        to ws-total-desabilitadas
                          move "desabilitado" to ws-situacao-projeto
                     end-if
                     move spaces        to whs-mensagem
                     string "Empresa " f9400-cd-empresa
                            " Filial " f9400-cd-filial
                            " - projeto " f9400-codigo-projeto
                            " - " ws-situacao-projeto
                            into whs-mensagem
                     perform 2550-emite-linha-consulta
                end-if
                perform 9000-ler-pd09400-nex
            end-perform
            move spaces                 to whs-mensagem
            string "Total - habilitados: " ws-total-habilitadas
                   " - desabilitados: " ws-total-desabilitadas
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-projeto.
       2500-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Mesmo critério de 2650-emite-linha-consulta de PP00005.
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
      *> Consistências de IN/HA/DS: identificação, projeto e a
      *> empresa/filial existente em EFDPAR.CAD (deixa o tipo-cdd dela
      *> em ws-tipo-cdd-filial para a prévia). Mensagem de erro em
      *> lp-mensagem (vazia = aceita).
       2600-consiste-entrada section.
       2600.
            move spaces                 to lp-mensagem
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-codigo-projeto = zeros
                 move "Falta código do projeto" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            initialize                     fpare-parametro
            move lp-cd-empresa          to fpare-cd-empresa
            move lp-cd-filial           to fpare-cd-filial
            move 1                      to fpare-codigo-registro
            move zeros                  to fpare-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move "Empresa/filial não cadastrada em EFDPAR.CAD" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move fpare-tipo-cdd         to ws-tipo-cdd-filial.
       2600-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Identificação mínima de qualquer manutenção: usuário e motivo
      *> (a trilha exige ambos).
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
       2690-le-projeto-informado section.
       2690.
            initialize                     f9400-dados-projeto
            move lp-cd-empresa          to f9400-cd-empresa
            move lp-cd-filial           to f9400-cd-filial
            move lp-codigo-projeto      to f9400-codigo-projeto
            perform 9000-ler-pd09400-ran.
       2690-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Abre a listagem de impacto (prévia ou aplicação) e carrega as
      *> rotinas do projeto.
       2700-abre-impacto section.
       2700.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-impacto
            if   projeto-somente-previa
                 move "PP00094_PV"      to ws-prefixo-relatorio
                 move "PRÉVIA DE IMPACTO - PROJETO EFD094 (NADA GRAVADO)"
                                        to ws-titulo-relatorio
            else
                 move "PP00094_MN"      to ws-prefixo-relatorio
                 move "MANUTENÇÃO DE PROJETO - EFD094"
                                        to ws-titulo-relatorio
            end-if
            move spaces                 to ws-filtro-relatorio
            string "Opção " lp-opcao-projeto
                   " - projeto " lp-codigo-projeto
                   " - usuário " lp-usuario
                   into ws-filtro-relatorio
            perform 9100-abre-relatorio
            perform 2800-carrega-rotinas-projeto.
       2700-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Rotinas do projeto afetadas na filial lp-cd-empresa/filial
      *> (tipo ws-tipo-cdd-filial), no sentido ws-ind-sentido-impacto.
      *> Rotina já concluída na filial (ou global já concluída) não
      *> muda de situação e não é listada.
       2750-lista-impacto-filial section.
       2750.
            if   ws-impacto-habilitacao
                 if   projeto-somente-previa
                      move "passaria a pendente" to ws-texto-impacto
                 else
                      move "passa a pendente" to ws-texto-impacto
                 end-if
            else
                 if   projeto-somente-previa
                      move "deixaria de ser exigida" to ws-texto-impacto
                 else
                      move "deixa de ser exigida" to ws-texto-impacto
                 end-if
            end-if
            perform varying wx-index-1 from 1 by 1
              until wx-index-1 > wt-total-rotinas
                 if   wt-rp-ambos (wx-index-1)
                 or  (ws-cdd     and wt-rp-cdd (wx-index-1))
                 or  (ws-revenda and wt-rp-revenda (wx-index-1))
                 or  (ws-misto   and wt-rp-misto (wx-index-1))
                      continue
                 else
                      exit perform cycle
                 end-if
                 if   ws-possui-efd057
                      initialize    f5701-execucao
                      if   wt-rp-por-unidade (wx-index-1)
                           move lp-cd-empresa to f5701-cd-empresa
                           move lp-cd-filial  to f5701-cd-filial
                      end-if
                      move wt-rp-nome-programa (wx-index-1) to
                           f5701-nome-programa
                      perform 9000-ler-pd05701-exe
                      if   ws-operacao-ok
                           exit perform cycle
                      end-if
                 end-if
                 add  1                 to ws-total-impacto
                 move spaces            to whs-mensagem
      *> PP00005 só despacha depois do dia da vigência (data de hoje
      *> ainda igual à vigência = rotina fora de vigor).
                 if   wt-rp-data-vigencia (wx-index-1) >= ws-data-hoje
                      string "Empresa " lp-cd-empresa
                             " Filial " lp-cd-filial
                             " - rotina " wt-rp-nome-programa (wx-index-1)
                             " " ws-texto-impacto delimited by "  "
                             " (vigência "
                             wt-rp-data-vigencia (wx-index-1)
                             " ainda não atingida)"
                             into whs-mensagem
                 else
                      string "Empresa " lp-cd-empresa
                             " Filial " lp-cd-filial
                             " - rotina " wt-rp-nome-programa (wx-index-1)
                             " " ws-texto-impacto delimited by "  "
                             into whs-mensagem
                 end-if
                 perform 2550-emite-linha-consulta
            end-perform.
       2750-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Fecha a listagem com os totais; só a aplicação (não a prévia)
      *> invalida o sumário de pendências.
       2790-encerra-impacto section.
       2790.
            move spaces                 to whs-mensagem
            if   projeto-somente-previa
                 string "Prévia - filiais afetadas: " lp-total-registros
                        " - rotinas que mudariam de situação: "
                        ws-total-impacto
                        " - nada foi gravado"
                        into whs-mensagem
            else
                 string "Aplicado - filiais alteradas: " lp-total-registros
                        " - rotinas que mudaram de situação: "
                        ws-total-impacto
                        into whs-mensagem
                 if   lp-total-registros > zeros
                      perform 2970-invalida-sumario
                 end-if
            end-if
            perform 2550-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-projeto.
       2790-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Rotinas ativas de EFD058.CAD vinculadas a lp-codigo-projeto e
      *> aplicáveis à versão corrente (rotina fora da faixa não fica
      *> pendente em PP00005, com ou sem projeto).
       2800-carrega-rotinas-projeto section.
       2800.
            move zeros                  to wt-total-rotinas
            perform 9000-str-pd05800-gtr
            perform 9000-ler-pd05800-nex
            perform until not ws-operacao-ok
                    or    wt-total-rotinas >= 200
                if   f5800-ativo
                and  f5800-codigo-projeto = lp-codigo-projeto
                and (f5800-versao-minima = spaces
                or   ws-versao-sistema >= f5800-versao-minima)
                and (f5800-versao-maxima = spaces
                or   ws-versao-sistema <= f5800-versao-maxima)
                     add  1             to wt-total-rotinas
                     move f5800-nome-programa to
                          wt-rp-nome-programa (wt-total-rotinas)
                     move f5800-ind-tipo-cdd to
                          wt-rp-ind-tipo-cdd (wt-total-rotinas)
                     move f5800-ind-execucao to
                          wt-rp-ind-execucao (wt-total-rotinas)
                     move f5800-data-vigencia to
                          wt-rp-data-vigencia (wt-total-rotinas)
                end-if
                perform 9000-ler-pd05800-nex
            end-perform.
       2800-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Grava a trilha de auditoria em EFD094H.CAD, no mesmo molde da
      *> trilha EFD058H.CAD de PP00058.
       2950-grava-historico section.
       2950.
            string lnk-dtbpath delimited by " " "/EFD094H.CAD" into
                   wid-pd0940h
            open extend                 pd0940h
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output        pd0940h
                 end-if
            end-if
            if   not ws-operacao-ok
                 move spaces            to whs-mensagem
                 perform 9000-monta-status
                 string "Erro abertura arquivo EFD094H.CAD - Status: ", ws-status
                        into whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f940h-data-alteracao
            accept ws-horas             from time
            move ws-horas               to f940h-hora-alteracao
            move lp-usuario             to f940h-id-usuario
            move ws-tipo-operacao       to f940h-tipo-operacao
            move lp-cd-empresa          to f940h-cd-empresa
            move lp-cd-filial           to f940h-cd-filial
            move lp-codigo-projeto      to f940h-codigo-projeto
            move ws-ind-massa           to f940h-ind-massa
            move ws-registro-antigo     to f940h-valor-antigo
            move ws-registro-novo       to f940h-valor-novo
            move lp-motivo              to f940h-motivo
            write f940h-registro
            close pd0940h.
       2950-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Projeto habilitado/desabilitado muda o universo de pendências
      *> das filiais - trunca o sumário pré-computado EFD057S.CAD para
      *> as próximas entradas "PR" o recomporem, como PP00058 faz.
      *> Arquivo ainda inexistente é criado vazio, o que dá no mesmo.
       2970-invalida-sumario section.
       2970.
            string lnk-dtbpath delimited by " " "/EFD057S.CAD" into
                   wid-pd0570s
            open output pd0570s
            close pd0570s.
       2970-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd09400
            close pd05800
            close pd99800
            if   ws-possui-efd057
                 close pd05701
            end-if
      *> Relatório ainda aberto = saída anormal no meio da listagem -
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
       copy PCL09400.CPY replacing ==(f94)== by ==f94==.
       copy PCL05800.CPY replacing ==(f58)== by ==f58==.
       copy PCL99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCL05701.CPY replacing ==(f57)== by ==f57==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
