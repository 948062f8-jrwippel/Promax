      $set sourceformat"free"

       identification division.
       program-id.    PP00005J.

      *>
      *>              Manutenção do calendário de execução automática
      *>              (EFDJAN.CAD), no molde de PP00058/PP00059:
      *>              inclusão, alteração (reativa se desativado),
      *>              desativação e consulta, com trilha de auditoria em
      *>              EFDJANH.CAD. Mantém os dois tipos de registro lidos
      *>              por PP00005/2140 - janelas de horário por dia da
      *>              semana e bloqueios por data/período - e recusa
      *>              janela que se sobreponha a outra ativa da mesma
      *>              empresa/filial, assim como bloqueio cujo período
      *>              cruze outro bloqueio ativo do mesmo escopo.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCSJAN00.CPY replacing ==(fja)== by ==fja==.
       copy PCSJAN0H.CPY.
       copy PCS0570P.CPY.
       copy PCS0570S.CPY replacing ==(f570)== by ==f570==.

       data division.

       copy PCFJAN00.CPY replacing ==(fja)== by ==fja==.
       copy PCFJAN0H.CPY replacing ==(fjan)== by ==fjan==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570S.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "b".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-registro-antigo       pic x(39)   value spaces.
            03 ws-registro-novo         pic x(39)   value spaces.
            03 ws-tipo-operacao         pic x(01).
            03 ws-ind-data-valida       pic x(01)   value "S".
               88 ws-data-valida                    value "S".
            03 ws-data-consistida       pic 9(08).
            03 ws-dias-mes              pic 9(02).
            03 ws-quociente             pic 9(04)   comp.
            03 ws-resto                 pic 9(04)   comp.
            03 ws-ind-hora-valida       pic x(01)   value "S".
               88 ws-hora-valida                    value "S".
            03 ws-hora-consistida       pic 9(04).
            03 ws-hora-partes redefines ws-hora-consistida.
               05 ws-hora-hh            pic 9(02).
               05 ws-hora-mm            pic 9(02).
            03 ws-ultima-sequencia      pic 9(03).
            03 ws-ind-sobreposicao      pic x(01)   value "N".
               88 ws-sobreposicao                   value "S".
            03 ws-sequencia-conflito    pic 9(03).
            03 ws-seg-dia               pic 9(01).
            03 ws-seg-inicial           pic 9(04).
            03 ws-seg-final             pic 9(04).
            03 ws-dia-segmento          pic 9(01).
            03 ws-nome-dia-semana       pic x(15).
            03 ws-data-exibe.
               05 ws-data-exibe-dia     pic 9(02).
               05 filler                pic x(01)   value "/".
               05 ws-data-exibe-mes     pic 9(02).
               05 filler                pic x(01)   value "/".
               05 ws-data-exibe-ano     pic 9(04).
            03 ws-data-exibe-inicial    pic x(10).
            03 ws-data-exibe-final      pic x(10).
            03 ws-escopo-bloqueio       pic x(30).
            03 ws-linha-consulta        pic x(200).
            03 ws-total-ativas          pic 9(05)   value zeros.
            03 ws-total-desativadas     pic 9(05)   value zeros.
            03 wx-segmento-1            pic 9(02)   comp.
            03 wx-segmento-2            pic 9(02)   comp.

      *> Faixas diárias de uma janela para a checagem de sobreposição
      *> (2700): janela "virada" vira duas faixas (cauda do dia de
      *> abertura e madrugada do dia seguinte) e "todos os dias" vira
      *> sete - no máximo 14 faixas por janela.
       01   wt-segmentos-trabalho.
            03 wt-total-segmentos       pic 9(02)   comp value zeros.
            03 wt-segmento              occurs 14 times.
               05 wt-sg-dia             pic 9(01).
               05 wt-sg-inicial         pic 9(04).
               05 wt-sg-final           pic 9(04).

       01   wt-segmentos-proposta.
            03 wt-total-segmentos-prop  pic 9(02)   comp value zeros.
            03 wt-segmento-prop         occurs 14 times.
               05 wt-sp-dia             pic 9(01).
               05 wt-sp-inicial         pic 9(04).
               05 wt-sp-final           pic 9(04).

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".

       linkage section.
       copy PCW990.CPY.
       copy PCW005J.CPY replacing ==(l5j)== by ==lp==.

       procedure division using lnk-par
                                lp-par-janela.

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
            if   lp-opcao-janela <> "CO"
                 perform 1300-verifica-autorizacao
            end-if
            string lnk-dtbpath delimited by " " "/EFDJAN.CAD" into wid-pdjan00
            open i-o pdjan00
      *> Base ainda sem calendário - a inclusão cria o arquivo (até lá
      *> PP00005 executa a qualquer hora, como sempre fez).
            if   ws-resultado-acesso = "35"
                 open output pdjan00
                 close pdjan00
                 open i-o pdjan00
            end-if
            move "pdjan00-janelas-execucao" to whs-arquivo
            perform 9000-trata-abertura.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00005J"             to ls-nome-programa
            move lp-opcao-janela        to ls-opcao
            move lp-usuario             to ls-usuario
            move lp-cd-empresa          to ls-cd-empresa
            move lp-cd-filial           to ls-cd-filial
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
            move spaces                 to lp-status-janela
            evaluate  lp-opcao-janela
                when  "IN"                           *> inclui janela/bloqueio
                      perform 2100-inclui-registro
                when  "AL"                           *> altera janela/bloqueio
                      perform 2200-altera-registro
                when  "DE"                           *> desativa janela/bloqueio
                      perform 2300-desativa-registro
                when  "CO"                           *> consulta calendário
                      perform 2500-consulta-calendario
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
            end-evaluate.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Sequência zerada na entrada = próxima livre da empresa/filial,
      *> devolvida em lp-sequencia para o chamador.
       2100-inclui-registro section.
       2100.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-sequencia = zeros
                 perform 2680-obtem-proxima-sequencia
                 if   lp-mensagem <> spaces
                      exit section
                 end-if
            else
                 perform 2690-le-registro-informado
                 if   ws-operacao-ok
                      move "Registro já cadastrado nesta empresa/filial/sequência"
                           to whs-mensagem
                      move whs-mensagem to lp-mensagem
                      exit section
                 end-if
            end-if
            perform 2700-verifica-sobreposicao
            if   ws-sobreposicao
                 perform 2790-monta-mensagem-sobreposicao
                 exit section
            end-if
            move spaces                 to ws-registro-antigo
            initialize                     fjan0-janela
            move lp-cd-empresa          to fjan0-cd-empresa
            move lp-cd-filial           to fjan0-cd-filial
            move lp-sequencia           to fjan0-sequencia
            perform 2900-move-campos-entrada
            move "S"                    to fjan0-ind-ativo
            move fjan0-janela           to ws-registro-novo
            write fjan0-janela
            if   not ws-operacao-ok
                 move "2100-erro de inclusão em efdjan.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "I"                    to ws-tipo-operacao
            perform 2950-grava-historico
            perform 2970-invalida-sumario
            move "OK"                   to lp-status-janela.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2200-altera-registro section.
       2200.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-sequencia = zeros
                 move "Falta sequência" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            perform 2690-le-registro-informado
            if   not ws-operacao-ok
                 move "Registro não cadastrado" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            perform 2700-verifica-sobreposicao
            if   ws-sobreposicao
                 perform 2790-monta-mensagem-sobreposicao
                 exit section
            end-if
      *> 2700 percorreu o arquivo - relê o registro antes de regravar.
            perform 2690-le-registro-informado
            move fjan0-janela           to ws-registro-antigo
            perform 2900-move-campos-entrada
      *> Alterar um registro desativado o reativa, como em PP00058 -
      *> a trilha registra a virada na imagem antes/depois.
            move "S"                    to fjan0-ind-ativo
            move fjan0-janela           to ws-registro-novo
            rewrite fjan0-janela
            if   not ws-operacao-ok
                 move "2200-erro de atualizacao efdjan.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "A"                    to ws-tipo-operacao
            perform 2950-grava-historico
            perform 2970-invalida-sumario
            move "OK"                   to lp-status-janela.
       2200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2300-desativa-registro section.
       2300.
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-sequencia = zeros
                 move "Falta sequência" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            perform 2690-le-registro-informado
            if   not ws-operacao-ok
                 move "Registro não cadastrado" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   not fjan0-janela-ativa
                 move "Registro já está desativado" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move fjan0-janela           to ws-registro-antigo
            move "N"                    to fjan0-ind-ativo
            move fjan0-janela           to ws-registro-novo
            rewrite fjan0-janela
            if   not ws-operacao-ok
                 move "2300-erro de atualizacao efdjan.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "D"                    to ws-tipo-operacao
            perform 2950-grava-historico
            perform 2970-invalida-sumario
            move "OK"                   to lp-status-janela.
       2300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Lista o calendário completo na ordem da chave (empresa/filial/
      *> sequência), janelas e bloqueios, marcando os desativados - uma
      *> linha por registro, acumulada em lp-mensagem e no relatório
      *> impresso, como nas consultas de PP00058/PP00059.
       2500-consulta-calendario section.
       2500.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-ativas
            move zeros                  to ws-total-desativadas
            move "PP00005J_CO"          to ws-prefixo-relatorio
            move "CALENDÁRIO DE EXECUÇÃO AUTOMÁTICA - EFDJAN"
                                        to ws-titulo-relatorio
            move "Calendário completo, na ordem empresa/filial/sequência"
                                        to ws-filtro-relatorio
            perform 9100-abre-relatorio
            perform 9000-str-pdjan00-gtr
            perform 9000-ler-pdjan00-nex
            perform until not ws-operacao-ok
                move spaces             to ws-linha-consulta
                if   fjan0-bloqueio-data
                     move fjan0-data-inicial to ws-data-consistida
                     perform 2560-formata-data
                     move ws-data-exibe to ws-data-exibe-inicial
                     move fjan0-data-final to ws-data-consistida
                     perform 2560-formata-data
                     move ws-data-exibe to ws-data-exibe-final
                     if   fjan0-cd-empresa = zeros
                     and  fjan0-cd-filial  = zeros
                          move "(todas as unidades)" to
                               ws-escopo-bloqueio
                     else
                          move spaces   to ws-escopo-bloqueio
                     end-if
                     string "Empresa " fjan0-cd-empresa
                            " Filial " fjan0-cd-filial
                            " Seq " fjan0-sequencia
                            " - bloqueio de " ws-data-exibe-inicial
                            " a " ws-data-exibe-final
                            " " ws-escopo-bloqueio delimited by "  "
                            into ws-linha-consulta
                else
                     move fjan0-dia-semana to ws-seg-dia
                     perform 2570-monta-nome-dia
                     string "Empresa " fjan0-cd-empresa
                            " Filial " fjan0-cd-filial
                            " Seq " fjan0-sequencia
                            " - janela " ws-nome-dia-semana
                            delimited by "  "
                            " " fjan0-hora-inicial
                            "-" fjan0-hora-final
                            into ws-linha-consulta
                end-if
                move spaces             to whs-mensagem
                if   fjan0-janela-ativa
                     add  1             to ws-total-ativas
                     move ws-linha-consulta to whs-mensagem
                else
                     add  1             to ws-total-desativadas
                     string ws-linha-consulta delimited by "  "
                            " *** DESATIVADO ***"
                            into whs-mensagem
                end-if
                perform 2550-emite-linha-consulta
                perform 9000-ler-pdjan00-nex
            end-perform
            move spaces                 to whs-mensagem
            string "Total - ativos: " ws-total-ativas
                   " - desativados: " ws-total-desativadas
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-janela.
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
      *> ws-data-consistida (AAAAMMDD) -> ws-data-exibe (DD/MM/AAAA).
       2560-formata-data section.
       2560.
            move ws-data-consistida     to ws-data
            move ws-dia                 to ws-data-exibe-dia
            move ws-mes                 to ws-data-exibe-mes
            move ws-ano                 to ws-data-exibe-ano.
       2560-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2570-monta-nome-dia section.
       2570.
            evaluate ws-seg-dia
                when 0 move "todos os dias" to ws-nome-dia-semana
                when 1 move "segunda-feira" to ws-nome-dia-semana
                when 2 move "terça-feira"   to ws-nome-dia-semana
                when 3 move "quarta-feira"  to ws-nome-dia-semana
                when 4 move "quinta-feira"  to ws-nome-dia-semana
                when 5 move "sexta-feira"   to ws-nome-dia-semana
                when 6 move "sábado"        to ws-nome-dia-semana
                when 7 move "domingo"       to ws-nome-dia-semana
            end-evaluate.
       2570-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Consistências de inclusão/alteração. Janela: empresa/filial
      *> própria, dia 0-7, horas HHMM válidas e distintas; bloqueio:
      *> data inicial válida, final válida e não anterior (zeros = o
      *> mesmo dia). Deixa a mensagem de erro em lp-mensagem (vazia =
      *> aceita).
       2600-consiste-entrada section.
       2600.
            move spaces                 to lp-mensagem
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            evaluate lp-tipo-registro
                when "J"
                     continue
                when "B"
                     perform 2610-consiste-bloqueio
                     exit section
                when other
                     move "Tipo de registro inválido (J=janela, B=bloqueio)"
                          to whs-mensagem
                     move whs-mensagem  to lp-mensagem
                     exit section
            end-evaluate
            if   lp-cd-empresa = zeros
            and  lp-cd-filial  = zeros
                 move "Janela de horário exige empresa/filial - 000/000 só para bloqueio"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-dia-semana > 7
                 move "Dia da semana inválido (0=todos, 1=segunda ... 7=domingo)"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-hora-inicial        to ws-hora-consistida
            perform 2640-consiste-hora
            if   not ws-hora-valida
                 move "Hora inicial inválida (HHMM)" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-hora-final          to ws-hora-consistida
            perform 2640-consiste-hora
            if   not ws-hora-valida
                 move "Hora final inválida (HHMM)" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-hora-inicial = lp-hora-final
                 move "Hora inicial igual à final" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move zeros                  to lp-data-inicial
            move zeros                  to lp-data-final.
       2600-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2610-consiste-bloqueio section.
       2610.
            if   lp-data-inicial = zeros
                 move "Falta data inicial do bloqueio" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-data-inicial        to ws-data-consistida
            perform 2660-consiste-data
            if   not ws-data-valida
                 move "Data inicial inválida" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-data-final = zeros
                 move lp-data-inicial   to lp-data-final
            end-if
            move lp-data-final          to ws-data-consistida
            perform 2660-consiste-data
            if   not ws-data-valida
                 move "Data final inválida" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-data-final < lp-data-inicial
                 move "Data final anterior à data inicial" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move zeros                  to lp-dia-semana
            move zeros                  to lp-hora-inicial
            move zeros                  to lp-hora-final.
       2610-exit.
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
       2640-consiste-hora section.
       2640.
            move "S"                    to ws-ind-hora-valida
            if   ws-hora-hh > 23
            or   ws-hora-mm > 59
                 move "N"               to ws-ind-hora-valida
            end-if.
       2640-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Valida ws-data-consistida (AAAAMMDD), mesmo critério de
      *> PP00058/2700.
       2660-consiste-data section.
       2660.
            move "S"                    to ws-ind-data-valida
            move ws-data-consistida     to ws-data
            if   ws-ano < 1900 or ws-ano > 2199
                 move "N"               to ws-ind-data-valida
                 exit section
            end-if
            if   ws-mes < 1 or ws-mes > 12
                 move "N"               to ws-ind-data-valida
                 exit section
            end-if
            evaluate ws-mes
                when 1 when 3 when 5 when 7 when 8 when 10 when 12
                     move 31            to ws-dias-mes
                when 4 when 6 when 9 when 11
                     move 30            to ws-dias-mes
                when 2
                     move 28            to ws-dias-mes
                     divide ws-ano by 4 giving ws-quociente
                            remainder ws-resto
                     if   ws-resto = zeros
                          move 29       to ws-dias-mes
                          divide ws-ano by 100 giving ws-quociente
                                 remainder ws-resto
                          if   ws-resto = zeros
                               divide ws-ano by 400 giving ws-quociente
                                      remainder ws-resto
                               if   ws-resto <> zeros
                                    move 28 to ws-dias-mes
                               end-if
                          end-if
                     end-if
            end-evaluate
            if   ws-dia < 1 or ws-dia > ws-dias-mes
                 move "N"               to ws-ind-data-valida
            end-if.
       2660-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Próxima sequência livre da empresa/filial (maior + 1).
       2680-obtem-proxima-sequencia section.
       2680.
            move zeros                  to ws-ultima-sequencia
            initialize                     fjan0-janela
            move lp-cd-empresa          to fjan0-cd-empresa
            move lp-cd-filial           to fjan0-cd-filial
            perform 9000-str-pdjan00-emp
            perform 9000-ler-pdjan00-nex
            perform until not ws-operacao-ok
                    or    fjan0-cd-empresa <> lp-cd-empresa
                    or    fjan0-cd-filial  <> lp-cd-filial
                move fjan0-sequencia    to ws-ultima-sequencia
                perform 9000-ler-pdjan00-nex
            end-perform
            if   ws-ultima-sequencia = 999
                 move "Empresa/filial sem sequência livre em EFDJAN.CAD"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            compute lp-sequencia = ws-ultima-sequencia + 1.
       2680-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2690-le-registro-informado section.
       2690.
            initialize                     fjan0-janela
            move lp-cd-empresa          to fjan0-cd-empresa
            move lp-cd-filial           to fjan0-cd-filial
            move lp-sequencia           to fjan0-sequencia
            perform 9000-ler-pdjan00-ran.
       2690-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Compara a proposta com os registros ativos do mesmo tipo da
      *> mesma empresa/filial (exceto o próprio, na alteração).
      *> Bloqueio: os períodos não podem se cruzar - estender um
      *> bloqueio existente é alteração, não um segundo registro.
      *> Janela: nenhuma faixa diária da proposta pode encostar numa
      *> faixa de outra janela (as duas pontas são inclusivas em
      *> PP00005/2140); janelas sobrepostas tornam ambíguo o cálculo do
      *> tempo restante de PP00005/2148.
       2700-verifica-sobreposicao section.
       2700.
            move "N"                    to ws-ind-sobreposicao
            move zeros                  to ws-sequencia-conflito
            if   lp-tipo-registro = "J"
                 move lp-dia-semana     to ws-seg-dia
                 move lp-hora-inicial   to ws-seg-inicial
                 move lp-hora-final     to ws-seg-final
                 perform 2720-monta-segmentos
                 move wt-segmentos-trabalho to wt-segmentos-proposta
            end-if
            initialize                     fjan0-janela
            move lp-cd-empresa          to fjan0-cd-empresa
            move lp-cd-filial           to fjan0-cd-filial
            perform 9000-str-pdjan00-emp
            perform 9000-ler-pdjan00-nex
            perform until not ws-operacao-ok
                    or    fjan0-cd-empresa <> lp-cd-empresa
                    or    fjan0-cd-filial  <> lp-cd-filial
                    or    ws-sobreposicao
                if   fjan0-janela-ativa
                and  fjan0-sequencia <> lp-sequencia
                     if   lp-tipo-registro = "B"
                          if   fjan0-bloqueio-data
                          and  lp-data-inicial <= fjan0-data-final
                          and  fjan0-data-inicial <= lp-data-final
                               move "S" to ws-ind-sobreposicao
                               move fjan0-sequencia to
                                    ws-sequencia-conflito
                          end-if
                     else
                          if   not fjan0-bloqueio-data
                               move fjan0-dia-semana to ws-seg-dia
                               move fjan0-hora-inicial to ws-seg-inicial
                               move fjan0-hora-final to ws-seg-final
                               perform 2720-monta-segmentos
                               perform 2740-compara-segmentos
                          end-if
                     end-if
                end-if
                perform 9000-ler-pdjan00-nex
            end-perform.
       2700-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> ws-seg-dia/inicial/final -> faixas diárias em
      *> wt-segmentos-trabalho.
       2720-monta-segmentos section.
       2720.
            move zeros                  to wt-total-segmentos
            if   ws-seg-dia = zeros
                 perform varying ws-dia-segmento from 1 by 1
                   until ws-dia-segmento > 7
                      perform 2730-adiciona-segmentos-dia
                 end-perform
            else
                 move ws-seg-dia        to ws-dia-segmento
                 perform 2730-adiciona-segmentos-dia
            end-if.
       2720-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2730-adiciona-segmentos-dia section.
       2730.
            add  1                      to wt-total-segmentos
            move ws-dia-segmento        to wt-sg-dia (wt-total-segmentos)
            move ws-seg-inicial         to
                 wt-sg-inicial (wt-total-segmentos)
            if   ws-seg-inicial <= ws-seg-final
                 move ws-seg-final      to
                      wt-sg-final (wt-total-segmentos)
                 exit section
            end-if
      *> Janela "virada": cauda até 2359 no dia de abertura e
      *> madrugada até a hora final no dia seguinte (domingo -> segunda).
            move 2359                   to wt-sg-final (wt-total-segmentos)
            add  1                      to wt-total-segmentos
            if   ws-dia-segmento = 7
                 move 1                 to wt-sg-dia (wt-total-segmentos)
            else
                 compute wt-sg-dia (wt-total-segmentos) =
                         ws-dia-segmento + 1
            end-if
            move zeros                  to
                 wt-sg-inicial (wt-total-segmentos)
            move ws-seg-final           to
                 wt-sg-final (wt-total-segmentos).
       2730-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2740-compara-segmentos section.
       2740.
            perform varying wx-segmento-1 from 1 by 1
              until wx-segmento-1 > wt-total-segmentos-prop
                 or ws-sobreposicao
                perform varying wx-segmento-2 from 1 by 1
                  until wx-segmento-2 > wt-total-segmentos
                    if   wt-sp-dia (wx-segmento-1) =
                         wt-sg-dia (wx-segmento-2)
                    and  wt-sp-inicial (wx-segmento-1) <=
                         wt-sg-final (wx-segmento-2)
                    and  wt-sg-inicial (wx-segmento-2) <=
                         wt-sp-final (wx-segmento-1)
                         move "S"       to ws-ind-sobreposicao
                         move fjan0-sequencia to ws-sequencia-conflito
                         exit perform
                    end-if
                end-perform
            end-perform.
       2740-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2790-monta-mensagem-sobreposicao section.
       2790.
            move spaces                 to whs-mensagem
            if   lp-tipo-registro = "B"
                 string "Período cruza o bloqueio ativo de sequência "
                        ws-sequencia-conflito
                        " da mesma empresa/filial - altere o existente"
                        into whs-mensagem
            else
                 string "Janela se sobrepõe à janela ativa de sequência "
                        ws-sequencia-conflito
                        " da mesma empresa/filial"
                        into whs-mensagem
            end-if
            move whs-mensagem           to lp-mensagem.
       2790-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2900-move-campos-entrada section.
       2900.
            move lp-tipo-registro       to fjan0-tipo-registro
            move lp-dia-semana          to fjan0-dia-semana
            move lp-hora-inicial        to fjan0-hora-inicial
            move lp-hora-final          to fjan0-hora-final
            move lp-data-inicial        to fjan0-data-inicial
            move lp-data-final          to fjan0-data-final.
       2900-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Grava a trilha de auditoria em EFDJANH.CAD, no mesmo molde da
      *> trilha EFD058H.CAD de PP00058.
       2950-grava-historico section.
       2950.
            string lnk-dtbpath delimited by " " "/EFDJANH.CAD" into
                   wid-pdjan0h
            open extend                 pdjan0h
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output        pdjan0h
                 end-if
            end-if
            if   not ws-operacao-ok
                 move spaces            to whs-mensagem
                 perform 9000-monta-status
                 string "Erro abertura arquivo EFDJANH.CAD - Status: ", ws-status
                        into whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to fjanh-data-alteracao
            accept ws-horas             from time
            move ws-horas               to fjanh-hora-alteracao
            move lp-usuario             to fjanh-id-usuario
            move ws-tipo-operacao       to fjanh-tipo-operacao
            move lp-cd-empresa          to fjanh-cd-empresa
            move lp-cd-filial           to fjanh-cd-filial
            move lp-sequencia           to fjanh-sequencia
            move ws-registro-antigo     to fjanh-valor-antigo
            move ws-registro-novo       to fjanh-valor-novo
            move lp-motivo              to fjanh-motivo
            write fjanh-registro
            close pdjan0h.
       2950-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Janela ou bloqueio novo muda quando as pendências das filiais
      *> podem ser despachadas - trunca o sumário pré-computado
      *> EFD057S.CAD para as próximas entradas "PR" o recomporem, como
      *> PP00058/PP00059 fazem. Arquivo ainda inexistente é criado
      *> vazio, o que dá no mesmo.
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
            close pdjan00
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
       copy PCLJAN00.CPY replacing ==(fja)== by ==fja==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
