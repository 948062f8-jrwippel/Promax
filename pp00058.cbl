
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS0580H.CPY.
       copy PCS0570L.CPY.
       copy PCS0570P.CPY.
       copy PCS0570S.CPY replacing ==(f570)== by ==f570==.


       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF0580H.CPY replacing ==(f580)== by ==f580==.
       copy PCF0570L.CPY replacing ==(f57l)== by ==f57l==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570S.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "f".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-registro-antigo       pic x(61)   value spaces.
            03 ws-registro-novo         pic x(61)   value spaces.
            03 ws-tipo-operacao         pic x(01).
            03 ws-sequencia-procurada   pic 9(05).
            03 ws-nome-procurado        pic x(08).
               88 ws-sequencia-em-uso               value "S".
            03 ws-ind-data-valida       pic x(01)   value "S".
               88 ws-data-valida                    value "S".
            03 ws-data-consistida       pic 9(08).
            03 ws-dias-mes              pic 9(02).
            03 ws-quociente             pic 9(04)   comp.
            03 ws-resto                 pic 9(04)   comp.
            03 ws-total-ativas          pic 9(05)   value zeros.
            03 ws-total-desativadas     pic 9(05)   value zeros.
            03 ws-ind-versao-valida     pic x(01)   value "S".
               88 ws-versao-valida                  value "S".
            03 ws-versao-consistida     pic x(11).
            03 ws-versao-partes redefines ws-versao-consistida.
               05 ws-versao-parte-1     pic x(02).
               05 ws-versao-ponto-1     pic x(01).
               05 ws-versao-parte-2     pic x(02).
               05 ws-versao-ponto-2     pic x(01).
               05 ws-versao-parte-3     pic x(02).
               05 ws-versao-ponto-3     pic x(01).
               05 ws-versao-parte-4     pic x(02).
            03 ws-descricao-faixa       pic x(40)   value spaces.

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".
       *>---------------------------------------------------------------------------------------------
       1000-inicializacao section.
       1000.
            if   lp-opcao-rotina <> "CO"
                 perform 1300-verifica-autorizacao
                 perform 1200-verifica-trava-execucao
            end-if
            string lnk-dtbpath delimited by " " "/EFD058.CAD" into wid-pd05800
            open i-o pd05800
      *> Base nova ainda sem cadastro - a inclusão cria o arquivo.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Com EFD057.LCK preso (despacho de PP00005 ou arquivamento de
      *> PP00097, que troca EFD058H.CAD pela cópia enxuta) nada é
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
            move "PP00058"              to ls-nome-programa
            move lp-opcao-rotina        to ls-opcao
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
            move spaces                 to lp-status-rotina
            perform 9000-str-pd05800-gtr
            perform 9000-ler-pd05800-nex
            perform until not ws-operacao-ok
                move spaces             to whs-mensagem
                if   f5800-ativo
                     add  1             to ws-total-ativas
                     perform 2510-monta-faixa-versao
                     string "Seq " f5800-sequencia
                            " - " f5800-nome-programa
                            " projeto " f5800-codigo-projeto
                            " por-unidade " f5800-ind-execucao
                            " vigência " f5800-data-vigencia
                            " tentativas " f5800-max-tentativas
                            " prazo " f5800-data-limite
                            " " ws-descricao-faixa delimited by "  "
                            into whs-mensagem
                else
                     add  1             to ws-total-desativadas
       2500-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Descrição da faixa de versões de f5800-rotina para a linha da
      *> consulta - mesmo texto que o PP00005 usa nos avisos de rotina
      *> não aplicável.
       2510-monta-faixa-versao section.
       2510.
            move spaces                 to ws-descricao-faixa
            evaluate true
                when f5800-versao-minima = spaces
                and  f5800-versao-maxima = spaces
                     move "todas as versões" to ws-descricao-faixa
                when f5800-versao-maxima = spaces
                     string "a partir da versão " f5800-versao-minima
                            into ws-descricao-faixa
                when f5800-versao-minima = spaces
                     string "até a versão " f5800-versao-maxima
                            into ws-descricao-faixa
                when other
                     string "versões " f5800-versao-minima
                            " a " f5800-versao-maxima
                            into ws-descricao-faixa
            end-evaluate.
       2510-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Mesmo critério de 2650-emite-linha-consulta de PP00005:
      *> acumula em lp-mensagem (limitada a 4000 bytes, com aviso de

       *>---------------------------------------------------------------------------------------------
      *> Consistências de inclusão/alteração: identificação, indicadores
      *> restritos aos valores legais dos níveis 88 de PCF05800, datas
      *> de vigência e limite válidas, faixa de versões bem formada.
      *> Deixa a mensagem de erro em lp-mensagem (vazia = entrada
      *> aceita).
       2600-consiste-entrada section.
       2600.
            move spaces                 to lp-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-data-vigencia       to ws-data-consistida
            perform 2700-consiste-data
            if   not ws-data-valida
                 move "Data de vigência inválida" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-data-limite         to ws-data-consistida
            perform 2700-consiste-data
            if   not ws-data-valida
                 move "Data limite inválida" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
      *> Prazo anterior ao início da vigência nasceria vencido: a
      *> pendência nem é consistida antes da vigência.
            if   lp-data-limite > zeros
            and  lp-data-vigencia > zeros
            and  lp-data-limite <= lp-data-vigencia
                 move "Data limite deve ser posterior à data de vigência"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-versao-minima       to ws-versao-consistida
            perform 2720-consiste-versao
            if   not ws-versao-valida
                 move "Versão mínima inválida (formato 99.99.99.99 ou espaços)"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-versao-maxima       to ws-versao-consistida
            perform 2720-consiste-versao
            if   not ws-versao-valida
                 move "Versão máxima inválida (formato 99.99.99.99 ou espaços)"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-versao-minima <> spaces
            and  lp-versao-maxima <> spaces
            and  lp-versao-minima > lp-versao-maxima
                 move "Versão mínima maior que a versão máxima" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if.
       2600-exit.
            exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Valida ws-data-consistida (AAAAMMDD) - data de vigência ou
      *> data limite. Zeros é aceito - rotina sem data de corte / sem
      *> prazo, como documentado em PCF05800.
       2700-consiste-data section.
       2700.
            move "S"                    to ws-ind-data-valida
            if   ws-data-consistida = zeros
                 exit section
            end-if
            move ws-data-consistida     to ws-data
            if   ws-ano < 1900 or ws-ano > 2199
                 move "N"               to ws-ind-data-valida
                 exit section
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Valida ws-versao-consistida no formato de PW00219S
      *> (99.99.99.99). Espaços é aceito - sem limite naquela ponta da
      *> faixa, como documentado em PCF05800. O formato fixo com zeros à
      *> esquerda é o que permite ao PP00005 comparar versões como
      *> alfanumérico.
       2720-consiste-versao section.
       2720.
            move "S"                    to ws-ind-versao-valida
            if   ws-versao-consistida = spaces
                 exit section
            end-if
            if   ws-versao-parte-1 not numeric
            or   ws-versao-parte-2 not numeric
            or   ws-versao-parte-3 not numeric
            or   ws-versao-parte-4 not numeric
            or   ws-versao-ponto-1 <> "."
            or   ws-versao-ponto-2 <> "."
            or   ws-versao-ponto-3 <> "."
                 move "N"               to ws-ind-versao-valida
            end-if.
       2720-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2900-move-campos-entrada section.
       2900.
            move lp-sequencia           to f5800-sequencia
            move lp-ind-tipo-programa   to f5800-ind-tipo-programa
            move lp-ind-execucao        to f5800-ind-execucao
            move lp-data-vigencia       to f5800-data-vigencia
            move lp-max-tentativas      to f5800-max-tentativas
            move lp-versao-minima       to f5800-versao-minima
            move lp-versao-maxima       to f5800-versao-maxima
            move lp-data-limite         to f5800-data-limite.
       2900-exit.
            exit.

