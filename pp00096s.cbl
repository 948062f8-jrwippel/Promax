      $set sourceformat"free"

       identification division.
       program-id.    PP00096S.

      *>
      *>              Conferência de autorização de usuário (EFDAUT.CAD),
      *>              chamada por PP00005 e pelos programas de manutenção
      *>              antes de cada opção supervisionada. Procura uma
      *>              concessão ativa do usuário para o programa, da
      *>              mais específica para a mais ampla: opção e
      *>              unidade exatas, opção em todas as unidades (000/
      *>              000), todas as opções ("**") na unidade e todas as
      *>              opções em todas as unidades. Opção que alcança
      *>              todas as unidades da base (ind-todas-unidades)
      *>              só passa com concessão em 000/000. Sem concessão, a
      *>              tentativa é gravada no log de segurança
      *>              EFDAUTL.CAD e a mensagem de recusa volta para o
      *>              chamador. Base sem EFDAUT.CAD (ou sem nenhuma
      *>              concessão ativa) ainda não implantou o controle -
      *>              todos seguem autorizados.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCSAUT00.CPY replacing ==(fau)== by ==fau==.
       copy PCSAUT0L.CPY.

       data division.

       copy PCFAUT00.CPY replacing ==(fau)== by ==fau==.
       copy PCFAUT0L.CPY replacing ==(faut)== by ==faut==.

       working-storage section.
       78   versao                       value "b".
       copy PCW900.CPY.                 *>Padrão

       01   ws-controle-autorizacao.
            03 ws-ind-efdaut-aberto     pic x(01)   value "N".
               88 ws-efdaut-aberto                  value "S".
            03 ws-ind-controle-implantado pic x(01) value "N".
               88 ws-controle-implantado            value "S".
            03 ws-ind-concessao-achada  pic x(01)   value "N".
               88 ws-concessao-achada               value "S".
            03 ws-motivo-recusa         pic x(60)   value spaces.

       linkage section.
       copy PCW990.CPY.
       copy PCW096S.CPY replacing ==(las)== by ==lp==.

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
      *> O programa fica carregado entre chamadas (quem chama não dá
      *> CANCEL) - todo indicador é reposto aqui a cada conferência.
       1000-inicializacao section.
       1000.
            move "S"                    to lp-ind-autorizado
            move spaces                 to lp-mensagem
            move "N"                    to ws-ind-efdaut-aberto
            move "N"                    to ws-ind-controle-implantado
            move "N"                    to ws-ind-concessao-achada
      *> Opção de todas as unidades não assume a unidade da sessão -
      *> concessão restrita a uma empresa/filial não a autoriza.
            if   lp-todas-unidades
                 move zeros             to lp-cd-empresa
                 move zeros             to lp-cd-filial
            else
                 if   lp-cd-empresa = zeros
                 and  lp-cd-filial  = zeros
                      move lnk-cd-empresa to lp-cd-empresa
                      move lnk-cd-filial  to lp-cd-filial
                 end-if
            end-if
            string lnk-dtbpath delimited by " " "/EFDAUT.CAD" into wid-pdaut00
            open input pdaut00
            if   ws-operacao-ok
                 move "S"               to ws-ind-efdaut-aberto
            end-if.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2000-processamento section.
       2000.
      *> EFDAUT.CAD inexistente: controle não implantado. Qualquer outra
      *> falha de abertura recusa - na dúvida, a opção supervisionada
      *> não é liberada.
            if   not ws-efdaut-aberto
                 if   ws-resultado-acesso = "35"
                      exit section
                 end-if
                 perform 9000-monta-status
                 move spaces            to ws-motivo-recusa
                 string "Erro abertura arquivo EFDAUT.CAD - Status: "
                        ws-status
                        into ws-motivo-recusa
                 perform 2900-registra-recusa
                 exit section
            end-if
            perform 2100-verifica-implantacao
            if   not ws-controle-implantado
                 exit section
            end-if
            if   lp-usuario = spaces
                 move "Usuário não informado" to ws-motivo-recusa
                 perform 2900-registra-recusa
                 exit section
            end-if
            perform 2200-procura-concessao
            if   not ws-concessao-achada
                 move spaces            to ws-motivo-recusa
                 if   lp-todas-unidades
                      string "Sem autorização para " lp-nome-programa
                             " opção " lp-opcao
                             " em todas as unidades (000/000)"
                             into ws-motivo-recusa
                 else
                      string "Sem autorização para " lp-nome-programa
                             " opção " lp-opcao
                             " na empresa " lp-cd-empresa
                             " filial " lp-cd-filial
                             into ws-motivo-recusa
                 end-if
                 perform 2900-registra-recusa
            end-if.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> O controle vale a partir da primeira concessão ativa - arquivo
      *> criado vazio (ou só com revogadas) não tranca ninguém de fora,
      *> inclusive quem vai cadastrar as concessões.
       2100-verifica-implantacao section.
       2100.
            move low-values             to faut0-chave
            perform 9000-str-pdaut00-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pdaut00-nex
            end-if
            perform until not ws-operacao-ok
                       or ws-controle-implantado
                if   faut0-autorizacao-ativa
                     move "S"           to ws-ind-controle-implantado
                else
                     perform 9000-ler-pdaut00-nex
                end-if
            end-perform.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Da concessão mais específica para a mais ampla - a primeira
      *> ativa encontrada autoriza. Opção de todas as unidades só
      *> procura as concessões em 000/000.
       2200-procura-concessao section.
       2200.
            if   lp-todas-unidades
                 move lp-opcao          to faut0-opcao
                 move zeros             to faut0-cd-empresa
                 move zeros             to faut0-cd-filial
                 perform 2250-le-concessao
                 if   ws-concessao-achada
                      exit section
                 end-if
                 move "**"              to faut0-opcao
                 move zeros             to faut0-cd-empresa
                 move zeros             to faut0-cd-filial
                 perform 2250-le-concessao
                 exit section
            end-if
            move lp-opcao               to faut0-opcao
            move lp-cd-empresa          to faut0-cd-empresa
            move lp-cd-filial           to faut0-cd-filial
            perform 2250-le-concessao
            if   ws-concessao-achada
                 exit section
            end-if
            move lp-opcao               to faut0-opcao
            move zeros                  to faut0-cd-empresa
            move zeros                  to faut0-cd-filial
            perform 2250-le-concessao
            if   ws-concessao-achada
                 exit section
            end-if
            move "**"                   to faut0-opcao
            move lp-cd-empresa          to faut0-cd-empresa
            move lp-cd-filial           to faut0-cd-filial
            perform 2250-le-concessao
            if   ws-concessao-achada
                 exit section
            end-if
            move "**"                   to faut0-opcao
            move zeros                  to faut0-cd-empresa
            move zeros                  to faut0-cd-filial
            perform 2250-le-concessao.
       2200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2250-le-concessao section.
       2250.
            move lp-usuario             to faut0-id-usuario
            move lp-nome-programa       to faut0-nome-programa
            perform 9000-ler-pdaut00-ran
            if   ws-operacao-ok
            and  faut0-autorizacao-ativa
                 move "S"               to ws-ind-concessao-achada
            end-if.
       2250-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Recusa: grava a tentativa em EFDAUTL.CAD e devolve a mensagem.
      *> Log que não abre não impede a recusa - o chamador recebe a
      *> mensagem de qualquer forma.
       2900-registra-recusa section.
       2900.
            move "N"                    to lp-ind-autorizado
            move spaces                 to lp-mensagem
            string "Acesso negado - usuário " delimited by size
                   lp-usuario delimited by " "
                   " - " delimited by size
                   ws-motivo-recusa delimited by "  "
                   into lp-mensagem
            string lnk-dtbpath delimited by " " "/EFDAUTL.CAD" into
                   wid-pdaut0l
            open extend                 pdaut0l
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output        pdaut0l
                 end-if
            end-if
            if   ws-operacao-ok
                 accept ws-data-inv     from date yyyymmdd
                 move ws-data-inv       to fautl-data-recusa
                 accept ws-horas        from time
                 move ws-horas          to fautl-hora-recusa
                 move lp-usuario        to fautl-id-usuario
                 move lp-nome-programa  to fautl-nome-programa
                 move lp-opcao          to fautl-opcao
                 move lp-cd-empresa     to fautl-cd-empresa
                 move lp-cd-filial      to fautl-cd-filial
                 move lnk-rotina        to fautl-rotina-chamadora
                 move ws-motivo-recusa  to fautl-motivo
                 write fautl-registro
                 close pdaut0l
            end-if.
       2900-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            if   ws-efdaut-aberto
                 close pdaut00
                 move "N"               to ws-ind-efdaut-aberto
            end-if.
       3000-exit.
            exit.

       copy PCP9000.CPY.
       copy PCLAUT00.CPY replacing ==(fau)== by ==fau==.
*>
