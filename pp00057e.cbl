      *>              Extração da posição de execução de ROTINAS ESPECIAIS
      *>              da base (EFD057.CAD x EFD058.CAD x EFDPAR.CAD) para o
      *>              arquivo de transmissão EFD057T.TXT, consolidado na
      *>              matriz por PP00057C. Leva também o resultado das
      *>              ações solicitadas pela matriz já aplicadas na base
      *>              por PP00057I (EFD057QB.CAD) e ainda não
      *>              transmitidas.
      *>

       environment division.
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCS0570T.CPY.
       copy PCS057QB.CPY replacing ==(f57q)== by ==f57q==.

       data division.

       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCF0570T.CPY replacing ==(f570)== by ==f570==.
       copy PCF057QB.CPY replacing ==(f57q)== by ==f57q==.

       working-storage section.
       78   versao                       value "c".
       copy PCW900.CPY.                 *>Padrão

       01   wt-tabela-unidades.
       01   ws-ind-tabela-truncada      pic x(01)   value "N".
               88 ws-tabela-truncada                value "S".

       01   ws-controle-resultados.
            03 ws-ind-possui-resultados pic x(01)   value "N".
               88 ws-possui-resultados              value "S".
            03 ws-total-resultados      pic 9(07)   value zeros.

       linkage section.
       copy PCW990.CPY.
       copy PCW0057.CPY replacing ==(lc)== by ==lp==.
            move "pd0570t-transmissao" to whs-arquivo
            perform 9000-trata-abertura

      *> Resultados das solicitações da matriz - só existe na base que
      *> já aplicou algum EFD057Q.TXT (PP00057I).
            string lnk-dtbpath delimited by " " "/EFD057QB.CAD" into
                   wid-pd057qb
            open i-o pd057qb
            if   ws-resultado-acesso = "35"
                 move "N"               to ws-ind-possui-resultados
            else
                 move "pd057qb-resultados-solicitacoes" to whs-arquivo
                 perform 9000-trata-abertura
                 move "S"               to ws-ind-possui-resultados
            end-if

            call "PW00219S"             using lnk-versao-base
            move lnk-versao-sistema     to ws-versao-sistema

      *> recusa por falta de trailer em vez de importar um mapa
      *> incompleto da frota.
            if   not ws-tabela-truncada
                 if   ws-possui-resultados
                      perform 2450-grava-resultados
                 end-if
                 perform 2500-grava-trailer
            end-if
            move spaces                 to whs-mensagem
            else
                 move "OK"              to lp-status-consolidacao
                 string "Extração concluída - " lp-total-registros
                        " registros gravados - " ws-total-resultados
                        " resultado(s) de solicitação da matriz"
                        into whs-mensagem
            end-if
            move whs-mensagem           to lp-mensagem.
            move lp-codigo-revenda      to f570t-codigo-revenda
            move lp-total-registros     to f570t-total-detalhes
            move ws-data-inv            to f570t-data-geracao-eco
            move ws-total-resultados    to f570t-total-resultados
            write f570t-registro
            if   not ws-operacao-ok
                 move "2500-erro de gravacao do arquivo de transmissao !!!"
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Um tipo 3 por resultado ainda não transmitido, marcado com a
      *> data desta extração (ws-data-inv do ACCEPT de 2100). Se este
      *> arquivo se perder, a matriz reenvia a solicitação e PP00057I
      *> zera a marca para o resultado seguir de novo.
       2450-grava-resultados section.
       2450.
            perform 9000-str-pd057qb-gtr
            perform 9000-ler-pd057qb-nex
            perform until not ws-operacao-ok
                if   f57qb-data-transmissao = zeros
                     initialize            f570t-registro
                     move "3"           to f570t-tipo-registro
                     move lp-codigo-revenda to f570t-codigo-revenda
                     move f57qb-numero-solicitacao to
                          f570t-numero-solicitacao
                     move f57qb-ind-resultado to f570t-ind-resultado
                     move f57qb-data-aplicacao to f570t-data-aplicacao
                     move f57qb-hora-aplicacao to f570t-hora-aplicacao
                     move f57qb-usuario-aplicacao to
                          f570t-usuario-aplicacao
                     move f57qb-motivo-recusa to f570t-motivo-recusa
                     write f570t-registro
                     if   not ws-operacao-ok
                          move "2450-erro de gravacao do arquivo de transmissao !!!"
                               to whs-mensagem
                          move ws-resultado-acesso to ws-status
                          perform 9000-mensagem-especial
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                     add  1             to ws-total-resultados
                     move ws-data-inv   to f57qb-data-transmissao
                     rewrite f57qb-registro
                     if   not ws-operacao-ok
                          move "2450-erro de regravacao efd057qb.cad !!!"
                               to whs-mensagem
                          move ws-resultado-acesso to ws-status
                          perform 9000-mensagem-especial
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                end-if
                perform 9000-ler-pd057qb-nex
            end-perform.
       2450-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd05701
            close pd05800
            close pd99800
            close pd0570t
            if   ws-possui-resultados
                 close pd057qb
            end-if.
       3000-exit.
            exit.

       copy PCL05701.CPY replacing ==(f57)== by ==f57==.
       copy PCL05800.CPY replacing ==(f58)== by ==f58==.
       copy PCL99800.CPY replacing ==(fpa)== by ==fpa==.
       copy PCL057QB.CPY replacing ==(f57q)== by ==f57q==.
*>
