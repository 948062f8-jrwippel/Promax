      $set sourceformat"free"

       identification division.
       program-id.    PP00097.

      *>
      *>              Arquivamento dos logs e trilhas de auditoria que
      *>              só crescem (EFD057A, EFD057R, EFD057X, EFD057H,
      *>              EFD058H, EFD059H e EFD057FH): registros mais
      *>              antigos que a retenção informada para cada arquivo
      *>              saem para um arquivo morto datado em
      *>              <dtbpath>/ARQUIVO, catalogado em EFDARQ.CAD, e o
      *>              arquivo de origem fica só com o período corrente -
      *>              a consulta "AL" e o escalonamento PP00057A leem
      *>              EFD057A/EFD057R/EFD057X de ponta a ponta a cada
      *>              rodada. Alerta, reconhecimento e escalonamento
      *>              saem sempre juntos, e alerta ainda não reconhecido
      *>              não sai: depois do arquivamento nenhum alerta
      *>              reconhecido volta a aparecer como pendente nem é
      *>              escalonado de novo. A opção "CO" consulta o
      *>              histórico arquivado pelo catálogo.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCSARQ00.CPY.
       copy PCSARQ0E.CPY.
       copy PCSARQ0N.CPY.
       copy PCSARQ0M.CPY.
       copy PCS0570R.CPY replacing ==(f570)== by ==f570==.
       copy PCS0570X.CPY replacing ==(f570)== by ==f570==.
       copy PCS0570L.CPY.
       copy PCS0570P.CPY.

       data division.

       copy PCFARQ00.CPY replacing ==(far)== by ==far==.
       copy PCFARQ0E.CPY replacing ==(farq)== by ==farq==.
       copy PCFARQ0N.CPY replacing ==(farq)== by ==farq==.
       copy PCFARQ0M.CPY replacing ==(farq)== by ==farq==.
       copy PCF0570R.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570X.CPY replacing ==(f570)== by ==f570==.
       copy PCF0570L.CPY replacing ==(f57l)== by ==f57l==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "b".
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW920.CPY.                 *>Cálculo de dias corridos
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

      *> Arquivos tratados e a posição da data que decide a idade de
      *> cada registro (a data da ocorrência/alteração; em EFD057H a
      *> data da reabertura). Mesma ordem das retenções da linkage.
       01   wt-arquivos-valores.
            03 filler                   pic x(08)   value "EFD057A".
            03 filler                   pic 9(03)   value 001.
            03 filler                   pic x(08)   value "EFD057R".
            03 filler                   pic 9(03)   value 001.
            03 filler                   pic x(08)   value "EFD057X".
            03 filler                   pic 9(03)   value 001.
            03 filler                   pic x(08)   value "EFD057H".
            03 filler                   pic 9(03)   value 105.
            03 filler                   pic x(08)   value "EFD058H".
            03 filler                   pic 9(03)   value 001.
            03 filler                   pic x(08)   value "EFD059H".
            03 filler                   pic 9(03)   value 001.
            03 filler                   pic x(08)   value "EFD057FH".
            03 filler                   pic 9(03)   value 001.
       01   wt-tabela-arquivos redefines wt-arquivos-valores.
            03 wt-arquivo               occurs 7 times.
               05 wt-arq-nome           pic x(08).
               05 wt-arq-posicao-data   pic 9(03).

       01   ws-campos-de-trabalho.
            03 wx-arquivo               pic 9(02)   comp value zeros.
            03 ws-posicao-data          pic 9(03)   comp value zeros.
            03 ws-data-registro         pic x(08).
            03 ws-dias-hoje             pic 9(07)   comp value zeros.
            03 ws-idade-dias            pic s9(07)  comp value zeros.
            03 ws-dias-grupo            pic 9(04)   value zeros.
            03 ws-dias-aplicados        pic 9(04)   value zeros.
            03 ws-data-rodada           pic 9(08)   value zeros.
            03 ws-hora-rodada           pic 9(06)   value zeros.
            03 ws-registro-arquivado    pic x(256)  value spaces.
            03 ws-nome-arquivo-morto    pic x(40)   value spaces.
            03 ws-nome-atual            pic x(100)  value spaces.
            03 ws-nome-backup           pic x(100)  value spaces.
            03 ws-nome-novo             pic x(100)  value spaces.
            03 ws-diretorio-arquivo     pic x(100)  value spaces.
            03 ws-data-inicial          pic 9(08)   value zeros.
            03 ws-data-final            pic 9(08)   value zeros.
            03 ws-total-lidos           pic 9(07)   value zeros.
            03 ws-total-arquivados      pic 9(07)   value zeros.
            03 ws-total-mantidos        pic 9(07)   value zeros.
            03 ws-total-pendentes       pic 9(07)   value zeros.
            03 ws-total-geral-arquivados pic 9(07)  value zeros.
            03 ws-total-arquivos-mortos pic 9(05)   value zeros.
            03 ws-total-consultados     pic 9(07)   value zeros.
            03 ws-data-mais-antiga      pic 9(08)   value zeros.
            03 ws-data-mais-recente     pic 9(08)   value zeros.
            03 ws-ind-registro-vencido  pic x(01)   value "N".
               88 ws-registro-vencido               value "S".
            03 ws-ind-exige-reconhecimento pic x(01) value "N".
               88 ws-exige-reconhecimento           value "S".
            03 ws-ind-trava-obtida      pic x(01)   value "N".
               88 ws-trava-obtida                   value "S".
            03 ws-ind-catalogo-aberto   pic x(01)   value "N".
               88 ws-catalogo-aberto                value "S".
            03 ws-ind-reconhecimentos-aberto pic x(01) value "N".
               88 ws-reconhecimentos-aberto         value "S".
            03 ws-ind-arquivo-morto-aberto pic x(01) value "N".
               88 ws-arquivo-morto-aberto           value "S".
            03 ws-ind-escalonamentos-aberto pic x(01) value "N".
               88 ws-escalonamentos-aberto          value "S".
            03 ws-ind-trilha-aberta     pic x(01)   value "N".
               88 ws-trilha-aberta                  value "S".

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".

       linkage section.
       copy PCW990.CPY.
       copy PCW0097.CPY replacing ==(l97)== by ==lp==.

       procedure division using lnk-par
                                lp-par-arquivamento.

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
            move spaces                 to lp-status-arquivamento
            move spaces                 to lp-mensagem
            if   lp-opcao-arquivamento = "AQ"
                 perform 1300-verifica-autorizacao
                 perform 1200-obtem-trava-execucao
            end-if.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> O arquivamento reescreve EFD057A.CAD e apaga registros de
      *> EFD057R/EFD057X - não roda junto com uma sessão de PP00005
      *> que esteja com a trava de EFD057.CAD (mesma trava do 1200 de
      *> PP00005, liberada em 3000-finalizacao).
       1200-obtem-trava-execucao section.
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
                      string "Arquivamento bloqueado - EFD057.CAD em uso por "
                             delimited by size
                             f57l-id-usuario delimited by " "
                             " (modo " f57l-opcao
                             " empresa " f57l-cd-empresa
                             " filial " f57l-cd-filial
                             " desde " f57l-data-inicio
                             " " f57l-hora-inicio
                             ") - liberação supervisionada pela opção FL"
                             into whs-mensagem
                      perform 9000-mensagem-especial
                      perform 3000-finalizacao
                      perform 0000-saida
                 end-if
                 close pd0570l
            end-if
            open output pd0570l
            move "pd0570l-trava-execucao" to whs-arquivo
            perform 9000-trata-abertura
            move lp-usuario             to f57l-id-usuario
            if   f57l-id-usuario = spaces
                 move lnk-rotina        to f57l-id-usuario
            end-if
            move lnk-cd-empresa         to f57l-cd-empresa
            move lnk-cd-filial          to f57l-cd-filial
            move lp-opcao-arquivamento  to f57l-opcao
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f57l-data-inicio
            accept ws-horas             from time
            move ws-horas               to f57l-hora-inicio
            write f57l-trava
            close pd0570l
            move "S"                    to ws-ind-trava-obtida.
       1200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00097"              to ls-nome-programa
            move lp-opcao-arquivamento  to ls-opcao
            move lp-usuario             to ls-usuario
      *> O arquivamento alcança os arquivos da base inteira.
            move "S"                    to ls-ind-todas-unidades
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
            evaluate  lp-opcao-arquivamento
                when  "AQ"                           *> arquiva registros vencidos
                      perform 2100-arquiva
                when  "CO"                           *> consulta arquivos mortos
                      perform 2500-consulta-arquivo-morto
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
            end-evaluate.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Uma rodada: todos os arquivos mortos levam a mesma data/hora no
      *> nome. A trinca de alertas vai primeiro (2200), depois cada
      *> trilha sequencial com retenção informada (2300).
       2100-arquiva section.
       2100.
            if   lp-usuario = spaces
                 move "Falta usuário"   to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-dias-retencao = zeros
                 move "Nenhuma retenção informada - nada a arquivar" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-geral-arquivados
            move zeros                  to ws-total-arquivos-mortos
            accept ws-data-rodada       from date yyyymmdd
            accept ws-horas             from time
            move ws-horas               to ws-hora-rodada
            move ws-data-rodada         to ws-dc-data
            perform 9200-calcula-dias-corridos
            move ws-dc-dias-corridos    to ws-dias-hoje

      *> Pasta dos arquivos mortos - return-code ignorado porque ela
      *> normalmente já existe.
            move spaces                 to ws-diretorio-arquivo
            string lnk-dtbpath delimited by " " "/ARQUIVO"
                   into ws-diretorio-arquivo
            call "CBL_CREATE_DIR"       using ws-diretorio-arquivo
            move zeros                  to return-code

            string lnk-dtbpath delimited by " " "/EFDARQ.CAD" into
                   wid-pdarq00
            open extend pdarq00
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output pdarq00
                 end-if
            end-if
            move "pdarq00-catalogo-arquivamento" to whs-arquivo
            perform 9000-trata-abertura
            move "S"                    to ws-ind-catalogo-aberto

            move "PP00097_AQ"           to ws-prefixo-relatorio
            move "ARQUIVAMENTO DOS LOGS E TRILHAS DE AUDITORIA"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            string "Retenção (dias) 057A:" lp-dias-efd057a
                   " 057R:" lp-dias-efd057r
                   " 057X:" lp-dias-efd057x
                   " 057H:" lp-dias-efd057h
                   " 058H:" lp-dias-efd058h
                   " 059H:" lp-dias-efd059h
                   " 057FH:" lp-dias-efd057fh
                   into ws-filtro-relatorio
            perform 9100-abre-relatorio

            if   lp-dias-efd057a = zeros
            and  lp-dias-efd057r = zeros
            and  lp-dias-efd057x = zeros
                 move "EFD057A/EFD057R/EFD057X - fora da rodada (retenção não informada)"
                      to whs-mensagem
                 perform 2550-emite-linha-consulta
            else
                 perform 2200-arquiva-alertas
            end-if

            move "N"                    to ws-ind-exige-reconhecimento
            perform varying wx-arquivo from 4 by 1 until wx-arquivo > 7
                if   lp-dias-arquivo (wx-arquivo) = zeros
                     move spaces        to whs-mensagem
                     string wt-arq-nome (wx-arquivo) delimited by " "
                            " - fora da rodada (retenção não informada)"
                            into whs-mensagem
                     perform 2550-emite-linha-consulta
                else
                     move lp-dias-arquivo (wx-arquivo) to
                          ws-dias-aplicados
                     perform 2300-arquiva-sequencial
                end-if
            end-perform

            move spaces                 to whs-mensagem
            string "Total arquivado: " ws-total-geral-arquivados
                   " registro(s) em " ws-total-arquivos-mortos
                   " arquivo(s) morto(s) - catálogo EFDARQ.CAD"
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-arquivamento.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Alertas (EFD057A), reconhecimentos (EFD057R) e escalonamentos
      *> (EFD057X) têm a mesma chave (data, hora, empresa/filial e
      *> rotina do alerta) e saem juntos, pela maior das três
      *> retenções, contada da data do alerta. Só sai alerta
      *> reconhecido: alerta vencido sem reconhecimento continua
      *> pendente no console, e o escalonamento dele fica junto para
      *> PP00057A não exportá-lo de novo. A ordem - escalonamentos,
      *> alertas, reconhecimentos - mantém EFD057R.CAD intacto
      *> enquanto as outras duas passadas consultam o reconhecimento.
       2200-arquiva-alertas section.
       2200.
            move lp-dias-efd057a        to ws-dias-grupo
            if   lp-dias-efd057r > ws-dias-grupo
                 move lp-dias-efd057r   to ws-dias-grupo
            end-if
            if   lp-dias-efd057x > ws-dias-grupo
                 move lp-dias-efd057x   to ws-dias-grupo
            end-if
            move ws-dias-grupo          to ws-dias-aplicados
            move spaces                 to whs-mensagem
            string "EFD057A/EFD057R/EFD057X arquivados juntos - retenção de "
                   ws-dias-grupo " dia(s) contados da data do alerta"
                   into whs-mensagem
            perform 2550-emite-linha-consulta

            string lnk-dtbpath delimited by " " "/EFD057R.CAD" into
                   wid-pd0570r
            open i-o pd0570r
            if   ws-resultado-acesso = "35"
                 move "EFD057R.CAD inexistente - nenhum alerta reconhecido, nada a arquivar"
                      to whs-mensagem
                 perform 2550-emite-linha-consulta
                 exit section
            end-if
            move "pd0570r-reconhecimentos" to whs-arquivo
            perform 9000-trata-abertura
            move "S"                    to ws-ind-reconhecimentos-aberto

            move 3                      to wx-arquivo
            perform 2210-arquiva-escalonamentos
            move 1                      to wx-arquivo
            move "S"                    to ws-ind-exige-reconhecimento
            perform 2300-arquiva-sequencial
            move "N"                    to ws-ind-exige-reconhecimento
            move 2                      to wx-arquivo
            perform 2230-arquiva-reconhecimentos

            close pd0570r
            move "N"                    to ws-ind-reconhecimentos-aberto.
       2200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Escalonamento vencido sai só com o reconhecimento do alerta
      *> presente em EFD057R.CAD.
       2210-arquiva-escalonamentos section.
       2210.
            perform 2420-zera-contadores
            string lnk-dtbpath delimited by " " "/EFD057X.CAD" into
                   wid-pd0570x
            open i-o pd0570x
            if   ws-resultado-acesso = "35"
                 move "EFD057X.CAD inexistente - nada a arquivar" to
                      whs-mensagem
                 perform 2550-emite-linha-consulta
                 exit section
            end-if
            move "pd0570x-exportacoes"  to whs-arquivo
            perform 9000-trata-abertura
            move "S"                    to ws-ind-escalonamentos-aberto
            move low-values             to f570x-chave
            perform 9000-str-pd0570x-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570x-nex
            end-if
            perform until not ws-operacao-ok
                add  1                  to ws-total-lidos
                move f570x-data-ocorrencia to ws-data-registro
                perform 2400-verifica-idade
                if   ws-registro-vencido
                     move f570x-chave   to f570r-chave
                     perform 9000-ler-pd0570r-ran
                     if   not ws-operacao-ok
                          move "N"      to ws-ind-registro-vencido
                          add  1        to ws-total-pendentes
                     end-if
                end-if
                if   ws-registro-vencido
                     move f570x-registro to ws-registro-arquivado
                     perform 2410-grava-arquivo-morto
                     delete pd0570x
                     if   not ws-operacao-ok
                          move "2210-erro de exclusao efd057x.cad !!!" to
                               whs-mensagem
                          move ws-resultado-acesso to ws-status
                          perform 9000-mensagem-especial
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                else
                     add  1             to ws-total-mantidos
                end-if
                perform 9000-ler-pd0570x-nex
            end-perform
            close pd0570x
            move "N"                    to ws-ind-escalonamentos-aberto
            perform 2430-fecha-arquivo-morto
            perform 2440-cataloga-arquivo-morto
            perform 2450-emite-resumo.
       2210-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Reconhecimento vencido sai sempre - o alerta dele já saiu na
      *> passada de EFD057A (ou saiu em rodada anterior).
       2230-arquiva-reconhecimentos section.
       2230.
            perform 2420-zera-contadores
            move low-values             to f570r-chave
            perform 9000-str-pd0570r-gtr
            if   ws-operacao-ok
                 perform 9000-ler-pd0570r-nex
            end-if
            perform until not ws-operacao-ok
                add  1                  to ws-total-lidos
                move f570r-data-ocorrencia to ws-data-registro
                perform 2400-verifica-idade
                if   ws-registro-vencido
                     move f570r-registro to ws-registro-arquivado
                     perform 2410-grava-arquivo-morto
                     delete pd0570r
                     if   not ws-operacao-ok
                          move "2230-erro de exclusao efd057r.cad !!!" to
                               whs-mensagem
                          move ws-resultado-acesso to ws-status
                          perform 9000-mensagem-especial
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                else
                     add  1             to ws-total-mantidos
                end-if
                perform 9000-ler-pd0570r-nex
            end-perform
            perform 2430-fecha-arquivo-morto
            perform 2440-cataloga-arquivo-morto
            perform 2450-emite-resumo.
       2230-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Trilha sequencial wt-arquivo (wx-arquivo): mantidos vão para
      *> <arquivo>.NEW, vencidos para o arquivo morto; no fim o .NEW
      *> toma o lugar do original (troca como a de PP00057X). Só com a
      *> troca feita o arquivo morto entra no catálogo - se ela falhar
      *> o original continua inteiro e a rodada para.
       2300-arquiva-sequencial section.
       2300.
            perform 2420-zera-contadores
            move wt-arq-posicao-data (wx-arquivo) to ws-posicao-data
            move spaces                 to ws-nome-atual
            move spaces                 to ws-nome-backup
            move spaces                 to ws-nome-novo
            string lnk-dtbpath delimited by " "
                   "/" wt-arq-nome (wx-arquivo) delimited by " "
                   ".CAD" into ws-nome-atual
            string lnk-dtbpath delimited by " "
                   "/" wt-arq-nome (wx-arquivo) delimited by " "
                   ".OLD" into ws-nome-backup
            string lnk-dtbpath delimited by " "
                   "/" wt-arq-nome (wx-arquivo) delimited by " "
                   ".NEW" into ws-nome-novo
            move ws-nome-atual          to wid-pdarq0e
            open input pdarq0e
            if   ws-resultado-acesso = "35"
                 move spaces            to whs-mensagem
                 string wt-arq-nome (wx-arquivo) delimited by " "
                        ".CAD inexistente - nada a arquivar"
                        into whs-mensagem
                 perform 2550-emite-linha-consulta
                 exit section
            end-if
            move "pdarq0e-arquivo-origem" to whs-arquivo
            perform 9000-trata-abertura
            move ws-nome-novo           to wid-pdarq0n
            open output pdarq0n
            if   not ws-operacao-ok
                 close pdarq0e
            end-if
            move "pdarq0n-nova-versao"  to whs-arquivo
            perform 9000-trata-abertura
            move "S"                    to ws-ind-trilha-aberta

            read pdarq0e
                 at end continue
            end-read
            perform until not ws-operacao-ok
                add  1                  to ws-total-lidos
                move farqe-registro (ws-posicao-data : 8) to
                     ws-data-registro
                perform 2400-verifica-idade
                if   ws-registro-vencido
                and  ws-exige-reconhecimento
      *> Data, hora, empresa/filial e rotina abrem o registro de
      *> EFD057A.CAD na mesma ordem da chave de EFD057R.CAD.
                     move farqe-registro (1 : 28) to f570r-chave
                     perform 9000-ler-pd0570r-ran
                     if   not ws-operacao-ok
                          move "N"      to ws-ind-registro-vencido
                          add  1        to ws-total-pendentes
                     end-if
                end-if
                if   ws-registro-vencido
                     move farqe-registro to ws-registro-arquivado
                     perform 2410-grava-arquivo-morto
                else
                     move farqe-registro to farqn-registro
                     write farqn-registro
                     if   not ws-operacao-ok
                          move "2300-erro de gravacao da nova versao do arquivo !!!"
                               to whs-mensagem
                          move ws-resultado-acesso to ws-status
                          perform 9000-mensagem-especial
                          perform 3000-finalizacao
                          perform 0000-saida
                     end-if
                     add  1             to ws-total-mantidos
                end-if
                read pdarq0e
                     at end continue
                end-read
            end-perform
            close pdarq0e
            close pdarq0n
            move "N"                    to ws-ind-trilha-aberta
            perform 2430-fecha-arquivo-morto
            if   ws-total-arquivados = zeros
                 call "CBL_DELETE_FILE" using ws-nome-novo
                 move zeros             to return-code
                 perform 2450-emite-resumo
                 exit section
            end-if

      *> Sobra de troca anterior interrompida atrapalharia o rename.
            call "CBL_DELETE_FILE"      using ws-nome-backup
            move zeros                  to return-code
            call "CBL_RENAME_FILE"      using ws-nome-atual
                                              ws-nome-backup
            if   return-code not = zeros
                 move zeros             to return-code
                 move spaces            to whs-mensagem
                 string "Falha ao renomear " delimited by size
                        wt-arq-nome (wx-arquivo) delimited by " "
                        ".CAD para .OLD - original intacto, arquivo morto "
                        delimited by size
                        ws-nome-arquivo-morto delimited by " "
                        " não catalogado" delimited by size
                        into whs-mensagem
                 perform 2550-emite-linha-consulta
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            call "CBL_RENAME_FILE"      using ws-nome-novo
                                              ws-nome-atual
            if   return-code not = zeros
                 move zeros             to return-code
                 move spaces            to whs-mensagem
                 string "Falha ao renomear " delimited by size
                        wt-arq-nome (wx-arquivo) delimited by " "
                        ".NEW para .CAD - efetive a troca manualmente (original em .OLD)"
                        into whs-mensagem
                 perform 2550-emite-linha-consulta
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            call "CBL_DELETE_FILE"      using ws-nome-backup
            move zeros                  to return-code
            perform 2440-cataloga-arquivo-morto
            perform 2450-emite-resumo.
       2300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Vencido = mais velho que ws-dias-aplicados. Data inválida
      *> (registro danificado) nunca vence - fica no arquivo de origem.
       2400-verifica-idade section.
       2400.
            move "N"                    to ws-ind-registro-vencido
            if   ws-data-registro not numeric
            or   ws-data-registro = zeros
                 exit section
            end-if
            move ws-data-registro       to ws-dc-data
            perform 9200-calcula-dias-corridos
            compute ws-idade-dias = ws-dias-hoje - ws-dc-dias-corridos
            if   ws-idade-dias > ws-dias-aplicados
                 move "S"               to ws-ind-registro-vencido
            end-if.
       2400-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> O arquivo morto só é criado no primeiro registro vencido:
      *> ARQUIVO/<arquivo>-AAAAMMDD-HHMMSS.CAD, com a data/hora da
      *> rodada.
       2410-grava-arquivo-morto section.
       2410.
            if   not ws-arquivo-morto-aberto
                 move spaces            to ws-nome-arquivo-morto
                 string "ARQUIVO/" wt-arq-nome (wx-arquivo) delimited by " "
                        "-" ws-data-rodada "-" ws-hora-rodada ".CAD"
                        into ws-nome-arquivo-morto
                 move spaces            to wid-pdarq0m
                 string lnk-dtbpath delimited by " "
                        "/" ws-nome-arquivo-morto delimited by " "
                        into wid-pdarq0m
                 open output pdarq0m
                 move "pdarq0m-arquivo-morto" to whs-arquivo
                 perform 9000-trata-abertura
                 move "S"               to ws-ind-arquivo-morto-aberto
                 move ws-data-registro  to ws-data-mais-antiga
                 move ws-data-registro  to ws-data-mais-recente
            end-if
            move ws-registro-arquivado  to farqm-registro
            write farqm-registro
            if   not ws-operacao-ok
                 move "2410-erro de gravacao do arquivo morto !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            add  1                      to ws-total-arquivados
            if   ws-data-registro < ws-data-mais-antiga
                 move ws-data-registro  to ws-data-mais-antiga
            end-if
            if   ws-data-registro > ws-data-mais-recente
                 move ws-data-registro  to ws-data-mais-recente
            end-if.
       2410-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2420-zera-contadores section.
       2420.
            move zeros                  to ws-total-lidos
            move zeros                  to ws-total-arquivados
            move zeros                  to ws-total-mantidos
            move zeros                  to ws-total-pendentes
            move zeros                  to ws-data-mais-antiga
            move zeros                  to ws-data-mais-recente
            move spaces                 to ws-nome-arquivo-morto.
       2420-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2430-fecha-arquivo-morto section.
       2430.
            if   ws-arquivo-morto-aberto
                 close pdarq0m
                 move "N"               to ws-ind-arquivo-morto-aberto
            end-if.
       2430-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2440-cataloga-arquivo-morto section.
       2440.
            if   ws-total-arquivados = zeros
                 exit section
            end-if
            initialize                     farq0-registro
            move ws-data-rodada         to farq0-data-arquivamento
            move ws-hora-rodada         to farq0-hora-arquivamento
            move lp-usuario             to farq0-id-usuario
            move wt-arq-nome (wx-arquivo) to farq0-arquivo-origem
            move ws-nome-arquivo-morto  to farq0-nome-arquivo-morto
            move ws-total-arquivados    to farq0-total-registros
            move ws-data-mais-antiga    to farq0-data-mais-antiga
            move ws-data-mais-recente   to farq0-data-mais-recente
            move ws-dias-aplicados      to farq0-dias-retencao
            write farq0-registro
            if   not ws-operacao-ok
                 move "2440-erro de gravacao efdarq.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            add  ws-total-arquivados    to ws-total-geral-arquivados
            add  1                      to ws-total-arquivos-mortos.
       2440-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2450-emite-resumo section.
       2450.
            move spaces                 to whs-mensagem
            if   ws-total-arquivados = zeros
                 string wt-arq-nome (wx-arquivo) delimited by " "
                        ".CAD - lidos: " ws-total-lidos
                        " - nenhum registro vencido"
                        into whs-mensagem
            else
                 string wt-arq-nome (wx-arquivo) delimited by " "
                        ".CAD - lidos: " ws-total-lidos
                        " - arquivados: " ws-total-arquivados
                        " (" ws-data-mais-antiga " a "
                        ws-data-mais-recente ")"
                        " - mantidos: " ws-total-mantidos
                        " - arquivo morto " delimited by size
                        ws-nome-arquivo-morto delimited by " "
                        into whs-mensagem
            end-if
            perform 2550-emite-linha-consulta
            if   ws-total-pendentes > zeros
                 move spaces            to whs-mensagem
                 string "   vencidos mantidos por falta de reconhecimento do alerta: "
                        ws-total-pendentes
                        into whs-mensagem
                 perform 2550-emite-linha-consulta
            end-if.
       2450-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Sem arquivo de origem: lista o catálogo. Com arquivo: lista os
      *> registros do período (datas dos registros, mesma posição usada
      *> no arquivamento) de cada arquivo morto dele cuja faixa de datas
      *> cruza o período.
       2500-consulta-arquivo-morto section.
       2500.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-arquivos-mortos
            move zeros                  to ws-total-consultados
            move zeros                  to wx-arquivo
            if   lp-arquivo-consulta <> spaces
                 perform varying wx-index-1 from 1 by 1
                           until wx-index-1 > 7
                     if   wt-arq-nome (wx-index-1) = lp-arquivo-consulta
                          move wx-index-1 to wx-arquivo
                     end-if
                 end-perform
                 if   wx-arquivo = zeros
                      move spaces       to whs-mensagem
                      string "Arquivo não tratado pelo arquivamento: "
                             lp-arquivo-consulta
                             into whs-mensagem
                      move whs-mensagem to lp-mensagem
                      exit section
                 end-if
            end-if
            move lp-data-inicial        to ws-data-inicial
            move lp-data-final          to ws-data-final
            if   ws-data-final = zeros
                 move 99999999          to ws-data-final
            end-if
            if   ws-data-inicial > ws-data-final
                 move "Período inválido - data inicial maior que a final"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            string lnk-dtbpath delimited by " " "/EFDARQ.CAD" into
                   wid-pdarq00
            open input pdarq00
            if   ws-resultado-acesso = "35"
                 move "Nenhum arquivamento realizado - EFDARQ.CAD inexistente"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move "pdarq00-catalogo-arquivamento" to whs-arquivo
            perform 9000-trata-abertura
            move "S"                    to ws-ind-catalogo-aberto

            move "PP00097_CO"           to ws-prefixo-relatorio
            move "CONSULTA AO HISTÓRICO ARQUIVADO (ARQUIVOS MORTOS)"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            if   wx-arquivo = zeros
                 move "Catálogo dos arquivos mortos" to
                      ws-filtro-relatorio
            else
                 string "Arquivo " delimited by size
                        lp-arquivo-consulta delimited by " "
                        " - período " ws-data-inicial " a " ws-data-final
                        into ws-filtro-relatorio
            end-if
            perform 9100-abre-relatorio

            read pdarq00
                 at end continue
            end-read
            perform until not ws-operacao-ok
                if   wx-arquivo = zeros
                     add  1             to ws-total-arquivos-mortos
                     move spaces        to whs-mensagem
                     string farq0-data-arquivamento " "
                            farq0-hora-arquivamento " "
                            farq0-arquivo-origem " " delimited by size
                            farq0-nome-arquivo-morto delimited by " "
                            " - registros: " farq0-total-registros
                            " de " farq0-data-mais-antiga
                            " a " farq0-data-mais-recente
                            " - retenção " farq0-dias-retencao
                            " dia(s) - por " farq0-id-usuario
                            into whs-mensagem
                     perform 2550-emite-linha-consulta
                else
                     if   farq0-arquivo-origem = lp-arquivo-consulta
                     and  farq0-data-mais-antiga  <= ws-data-final
                     and  farq0-data-mais-recente >= ws-data-inicial
                          add  1        to ws-total-arquivos-mortos
                          perform 2520-lista-arquivo-morto
                     end-if
                end-if
                read pdarq00
                     at end continue
                end-read
            end-perform
            close pdarq00
            move "N"                    to ws-ind-catalogo-aberto

            move spaces                 to whs-mensagem
            if   wx-arquivo = zeros
                 string "Total: " ws-total-arquivos-mortos
                        " arquivo(s) morto(s) catalogado(s)"
                        into whs-mensagem
            else
                 string "Total: " ws-total-consultados
                        " registro(s) em " ws-total-arquivos-mortos
                        " arquivo(s) morto(s)"
                        into whs-mensagem
            end-if
            perform 2550-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-arquivamento.
       2500-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Imagem original do registro, como gravada no arquivo de origem;
      *> a cauda além de 200 posições (EFD058H.CAD) vai numa linha de
      *> continuação. Arquivo morto apagado/movido só é avisado.
       2520-lista-arquivo-morto section.
       2520.
            move spaces                 to whs-mensagem
            string "Arquivo morto " delimited by size
                   farq0-nome-arquivo-morto delimited by " "
                   " (arquivado em " farq0-data-arquivamento
                   " " farq0-hora-arquivamento ")"
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            move wt-arq-posicao-data (wx-arquivo) to ws-posicao-data
            move spaces                 to wid-pdarq0e
            string lnk-dtbpath delimited by " "
                   "/" farq0-nome-arquivo-morto delimited by " "
                   into wid-pdarq0e
            open input pdarq0e
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to whs-mensagem
                 string "   arquivo morto não encontrado - Status: "
                        ws-status
                        into whs-mensagem
                 perform 2550-emite-linha-consulta
                 exit section
            end-if
            read pdarq0e
                 at end continue
            end-read
            perform until not ws-operacao-ok
                move farqe-registro (ws-posicao-data : 8) to
                     ws-data-registro
                if   ws-data-registro >= ws-data-inicial
                and  ws-data-registro <= ws-data-final
                     add  1             to ws-total-consultados
                     move farqe-registro (1 : 200) to whs-mensagem
                     perform 2550-emite-linha-consulta
                     if   farqe-registro (201 : 56) <> spaces
                          move spaces   to whs-mensagem
                          string "   " farqe-registro (201 : 56)
                                 into whs-mensagem
                          perform 2550-emite-linha-consulta
                     end-if
                end-if
                read pdarq0e
                     at end continue
                end-read
            end-perform
            close pdarq0e.
       2520-exit.
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
       3000-finalizacao section.
       3000.
            if   ws-arquivo-morto-aberto
                 close pdarq0m
                 move "N"               to ws-ind-arquivo-morto-aberto
            end-if
            if   ws-trilha-aberta
                 close pdarq0e
                 close pdarq0n
                 move "N"               to ws-ind-trilha-aberta
            end-if
            if   ws-escalonamentos-aberto
                 close pd0570x
                 move "N"               to ws-ind-escalonamentos-aberto
            end-if
            if   ws-reconhecimentos-aberto
                 close pd0570r
                 move "N"               to ws-ind-reconhecimentos-aberto
            end-if
            if   ws-catalogo-aberto
                 close pdarq00
                 move "N"               to ws-ind-catalogo-aberto
            end-if
            if   ws-trava-obtida
                 open output pd0570l
                 close pd0570l
                 move "N"               to ws-ind-trava-obtida
            end-if
      *> Relatório ainda aberto = saída anormal no meio da rodada -
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
       copy PCL0570R.CPY replacing ==(f570)== by ==f570==.
       copy PCL0570X.CPY replacing ==(f570)== by ==f570==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
