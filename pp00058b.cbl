      $set sourceformat"free"

       identification division.
       program-id.    PP00058B.

      *>
      *>              Manutenção do registro de arquivos de backup das
      *>              rotinas automáticas (EFD058B.CAD), no molde de
      *>              PP00058/PP00059: para cada rotina automática de
      *>              EFD058.CAD, os arquivos de dados que ela altera e
      *>              que PP00005 copia para a área de backup antes do
      *>              despacho. Inclusão (reativa se desativado),
      *>              desativação, consulta e o parâmetro de dias de
      *>              retenção das cópias de execuções concluídas, com
      *>              trilha de auditoria em EFD058BH.CAD.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCS0580B.CPY replacing ==(f580)== by ==f580==.
       copy PCS058BH.CPY.
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS0570P.CPY.

       data division.

       copy PCF0580B.CPY replacing ==(f580)== by ==f580==.
       copy PCF058BH.CPY replacing ==(f58b)== by ==f58b==.
       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF0570P.CPY replacing ==(f570)== by ==f570==.

       working-storage section.
       78   versao                       value "b".
      *> Retenção assumida enquanto o registro de parâmetros não existir.
       78   dias-retencao-padrao         value 30.
       copy PCW900.CPY.                 *>Padrão
       copy PCW905.CPY.                 *>Relatório impresso
       copy PCW096S.CPY replacing ==(las)== by ==ls==. *>Conferência de autorização

       01   ws-campos-de-trabalho.
            03 ws-registro-antigo       pic x(50)   value spaces.
            03 ws-registro-novo         pic x(50)   value spaces.
            03 ws-tipo-operacao         pic x(01).
            03 ws-total-barras          pic 9(03)   comp.
            03 ws-dias-retencao-exibe   pic zz9.
            03 ws-programa-anterior     pic x(08)   value spaces.
            03 ws-total-ativos          pic 9(05)   value zeros.
            03 ws-total-desativados     pic 9(05)   value zeros.

       01   ws-ind-mensagem-truncada    pic x(01)   value "N".
               88 ws-mensagem-truncada              value "S".

       linkage section.
       copy PCW990.CPY.
       copy PCW058B.CPY replacing ==(l8b)== by ==lp==.

       procedure division using lnk-par
                                lp-par-backup.

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
            if   lp-opcao-backup <> "CO"
                 perform 1300-verifica-autorizacao
            end-if
            string lnk-dtbpath delimited by " " "/EFD058B.CAD" into wid-pd0580b
            open i-o pd0580b
      *> Base ainda sem registro - a inclusão cria o arquivo (até lá
      *> PP00005 despacha sem cópia de segurança, como sempre fez).
            if   ws-resultado-acesso = "35"
                 open output pd0580b
                 close pd0580b
                 open i-o pd0580b
            end-if
            move "pd0580b-registro-backup" to whs-arquivo
            perform 9000-trata-abertura

            string lnk-dtbpath delimited by " " "/EFD058.CAD" into wid-pd05800
            open input pd05800
            move "pd05800-tabela-rotinas" to whs-arquivo
            perform 9000-trata-abertura.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Conferência em EFDAUT.CAD (PP00096S) antes de qualquer
      *> gravação - recusa já registrada no log de segurança.
       1300-verifica-autorizacao section.
       1300.
            initialize                     ls-par-autorizacao
            move "PP00058B"             to ls-nome-programa
            move lp-opcao-backup        to ls-opcao
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
            move spaces                 to lp-status-backup
            evaluate  lp-opcao-backup
                when  "IN"                           *> inclui arquivo da rotina
                      perform 2100-inclui-arquivo
                when  "DE"                           *> desativa arquivo da rotina
                      perform 2300-desativa-arquivo
                when  "RT"                           *> dias de retenção das cópias
                      perform 2400-atualiza-retencao
                when  "CO"                           *> consulta registro
                      perform 2500-consulta-registro
                when  other
                      move "Opção inválida"   to whs-mensagem
                      move whs-mensagem       to lp-mensagem
            end-evaluate.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Arquivo já cadastrado e desativado volta a ser copiado - a
      *> trilha registra a virada na imagem antes/depois.
       2100-inclui-arquivo section.
       2100.
            perform 2600-consiste-entrada
            if   lp-mensagem <> spaces
                 exit section
            end-if
            move lp-nome-programa       to f580b-nome-programa
            move lp-nome-arquivo        to f580b-nome-arquivo
            perform 9000-ler-pd0580b-ran
            if   ws-operacao-ok
                 if   f580b-arquivo-ativo
                      move "Arquivo já cadastrado para a rotina" to
                           whs-mensagem
                      move whs-mensagem to lp-mensagem
                      exit section
                 end-if
                 move f580b-registro    to ws-registro-antigo
                 move "S"               to f580b-ind-ativo
                 move f580b-registro    to ws-registro-novo
                 rewrite f580b-registro
            else
                 move spaces            to ws-registro-antigo
                 initialize                f580b-registro
                 move lp-nome-programa  to f580b-nome-programa
                 move lp-nome-arquivo   to f580b-nome-arquivo
                 move "S"               to f580b-ind-ativo
                 move zeros             to f580b-dias-retencao
                 move f580b-registro    to ws-registro-novo
                 write f580b-registro
            end-if
            if   not ws-operacao-ok
                 move "2100-erro de atualizacao efd058b.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "I"                    to ws-tipo-operacao
            perform 2950-grava-historico
            move "OK"                   to lp-status-backup.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2300-desativa-arquivo section.
       2300.
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-nome-programa = spaces
            or   lp-nome-arquivo  = spaces
                 move "Falta nome do programa/arquivo" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-nome-programa       to f580b-nome-programa
            move lp-nome-arquivo        to f580b-nome-arquivo
            perform 9000-ler-pd0580b-ran
            if   not ws-operacao-ok
                 move "Arquivo não cadastrado para a rotina" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   not f580b-arquivo-ativo
                 move "Arquivo já está desativado" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move f580b-registro         to ws-registro-antigo
            move "N"                    to f580b-ind-ativo
            move f580b-registro         to ws-registro-novo
            rewrite f580b-registro
            if   not ws-operacao-ok
                 move "2300-erro de atualizacao efd058b.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "D"                    to ws-tipo-operacao
            perform 2950-grava-historico
            move "OK"                   to lp-status-backup.
       2300-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Registro de parâmetros (chave em espaços): dias que as cópias
      *> de execuções concluídas ficam na área de backup antes do
      *> expurgo por PP00005 ("BX" e final do "EL").
       2400-atualiza-retencao section.
       2400.
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-dias-retencao = zeros
                 move "Dias de retenção inválido (1 a 999)" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move spaces                 to lp-nome-programa
            move spaces                 to lp-nome-arquivo
            move spaces                 to f580b-chave
            perform 9000-ler-pd0580b-ran
            if   ws-operacao-ok
                 move f580b-registro    to ws-registro-antigo
                 move lp-dias-retencao  to f580b-dias-retencao
                 move f580b-registro    to ws-registro-novo
                 rewrite f580b-registro
            else
                 move spaces            to ws-registro-antigo
                 initialize                f580b-registro
                 move spaces            to f580b-chave
                 move "S"               to f580b-ind-ativo
                 move lp-dias-retencao  to f580b-dias-retencao
                 move f580b-registro    to ws-registro-novo
                 write f580b-registro
            end-if
            if   not ws-operacao-ok
                 move "2400-erro de atualizacao efd058b.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida.
            move "R"                    to ws-tipo-operacao
            perform 2950-grava-historico
            move "OK"                   to lp-status-backup.
       2400-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Lista o registro na ordem programa/arquivo, marcando os
      *> desativados, precedido da retenção em vigor. Programa informado
      *> restringe a listagem a ele.
       2500-consulta-registro section.
       2500.
            move  spaces                to lp-mensagem
            move  1                     to wx-index-2
            move "N"                    to ws-ind-mensagem-truncada
            move zeros                  to ws-total-ativos
            move zeros                  to ws-total-desativados
            move "PP00058B_CO"          to ws-prefixo-relatorio
            move "ARQUIVOS COPIADOS ANTES DO DESPACHO AUTOMÁTICO - EFD058B"
                                        to ws-titulo-relatorio
            move spaces                 to ws-filtro-relatorio
            if   lp-nome-programa = spaces
                 move "Todas as rotinas" to ws-filtro-relatorio
            else
                 string "Rotina " lp-nome-programa
                        into ws-filtro-relatorio
            end-if
            perform 9100-abre-relatorio
            move spaces                 to f580b-chave
            perform 9000-ler-pd0580b-ran
            if   ws-operacao-ok
            and  f580b-dias-retencao > zeros
                 move f580b-dias-retencao to ws-dias-retencao-exibe
            else
                 move dias-retencao-padrao to ws-dias-retencao-exibe
            end-if
            move spaces                 to whs-mensagem
            string "Cópias de execuções concluídas mantidas por "
                   ws-dias-retencao-exibe " dia(s)"
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            move spaces                 to f580b-chave
            move lp-nome-programa       to f580b-nome-programa
            perform 9000-str-pd0580b-gtr
            perform 9000-ler-pd0580b-nex
            perform until not ws-operacao-ok
                if   lp-nome-programa <> spaces
                and  f580b-nome-programa <> lp-nome-programa
                     exit perform
                end-if
                if   f580b-chave <> spaces
                     move spaces        to whs-mensagem
                     if   f580b-arquivo-ativo
                          add  1        to ws-total-ativos
                          string "Rotina " f580b-nome-programa
                                 " - arquivo " f580b-nome-arquivo
                                 into whs-mensagem
                     else
                          add  1        to ws-total-desativados
                          string "Rotina " f580b-nome-programa
                                 " - arquivo " f580b-nome-arquivo
                                 " *** DESATIVADO ***"
                                 into whs-mensagem
                     end-if
                     perform 2550-emite-linha-consulta
                end-if
                perform 9000-ler-pd0580b-nex
            end-perform
            move spaces                 to whs-mensagem
            string "Total - ativos: " ws-total-ativos
                   " - desativados: " ws-total-desativados
                   into whs-mensagem
            perform 2550-emite-linha-consulta
            perform 9100-encerra-relatorio
            perform 2550-emite-linha-consulta
            move "OK"                   to lp-status-backup.
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
      *> A rotina precisa existir em EFD058.CAD como automática - só o
      *> despacho automático tira cópia. O arquivo é um nome simples,
      *> relativo ao diretório de dados: a cópia vai para uma pasta
      *> única por conjunto e não recria subdiretórios.
       2600-consiste-entrada section.
       2600.
            move spaces                 to lp-mensagem
            perform 2620-consiste-identificacao
            if   lp-mensagem <> spaces
                 exit section
            end-if
            if   lp-nome-programa = spaces
                 move "Falta nome programa" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   lp-nome-arquivo = spaces
                 move "Falta nome do arquivo" to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move zeros                  to ws-total-barras
            inspect lp-nome-arquivo tallying ws-total-barras
                    for all "/" all "\"
            if   ws-total-barras > zeros
                 move "Nome do arquivo deve ser relativo ao diretório de dados, sem barras"
                      to whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            move lp-nome-programa       to f5800-nome-programa
            perform 9000-ler-pd05800-ran
            if   not ws-operacao-ok
                 move "Programa não cadastrado em EFD058.CAD" to
                      whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 exit section
            end-if
            if   not f5800-execucao-automatica
                 move "Rotina não é de execução automática - não há despacho a proteger"
                      to whs-mensagem
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
       2950-grava-historico section.
       2950.
            string lnk-dtbpath delimited by " " "/EFD058BH.CAD" into
                   wid-pd058bh
            open extend                 pd058bh
            if   not ws-operacao-ok
                 if   ws-resultado-acesso = "35"
                      open output        pd058bh
                 end-if
            end-if
            if   not ws-operacao-ok
                 move spaces            to whs-mensagem
                 perform 9000-monta-status
                 string "Erro abertura arquivo EFD058BH.CAD - Status: ", ws-status
                        into whs-mensagem
                 move whs-mensagem      to lp-mensagem
                 perform 3000-finalizacao
                 perform 0000-saida
            end-if
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f58bh-data-alteracao
            accept ws-horas             from time
            move ws-horas               to f58bh-hora-alteracao
            move lp-usuario             to f58bh-id-usuario
            move ws-tipo-operacao       to f58bh-tipo-operacao
            move lp-nome-programa       to f58bh-nome-programa
            move lp-nome-arquivo        to f58bh-nome-arquivo
            move ws-registro-antigo     to f58bh-valor-antigo
            move ws-registro-novo       to f58bh-valor-novo
            move lp-motivo              to f58bh-motivo
            write f58bh-registro
            close pd058bh.
       2950-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd0580b
            close pd05800
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
       copy PCL0580B.CPY replacing ==(f580)== by ==f580==.
       copy PCL05800.CPY replacing ==(f58)== by ==f58==.
       copy PCL0570P.CPY replacing ==(f570)== by ==f570==.
*>
