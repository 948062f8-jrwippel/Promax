      $set sourceformat"free"

       identification division.
       program-id.    PP00058X.

      *>
      *>              Conversão única do arquivo EFD058.CAD do layout
      *>              anterior (com faixa de versões, sem prazo de
      *>              conformidade) para o layout atual de PCF05800.CPY,
      *>              que acrescenta (f58)00-data-limite ao registro.
      *>              Executar uma vez por base, depois de PP00058W e
      *>              antes de qualquer rotina que abra EFD058.CAD no
      *>              layout novo. O campo novo nasce em zeros (sem
      *>              prazo); o prazo de cada rotina é cadastrado depois
      *>              pelo PP00058 ou chega no catálogo EFD058T.
      *>              Gera EFD058.NEW, preserva o original como
      *>              EFD058.OLD e assume o nome EFD058.CAD ao final,
      *>              como PP00058V/PP00058W.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCS05800.CPY replacing ==(f58)== by ==f58==.

      *> Layout anterior, usado somente por esta conversão - não há
      *> copybook próprio porque nenhum outro programa volta a lê-lo.
           select   pd0580x     assign      to wid-pd0580x
                    organization             is indexed
                    access mode              is dynamic
                    record key               is f58x-nome-programa
                    alternate record key     is f58x-sequencia
                                                 with duplicates
                    file status              is ws-resultado-acesso.

       data division.

       copy PCF05800.CPY replacing ==(f58)== by ==f58==.

       fd  pd0580x
           label record standard.
       01  f58x-rotina.
           03 f58x-nome-programa           pic x(08).
           03 f58x-sequencia               pic 9(05).
           03 f58x-codigo-projeto          pic 9(03).
           03 f58x-modo-execucao           pic x(01).
           03 f58x-ind-tipo-cdd            pic x(01).
           03 f58x-ind-tipo-programa       pic x(01).
           03 f58x-ind-execucao            pic x(01).
           03 f58x-ind-ativo               pic x(01).
           03 f58x-data-vigencia           pic 9(08).
           03 f58x-max-tentativas          pic 9(02).
           03 f58x-versao-minima           pic x(11).
           03 f58x-versao-maxima           pic x(11).

       working-storage section.
       78   versao                       value "a".
       copy PCW900.CPY.                 *>Padrão

       01   ws-campos-de-trabalho.
            03 ws-total-convertidos     pic 9(07)   value zeros.
            03 wid-pd0580x              pic x(60).
            03 ws-nome-atual            pic x(65).
            03 ws-nome-backup           pic x(65).
            03 ws-nome-novo             pic x(65).

       linkage section.
       copy PCW990.CPY.
       copy PCW0058.CPY replacing ==(l58)== by ==lp==.

       procedure division using lnk-par
                                lp-par-rotina.

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
            move spaces                 to lp-status-rotina
            string lnk-dtbpath delimited by " " "/EFD058.CAD" into
                   wid-pd0580x
            open input pd0580x
            if   ws-resultado-acesso = "35"
                 move "EFD058.CAD inexistente - nada a converter" to
                      whs-mensagem
                 perform 9000-mensagem-especial
                 move "OK"              to lp-status-rotina
                 perform 0000-saida
            end-if
      *> Status 39 aqui = o arquivo não casa com o layout anterior -
      *> esta base já foi convertida.
            if   ws-resultado-acesso = "39"
                 move "EFD058.CAD já está no layout atual - conversão não necessária"
                      to whs-mensagem
                 perform 9000-mensagem-especial
                 move "OK"              to lp-status-rotina
                 perform 0000-saida
            end-if
            move "pd0580x-rotinas-layout-anterior" to whs-arquivo
            perform 9000-trata-abertura

            string lnk-dtbpath delimited by " " "/EFD058.NEW" into
                   wid-pd05800
            open output pd05800
            move "pd05800-rotinas-layout-novo" to whs-arquivo
            perform 9000-trata-abertura.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2000-processamento section.
       2000.
            perform 9100-str-pd0580x-gtr
            perform 9100-ler-pd0580x-nex
            perform until not ws-operacao-ok
                initialize                 f5800-rotina
                move f58x-nome-programa to f5800-nome-programa
                move f58x-sequencia     to f5800-sequencia
                move f58x-codigo-projeto to f5800-codigo-projeto
                move f58x-modo-execucao to f5800-modo-execucao
                move f58x-ind-tipo-cdd  to f5800-ind-tipo-cdd
                move f58x-ind-tipo-programa to f5800-ind-tipo-programa
                move f58x-ind-execucao  to f5800-ind-execucao
                move f58x-ind-ativo     to f5800-ind-ativo
                move f58x-data-vigencia to f5800-data-vigencia
                move f58x-max-tentativas to f5800-max-tentativas
                move f58x-versao-minima to f5800-versao-minima
                move f58x-versao-maxima to f5800-versao-maxima
                move zeros              to f5800-data-limite
                write f5800-rotina
                if   not ws-operacao-ok
                     move "2000-erro de gravacao efd058.new !!!" to
                          whs-mensagem
                     move ws-resultado-acesso to ws-status
                     perform 9000-mensagem-especial
                     perform 3000-finalizacao
                     perform 0000-saida
                end-if
                add  1                  to ws-total-convertidos
                perform 9100-ler-pd0580x-nex
            end-perform
            close pd0580x
            close pd05800
            perform 2100-efetiva-conversao
            move spaces                 to whs-mensagem
            string "Conversão concluída - " ws-total-convertidos
                   " registros - original preservado em EFD058.OLD"
                   into whs-mensagem
            perform 9000-mensagem-especial
            move "OK"                   to lp-status-rotina.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Troca os arquivos de lugar: EFD058.CAD -> EFD058.OLD (cópia de
      *> segurança) e EFD058.NEW -> EFD058.CAD. Se a rotina de rename
      *> da biblioteca não estiver disponível ou falhar, o operador
      *> completa a troca manualmente - os dados já estão em EFD058.NEW.
       2100-efetiva-conversao section.
       2100.
            move spaces                 to ws-nome-atual
            move spaces                 to ws-nome-backup
            move spaces                 to ws-nome-novo
      *> CBL_RENAME_FILE trata espaços à direita como fim do nome - os
      *> campos já ficam com a cauda em espaços após o STRING.
            string lnk-dtbpath delimited by " " "/EFD058.CAD"
                   into ws-nome-atual
            string lnk-dtbpath delimited by " " "/EFD058.OLD"
                   into ws-nome-backup
            string lnk-dtbpath delimited by " " "/EFD058.NEW"
                   into ws-nome-novo
            call "CBL_RENAME_FILE"      using ws-nome-atual
                                              ws-nome-backup
            if   return-code not = zeros
                 move zeros             to return-code
                 move "Falha ao renomear EFD058.CAD para EFD058.OLD - efetive a troca manualmente (EFD058.NEW está pronto)"
                      to whs-mensagem
                 perform 9000-mensagem-especial
                 perform 0000-saida
            end-if
            call "CBL_RENAME_FILE"      using ws-nome-novo
                                              ws-nome-atual
            if   return-code not = zeros
                 move zeros             to return-code
                 move "Falha ao renomear EFD058.NEW para EFD058.CAD - efetive a troca manualmente (original em EFD058.OLD)"
                      to whs-mensagem
                 perform 9000-mensagem-especial
                 perform 0000-saida
            end-if
            move zeros                  to return-code.
       2100-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       3000-finalizacao section.
       3000.
            close pd0580x
            close pd05800.
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

       *>---------------------------------------------------------------------------------------------
       9100-str-pd0580x-gtr section.
       9100.
            move  low-values           to f58x-nome-programa
            start pd0580x key is not less than f58x-nome-programa
                  invalid key
                       continue
            end-start.
       9100-exit.
            exit.

       9100-ler-pd0580x-nex section.
       9100.
            read  pd0580x next record
                  at end
                       continue
            end-read.
       9100-exit.
            exit.

       copy PCP8000.CPY.
       copy PCP9000.CPY.
*>
