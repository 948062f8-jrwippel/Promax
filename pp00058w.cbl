      $set sourceformat"free"

       identification division.
       program-id.    PP00058W.

      *>
      *>              Conversão única do arquivo EFD058.CAD do layout
      *>              anterior (com limite de retentativas, sem faixa de
      *>              versões) para o layout atual de PCF05800.CPY, que
      *>              acrescenta (f58)00-versao-minima e
      *>              (f58)00-versao-maxima ao registro. Executar uma
      *>              vez por base, depois de PP00058V e antes de
      *>              qualquer rotina que abra EFD058.CAD no layout
      *>              novo. Os campos novos nascem em espaços (rotina
      *>              aplicável a todas as versões - comportamento
      *>              histórico); a faixa de cada rotina é cadastrada
      *>              depois pelo PP00058 ou chega no catálogo EFD058T.
      *>              Gera EFD058.NEW, preserva o original como
      *>              EFD058.OLD e assume o nome EFD058.CAD ao final,
      *>              como PP00058V.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCS05800.CPY replacing ==(f58)== by ==f58==.

      *> Layout anterior, usado somente por esta conversão - não há
      *> copybook próprio porque nenhum outro programa volta a lê-lo.
           select   pd0580w     assign      to wid-pd0580w
                    organization             is indexed
                    access mode              is dynamic
                    record key               is f58w-nome-programa
                    alternate record key     is f58w-sequencia
                                                 with duplicates
                    file status              is ws-resultado-acesso.

       data division.

       copy PCF05800.CPY replacing ==(f58)== by ==f58==.

       fd  pd0580w
           label record standard.
       01  f58w-rotina.
           03 f58w-nome-programa           pic x(08).
           03 f58w-sequencia               pic 9(05).
           03 f58w-codigo-projeto          pic 9(03).
           03 f58w-modo-execucao           pic x(01).
           03 f58w-ind-tipo-cdd            pic x(01).
           03 f58w-ind-tipo-programa       pic x(01).
           03 f58w-ind-execucao            pic x(01).
           03 f58w-ind-ativo               pic x(01).
           03 f58w-data-vigencia           pic 9(08).
           03 f58w-max-tentativas          pic 9(02).

       working-storage section.
       78   versao                       value "a".
       copy PCW900.CPY.                 *>Padrão

       01   ws-campos-de-trabalho.
            03 ws-total-convertidos     pic 9(07)   value zeros.
            03 wid-pd0580w              pic x(60).
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
                   wid-pd0580w
            open input pd0580w
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
            move "pd0580w-rotinas-layout-anterior" to whs-arquivo
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
            perform 9100-str-pd0580w-gtr
            perform 9100-ler-pd0580w-nex
            perform until not ws-operacao-ok
                initialize                 f5800-rotina
                move f58w-nome-programa to f5800-nome-programa
                move f58w-sequencia     to f5800-sequencia
                move f58w-codigo-projeto to f5800-codigo-projeto
                move f58w-modo-execucao to f5800-modo-execucao
                move f58w-ind-tipo-cdd  to f5800-ind-tipo-cdd
                move f58w-ind-tipo-programa to f5800-ind-tipo-programa
                move f58w-ind-execucao  to f5800-ind-execucao
                move f58w-ind-ativo     to f5800-ind-ativo
                move f58w-data-vigencia to f5800-data-vigencia
                move f58w-max-tentativas to f5800-max-tentativas
                move spaces             to f5800-versao-minima
                move spaces             to f5800-versao-maxima
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
                perform 9100-ler-pd0580w-nex
            end-perform
            close pd0580w
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
            close pd0580w
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
       9100-str-pd0580w-gtr section.
       9100.
            move  low-values           to f58w-nome-programa
            start pd0580w key is not less than f58w-nome-programa
                  invalid key
                       continue
            end-start.
       9100-exit.
            exit.

       9100-ler-pd0580w-nex section.
       9100.
            read  pd0580w next record
                  at end
                       continue
            end-read.
       9100-exit.
            exit.

       copy PCP8000.CPY.
       copy PCP9000.CPY.
*>
