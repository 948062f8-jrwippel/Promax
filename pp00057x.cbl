      $set sourceformat"free"

       identification division.
       program-id.    PP00057X.

      *>
      *>              Conversão única do arquivo EFD057.CAD do layout
      *>              anterior (com contador de tentativas, sem o retorno
      *>              da rotina automática) para o layout atual de
      *>              PCF05701.CPY, que acrescenta
      *>              (f57)01-total-processados e
      *>              (f57)01-texto-resultado ao registro. Executar uma
      *>              vez por base, depois de PP00057W e antes de
      *>              qualquer rotina que abra EFD057.CAD no layout novo.
      *>              Gera EFD057.NEW, preserva o original como
      *>              EFD057.OLD e assume o nome EFD057.CAD ao final,
      *>              como PP00057V/PP00057W.
      *>

       environment division.
       special-names. decimal-point is comma.

       copy PCS05701.CPY replacing ==(f57)== by ==f57==.

      *> Layout anterior, usado somente por esta conversão - não há
      *> copybook próprio porque nenhum outro programa volta a lê-lo.
           select   pd0570y     assign      to wid-pd0570y
                    organization             is indexed
                    access mode              is dynamic
                    record key               is f57y-chave-primaria
                    file status              is ws-resultado-acesso.

       data division.

       copy PCF05701.CPY replacing ==(f57)== by ==f57==.

       fd  pd0570y
           label record standard.
       01  f57y-execucao.
           03 f57y-chave-primaria.
               05 f57y-cd-empresa          pic 9(03).
               05 f57y-cd-filial           pic 9(03).
               05 f57y-nome-programa       pic x(08).
           03 f57y-id-usuario              pic x(08).
           03 f57y-data-execucao           pic 9(08).
           03 f57y-hora-execucao           pic 9(06).
           03 f57y-ind-status-execucao     pic x(01).
           03 f57y-data-fim-execucao       pic 9(08).
           03 f57y-hora-fim-execucao       pic 9(06).
           03 f57y-return-code             pic s9(04).
           03 f57y-total-tentativas        pic 9(02).

       working-storage section.
       78   versao                       value "a".
       copy PCW900.CPY.                 *>Padrão

       01   ws-campos-de-trabalho.
            03 ws-total-convertidos     pic 9(07)   value zeros.
            03 wid-pd0570y              pic x(60).
            03 ws-nome-atual            pic x(65).
            03 ws-nome-backup           pic x(65).
            03 ws-nome-novo             pic x(65).

       linkage section.
       copy PCW990.CPY.
       copy PCW0002.CPY replacing ==(lp)== by ==lp==.

       procedure division using lnk-par
                                lp-par-programa.

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
            move spaces                 to lp-status-prog
            string lnk-dtbpath delimited by " " "/EFD057.CAD" into
                   wid-pd0570y
            open input pd0570y
            if   ws-resultado-acesso = "35"
                 move "EFD057.CAD inexistente - nada a converter" to
                      whs-mensagem
                 perform 9000-mensagem-especial
                 move "OK"              to lp-status-prog
                 perform 0000-saida
            end-if
      *> Status 39 aqui = o arquivo não casa com o layout anterior -
      *> esta base já foi convertida.
            if   ws-resultado-acesso = "39"
                 move "EFD057.CAD já está no layout atual - conversão não necessária"
                      to whs-mensagem
                 perform 9000-mensagem-especial
                 move "OK"              to lp-status-prog
                 perform 0000-saida
            end-if
            move "pd0570y-execucao-layout-anterior" to whs-arquivo
            perform 9000-trata-abertura

            string lnk-dtbpath delimited by " " "/EFD057.NEW" into
                   wid-pd05701
            open output pd05701
            move "pd05701-execucao-layout-novo" to whs-arquivo
            perform 9000-trata-abertura.
       1000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Copia registro a registro. Marcas anteriores à linkage padrão
      *> das rotinas automáticas não têm retorno a preservar: registros
      *> processados nascem zerados e o texto de resultado em branco,
      *> como nas marcas manuais.
       2000-processamento section.
       2000.
            perform 9100-str-pd0570y-gtr
            perform 9100-ler-pd0570y-nex
            perform until not ws-operacao-ok
                initialize                 f5701-execucao
                move f57y-cd-empresa    to f5701-cd-empresa
                move f57y-cd-filial     to f5701-cd-filial
                move f57y-nome-programa to f5701-nome-programa
                move f57y-id-usuario    to f5701-id-usuario
                move f57y-data-execucao to f5701-data-execucao
                move f57y-hora-execucao to f5701-hora-execucao
                move f57y-ind-status-execucao to
                     f5701-ind-status-execucao
                move f57y-data-fim-execucao to f5701-data-fim-execucao
                move f57y-hora-fim-execucao to f5701-hora-fim-execucao
                move f57y-return-code   to f5701-return-code
                move f57y-total-tentativas to f5701-total-tentativas
                move zeros              to f5701-total-processados
                move spaces             to f5701-texto-resultado
                write f5701-execucao
                if   not ws-operacao-ok
                     move "2000-erro de gravacao efd057.new !!!" to
                          whs-mensagem
                     move ws-resultado-acesso to ws-status
                     perform 9000-mensagem-especial
                     perform 3000-finalizacao
                     perform 0000-saida
                end-if
                add  1                  to ws-total-convertidos
                perform 9100-ler-pd0570y-nex
            end-perform
            close pd0570y
            close pd05701
            perform 2100-efetiva-conversao
            move spaces                 to whs-mensagem
            string "Conversão concluída - " ws-total-convertidos
                   " registros - original preservado em EFD057.OLD"
                   into whs-mensagem
            perform 9000-mensagem-especial
            move "OK"                   to lp-status-prog.
       2000-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Troca os arquivos de lugar: EFD057.CAD -> EFD057.OLD (cópia de
      *> segurança) e EFD057.NEW -> EFD057.CAD. Se a rotina de rename
      *> da biblioteca não estiver disponível ou falhar, o operador
      *> completa a troca manualmente - os dados já estão em EFD057.NEW.
       2100-efetiva-conversao section.
       2100.
            move spaces                 to ws-nome-atual
            move spaces                 to ws-nome-backup
            move spaces                 to ws-nome-novo
      *> CBL_RENAME_FILE trata espaços à direita como fim do nome - os
      *> campos já ficam com a cauda em espaços após o STRING.
            string lnk-dtbpath delimited by " " "/EFD057.CAD"
                   into ws-nome-atual
            string lnk-dtbpath delimited by " " "/EFD057.OLD"
                   into ws-nome-backup
            string lnk-dtbpath delimited by " " "/EFD057.NEW"
                   into ws-nome-novo
            call "CBL_RENAME_FILE"      using ws-nome-atual
                                              ws-nome-backup
            if   return-code not = zeros
                 move zeros             to return-code
                 move "Falha ao renomear EFD057.CAD para EFD057.OLD - efetive a troca manualmente (EFD057.NEW está pronto)"
                      to whs-mensagem
                 perform 9000-mensagem-especial
                 perform 0000-saida
            end-if
            call "CBL_RENAME_FILE"      using ws-nome-novo
                                              ws-nome-atual
            if   return-code not = zeros
                 move zeros             to return-code
                 move "Falha ao renomear EFD057.NEW para EFD057.CAD - efetive a troca manualmente (original em EFD057.OLD)"
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
            close pd0570y
            close pd05701.
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
       9100-str-pd0570y-gtr section.
       9100.
            move  low-values           to f57y-chave-primaria
            start pd0570y key is not less than f57y-chave-primaria
                  invalid key
                       continue
            end-start.
       9100-exit.
            exit.

       9100-ler-pd0570y-nex section.
       9100.
            read  pd0570y next record
                  at end
                       continue
            end-read.
       9100-exit.
            exit.

       copy PCP8000.CPY.
       copy PCP9000.CPY.
*>
