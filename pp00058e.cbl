      *>              o arquivo de transmissão EFD058T.TXT, aplicado em
      *>              cada base por PP00058I - sentido inverso do fluxo
      *>              EFD057T.TXT. Rotinas desativadas também viajam:
      *>              a desativação é uma mudança a distribuir. Cada
      *>              rotina ativa exportada fica registrada em
      *>              EFD058D.CAD com a data da primeira distribuição,
      *>              marco zero dos relatórios de implantação de
      *>              PP00057C.
      *>

       environment division.
       copy PCS05800.CPY replacing ==(f58)== by ==f58==.
       copy PCS05900.CPY replacing ==(f59)== by ==f59==.
       copy PCS0580T.CPY.
       copy PCS0580D.CPY replacing ==(f580)== by ==f580==.

       data division.

       copy PCF05800.CPY replacing ==(f58)== by ==f58==.
       copy PCF05900.CPY replacing ==(f59)== by ==f59==.
       copy PCF0580T.CPY replacing ==(f580)== by ==f580==.
       copy PCF0580D.CPY replacing ==(f580)== by ==f580==.

       working-storage section.
       78   versao                       value "d".
       copy PCW900.CPY.                 *>Padrão

       01   ws-campos-de-trabalho.
            03 ws-versao-sistema        pic x(11)   value spaces.
            03 ws-ind-possui-efd059     pic x(01)   value "N".
               88 ws-possui-efd059                  value "S".
            03 ws-data-geracao          pic 9(08)   value zeros.
            03 ws-hora-geracao          pic 9(06)   value zeros.

       01   lnk-versao-base.
            03 lnk-versao-sistema       pic x(11).
            move "pd0580t-transmissao-catalogo" to whs-arquivo
            perform 9000-trata-abertura

            string lnk-dtbpath delimited by " " "/EFD058D.CAD" into wid-pd0580d
            open i-o pd0580d
            if   ws-resultado-acesso = "35"
                 open output pd0580d
                 close pd0580d
                 open i-o pd0580d
            end-if
            move "pd0580d-registro-distribuicao" to whs-arquivo
            perform 9000-trata-abertura

            call "PW00219S"             using lnk-versao-base
            move lnk-versao-sistema     to ws-versao-sistema.
       1000-exit.
            move ws-versao-sistema      to f580t-versao-sistema
            accept ws-data-inv          from date yyyymmdd
            move ws-data-inv            to f580t-data-geracao
            move ws-data-inv            to ws-data-geracao
            accept ws-horas             from time
            move ws-horas               to f580t-hora-geracao
            move ws-horas               to ws-hora-geracao
            write f580t-registro
            if   not ws-operacao-ok
                 perform 9900-erro-gravacao.
                move f5800-ind-ativo    to f580t-ind-ativo
                move f5800-data-vigencia to f580t-data-vigencia
                move f5800-max-tentativas to f580t-max-tentativas
                move f5800-versao-minima to f580t-versao-minima
                move f5800-versao-maxima to f580t-versao-maxima
                move f5800-data-limite  to f580t-data-limite
                write f580t-registro
                if   not ws-operacao-ok
                     perform 9900-erro-gravacao
                end-if
                add  1                  to lp-total-rotinas
                if   f5800-ativo
                     perform 2250-registra-distribuicao
                end-if
                perform 9000-ler-pd05800-nex
            end-perform.
       2200-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
      *> Primeira distribuição fica como estava; só a última avança.
       2250-registra-distribuicao section.
       2250.
            move f5800-nome-programa    to f580d-nome-programa
            perform 9000-ler-pd0580d-ran
            if   ws-operacao-ok
                 move ws-data-geracao   to f580d-data-ultima-distrib
                 move ws-hora-geracao   to f580d-hora-ultima-distrib
                 rewrite f580d-registro
            else
                 initialize                f580d-registro
                 move f5800-nome-programa to f580d-nome-programa
                 move ws-data-geracao   to f580d-data-primeira-distrib
                 move ws-hora-geracao   to f580d-hora-primeira-distrib
                 move ws-data-geracao   to f580d-data-ultima-distrib
                 move ws-hora-geracao   to f580d-hora-ultima-distrib
                 write f580d-registro
            end-if
            if   not ws-operacao-ok
                 move "2250-erro de atualizacao efd058d.cad !!!" to
                      whs-mensagem
                 move ws-resultado-acesso to ws-status
                 perform 9000-mensagem-especial
                 perform 3000-finalizacao
                 perform 0000-saida.
       2250-exit.
            exit.

       *>---------------------------------------------------------------------------------------------
       2300-exporta-dependencias section.
       2300.
            perform 9000-str-pd05900-gtr
            if   ws-possui-efd059
                 close pd05900
            end-if
            close pd0580t
            close pd0580d.
       3000-exit.
            exit.

       copy PCP9000.CPY.
       copy PCL05800.CPY replacing ==(f58)== by ==f58==.
       copy PCL05900.CPY replacing ==(f59)== by ==f59==.
       copy PCL0580D.CPY replacing ==(f580)== by ==f580==.
*>
