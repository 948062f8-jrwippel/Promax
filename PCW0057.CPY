      *>               Prefixo parametrizado via REPLACING, como
      *>               PCW0002.CPY.
      *>               Opções: PP00057E - EX=extrai posição da base
      *>                       PP00057I - AP=aplica na base as ações
      *>                                     solicitadas pela matriz
      *>                       PP00057C - IM=importa transmissão
      *>                                  RE=relatório por rotina
      *>                                  FR=cobertura da frota
      *>                                  VE=prazos vencidos p/ revenda
      *>                                  EV=evolução semanal da
      *>                                     implantação por rotina
      *>                                  TA=tempo médio de aplicação
      *>                                     por revenda
      *>                                  SA=solicita ação às bases
      *>                                  GA=gera EFD057Q.TXT
      *>                                  AS=acompanhamento das
      *>                                     solicitações por revenda
      *>=================================================================
       01   (lc)-par-consolidacao.
            03 (lc)-opcao-consolidacao          pic x(02).
            03 (lc)-codigo-revenda              pic 9(05).
      *> Arquivo de transmissão: espaços = EFD057T.TXT no dtbpath.
            03 (lc)-nome-arquivo                pic x(60).
      *> Rotina da evolução semanal: espaços = todas do catálogo.
            03 (lc)-nome-programa               pic x(08).
      *> Solicitação de ação ("SA"): revenda zerada = toda posição de
      *> EFD057M.CAD da rotina em que a ação cabe (executada para a
      *> reabertura, falha/iniciada para a reexecução).
            03 (lc)-cd-empresa                  pic 9(03).
            03 (lc)-cd-filial                   pic 9(03).
            03 (lc)-acao-solicitada             pic x(01).
            03 (lc)-motivo-solicitacao          pic x(40).
      *> Usuário que solicita (matriz) ou aplica (base) as ações.
            03 (lc)-usuario                     pic x(08).
            03 (lc)-status-consolidacao         pic x(02).
               88 consolidacao-sem-erro                  value "OK".
            03 (lc)-total-registros             pic 9(07).
