      *>=================================================================
      *> PCF0570Q.CPY - FD/registro do arquivo EFD057Q.CAD. Um registro
      *>                por ação solicitada pela matriz a uma
      *>                revenda/empresa/filial: a rotina, a ação
      *>                (reabertura de execução concluída ou reexecução
      *>                de execução falha), o motivo e quem solicitou;
      *>                depois, o resultado devolvido pela base no
      *>                EFD057T.TXT (executada ou recusada, com o
      *>                motivo da recusa). Solicitação ainda sem
      *>                resultado segue em todo EFD057Q.TXT gerado.
      *>                O registro de número zero é o de controle:
      *>                guarda em (f570)q-ultima-solicitacao o último
      *>                número atribuído.
      *>=================================================================
       fd  pd0570q
           label record standard.
       01  (f570)q-registro.
           03 (f570)q-numero-solicitacao   pic 9(08).
           03 (f570)q-codigo-revenda       pic 9(05).
           03 (f570)q-cd-empresa           pic 9(03).
           03 (f570)q-cd-filial            pic 9(03).
           03 (f570)q-nome-programa        pic x(08).
           03 (f570)q-acao                 pic x(01).
               88 (f570)q-reabertura               value "R".
               88 (f570)q-reexecucao               value "E".
           03 (f570)q-motivo               pic x(40).
           03 (f570)q-usuario-solicitacao  pic x(08).
           03 (f570)q-data-solicitacao     pic 9(08).
           03 (f570)q-hora-solicitacao     pic 9(06).
           03 (f570)q-ind-situacao         pic x(01).
               88 (f570)q-solicitada               value "S".
               88 (f570)q-executada                value "E".
               88 (f570)q-recusada                 value "R".
      *> Último EFD057Q.TXT que levou a solicitação (zeros = ainda não
      *> enviada às bases).
           03 (f570)q-data-envio           pic 9(08).
      *> Resultado na base, como veio no EFD057T.TXT.
           03 (f570)q-data-aplicacao       pic 9(08).
           03 (f570)q-hora-aplicacao       pic 9(06).
           03 (f570)q-usuario-aplicacao    pic x(08).
           03 (f570)q-motivo-recusa        pic x(38).
           03 (f570)q-data-retorno         pic 9(08).
           03 (f570)q-hora-retorno         pic 9(06).
           03 (f570)q-ultima-solicitacao   pic 9(08).
           03 filler                       pic x(10).
