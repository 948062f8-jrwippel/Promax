      *>                momento da geração); tipo 2 = um detalhe por
      *>                empresa/filial/rotina com a situação
      *>                executado/pendente e os dados de execução de
      *>                EFD057.CAD; tipo 3 = um resultado de
      *>                solicitação da matriz aplicada na base
      *>                (EFD057QB.CAD - executada ou recusada); tipo 9 =
      *>                trailer de integridade com a quantidade de
      *>                detalhes e de resultados e o eco da data de
      *>                geração do header - arquivo sem trailer ou com
      *>                contagem divergente é transmissão truncada e a
      *>                importação deve recusá-lo sem tocar a posição
           03 (f570)t-tipo-registro        pic x(01).
               88 (f570)t-header                    value "1".
               88 (f570)t-detalhe                   value "2".
               88 (f570)t-resultado                 value "3".
               88 (f570)t-trailer                   value "9".
           03 (f570)t-codigo-revenda       pic 9(05).
           03 (f570)t-dados                pic x(70).
               05 (f570)t-return-code      pic s9(04).
               05 (f570)t-id-usuario       pic x(08).
               05 filler                   pic x(14).
           03 (f570)t-dados-resultado redefines (f570)t-dados.
               05 (f570)t-numero-solicitacao pic 9(08).
               05 (f570)t-ind-resultado    pic x(01).
                   88 (f570)t-solicitacao-executada value "E".
                   88 (f570)t-solicitacao-recusada  value "R".
               05 (f570)t-data-aplicacao   pic 9(08).
               05 (f570)t-hora-aplicacao   pic 9(06).
               05 (f570)t-usuario-aplicacao pic x(08).
               05 (f570)t-motivo-recusa    pic x(38).
               05 filler                   pic x(01).
           03 (f570)t-dados-trailer redefines (f570)t-dados.
               05 (f570)t-total-detalhes   pic 9(07).
               05 (f570)t-data-geracao-eco pic 9(08).
      *> Base anterior aos resultados grava brancos aqui - vale zero.
               05 (f570)t-total-resultados pic 9(07).
               05 filler                   pic x(48).
