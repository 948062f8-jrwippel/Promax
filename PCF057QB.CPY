      *>=================================================================
      *> PCF057QB.CPY - FD/registro do arquivo EFD057QB.CAD. Um registro
      *>                por solicitação da matriz tratada na base: o
      *>                resultado (executada pela reabertura "RA" de
      *>                PP00005 ou recusada, com o motivo), quem aplicou
      *>                e quando. (f57q)b-data-transmissao é gravada por
      *>                PP00057E ao levar o resultado no EFD057T.TXT;
      *>                zeros = resultado ainda a transmitir. A mesma
      *>                solicitação recebida de novo não é reaplicada -
      *>                só volta a zeros, para o resultado seguir outra
      *>                vez (a matriz ainda não o recebeu).
      *>=================================================================
       fd  pd057qb
           label record standard.
       01  (f57q)b-registro.
           03 (f57q)b-numero-solicitacao   pic 9(08).
           03 (f57q)b-cd-empresa           pic 9(03).
           03 (f57q)b-cd-filial            pic 9(03).
           03 (f57q)b-nome-programa        pic x(08).
           03 (f57q)b-acao                 pic x(01).
           03 (f57q)b-motivo               pic x(40).
           03 (f57q)b-ind-resultado        pic x(01).
               88 (f57q)b-executada                value "E".
               88 (f57q)b-recusada                 value "R".
           03 (f57q)b-data-aplicacao       pic 9(08).
           03 (f57q)b-hora-aplicacao       pic 9(06).
           03 (f57q)b-usuario-aplicacao    pic x(08).
           03 (f57q)b-motivo-recusa        pic x(38).
           03 (f57q)b-data-transmissao     pic 9(08).
           03 filler                       pic x(10).
