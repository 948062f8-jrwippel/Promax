      *>=================================================================
      *> PCF057MH.CPY - FD/registro do arquivo EFD057MH.CAD. Um registro
      *>                por item de EFD057M.CAD que mudou numa
      *>                importação (só acréscimos, em ordem de
      *>                importação): I = posição nova, A = mudou a
      *>                situação/status/execução (com a situação e o
      *>                status anteriores), R = posição que deixou de
      *>                vir na transmissão e saiu do consolidado. A
      *>                posição de qualquer data é o último registro de
      *>                cada item até ela. Na criação do arquivo a
      *>                posição já consolidada entra como "I", com a
      *>                data da importação de origem.
      *>=================================================================
       fd  pd057mh
           label record standard.
       01  (f57m)h-registro.
           03 (f57m)h-data-importacao        pic 9(08).
           03 (f57m)h-hora-importacao        pic 9(06).
           03 (f57m)h-tipo-mudanca           pic x(01).
               88 (f57m)h-inclusao                   value "I".
               88 (f57m)h-alteracao                  value "A".
               88 (f57m)h-remocao                    value "R".
           03 (f57m)h-nome-programa          pic x(08).
           03 (f57m)h-codigo-revenda         pic 9(05).
           03 (f57m)h-cd-empresa             pic 9(03).
           03 (f57m)h-cd-filial              pic 9(03).
           03 (f57m)h-ind-situacao-anterior  pic x(01).
           03 (f57m)h-status-anterior        pic x(01).
           03 (f57m)h-ind-situacao           pic x(01).
               88 (f57m)h-executado                  value "E".
               88 (f57m)h-pendente                   value "P".
           03 (f57m)h-status-execucao        pic x(01).
           03 (f57m)h-data-execucao          pic 9(08).
           03 (f57m)h-hora-execucao          pic 9(06).
           03 (f57m)h-versao-sistema         pic x(11).
