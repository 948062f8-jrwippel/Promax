      *>=================================================================
      *> PCF0570B.CPY - FD/registro do arquivo EFD057B.CAD. Um registro
      *>                por arquivo copiado. A chave começa pela chave
      *>                da marca de EFD057.CAD (empresa/filial zeradas
      *>                para rotina global) e segue pela identificação
      *>                do conjunto (data/hora AAAAMMDDHHMMSS do início
      *>                da cópia) - as cópias ficam em
      *>                <dtbpath>/BACKUP/<programa>-<empfil>-<id>.
      *>                Situação: P=execução falhou ou não concluiu
      *>                (restaurável pela opção "RB" de PP00005),
      *>                S=execução concluída (expurgada após os dias de
      *>                retenção de EFD058B.CAD), R=restaurado,
      *>                E=cópia expurgada.
      *>=================================================================
       fd  pd0570b
           label record standard.
       01  (f570)b-registro.
           03 (f570)b-chave.
               05 (f570)b-cd-empresa         pic 9(03).
               05 (f570)b-cd-filial          pic 9(03).
               05 (f570)b-nome-programa      pic x(08).
               05 (f570)b-id-backup          pic 9(14).
               05 (f570)b-nome-arquivo       pic x(30).
           03 (f570)b-ind-situacao           pic x(01).
               88 (f570)b-pendente                   value "P".
               88 (f570)b-execucao-concluida         value "S".
               88 (f570)b-restaurado                 value "R".
               88 (f570)b-expurgado                  value "E".
      *> "N" = o arquivo não existia antes do despacho: a restauração
      *> o remove em vez de copiar de volta.
           03 (f570)b-ind-existia            pic x(01).
               88 (f570)b-arquivo-existia            value "S".
           03 (f570)b-id-usuario             pic x(08).
           03 (f570)b-data-situacao          pic 9(08).
           03 (f570)b-hora-situacao          pic 9(06).
           03 (f570)b-usuario-situacao       pic x(08).
           03 filler                         pic x(10).
