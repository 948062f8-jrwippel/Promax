      *>=================================================================
      *> PCW058B.CPY - Linkage do parâmetro de manutenção do registro
      *>               de arquivos de backup das rotinas automáticas
      *>               (PP00058B - arquivo EFD058B.CAD). Prefixo
      *>               parametrizado via REPLACING, como PCW0058.CPY.
      *>               Opções: IN=inclui (reativa se desativado)
      *>                       DE=desativa  CO=consulta
      *>                       RT=dias de retenção das cópias de
      *>                          execuções concluídas
      *>=================================================================
       01   (l8b)-par-backup.
            03 (l8b)-opcao-backup               pic x(02).
            03 (l8b)-nome-programa              pic x(08).
            03 (l8b)-nome-arquivo               pic x(30).
            03 (l8b)-dias-retencao              pic 9(03).
            03 (l8b)-usuario                    pic x(08).
            03 (l8b)-motivo                     pic x(60).
            03 (l8b)-status-backup              pic x(02).
               88 registro-backup-sem-erro               value "OK".
            03 (l8b)-mensagem                   pic x(4000).
