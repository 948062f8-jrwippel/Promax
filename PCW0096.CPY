      *>=================================================================
      *> PCW0096.CPY - Linkage do parâmetro de manutenção das
      *>               autorizações de usuário (PP00096 - arquivo
      *>               EFDAUT.CAD). Prefixo parametrizado via
      *>               REPLACING, como PCW0058.CPY.
      *>               Opções: IN=concede (reativa se revogada)
      *>                       DE=revoga
      *>                       CO=relatório de revisão de acessos:
      *>                          concessões e recusas dos últimos
      *>                          (l96)-dias-recusas dias (zeros = 90)
      *>               Opção "**" = todas as opções do programa;
      *>               empresa/filial 000/000 = todas as unidades.
      *>=================================================================
       01   (l96)-par-autorizacao.
            03 (l96)-opcao-autorizacao          pic x(02).
            03 (l96)-usuario-autorizado         pic x(08).
            03 (l96)-nome-programa              pic x(08).
            03 (l96)-opcao-programa             pic x(02).
            03 (l96)-cd-empresa                 pic 9(03).
            03 (l96)-cd-filial                  pic 9(03).
            03 (l96)-dias-recusas               pic 9(03).
            03 (l96)-usuario                    pic x(08).
            03 (l96)-motivo                     pic x(60).
            03 (l96)-status-autorizacao         pic x(02).
               88 autorizacao-sem-erro                   value "OK".
            03 (l96)-mensagem                   pic x(4000).
