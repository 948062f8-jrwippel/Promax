      *>=================================================================
      *> PCW096S.CPY - Parâmetro da conferência de autorização
      *>               (CALL "PP00096S" using lnk-par e este layout).
      *>               O programa chamador informa o que o usuário quer
      *>               fazer; PP00096S devolve se está autorizado e, na
      *>               recusa (já gravada em EFDAUTL.CAD), a mensagem a
      *>               exibir. Empresa/filial zeradas = unidade da
      *>               sessão (lnk-cd-empresa/lnk-cd-filial), exceto
      *>               com ind-todas-unidades = "S": opção que alcança
      *>               todas as unidades da base, só uma concessão em
      *>               000/000 autoriza.
      *>               Prefixo parametrizado via REPLACING.
      *>=================================================================
       01   (las)-par-autorizacao.
            03 (las)-nome-programa              pic x(08).
            03 (las)-opcao                      pic x(02).
            03 (las)-usuario                    pic x(08).
            03 (las)-cd-empresa                 pic 9(03).
            03 (las)-cd-filial                  pic 9(03).
            03 (las)-ind-todas-unidades         pic x(01).
               88 (las)-todas-unidades                   value "S".
            03 (las)-ind-autorizado             pic x(01).
               88 (las)-acesso-autorizado                value "S".
            03 (las)-mensagem                   pic x(200).
