      *>=================================================================
      *> PCW0094.CPY - Linkage do parâmetro de manutenção da habilitação
      *>               de projetos por empresa/filial (PP00094 - arquivo
      *>               EFD094.CAD). Prefixo parametrizado via REPLACING,
      *>               como PCW0058.CPY.
      *>               Opções: IN=inclui  HA=habilita  DS=desabilita
      *>                       HM=habilitação em massa (todas as filiais
      *>                          do tipo-cdd informado em EFDPAR.CAD:
      *>                          C=cdd, R=revenda, M=misto)
      *>                       CO=consulta (projeto zerado = todos)
      *>               Prévia = "S": só lista as rotinas de EFD058.CAD
      *>               que passariam a pendentes (ou deixariam de ser
      *>               exigidas) em cada filial, sem gravar nada.
      *>=================================================================
       01   (l94)-par-projeto.
            03 (l94)-opcao-projeto              pic x(02).
            03 (l94)-cd-empresa                 pic 9(03).
            03 (l94)-cd-filial                  pic 9(03).
            03 (l94)-codigo-projeto             pic 9(03).
      *> Inclusão: "S" = já habilitado; demais = desabilitado.
            03 (l94)-ind-habilitado             pic x(01).
            03 (l94)-tipo-cdd                   pic x(01).
            03 (l94)-ind-previa                 pic x(01).
               88 projeto-somente-previa                 value "S".
            03 (l94)-usuario                    pic x(08).
            03 (l94)-motivo                     pic x(60).
            03 (l94)-status-projeto             pic x(02).
               88 projeto-sem-erro                       value "OK".
      *> Empresas/filiais alteradas (ou que seriam, na prévia).
            03 (l94)-total-registros            pic 9(05).
            03 (l94)-mensagem                   pic x(4000).
