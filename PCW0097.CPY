      *>=================================================================
      *> PCW0097.CPY - Linkage do parâmetro do arquivamento dos logs e
      *>               trilhas de auditoria (PP00097). Prefixo
      *>               parametrizado via REPLACING, como PCW0058.CPY.
      *>               Opções: AQ=arquiva os registros mais antigos que
      *>                          a retenção de cada arquivo
      *>                       CO=consulta os arquivos mortos
      *>               Retenção em dias por arquivo; zeros deixa o
      *>               arquivo fora da rodada. Alertas (EFD057A),
      *>               reconhecimentos (EFD057R) e escalonamentos
      *>               (EFD057X) são arquivados juntos, pela maior das
      *>               três retenções informadas.
      *>               Consulta: arquivo de origem (ex. "EFD057A") e
      *>               período AAAAMMDD das datas dos registros; sem
      *>               arquivo, lista o catálogo dos arquivos mortos.
      *>=================================================================
       01   (l97)-par-arquivamento.
            03 (l97)-opcao-arquivamento         pic x(02).
            03 (l97)-dias-retencao.
               05 (l97)-dias-efd057a            pic 9(04).
               05 (l97)-dias-efd057r            pic 9(04).
               05 (l97)-dias-efd057x            pic 9(04).
               05 (l97)-dias-efd057h            pic 9(04).
               05 (l97)-dias-efd058h            pic 9(04).
               05 (l97)-dias-efd059h            pic 9(04).
               05 (l97)-dias-efd057fh           pic 9(04).
      *> Mesma ordem da tabela de arquivos de PP00097.
            03 (l97)-dias-retencao-r redefines (l97)-dias-retencao.
               05 (l97)-dias-arquivo            pic 9(04) occurs 7 times.
            03 (l97)-arquivo-consulta           pic x(08).
            03 (l97)-data-inicial               pic 9(08).
            03 (l97)-data-final                 pic 9(08).
            03 (l97)-usuario                    pic x(08).
            03 (l97)-status-arquivamento        pic x(02).
               88 arquivamento-sem-erro                  value "OK".
            03 (l97)-mensagem                   pic x(4000).
