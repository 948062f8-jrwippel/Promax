      *>=================================================================
      *> PCFARQ00.CPY - FD/registro do arquivo EFDARQ.CAD. Um registro
      *>                por arquivo morto gravado pelo arquivamento
      *>                (PP00097 opção "AQ"): arquivo de origem, nome do
      *>                arquivo morto (relativo ao diretório de dados),
      *>                quantos registros foram para ele, a faixa de
      *>                datas desses registros e a retenção aplicada. A
      *>                consulta "CO" usa a faixa de datas para abrir só
      *>                os arquivos mortos do período pedido.
      *>=================================================================
       fd  pdarq00
           label record standard.
       01  (far)q0-registro.
           03 (far)q0-data-arquivamento      pic 9(08).
           03 (far)q0-hora-arquivamento      pic 9(06).
           03 (far)q0-id-usuario             pic x(08).
           03 (far)q0-arquivo-origem         pic x(08).
           03 (far)q0-nome-arquivo-morto     pic x(40).
           03 (far)q0-total-registros        pic 9(07).
           03 (far)q0-data-mais-antiga       pic 9(08).
           03 (far)q0-data-mais-recente      pic 9(08).
           03 (far)q0-dias-retencao          pic 9(04).
