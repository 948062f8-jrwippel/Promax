      *>=================================================================
      *> PCF0580B.CPY - FD/registro do arquivo EFD058B.CAD. Um registro
      *>                por arquivo de dados alterado por uma rotina
      *>                automática, mantido por PP00058B (auditoria em
      *>                EFD058BH.CAD). O nome do arquivo é relativo ao
      *>                diretório de dados (lnk-dtbpath), sem barras -
      *>                arquivo indexado com índice em arquivo separado
      *>                deve ter os dois nomes cadastrados.
      *>                O registro de chave toda em espaços é o de
      *>                parâmetros: guarda em (f580)b-dias-retencao por
      *>                quantos dias as cópias de execuções concluídas
      *>                são mantidas (zeros/ausente = 30 dias).
      *>=================================================================
       fd  pd0580b
           label record standard.
       01  (f580)b-registro.
           03 (f580)b-chave.
               05 (f580)b-nome-programa      pic x(08).
               05 (f580)b-nome-arquivo       pic x(30).
           03 (f580)b-ind-ativo              pic x(01).
               88 (f580)b-arquivo-ativo              value "S".
           03 (f580)b-dias-retencao          pic 9(03).
           03 filler                         pic x(08).
