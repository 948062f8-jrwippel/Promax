      *>=================================================================
      *> PCW0005.CPY - Linkage padrão das rotinas especiais disparadas
      *>               automaticamente por PP00005 (passe "SC"/"TT" em
      *>               2100 e despacho em lote "EL" em 2176). O
      *>               despachante preenche o contexto de execução; a
      *>               rotina devolve a quantidade de registros tratados
      *>               e um texto curto de resultado, gravados na marca
      *>               de EFD057.CAD e exibidos no relatório do lote.
      *>               Prefixo parametrizado via REPLACING - a rotina
      *>               chamada declara o mesmo layout na LINKAGE SECTION
      *>               e o recebe no USING da PROCEDURE DIVISION.
      *>=================================================================
       01   (la)-par-execucao-auto.
      *> Contexto de entrada (preenchido por PP00005 antes do CALL).
            03 (la)-dtbpath                     pic x(60).
            03 (la)-cd-empresa                  pic 9(03).
            03 (la)-cd-filial                   pic 9(03).
      *> "S" = rotina cadastrada como por-unidade em EFD058.CAD: deve
      *> tratar somente a empresa/filial informada. "N" = rotina global,
      *> a empresa/filial é só a unidade que disparou o passe.
            03 (la)-ind-por-unidade             pic x(01).
               88 (la)-execucao-por-unidade              value "S".
            03 (la)-ind-execucao-background     pic x(01).
               88 (la)-execucao-em-background            value "S".
            03 (la)-usuario                     pic x(08).
      *> Retorno da rotina (zerados/em branco por PP00005 antes do CALL).
            03 (la)-total-processados           pic 9(07).
            03 (la)-texto-resultado             pic x(40).
