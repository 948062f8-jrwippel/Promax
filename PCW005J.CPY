      *>=================================================================
      *> PCW005J.CPY - Linkage do parâmetro de manutenção do calendário
      *>               de execução automática (PP00005J - arquivo
      *>               EFDJAN.CAD). Prefixo parametrizado via REPLACING,
      *>               como PCW0058.CPY.
      *>               Opções: IN=inclui  AL=altera (reativa se
      *>                       desativada)  DE=desativa  CO=consulta
      *>               Tipo J=janela de horário (dia-semana, horas)
      *>                    B=bloqueio por data (data-inicial/final;
      *>                      empresa/filial 000/000 = todas)
      *>               Na inclusão, sequência zerada = próxima livre da
      *>               empresa/filial.
      *>=================================================================
       01   (l5j)-par-janela.
            03 (l5j)-opcao-janela               pic x(02).
            03 (l5j)-cd-empresa                 pic 9(03).
            03 (l5j)-cd-filial                  pic 9(03).
            03 (l5j)-sequencia                  pic 9(03).
            03 (l5j)-tipo-registro              pic x(01).
            03 (l5j)-dia-semana                 pic 9(01).
            03 (l5j)-hora-inicial               pic 9(04).
            03 (l5j)-hora-final                 pic 9(04).
            03 (l5j)-data-inicial               pic 9(08).
            03 (l5j)-data-final                 pic 9(08).
            03 (l5j)-usuario                    pic x(08).
            03 (l5j)-motivo                     pic x(60).
            03 (l5j)-status-janela              pic x(02).
               88 calendario-sem-erro                    value "OK".
            03 (l5j)-mensagem                   pic x(4000).
