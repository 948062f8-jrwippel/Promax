      *> retentativa seguinte). Atingido o limite a rotina deixa de ser
      *> redespachada e vira alerta em EFD057A.CAD. Zeros = sem limite,
      *> comportamento histórico de redespachar a cada passe.
           03 (f58)00-versao-minima        pic x(11).
           03 (f58)00-versao-maxima        pic x(11).
      *> Faixa de versões do sistema (formato PW00219S, 99.99.99.99) em
      *> que a rotina se aplica. Espaços = sem limite naquela ponta.
      *> Fora da faixa a rotina é "não aplicável a esta versão": não
      *> bloqueia o usuário nem é despachada pelo PP00005.
           03 (f58)00-data-limite          pic 9(08).
      *> Prazo de conformidade (AAAAMMDD): rotina ainda pendente ou com
      *> a última tentativa falha depois desta data entra nos relatórios
      *> de prazos vencidos (PP00005 "VC" na base, PP00057C "VE" na
      *> matriz). Zeros = sem prazo.
