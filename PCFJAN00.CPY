      *>                final é uma janela "virada" (ex. 2200-0600):
      *>                abre no dia cadastrado e fecha na madrugada do
      *>                dia seguinte.
      *>                Tipo "B" = bloqueio por data: suspende a execução
      *>                automática o dia inteiro, de data-inicial a
      *>                data-final (AAAAMMDD, inclusive), mesmo dentro de
      *>                uma janela ou sem janela cadastrada. Dia e horas
      *>                ficam zerados. Bloqueio na empresa/filial 000/000
      *>                vale para todas as unidades (janela de horário
      *>                sempre pertence a uma unidade). Tipo espaço ou "J"
      *>                = janela de horário (registros anteriores ao
      *>                bloqueio trazem espaços na área nova).
      *>                Manutenção: PP00005J, trilha em EFDJANH.CAD.
      *>=================================================================
       fd  pdjan00
           label record standard.
           03 (fja)n0-hora-final           pic 9(04).
           03 (fja)n0-ind-ativo            pic x(01).
               88 (fja)n0-janela-ativa             value "S".
           03 (fja)n0-tipo-registro        pic x(01).
               88 (fja)n0-janela-horario           value " " "J".
               88 (fja)n0-bloqueio-data            value "B".
           03 (fja)n0-data-inicial         pic 9(08).
           03 (fja)n0-data-final           pic 9(08).
           03 filler                       pic x(03).
