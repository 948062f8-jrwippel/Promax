      *> Quantas vezes a execução automática já foi disparada para esta
      *> marca (incrementado a cada marca de início). Comparado com
      *> (f58)00-max-tentativas para encerrar a retentativa automática.
           03 (f57)01-total-processados    pic 9(07).
           03 (f57)01-texto-resultado      pic x(40).
      *> Devolvidos pela rotina automática pela linkage padrão
      *> PCW0005.CPY (registros tratados e texto curto de resultado).
      *> Marcas gravadas por "AP"/"57" ou por execução manual ficam
      *> zeradas/em branco.
