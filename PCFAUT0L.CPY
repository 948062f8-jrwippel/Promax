      *>=================================================================
      *> PCFAUT0L.CPY - FD/registro do arquivo EFDAUTL.CAD. Um registro
      *>                por tentativa recusada: quando, quem, o que
      *>                tentou (programa/opção/unidade), de qual rotina
      *>                de chamada e o motivo da recusa.
      *>=================================================================
       fd  pdaut0l
           label record standard.
       01  (faut)l-registro.
           03 (faut)l-data-recusa            pic 9(08).
           03 (faut)l-hora-recusa            pic 9(06).
           03 (faut)l-id-usuario             pic x(08).
           03 (faut)l-nome-programa          pic x(08).
           03 (faut)l-opcao                  pic x(02).
           03 (faut)l-cd-empresa             pic 9(03).
           03 (faut)l-cd-filial              pic 9(03).
           03 (faut)l-rotina-chamadora       pic x(08).
           03 (faut)l-motivo                 pic x(60).
