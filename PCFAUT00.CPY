      *>=================================================================
      *> PCFAUT00.CPY - FD/registro do arquivo EFDAUT.CAD. Um registro
      *>                por concessão: o usuário pode usar a opção do
      *>                programa na empresa/filial da chave.
      *>                Opção "**" = todas as opções do programa.
      *>                Empresa/filial 000/000 = todas as unidades.
      *>                Arquivo ausente ou sem nenhuma concessão ativa =
      *>                controle ainda não implantado na base: todos
      *>                seguem autorizados, como antes do cadastro.
      *>                Manutenção: PP00096, trilha em EFDAUTH.CAD;
      *>                recusas em EFDAUTL.CAD.
      *>=================================================================
       fd  pdaut00
           label record standard.
       01  (fau)t0-autorizacao.
           03 (fau)t0-chave.
               05 (fau)t0-id-usuario       pic x(08).
               05 (fau)t0-nome-programa    pic x(08).
               05 (fau)t0-opcao            pic x(02).
               05 (fau)t0-cd-empresa       pic 9(03).
               05 (fau)t0-cd-filial        pic 9(03).
           03 (fau)t0-ind-ativo            pic x(01).
               88 (fau)t0-autorizacao-ativa         value "S".
           03 (fau)t0-data-concessao       pic 9(08).
           03 (fau)t0-usuario-concessao    pic x(08).
           03 filler                       pic x(10).
