      *>-----------------------------------------------------------------
      *> layout do registro do arquivo de controle do fechamento da
      *> noite (controle-fechamento-AAAAMMDD.txt): um registro por
      *> passo do fechamento, com o programa chamado, a situacao
      *> (PENDENTE, EXECUTANDO, OK ou FALHOU), o inicio e o fim da
      *> ultima execucao (AAAAMMDDHHMMSS), o codigo de retorno e o
      *> arquivo gerado pelo passo. Regravado pelo programa01_10 a
      *> cada mudanca de situacao, para a retomada depois de uma queda.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-pf-passo                    pic 9(01).
           05  :PREFIXO:-pf-programa                 pic x(14).
           05  :PREFIXO:-pf-descricao                pic x(30).
           05  :PREFIXO:-pf-status                   pic x(10).
           05  :PREFIXO:-pf-inicio                   pic x(14).
           05  :PREFIXO:-pf-fim                      pic x(14).
           05  :PREFIXO:-pf-rc                       pic 9(03).
           05  :PREFIXO:-pf-arquivo                  pic x(40).
