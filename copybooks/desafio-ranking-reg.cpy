      *>-----------------------------------------------------------------
      *> layout do registro do ranking do desafio da semana
      *> (desafio-ranking.txt): uma linha por jogador cadastrado que
      *> jogou o roteiro da semana, gravada pelo jogo principal ao fim
      *> do desafio e consultada pelo programa01_18. A marca de cada
      *> pergunta (S = acertou, N = errou, na ordem do roteiro) da as
      *> taxas de acerto do fechamento da semana (programa01_17).
      *>-----------------------------------------------------------------
           05  :PREFIXO:-dk-semana                    pic x(08).
           05  :PREFIXO:-dk-codigo                    pic 9(03).
           05  :PREFIXO:-dk-nome                      pic x(30).
           05  :PREFIXO:-dk-acertos                   pic 9(02).
           05  :PREFIXO:-dk-pontos                    pic 9(03).
      *>       soma dos tempos de resposta, em segundos
           05  :PREFIXO:-dk-tempo                     pic 9(05).
           05  :PREFIXO:-dk-data                      pic x(08).
           05  :PREFIXO:-dk-marcas                    pic x(09).
