      *>-----------------------------------------------------------------
      *> layout do registro do roteiro do desafio da semana
      *> (desafio-roteiro.txt), gerado pelo programa01_17: uma linha por
      *> pergunta, na ordem em que o jogo principal as faz, com o
      *> baralho (codigo do catalogo) e a chave da carta (o estado, no
      *> baralho de estados). No fechamento da semana o roteiro eh
      *> marcado como fechado e arquivado em desafio-AAAAMMDD.txt com as
      *> respostas e os acertos de cada pergunta.
      *>-----------------------------------------------------------------
      *>       semana = data (AAAAMMDD) da segunda-feira da semana
           05  :PREFIXO:-dr-semana                    pic x(08).
           05  :PREFIXO:-dr-situacao                  pic x(01).
               88  :PREFIXO:-dr-aberto                value "A".
               88  :PREFIXO:-dr-fechado               value "F".
           05  :PREFIXO:-dr-ordem                     pic 9(02).
           05  :PREFIXO:-dr-deck                      pic 9(02).
           05  :PREFIXO:-dr-chave                     pic x(25).
      *>       preenchidos no fechamento da semana (zeros antes dele)
           05  :PREFIXO:-dr-respostas                 pic 9(03).
           05  :PREFIXO:-dr-acertos                   pic 9(03).
