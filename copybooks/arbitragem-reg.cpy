      *>-----------------------------------------------------------------
      *> layout do registro do arquivo de arbitragens (arbitragens.txt):
      *> uma linha por resposta dada como errada que o host aceitou na
      *> tela de revelacao, com data e hora da decisao, nome do host,
      *> baralho e estado da pergunta, codigo (0 = convidado) e nome de
      *> quem respondeu e o texto aceito. Gravado pelo jogo principal,
      *> apenas acrescentando linhas.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-arb-data                    pic x(08).
           05  :PREFIXO:-arb-hora                    pic x(06).
           05  :PREFIXO:-arb-host                    pic x(20).
           05  :PREFIXO:-arb-deck                    pic 9(02).
           05  :PREFIXO:-arb-estado                  pic x(25).
           05  :PREFIXO:-arb-codigo                  pic 9(03).
           05  :PREFIXO:-arb-jogador                 pic x(15).
           05  :PREFIXO:-arb-texto                   pic x(25).
