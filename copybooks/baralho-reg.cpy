      *> tres rotulos usados nas telas de pergunta/revelacao. Um novo
      *> baralho tematico entra no jogo apenas acrescentando uma linha
      *> aqui e o arquivo de dados correspondente.
      *> O tipo separa os baralhos de estados (os 27 estados, no layout
      *> estado-reg.cpy) dos baralhos livres (quantidade livre de
      *> cartas, cada uma com a propria pergunta, no layout
      *> carta-reg.cpy, mantidos pelo programa01_16); no baralho livre
      *> o rotulo da pergunta eh o titulo do baralho no menu.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-bar-id                       pic 9(02).
           05  :PREFIXO:-bar-arquivo                  pic x(30).
           05  :PREFIXO:-bar-rotulo-pergunta          pic x(40).
           05  :PREFIXO:-bar-rotulo-revelacao         pic x(20).
           05  :PREFIXO:-bar-rotulo-conectivo         pic x(20).
      *>       espacos/E = baralho de estados, L = baralho livre
           05  :PREFIXO:-bar-tipo                     pic x(01).
               88  :PREFIXO:-bar-livre                value "L".
