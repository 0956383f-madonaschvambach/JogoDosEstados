      *>-----------------------------------------------------------------
      *> layout do registro do historico de variacao do rating
      *> (rating-historico.txt): uma linha por jogador a cada confronto
      *> que mexeu no rating, com a data, o codigo do jogador, o rating
      *> antes e depois e a origem (PARTIDA = colocacao numa partida
      *> individual; DUELO = duelo do torneio mata-mata). Acrescentado
      *> pelo jogo principal e regravado no recalculo completo do
      *> programa01_09.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-rh-data                     pic x(08).
           05  :PREFIXO:-rh-codigo                   pic 9(03).
           05  :PREFIXO:-rh-antes                    pic 9(04).
           05  :PREFIXO:-rh-depois                   pic 9(04).
           05  :PREFIXO:-rh-origem                   pic x(07).
