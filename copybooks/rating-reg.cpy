      *>-----------------------------------------------------------------
      *> layout do registro do arquivo de rating de forca (rating.dat,
      *> indexado pela chave rt-codigo = jog-codigo do cadastro): o
      *> rating corrente do jogador (estilo Elo, comecando em 1500), a
      *> quantidade de confrontos que ja entraram na conta (partidas e
      *> duelos de torneio), o maior rating ja alcancado e a data da
      *> ultima atualizacao. Atualizado pelo jogo principal ao fim de
      *> cada partida individual e recalculado por inteiro pelo
      *> programa01_09 a partir do historico de placares.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-rt-codigo                   pic 9(03).
           05  :PREFIXO:-rt-rating                   pic 9(04).
           05  :PREFIXO:-rt-partidas                 pic 9(04).
           05  :PREFIXO:-rt-pico                     pic 9(04).
           05  :PREFIXO:-rt-data                     pic x(08).
