      *>-----------------------------------------------------------------
      *> layout do registro do livro de recordes do clube
      *> (recordes.txt), conferido pelo jogo principal ao fim de cada
      *> partida e consultado pelo programa01_15. Um registro por
      *> recorde: o tipo, a chave (numero de rodadas na maior pontuacao
      *> de partida, codigo do baralho na resposta mais rapida, zero
      *> nos demais), o detentor atual e quem detinha o recorde antes.
      *>-----------------------------------------------------------------
      *>       PT = maior pontuacao numa partida (por numero de rodadas)
      *>       SQ = maior sequencia de acertos
      *>       RP = resposta certa mais rapida (por baralho), segundos
      *>       AP = maior aposta ganha
      *>       EQ = maior pontuacao de equipe
           05  :PREFIXO:-rec-tipo                     pic x(02).
           05  :PREFIXO:-rec-chave                    pic 9(02).
           05  :PREFIXO:-rec-valor                    pic 9(05).
           05  :PREFIXO:-rec-codigo                   pic 9(03).
           05  :PREFIXO:-rec-nome                     pic x(15).
           05  :PREFIXO:-rec-data                     pic x(08).
      *>       detentor anterior (espacos/zeros no primeiro recorde)
           05  :PREFIXO:-rec-ant-valor                pic 9(05).
           05  :PREFIXO:-rec-ant-codigo               pic 9(03).
           05  :PREFIXO:-rec-ant-nome                 pic x(15).
           05  :PREFIXO:-rec-ant-data                 pic x(08).
