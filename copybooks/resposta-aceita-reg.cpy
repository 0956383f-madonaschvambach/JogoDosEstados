      *>-----------------------------------------------------------------
      *> layout do registro do arquivo de respostas aceitas
      *> (respostas-aceitas.txt): uma linha por grafia alternativa que
      *> o jogo passa a aceitar como certa para um estado de um baralho
      *> (codigo do baralho do catalogo, estado do arquivo mestre, texto
      *> aceito e data da inclusao). Alimentado pela arbitragem do host
      *> na tela de revelacao do jogo principal e mantido pelo programa
      *> de manutencao do arquivo mestre.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-ra-deck                     pic 9(02).
           05  :PREFIXO:-ra-estado                   pic x(25).
           05  :PREFIXO:-ra-texto                    pic x(25).
           05  :PREFIXO:-ra-data                     pic x(08).
