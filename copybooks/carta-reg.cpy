      *>-----------------------------------------------------------------
      *> layout do registro do baralho livre (tipo L no catalogo de
      *> baralhos): quantidade livre de cartas, cada uma com o proprio
      *> texto de pergunta. Os primeiros campos ocupam as mesmas
      *> posicoes de estado-reg.cpy (a chave da carta faz o papel do
      *> estado no historico de rodadas, nas respostas aceitas e no
      *> relatorio; o grupo faz o papel da regiao na escolha das
      *> alternativas da multipla escolha), entao um arquivo de
      *> baralho de estados lido neste layout vem com a pergunta em
      *> branco. Mantido pelo programa01_16.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-carta-chave                  pic x(25).
           05  :PREFIXO:-carta-resposta               pic x(25).
           05  :PREFIXO:-carta-grupo                  pic x(10).
           05  :PREFIXO:-carta-dificuldade            pic 9(01).
           05  :PREFIXO:-carta-pergunta               pic x(60).
