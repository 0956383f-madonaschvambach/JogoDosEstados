      *>-----------------------------------------------------------------
      *> layout do registro de totais de controle por partida
      *> (controle-partidas.txt), gravado pelo jogo principal ao fim de
      *> cada partida: a identificacao da partida (data e hora
      *> AAAAMMDDHHMMSS, a mesma que vai no cabecalho do bloco do
      *> historico de placares e ao final das linhas do historico de
      *> rodadas e da exportacao da sessao), o baralho (00 = misto), o
      *> modo, as quantidades de respostas, acertos e erros gravadas e
      *> a pontuacao final de cada participante (jogador ou equipe).
      *> Conferido contra os demais arquivos pelo programa01_13.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-ctl-id                      pic x(14).
           05  :PREFIXO:-ctl-deck                    pic 9(02).
      *>       I = individual, E = equipes
           05  :PREFIXO:-ctl-tipo                    pic x(01).
      *>       S = torneio mata-mata, N = partida normal
           05  :PREFIXO:-ctl-torneio                 pic x(01).
           05  :PREFIXO:-ctl-respostas               pic 9(04).
           05  :PREFIXO:-ctl-acertos                 pic 9(04).
           05  :PREFIXO:-ctl-erros                   pic 9(04).
           05  :PREFIXO:-ctl-quant-part              pic 9(01).
           05  :PREFIXO:-ctl-participantes occurs 8.
               10  :PREFIXO:-ctl-codigo              pic 9(03).
               10  :PREFIXO:-ctl-nome                pic x(15).
               10  :PREFIXO:-ctl-pontos              pic 9(03).
