      *>-----------------------------------------------------------------
      *> layout do registro dos vencedores do desafio da semana
      *> (desafio-vencedores.txt), um por semana fechada pelo
      *> programa01_17: mais pontos, depois mais acertos, depois menor
      *> tempo total. Semana sem participantes fica com codigo zero e
      *> nome em branco.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-dv-semana                    pic x(08).
           05  :PREFIXO:-dv-codigo                    pic 9(03).
           05  :PREFIXO:-dv-nome                      pic x(30).
           05  :PREFIXO:-dv-acertos                   pic 9(02).
           05  :PREFIXO:-dv-perguntas                 pic 9(02).
           05  :PREFIXO:-dv-pontos                    pic 9(03).
           05  :PREFIXO:-dv-tempo                     pic 9(05).
           05  :PREFIXO:-dv-participantes             pic 9(03).
           05  :PREFIXO:-dv-fechamento                pic x(08).
