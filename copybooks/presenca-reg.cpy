      *>-----------------------------------------------------------------
      *> layout do registro da lista de presenca da noite
      *> (presenca-AAAAMMDD.txt, um arquivo por noite), montada pelo
      *> programa de inscricao previa (programa01_14) com os jogadores
      *> cadastrados presentes e, quando o host ja sabe, a equipe de
      *> cada um. O jogo principal carrega a lista em vez de perguntar
      *> jogador por jogador, e o relatorio mensal de presenca eh
      *> tirado das listas gravadas.
      *>-----------------------------------------------------------------
           05  :PREFIXO:-pr-data                      pic x(08).
           05  :PREFIXO:-pr-codigo                    pic 9(03).
           05  :PREFIXO:-pr-nome                      pic x(30).
      *>       espacos = equipe ainda nao definida
           05  :PREFIXO:-pr-equipe                    pic x(15).
