      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_14".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao da inscricao previa da noite: o host monta
      *>               a lista de presenca (presenca-AAAAMMDD.txt) com os
      *>               jogadores cadastrados presentes e, se quiser, a
      *>               composicao das equipes, para o programa01_01
      *>               carregar em vez de perguntar jogador por jogador;
      *>               relatorio mensal de presenca por jogador tirado
      *>               das listas gravadas.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   cadastro de jogadores mantido pelo programa01_04, so leitura
           select arqJogadores assign to "jogadores.dat"
           organization    is indexed
           access mode     is dynamic
           record key      is fs-jog-codigo
           file status     is  ws-fs-arqJogadores.

      *>   lista de presenca, um arquivo por noite; o relatorio mensal
      *>   passa pelas listas de cada dia do mes no mesmo FD
           select arqPresenca assign dynamic ws-nome-arq-presenca
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqPresenca.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqJogadores.
       01  fs-jogador-reg.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqPresenca.
       01  fs-presenca-reg.
           copy "presenca-reg.cpy" replacing ==:PREFIXO:== by ==fs==.


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqPresenca                       pic 9(02).
       77  ws-nome-arq-presenca                    pic x(40) value spaces.

           copy "msg-erro.cpy".


      *>--- cadastro de jogadores, para validar os codigos da lista
       01  ws-cadastro-jogadores occurs 500.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-cadastrados                    pic 9(03) value 0.
       77  ws-pos-cadastro                         pic 9(03) value 0.
       77  ws-codigo-busca                         pic 9(03) value 0.


      *>--- lista de presenca da noite em manutencao
       77  ws-data-noite                           pic x(08) value spaces.

       01  ws-presentes occurs 99.
           copy "presenca-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-presentes                      pic 9(02) value 0.
       77  ws-max-presentes                        pic 9(02) value 99.
       77  ws-pos-presente                         pic 9(02) value 0.
       77  ws-ent-equipe                           pic x(15) value spaces.

       77  ws-alterou-algo                         pic x(01) value "N".
           88  ws-lista-alterada                   value "S".


      *>--- relatorio mensal: presenca de cada jogador por dia do mes
       77  ws-mes-relatorio                        pic x(06) value spaces.
       77  ws-dia                                  pic 9(02) value 0.
       77  ws-noites-mes                           pic 9(02) value 0.
       77  ws-dias-com-lista                       pic x(31) value spaces.

       01  ws-presenca-mes occurs 600.
           05 wpm-codigo                           pic 9(03).
           05 wpm-nome                             pic x(30).
           05 wpm-presencas                        pic 9(02).
           05 wpm-dias                             pic x(31).

       77  ws-quant-mes                            pic 9(03) value 0.
       77  ws-pos-mes                              pic 9(03) value 0.
       77  ws-percentual                           pic 9(03) value 0.
       77  ws-percentual-edit                      pic zz9.


       77  ws-opcao-menu                           pic 9(01) value 0.
       77  ws-opcao-confirma                       pic x(01) value "N".
           88  ws-confirmou                        value "S".
       77  ws-sair-ind                             pic x(01) value "N".
           88  ws-sair                             value "S".

      *>--- indices com folga para passar do teto das tabelas nos
      *>    lacos "perform until ws-i > ..."
       77  ws-i                                    pic 9(04).
       77  ws-j                                    pic 9(04).


      *>--- variaveis para comunicaçao entre programa
       linkage section.



      *>--- declaração de tela
       screen section.



      *>--- declaração do corpo do programa
       procedure division.


           perform inicializacao.
           perform processamento.
           perform finalizacao.


      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move 0 to ws-quant-cadastrados

           open input arqJogadores

           if ws-fs-arqJogadores = 35 then
               continue
           else

               if ws-fs-arqJogadores <> 0 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqJogadores                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqJogadores " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqJogadores = 10
                          or ws-quant-cadastrados >= 500

                   read arqJogadores next record
                       into ws-cadastro-jogadores(ws-quant-cadastrados + 1)

                   if ws-fs-arqJogadores = 0 then
                       add 1 to ws-quant-cadastrados
                   else
                       if ws-fs-arqJogadores <> 10 then
                           move 2                                  to ws-msn-erro-ofsset
                           move ws-fs-arqJogadores                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqJogadores "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJogadores

           end-if

           display erase
           display "======================================================"
           display "          INSCRICAO PREVIA - LISTA DE PRESENCA        "
           display "======================================================"
           display " "

           if ws-quant-cadastrados = 0 then
               display "Nenhum jogador cadastrado (use o programa01_04)."
               display "A lista de presenca so aceita jogadores cadastrados."
           end-if

           display "Data da noite (AAAAMMDD, ENTER para hoje): "
           accept ws-data-noite
           perform until ws-data-noite = spaces
                      or ws-data-noite is numeric
               display "Data invalida."
               display "Data da noite (AAAAMMDD, ENTER para hoje): "
               accept ws-data-noite
           end-perform
           if ws-data-noite = spaces then
               move function current-date(1:8) to ws-data-noite
           end-if

           perform carregar-lista


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega a lista ja gravada para a noite escolhida, para
      *> continuar a inscricao; sem lista a noite comeca vazia
      *>-----------------------------------------------------------------
       carregar-lista section.


           move 0 to ws-quant-presentes
           move spaces to ws-nome-arq-presenca
           string "presenca-" ws-data-noite ".txt"
                  delimited by size into ws-nome-arq-presenca

           open input arqPresenca

           if ws-fs-arqPresenca = 35 then
               display " "
               display "Lista nova para a noite " ws-data-noite(7:2) "/"
                       ws-data-noite(5:2) "/" ws-data-noite(1:4) "."
           else

               if ws-fs-arqPresenca <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPresenca "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqPresenca = 10
                          or ws-quant-presentes >= ws-max-presentes

                   read arqPresenca
                       into ws-presentes(ws-quant-presentes + 1)

                   if ws-fs-arqPresenca = 0 then
                       add 1 to ws-quant-presentes
                   else
                       if ws-fs-arqPresenca <> 10 then
                           move 4                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPresenca                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPresenca "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqPresenca

               display " "
               display "Lista da noite carregada: " ws-quant-presentes
                       " presente(s)."

           end-if

           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       carregar-lista-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                 laco principal da inscricao
      *>-----------------------------------------------------------------
       processamento section.


           move "N" to ws-sair-ind

           perform until ws-sair

               perform exibir-menu
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform listar-presentes
                   when 2
                       perform incluir-presente
                   when 3
                       perform remover-presente
                   when 4
                       perform compor-equipes
                   when 5
                       perform gravar-lista
                   when 6
                       perform relatorio-mensal
                   when 7
                       perform encerrar-inscricao
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o menu da inscricao previa
      *>-----------------------------------------------------------------
       exibir-menu section.


           display erase
           display "======================================================"
           display "          INSCRICAO PREVIA - LISTA DE PRESENCA        "
           display "======================================================"
           display " Noite: " ws-data-noite(7:2) "/" ws-data-noite(5:2) "/"
                   ws-data-noite(1:4) "   presentes: " ws-quant-presentes
           if ws-lista-alterada then
               display " (lista alterada, ainda nao gravada)"
           end-if
           display " "
           display "  1 - Listar presentes"
           display "  2 - Incluir presente"
           display "  3 - Remover presente"
           display "  4 - Compor equipes"
           display "  5 - Gravar lista da noite"
           display "  6 - Relatorio mensal de presenca"
           display "  7 - Sair"
           display " "
           display "Opcao: "


           .
       exibir-menu-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lista os presentes da noite, com a equipe de cada um
      *>-----------------------------------------------------------------
       listar-presentes section.


           display " "
           move 1 to ws-i
           perform until ws-i > ws-quant-presentes

               if ws-pr-equipe(ws-i) = spaces then
                   display ws-pr-codigo(ws-i) ") " ws-pr-nome(ws-i)
               else
                   display ws-pr-codigo(ws-i) ") " ws-pr-nome(ws-i)
                           " equipe: " ws-pr-equipe(ws-i)
               end-if

               add 1 to ws-i

           end-perform

           if ws-quant-presentes = 0 then
               display "Nenhum presente inscrito ainda."
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       listar-presentes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Inclui um presente pelo codigo do cadastro, recusando codigo
      *> inexistente ou ja inscrito na noite; a equipe eh opcional
      *>-----------------------------------------------------------------
       incluir-presente section.


           display " "

           if ws-quant-presentes >= ws-max-presentes then
               display "Lista cheia, nao eh possivel incluir."
           else

               display "Codigo do jogador: "
               accept ws-codigo-busca

               perform localizar-jogador-cadastro
               perform localizar-presente

               evaluate true
                   when ws-pos-cadastro = 0
                       display "Codigo nao cadastrado."
                   when ws-pos-presente <> 0
                       display "Esse jogador ja esta na lista da noite."
                   when other
                       add 1 to ws-quant-presentes
                       move ws-data-noite
                            to ws-pr-data(ws-quant-presentes)
                       move ws-jog-codigo(ws-pos-cadastro)
                            to ws-pr-codigo(ws-quant-presentes)
                       move ws-jog-nome(ws-pos-cadastro)
                            to ws-pr-nome(ws-quant-presentes)
                       display "Equipe (ENTER = ainda sem equipe): "
                       accept ws-ent-equipe
                       move ws-ent-equipe
                            to ws-pr-equipe(ws-quant-presentes)
                       move "S" to ws-alterou-algo
                       display function trim(ws-jog-nome(ws-pos-cadastro))
                               " incluido na lista."
               end-evaluate

           end-if

           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       incluir-presente-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Remove um presente da lista, puxando os seguintes uma posicao
      *>-----------------------------------------------------------------
       remover-presente section.


           display " "
           display "Codigo do jogador a remover: "
           accept ws-codigo-busca

           perform localizar-presente

           if ws-pos-presente = 0 then
               display "Esse jogador nao esta na lista da noite."
           else

               display "Remover " function trim(ws-pr-nome(ws-pos-presente))
                       " da lista?  'S'/'N'"
               accept ws-opcao-confirma

               if ws-confirmou then
                   move ws-pos-presente to ws-i
                   perform until ws-i >= ws-quant-presentes
                       move ws-presentes(ws-i + 1) to ws-presentes(ws-i)
                       add 1 to ws-i
                   end-perform
                   subtract 1 from ws-quant-presentes
                   move "S" to ws-alterou-algo
                   display "Jogador removido da lista."
               end-if

           end-if

           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       remover-presente-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Composicao das equipes: pergunta a equipe de cada presente
      *> (ENTER mantem a atual, "*" deixa sem equipe). O jogo aceita de
      *> 2 a 4 equipes com ate 6 membros; fora disso ele volta a
      *> perguntar as equipes na hora.
      *>-----------------------------------------------------------------
       compor-equipes section.


           display " "

           if ws-quant-presentes = 0 then
               display "Nenhum presente inscrito ainda."
           else

               display "Equipe de cada presente (ENTER mantem a atual,"
               display "'*' deixa sem equipe):"
               display " "

               move 1 to ws-i
               perform until ws-i > ws-quant-presentes

                   display function trim(ws-pr-nome(ws-i)) " ["
                           function trim(ws-pr-equipe(ws-i)) "]: "
                   move spaces to ws-ent-equipe
                   accept ws-ent-equipe

                   evaluate true
                       when ws-ent-equipe = spaces
                           continue
                       when ws-ent-equipe = "*"
                           move spaces to ws-pr-equipe(ws-i)
                           move "S" to ws-alterou-algo
                       when other
                           move ws-ent-equipe to ws-pr-equipe(ws-i)
                           move "S" to ws-alterou-algo
                   end-evaluate

                   add 1 to ws-i

               end-perform

               display " "
               display "Equipes atualizadas."

           end-if

           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       compor-equipes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava a lista da noite por inteiro (uma lista vazia apaga a
      *> anterior, deixando o arquivo sem registros)
      *>-----------------------------------------------------------------
       gravar-lista section.


           move spaces to ws-nome-arq-presenca
           string "presenca-" ws-data-noite ".txt"
                  delimited by size into ws-nome-arq-presenca

           open output arqPresenca

           if ws-fs-arqPresenca <> 0 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqPresenca                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPresenca "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-i
           perform until ws-i > ws-quant-presentes

               move ws-presentes(ws-i) to fs-presenca-reg
               write fs-presenca-reg

               if ws-fs-arqPresenca <> 0 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqPresenca " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-i

           end-perform

           close arqPresenca

           move "N" to ws-alterou-algo

           display " "
           display "Lista gravada em " function trim(ws-nome-arq-presenca)
                   " (" ws-quant-presentes " presente(s))."
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       gravar-lista-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Saida da inscricao: com a lista alterada e nao gravada, oferece
      *> a gravacao antes de sair
      *>-----------------------------------------------------------------
       encerrar-inscricao section.


           if ws-lista-alterada then
               display " "
               display "A lista foi alterada e nao foi gravada."
               display "Gravar antes de sair?  'S'/'N'"
               accept ws-opcao-confirma
               if ws-confirmou then
                   perform gravar-lista
               end-if
           end-if

           move "S" to ws-sair-ind


           .
       encerrar-inscricao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Relatorio mensal de presenca: passa pelas listas gravadas de
      *> cada dia do mes e mostra, por jogador, em quantas noites com
      *> lista ele esteve e em quais dias. Codigos de listas antigas que
      *> ja sairam do cadastro aparecem com o nome gravado na lista.
      *>-----------------------------------------------------------------
       relatorio-mensal section.


           display " "
           display "Mes do relatorio (AAAAMM, ENTER para o mes da noite): "
           move spaces to ws-mes-relatorio
           accept ws-mes-relatorio
           if ws-mes-relatorio = spaces
              or ws-mes-relatorio is not numeric then
               move ws-data-noite(1:6) to ws-mes-relatorio
           end-if

      *>     todo cadastrado entra no relatorio, mesmo sem presenca
           move 0 to ws-quant-mes
           move 1 to ws-i
           perform until ws-i > ws-quant-cadastrados
               add 1 to ws-quant-mes
               move ws-jog-codigo(ws-i) to wpm-codigo(ws-quant-mes)
               move ws-jog-nome(ws-i)   to wpm-nome(ws-quant-mes)
               move 0                   to wpm-presencas(ws-quant-mes)
               move all "."             to wpm-dias(ws-quant-mes)
               add 1 to ws-i
           end-perform

           move 0 to ws-noites-mes
           move all "." to ws-dias-com-lista

           move 1 to ws-dia
           perform 31 times
               perform acumular-lista-dia
               add 1 to ws-dia
           end-perform

           display erase
           display "======================================================"
           display "  PRESENCA DO MES " ws-mes-relatorio(5:2) "/"
                   ws-mes-relatorio(1:4)
                   "  -  noites com lista: " ws-noites-mes
           display "======================================================"
           display "                                             "
                   "         1111111111222222222233"
           display " Cod Nome                           Pr    %  "
                   "1234567890123456789012345678901"
           display "                                             "
                   ws-dias-com-lista

           move 1 to ws-i
           perform until ws-i > ws-quant-mes

               if ws-noites-mes = 0 then
                   move 0 to ws-percentual
               else
                   compute ws-percentual rounded =
                           wpm-presencas(ws-i) * 100 / ws-noites-mes
               end-if
               move ws-percentual to ws-percentual-edit

               display " " wpm-codigo(ws-i) " " wpm-nome(ws-i) " "
                       wpm-presencas(ws-i) "  " ws-percentual-edit "  "
                       wpm-dias(ws-i)

               add 1 to ws-i

           end-perform

           if ws-noites-mes = 0 then
               display " "
               display "Nenhuma lista de presenca gravada no mes."
           end-if

           display "======================================================"
           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       relatorio-mensal-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Le a lista do dia ws-dia do mes do relatorio, quando existe, e
      *> marca a presenca de cada jogador da lista
      *>-----------------------------------------------------------------
       acumular-lista-dia section.


           move spaces to ws-nome-arq-presenca
           string "presenca-" ws-mes-relatorio ws-dia ".txt"
                  delimited by size into ws-nome-arq-presenca

           open input arqPresenca

           if ws-fs-arqPresenca = 35 then
               continue
           else

               if ws-fs-arqPresenca <> 0 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPresenca "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-noites-mes
               move "*" to ws-dias-com-lista(ws-dia:1)

               perform until ws-fs-arqPresenca = 10

                   read arqPresenca

                   if ws-fs-arqPresenca = 0 then

                       move 0 to ws-pos-mes
                       move 1 to ws-j
                       perform until ws-j > ws-quant-mes
                                  or ws-pos-mes <> 0
                           if wpm-codigo(ws-j) = fs-pr-codigo then
                               move ws-j to ws-pos-mes
                           end-if
                           add 1 to ws-j
                       end-perform

                       if ws-pos-mes = 0 and ws-quant-mes < 600 then
                           add 1 to ws-quant-mes
                           move ws-quant-mes to ws-pos-mes
                           move fs-pr-codigo to wpm-codigo(ws-pos-mes)
                           move fs-pr-nome   to wpm-nome(ws-pos-mes)
                           move 0            to wpm-presencas(ws-pos-mes)
                           move all "."      to wpm-dias(ws-pos-mes)
                       end-if

                       if ws-pos-mes <> 0 then
                           if wpm-dias(ws-pos-mes)(ws-dia:1) <> "X" then
                               add 1 to wpm-presencas(ws-pos-mes)
                               move "X" to wpm-dias(ws-pos-mes)(ws-dia:1)
                           end-if
                       end-if

                   else
                       if ws-fs-arqPresenca <> 10 then
                           move 8                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPresenca                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPresenca "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqPresenca

           end-if


           .
       acumular-lista-dia-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza, em ws-cadastro-jogadores, o jogador cujo codigo foi
      *> informado em ws-codigo-busca. Devolve a posicao em
      *> ws-pos-cadastro (0 se nao encontrado).
      *>-----------------------------------------------------------------
       localizar-jogador-cadastro section.


           move 0 to ws-pos-cadastro
           move 1 to ws-i

           perform until ws-i > ws-quant-cadastrados

               if ws-jog-codigo(ws-i) = ws-codigo-busca then
                   move ws-i to ws-pos-cadastro
               end-if

               add 1 to ws-i

           end-perform


           .
       localizar-jogador-cadastro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza, na lista da noite, o jogador cujo codigo foi
      *> informado em ws-codigo-busca. Devolve a posicao em
      *> ws-pos-presente (0 se nao estiver na lista).
      *>-----------------------------------------------------------------
       localizar-presente section.


           move 0 to ws-pos-presente
           move 1 to ws-i

           perform until ws-i > ws-quant-presentes

               if ws-pr-codigo(ws-i) = ws-codigo-busca then
                   move ws-i to ws-pos-presente
               end-if

               add 1 to ws-i

           end-perform


           .
       localizar-presente-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Finalizacao anormal do programa em caso de erro de arquivo
      *>-----------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro.
           Stop run


           .
       finaliza-anormal-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                    finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           display erase
           display "            --FIM--"

           stop run

           .
       finalizacao-exit.
           exit.
