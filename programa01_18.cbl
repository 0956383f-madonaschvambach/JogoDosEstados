      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_18".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>--- historico de alteracoes
      *>  15/10/2026 - criacao da consulta do ranking do desafio da
      *>               semana (desafio-ranking.txt, gravado pelo
      *>               programa01_01): ranking da semana vigente ou de
      *>               uma semana anterior, com a taxa de acerto de cada
      *>               pergunta do roteiro, e os vencedores das semanas
      *>               fechadas pelo programa01_17.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   ranking do desafio, todas as semanas
           select arqRanking assign to "desafio-ranking.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRanking.

      *>   roteiro da semana consultada: o vigente (desafio-roteiro.txt)
      *>   ou o arquivado no fechamento (desafio-AAAAMMDD.txt)
           select arqRoteiro assign dynamic ws-nome-arq-roteiro
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRoteiro.

      *>   vencedores das semanas fechadas
           select arqVencedores assign to "desafio-vencedores.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqVencedores.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqRanking.
       01  fs-ranking-reg.
           copy "desafio-ranking-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRoteiro.
       01  fs-roteiro-reg.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqVencedores.
       01  fs-vencedor-reg.
           copy "desafio-vencedor-reg.cpy" replacing ==:PREFIXO:== by ==fs==.


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqRoteiro                        pic 9(02).
       77  ws-fs-arqVencedores                     pic 9(02).
       77  ws-nome-arq-roteiro                     pic x(30) value spaces.

           copy "msg-erro.cpy".


      *>--- ranking da semana consultada, e a ordem de exibicao (mais
      *>    pontos, depois mais acertos, depois menor tempo total; no
      *>    empate completo, quem jogou primeiro)
       01  ws-ranking occurs 500.
           copy "desafio-ranking-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-ranking                        pic 9(03) value 0.
       01  ws-ordem occurs 500                     pic 9(03).
       01  ws-ja-listado occurs 500                pic x(01).
       77  ws-melhor                               pic 9(03) value 0.
       77  ws-i                                    pic 9(03) value 0.
       77  ws-k                                    pic 9(03) value 0.


      *>--- roteiro da semana consultada
       01  ws-roteiro occurs 9.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-roteiro                        pic 9(02) value 0.
       77  ws-r                                    pic 9(02) value 0.
       77  ws-respostas-perg                       pic 9(03) value 0.
       77  ws-acertos-perg                         pic 9(03) value 0.
       77  ws-taxa-acerto                          pic 9(03) value 0.


       77  ws-semana-consulta                      pic x(08) value spaces.
       77  ws-semana-vigente                       pic x(08) value spaces.
       77  ws-quant-vencedores                     pic 9(03) value 0.

       77  ws-opcao-menu                           pic 9(01) value 0.
       77  ws-opcao-confirma                       pic x(01) value "N".
           88  ws-confirmou                        value "S".


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


      *>     semana vigente: a do roteiro gravado pelo programa01_17
           move "desafio-roteiro.txt" to ws-nome-arq-roteiro
           perform carregar-roteiro

           if ws-quant-roteiro > 0 then
               move ws-dr-semana(1) to ws-semana-vigente
           else
               move spaces          to ws-semana-vigente
           end-if


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           perform until ws-confirmou

               display erase
               display "======================================================"
               display "          RANKING DO DESAFIO DA SEMANA                "
               display "======================================================"
               display " "
               display "  1 - Ranking da semana do roteiro vigente"
               display "  2 - Ranking de outra semana"
               display "  3 - Vencedores das semanas fechadas"
               display "  4 - Sair"
               display " "
               display "Opcao: "
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       if ws-semana-vigente = spaces then
                           display " "
                           display "Nenhum roteiro de desafio gerado ainda."
                           display "Pressione ENTER para continuar..."
                           accept ws-opcao-confirma
                           move "N" to ws-opcao-confirma
                       else
                           move ws-semana-vigente to ws-semana-consulta
                           perform consultar-semana
                       end-if
                   when 2
                       display " "
                       display "Segunda-feira da semana (AAAAMMDD): "
                       accept ws-semana-consulta
                       perform consultar-semana
                   when 3
                       perform listar-vencedores
                   when 4
                       move "S" to ws-opcao-confirma
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o ranking da semana ws-semana-consulta e a taxa de
      *> acerto de cada pergunta do roteiro daquela semana
      *>-----------------------------------------------------------------
       consultar-semana section.


           if ws-semana-consulta = ws-semana-vigente then
               move "desafio-roteiro.txt" to ws-nome-arq-roteiro
           else
               move spaces to ws-nome-arq-roteiro
               string "desafio-" ws-semana-consulta ".txt"
                      delimited by size into ws-nome-arq-roteiro
           end-if
           perform carregar-roteiro
           perform carregar-ranking
           perform ordenar-ranking

           display erase
           display "======================================================"
           display " DESAFIO DA SEMANA DE " ws-semana-consulta(7:2) "/"
                   ws-semana-consulta(5:2) "/" ws-semana-consulta(1:4)
           display "======================================================"

           if ws-quant-roteiro > 0 then
               if ws-dr-aberto(1) then
                   display " Situacao: aberto (ranking parcial)"
               else
                   display " Situacao: fechado"
               end-if
           end-if
           display " "

           if ws-quant-ranking = 0 then
               display " Ninguem jogou o desafio desta semana."
           else

               display " Pos  Jogador(a)                      Acertos Pontos  Tempo(s)"
               display " ---  ------------------------------  ------- ------  --------"

               move 1 to ws-i
               perform until ws-i > ws-quant-ranking
                   move ws-ordem(ws-i) to ws-k
                   display " " ws-i "  " ws-dk-nome(ws-k) "    "
                           ws-dk-acertos(ws-k) "    " ws-dk-pontos(ws-k)
                           "    " ws-dk-tempo(ws-k)
                   add 1 to ws-i
               end-perform

           end-if

           if ws-quant-roteiro > 0 then

               display " "
               display " Taxa de acerto por pergunta:"

               move 1 to ws-r
               perform until ws-r > ws-quant-roteiro

                   move 0 to ws-respostas-perg
                   move 0 to ws-acertos-perg
                   move 1 to ws-k
                   perform until ws-k > ws-quant-ranking
                       if ws-dk-marcas(ws-k)(ws-r:1) = "S"
                          or ws-dk-marcas(ws-k)(ws-r:1) = "N" then
                           add 1 to ws-respostas-perg
                       end-if
                       if ws-dk-marcas(ws-k)(ws-r:1) = "S" then
                           add 1 to ws-acertos-perg
                       end-if
                       add 1 to ws-k
                   end-perform

                   if ws-respostas-perg > 0 then
                       compute ws-taxa-acerto rounded =
                               ws-acertos-perg * 100 / ws-respostas-perg
                   else
                       move 0 to ws-taxa-acerto
                   end-if

                   display "  " ws-dr-ordem(ws-r) ") baralho " ws-dr-deck(ws-r)
                           " " ws-dr-chave(ws-r) " " ws-acertos-perg "/"
                           ws-respostas-perg " = " ws-taxa-acerto "%"

                   add 1 to ws-r

               end-perform

           else
               display " "
               display " Roteiro da semana nao encontrado ("
                       function trim(ws-nome-arq-roteiro) ")."
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma
           move "N" to ws-opcao-confirma


           .
       consultar-semana-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o roteiro do arquivo ws-nome-arq-roteiro (ausente =
      *> nenhum roteiro)
      *>-----------------------------------------------------------------
       carregar-roteiro section.


           move 0 to ws-quant-roteiro

           open input arqRoteiro

           if ws-fs-arqRoteiro <> 35 then

               if ws-fs-arqRoteiro <> 0 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRoteiro                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRoteiro "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRoteiro = 10
                          or ws-quant-roteiro >= 9

                   read arqRoteiro into ws-roteiro(ws-quant-roteiro + 1)

                   if ws-fs-arqRoteiro = 0 then
                       if ws-dr-chave(ws-quant-roteiro + 1) <> spaces then
                           add 1 to ws-quant-roteiro
                       end-if
                   else
                       if ws-fs-arqRoteiro <> 10 then
                           move 2                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRoteiro                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRoteiro "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRoteiro

           end-if


           .
       carregar-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega as linhas do ranking da semana ws-semana-consulta
      *>-----------------------------------------------------------------
       carregar-ranking section.


           move 0 to ws-quant-ranking

           open input arqRanking

           if ws-fs-arqRanking <> 35 then

               if ws-fs-arqRanking <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRanking                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRanking "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRanking = 10
                          or ws-quant-ranking >= 500

                   read arqRanking into ws-ranking(ws-quant-ranking + 1)

                   if ws-fs-arqRanking = 0 then
                       if ws-dk-semana(ws-quant-ranking + 1) = ws-semana-consulta then
                           add 1 to ws-quant-ranking
                       end-if
                   else
                       if ws-fs-arqRanking <> 10 then
                           move 4                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRanking                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRanking "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRanking

           end-if


           .
       carregar-ranking-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta em ws-ordem as posicoes do ranking na ordem de exibicao,
      *> escolhendo a cada passo o melhor ainda nao listado
      *>-----------------------------------------------------------------
       ordenar-ranking section.


           move 1 to ws-i
           perform until ws-i > ws-quant-ranking
               move "N" to ws-ja-listado(ws-i)
               add 1 to ws-i
           end-perform

           move 1 to ws-i
           perform until ws-i > ws-quant-ranking

               move 0 to ws-melhor
               move 1 to ws-k
               perform until ws-k > ws-quant-ranking

                   if ws-ja-listado(ws-k) = "N" then
                       if ws-melhor = 0 then
                           move ws-k to ws-melhor
                       else
                           if ws-dk-pontos(ws-k) > ws-dk-pontos(ws-melhor)
                              or (ws-dk-pontos(ws-k) = ws-dk-pontos(ws-melhor)
                                  and ws-dk-acertos(ws-k) > ws-dk-acertos(ws-melhor))
                              or (ws-dk-pontos(ws-k) = ws-dk-pontos(ws-melhor)
                                  and ws-dk-acertos(ws-k) = ws-dk-acertos(ws-melhor)
                                  and ws-dk-tempo(ws-k) < ws-dk-tempo(ws-melhor)) then
                               move ws-k to ws-melhor
                           end-if
                       end-if
                   end-if

                   add 1 to ws-k

               end-perform

               move ws-melhor to ws-ordem(ws-i)
               move "S"       to ws-ja-listado(ws-melhor)

               add 1 to ws-i

           end-perform


           .
       ordenar-ranking-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lista os vencedores das semanas fechadas, na ordem do arquivo
      *>-----------------------------------------------------------------
       listar-vencedores section.


           display erase
           display "======================================================"
           display "        VENCEDORES DO DESAFIO DA SEMANA               "
           display "======================================================"
           display " "

           move 0 to ws-quant-vencedores

           open input arqVencedores

           if ws-fs-arqVencedores <> 35 then

               if ws-fs-arqVencedores <> 0 then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arqVencedores                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqVencedores "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqVencedores = 10

                   read arqVencedores

                   if ws-fs-arqVencedores = 0 then

                       add 1 to ws-quant-vencedores

                       if fs-dv-codigo = 0 then
                           display " " fs-dv-semana(7:2) "/" fs-dv-semana(5:2)
                                   "/" fs-dv-semana(1:4) "  (sem participantes)"
                       else
                           display " " fs-dv-semana(7:2) "/" fs-dv-semana(5:2)
                                   "/" fs-dv-semana(1:4) "  "
                                   function trim(fs-dv-nome) " - "
                                   fs-dv-pontos " ponto(s), " fs-dv-acertos
                                   "/" fs-dv-perguntas " acerto(s), "
                                   fs-dv-tempo " s, entre "
                                   fs-dv-participantes " participante(s)"
                       end-if

                   else
                       if ws-fs-arqVencedores <> 10 then
                           move 6                                    to ws-msn-erro-ofsset
                           move ws-fs-arqVencedores                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqVencedores "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqVencedores

           end-if

           if ws-quant-vencedores = 0 then
               display " Nenhuma semana fechada ainda."
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma
           move "N" to ws-opcao-confirma


           .
       listar-vencedores-exit.
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
