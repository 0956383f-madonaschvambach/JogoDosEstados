      *>  02/09/2026 - nome do jogador buscado pela chave no cadastro
      *>               indexado (jogadores.dat), acompanhando a
      *>               conversao do cadastro.
      *>  14/10/2026 - execucao em lote (parametro LOTE na linha de
      *>               comando) para o fechamento da noite do
      *>               programa01_10: sem perguntas nem pausas de tela,
      *>               sai o perfil de cada jogador do cadastro que ja
      *>               jogou alguma noite, com codigo de retorno 12 na
      *>               finalizacao anormal.

      *>--- divisao para configuração do programa
       environment division.
       77  ws-rotulo-deck                          pic x(40) value spaces.
       77  ws-opcao-confirma                       pic x(01) value "N".

      *>--- parametro da linha de comando: LOTE = execucao sem tela,
      *>    chamada pelo fechamento da noite
       77  ws-parametro                            pic x(20) value spaces.
           88  ws-execucao-lote                    value "LOTE".

      *>--- codigos do cadastro com noites jogadas, para o lote
       01  ws-codigos-lote occurs 500              pic 9(03).
       77  ws-quant-codigos-lote                   pic 9(03) value 0.
       77  ws-c                                    pic 9(03) value 0.


      *>--- variaveis para comunicaçao entre programa
       linkage section.
       inicializacao section.


           accept ws-parametro from command-line

           open input arqEstados

           if ws-fs-arqEstados <> 0 then
       processamento section.


           if ws-execucao-lote then
               perform processar-lote
           else
               perform processar-jogador
           end-if


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Perfil de um jogador escolhido pelo codigo na tela
      *>-----------------------------------------------------------------
       processar-jogador section.


           display erase
           display "======================================================"
           display "        PERFIL DE DESEMPENHO POR JOGADOR             "


           .
       processar-jogador-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Execucao em lote: um perfil para cada jogador do cadastro que
      *> ja jogou alguma noite, um depois do outro, sem pausas
      *>-----------------------------------------------------------------
       processar-lote section.


           perform carregar-codigos-lote

           display "======================================================"
           display "   PERFIL DE DESEMPENHO - JOGADORES DO CADASTRO       "
           display "======================================================"

           move 1 to ws-c
           perform ws-quant-codigos-lote times

               move ws-codigos-lote(ws-c) to ws-codigo-busca
               move 0 to ws-quant-decks-perfil
               move 0 to ws-total-jogador
               move 0 to ws-sem-codigo

               perform buscar-nome-jogador
               perform carregar-historico-jogador

               if ws-total-jogador > 0 then
                   display " "
                   perform exibir-perfil
               end-if

               add 1 to ws-c

           end-perform

           if ws-quant-codigos-lote = 0 then
               display " "
               display "Nenhum jogador do cadastro jogou alguma noite."
           end-if


           .
       processar-lote-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Le o cadastro em sequencia e guarda os codigos de quem ja tem
      *> noites jogadas; um cadastro ainda inexistente nao eh erro
      *>-----------------------------------------------------------------
       carregar-codigos-lote section.


           move 0 to ws-quant-codigos-lote

           open input arqJogadores

           if ws-fs-arqJogadores = 0 then

               perform until ws-fs-arqJogadores = 10
                          or ws-quant-codigos-lote >= 500

                   read arqJogadores next record

                   if ws-fs-arqJogadores = 0 then
                       if fs-jog-noites > 0 then
                           add 1 to ws-quant-codigos-lote
                           move fs-jog-codigo
                                to ws-codigos-lote(ws-quant-codigos-lote)
                       end-if
                   else
                       if ws-fs-arqJogadores <> 10 then
                           move 6                                  to ws-msn-erro-ofsset
                           move ws-fs-arqJogadores                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqJogadores "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJogadores

           end-if


           .
       carregar-codigos-lote-exit.
           exit.



           display erase
           display ws-msn-erro.
           if ws-execucao-lote then
               move 12 to return-code
           end-if
           Stop run


