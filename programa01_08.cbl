      *>               opcao de reconstruir as carreiras a partir do
      *>               historico. Linhas antigas sem codigo de jogador
      *>               nao sao auditaveis e saem apenas contadas.
      *>  14/10/2026 - execucao em lote (parametro LOTE na linha de
      *>               comando) para o fechamento da noite do
      *>               programa01_10: as guardas do expurgo vem da
      *>               relacao guardas-expurgo.txt gravada pelo
      *>               programa01_05, a conferencia so lista as
      *>               divergencias (sem reconstruir) e devolve codigo
      *>               de retorno 4 quando ha divergencia e 12 na
      *>               finalizacao anormal.

      *>--- divisao para configuração do programa
       environment division.
           record key      is fs-jog-codigo
           file status     is  ws-fs-arqJogadores.

      *>   relacao das datas de corte ja usadas no expurgo, uma por
      *>   linha, gravada pelo programa01_05; usada na execucao em lote
           select arqGuardas assign to "guardas-expurgo.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqGuardas.


       i-o-control.

       01  fs-jogador-reg.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqGuardas.
       01  fs-linha-guarda                           pic x(08).


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqPlacar                         pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqGuardas                        pic 9(02).

           copy "msg-erro.cpy".

       77  ws-achou-no-recalc                      pic x(01) value "N".
       77  ws-opcao-confirma                       pic x(01) value "N".

      *>--- parametro da linha de comando: LOTE = execucao sem tela,
      *>    chamada pelo fechamento da noite
       77  ws-parametro                            pic x(20) value spaces.
           88  ws-execucao-lote                    value "LOTE".


      *>--- variaveis para comunicaçao entre programa
       linkage section.
       inicializacao section.


           accept ws-parametro from command-line

           display erase
           display "======================================================"
           display "      CONFERENCIA CRUZADA DAS CARREIRAS              "
           perform processar-arquivo-placar

      *>     as guardas datadas do expurgo entram na conta quando o
      *>     operador informa as datas de corte usadas no programa01_05;
      *>     no lote as datas vem da relacao gravada pelo expurgo
           if ws-execucao-lote then
               perform processar-guardas-lote
               move spaces to ws-data-guarda
           else
               display " "
               display "Guardas datadas do expurgo tambem podem entrar na"
               display "conferencia."
               move "?" to ws-data-guarda
           end-if

           perform until ws-data-guarda = spaces

               display "Data de corte de uma guarda (AAAAMMDD, ENTER"

           perform comparar-carreiras

           if ws-execucao-lote then
               if ws-quant-divergencias > 0 then
                   move 4 to return-code
               end-if
           else

               if ws-quant-divergencias > 0 and ws-quant-cadastrados > 0 then

                   display " "
                   display "Reconstruir as carreiras do cadastro a partir"
                   display "do historico recalculado?  'S'/'N'"
                   accept ws-opcao-confirma

                   if ws-opcao-confirma = "S" then
                       perform reconstruir-carreiras
                   else
                       display "Cadastro mantido como esta."
                   end-if

               end-if

               display " "
               display "Pressione ENTER para encerrar..."
               accept ws-opcao-confirma

           end-if


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Execucao em lote: processa as guardas relacionadas em
      *> guardas-expurgo.txt; sem a relacao, so o arquivo corrente
      *> entra na conferencia
      *>-----------------------------------------------------------------
       processar-guardas-lote section.


           open input arqGuardas

           if ws-fs-arqGuardas = 35 then
               display "  (sem relacao de guardas do expurgo)"
           else

               if ws-fs-arqGuardas <> 0 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqGuardas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGuardas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqGuardas = 10

                   read arqGuardas

                   if ws-fs-arqGuardas = 0 then
                       if fs-linha-guarda <> spaces then
                           move spaces to ws-nome-arq-placar
                           string "placar-historico-ate-" fs-linha-guarda ".txt"
                                  delimited by size into ws-nome-arq-placar
                           perform processar-arquivo-placar
                       end-if
                   else
                       if ws-fs-arqGuardas <> 10 then
                           move 8                                  to ws-msn-erro-ofsset
                           move ws-fs-arqGuardas                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGuardas "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqGuardas

           end-if


           .
       processar-guardas-lote-exit.
           exit.



           display erase
           display ws-msn-erro.
           if ws-execucao-lote then
               move 12 to return-code
           end-if
           Stop run


