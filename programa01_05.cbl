      *>               datados, deixando no historico de rodadas um
      *>               resumo por estado/baralho para o ranking
      *>               acumulado continuar batendo.
      *>  14/10/2026 - cada data de corte usada passa a ser anotada em
      *>               guardas-expurgo.txt (uma vez so), para as rotinas
      *>               em lote acharem as guardas datadas sem perguntar.

      *>--- divisao para configuração do programa
       environment division.
           access mode     is sequential
           file status     is  ws-fs-arqPlacarGuarda.

      *>   relacao das datas de corte ja usadas, uma por linha
           select arqGuardas assign to "guardas-expurgo.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqGuardas.


       i-o-control.

       fd  arqPlacarGuarda.
       01  fs-linha-placarguarda                     pic x(100).

       fd  arqGuardas.
       01  fs-linha-guarda                           pic x(08).


      *>--- variavéis de trabalho
       working-storage section.
       77  ws-fs-arqPlacar                         pic 9(02).
       77  ws-fs-arqPlacarTrab                     pic 9(02).
       77  ws-fs-arqPlacarGuarda                   pic 9(02).
       77  ws-fs-arqGuardas                        pic 9(02).

           copy "msg-erro.cpy".

       77  ws-data-bloco                            pic x(08) value spaces.

       77  ws-opcao-confirma                        pic x(01) value "N".
       77  ws-guarda-anotada                        pic x(01) value "N".


      *>--- variaveis para comunicaçao entre programa

           perform expurgar-rodadas
           perform expurgar-placar
           perform anotar-data-corte

           display " "
           display "================ FECHAMENTO CONCLUIDO ================"
           exit.


      *>-----------------------------------------------------------------
      *> Anota a data de corte na relacao de guardas do expurgo, se
      *> ainda nao estiver la; a relacao inexistente eh criada
      *>-----------------------------------------------------------------
       anotar-data-corte section.


           move "N" to ws-guarda-anotada

           open input arqGuardas

           if ws-fs-arqGuardas = 0 then

               perform until ws-fs-arqGuardas = 10

                   read arqGuardas

                   if ws-fs-arqGuardas = 0 then
                       if fs-linha-guarda = ws-data-corte then
                           move "S" to ws-guarda-anotada
                       end-if
                   else
                       if ws-fs-arqGuardas <> 10 then
                           move 22                                 to ws-msn-erro-ofsset
                           move ws-fs-arqGuardas                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGuardas "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqGuardas

           end-if

           if ws-guarda-anotada = "N" then

               open extend arqGuardas
               if ws-fs-arqGuardas = 35 then
                   open output arqGuardas
               end-if
               if ws-fs-arqGuardas <> 0 then
                   move 23                                 to ws-msn-erro-ofsset
                   move ws-fs-arqGuardas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGuardas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-data-corte to fs-linha-guarda
               write fs-linha-guarda

               if ws-fs-arqGuardas <> 0 then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-arqGuardas                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqGuardas "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqGuardas

           end-if


           .
       anotar-data-corte-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Expurgo do historico de rodadas: linhas anteriores a data de
      *> corte (ou sem data, das versoes antigas do jogo) saem para a
