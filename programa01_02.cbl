      *>               cada regravacao do mestre, opcao de restauracao
      *>               e trilha de auditoria (data/hora, operacao e
      *>               imagens antes/depois) com consulta por estado.
      *>  14/10/2026 - manutencao das respostas aceitas (sinonimos) por
      *>               baralho e estado (respostas-aceitas.txt), as
      *>               mesmas que o host aceita na revelacao do jogo:
      *>               listar, incluir e remover.
      *>  15/10/2026 - baralhos livres do catalogo (tipo L, com cartas
      *>               proprias e manutencao no programa01_16) ficam
      *>               fora do acompanhamento do mestre de estados.
      *>  15/10/2026 - baralhos livres fora tambem da escolha de baralho
      *>               das respostas aceitas (mantidas no programa01_16).

      *>--- divisao para configuração do programa
       environment division.
           access mode     is sequential
           file status     is  ws-fs-arqAuditoria.

      *>   respostas aceitas (sinonimos) por baralho e estado, alem da
      *>   resposta gravada no arquivo do baralho
           select arqAceitas assign to "respostas-aceitas.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqAceitas.


       i-o-control.

       fd  arqAuditoria.
       01  fs-linha-auditoria                        pic x(200).

       fd  arqAceitas.
       01  fs-resposta-aceita-reg.
           copy "resposta-aceita-reg.cpy" replacing ==:PREFIXO:== by ==fs==.


      *>--- variavéis de trabalho
       working-storage section.
       77  ws-quant-aud-achadas                     pic 9(03) value 0.


      *>--- codigos do catalogo de baralhos (inclusive o do proprio
      *>    estados.txt), para validar o baralho das respostas aceitas
       01  ws-catalogo occurs 9.
           05 wcat-id                              pic 9(02).
           05 wcat-arquivo                         pic x(30).
       77  ws-quant-catalogo                        pic 9(02) value 0.
       77  ws-c                                     pic 9(02) value 0.

      *>--- codigos dos baralhos livres do catalogo, cujos sinonimos
      *>    sao mantidos no programa01_16
       01  ws-catalogo-livres occurs 9.
           05 wliv-id                              pic 9(02).
       77  ws-quant-livres                          pic 9(02) value 0.
       77  ws-deck-livre                            pic x(01) value "N".
           88 ws-escolheu-livre                     value "S".


      *>--- respostas aceitas (sinonimos) por baralho e estado, em
      *>    memoria enquanto o submenu estiver aberto
       77  ws-fs-arqAceitas                         pic 9(02).
       01  ws-respostas-aceitas occurs 500.
           copy "resposta-aceita-reg.cpy" replacing ==:PREFIXO:== by ==ws==.
       77  ws-quant-aceitas                         pic 9(03) value 0.
       77  ws-a                                     pic 9(03) value 0.
       77  ws-quant-aceitas-achadas                 pic 9(03) value 0.
       77  ws-opcao-aceitas                         pic 9(01) value 0.
       77  ws-sair-aceitas                          pic x(01) value "N".
           88  ws-voltar-menu                       value "S".
       77  ws-ent-deck                              pic 9(02) value 0.
       77  ws-deck-ok                               pic x(01) value "N".
           88  ws-deck-valido                       value "S".
       77  ws-ent-texto                             pic x(25) value spaces.
       77  ws-ent-numero                            pic 9(03) value 0.
       77  ws-aceita-repetida                       pic x(01) value "N".


      *>--- variaveis para comunicaçao entre programa
       linkage section.

      *>-----------------------------------------------------------------
      *> Monta a lista dos arquivos de baralho que acompanham o mestre,
      *> a partir do catalogo de baralhos (ignorando o proprio
      *> estados.txt e os baralhos livres, que nao sao de estados); sem
      *> catalogo, ficam os dois baralhos classicos
      *>-----------------------------------------------------------------
       montar-lista-decks section.


                   if ws-fs-arqBaralhos = 0 then
                       if fs-bar-arquivo <> spaces
                          and ws-quant-catalogo < 9
                          and not fs-bar-livre then
                           add 1 to ws-quant-catalogo
                           move fs-bar-id      to wcat-id(ws-quant-catalogo)
                           move fs-bar-arquivo to wcat-arquivo(ws-quant-catalogo)
                       end-if
                       if fs-bar-livre
                          and ws-quant-livres < 9 then
                           add 1 to ws-quant-livres
                           move fs-bar-id      to wliv-id(ws-quant-livres)
                       end-if
                       if fs-bar-arquivo <> spaces
                          and fs-bar-arquivo <> "estados.txt"
                          and not fs-bar-livre then
                           add 1 to ws-quant-decks
                           move fs-bar-arquivo to wd-arquivo(ws-quant-decks)
                       end-if
               move "fundacao.txt"  to wd-arquivo(2)
           end-if

           if ws-quant-catalogo = 0 then
               move 3               to ws-quant-catalogo
               move 1               to wcat-id(1)
               move "estados.txt"   to wcat-arquivo(1)
               move 2               to wcat-id(2)
               move "bandeiras.txt" to wcat-arquivo(2)
               move 3               to wcat-id(3)
               move "fundacao.txt"  to wcat-arquivo(3)
           end-if


           .
       montar-lista-decks-exit.
                   when 7
                       perform listar-auditoria
                   when 8
                       perform manter-respostas-aceitas
                   when 9
                       move "S" to ws-opcao-confirma
                   when other
                       display "Opcao invalida."
           display "  5 - Conferir baralhos contra o mestre"
           display "  6 - Restaurar copia de seguranca do mestre"
           display "  7 - Listar auditoria de um estado"
           display "  8 - Respostas aceitas (sinonimos)"
           display "  9 - Sair"
           display " "
           display "Opcao: "

           exit.


      *>-----------------------------------------------------------------
      *> Submenu das respostas aceitas (sinonimos): grafias alternativas
      *> que o jogo aceita como certas para um estado de um baralho,
      *> alem da resposta do proprio arquivo do baralho
      *>-----------------------------------------------------------------
       manter-respostas-aceitas section.


           perform carregar-respostas-aceitas

           move "N" to ws-sair-aceitas

           perform until ws-voltar-menu

               display erase
               display "======================================================"
               display "          RESPOSTAS ACEITAS (SINONIMOS)               "
               display "======================================================"
               display " "
               display "  1 - Listar respostas aceitas"
               display "  2 - Incluir resposta aceita"
               display "  3 - Remover resposta aceita"
               display "  4 - Voltar"
               display " "
               display "Opcao: "
               accept ws-opcao-aceitas

               evaluate ws-opcao-aceitas
                   when 1
                       perform listar-respostas-aceitas
                   when 2
                       perform incluir-resposta-aceita
                   when 3
                       perform remover-resposta-aceita
                   when 4
                       move "S" to ws-sair-aceitas
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform


           .
       manter-respostas-aceitas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o arquivo de respostas aceitas para a memoria (o
      *> arquivo ausente so significa que ainda nao ha nenhuma)
      *>-----------------------------------------------------------------
       carregar-respostas-aceitas section.


           move 0 to ws-quant-aceitas

           open input arqAceitas

           if ws-fs-arqAceitas <> 35 then

               if ws-fs-arqAceitas <> 0 then
                   move 21                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAceitas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAceitas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAceitas = 10
                          or ws-quant-aceitas >= 500

                   read arqAceitas into ws-respostas-aceitas(ws-quant-aceitas + 1)

                   if ws-fs-arqAceitas = 0 then
                       if ws-ra-texto(ws-quant-aceitas + 1) <> spaces then
                           add 1 to ws-quant-aceitas
                       end-if
                   else
                       if ws-fs-arqAceitas <> 10 then
                           move 22                                to ws-msn-erro-ofsset
                           move ws-fs-arqAceitas                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAceitas "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqAceitas

           end-if


           .
       carregar-respostas-aceitas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lista as respostas aceitas de um baralho (0 = todos)
      *>-----------------------------------------------------------------
       listar-respostas-aceitas section.


           display " "
           display "Codigo do baralho (0 = todos): "
           accept ws-ent-deck

           move 0 to ws-quant-aceitas-achadas
           display " "
           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas

               if ws-ent-deck = 0 or ws-ra-deck(ws-a) = ws-ent-deck then
                   add 1 to ws-quant-aceitas-achadas
                   display ws-a ") baralho " ws-ra-deck(ws-a) " - "
                           function trim(ws-ra-estado(ws-a)) ": "
                           function trim(ws-ra-texto(ws-a))
                           " (desde " ws-ra-data(ws-a) ")"
               end-if

               add 1 to ws-a

           end-perform

           display " "
           display ws-quant-aceitas-achadas " resposta(s) aceita(s)."
           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       listar-respostas-aceitas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Inclui uma resposta aceita para um estado do arquivo mestre em
      *> um baralho do catalogo, sem repetir uma grafia ja aceita
      *>-----------------------------------------------------------------
       incluir-resposta-aceita section.


           if ws-quant-aceitas >= 500 then
               display " "
               display "Tabela de respostas aceitas cheia, nao eh possivel incluir."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               perform escolher-baralho-aceitas

               display "Nome do estado: "
               accept ws-estado-busca
               perform localizar-estado

               if ws-pos-localizado = 0 then
                   display " "
                   display "Estado nao encontrado no arquivo mestre."
               else

                   display "Resposta a aceitar: "
                   accept ws-ent-texto
                   perform until ws-ent-texto <> spaces
                       display "Resposta nao pode ficar em branco."
                       display "Resposta a aceitar: "
                       accept ws-ent-texto
                   end-perform

                   move "N" to ws-aceita-repetida
                   move 1 to ws-a
                   perform until ws-a > ws-quant-aceitas
                       if ws-ra-deck(ws-a) = ws-ent-deck
                          and ws-ra-estado(ws-a) = ws-estado(ws-pos-localizado)
                          and function upper-case(function trim(ws-ra-texto(ws-a)))
                            = function upper-case(function trim(ws-ent-texto)) then
                           move "S" to ws-aceita-repetida
                       end-if
                       add 1 to ws-a
                   end-perform

                   if ws-aceita-repetida = "S" then
                       display " "
                       display "Essa resposta ja eh aceita para o estado."
                   else
                       add 1 to ws-quant-aceitas
                       move ws-ent-deck
                            to ws-ra-deck(ws-quant-aceitas)
                       move ws-estado(ws-pos-localizado)
                            to ws-ra-estado(ws-quant-aceitas)
                       move ws-ent-texto
                            to ws-ra-texto(ws-quant-aceitas)
                       move function current-date(1:8)
                            to ws-ra-data(ws-quant-aceitas)

                       perform gravar-respostas-aceitas

                       display " "
                       display "Resposta aceita incluida com sucesso."
                   end-if

               end-if

               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma

           end-if


           .
       incluir-resposta-aceita-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Remove uma resposta aceita: lista as do estado no baralho
      *> informado e remove a escolhida pelo numero, apos confirmacao
      *>-----------------------------------------------------------------
       remover-resposta-aceita section.


           perform escolher-baralho-aceitas

           display "Nome do estado: "
           accept ws-estado-busca

           move 0 to ws-quant-aceitas-achadas
           display " "
           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas
               if ws-ra-deck(ws-a) = ws-ent-deck
                  and function upper-case(function trim(ws-ra-estado(ws-a)))
                    = function upper-case(function trim(ws-estado-busca)) then
                   add 1 to ws-quant-aceitas-achadas
                   display ws-a ") " function trim(ws-ra-texto(ws-a))
                           " (desde " ws-ra-data(ws-a) ")"
               end-if
               add 1 to ws-a
           end-perform

           if ws-quant-aceitas-achadas = 0 then
               display "Nenhuma resposta aceita para esse estado no baralho."
           else

               display " "
               display "Numero da resposta a remover (0 = nenhuma): "
               accept ws-ent-numero

               if ws-ent-numero > 0 and ws-ent-numero <= ws-quant-aceitas then

                   if ws-ra-deck(ws-ent-numero) = ws-ent-deck
                      and function upper-case(function trim(ws-ra-estado(ws-ent-numero)))
                        = function upper-case(function trim(ws-estado-busca)) then

                       display "Confirma a remocao de "
                               function trim(ws-ra-texto(ws-ent-numero))
                               "? 'S'/'N'"
                       accept ws-aceita-repetida

                       if ws-aceita-repetida = "S" or ws-aceita-repetida = "s" then

                           move ws-ent-numero to ws-a
                           perform until ws-a >= ws-quant-aceitas
                               move ws-respostas-aceitas(ws-a + 1)
                                    to ws-respostas-aceitas(ws-a)
                               add 1 to ws-a
                           end-perform
                           move spaces to ws-respostas-aceitas(ws-quant-aceitas)
                           subtract 1 from ws-quant-aceitas

                           perform gravar-respostas-aceitas

                           display " "
                           display "Resposta aceita removida com sucesso."
                       end-if

                   else
                       display "Numero invalido."
                   end-if

               else
                   if ws-ent-numero <> 0 then
                       display "Numero invalido."
                   end-if
               end-if

           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       remover-resposta-aceita-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Pede o codigo do baralho ate ele existir no catalogo; os
      *> baralhos livres nao entram aqui (cartas que nao sao estados)
      *>-----------------------------------------------------------------
       escolher-baralho-aceitas section.


           display " "
           display "Baralhos do catalogo:"
           move 1 to ws-c
           perform until ws-c > ws-quant-catalogo
               display "   " wcat-id(ws-c) " - " function trim(wcat-arquivo(ws-c))
               add 1 to ws-c
           end-perform

           move "N" to ws-deck-ok
           perform until ws-deck-valido
               display "Codigo do baralho: "
               accept ws-ent-deck
               move 1 to ws-c
               perform until ws-c > ws-quant-catalogo
                   if wcat-id(ws-c) = ws-ent-deck then
                       move "S" to ws-deck-ok
                   end-if
                   add 1 to ws-c
               end-perform
               if not ws-deck-valido then
                   move "N" to ws-deck-livre
                   move 1 to ws-c
                   perform until ws-c > ws-quant-livres
                       if wliv-id(ws-c) = ws-ent-deck then
                           move "S" to ws-deck-livre
                       end-if
                       add 1 to ws-c
                   end-perform
                   if ws-escolheu-livre then
                       display "Baralho livre: as respostas aceitas dele sao"
                       display "mantidas no programa01_16."
                   else
                       display "Baralho nao existe no catalogo."
                   end-if
               end-if
           end-perform


           .
       escolher-baralho-aceitas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o arquivo de respostas aceitas a partir da memoria
      *>-----------------------------------------------------------------
       gravar-respostas-aceitas section.


           open output arqAceitas
           if ws-fs-arqAceitas <> 0 then
               move 23                                 to ws-msn-erro-ofsset
               move ws-fs-arqAceitas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAceitas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas

               write fs-resposta-aceita-reg from ws-respostas-aceitas(ws-a)
               if ws-fs-arqAceitas <> 0 then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAceitas                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAceitas "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-a

           end-perform

           close arqAceitas


           .
       gravar-respostas-aceitas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Finalizacao anormal do programa em caso de erro de arquivo
      *>-----------------------------------------------------------------
