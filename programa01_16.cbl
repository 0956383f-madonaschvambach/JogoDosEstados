      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_16".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>--- historico de alteracoes
      *>  15/10/2026 - criacao da manutencao dos baralhos livres (tipo L
      *>               no catalogo de baralhos): criar o baralho no
      *>               catalogo, listar/incluir/alterar/excluir cartas,
      *>               cada uma com a propria pergunta, e as respostas
      *>               aceitas (sinonimos) das cartas do baralho.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   catalogo de baralhos; regravado quando um baralho livre eh
      *>   criado
           select arqBaralhos assign to "baralhos.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqBaralhos.

      *>   arquivo do baralho livre em manutencao (o nome fisico vem
      *>   do catalogo)
           select arqDeck assign dynamic ws-nome-arquivo-deck
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqDeck.

      *>   par de arquivos genericos para a copia de seguranca do
      *>   baralho antes de cada regravacao, linha a linha
           select arqCopiaEnt assign dynamic ws-nome-copia-ent
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqCopiaEnt.

           select arqCopiaSai assign dynamic ws-nome-copia-sai
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqCopiaSai.

      *>   respostas aceitas (sinonimos) por baralho e carta, as mesmas
      *>   que o host aceita na revelacao do jogo principal
           select arqAceitas assign to "respostas-aceitas.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqAceitas.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqBaralhos.
       01  fs-baralho-reg.
           copy "baralho-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqDeck.
       01  fs-carta-reg.
           copy "carta-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqCopiaEnt.
       01  fs-linha-copia-ent                        pic x(200).

       fd  arqCopiaSai.
       01  fs-linha-copia-sai                        pic x(200).

       fd  arqAceitas.
       01  fs-resposta-aceita-reg.
           copy "resposta-aceita-reg.cpy" replacing ==:PREFIXO:== by ==fs==.


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqBaralhos                        pic 9(02).
       77  ws-fs-arqDeck                            pic 9(02).
       77  ws-fs-arqCopiaEnt                        pic 9(02).
       77  ws-fs-arqCopiaSai                        pic 9(02).
       77  ws-fs-arqAceitas                         pic 9(02).
       77  ws-nome-arquivo-deck                     pic x(30) value spaces.
       77  ws-nome-copia-ent                        pic x(30) value spaces.
       77  ws-nome-copia-sai                        pic x(30) value spaces.

           copy "msg-erro.cpy".


      *>--- catalogo de baralhos em memoria (sem o arquivo, os tres
      *>    baralhos classicos, como no jogo principal, para que a
      *>    criacao de um baralho livre nao tire os classicos do menu)
       01  ws-catalogo-baralhos occurs 9.
           copy "baralho-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-baralhos                        pic 9(02) value 0.
       77  ws-quant-livres                          pic 9(02) value 0.
       77  ws-c                                     pic 9(02) value 0.
       77  ws-pos-baralho                           pic 9(02) value 0.
       77  ws-pos-escolhido                         pic 9(02) value 0.
       77  ws-maior-id                              pic 9(02) value 0.


      *>--- cartas do baralho em manutencao, no teto de cartas que o
      *>    jogo principal carrega
       01  ws-cartas occurs 90.
           copy "carta-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-cartas                          pic 9(02) value 0.
       77  ws-max-cartas                            pic 9(02) value 90.
       77  ws-cartas-ignoradas                      pic 9(03) value 0.


       77  ws-opcao-menu                            pic 9(01) value 0.
       77  ws-opcao-confirma                        pic x(01) value "N".
           88  ws-confirmou                         value "S".

       77  ws-i                                     pic 9(03).
       77  ws-pos-localizado                        pic 9(02) value 0.
       77  ws-pos-alterando                         pic 9(02) value 0.
       77  ws-chave-busca                           pic x(25).


      *>--- campos de entrada para criacao do baralho e das cartas
       77  ws-ent-deck                              pic 9(02) value 0.
       77  ws-ent-arquivo                           pic x(30).
       77  ws-ent-titulo                            pic x(40).
       77  ws-ent-chave                             pic x(25).
       77  ws-ent-pergunta                          pic x(60).
       77  ws-ent-resposta                          pic x(25).
       77  ws-ent-grupo                             pic x(10).
       77  ws-ent-dificuldade                       pic 9(01).
       77  ws-dificuldade-ok                        pic x(01) value "N".
           88  ws-dificuldade-valida                value "S".


      *>--- respostas aceitas (sinonimos) de todos os baralhos, em
      *>    memoria enquanto o submenu estiver aberto; so as do baralho
      *>    em manutencao sao listadas e mexidas
       01  ws-respostas-aceitas occurs 500.
           copy "resposta-aceita-reg.cpy" replacing ==:PREFIXO:== by ==ws==.
       77  ws-quant-aceitas                         pic 9(03) value 0.
       77  ws-a                                     pic 9(03) value 0.
       77  ws-quant-aceitas-achadas                 pic 9(03) value 0.
       77  ws-opcao-aceitas                         pic 9(01) value 0.
       77  ws-sair-aceitas                          pic x(01) value "N".
           88  ws-voltar-menu                       value "S".
       77  ws-ent-texto                             pic x(25) value spaces.
       77  ws-ent-numero                            pic 9(03) value 0.
       77  ws-aceita-repetida                       pic x(01) value "N".


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


           perform carregar-catalogo

           move 0 to ws-pos-baralho
           perform escolher-baralho


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o catalogo de baralhos (baralhos.txt); sem o catalogo,
      *> ficam os tres baralhos classicos, os mesmos que o jogo
      *> principal usa na falta do arquivo
      *>-----------------------------------------------------------------
       carregar-catalogo section.


           move 0 to ws-quant-baralhos

           open input arqBaralhos

           if ws-fs-arqBaralhos = 0 then

               perform until ws-fs-arqBaralhos = 10
                          or ws-quant-baralhos >= 9

                   read arqBaralhos into ws-catalogo-baralhos(ws-quant-baralhos + 1)

                   if ws-fs-arqBaralhos = 0 then
                       if ws-bar-arquivo(ws-quant-baralhos + 1) <> spaces then
                           add 1 to ws-quant-baralhos
                       end-if
                   else
                       if ws-fs-arqBaralhos <> 10 then
                           move 1                                  to ws-msn-erro-ofsset
                           move ws-fs-arqBaralhos                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqBaralhos "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqBaralhos

           end-if

           if ws-quant-baralhos = 0 then

               move 3 to ws-quant-baralhos

               move 1                                        to ws-bar-id(1)
               move "estados.txt"                            to ws-bar-arquivo(1)
               move "Qual a capital de"                      to ws-bar-rotulo-pergunta(1)
               move "A capital de"                           to ws-bar-rotulo-revelacao(1)
               move "eh"                                     to ws-bar-rotulo-conectivo(1)
               move space                                    to ws-bar-tipo(1)

               move 2                                        to ws-bar-id(2)
               move "bandeiras.txt"                          to ws-bar-arquivo(2)
               move "Qual a cor da bandeira de"              to ws-bar-rotulo-pergunta(2)
               move "A bandeira de"                          to ws-bar-rotulo-revelacao(2)
               move "eh"                                     to ws-bar-rotulo-conectivo(2)
               move space                                    to ws-bar-tipo(2)

               move 3                                        to ws-bar-id(3)
               move "fundacao.txt"                           to ws-bar-arquivo(3)
               move "Em que ano foi fundado(a) o estado de"  to ws-bar-rotulo-pergunta(3)
               move "O estado de"                            to ws-bar-rotulo-revelacao(3)
               move "foi fundado(a) em"                      to ws-bar-rotulo-conectivo(3)
               move space                                    to ws-bar-tipo(3)

           end-if


           .
       carregar-catalogo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Escolha do baralho livre a manter (ou criacao de um novo); um
      *> codigo invalido mantem o baralho que ja estava em manutencao
      *>-----------------------------------------------------------------
       escolher-baralho section.


           display erase
           display "======================================================"
           display "          MANUTENCAO DOS BARALHOS LIVRES              "
           display "======================================================"
           display " "

           move 0 to ws-quant-livres
           move 1 to ws-c
           perform until ws-c > ws-quant-baralhos
               if ws-bar-livre(ws-c) then
                   add 1 to ws-quant-livres
                   display "  " ws-bar-id(ws-c) " - "
                           function trim(ws-bar-rotulo-pergunta(ws-c))
                           " (" function trim(ws-bar-arquivo(ws-c)) ")"
               end-if
               add 1 to ws-c
           end-perform

           if ws-quant-livres = 0 then
               display "  (nenhum baralho livre no catalogo)"
           end-if

           display "  00 - Criar um novo baralho livre"
           display " "
           display "Codigo do baralho: "
           accept ws-ent-deck

           if ws-ent-deck = 0 then

               perform criar-baralho

           else

               move 0 to ws-pos-escolhido
               move 1 to ws-c
               perform until ws-c > ws-quant-baralhos
                   if ws-bar-id(ws-c) = ws-ent-deck then
                       move ws-c to ws-pos-escolhido
                   end-if
                   add 1 to ws-c
               end-perform

               if ws-pos-escolhido = 0 then
                   display " "
                   display "Baralho nao existe no catalogo."
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma
               else
                   if not ws-bar-livre(ws-pos-escolhido) then
                       display " "
                       display "Baralho de estados: a manutencao eh feita"
                               " no programa01_02."
                       display "Pressione ENTER para continuar..."
                       accept ws-opcao-confirma
                   else
                       move ws-pos-escolhido to ws-pos-baralho
                       perform carregar-cartas
                   end-if
               end-if

           end-if

           move "N" to ws-opcao-confirma


           .
       escolher-baralho-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Cria um baralho livre: nova linha no catalogo, com o proximo
      *> codigo livre, e o arquivo de cartas (um arquivo ja existente
      *> com esse nome eh aproveitado como esta)
      *>-----------------------------------------------------------------
       criar-baralho section.


           if ws-quant-baralhos >= 9 then
               display " "
               display "Catalogo de baralhos cheio, nao eh possivel criar."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               display " "
               display "Nome do arquivo das cartas (ex.: siglas.txt): "
               accept ws-ent-arquivo
               perform until ws-ent-arquivo <> spaces
                   display "Nome do arquivo nao pode ficar em branco."
                   display "Nome do arquivo das cartas: "
                   accept ws-ent-arquivo
               end-perform

               move 0 to ws-pos-escolhido
               move 0 to ws-maior-id
               move 1 to ws-c
               perform until ws-c > ws-quant-baralhos
                   if function trim(ws-bar-arquivo(ws-c))
                      = function trim(ws-ent-arquivo) then
                       move ws-c to ws-pos-escolhido
                   end-if
                   if ws-bar-id(ws-c) > ws-maior-id then
                       move ws-bar-id(ws-c) to ws-maior-id
                   end-if
                   add 1 to ws-c
               end-perform

               if ws-pos-escolhido <> 0 or ws-maior-id >= 99 then
                   display " "
                   display "Arquivo ja esta no catalogo, criacao cancelada."
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma
               else

                   display "Titulo do baralho no menu do jogo: "
                   accept ws-ent-titulo
                   perform until ws-ent-titulo <> spaces
                       display "Titulo nao pode ficar em branco."
                       display "Titulo do baralho no menu do jogo: "
                       accept ws-ent-titulo
                   end-perform

                   add 1 to ws-quant-baralhos
                   add 1 to ws-maior-id
                   move spaces          to ws-catalogo-baralhos(ws-quant-baralhos)
                   move ws-maior-id     to ws-bar-id(ws-quant-baralhos)
                   move ws-ent-arquivo  to ws-bar-arquivo(ws-quant-baralhos)
                   move ws-ent-titulo   to ws-bar-rotulo-pergunta(ws-quant-baralhos)
                   move "L"             to ws-bar-tipo(ws-quant-baralhos)

                   perform gravar-catalogo

                   move ws-quant-baralhos to ws-pos-baralho
                   perform carregar-cartas

      *>             arquivo ainda inexistente: grava o baralho vazio,
      *>             para o jogo principal ja encontrar o arquivo
                   if ws-fs-arqDeck = 35 then
                       perform gravar-cartas
                   end-if

                   display " "
                   display "Baralho " ws-maior-id " criado com "
                           ws-quant-cartas " carta(s)."
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma

               end-if

           end-if


           .
       criar-baralho-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o catalogo de baralhos a partir da memoria
      *>-----------------------------------------------------------------
       gravar-catalogo section.


           open output arqBaralhos
           if ws-fs-arqBaralhos <> 0 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqBaralhos                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqBaralhos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-c
           perform until ws-c > ws-quant-baralhos

               write fs-baralho-reg from ws-catalogo-baralhos(ws-c)
               if ws-fs-arqBaralhos <> 0 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqBaralhos                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqBaralhos "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-c

           end-perform

           close arqBaralhos


           .
       gravar-catalogo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega as cartas do baralho ws-pos-baralho para a memoria; o
      *> arquivo ausente so significa um baralho ainda vazio (o status
      *> 35 fica em ws-fs-arqDeck para quem chamou)
      *>-----------------------------------------------------------------
       carregar-cartas section.


           move 0 to ws-quant-cartas
           move 0 to ws-cartas-ignoradas
           move ws-bar-arquivo(ws-pos-baralho) to ws-nome-arquivo-deck

           open input arqDeck

           if ws-fs-arqDeck <> 35 then

               if ws-fs-arqDeck <> 0 then
                   move 4                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDeck                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDeck "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqDeck = 10

                   read arqDeck

                   if ws-fs-arqDeck = 0 then
                       if ws-quant-cartas < ws-max-cartas then
                           add 1 to ws-quant-cartas
                           move fs-carta-reg to ws-cartas(ws-quant-cartas)
                       else
                           add 1 to ws-cartas-ignoradas
                       end-if
                   else
                       if ws-fs-arqDeck <> 10 then
                           move 5                                  to ws-msn-erro-ofsset
                           move ws-fs-arqDeck                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDeck "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqDeck

               if ws-cartas-ignoradas > 0 then
                   display " "
                   display "ATENCAO: o arquivo tem " ws-cartas-ignoradas
                           " carta(s) alem do teto de " ws-max-cartas
                           "; elas serao descartadas na proxima gravacao."
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma
               end-if

           end-if


           .
       carregar-cartas-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           if ws-pos-baralho = 0 then
               move "S" to ws-opcao-confirma
           else
               move "N" to ws-opcao-confirma
           end-if

           perform until ws-confirmou

               perform exibir-menu
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform listar-cartas
                   when 2
                       perform incluir-carta
                   when 3
                       perform alterar-carta
                   when 4
                       perform excluir-carta
                   when 5
                       perform manter-respostas-aceitas
                   when 6
                       perform escolher-baralho
                   when 7
                       move "S" to ws-opcao-confirma
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o menu de manutencao do baralho livre escolhido
      *>-----------------------------------------------------------------
       exibir-menu section.


           display erase
           display "======================================================"
           display "          MANUTENCAO DOS BARALHOS LIVRES              "
           display "======================================================"
           display " Baralho " ws-bar-id(ws-pos-baralho) " - "
                   function trim(ws-bar-rotulo-pergunta(ws-pos-baralho))
           display " Arquivo " function trim(ws-bar-arquivo(ws-pos-baralho))
                   ", " ws-quant-cartas " carta(s)"
           display " "
           display "  1 - Listar cartas"
           display "  2 - Incluir carta"
           display "  3 - Alterar carta"
           display "  4 - Excluir carta"
           display "  5 - Respostas aceitas (sinonimos) das cartas"
           display "  6 - Trocar de baralho / criar baralho"
           display "  7 - Sair"
           display " "
           display "Opcao: "


           .
       exibir-menu-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lista as cartas do baralho, com a pergunta de cada uma
      *>-----------------------------------------------------------------
       listar-cartas section.


           display " "
           move 1 to ws-i
           perform until ws-i > ws-quant-cartas

               display ws-i ") " ws-carta-chave(ws-i) " - "
                       ws-carta-resposta(ws-i)
                       " (" ws-carta-grupo(ws-i) "/"
                       ws-carta-dificuldade(ws-i) ")"
               display "     " function trim(ws-carta-pergunta(ws-i))

               add 1 to ws-i

           end-perform

           if ws-quant-cartas = 0 then
               display "Baralho ainda sem cartas."
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       listar-cartas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Inclui uma carta no baralho: a chave identifica a carta no
      *> historico de rodadas e nas respostas aceitas, e nao se repete
      *>-----------------------------------------------------------------
       incluir-carta section.


           if ws-quant-cartas >= ws-max-cartas then
               display " "
               display "Baralho cheio, nao eh possivel incluir."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               display " "
               display "Chave da carta (identificacao curta, ex.: SIGLA-ONU): "
               accept ws-ent-chave
               perform until ws-ent-chave <> spaces
                   display "Chave nao pode ficar em branco."
                   display "Chave da carta: "
                   accept ws-ent-chave
               end-perform

               move ws-ent-chave to ws-chave-busca
               perform localizar-carta

               if ws-pos-localizado <> 0 then
                   display " "
                   display "Carta ja cadastrada, inclusao cancelada."
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma
               else

                   display "Pergunta: "
                   accept ws-ent-pergunta
                   perform until ws-ent-pergunta <> spaces
                       display "Pergunta nao pode ficar em branco."
                       display "Pergunta: "
                       accept ws-ent-pergunta
                   end-perform

                   display "Resposta: "
                   accept ws-ent-resposta
                   perform until ws-ent-resposta <> spaces
                       display "Resposta nao pode ficar em branco."
                       display "Resposta: "
                       accept ws-ent-resposta
                   end-perform

                   display "Grupo (alternativas da multipla escolha saem"
                           " do mesmo grupo; ENTER = GERAL): "
                   accept ws-ent-grupo
                   if ws-ent-grupo = spaces then
                       move "GERAL" to ws-ent-grupo
                   end-if
                   move function upper-case(ws-ent-grupo) to ws-ent-grupo

                   move "N" to ws-dificuldade-ok
                   perform until ws-dificuldade-valida
                       display "Dificuldade (1-facil, 2-media, 3-dificil): "
                       accept ws-ent-dificuldade
                       if ws-ent-dificuldade >= 1 and ws-ent-dificuldade <= 3 then
                           move "S" to ws-dificuldade-ok
                       else
                           display "Dificuldade invalida."
                       end-if
                   end-perform

                   add 1 to ws-quant-cartas
                   move ws-ent-chave         to ws-carta-chave(ws-quant-cartas)
                   move ws-ent-resposta      to ws-carta-resposta(ws-quant-cartas)
                   move ws-ent-grupo         to ws-carta-grupo(ws-quant-cartas)
                   move ws-ent-dificuldade   to ws-carta-dificuldade(ws-quant-cartas)
                   move ws-ent-pergunta      to ws-carta-pergunta(ws-quant-cartas)

                   perform gravar-cartas

                   display " "
                   display "Carta incluida com sucesso."
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma

               end-if

           end-if


           .
       incluir-carta-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Altera uma carta ja cadastrada, localizada pela chave
      *>-----------------------------------------------------------------
       alterar-carta section.


           display " "
           display "Chave da carta a alterar: "
           accept ws-chave-busca

           perform localizar-carta

           if ws-pos-localizado = 0 then
               display " "
               display "Carta nao encontrada."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               display "Chave atual.....: " ws-carta-chave(ws-pos-localizado)
               display "Nova chave (ENTER mantem a atual): "
               accept ws-ent-chave
               if ws-ent-chave <> spaces then

      *>           recusa uma chave que ja pertence a outra carta
                   move ws-pos-localizado to ws-pos-alterando
                   move ws-ent-chave      to ws-chave-busca
                   perform localizar-carta

                   if ws-pos-localizado <> 0
                      and ws-pos-localizado <> ws-pos-alterando then
                       display "Ja existe uma carta com essa chave,"
                               " a chave atual foi mantida."
                   else
                       move ws-ent-chave to ws-carta-chave(ws-pos-alterando)
                   end-if

                   move ws-pos-alterando to ws-pos-localizado

               end-if

               display "Pergunta atual..: "
                       function trim(ws-carta-pergunta(ws-pos-localizado))
               display "Nova pergunta (ENTER mantem a atual): "
               accept ws-ent-pergunta
               if ws-ent-pergunta <> spaces then
                   move ws-ent-pergunta to ws-carta-pergunta(ws-pos-localizado)
               end-if

               display "Resposta atual..: " ws-carta-resposta(ws-pos-localizado)
               display "Nova resposta (ENTER mantem a atual): "
               accept ws-ent-resposta
               if ws-ent-resposta <> spaces then
                   move ws-ent-resposta to ws-carta-resposta(ws-pos-localizado)
               end-if

               display "Grupo atual.....: " ws-carta-grupo(ws-pos-localizado)
               display "Novo grupo (ENTER mantem o atual): "
               accept ws-ent-grupo
               if ws-ent-grupo <> spaces then
                   move function upper-case(ws-ent-grupo)
                        to ws-carta-grupo(ws-pos-localizado)
               end-if

               display "Dificuldade atual..: " ws-carta-dificuldade(ws-pos-localizado)
               move "N" to ws-dificuldade-ok
               perform until ws-dificuldade-valida
                   display "Nova dificuldade (0 mantem a atual,"
                           " 1-facil/2-media/3-dificil): "
                   accept ws-ent-dificuldade
                   if ws-ent-dificuldade <= 3 then
                       move "S" to ws-dificuldade-ok
                   else
                       display "Dificuldade invalida."
                   end-if
               end-perform
               if ws-ent-dificuldade <> 0 then
                   move ws-ent-dificuldade to ws-carta-dificuldade(ws-pos-localizado)
               end-if

               perform gravar-cartas

               display " "
               display "Carta alterada com sucesso."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma

           end-if


           .
       alterar-carta-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exclui uma carta ja cadastrada, localizada pela chave
      *>-----------------------------------------------------------------
       excluir-carta section.


           display " "
           display "Chave da carta a excluir: "
           accept ws-chave-busca

           perform localizar-carta

           if ws-pos-localizado = 0 then
               display " "
               display "Carta nao encontrada."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               move ws-pos-localizado to ws-i
               perform until ws-i >= ws-quant-cartas
                   move ws-cartas(ws-i + 1) to ws-cartas(ws-i)
                   add 1 to ws-i
               end-perform

               move spaces to ws-cartas(ws-quant-cartas)
               subtract 1 from ws-quant-cartas

               perform gravar-cartas

               display " "
               display "Carta excluida com sucesso."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma

           end-if


           .
       excluir-carta-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza, em ws-cartas, a carta cuja chave foi informada em
      *> ws-chave-busca. Devolve a posicao em ws-pos-localizado (0 se
      *> nao encontrada).
      *>-----------------------------------------------------------------
       localizar-carta section.


           move 0 to ws-pos-localizado
           move 1 to ws-i

           perform until ws-i > ws-quant-cartas

               if function upper-case(function trim(ws-carta-chave(ws-i)))
                  = function upper-case(function trim(ws-chave-busca)) then
                   move ws-i to ws-pos-localizado
               end-if

               add 1 to ws-i

           end-perform


           .
       localizar-carta-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o arquivo do baralho a partir da memoria, guardando
      *> antes a versao vigente em bkp-<arquivo>
      *>-----------------------------------------------------------------
       gravar-cartas section.


           move ws-nome-arquivo-deck to ws-nome-copia-ent
           move spaces               to ws-nome-copia-sai
           string "bkp-" function trim(ws-nome-arquivo-deck)
                  delimited by size into ws-nome-copia-sai
           perform copiar-arquivo

           open output arqDeck

           if ws-fs-arqDeck <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeck                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDeck "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-i
           perform until ws-i > ws-quant-cartas

               move ws-cartas(ws-i) to fs-carta-reg
               write fs-carta-reg

               if ws-fs-arqDeck <> 0 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDeck                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDeck "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-i

           end-perform

           close arqDeck

           if ws-fs-arqDeck <> 0 then
               move 8                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeck                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDeck "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-cartas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Copia o arquivo ws-nome-copia-ent para ws-nome-copia-sai,
      *> linha a linha; origem inexistente apenas pula a copia
      *>-----------------------------------------------------------------
       copiar-arquivo section.


           open input arqCopiaEnt

           if ws-fs-arqCopiaEnt = 35 then
               continue
           else

               if ws-fs-arqCopiaEnt <> 0 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCopiaEnt                  to ws-msn-erro-cod
                   move "Erro ao abrir copia de seguranca " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output arqCopiaSai
               if ws-fs-arqCopiaSai <> 0 then
                   move 12                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCopiaSai                   to ws-msn-erro-cod
                   move "Erro ao gravar copia de seguranca " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCopiaEnt = 10

                   read arqCopiaEnt into fs-linha-copia-ent

                   if ws-fs-arqCopiaEnt = 0 then
                       move fs-linha-copia-ent to fs-linha-copia-sai
                       write fs-linha-copia-sai
                       if ws-fs-arqCopiaSai <> 0 then
                           move 13                                  to ws-msn-erro-ofsset
                           move ws-fs-arqCopiaSai                   to ws-msn-erro-cod
                           move "Erro ao gravar copia de seguranca " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       if ws-fs-arqCopiaEnt <> 10 then
                           move 14                                 to ws-msn-erro-ofsset
                           move ws-fs-arqCopiaEnt                  to ws-msn-erro-cod
                           move "Erro ao ler copia de seguranca "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqCopiaEnt
               close arqCopiaSai

           end-if


           .
       copiar-arquivo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Submenu das respostas aceitas (sinonimos) das cartas do
      *> baralho em manutencao
      *>-----------------------------------------------------------------
       manter-respostas-aceitas section.


           perform carregar-respostas-aceitas

           move "N" to ws-sair-aceitas

           perform until ws-voltar-menu

               display erase
               display "======================================================"
               display "          RESPOSTAS ACEITAS (SINONIMOS)               "
               display "======================================================"
               display " Baralho " ws-bar-id(ws-pos-baralho) " - "
                       function trim(ws-bar-rotulo-pergunta(ws-pos-baralho))
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
      *> Lista as respostas aceitas das cartas do baralho
      *>-----------------------------------------------------------------
       listar-respostas-aceitas section.


           move 0 to ws-quant-aceitas-achadas
           display " "
           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas

               if ws-ra-deck(ws-a) = ws-bar-id(ws-pos-baralho) then
                   add 1 to ws-quant-aceitas-achadas
                   display ws-a ") " function trim(ws-ra-estado(ws-a)) ": "
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
      *> Inclui uma resposta aceita para uma carta do baralho, sem
      *> repetir uma grafia ja aceita
      *>-----------------------------------------------------------------
       incluir-resposta-aceita section.


           if ws-quant-aceitas >= 500 then
               display " "
               display "Tabela de respostas aceitas cheia, nao eh possivel incluir."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               display " "
               display "Chave da carta: "
               accept ws-chave-busca
               perform localizar-carta

               if ws-pos-localizado = 0 then
                   display " "
                   display "Carta nao encontrada no baralho."
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
                       if ws-ra-deck(ws-a) = ws-bar-id(ws-pos-baralho)
                          and ws-ra-estado(ws-a) = ws-carta-chave(ws-pos-localizado)
                          and function upper-case(function trim(ws-ra-texto(ws-a)))
                            = function upper-case(function trim(ws-ent-texto)) then
                           move "S" to ws-aceita-repetida
                       end-if
                       add 1 to ws-a
                   end-perform

                   if ws-aceita-repetida = "S" then
                       display " "
                       display "Essa resposta ja eh aceita para a carta."
                   else
                       add 1 to ws-quant-aceitas
                       move ws-bar-id(ws-pos-baralho)
                            to ws-ra-deck(ws-quant-aceitas)
                       move ws-carta-chave(ws-pos-localizado)
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
      *> Remove uma resposta aceita de uma carta do baralho, escolhida
      *> pelo numero na lista das respostas da carta
      *>-----------------------------------------------------------------
       remover-resposta-aceita section.


           display " "
           display "Chave da carta: "
           accept ws-chave-busca

           move 0 to ws-quant-aceitas-achadas
           display " "
           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas
               if ws-ra-deck(ws-a) = ws-bar-id(ws-pos-baralho)
                  and function upper-case(function trim(ws-ra-estado(ws-a)))
                    = function upper-case(function trim(ws-chave-busca)) then
                   add 1 to ws-quant-aceitas-achadas
                   display ws-a ") " function trim(ws-ra-texto(ws-a))
                           " (desde " ws-ra-data(ws-a) ")"
               end-if
               add 1 to ws-a
           end-perform

           if ws-quant-aceitas-achadas = 0 then
               display "Nenhuma resposta aceita para essa carta no baralho."
           else

               display " "
               display "Numero da resposta a remover (0 = nenhuma): "
               accept ws-ent-numero

               if ws-ent-numero > 0 and ws-ent-numero <= ws-quant-aceitas then

                   if ws-ra-deck(ws-ent-numero) = ws-bar-id(ws-pos-baralho)
                      and function upper-case(function trim(ws-ra-estado(ws-ent-numero)))
                        = function upper-case(function trim(ws-chave-busca)) then

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
