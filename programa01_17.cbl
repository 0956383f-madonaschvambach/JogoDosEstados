      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_17".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>--- historico de alteracoes
      *>  15/10/2026 - criacao do desafio da semana: geracao do roteiro
      *>               fixo de perguntas (desafio-roteiro.txt), sorteado
      *>               entre as cartas dos baralhos do catalogo e jogado
      *>               no programa01_01, e fechamento da semana, com o
      *>               vencedor gravado em desafio-vencedores.txt e o
      *>               roteiro arquivado com as taxas de acerto de cada
      *>               pergunta.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   catalogo de baralhos, para sortear as cartas do roteiro
           select arqBaralhos assign to "baralhos.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqBaralhos.

      *>   arquivo de cada baralho do catalogo (o nome fisico vem do
      *>   catalogo)
           select arqDeck assign dynamic ws-nome-arquivo-deck
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqDeck.

      *>   roteiro do desafio vigente, jogado no programa01_01
           select arqRoteiro assign to "desafio-roteiro.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRoteiro.

      *>   ranking do desafio, gravado pelo jogo ao fim de cada desafio
           select arqRanking assign to "desafio-ranking.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRanking.

      *>   vencedores das semanas fechadas, apenas acrescentando
           select arqVencedores assign to "desafio-vencedores.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqVencedores.

      *>   roteiro arquivado da semana fechada (desafio-AAAAMMDD.txt)
           select arqArquivo assign dynamic ws-nome-arq-arquivo
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqArquivo.


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

       fd  arqRoteiro.
       01  fs-roteiro-reg.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRanking.
       01  fs-ranking-reg.
           copy "desafio-ranking-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqVencedores.
       01  fs-vencedor-reg.
           copy "desafio-vencedor-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqArquivo.
       01  fs-arquivo-reg.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==fa==.


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqBaralhos                        pic 9(02).
       77  ws-fs-arqDeck                            pic 9(02).
       77  ws-fs-arqRoteiro                         pic 9(02).
       77  ws-fs-arqRanking                         pic 9(02).
       77  ws-fs-arqVencedores                      pic 9(02).
       77  ws-fs-arqArquivo                         pic 9(02).
       77  ws-nome-arquivo-deck                     pic x(30) value spaces.
       77  ws-nome-arq-arquivo                      pic x(30) value spaces.

           copy "msg-erro.cpy".


      *>--- catalogo de baralhos em memoria (sem o arquivo, os tres
      *>    baralhos classicos, como no jogo principal)
       01  ws-catalogo-baralhos occurs 9.
           copy "baralho-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-baralhos                        pic 9(02) value 0.
       77  ws-c                                     pic 9(02) value 0.
       77  ws-pos-base                              pic 9(02) value 0.


      *>--- roteiro vigente em memoria; o jogo faz no maximo 9 rodadas
       01  ws-roteiro occurs 9.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-roteiro                         pic 9(02) value 0.
       77  ws-r                                     pic 9(02) value 0.
       77  ws-quant-perguntas                       pic 9(01) value 0.


      *>--- cartas candidatas ao sorteio do roteiro. O jogo carrega as
      *>    cartas do desafio como no baralho misto: os estados do
      *>    primeiro baralho de estados do catalogo (os demais baralhos
      *>    de estados sao casados com ele pelo estado) e as cartas dos
      *>    baralhos livres em seguida, ate o teto de 90 cartas em
      *>    memoria; so entram no sorteio as cartas que o jogo tera
       01  ws-candidatos occurs 810.
           05 wsca-deck                            pic 9(02).
           05 wsca-chave                           pic x(25).

       77  ws-quant-candidatos                      pic 9(03) value 0.
       77  ws-quant-restantes                       pic 9(03) value 0.
       77  ws-pos-sorteio                           pic 9(03) value 0.
       77  ws-deck-filtro                           pic 9(02) value 0.

       01  ws-estados-base occurs 27                pic x(25).
       77  ws-quant-base                            pic 9(02) value 0.
       77  ws-quant-carga                           pic 9(02) value 0.
       77  ws-teto-carga                            pic 9(02) value 90.
       77  ws-b                                     pic 9(02) value 0.
       77  ws-carta-na-base                         pic x(01) value "N".
           88  ws-estado-na-base                    value "S".
       77  ws-carta-lidas                           pic 9(03) value 0.
       77  ws-semente-random                        pic 9(06) value 0.
       77  ws-random-descarte                       pic 9v9(09) value 0.


      *>--- ranking da semana em memoria, para o fechamento
       01  ws-ranking occurs 500.
           copy "desafio-ranking-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-ranking                         pic 9(03) value 0.
       77  ws-k                                     pic 9(03) value 0.
       77  ws-pos-vencedor                          pic 9(03) value 0.
       77  ws-taxa-acerto                           pic 9(03) value 0.


      *>--- semana corrente: a segunda-feira da data de hoje
       77  ws-data-hoje                             pic 9(08) value 0.
       77  ws-dia-int                               pic 9(07) value 0.
       77  ws-dia-semana                            pic 9(01) value 0.
       77  ws-data-segunda                          pic 9(08) value 0.
       77  ws-semana-corrente                       pic x(08) value spaces.


       77  ws-opcao-menu                            pic 9(01) value 0.
       77  ws-opcao-confirma                        pic x(01) value "N".
           88  ws-confirmou                         value "S".
       77  ws-resposta-sn                           pic x(01) value "N".


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


      *>     semente do sorteio pelo relogio, como no jogo principal
           move function current-date(9:6) to ws-semente-random
           compute ws-random-descarte = function random(ws-semente-random)

      *>     a semana do desafio comeca na segunda-feira (o dia 1 do
      *>     calendario das funcoes de data, 01/01/1601, caiu numa
      *>     segunda-feira)
           move function current-date(1:8) to ws-data-hoje
           compute ws-dia-int = function integer-of-date(ws-data-hoje)
           compute ws-dia-semana = function mod(ws-dia-int - 1, 7)
           compute ws-data-segunda =
                   function date-of-integer(ws-dia-int - ws-dia-semana)
           move ws-data-segunda to ws-semana-corrente

           perform carregar-catalogo
           perform carregar-roteiro


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o catalogo de baralhos (baralhos.txt); sem o catalogo,
      *> ficam os tres baralhos classicos
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
               move space                                    to ws-bar-tipo(1)

               move 2                                        to ws-bar-id(2)
               move "bandeiras.txt"                          to ws-bar-arquivo(2)
               move "Qual a cor da bandeira de"              to ws-bar-rotulo-pergunta(2)
               move space                                    to ws-bar-tipo(2)

               move 3                                        to ws-bar-id(3)
               move "fundacao.txt"                           to ws-bar-arquivo(3)
               move "Em que ano foi fundado(a) o estado de"  to ws-bar-rotulo-pergunta(3)
               move space                                    to ws-bar-tipo(3)

           end-if

      *>     baralho base do desafio: o primeiro baralho de estados
           move 0 to ws-pos-base
           move 1 to ws-c
           perform until ws-c > ws-quant-baralhos
               if ws-pos-base = 0 and not ws-bar-livre(ws-c) then
                   move ws-c to ws-pos-base
               end-if
               add 1 to ws-c
           end-perform


           .
       carregar-catalogo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o roteiro vigente (desafio-roteiro.txt); o arquivo
      *> ausente so significa que nenhum desafio foi gerado ainda
      *>-----------------------------------------------------------------
       carregar-roteiro section.


           move 0 to ws-quant-roteiro

           open input arqRoteiro

           if ws-fs-arqRoteiro <> 35 then

               if ws-fs-arqRoteiro <> 0 then
                   move 2                                  to ws-msn-erro-ofsset
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
                           move 3                                  to ws-msn-erro-ofsset
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
      *> Carrega as linhas do ranking da semana do roteiro vigente
      *>-----------------------------------------------------------------
       carregar-ranking section.


           move 0 to ws-quant-ranking

           open input arqRanking

           if ws-fs-arqRanking <> 35 then

               if ws-fs-arqRanking <> 0 then
                   move 8                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRanking                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRanking "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRanking = 10
                          or ws-quant-ranking >= 500

                   read arqRanking into ws-ranking(ws-quant-ranking + 1)

                   if ws-fs-arqRanking = 0 then
                       if ws-dk-semana(ws-quant-ranking + 1) = ws-dr-semana(1) then
                           add 1 to ws-quant-ranking
                       end-if
                   else
                       if ws-fs-arqRanking <> 10 then
                           move 9                                  to ws-msn-erro-ofsset
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
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           perform until ws-confirmou

               display erase
               display "======================================================"
               display "                DESAFIO DA SEMANA                     "
               display "======================================================"
               display " Semana corrente: " ws-semana-corrente(7:2) "/"
                       ws-semana-corrente(5:2) "/" ws-semana-corrente(1:4)
               if ws-quant-roteiro = 0 then
                   display " Nenhum roteiro gerado ainda."
               else
                   if ws-dr-aberto(1) then
                       display " Roteiro vigente: semana de "
                               ws-dr-semana(1)(7:2) "/" ws-dr-semana(1)(5:2)
                               "/" ws-dr-semana(1)(1:4) " (aberto)"
                   else
                       display " Ultimo roteiro: semana de "
                               ws-dr-semana(1)(7:2) "/" ws-dr-semana(1)(5:2)
                               "/" ws-dr-semana(1)(1:4) " (fechado)"
                   end-if
               end-if
               display " "
               display "  1 - Gerar o roteiro da semana"
               display "  2 - Exibir o roteiro"
               display "  3 - Fechar a semana do desafio"
               display "  4 - Sair"
               display " "
               display "Opcao: "
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform gerar-roteiro
                   when 2
                       perform exibir-roteiro
                   when 3
                       perform fechar-semana
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
      *> Gera o roteiro da semana corrente: quantidade de perguntas e
      *> baralho (ou todos), e o sorteio sem repeticao das cartas. Um
      *> desafio aberto so eh substituido enquanto ninguem o jogou.
      *>-----------------------------------------------------------------
       gerar-roteiro section.


           move "S" to ws-resposta-sn

           if ws-quant-roteiro > 0 then

               if ws-dr-aberto(1) then

                   perform carregar-ranking

                   if ws-quant-ranking > 0 then
                       display " "
                       display "O desafio vigente ja tem " ws-quant-ranking
                               " participante(s); feche a semana antes"
                       display "de gerar outro roteiro."
                       move "N" to ws-resposta-sn
                   else
                       display " "
                       display "Substituir o roteiro vigente, ainda sem"
                               " participantes?  'S'/'N'"
                       accept ws-resposta-sn
                   end-if

               else

                   if ws-dr-semana(1) = ws-semana-corrente then
                       display " "
                       display "O desafio desta semana ja foi fechado; o"
                               " proximo roteiro eh o da semana que vem."
                       move "N" to ws-resposta-sn
                   end-if

               end-if

           end-if

           if ws-resposta-sn = "S" or ws-resposta-sn = "s" then

               move 0 to ws-quant-perguntas
               perform until ws-quant-perguntas >= 1
                   display " "
                   display "Quantidade de perguntas do roteiro (1 a 9): "
                   accept ws-quant-perguntas
               end-perform

               display " "
               move 1 to ws-c
               perform until ws-c > ws-quant-baralhos
                   display "  " ws-bar-id(ws-c) " - "
                           function trim(ws-bar-rotulo-pergunta(ws-c))
                   add 1 to ws-c
               end-perform
               display "  00 - Todos os baralhos do catalogo"
               display "Baralho das perguntas: "
               accept ws-deck-filtro

               perform montar-candidatos

               if ws-quant-candidatos = 0 then
                   display " "
                   display "Nenhuma carta disponivel para o roteiro."
               else

                   if ws-quant-perguntas > ws-quant-candidatos then
                       display " "
                       display "Aviso: so ha " ws-quant-candidatos
                               " carta(s) disponivel(is); o roteiro"
                               " tera essa quantidade."
                       move ws-quant-candidatos to ws-quant-perguntas
                   end-if

                   perform sortear-roteiro
                   perform gravar-roteiro

                   display " "
                   display "Roteiro da semana gerado com "
                           ws-quant-roteiro " pergunta(s)."
                   perform listar-roteiro

               end-if

           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma
           move "N" to ws-opcao-confirma


           .
       gerar-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta as cartas candidatas ao roteiro, na ordem em que o jogo
      *> as carrega: primeiro os estados do baralho base, depois os
      *> demais baralhos de estados (casados pelo estado com o base) e
      *> os baralhos livres, ate o teto de cartas em memoria do jogo
      *>-----------------------------------------------------------------
       montar-candidatos section.


           move 0 to ws-quant-candidatos
           move 0 to ws-quant-base
           move 0 to ws-quant-carga

      *>     estados do baralho base (ate os 27 registros esperados)
           if ws-pos-base <> 0 then

               move ws-bar-arquivo(ws-pos-base) to ws-nome-arquivo-deck
               open input arqDeck

               if ws-fs-arqDeck = 0 then

                   perform until ws-fs-arqDeck = 10
                              or ws-quant-base >= 27
                       read arqDeck
                       if ws-fs-arqDeck = 0 then
                           add 1 to ws-quant-base
                           move fs-carta-chave to ws-estados-base(ws-quant-base)
                       else
                           perform conferir-leitura-deck
                       end-if
                   end-perform

                   close arqDeck

               end-if

               move ws-quant-base to ws-quant-carga

           end-if

      *>     primeiro os baralhos de estados, depois os livres, como
      *>     a tabela de cartas do jogo eh preenchida
           move 1 to ws-c
           perform until ws-c > ws-quant-baralhos
               if not ws-bar-livre(ws-c) then
                   perform ler-deck-candidatos
               end-if
               add 1 to ws-c
           end-perform

           move 1 to ws-c
           perform until ws-c > ws-quant-baralhos
               if ws-bar-livre(ws-c) then
                   perform ler-deck-candidatos
               end-if
               add 1 to ws-c
           end-perform


           .
       montar-candidatos-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Le o baralho ws-c do catalogo e acrescenta as cartas validas
      *> as candidatas (so do baralho escolhido, quando houver filtro;
      *> as cartas dos baralhos livres contam para o teto mesmo fora do
      *> filtro, porque o jogo as carrega do mesmo jeito)
      *>-----------------------------------------------------------------
       ler-deck-candidatos section.


           move ws-bar-arquivo(ws-c) to ws-nome-arquivo-deck
           open input arqDeck

           if ws-fs-arqDeck = 35 then
               display "Aviso: arquivo " function trim(ws-nome-arquivo-deck)
                       " nao encontrado; baralho fora do sorteio."
           else

               if ws-fs-arqDeck <> 0 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDeck                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDeck "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 0 to ws-carta-lidas

               perform until ws-fs-arqDeck = 10

                   read arqDeck

                   if ws-fs-arqDeck = 0 then

                       add 1 to ws-carta-lidas

                       if ws-bar-livre(ws-c) then

                           if ws-quant-carga < ws-teto-carga then
                               add 1 to ws-quant-carga
                               if fs-carta-chave <> spaces
                                  and fs-carta-resposta <> spaces
                                  and fs-carta-pergunta <> spaces
                                  and (ws-deck-filtro = 0
                                       or ws-deck-filtro = ws-bar-id(ws-c)) then
                                   perform incluir-candidato
                               end-if
                           end-if

                       else

      *>                   so os 27 registros esperados, e so estados
      *>                   que existem no baralho base
                           if ws-carta-lidas <= 27
                              and fs-carta-chave <> spaces
                              and fs-carta-resposta <> spaces
                              and (ws-deck-filtro = 0
                                   or ws-deck-filtro = ws-bar-id(ws-c)) then
                               perform conferir-estado-base
                               if ws-estado-na-base then
                                   perform incluir-candidato
                               end-if
                           end-if

                       end-if

                   else
                       perform conferir-leitura-deck
                   end-if

               end-perform

               close arqDeck

           end-if


           .
       ler-deck-candidatos-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Confere se o estado lido existe no baralho base do desafio
      *>-----------------------------------------------------------------
       conferir-estado-base section.


           move "N" to ws-carta-na-base
           move 1 to ws-b

           perform until ws-b > ws-quant-base

               if function trim(ws-estados-base(ws-b))
                  = function trim(fs-carta-chave) then
                   move "S" to ws-carta-na-base
               end-if

               add 1 to ws-b

           end-perform


           .
       conferir-estado-base-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Acrescenta a carta lida as candidatas, sem repetir a mesma
      *> chave do mesmo baralho
      *>-----------------------------------------------------------------
       incluir-candidato section.


           move "N" to ws-resposta-sn
           move 1 to ws-k
           perform until ws-k > ws-quant-candidatos
               if wsca-deck(ws-k) = ws-bar-id(ws-c)
                  and wsca-chave(ws-k) = fs-carta-chave then
                   move "S" to ws-resposta-sn
               end-if
               add 1 to ws-k
           end-perform

           if ws-resposta-sn = "N" and ws-quant-candidatos < 810 then
               add 1 to ws-quant-candidatos
               move ws-bar-id(ws-c)  to wsca-deck(ws-quant-candidatos)
               move fs-carta-chave   to wsca-chave(ws-quant-candidatos)
           end-if


           .
       incluir-candidato-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Confere o status da ultima leitura de arqDeck
      *>-----------------------------------------------------------------
       conferir-leitura-deck section.


           if ws-fs-arqDeck <> 0 and ws-fs-arqDeck <> 10 then
               move 7                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeck                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqDeck "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       conferir-leitura-deck-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Sorteia as perguntas do roteiro entre as candidatas, sem
      *> repeticao (a sorteada sai da lista trocando de lugar com a
      *> ultima, como no pool do jogo principal)
      *>-----------------------------------------------------------------
       sortear-roteiro section.


           move ws-quant-candidatos to ws-quant-restantes
           move 0 to ws-quant-roteiro

           perform ws-quant-perguntas times

               compute ws-pos-sorteio = function random * ws-quant-restantes + 1
               if ws-pos-sorteio > ws-quant-restantes then
                   move ws-quant-restantes to ws-pos-sorteio
               end-if

               add 1 to ws-quant-roteiro
               move spaces                     to ws-roteiro(ws-quant-roteiro)
               move ws-semana-corrente         to ws-dr-semana(ws-quant-roteiro)
               move "A"                        to ws-dr-situacao(ws-quant-roteiro)
               move ws-quant-roteiro           to ws-dr-ordem(ws-quant-roteiro)
               move wsca-deck(ws-pos-sorteio)  to ws-dr-deck(ws-quant-roteiro)
               move wsca-chave(ws-pos-sorteio) to ws-dr-chave(ws-quant-roteiro)
               move 0                          to ws-dr-respostas(ws-quant-roteiro)
               move 0                          to ws-dr-acertos(ws-quant-roteiro)

               move ws-candidatos(ws-quant-restantes)
                    to ws-candidatos(ws-pos-sorteio)
               subtract 1 from ws-quant-restantes

           end-perform


           .
       sortear-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o roteiro vigente a partir da memoria
      *>-----------------------------------------------------------------
       gravar-roteiro section.


           open output arqRoteiro
           if ws-fs-arqRoteiro <> 0 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqRoteiro                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRoteiro "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-r
           perform until ws-r > ws-quant-roteiro

               write fs-roteiro-reg from ws-roteiro(ws-r)
               if ws-fs-arqRoteiro <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRoteiro                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRoteiro "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-r

           end-perform

           close arqRoteiro


           .
       gravar-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o roteiro vigente (ou o ultimo, ja fechado)
      *>-----------------------------------------------------------------
       exibir-roteiro section.


           display " "
           if ws-quant-roteiro = 0 then
               display "Nenhum roteiro gerado ainda."
           else
               display "Semana de " ws-dr-semana(1)(7:2) "/"
                       ws-dr-semana(1)(5:2) "/" ws-dr-semana(1)(1:4)
               perform listar-roteiro
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma
           move "N" to ws-opcao-confirma


           .
       exibir-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lista as perguntas do roteiro em memoria, com o baralho de
      *> cada uma
      *>-----------------------------------------------------------------
       listar-roteiro section.


           move 1 to ws-r
           perform until ws-r > ws-quant-roteiro

               move 0 to ws-b
               move 1 to ws-c
               perform until ws-c > ws-quant-baralhos
                   if ws-bar-id(ws-c) = ws-dr-deck(ws-r) then
                       move ws-c to ws-b
                   end-if
                   add 1 to ws-c
               end-perform

               if ws-b = 0 then
                   display "  " ws-dr-ordem(ws-r) ") baralho "
                           ws-dr-deck(ws-r) " - "
                           function trim(ws-dr-chave(ws-r))
               else
                   display "  " ws-dr-ordem(ws-r) ") baralho "
                           ws-dr-deck(ws-r) " ("
                           function trim(ws-bar-rotulo-pergunta(ws-b))
                           ") - " function trim(ws-dr-chave(ws-r))
               end-if

               add 1 to ws-r

           end-perform


           .
       listar-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Fecha a semana do desafio vigente: conta as respostas e os
      *> acertos de cada pergunta pelo ranking, apura o vencedor (mais
      *> pontos, depois mais acertos, depois menor tempo total; no
      *> empate completo, quem jogou primeiro), grava o vencedor,
      *> arquiva o roteiro e o marca como fechado
      *>-----------------------------------------------------------------
       fechar-semana section.


           if ws-quant-roteiro = 0 or ws-dr-fechado(1) then

               display " "
               display "Nao ha desafio aberto para fechar."

           else

               perform carregar-ranking

               display " "
               display "Fechar a semana de " ws-dr-semana(1)(7:2) "/"
                       ws-dr-semana(1)(5:2) "/" ws-dr-semana(1)(1:4)
                       " com " ws-quant-ranking " participante(s)?  'S'/'N'"
               accept ws-resposta-sn

               if ws-resposta-sn = "S" or ws-resposta-sn = "s" then

                   perform apurar-semana
                   perform gravar-vencedor
                   perform arquivar-roteiro

                   move 1 to ws-r
                   perform until ws-r > ws-quant-roteiro
                       move "F" to ws-dr-situacao(ws-r)
                       add 1 to ws-r
                   end-perform
                   perform gravar-roteiro

                   perform exibir-fechamento

               end-if

           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma
           move "N" to ws-opcao-confirma


           .
       fechar-semana-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Conta, para cada pergunta do roteiro, as respostas e os
      *> acertos dos participantes, e localiza o vencedor da semana
      *>-----------------------------------------------------------------
       apurar-semana section.


           move 1 to ws-r
           perform until ws-r > ws-quant-roteiro

               move 0 to ws-dr-respostas(ws-r)
               move 0 to ws-dr-acertos(ws-r)

               move 1 to ws-k
               perform until ws-k > ws-quant-ranking
                   if ws-dk-marcas(ws-k)(ws-r:1) = "S"
                      or ws-dk-marcas(ws-k)(ws-r:1) = "N" then
                       add 1 to ws-dr-respostas(ws-r)
                   end-if
                   if ws-dk-marcas(ws-k)(ws-r:1) = "S" then
                       add 1 to ws-dr-acertos(ws-r)
                   end-if
                   add 1 to ws-k
               end-perform

               add 1 to ws-r

           end-perform

           move 0 to ws-pos-vencedor
           move 1 to ws-k
           perform until ws-k > ws-quant-ranking

               if ws-pos-vencedor = 0 then
                   move ws-k to ws-pos-vencedor
               else
                   if ws-dk-pontos(ws-k) > ws-dk-pontos(ws-pos-vencedor)
                      or (ws-dk-pontos(ws-k) = ws-dk-pontos(ws-pos-vencedor)
                          and ws-dk-acertos(ws-k) > ws-dk-acertos(ws-pos-vencedor))
                      or (ws-dk-pontos(ws-k) = ws-dk-pontos(ws-pos-vencedor)
                          and ws-dk-acertos(ws-k) = ws-dk-acertos(ws-pos-vencedor)
                          and ws-dk-tempo(ws-k) < ws-dk-tempo(ws-pos-vencedor)) then
                       move ws-k to ws-pos-vencedor
                   end-if
               end-if

               add 1 to ws-k

           end-perform


           .
       apurar-semana-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Acrescenta o vencedor da semana a desafio-vencedores.txt
      *>-----------------------------------------------------------------
       gravar-vencedor section.


           open extend arqVencedores
           if ws-fs-arqVencedores = 35 then
               open output arqVencedores
           end-if
           if ws-fs-arqVencedores <> 0 then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-arqVencedores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqVencedores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces             to fs-vencedor-reg
           move ws-dr-semana(1)    to fs-dv-semana
           move ws-quant-roteiro   to fs-dv-perguntas
           move ws-quant-ranking   to fs-dv-participantes
           move ws-data-hoje       to fs-dv-fechamento

           if ws-pos-vencedor = 0 then
               move 0                                 to fs-dv-codigo
               move 0                                 to fs-dv-acertos
               move 0                                 to fs-dv-pontos
               move 0                                 to fs-dv-tempo
           else
               move ws-dk-codigo(ws-pos-vencedor)     to fs-dv-codigo
               move ws-dk-nome(ws-pos-vencedor)       to fs-dv-nome
               move ws-dk-acertos(ws-pos-vencedor)    to fs-dv-acertos
               move ws-dk-pontos(ws-pos-vencedor)     to fs-dv-pontos
               move ws-dk-tempo(ws-pos-vencedor)      to fs-dv-tempo
           end-if

           write fs-vencedor-reg
           if ws-fs-arqVencedores <> 0 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arqVencedores                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqVencedores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqVencedores


           .
       gravar-vencedor-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Arquiva o roteiro da semana em desafio-AAAAMMDD.txt, com as
      *> respostas e os acertos de cada pergunta
      *>-----------------------------------------------------------------
       arquivar-roteiro section.


           move spaces to ws-nome-arq-arquivo
           string "desafio-" ws-dr-semana(1) ".txt"
                  delimited by size into ws-nome-arq-arquivo

           open output arqArquivo
           if ws-fs-arqArquivo <> 0 then
               move 12                                 to ws-msn-erro-ofsset
               move ws-fs-arqArquivo                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqArquivo "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-r
           perform until ws-r > ws-quant-roteiro

               move ws-roteiro(ws-r) to fs-arquivo-reg
               move "F"              to fa-dr-situacao
               write fs-arquivo-reg
               if ws-fs-arqArquivo <> 0 then
                   move 13                                 to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqArquivo "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-r

           end-perform

           close arqArquivo


           .
       arquivar-roteiro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o resultado do fechamento: vencedor e taxa de acerto de
      *> cada pergunta do roteiro
      *>-----------------------------------------------------------------
       exibir-fechamento section.


           display " "
           display "------------------------------------------------------"
           if ws-pos-vencedor = 0 then
               display " Semana fechada sem participantes."
           else
               display " Vencedor(a): " function trim(ws-dk-nome(ws-pos-vencedor))
                       " (codigo " ws-dk-codigo(ws-pos-vencedor) ")"
               display "   " ws-dk-pontos(ws-pos-vencedor) " ponto(s), "
                       ws-dk-acertos(ws-pos-vencedor) " acerto(s) em "
                       ws-dk-tempo(ws-pos-vencedor) " segundo(s)"
           end-if
           display "------------------------------------------------------"
           display " Taxa de acerto por pergunta:"

           move 1 to ws-r
           perform until ws-r > ws-quant-roteiro

               if ws-dr-respostas(ws-r) > 0 then
                   compute ws-taxa-acerto rounded =
                           ws-dr-acertos(ws-r) * 100 / ws-dr-respostas(ws-r)
               else
                   move 0 to ws-taxa-acerto
               end-if

               display "  " ws-dr-ordem(ws-r) ") "
                       ws-dr-chave(ws-r) " " ws-dr-acertos(ws-r) "/"
                       ws-dr-respostas(ws-r) " = " ws-taxa-acerto "%"

               add 1 to ws-r

           end-perform

           display "------------------------------------------------------"
           display " Roteiro arquivado em " function trim(ws-nome-arq-arquivo)


           .
       exibir-fechamento-exit.
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
