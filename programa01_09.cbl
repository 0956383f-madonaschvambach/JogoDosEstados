      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_09".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao da consulta do rating de forca (estilo
      *>               Elo) por jogador cadastrado: ranking por rating,
      *>               historico de variacao de um jogador e recalculo
      *>               completo do rating a partir do historico de
      *>               placares (e das guardas datadas do expurgo do
      *>               programa01_05), na ordem das noites, com a mesma
      *>               conta que o jogo principal faz ao fim de cada
      *>               partida individual e de cada duelo do torneio.
      *>  15/10/2026 - datas de corte das guardas do expurgo lidas de
      *>               guardas-expurgo.txt no recalculo, em vez de
      *>               digitadas pelo operador.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   rating de forca por jogador, pela chave jog-codigo; lido em
      *>   sequencia para o ranking, pela chave para o historico de um
      *>   jogador e regravado por inteiro no recalculo completo
           select arqRating assign to "rating.dat"
           organization    is indexed
           access mode     is dynamic
           record key      is fs-rt-codigo
           file status     is  ws-fs-arqRating.

      *>   historico de variacao do rating (uma linha por jogador a
      *>   cada confronto), regravado por inteiro no recalculo completo
           select arqRatingHist assign to "rating-historico.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRatingHist.

      *>   cadastro de jogadores indexado, lido para os nomes
           select arqJogadores assign to "jogadores.dat"
           organization    is indexed
           access mode     is dynamic
           record key      is fs-jog-codigo
           file status     is  ws-fs-arqJogadores.

      *>   historico de placares: o arquivo corrente e as guardas
      *>   datadas do expurgo passam pelo mesmo FD, com o nome fisico
      *>   trocado a cada passada
           select arqPlacar assign dynamic ws-nome-arq-placar
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqPlacar.

      *>   datas de corte das guardas, anotadas pelo expurgo do
      *>   programa01_05
           select arqGuardas assign to "guardas-expurgo.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqGuardas.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqRating.
       01  fs-rating-reg.
           copy "rating-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRatingHist.
       01  fs-rating-hist-reg.
           copy "rating-hist-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqJogadores.
       01  fs-jogador-reg.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqPlacar.
       01  fs-linha-placar                           pic x(100).

       fd  arqGuardas.
       01  fs-linha-guarda                           pic x(08).


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqRating                         pic 9(02).
       77  ws-fs-arqRatingHist                     pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqPlacar                         pic 9(02).
       77  ws-fs-arqGuardas                        pic 9(02).

           copy "msg-erro.cpy".


      *>--- cadastro de jogadores em memoria, para os nomes
       01  ws-cadastro-jogadores occurs 500.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-cadastrados                    pic 9(03) value 0.
       77  ws-pos-cadastro                         pic 9(03) value 0.
       77  ws-codigo-busca                         pic 9(03) value 0.


      *>--- tabela de ratings em memoria (ranking e recalculo)
       01  ws-tabela-rating occurs 500.
           copy "rating-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-rating                         pic 9(03) value 0.
       77  ws-pos-rating                           pic 9(03) value 0.

      *>--- area de troca para a ordenacao da tabela; precisa manter o
      *>    mesmo layout do item de tabela ws-tabela-rating
       01  ws-troca-rating.
           copy "rating-reg.cpy" replacing ==:PREFIXO:== by ==tr==.


      *>--- estado do bloco corrente do placar (um bloco por partida,
      *>    aberto pelo cabecalho "=== data hora ==="): os jogadores
      *>    cadastrados da mesa e, no torneio, os duelos
       01  ws-bloco-parts occurs 8.
           05 wsb-codigo                           pic 9(03).
           05 wsb-pontos                           pic 9(03).
           05 wsb-nome                             pic x(10).
           05 wsb-pos-rating                       pic 9(03).
           05 wsb-inicio                           pic 9(04).
           05 wsb-variacao                         pic s9(04).

       01  ws-bloco-duelos occurs 7.
           05 wsd-nome-a                           pic x(15).
           05 wsd-nome-b                           pic x(15).
           05 wsd-vencedor                         pic x(15).

       77  ws-quant-parts                          pic 9(01) value 0.
       77  ws-quant-duelos                         pic 9(01) value 0.
       77  ws-data-bloco                           pic x(08) value spaces.
       77  ws-campeao-bloco                        pic x(15) value spaces.
       77  ws-bloco-msub-ind                       pic x(01) value "N".
           88  ws-bloco-morte-subita               value "S".
       77  ws-bloco-torneio-ind                    pic x(01) value "N".
           88  ws-bloco-torneio                    value "S".
       77  ws-bloco-equipes-ind                    pic x(01) value "N".
           88  ws-bloco-equipes                    value "S".
       77  ws-part-codigo                          pic 9(03) value 0.
       77  ws-part-a                               pic 9(01) value 0.
       77  ws-part-b                               pic 9(01) value 0.
       77  ws-nome-busca                           pic x(15) value spaces.
       77  ws-pos-part                             pic 9(01) value 0.


      *>--- conta do rating, a mesma do jogo principal
       77  ws-rating-k                             pic 9(02) value 32.
       77  ws-rating-inicial                       pic 9(04) value 1500.
       77  ws-rating-minimo                        pic 9(04) value 100.
       77  ws-rating-esperado                      pic 9v9(06) value 0.
       77  ws-rating-resultado                     pic 9v9(01) value 0.
       77  ws-rating-soma                          pic s9(02)v9(06) value 0.
       77  ws-rating-calc                          pic s9(05) value 0.
       77  ws-rating-origem                        pic x(07) value spaces.
       77  ws-rating-adversarios                   pic 9(01) value 0.
       77  ws-rating-edit                          pic +(4)9.


      *>--- datas de corte das guardas do expurgo, na ordem do arquivo
       01  ws-datas-guarda occurs 24               pic x(08).
       77  ws-quant-guardas                        pic 9(02) value 0.
       77  ws-nome-arq-placar                      pic x(40) value spaces.


      *>--- contadores do fechamento do recalculo
       77  ws-blocos-processados                   pic 9(05) value 0.
       77  ws-blocos-equipes                       pic 9(05) value 0.
       77  ws-quant-eventos                        pic 9(06) value 0.
       77  ws-quant-hist-jogador                   pic 9(04) value 0.


       77  ws-opcao-menu                           pic 9(01) value 0.
       77  ws-opcao-confirma                       pic x(01) value "N".
           88  ws-confirmou                        value "S".
       77  ws-sair-ind                             pic x(01) value "N".
           88  ws-sair                             value "S".

       77  ws-i                                    pic 9(04).
       77  ws-j                                    pic 9(04).
       77  ws-a                                    pic 9(01).
       77  ws-b                                    pic 9(01).
       77  ws-nome-exibir                          pic x(30) value spaces.


      *>--- variaveis para comunicaçao entre programa
       linkage section.



      *>--- declaração de tela
       screen section.



      *>--- declaração do corpo do programa
       procedure division.


           perform processamento.
           perform finalizacao.


      *>-----------------------------------------------------------------
      *>                 laco principal do rating de forca
      *>-----------------------------------------------------------------
       processamento section.


           move "N" to ws-sair-ind

           perform until ws-sair

               perform exibir-menu
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform exibir-ranking
                   when 2
                       perform exibir-historico-jogador
                   when 3
                       perform recalcular-ratings
                   when 4
                       move "S" to ws-sair-ind
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o menu do rating de forca
      *>-----------------------------------------------------------------
       exibir-menu section.


           display erase
           display "======================================================"
           display "              RATING DE FORCA (ELO)                  "
           display "======================================================"
           display " "
           display "  1 - Ranking por rating"
           display "  2 - Historico de variacao de um jogador"
           display "  3 - Recalculo completo a partir do historico"
           display "      de placares"
           display "  4 - Sair"
           display " "
           display "Opcao: "


           .
       exibir-menu-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Ranking dos jogadores cadastrados pelo rating corrente, do
      *> maior para o menor, com o nome tirado do cadastro
      *>-----------------------------------------------------------------
       exibir-ranking section.


           perform carregar-cadastro
           perform carregar-tabela-rating
           perform ordenar-tabela-rating

           display erase
           display "======================================================"
           display "                RANKING POR RATING                   "
           display "======================================================"
           display " Pos Cod. Jogador                        Rating Conf. Pico"
           display "------------------------------------------------------"

           move 1 to ws-i
           perform until ws-i > ws-quant-rating

               move ws-rt-codigo(ws-i) to ws-codigo-busca
               perform obter-nome-jogador

               display " " ws-i(2:3) " " ws-rt-codigo(ws-i) "  " ws-nome-exibir
                       " " ws-rt-rating(ws-i) "  " ws-rt-partidas(ws-i)
                       "  " ws-rt-pico(ws-i)

               add 1 to ws-i

           end-perform

           if ws-quant-rating = 0 then
               display " Nenhum jogador com rating ainda."
           end-if

           display "======================================================"
           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       exibir-ranking-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Historico de variacao do rating de um jogador: o rating
      *> corrente (lido pela chave) e cada confronto registrado em
      *> rating-historico.txt, na ordem em que aconteceram
      *>-----------------------------------------------------------------
       exibir-historico-jogador section.


           perform carregar-cadastro

           display " "
           display "Codigo do jogador: "
           move 0 to ws-codigo-busca
           accept ws-codigo-busca

           perform obter-nome-jogador

           display erase
           display "======================================================"
           display "   HISTORICO DO RATING - " ws-codigo-busca " "
                   function trim(ws-nome-exibir)
           display "======================================================"

           open input arqRating

           if ws-fs-arqRating = 35 then
               display " Arquivo de rating ainda nao existe."
           else

               if ws-fs-arqRating <> 0 then
                   move 1                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRating                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRating "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-codigo-busca to fs-rt-codigo
               read arqRating

               evaluate ws-fs-arqRating
                   when 0
                       display " Rating atual ..: " fs-rt-rating
                               "   (maior: " fs-rt-pico ")"
                       display " Confrontos ....: " fs-rt-partidas
                       display " Atualizado em .: " fs-rt-data(7:2) "/"
                               fs-rt-data(5:2) "/" fs-rt-data(1:4)
                   when 23
                       display " Jogador ainda sem rating (comeca com "
                               ws-rating-inicial ")."
                   when other
                       move 2                                 to ws-msn-erro-ofsset
                       move ws-fs-arqRating                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRating "     to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               close arqRating

           end-if

           display "------------------------------------------------------"
           display " Data        Antes    Depois  Variacao  Origem"
           display "------------------------------------------------------"

           move 0 to ws-quant-hist-jogador

           open input arqRatingHist

           if ws-fs-arqRatingHist = 0 then

               perform until ws-fs-arqRatingHist = 10

                   read arqRatingHist

                   if ws-fs-arqRatingHist = 0 then
                       if fs-rh-codigo = ws-codigo-busca then
                           add 1 to ws-quant-hist-jogador
                           compute ws-rating-edit = fs-rh-depois - fs-rh-antes
                           display " " fs-rh-data(7:2) "/" fs-rh-data(5:2) "/"
                                   fs-rh-data(1:4) "  " fs-rh-antes " -> "
                                   fs-rh-depois "    " ws-rating-edit
                                   "    " fs-rh-origem
                       end-if
                   else
                       if ws-fs-arqRatingHist <> 10 then
                           move 3                                     to ws-msn-erro-ofsset
                           move ws-fs-arqRatingHist                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRatingHist "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRatingHist

           end-if

           if ws-quant-hist-jogador = 0 then
               display " Nenhum confronto registrado para o jogador."
           end-if

           display "======================================================"
           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       exibir-historico-jogador-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Recalculo completo do rating: refaz, na ordem das noites, a
      *> conta de cada partida individual e de cada duelo de torneio
      *> gravados no historico de placares, comecando todo mundo do
      *> rating inicial. As guardas do expurgo vem primeiro (da mais
      *> antiga para a mais nova) e o arquivo corrente por ultimo.
      *> Substitui o arquivo de rating e o historico de variacao.
      *>-----------------------------------------------------------------
       recalcular-ratings section.


           display " "
           display "O recalculo substitui o rating de todos os jogadores"
           display "e o historico de variacao pelo que sair do"
           display "historico de placares. Confirma?  'S'/'N'"
           accept ws-opcao-confirma

           if ws-confirmou then

      *>         as guardas datadas do expurgo entram na conta pelas
      *>         datas de corte anotadas pelo programa01_05, da mais
      *>         antiga para a mais nova
               perform carregar-guardas

               move 0 to ws-quant-rating
               move 0 to ws-blocos-processados
               move 0 to ws-blocos-equipes
               move 0 to ws-quant-eventos
               perform limpar-bloco

               open output arqRatingHist
               if ws-fs-arqRatingHist <> 0 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRatingHist                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRatingHist "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 1 to ws-i
               perform ws-quant-guardas times
                   move spaces to ws-nome-arq-placar
                   string "placar-historico-ate-" ws-datas-guarda(ws-i) ".txt"
                          delimited by size into ws-nome-arq-placar
                   perform processar-arquivo-placar
                   add 1 to ws-i
               end-perform

               move "placar-historico.txt" to ws-nome-arq-placar
               perform processar-arquivo-placar

               close arqRatingHist

               perform gravar-tabela-rating

               display " "
               display "======================================================"
               display "            RESULTADO DO RECALCULO                   "
               display "======================================================"
               display " Partidas individuais na conta .: " ws-blocos-processados
               display " Partidas em equipes (fora) ....: " ws-blocos-equipes
               display " Jogadores com rating ..........: " ws-quant-rating
               display " Variacoes registradas .........: " ws-quant-eventos
               display "======================================================"

           else
               display "Rating mantido como esta."
           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       recalcular-ratings-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega as datas de corte das guardas do expurgo anotadas em
      *> guardas-expurgo.txt; sem o arquivo, nao ha guardas
      *>-----------------------------------------------------------------
       carregar-guardas section.


           move 0 to ws-quant-guardas

           open input arqGuardas

           if ws-fs-arqGuardas = 35 then
               continue
           else

               if ws-fs-arqGuardas <> 0 then
                   move 12                                 to ws-msn-erro-ofsset
                   move ws-fs-arqGuardas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGuardas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqGuardas = 10

                   read arqGuardas

                   if ws-fs-arqGuardas = 0 then
                       if fs-linha-guarda <> spaces
                          and ws-quant-guardas < 24 then
                           add 1 to ws-quant-guardas
                           move fs-linha-guarda
                                to ws-datas-guarda(ws-quant-guardas)
                       end-if
                   else
                       if ws-fs-arqGuardas <> 10 then
                           move 13                                 to ws-msn-erro-ofsset
                           move ws-fs-arqGuardas                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGuardas "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqGuardas

           end-if

           display " "
           display "Guardas do expurgo na conta: " ws-quant-guardas


           .
       carregar-guardas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Processa um arquivo de placar (uma guarda do expurgo ou o
      *> corrente), bloco a bloco; um arquivo de guarda inexistente nao
      *> eh erro, apenas um aviso
      *>-----------------------------------------------------------------
       processar-arquivo-placar section.


           open input arqPlacar

           if ws-fs-arqPlacar = 35 then
               display "  (arquivo " function trim(ws-nome-arq-placar)
                       " nao encontrado)"
           else

               if ws-fs-arqPlacar <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPlacar                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPlacar "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqPlacar = 10

                   read arqPlacar into fs-linha-placar

                   if ws-fs-arqPlacar = 0 then
                       perform processar-linha-placar
                   else
                       if ws-fs-arqPlacar <> 10 then
                           move 6                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPlacar                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPlacar "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqPlacar

      *>         o ultimo bloco do arquivo fecha no fim do arquivo
               perform finalizar-bloco

               display "  " function trim(ws-nome-arq-placar)
                       " processado."

           end-if


           .
       processar-arquivo-placar-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Classifica uma linha do placar pelos prefixos gravados pelo
      *> jogo: cabecalho de bloco (com a data da partida), marca de
      *> torneio, jogador com codigo, equipe, duelo do torneio ou
      *> campeao. Linhas de jogador sem o campo de codigo (gravadas
      *> antes dele existir) e convidados nao entram na conta.
      *>-----------------------------------------------------------------
       processar-linha-placar section.


           evaluate true

               when fs-linha-placar(1:4) = "=== "
                   perform finalizar-bloco
                   string fs-linha-placar(5:4) fs-linha-placar(10:2)
                          fs-linha-placar(13:2)
                          delimited by size into ws-data-bloco

               when fs-linha-placar(1:17) = "Torneio mata-mata"
                   move "S" to ws-bloco-torneio-ind

               when fs-linha-placar(1:6) = "Nome: "
                   if fs-linha-placar(35:7) = "Codigo:"
                      and fs-linha-placar(43:3) is numeric then
                       move fs-linha-placar(43:3) to ws-part-codigo
                       if ws-part-codigo <> 0 and ws-quant-parts < 8 then
                           add 1 to ws-quant-parts
                           move ws-part-codigo to wsb-codigo(ws-quant-parts)
                           if fs-linha-placar(30:3) is numeric then
                               move fs-linha-placar(30:3)
                                                to wsb-pontos(ws-quant-parts)
                           else
                               move 0 to wsb-pontos(ws-quant-parts)
                           end-if
                           move fs-linha-placar(7:10)
                                                to wsb-nome(ws-quant-parts)
                       end-if
                   end-if

               when fs-linha-placar(1:8) = "Equipe: "
                   move "S" to ws-bloco-equipes-ind

               when fs-linha-placar(11:2) = ": "
                and fs-linha-placar(32:3) = " x "
                and fs-linha-placar(54:4) = " -> "
                   if ws-quant-duelos < 7 then
                       add 1 to ws-quant-duelos
                       move fs-linha-placar(13:15) to wsd-nome-a(ws-quant-duelos)
                       move fs-linha-placar(39:15) to wsd-nome-b(ws-quant-duelos)
                       move fs-linha-placar(58:15) to wsd-vencedor(ws-quant-duelos)
                   end-if

               when fs-linha-placar(1:9) = "Campeao: "
                   move fs-linha-placar(10:15) to ws-campeao-bloco
                   if fs-linha-placar(25:15) = " (morte subita)" then
                       move "S" to ws-bloco-msub-ind
                   end-if

               when other
                   continue

           end-evaluate


           .
       processar-linha-placar-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Fecha o bloco corrente: partida em equipes fica fora da conta;
      *> no torneio individual cada duelo entre dois cadastrados conta
      *> como um confronto; na partida normal entra a colocacao de cada
      *> cadastrado contra os demais. Depois o estado do bloco eh
      *> zerado para o proximo.
      *>-----------------------------------------------------------------
       finalizar-bloco section.


           if ws-bloco-equipes then
               add 1 to ws-blocos-equipes
           else

               if ws-quant-parts > 0 then

                   move 1 to ws-a
                   perform ws-quant-parts times
                       move wsb-codigo(ws-a) to ws-codigo-busca
                       perform localizar-rating
                       move ws-pos-rating to wsb-pos-rating(ws-a)
                       move ws-rt-rating(ws-pos-rating) to wsb-inicio(ws-a)
                       move 0 to wsb-variacao(ws-a)
                       add 1 to ws-a
                   end-perform

                   if ws-bloco-torneio then
                       perform calcular-rating-duelos
                       add 1 to ws-blocos-processados
                   else
                       if ws-quant-parts > 1 then
                           perform calcular-rating-partida
                           add 1 to ws-blocos-processados
                       end-if
                   end-if

               end-if

           end-if

           perform limpar-bloco


           .
       finalizar-bloco-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Zera o estado do bloco corrente do placar
      *>-----------------------------------------------------------------
       limpar-bloco section.


           move 0      to ws-quant-parts
           move 0      to ws-quant-duelos
           move spaces to ws-campeao-bloco
           move "N"    to ws-bloco-msub-ind
           move "N"    to ws-bloco-torneio-ind
           move "N"    to ws-bloco-equipes-ind


           .
       limpar-bloco-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Rating pela colocacao na partida individual, como no jogo:
      *> cada cadastrado enfrenta cada um dos outros (vitoria 1, empate
      *> 0,5, derrota 0); com os pontos iguais fica na frente o campeao
      *> decidido na morte subita. A variacao eh K / (adversarios)
      *> vezes a soma de (resultado - esperado), com o esperado tirado
      *> dos ratings de antes da partida.
      *>-----------------------------------------------------------------
       calcular-rating-partida section.


           compute ws-rating-adversarios = ws-quant-parts - 1

           move 1 to ws-a
           perform ws-quant-parts times

               move 0 to ws-rating-soma
               move 1 to ws-b
               perform ws-quant-parts times

                   if ws-b <> ws-a then

                       evaluate true
                           when wsb-pontos(ws-a) > wsb-pontos(ws-b)
                               move 1   to ws-rating-resultado
                           when wsb-pontos(ws-a) < wsb-pontos(ws-b)
                               move 0   to ws-rating-resultado
                           when ws-bloco-morte-subita
                            and function trim(wsb-nome(ws-a))
                                = function trim(ws-campeao-bloco)
                               move 1   to ws-rating-resultado
                           when ws-bloco-morte-subita
                            and function trim(wsb-nome(ws-b))
                                = function trim(ws-campeao-bloco)
                               move 0   to ws-rating-resultado
                           when other
                               move 0,5 to ws-rating-resultado
                       end-evaluate

                       compute ws-rating-esperado rounded =
                           1 / (1 + 10 ** ((wsb-inicio(ws-b)
                                          - wsb-inicio(ws-a)) / 400))
                       compute ws-rating-soma =
                           ws-rating-soma + ws-rating-resultado
                                          - ws-rating-esperado

                   end-if

                   add 1 to ws-b

               end-perform

               compute wsb-variacao(ws-a) rounded =
                   ws-rating-k * ws-rating-soma / ws-rating-adversarios

               add 1 to ws-a

           end-perform

      *>   so depois de todas as contas os novos ratings entram na tabela
           move "PARTIDA" to ws-rating-origem
           move 1 to ws-a
           perform ws-quant-parts times
               move wsb-pos-rating(ws-a) to ws-pos-rating
               move wsb-variacao(ws-a)   to ws-rating-calc
               perform aplicar-variacao-rating
               add 1 to ws-a
           end-perform


           .
       calcular-rating-partida-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Rating dos duelos do torneio individual, na ordem do quadro:
      *> os nomes de cada duelo sao casados com os jogadores da mesa;
      *> duelo com convidado nao mexe no rating
      *>-----------------------------------------------------------------
       calcular-rating-duelos section.


           move "DUELO" to ws-rating-origem

           move 1 to ws-i
           perform ws-quant-duelos times

               move wsd-nome-a(ws-i) to ws-nome-busca
               perform localizar-participante
               move ws-pos-part to ws-part-a

               move wsd-nome-b(ws-i) to ws-nome-busca
               perform localizar-participante
               move ws-pos-part to ws-part-b

               if ws-part-a <> 0 and ws-part-b <> 0 then

                   if function trim(wsd-vencedor(ws-i))
                      = function trim(wsd-nome-a(ws-i)) then
                       move 1 to ws-rating-resultado
                   else
                       move 0 to ws-rating-resultado
                   end-if

                   compute ws-rating-esperado rounded =
                       1 / (1 + 10 ** ((ws-rt-rating(wsb-pos-rating(ws-part-b))
                                      - ws-rt-rating(wsb-pos-rating(ws-part-a)))
                                      / 400))
                   compute ws-rating-calc rounded =
                       ws-rating-k * (ws-rating-resultado - ws-rating-esperado)

                   move wsb-pos-rating(ws-part-a) to ws-pos-rating
                   perform aplicar-variacao-rating

                   compute ws-rating-calc = 0 - ws-rating-calc
                   move wsb-pos-rating(ws-part-b) to ws-pos-rating
                   perform aplicar-variacao-rating

               end-if

               add 1 to ws-i

           end-perform


           .
       calcular-rating-duelos-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza, entre os jogadores cadastrados do bloco, o nome
      *> informado em ws-nome-busca. Devolve a posicao em ws-pos-part
      *> (0 se nao encontrado, como no caso de convidado).
      *>-----------------------------------------------------------------
       localizar-participante section.


           move 0 to ws-pos-part
           move 1 to ws-b

           perform ws-quant-parts times

               if function trim(wsb-nome(ws-b)) = function trim(ws-nome-busca) then
                   move ws-b to ws-pos-part
               end-if

               add 1 to ws-b

           end-perform


           .
       localizar-participante-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Soma a variacao ws-rating-calc ao rating da posicao
      *> ws-pos-rating da tabela (sem descer do rating minimo), conta
      *> mais um confronto, atualiza o maior rating e grava a variacao
      *> no historico com a data da partida
      *>-----------------------------------------------------------------
       aplicar-variacao-rating section.


           move ws-data-bloco              to fs-rh-data
           move ws-rt-codigo(ws-pos-rating) to fs-rh-codigo
           move ws-rt-rating(ws-pos-rating) to fs-rh-antes
           move ws-rating-origem           to fs-rh-origem

           if ws-rt-rating(ws-pos-rating) + ws-rating-calc < ws-rating-minimo then
               move ws-rating-minimo to ws-rt-rating(ws-pos-rating)
           else
               compute ws-rt-rating(ws-pos-rating) =
                   ws-rt-rating(ws-pos-rating) + ws-rating-calc
           end-if

           add 1 to ws-rt-partidas(ws-pos-rating)
           if ws-rt-rating(ws-pos-rating) > ws-rt-pico(ws-pos-rating) then
               move ws-rt-rating(ws-pos-rating) to ws-rt-pico(ws-pos-rating)
           end-if
           move ws-data-bloco to ws-rt-data(ws-pos-rating)

           move ws-rt-rating(ws-pos-rating) to fs-rh-depois
           write fs-rating-hist-reg

           if ws-fs-arqRatingHist <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqRatingHist                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRatingHist "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-quant-eventos


           .
       aplicar-variacao-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza (ou abre, com o rating inicial) a posicao do codigo
      *> ws-codigo-busca na tabela de ratings. Devolve a posicao em
      *> ws-pos-rating (com a tabela cheia, a ultima posicao).
      *>-----------------------------------------------------------------
       localizar-rating section.


           move 0 to ws-pos-rating
           move 1 to ws-j

           perform until ws-j > ws-quant-rating

               if ws-rt-codigo(ws-j) = ws-codigo-busca then
                   move ws-j to ws-pos-rating
               end-if

               add 1 to ws-j

           end-perform

           if ws-pos-rating = 0 then
               if ws-quant-rating < 500 then
                   add 1 to ws-quant-rating
               end-if
               move ws-quant-rating   to ws-pos-rating
               move ws-codigo-busca   to ws-rt-codigo(ws-pos-rating)
               move ws-rating-inicial to ws-rt-rating(ws-pos-rating)
               move 0                 to ws-rt-partidas(ws-pos-rating)
               move ws-rating-inicial to ws-rt-pico(ws-pos-rating)
               move ws-data-bloco     to ws-rt-data(ws-pos-rating)
           end-if


           .
       localizar-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o arquivo de rating por inteiro com a tabela do
      *> recalculo, na ordem da chave
      *>-----------------------------------------------------------------
       gravar-tabela-rating section.


      *>   ordem crescente de codigo, para a gravacao pela chave
           move 1 to ws-i
           perform until ws-i >= ws-quant-rating

               move ws-i to ws-j
               add 1 to ws-j

               perform until ws-j > ws-quant-rating

                   if ws-rt-codigo(ws-j) < ws-rt-codigo(ws-i) then
                       move ws-tabela-rating(ws-i) to ws-troca-rating
                       move ws-tabela-rating(ws-j) to ws-tabela-rating(ws-i)
                       move ws-troca-rating        to ws-tabela-rating(ws-j)
                   end-if

                   add 1 to ws-j

               end-perform

               add 1 to ws-i

           end-perform

           open output arqRating
           if ws-fs-arqRating <> 0 then
               move 8                                 to ws-msn-erro-ofsset
               move ws-fs-arqRating                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRating "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-i
           perform ws-quant-rating times

               move ws-tabela-rating(ws-i) to fs-rating-reg
               write fs-rating-reg

               if ws-fs-arqRating <> 0 then
                   move 9                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRating                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRating "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-i

           end-perform

           close arqRating


           .
       gravar-tabela-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o arquivo de rating em memoria, na ordem da chave; um
      *> arquivo ainda inexistente nao eh erro
      *>-----------------------------------------------------------------
       carregar-tabela-rating section.


           move 0 to ws-quant-rating

           open input arqRating

           if ws-fs-arqRating = 0 then

               perform until ws-fs-arqRating = 10
                          or ws-quant-rating >= 500

                   read arqRating next record
                       into ws-tabela-rating(ws-quant-rating + 1)

                   if ws-fs-arqRating = 0 then
                       add 1 to ws-quant-rating
                   else
                       if ws-fs-arqRating <> 10 then
                           move 10                                to ws-msn-erro-ofsset
                           move ws-fs-arqRating                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRating "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRating

           end-if


           .
       carregar-tabela-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Ordena a tabela de ratings do maior para o menor rating; no
      *> empate, quem tem mais confrontos fica na frente
      *>-----------------------------------------------------------------
       ordenar-tabela-rating section.


           move 1 to ws-i
           perform until ws-i >= ws-quant-rating

               move ws-i to ws-j
               add 1 to ws-j

               perform until ws-j > ws-quant-rating

                   if ws-rt-rating(ws-j) > ws-rt-rating(ws-i)
                      or (ws-rt-rating(ws-j) = ws-rt-rating(ws-i)
                          and ws-rt-partidas(ws-j) > ws-rt-partidas(ws-i)) then

                       move ws-tabela-rating(ws-i) to ws-troca-rating
                       move ws-tabela-rating(ws-j) to ws-tabela-rating(ws-i)
                       move ws-troca-rating        to ws-tabela-rating(ws-j)

                   end-if

                   add 1 to ws-j

               end-perform

               add 1 to ws-i

           end-perform


           .
       ordenar-tabela-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o cadastro indexado de jogadores para os nomes; um
      *> cadastro ainda inexistente nao eh erro
      *>-----------------------------------------------------------------
       carregar-cadastro section.


           move 0 to ws-quant-cadastrados

           open input arqJogadores

           if ws-fs-arqJogadores = 0 then

               perform until ws-fs-arqJogadores = 10
                          or ws-quant-cadastrados >= 500

                   read arqJogadores next record
                       into ws-cadastro-jogadores(ws-quant-cadastrados + 1)

                   if ws-fs-arqJogadores = 0 then
                       add 1 to ws-quant-cadastrados
                   else
                       if ws-fs-arqJogadores <> 10 then
                           move 11                                 to ws-msn-erro-ofsset
                           move ws-fs-arqJogadores                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqJogadores "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqJogadores

           end-if


           .
       carregar-cadastro-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Devolve em ws-nome-exibir o nome do jogador de codigo
      *> ws-codigo-busca no cadastro
      *>-----------------------------------------------------------------
       obter-nome-jogador section.


           move "(fora do cadastro)" to ws-nome-exibir
           move 1 to ws-j

           perform until ws-j > ws-quant-cadastrados

               if ws-jog-codigo(ws-j) = ws-codigo-busca then
                   move ws-jog-nome(ws-j) to ws-nome-exibir
               end-if

               add 1 to ws-j

           end-perform


           .
       obter-nome-jogador-exit.
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
