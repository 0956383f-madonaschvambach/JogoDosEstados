      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_12".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao do relatorio de confronto direto entre
      *>               jogadores cadastrados, a partir do historico de
      *>               placares e das guardas datadas do expurgo do
      *>               programa01_05: para cada par, noites e partidas
      *>               jogadas juntos, quantas vezes cada um terminou a
      *>               frente, empates e duelos de mata-mata vencidos;
      *>               matriz de todos contra todos ou um jogador contra
      *>               cada adversario. Convidados ficam fora, apenas
      *>               contados.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


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


       fd  arqJogadores.
       01  fs-jogador-reg.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqPlacar.
       01  fs-linha-placar                           pic x(100).

       fd  arqGuardas.
       01  fs-linha-guarda                           pic x(08).


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqPlacar                         pic 9(02).
       77  ws-fs-arqGuardas                        pic 9(02).

           copy "msg-erro.cpy".


      *>--- cadastro de jogadores em memoria, para os nomes
       01  ws-cadastro-jogadores occurs 500.
           copy "jogador-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-cadastrados                    pic 9(03) value 0.
       77  ws-codigo-busca                         pic 9(03) value 0.
       77  ws-nome-exibir                          pic x(30) value spaces.


      *>--- jogadores cadastrados que aparecem no historico e, para
      *>    cada par (linha contra coluna), os totais do confronto; a
      *>    casa (p, q) conta o que p fez contra q
       01  ws-jogadores-conf occurs 99.
           05 wjc-codigo                           pic 9(03).
           05 wjc-partidas                         pic 9(05).

       01  ws-confrontos occurs 99.
           05 ws-confronto-adv occurs 99.
               10 wcf-noites                       pic 9(04).
               10 wcf-partidas                     pic 9(04).
               10 wcf-frente                       pic 9(04).
               10 wcf-empates                      pic 9(04).
               10 wcf-duelos                       pic 9(04).
               10 wcf-ultima-data                  pic x(08).

       77  ws-quant-conf                           pic 9(02) value 0.
       77  ws-pos-conf                             pic 9(02) value 0.
       77  ws-p                                    pic 9(02) value 0.
       77  ws-q                                    pic 9(02) value 0.

      *>--- ordem de exibicao (por codigo) das posicoes da tabela
       01  ws-ordem-conf occurs 99                 pic 9(02).
       77  ws-aux-ordem                            pic 9(02) value 0.


      *>--- estado do bloco corrente do placar (um bloco por partida,
      *>    aberto pelo cabecalho "=== data hora ==="): os jogadores
      *>    cadastrados da mesa, com a equipe de cada um no modo em
      *>    equipes, e os duelos do torneio
       01  ws-bloco-parts occurs 24.
           05 wsb-codigo                           pic 9(03).
           05 wsb-pontos                           pic 9(03).
           05 wsb-nome                             pic x(15).
           05 wsb-grupo                            pic 9(02).
           05 wsb-pos-conf                         pic 9(02).

       01  ws-bloco-duelos occurs 7.
           05 wsd-nome-a                           pic x(15).
           05 wsd-nome-b                           pic x(15).
           05 wsd-vencedor                         pic x(15).

       77  ws-quant-parts                          pic 9(02) value 0.
       77  ws-quant-duelos                         pic 9(01) value 0.
       77  ws-data-bloco                           pic x(08) value spaces.
       77  ws-campeao-bloco                        pic x(15) value spaces.
       77  ws-bloco-msub-ind                       pic x(01) value "N".
           88  ws-bloco-morte-subita               value "S".
       77  ws-bloco-torneio-ind                    pic x(01) value "N".
           88  ws-bloco-torneio                    value "S".
       77  ws-bloco-equipes-ind                    pic x(01) value "N".
           88  ws-bloco-equipes                    value "S".
       77  ws-grupo-atual                          pic 9(02) value 0.
       77  ws-equipe-atual                         pic x(15) value spaces.
       77  ws-pontos-equipe                        pic 9(03) value 0.
       77  ws-part-codigo                          pic 9(03) value 0.
       77  ws-part-a                               pic 9(02) value 0.
       77  ws-part-b                               pic 9(02) value 0.
       77  ws-nome-busca                           pic x(15) value spaces.
       77  ws-pos-part                             pic 9(02) value 0.


      *>--- nomes dos arquivos de placar e contadores da leitura
       77  ws-nome-arq-placar                      pic x(40) value spaces.
       77  ws-blocos-lidos                         pic 9(05) value 0.
       77  ws-quant-convidados                     pic 9(05) value 0.


      *>--- montagem das linhas da matriz, oito colunas por pagina
       77  ws-linha-matriz                         pic x(100) value spaces.
       77  ws-ptr-matriz                           pic 9(03) value 1.
       77  ws-col-inicio                           pic 9(03) value 0.
       77  ws-col-fim                              pic 9(03) value 0.
       77  ws-col-por-pagina                       pic 9(02) value 8.
       77  ws-vitorias-edit                        pic zz9.
       77  ws-derrotas-edit                        pic zz9.
       77  ws-codigo-edit                          pic zz9.


      *>--- totais de um jogador contra todos os adversarios
       77  ws-tot-noites                           pic 9(05) value 0.
       77  ws-tot-partidas                         pic 9(05) value 0.
       77  ws-tot-frente                           pic 9(05) value 0.
       77  ws-tot-atras                            pic 9(05) value 0.
       77  ws-tot-empates                          pic 9(05) value 0.
       77  ws-tot-duelos-v                         pic 9(05) value 0.
       77  ws-tot-duelos-d                         pic 9(05) value 0.
       77  ws-vitorias                             pic 9(05) value 0.
       77  ws-derrotas                             pic 9(05) value 0.


       77  ws-opcao-menu                           pic 9(01) value 0.
       77  ws-opcao-confirma                       pic x(01) value "N".
       77  ws-sair-ind                             pic x(01) value "N".
           88  ws-sair                             value "S".

       77  ws-i                                    pic 9(03).
       77  ws-j                                    pic 9(03).
       77  ws-a                                    pic 9(03).
       77  ws-b                                    pic 9(03).


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
      *> Carrega o cadastro e le todo o historico de placares (guardas
      *> do expurgo primeiro, arquivo corrente por ultimo), somando os
      *> confrontos de cada par de cadastrados
      *>-----------------------------------------------------------------
       inicializacao section.


           perform carregar-cadastro

           move 0 to ws-quant-conf
           move 0 to ws-blocos-lidos
           move 0 to ws-quant-convidados
           perform limpar-bloco

           display erase
           display "Lendo o historico de placares..."

           perform processar-guardas

           move "placar-historico.txt" to ws-nome-arq-placar
           perform processar-arquivo-placar

           perform ordenar-jogadores-conf


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                 laco principal do confronto direto
      *>-----------------------------------------------------------------
       processamento section.


           move "N" to ws-sair-ind

           perform until ws-sair

               perform exibir-menu
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform exibir-matriz
                   when 2
                       perform exibir-jogador-adversarios
                   when 3
                       move "S" to ws-sair-ind
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o menu do confronto direto
      *>-----------------------------------------------------------------
       exibir-menu section.


           display erase
           display "======================================================"
           display "          CONFRONTO DIRETO ENTRE JOGADORES           "
           display "======================================================"
           display " Partidas lidas do historico ..: " ws-blocos-lidos
           display " Jogadores cadastrados ........: " ws-quant-conf
           display " Convidados (fora da conta) ...: " ws-quant-convidados
           display " "
           display "  1 - Matriz de todos contra todos"
           display "  2 - Um jogador contra cada adversario"
           display "  3 - Sair"
           display " "
           display "Opcao: "


           .
       exibir-menu-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Processa as guardas datadas do expurgo relacionadas em
      *> guardas-expurgo.txt, na ordem em que foram anotadas
      *>-----------------------------------------------------------------
       processar-guardas section.


           open input arqGuardas

           if ws-fs-arqGuardas = 35 then
               continue
           else

               if ws-fs-arqGuardas <> 0 then
                   move 1                                  to ws-msn-erro-ofsset
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
                           move 2                                  to ws-msn-erro-ofsset
                           move ws-fs-arqGuardas                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGuardas "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqGuardas

           end-if


           .
       processar-guardas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Processa um arquivo de placar (uma guarda do expurgo ou o
      *> corrente), bloco a bloco; um arquivo inexistente nao eh erro
      *>-----------------------------------------------------------------
       processar-arquivo-placar section.


           open input arqPlacar

           if ws-fs-arqPlacar = 35 then
               display "  (arquivo " function trim(ws-nome-arq-placar)
                       " nao encontrado)"
           else

               if ws-fs-arqPlacar <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
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
                           move 4                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPlacar                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPlacar "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqPlacar

      *>         o ultimo bloco do arquivo fecha no fim do arquivo
               perform finalizar-bloco

           end-if


           .
       processar-arquivo-placar-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Classifica uma linha do placar pelos prefixos gravados pelo
      *> jogo: cabecalho de bloco (com a data da partida), marca de
      *> torneio, jogador com codigo, equipe e membros, duelo do torneio
      *> ou campeao. Convidados (codigo 0) so entram na contagem.
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
                       add 1 to ws-grupo-atual
                       move fs-linha-placar(7:10) to ws-equipe-atual
                       if fs-linha-placar(30:3) is numeric then
                           move fs-linha-placar(30:3) to ws-pontos-equipe
                       else
                           move 0 to ws-pontos-equipe
                       end-if
                       perform incluir-participante
                   end-if

               when fs-linha-placar(1:8) = "Equipe: "
                   move "S" to ws-bloco-equipes-ind
                   add 1 to ws-grupo-atual
                   move fs-linha-placar(9:15) to ws-equipe-atual
                   if fs-linha-placar(37:3) is numeric then
                       move fs-linha-placar(37:3) to ws-pontos-equipe
                   else
                       move 0 to ws-pontos-equipe
                   end-if

               when fs-linha-placar(1:10) = "  Membro: "
                   if fs-linha-placar(23:7) = "Codigo:"
                      and fs-linha-placar(31:3) is numeric then
                       move fs-linha-placar(31:3) to ws-part-codigo
                       perform incluir-participante
                   end-if

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
      *> Inclui no bloco o jogador ws-part-codigo, com o nome, os pontos
      *> e o grupo correntes (o proprio jogador na partida individual,
      *> a equipe no modo em equipes); convidado so eh contado
      *>-----------------------------------------------------------------
       incluir-participante section.


           if ws-part-codigo = 0 then
               add 1 to ws-quant-convidados
           else
               if ws-quant-parts < 24 then
                   move ws-part-codigo to ws-codigo-busca
                   perform localizar-jogador-conf
                   if ws-pos-conf <> 0 then
                       add 1 to ws-quant-parts
                       move ws-part-codigo   to wsb-codigo(ws-quant-parts)
                       move ws-pontos-equipe to wsb-pontos(ws-quant-parts)
                       move ws-equipe-atual  to wsb-nome(ws-quant-parts)
                       move ws-grupo-atual   to wsb-grupo(ws-quant-parts)
                       move ws-pos-conf      to wsb-pos-conf(ws-quant-parts)
                   end-if
               end-if
           end-if


           .
       incluir-participante-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Fecha o bloco corrente: cada par de cadastrados da mesa conta
      *> uma partida junto (e a noite, na primeira partida da data);
      *> na partida normal conta quem terminou a frente, com o empate
      *> de pontos desfeito pela morte subita; no torneio individual
      *> contam os duelos do quadro. Depois o bloco eh zerado.
      *>-----------------------------------------------------------------
       finalizar-bloco section.


           if ws-quant-parts > 0 then

               add 1 to ws-blocos-lidos

               move 1 to ws-a
               perform until ws-a >= ws-quant-parts
                   compute ws-b = ws-a + 1
                   perform until ws-b > ws-quant-parts
                       perform registrar-par
                       add 1 to ws-b
                   end-perform
                   add 1 to ws-a
               end-perform

               if ws-bloco-torneio and not ws-bloco-equipes then
                   perform registrar-duelos
               end-if

           end-if

           perform limpar-bloco


           .
       finalizar-bloco-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Soma o confronto entre os participantes ws-a e ws-b do bloco.
      *> Companheiros da mesma equipe jogam juntos mas nao disputam
      *> colocacao entre si.
      *>-----------------------------------------------------------------
       registrar-par section.


           move wsb-pos-conf(ws-a) to ws-p
           move wsb-pos-conf(ws-b) to ws-q

           if ws-p <> ws-q then

               add 1 to wcf-partidas(ws-p, ws-q)
               add 1 to wcf-partidas(ws-q, ws-p)
               add 1 to wjc-partidas(ws-p)
               add 1 to wjc-partidas(ws-q)

               if wcf-ultima-data(ws-p, ws-q) <> ws-data-bloco then
                   add 1 to wcf-noites(ws-p, ws-q)
                   add 1 to wcf-noites(ws-q, ws-p)
                   move ws-data-bloco to wcf-ultima-data(ws-p, ws-q)
                   move ws-data-bloco to wcf-ultima-data(ws-q, ws-p)
               end-if

               if not ws-bloco-torneio
                  and wsb-grupo(ws-a) <> wsb-grupo(ws-b) then

                   evaluate true
                       when wsb-pontos(ws-a) > wsb-pontos(ws-b)
                           add 1 to wcf-frente(ws-p, ws-q)
                       when wsb-pontos(ws-a) < wsb-pontos(ws-b)
                           add 1 to wcf-frente(ws-q, ws-p)
                       when ws-bloco-morte-subita
                        and function trim(wsb-nome(ws-a))
                            = function trim(ws-campeao-bloco)
                           add 1 to wcf-frente(ws-p, ws-q)
                       when ws-bloco-morte-subita
                        and function trim(wsb-nome(ws-b))
                            = function trim(ws-campeao-bloco)
                           add 1 to wcf-frente(ws-q, ws-p)
                       when other
                           add 1 to wcf-empates(ws-p, ws-q)
                           add 1 to wcf-empates(ws-q, ws-p)
                   end-evaluate

               end-if

           end-if


           .
       registrar-par-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Duelos do torneio individual: os nomes de cada duelo sao
      *> casados com os cadastrados da mesa; duelo com convidado fica
      *> fora da conta
      *>-----------------------------------------------------------------
       registrar-duelos section.


           move 1 to ws-i
           perform ws-quant-duelos times

               move wsd-nome-a(ws-i) to ws-nome-busca
               perform localizar-participante
               move ws-pos-part to ws-part-a

               move wsd-nome-b(ws-i) to ws-nome-busca
               perform localizar-participante
               move ws-pos-part to ws-part-b

               if ws-part-a <> 0 and ws-part-b <> 0 then

                   move wsb-pos-conf(ws-part-a) to ws-p
                   move wsb-pos-conf(ws-part-b) to ws-q

                   if function trim(wsd-vencedor(ws-i))
                      = function trim(wsd-nome-a(ws-i)) then
                       add 1 to wcf-duelos(ws-p, ws-q)
                   else
                       add 1 to wcf-duelos(ws-q, ws-p)
                   end-if

               end-if

               add 1 to ws-i

           end-perform


           .
       registrar-duelos-exit.
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
      *> Zera o estado do bloco corrente do placar
      *>-----------------------------------------------------------------
       limpar-bloco section.


           move 0      to ws-quant-parts
           move 0      to ws-quant-duelos
           move 0      to ws-grupo-atual
           move spaces to ws-equipe-atual
           move 0      to ws-pontos-equipe
           move spaces to ws-campeao-bloco
           move "N"    to ws-bloco-msub-ind
           move "N"    to ws-bloco-torneio-ind
           move "N"    to ws-bloco-equipes-ind


           .
       limpar-bloco-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza (ou abre, com os confrontos zerados) a posicao do
      *> codigo ws-codigo-busca na tabela do confronto. Devolve a
      *> posicao em ws-pos-conf (0 com a tabela cheia).
      *>-----------------------------------------------------------------
       localizar-jogador-conf section.


           move 0 to ws-pos-conf
           move 1 to ws-j

           perform until ws-j > ws-quant-conf

               if wjc-codigo(ws-j) = ws-codigo-busca then
                   move ws-j to ws-pos-conf
               end-if

               add 1 to ws-j

           end-perform

           if ws-pos-conf = 0 and ws-quant-conf < 99 then

               add 1 to ws-quant-conf
               move ws-quant-conf   to ws-pos-conf
               move ws-codigo-busca to wjc-codigo(ws-pos-conf)
               move 0               to wjc-partidas(ws-pos-conf)

               move 1 to ws-j
               perform 99 times
                   move 0      to wcf-noites(ws-pos-conf, ws-j)
                   move 0      to wcf-partidas(ws-pos-conf, ws-j)
                   move 0      to wcf-frente(ws-pos-conf, ws-j)
                   move 0      to wcf-empates(ws-pos-conf, ws-j)
                   move 0      to wcf-duelos(ws-pos-conf, ws-j)
                   move spaces to wcf-ultima-data(ws-pos-conf, ws-j)
                   move 0      to wcf-noites(ws-j, ws-pos-conf)
                   move 0      to wcf-partidas(ws-j, ws-pos-conf)
                   move 0      to wcf-frente(ws-j, ws-pos-conf)
                   move 0      to wcf-empates(ws-j, ws-pos-conf)
                   move 0      to wcf-duelos(ws-j, ws-pos-conf)
                   move spaces to wcf-ultima-data(ws-j, ws-pos-conf)
                   add 1 to ws-j
               end-perform

           end-if


           .
       localizar-jogador-conf-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta a ordem de exibicao da tabela do confronto, crescente
      *> por codigo do jogador
      *>-----------------------------------------------------------------
       ordenar-jogadores-conf section.


           move 1 to ws-i
           perform until ws-i > ws-quant-conf
               move ws-i to ws-ordem-conf(ws-i)
               add 1 to ws-i
           end-perform

           move 1 to ws-i
           perform until ws-i >= ws-quant-conf

               move ws-i to ws-j
               add 1 to ws-j

               perform until ws-j > ws-quant-conf

                   if wjc-codigo(ws-ordem-conf(ws-j))
                      < wjc-codigo(ws-ordem-conf(ws-i)) then
                       move ws-ordem-conf(ws-i) to ws-aux-ordem
                       move ws-ordem-conf(ws-j) to ws-ordem-conf(ws-i)
                       move ws-aux-ordem        to ws-ordem-conf(ws-j)
                   end-if

                   add 1 to ws-j

               end-perform

               add 1 to ws-i

           end-perform


           .
       ordenar-jogadores-conf-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Matriz de todos contra todos: cada casa mostra as vitorias do
      *> jogador da linha sobre o da coluna (terminou a frente na
      *> partida ou venceu o duelo) e as do jogador da coluna sobre o
      *> da linha. Oito colunas por pagina.
      *>-----------------------------------------------------------------
       exibir-matriz section.


           if ws-quant-conf < 2 then
               display " "
               display "Menos de dois jogadores cadastrados no historico."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else

               move 1 to ws-col-inicio
               perform until ws-col-inicio > ws-quant-conf

                   compute ws-col-fim = ws-col-inicio + ws-col-por-pagina - 1
                   if ws-col-fim > ws-quant-conf then
                       move ws-quant-conf to ws-col-fim
                   end-if

                   display erase
                   display "======================================================"
                   display "          CONFRONTO DIRETO - TODOS CONTRA TODOS       "
                   display "======================================================"
                   display " Casa: vitorias da linha / vitorias da coluna"
                   display " (a frente na partida + duelos do mata-mata)"
                   display " "

                   move spaces to ws-linha-matriz
                   move 1      to ws-ptr-matriz
                   string " Cod Jogador   " delimited by size
                          into ws-linha-matriz with pointer ws-ptr-matriz
                   move ws-col-inicio to ws-b
                   perform until ws-b > ws-col-fim
                       move wjc-codigo(ws-ordem-conf(ws-b)) to ws-codigo-edit
                       string "   " ws-codigo-edit "  " delimited by size
                              into ws-linha-matriz with pointer ws-ptr-matriz
                       add 1 to ws-b
                   end-perform
                   display ws-linha-matriz

                   move 1 to ws-a
                   perform until ws-a > ws-quant-conf

                       move ws-ordem-conf(ws-a) to ws-p
                       move wjc-codigo(ws-p)    to ws-codigo-busca
                       perform obter-nome-jogador

                       move spaces to ws-linha-matriz
                       move 1      to ws-ptr-matriz
                       string " " wjc-codigo(ws-p) " " ws-nome-exibir(1:10)
                              delimited by size
                              into ws-linha-matriz with pointer ws-ptr-matriz

                       move ws-col-inicio to ws-b
                       perform until ws-b > ws-col-fim
                           move ws-ordem-conf(ws-b) to ws-q
                           if ws-p = ws-q then
                               string "     --" delimited by size
                                      into ws-linha-matriz with pointer ws-ptr-matriz
                           else
                               compute ws-vitorias = wcf-frente(ws-p, ws-q)
                                                   + wcf-duelos(ws-p, ws-q)
                               compute ws-derrotas = wcf-frente(ws-q, ws-p)
                                                   + wcf-duelos(ws-q, ws-p)
                               move ws-vitorias to ws-vitorias-edit
                               move ws-derrotas to ws-derrotas-edit
                               string " " ws-vitorias-edit "/" ws-derrotas-edit
                                      delimited by size
                                      into ws-linha-matriz with pointer ws-ptr-matriz
                           end-if
                           add 1 to ws-b
                       end-perform

                       display ws-linha-matriz

                       add 1 to ws-a

                   end-perform

                   display "======================================================"
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-opcao-confirma

                   add ws-col-por-pagina to ws-col-inicio

               end-perform

           end-if


           .
       exibir-matriz-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Um jogador contra cada adversario cadastrado: noites e partidas
      *> juntos, vezes a frente e atras, empates e duelos vencidos e
      *> perdidos, com os totais no fim
      *>-----------------------------------------------------------------
       exibir-jogador-adversarios section.


           display " "
           display "Codigo do jogador: "
           accept ws-codigo-busca

           move 0 to ws-p
           move 1 to ws-j
           perform until ws-j > ws-quant-conf
               if wjc-codigo(ws-j) = ws-codigo-busca then
                   move ws-j to ws-p
               end-if
               add 1 to ws-j
           end-perform

           if ws-p = 0 then
               display "Jogador sem partidas no historico de placares."
           else

               perform obter-nome-jogador

               move 0 to ws-tot-noites
               move 0 to ws-tot-partidas
               move 0 to ws-tot-frente
               move 0 to ws-tot-atras
               move 0 to ws-tot-empates
               move 0 to ws-tot-duelos-v
               move 0 to ws-tot-duelos-d

               display erase
               display "======================================================"
               display " CONFRONTO DIRETO - " wjc-codigo(ws-p) " "
                       function trim(ws-nome-exibir)
               display "======================================================"
               display " Cod Adversario  Noites Part. Frente Atras Emp. Duelos"
               display "------------------------------------------------------"

               move 1 to ws-a
               perform until ws-a > ws-quant-conf

                   move ws-ordem-conf(ws-a) to ws-q

                   if ws-q <> ws-p and wcf-partidas(ws-p, ws-q) > 0 then

                       move wjc-codigo(ws-q) to ws-codigo-busca
                       perform obter-nome-jogador

                       display " " wjc-codigo(ws-q) " " ws-nome-exibir(1:10)
                               "  " wcf-noites(ws-p, ws-q)
                               "  " wcf-partidas(ws-p, ws-q)
                               "  " wcf-frente(ws-p, ws-q)
                               "  " wcf-frente(ws-q, ws-p)
                               "  " wcf-empates(ws-p, ws-q)
                               " " wcf-duelos(ws-p, ws-q) "x" wcf-duelos(ws-q, ws-p)

                       add wcf-noites(ws-p, ws-q)   to ws-tot-noites
                       add wcf-partidas(ws-p, ws-q) to ws-tot-partidas
                       add wcf-frente(ws-p, ws-q)   to ws-tot-frente
                       add wcf-frente(ws-q, ws-p)   to ws-tot-atras
                       add wcf-empates(ws-p, ws-q)  to ws-tot-empates
                       add wcf-duelos(ws-p, ws-q)   to ws-tot-duelos-v
                       add wcf-duelos(ws-q, ws-p)   to ws-tot-duelos-d

                   end-if

                   add 1 to ws-a

               end-perform

               display "------------------------------------------------------"
               display " Confrontos somados contra todos os adversarios:"
               display "   Noites juntos ...........: " ws-tot-noites
               display "   Partidas juntos .........: " ws-tot-partidas
               display "   Terminou a frente .......: " ws-tot-frente
               display "   Terminou atras ..........: " ws-tot-atras
               display "   Empates .................: " ws-tot-empates
               display "   Duelos vencidos .........: " ws-tot-duelos-v
               display "   Duelos perdidos .........: " ws-tot-duelos-d
               display "======================================================"

           end-if

           display " "
           display "Pressione ENTER para continuar..."
           accept ws-opcao-confirma


           .
       exibir-jogador-adversarios-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o cadastro de jogadores para a memoria, para os nomes
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
                           move 5                                  to ws-msn-erro-ofsset
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
