      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_13".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao da conferencia dos totais de controle por
      *>               partida (controle-partidas.txt, gravado pelo
      *>               programa01_01) contra a exportacao da sessao
      *>               (sessao-AAAAMMDD.txt), o historico de rodadas e
      *>               o historico de placares, inclusive as guardas
      *>               datadas do expurgo do programa01_05. Lista cada
      *>               partida com divergencia e o arquivo que nao bate;
      *>               execucao em lote (parametro LOTE) com codigo de
      *>               retorno 4 quando ha divergencia.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   totais de controle de cada partida, gravados pelo jogo
           select arqControle assign to "controle-partidas.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqControle.

      *>   historico de rodadas: o arquivo corrente e as guardas datadas
      *>   do expurgo passam pelo mesmo FD
           select arqHistRodadas assign dynamic ws-nome-arq-rodadas
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqHistRodadas.

      *>   exportacao da sessao, um arquivo por data
           select arqSessao assign dynamic ws-nome-arq-sessao
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqSessao.

      *>   historico de placares: o arquivo corrente e as guardas
      *>   datadas do expurgo passam pelo mesmo FD
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


       fd  arqControle.
       01  fs-controle-reg.
           copy "controle-partida-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqHistRodadas.
       01  fs-linha-histrod                          pic x(100).

       fd  arqSessao.
       01  fs-linha-sessao                           pic x(200).

       fd  arqPlacar.
       01  fs-linha-placar                           pic x(100).

       fd  arqGuardas.
       01  fs-linha-guarda                           pic x(08).


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqHistRodadas                    pic 9(02).
       77  ws-fs-arqSessao                         pic 9(02).
       77  ws-fs-arqPlacar                         pic 9(02).
       77  ws-fs-arqGuardas                        pic 9(02).
       77  ws-nome-arq-rodadas                     pic x(40) value spaces.
       77  ws-nome-arq-sessao                      pic x(40) value spaces.
       77  ws-nome-arq-placar                      pic x(40) value spaces.

           copy "msg-erro.cpy".


      *>--- registros de controle em memoria, em ordem de
      *>    identificacao (data e hora) para a busca binaria
       01  ws-partidas occurs 2000.
           copy "controle-partida-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

      *>--- area de troca para a ordenacao da tabela; precisa manter o
      *>    mesmo layout do item de tabela ws-partidas
       01  ws-troca-partida.
           copy "controle-partida-reg.cpy" replacing ==:PREFIXO:== by ==tr==.

      *>--- o que cada arquivo conferido trouxe para cada partida, na
      *>    mesma posicao da tabela de controle
       01  ws-conferencia occurs 2000.
           05 wcf-hr-respostas                     pic 9(04).
           05 wcf-hr-acertos                       pic 9(04).
           05 wcf-hr-erros                         pic 9(04).
           05 wcf-hr-outro-deck                    pic 9(04).
           05 wcf-hr-arquivo                       pic x(40).
           05 wcf-ss-respostas                     pic 9(04).
           05 wcf-ss-acertos                       pic 9(04).
           05 wcf-ss-erros                         pic 9(04).
           05 wcf-pl-achado                        pic x(01).
           05 wcf-pl-quant                         pic 9(02).
           05 wcf-pl-divergentes                   pic 9(02).
           05 wcf-pl-arquivo                       pic x(40).

       77  ws-quant-partidas                       pic 9(04) value 0.
       77  ws-pos-partida                          pic 9(04) value 0.
       77  ws-id-busca                             pic x(14) value spaces.
       77  ws-bb-inicio                            pic 9(04) value 0.
       77  ws-bb-fim                               pic 9(04) value 0.
       77  ws-bb-meio                              pic 9(04) value 0.


      *>--- filtro opcional de uma noite (AAAAMMDD)
       77  ws-data-filtro                          pic x(08) value spaces.
       77  ws-data-sessao                          pic x(08) value spaces.


      *>--- campos de uma linha do historico de rodadas
       77  ws-estado-lido                          pic x(25).
       77  ws-resultado-lido                       pic x(06).
       77  ws-deck-lido                            pic 9(02) value 0.
       77  ws-data-lida                            pic x(08).
       77  ws-codigo-lido                          pic x(14).
       77  ws-id-lido                              pic x(14).
       77  ws-histrod-ptr                          pic 9(03) value 1.

      *>--- campos de uma linha da exportacao da sessao
       77  ws-ss-data                              pic x(08).
       77  ws-ss-deck                              pic x(02).
       77  ws-ss-rodada                            pic x(02).
       77  ws-ss-estado                            pic x(25).
       77  ws-ss-resposta                          pic x(25).
       77  ws-ss-codigo                            pic x(03).
       77  ws-ss-nome                              pic x(15).
       77  ws-ss-texto                             pic x(25).
       77  ws-ss-resultado                         pic x(06).
       77  ws-ss-pontos                            pic x(02).
       77  ws-ss-tempo                             pic x(03).
       77  ws-ss-aposta                            pic x(03).
       77  ws-ss-ptr                               pic 9(03) value 1.

      *>--- participante de uma linha do placar
       77  ws-pl-nome                              pic x(15).
       77  ws-pl-codigo                            pic 9(03).
       77  ws-pl-pontos                            pic 9(03).
       77  ws-pl-achou                             pic x(01) value "N".
       77  ws-pos-bloco                            pic 9(04) value 0.


      *>--- contadores do fechamento
       77  ws-orfas-rodadas                        pic 9(05) value 0.
       77  ws-orfas-sessao                         pic 9(05) value 0.
       77  ws-orfas-placar                         pic 9(05) value 0.
       77  ws-quant-divergencias                   pic 9(04) value 0.
       77  ws-partida-divergente                   pic x(01) value "N".
           88  ws-tem-divergencia                  value "S".


       77  ws-opcao-confirma                       pic x(01) value "N".
       77  ws-i                                    pic 9(04).
       77  ws-j                                    pic 9(04).
       77  ws-k                                    pic 9(02).

      *>--- parametro da linha de comando: LOTE = execucao sem tela,
      *>    chamada pelo fechamento da noite
       77  ws-parametro                            pic x(20) value spaces.
           88  ws-execucao-lote                    value "LOTE".


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


           accept ws-parametro from command-line

           display erase
           display "======================================================"
           display "      CONFERENCIA DOS TOTAIS DE CONTROLE             "
           display "  (controle x sessao x rodadas x placares)          "
           display "======================================================"
           display " "

           move spaces to ws-data-filtro
           if not ws-execucao-lote then
               display "Data da noite a conferir (AAAAMMDD, ENTER para"
               display "todas as partidas): "
               accept ws-data-filtro
           end-if

           perform carregar-controle


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega os registros de controle (da noite filtrada ou todos)
      *> em ordem de identificacao; o arquivo eh gravado em ordem, mas
      *> um registro fora dela eh encaixado no lugar
      *>-----------------------------------------------------------------
       carregar-controle section.


           move 0 to ws-quant-partidas

           open input arqControle

           if ws-fs-arqControle = 35 then
               display "Ainda nao ha totais de controle gravados."
           else

               if ws-fs-arqControle <> 0 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqControle                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqControle "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqControle = 10

                   read arqControle into fs-controle-reg

                   if ws-fs-arqControle = 0 then

                       if (ws-data-filtro = spaces
                           or fs-ctl-id(1:8) = ws-data-filtro)
                          and ws-quant-partidas < 2000 then

                           add 1 to ws-quant-partidas
                           move fs-controle-reg to ws-partidas(ws-quant-partidas)

                           move ws-quant-partidas to ws-i
                           perform until ws-i < 2
                               compute ws-j = ws-i - 1
                               if ws-ctl-id(ws-j) > ws-ctl-id(ws-i) then
                                   move ws-partidas(ws-j) to ws-troca-partida
                                   move ws-partidas(ws-i) to ws-partidas(ws-j)
                                   move ws-troca-partida  to ws-partidas(ws-i)
                                   move ws-j to ws-i
                               else
                                   move 1 to ws-i
                               end-if
                           end-perform

                       end-if

                   else
                       if ws-fs-arqControle <> 10 then
                           move 2                                  to ws-msn-erro-ofsset
                           move ws-fs-arqControle                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqControle "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqControle

           end-if

           move 1 to ws-i
           perform until ws-i > ws-quant-partidas
               move 0      to wcf-hr-respostas(ws-i)
               move 0      to wcf-hr-acertos(ws-i)
               move 0      to wcf-hr-erros(ws-i)
               move 0      to wcf-hr-outro-deck(ws-i)
               move spaces to wcf-hr-arquivo(ws-i)
               move 0      to wcf-ss-respostas(ws-i)
               move 0      to wcf-ss-acertos(ws-i)
               move 0      to wcf-ss-erros(ws-i)
               move "N"    to wcf-pl-achado(ws-i)
               move 0      to wcf-pl-quant(ws-i)
               move 0      to wcf-pl-divergentes(ws-i)
               move spaces to wcf-pl-arquivo(ws-i)
               add 1 to ws-i
           end-perform


           .
       carregar-controle-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                 laco principal da conferencia
      *>-----------------------------------------------------------------
       processamento section.


           if ws-quant-partidas > 0 then

      *>         as guardas do expurgo primeiro, depois os correntes
               perform processar-guardas

               move "historico-rodadas.txt" to ws-nome-arq-rodadas
               perform processar-arquivo-rodadas

               move "placar-historico.txt" to ws-nome-arq-placar
               perform processar-arquivo-placar

               perform processar-sessoes

               perform exibir-divergencias

           else
               display "Nenhuma partida com totais de controle a conferir."
           end-if

           if ws-execucao-lote then
               if ws-quant-divergencias > 0 then
                   move 4 to return-code
               end-if
           else
               display " "
               display "Pressione ENTER para encerrar..."
               accept ws-opcao-confirma
           end-if


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Processa as guardas datadas do expurgo relacionadas em
      *> guardas-expurgo.txt: a guarda de rodadas e a de placares de
      *> cada data de corte
      *>-----------------------------------------------------------------
       processar-guardas section.


           open input arqGuardas

           if ws-fs-arqGuardas = 35 then
               continue
           else

               if ws-fs-arqGuardas <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqGuardas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGuardas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqGuardas = 10

                   read arqGuardas

                   if ws-fs-arqGuardas = 0 then
                       if fs-linha-guarda <> spaces then
                           move spaces to ws-nome-arq-rodadas
                           string "historico-rodadas-ate-" fs-linha-guarda ".txt"
                                  delimited by size into ws-nome-arq-rodadas
                           perform processar-arquivo-rodadas
                           move spaces to ws-nome-arq-placar
                           string "placar-historico-ate-" fs-linha-guarda ".txt"
                                  delimited by size into ws-nome-arq-placar
                           perform processar-arquivo-placar
                       end-if
                   else
                       if ws-fs-arqGuardas <> 10 then
                           move 4                                  to ws-msn-erro-ofsset
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
      *> Soma, por partida, as respostas de um arquivo de historico de
      *> rodadas. Linhas sem identificacao (resumos mensais e linhas
      *> gravadas antes dos totais de controle) ficam fora.
      *>-----------------------------------------------------------------
       processar-arquivo-rodadas section.


           open input arqHistRodadas

           if ws-fs-arqHistRodadas = 35 then
               display "  (arquivo " function trim(ws-nome-arq-rodadas)
                       " nao encontrado)"
           else

               if ws-fs-arqHistRodadas <> 0 then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistRodadas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistRodadas "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqHistRodadas = 10

                   read arqHistRodadas into fs-linha-histrod

                   if ws-fs-arqHistRodadas = 0 then

                       move spaces to ws-estado-lido
                       move spaces to ws-resultado-lido
                       move 0      to ws-deck-lido
                       move spaces to ws-data-lida
                       move spaces to ws-codigo-lido
                       move spaces to ws-id-lido
                       move 1      to ws-histrod-ptr

                       unstring fs-linha-histrod delimited by ";"
                           into ws-estado-lido ws-resultado-lido ws-deck-lido
                                ws-data-lida ws-codigo-lido ws-id-lido
                           with pointer ws-histrod-ptr

                       if function trim(ws-resultado-lido) <> "RESUMO"
                          and ws-id-lido <> spaces
                          and (ws-data-filtro = spaces
                               or ws-id-lido(1:8) = ws-data-filtro) then

                           move ws-id-lido to ws-id-busca
                           perform localizar-partida

                           if ws-pos-partida = 0 then
                               add 1 to ws-orfas-rodadas
                           else
                               add 1 to wcf-hr-respostas(ws-pos-partida)
                               if function trim(ws-resultado-lido) = "ACERTO" then
                                   add 1 to wcf-hr-acertos(ws-pos-partida)
                               else
                                   add 1 to wcf-hr-erros(ws-pos-partida)
                               end-if
                               if ws-ctl-deck(ws-pos-partida) <> 0
                                  and ws-deck-lido <> ws-ctl-deck(ws-pos-partida) then
                                   add 1 to wcf-hr-outro-deck(ws-pos-partida)
                               end-if
                               move ws-nome-arq-rodadas to wcf-hr-arquivo(ws-pos-partida)
                           end-if

                       end-if

                   else
                       if ws-fs-arqHistRodadas <> 10 then
                           move 6                                     to ws-msn-erro-ofsset
                           move ws-fs-arqHistRodadas                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistRodadas "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqHistRodadas

           end-if


           .
       processar-arquivo-rodadas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Confere, por partida, o bloco do historico de placares: o
      *> cabecalho "=== data hora ===" traz a identificacao e cada
      *> linha de jogador (ou de equipe) precisa bater com um
      *> participante do controle, pelo nome e pela pontuacao
      *>-----------------------------------------------------------------
       processar-arquivo-placar section.


           open input arqPlacar

           if ws-fs-arqPlacar = 35 then
               display "  (arquivo " function trim(ws-nome-arq-placar)
                       " nao encontrado)"
           else

               if ws-fs-arqPlacar <> 0 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPlacar                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPlacar "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 0 to ws-pos-bloco

               perform until ws-fs-arqPlacar = 10

                   read arqPlacar into fs-linha-placar

                   if ws-fs-arqPlacar = 0 then

                       evaluate true

                           when fs-linha-placar(1:4) = "=== "
                               move spaces to ws-id-busca
                               string fs-linha-placar(5:4) fs-linha-placar(10:2)
                                      fs-linha-placar(13:2) fs-linha-placar(16:2)
                                      fs-linha-placar(19:2) fs-linha-placar(22:2)
                                      delimited by size into ws-id-busca
                               move 0 to ws-pos-bloco
                               if ws-data-filtro = spaces
                                  or ws-id-busca(1:8) = ws-data-filtro then
                                   perform localizar-partida
                                   if ws-pos-partida = 0 then
                                       add 1 to ws-orfas-placar
                                   else
                                       move ws-pos-partida to ws-pos-bloco
                                       move "S" to wcf-pl-achado(ws-pos-bloco)
                                       move ws-nome-arq-placar
                                            to wcf-pl-arquivo(ws-pos-bloco)
                                   end-if
                               end-if

                           when fs-linha-placar(1:6) = "Nome: "
                                and ws-pos-bloco <> 0
                               move fs-linha-placar(7:10) to ws-pl-nome
                               if fs-linha-placar(30:3) is numeric then
                                   move fs-linha-placar(30:3) to ws-pl-pontos
                               else
                                   move 0 to ws-pl-pontos
                               end-if
                               if fs-linha-placar(43:3) is numeric then
                                   move fs-linha-placar(43:3) to ws-pl-codigo
                               else
                                   move 0 to ws-pl-codigo
                               end-if
                               perform conferir-participante-placar

                           when fs-linha-placar(1:8) = "Equipe: "
                                and ws-pos-bloco <> 0
                               move fs-linha-placar(9:15) to ws-pl-nome
                               if fs-linha-placar(37:3) is numeric then
                                   move fs-linha-placar(37:3) to ws-pl-pontos
                               else
                                   move 0 to ws-pl-pontos
                               end-if
                               move 0 to ws-pl-codigo
                               perform conferir-participante-placar

                           when other
                               continue

                       end-evaluate

                   else
                       if ws-fs-arqPlacar <> 10 then
                           move 8                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPlacar                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPlacar "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqPlacar

           end-if


           .
       processar-arquivo-placar-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Procura o participante da linha do placar entre os do registro
      *> de controle da partida ws-pos-bloco (nome, codigo e pontuacao);
      *> nao achando, conta uma divergencia de placar
      *>-----------------------------------------------------------------
       conferir-participante-placar section.


           add 1 to wcf-pl-quant(ws-pos-bloco)

           move "N" to ws-pl-achou
           move 1 to ws-k
           perform ws-ctl-quant-part(ws-pos-bloco) times
               if function trim(ws-ctl-nome(ws-pos-bloco, ws-k))
                  = function trim(ws-pl-nome)
                  and ws-ctl-codigo(ws-pos-bloco, ws-k) = ws-pl-codigo
                  and ws-ctl-pontos(ws-pos-bloco, ws-k) = ws-pl-pontos then
                   move "S" to ws-pl-achou
               end-if
               add 1 to ws-k
           end-perform

           if ws-pl-achou = "N" then
               add 1 to wcf-pl-divergentes(ws-pos-bloco)
           end-if


           .
       conferir-participante-placar-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Percorre as datas das partidas carregadas (a tabela esta em
      *> ordem) e confere a exportacao da sessao de cada uma
      *>-----------------------------------------------------------------
       processar-sessoes section.


           move spaces to ws-data-sessao

           move 1 to ws-i
           perform until ws-i > ws-quant-partidas

               if ws-ctl-id(ws-i)(1:8) <> ws-data-sessao then
                   move ws-ctl-id(ws-i)(1:8) to ws-data-sessao
                   move spaces to ws-nome-arq-sessao
                   string "sessao-" ws-data-sessao ".txt"
                          delimited by size into ws-nome-arq-sessao
                   perform processar-arquivo-sessao
               end-if

               add 1 to ws-i

           end-perform


           .
       processar-sessoes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Soma, por partida, as respostas de um arquivo de exportacao da
      *> sessao; linhas sem identificacao ficam fora
      *>-----------------------------------------------------------------
       processar-arquivo-sessao section.


           open input arqSessao

           if ws-fs-arqSessao = 35 then
               display "  (arquivo " function trim(ws-nome-arq-sessao)
                       " nao encontrado)"
           else

               if ws-fs-arqSessao <> 0 then
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-arqSessao                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqSessao "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqSessao = 10

                   read arqSessao into fs-linha-sessao

                   if ws-fs-arqSessao = 0 then

                       move spaces to ws-ss-resultado
                       move spaces to ws-id-lido
                       move 1      to ws-ss-ptr

      *>               data;baralho;rodada;estado;resposta correta;
      *>               codigo;nome;texto respondido;acerto/erro;pontos;
      *>               tempo;aposta;identificacao da partida
                       unstring fs-linha-sessao delimited by ";"
                           into ws-ss-data ws-ss-deck ws-ss-rodada
                                ws-ss-estado ws-ss-resposta ws-ss-codigo
                                ws-ss-nome ws-ss-texto ws-ss-resultado
                                ws-ss-pontos ws-ss-tempo ws-ss-aposta
                                ws-id-lido
                           with pointer ws-ss-ptr

                       if ws-id-lido <> spaces then

                           move ws-id-lido to ws-id-busca
                           perform localizar-partida

                           if ws-pos-partida = 0 then
                               add 1 to ws-orfas-sessao
                           else
                               add 1 to wcf-ss-respostas(ws-pos-partida)
                               if function trim(ws-ss-resultado) = "ACERTO" then
                                   add 1 to wcf-ss-acertos(ws-pos-partida)
                               else
                                   add 1 to wcf-ss-erros(ws-pos-partida)
                               end-if
                           end-if

                       end-if

                   else
                       if ws-fs-arqSessao <> 10 then
                           move 10                                 to ws-msn-erro-ofsset
                           move ws-fs-arqSessao                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqSessao "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqSessao

           end-if


           .
       processar-arquivo-sessao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Busca binaria da identificacao ws-id-busca na tabela de
      *> controle. Devolve a posicao em ws-pos-partida (0 se nao
      *> encontrada).
      *>-----------------------------------------------------------------
       localizar-partida section.


           move 0                 to ws-pos-partida
           move 1                 to ws-bb-inicio
           move ws-quant-partidas to ws-bb-fim

           perform until ws-bb-inicio > ws-bb-fim
                      or ws-pos-partida <> 0

               compute ws-bb-meio = (ws-bb-inicio + ws-bb-fim) / 2

               evaluate true
                   when ws-ctl-id(ws-bb-meio) = ws-id-busca
                       move ws-bb-meio to ws-pos-partida
                   when ws-ctl-id(ws-bb-meio) < ws-id-busca
                       compute ws-bb-inicio = ws-bb-meio + 1
                   when other
                       if ws-bb-meio = 1 then
                           move 0 to ws-bb-fim
                       else
                           compute ws-bb-fim = ws-bb-meio - 1
                       end-if
               end-evaluate

           end-perform


           .
       localizar-partida-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lista cada partida com divergencia, com o arquivo que nao bate
      *> com os totais de controle, e o resumo da conferencia
      *>-----------------------------------------------------------------
       exibir-divergencias section.


           move 0 to ws-quant-divergencias

           display " "
           display "------------------------------------------------------"
           display " PARTIDAS COM DIVERGENCIA"
           display "------------------------------------------------------"

           move 1 to ws-i
           perform until ws-i > ws-quant-partidas

               move "N" to ws-partida-divergente

               if wcf-hr-respostas(ws-i) <> ws-ctl-respostas(ws-i)
                  or wcf-hr-acertos(ws-i) <> ws-ctl-acertos(ws-i)
                  or wcf-hr-erros(ws-i) <> ws-ctl-erros(ws-i)
                  or wcf-hr-outro-deck(ws-i) > 0 then
                   perform exibir-cabecalho-partida
                   if wcf-hr-arquivo(ws-i) = spaces then
                       display "   historico de rodadas: nenhuma linha da partida"
                   else
                       display "   " function trim(wcf-hr-arquivo(ws-i))
                               ": respostas/acertos/erros "
                               wcf-hr-respostas(ws-i) "/" wcf-hr-acertos(ws-i)
                               "/" wcf-hr-erros(ws-i)
                   end-if
                   display "      controle ......: respostas/acertos/erros "
                           ws-ctl-respostas(ws-i) "/" ws-ctl-acertos(ws-i)
                           "/" ws-ctl-erros(ws-i)
                   if wcf-hr-outro-deck(ws-i) > 0 then
                       display "      linhas de outro baralho: "
                               wcf-hr-outro-deck(ws-i)
                   end-if
               end-if

               if wcf-ss-respostas(ws-i) <> ws-ctl-respostas(ws-i)
                  or wcf-ss-acertos(ws-i) <> ws-ctl-acertos(ws-i)
                  or wcf-ss-erros(ws-i) <> ws-ctl-erros(ws-i) then
                   perform exibir-cabecalho-partida
                   display "   sessao-" ws-ctl-id(ws-i)(1:8)
                           ".txt: respostas/acertos/erros "
                           wcf-ss-respostas(ws-i) "/" wcf-ss-acertos(ws-i)
                           "/" wcf-ss-erros(ws-i)
                   display "      controle ......: respostas/acertos/erros "
                           ws-ctl-respostas(ws-i) "/" ws-ctl-acertos(ws-i)
                           "/" ws-ctl-erros(ws-i)
               end-if

               evaluate true
                   when wcf-pl-achado(ws-i) = "N"
                       perform exibir-cabecalho-partida
                       display "   historico de placares: bloco da partida"
                               " nao encontrado"
                   when wcf-pl-quant(ws-i) <> ws-ctl-quant-part(ws-i)
                     or wcf-pl-divergentes(ws-i) > 0
                       perform exibir-cabecalho-partida
                       display "   " function trim(wcf-pl-arquivo(ws-i))
                               ": participantes " wcf-pl-quant(ws-i)
                               " (controle " ws-ctl-quant-part(ws-i)
                               "), nome/pontuacao divergente em "
                               wcf-pl-divergentes(ws-i)
                   when other
                       continue
               end-evaluate

               add 1 to ws-i

           end-perform

           if ws-quant-divergencias = 0 then
               display " Nenhuma divergencia encontrada."
           end-if

           display " "
           display "======================================================"
           display " Partidas conferidas ..................: " ws-quant-partidas
           display " Partidas com divergencia .............: " ws-quant-divergencias
           display " Linhas de rodadas sem controle .......: " ws-orfas-rodadas
           display " Linhas de sessao sem controle ........: " ws-orfas-sessao
           display " Blocos de placar sem controle ........: " ws-orfas-placar
           display "======================================================"


           .
       exibir-divergencias-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Cabecalho da partida ws-i na lista de divergencias, exibido uma
      *> unica vez por partida
      *>-----------------------------------------------------------------
       exibir-cabecalho-partida section.


           if not ws-tem-divergencia then
               move "S" to ws-partida-divergente
               add 1 to ws-quant-divergencias
               display " "
               display " Partida " ws-ctl-id(ws-i)(1:4) "-" ws-ctl-id(ws-i)(5:2)
                       "-" ws-ctl-id(ws-i)(7:2) " " ws-ctl-id(ws-i)(9:2)
                       ":" ws-ctl-id(ws-i)(11:2) ":" ws-ctl-id(ws-i)(13:2)
                       "  baralho " ws-ctl-deck(ws-i)
                       "  modo " ws-ctl-tipo(ws-i) ws-ctl-torneio(ws-i)
           end-if


           .
       exibir-cabecalho-partida-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Finalizacao anormal do programa em caso de erro de arquivo
      *>-----------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro.
           if ws-execucao-lote then
               move 12 to return-code
           end-if
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
