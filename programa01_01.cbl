      *>               (e os membros das equipes em linhas proprias),
      *>               para a conferencia cruzada das carreiras do
      *>               programa01_08.
      *>  14/10/2026 - arbitragem do host na tela de revelacao: uma
      *>               resposta dada como errada pode ser aceita, com
      *>               placar, relatorio, historico de rodadas e
      *>               exportacao da sessao corrigidos; o texto aceito
      *>               passa a valer para o estado naquele baralho
      *>               (respostas-aceitas.txt) e cada decisao fica
      *>               registrada em arbitragens.txt.
      *>  14/10/2026 - rating de forca por jogador cadastrado (estilo
      *>               Elo, em rating.dat pela chave jog-codigo): ao fim
      *>               da partida individual o rating eh recalculado
      *>               pela colocacao contra os ratings dos adversarios
      *>               e cada duelo do torneio mata-mata conta como um
      *>               confronto; a variacao vai para a tela de placar e
      *>               para rating-historico.txt.
      *>  14/10/2026 - totais de controle por partida em
      *>               controle-partidas.txt (identificacao da partida,
      *>               baralho, respostas, acertos, erros e pontuacao de
      *>               cada participante); a mesma identificacao
      *>               (AAAAMMDDHHMMSS) passa a encabecar o bloco do
      *>               placar e vai ao final das linhas do historico de
      *>               rodadas e da exportacao da sessao, para a
      *>               conferencia do programa01_13.
      *>  14/10/2026 - lista de presenca da noite (presenca-AAAAMMDD.txt,
      *>               inscricao previa do programa01_14): havendo lista,
      *>               o host pode carrega-la em vez de escolher jogador
      *>               por jogador; cada codigo eh validado contra o
      *>               cadastro e, em equipes, vale a composicao gravada.
      *>  14/10/2026 - livro de recordes do clube (recordes.txt): ao fim
      *>               de cada partida sao conferidas a maior pontuacao
      *>               por numero de rodadas, a maior sequencia de
      *>               acertos, a resposta certa mais rapida por baralho,
      *>               a maior aposta ganha e a maior pontuacao de
      *>               equipe; recorde batido eh anunciado na tela de
      *>               placar e o detentor anterior fica guardado.
      *>  15/10/2026 - baralhos livres (tipo L no catalogo de baralhos):
      *>               quantidade livre de cartas, cada uma com o
      *>               proprio texto de pergunta (carta-reg.cpy, mantido
      *>               pelo programa01_16), nos modos normal, multipla
      *>               escolha, treino e misto; a conferencia dos 27
      *>               registros continua valendo so para os baralhos
      *>               de estados.
      *>  15/10/2026 - desafio da semana: com um roteiro aberto
      *>               (desafio-roteiro.txt, programa01_17), a opcao 99
      *>               do menu de baralhos faz o jogador cadastrado
      *>               responder exatamente aquele roteiro, uma unica
      *>               vez na semana; acertos, pontos e tempo total vao
      *>               para desafio-ranking.txt, fora das estatisticas
      *>               da noite.
      *>  15/10/2026 - codigo repetido na lista de presenca, ou alem da
      *>               capacidade da lista, passa a ser avisado ao
      *>               carregar a lista.

      *>--- divisao para configuração do programa
       environment division.
           access mode     is sequential
           file status     is  ws-fs-arqBaralhos.

      *>   respostas aceitas (sinonimos) por baralho e estado, alem da
      *>   resposta do arquivo do baralho; alimentado pela arbitragem do
      *>   host na revelacao e mantido pelo programa01_02
           select arqAceitas assign to "respostas-aceitas.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqAceitas.

      *>   registro de cada arbitragem do host (quem aceitou o que, de
      *>   quem e quando), apenas acrescentando linhas
           select arqArbitragens assign to "arbitragens.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqArbitragens.

      *>   rating de forca por jogador cadastrado, pela mesma chave do
      *>   cadastro; lido pela chave no inicio da conta e regravado ao
      *>   fim da partida apenas para quem jogou
           select arqRating assign to "rating.dat"
           organization    is indexed
           access mode     is dynamic
           record key      is fs-rt-codigo
           file status     is  ws-fs-arqRating.

      *>   historico de variacao do rating, apenas acrescentando linhas
           select arqRatingHist assign to "rating-historico.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRatingHist.

      *>   totais de controle de cada partida, apenas acrescentando
           select arqControle assign to "controle-partidas.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqControle.

      *>   livro de recordes do clube, regravado quando algum cai
           select arqRecordes assign to "recordes.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRecordes.

      *>   lista de presenca da noite montada pelo programa01_14
           select arqPresenca assign dynamic ws-nome-arq-presenca
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqPresenca.

      *>   roteiro do desafio da semana gerado pelo programa01_17
           select arqRoteiro assign to "desafio-roteiro.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRoteiro.

      *>   ranking do desafio da semana, apenas acrescentando
           select arqRankDesafio assign to "desafio-ranking.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRankDesafio.


       i-o-control.



       fd  arqEstados.
      *>   o registro do baralho livre eh o mais longo; o baralho de
      *>   estados ocupa so o inicio dele (estado-reg.cpy)
       01  fs-estados-capitais.
           copy "carta-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqHistorico.
       01  fs-linha-historico                       pic x(100).

       fd  arqCheckpoint.
       01  fs-linha-checkpoint                       pic x(300).

       fd  arqRelatorio.
       01  fs-linha-relatorio                        pic x(150).

       fd  arqHistRodadas.
       01  fs-linha-histrod                          pic x(100).
       01  fs-conquista-reg.
           copy "conquista-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqAceitas.
       01  fs-resposta-aceita-reg.
           copy "resposta-aceita-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqArbitragens.
       01  fs-arbitragem-reg.
           copy "arbitragem-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRating.
       01  fs-rating-reg.
           copy "rating-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRatingHist.
       01  fs-rating-hist-reg.
           copy "rating-hist-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqControle.
       01  fs-controle-reg.
           copy "controle-partida-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRecordes.
       01  fs-recorde-reg.
           copy "recorde-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqPresenca.
       01  fs-presenca-reg.
           copy "presenca-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRoteiro.
       01  fs-roteiro-reg.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqRankDesafio.
       01  fs-ranking-desafio-reg.
           copy "desafio-ranking-reg.cpy" replacing ==:PREFIXO:== by ==fs==.


      *>--- variavéis de trabalho
       working-storage section.
       77  ws-fs-arqSessao                         pic 9(02).
       77  ws-nome-arquivo-sessao                  pic x(40) value spaces.
       77  ws-fs-arqConquistas                     pic 9(02).
       77  ws-fs-arqAceitas                        pic 9(02).
       77  ws-fs-arqArbitragens                    pic 9(02).
       77  ws-fs-arqRating                         pic 9(02).
       77  ws-fs-arqRatingHist                     pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqPresenca                       pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-nome-arq-presenca                    pic x(40) value spaces.
       77  ws-fs-arqRoteiro                        pic 9(02).
       77  ws-fs-arqRankDesafio                    pic 9(02).

           copy "msg-erro.cpy".


      *>--- cartas do baralho em jogo: os estados do baralho de estados
      *>    ou as cartas do baralho livre (no misto, os estados do
      *>    baralho base seguidos das cartas dos baralhos livres)
       01  ws-estados-capitais occurs 90.
           copy "estado-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

      *>--- complemento de cada carta: o baralho livre de origem (posicao
      *>    no catalogo; zero nas cartas de estados) e a pergunta propria
       01  ws-cartas-info occurs 90.
           05 wsci-deck                            pic 9(02).
               88 wsci-carta-estado                value 0.
           05 wsci-pergunta                        pic x(60).

       01  ws-carta-tmp.
           copy "carta-reg.cpy" replacing ==:PREFIXO:== by ==wc==.


       01  jogadores occurs 8.
           05 nome                                 pic x(10).
       01  ws-alternativas occurs 4.
           05 alt-texto                            pic x(25).

       01  ws-cand-indices occurs 90               pic 9(02).
       77  ws-cand-tamanho                         pic 9(02) value 0.
       77  ws-cand-escolhido                       pic 9(02) value 0.
       77  ws-cand-so-regiao                       pic x(01) value "S".
       77  ws-nome-campeao                         pic x(15) value spaces.

      *>--- detalhe das rodadas de desempate, usado no relatorio final
       01  ws-desemp-detalhe occurs 90.
           05 wsdd-estado                          pic x(25).
           05 wsdd-capital                         pic x(25).
           05 wsdd-quant-resp                      pic 9(01).
               10 wsdd-resp-nome                   pic x(15).
               10 wsdd-resp-texto                  pic x(25).
               10 wsdd-resp-acerto                 pic x(01).
               10 wsdd-resp-aceita                 pic x(01).

      *>--- area de troca para a ordenacao das equipes; precisa manter
      *>    o mesmo layout do item de tabela equipes
       77  ws-ind-est                           pic 9(02) value 0.
       77  ws-quant-jogadores                      pic 9(01) value 0.
       77  ws-funcionamento-jogo                   pic 9(01) value 0.
       77  ws-quant-estados                        pic 9(02) value 0.
      *>--- registros esperados no baralho de estados e teto de cartas
      *>    em memoria (baralho livre, ou estados e cartas livres juntos
      *>    no baralho misto); ws-quant-base-estados conta as cartas de
      *>    estados no inicio da tabela
       77  ws-quant-estados-padrao                 pic 9(02) value 27.
       77  ws-max-cartas                           pic 9(02) value 90.
       77  ws-quant-base-estados                   pic 9(02) value 0.
       77  ws-carga-deck                           pic 9(02) value 0.
       77  ws-carga-limite                         pic 9(02) value 0.
       77  ws-carga-ignoradas                      pic 9(03) value 0.
       77  ws-i                                    pic 9(02).
      *>--- ws-j tambem percorre o cadastro de jogadores (ate 500), por
      *>    isso tem uma posicao de folga para os lacos "until >"
       77  ws-rotulo-pergunta                       pic x(40) value "Qual a capital de".
       77  ws-rotulo-revelacao                      pic x(20) value "A capital de".
       77  ws-rotulo-conectivo                      pic x(20) value "eh".
       77  ws-baralho-livre-ind                     pic x(01) value "N".
           88  ws-baralho-livre                     value "S".

      *>--- catalogo de baralhos carregado de baralhos.txt (ou os tres
      *>    baralhos classicos, quando o catalogo nao existe)
       01  ws-misto-tmp.
           copy "estado-reg.cpy" replacing ==:PREFIXO:== by ==wm==.
       77  ws-misto-idx                             pic 9(02) value 0.
      *>    posicoes do pool com carta do baralho sorteado para a rodada
       01  ws-misto-elegiveis occurs 90             pic 9(02).
       77  ws-quant-elegiveis                       pic 9(02) value 0.
       77  ws-misto-tentativas                      pic 9(02) value 0.
       77  ws-misto-deck-carta                      pic 9(02) value 0.


      *>--- filtro de regiao/dificuldade e sorteio sem repeticao
       77  ws-opcao-dificuldade                     pic x(01) value "N".
       77  ws-regiao-filtro                         pic x(10) value spaces.
       77  ws-dificuldade-filtro                    pic 9(01) value 0.
       01  ws-pool-indices occurs 90                pic 9(02).
       77  ws-pool-tamanho                          pic 9(02) value 0.

      *>--- modo treino: o sorteio pesa os estados mais errados do
      *>    ws-pool-indices, removido junto no sorteio sem repeticao)
       77  ws-modo-treino-ind                       pic x(01) value "N".
           88  ws-jogo-treino                       value "S".
       01  ws-pool-pesos occurs 90                  pic 9(03).
       01  ws-treino-stats occurs 90.
           05 wst-acertos                          pic 9(04).
           05 wst-erros                            pic 9(04).
       77  ws-treino-idx                            pic 9(02) value 0.
               10 wsd-resp-pontos                  pic 9(02).
               10 wsd-resp-tempo                   pic 9(03).
               10 wsd-resp-aposta                  pic 9(03).
               10 wsd-resp-aceita                  pic x(01).


      *>--- normalizacao da resposta informada
       77  ws-norm-pos                              pic 9(02).


      *>--- respostas aceitas (sinonimos) de todos os baralhos, lidas
      *>    na abertura e consultadas na conferencia da resposta
      *>    digitada junto com a resposta do proprio baralho
       01  ws-respostas-aceitas occurs 500.
           copy "resposta-aceita-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-aceitas                         pic 9(03) value 0.
       77  ws-a                                     pic 9(03) value 0.
       77  ws-aceita-repetida                       pic x(01) value "N".
       77  ws-suf-aceita                            pic x(19) value spaces.

      *>--- arbitragem do host na tela de revelacao: respostas da
      *>    pergunta que acabou de ser revelada (jogadores, equipes ou
      *>    duelistas), com a marca das que o host aceitou como certas
       01  ws-arbitragem occurs 8.
           05 wsa-nome                             pic x(15).
           05 wsa-codigo                           pic 9(03).
           05 wsa-texto                            pic x(25).
           05 wsa-acerto                           pic x(01).
           05 wsa-aceita                           pic x(01).

       77  ws-quant-arbitragem                      pic 9(01) value 0.
       77  ws-arb-erradas                           pic 9(01) value 0.
       77  ws-arb-escolha                           pic 9(01) value 0.
       77  ws-arb-pos                               pic 9(01) value 0.
       77  ws-host-nome                             pic x(20) value spaces.

      *>--- sequencia de acertos de cada assento antes da resposta da
      *>    rodada, para refazer os pontos de uma resposta aceita
       01  ws-seq-antes occurs 8                    pic 9(02).

      *>--- respostas dos dois duelistas da rodada, guardadas ate a
      *>    revelacao (e a arbitragem) para so entao irem ao historico
      *>    de rodadas e a exportacao da sessao
       01  ws-duelo-respostas occurs 2.
           05 wsdr-texto                           pic x(25).
           05 wsdr-codigo                          pic 9(03).
           05 wsdr-acerto                          pic x(01).
           05 wsdr-pontos                          pic 9(02).
           05 wsdr-tempo                           pic 9(05).
           05 wsdr-seq-antes                       pic 9(02).
       77  ws-duelo-lado                            pic 9(01) value 0.


      *>--- rating de forca (estilo Elo) de cada assento da mesa: o
      *>    rating lido do arquivo no inicio da conta, o rating corrente
      *>    (que nos duelos do torneio muda a cada duelo) e a variacao
      *>    calculada pela colocacao na partida individual
       01  ws-rating-mesa occurs 8.
           05 wsrt-codigo                          pic 9(03).
           05 wsrt-existe                          pic x(01).
           05 wsrt-inicio                          pic 9(04).
           05 wsrt-atual                           pic 9(04).
           05 wsrt-partidas                        pic 9(04).
           05 wsrt-pico                            pic 9(04).
           05 wsrt-variacao                        pic s9(04).
           05 wsrt-confrontos                      pic 9(02).

      *>--- cada variacao de rating da partida, para o historico
       01  ws-rating-eventos occurs 16.
           05 wsre-codigo                          pic 9(03).
           05 wsre-antes                           pic 9(04).
           05 wsre-depois                          pic 9(04).
           05 wsre-origem                          pic x(07).

       77  ws-quant-rating-eventos                  pic 9(02) value 0.
       77  ws-rating-carregado                      pic x(01) value "N".
           88  ws-rating-na-mesa                    value "S".
       77  ws-rating-k                              pic 9(02) value 32.
       77  ws-rating-inicial                        pic 9(04) value 1500.
       77  ws-rating-minimo                         pic 9(04) value 100.
       77  ws-rating-esperado                       pic 9v9(06) value 0.
       77  ws-rating-resultado                      pic 9v9(01) value 0.
       77  ws-rating-soma                           pic s9(02)v9(06) value 0.
       77  ws-rating-calc                           pic s9(05) value 0.
       77  ws-rating-origem                         pic x(07) value spaces.
       77  ws-rating-assento                        pic 9(01) value 0.
       77  ws-rating-adversarios                    pic 9(01) value 0.
       77  ws-rt-a                                  pic 9(01) value 0.
       77  ws-rt-b                                  pic 9(01) value 0.
       77  ws-rating-edit                           pic +(4)9.


      *>--- totais de controle da partida: a identificacao (data e hora
      *>    do fim das rodadas) e as respostas gravadas no historico
       77  ws-id-partida                           pic x(14) value spaces.
       77  ws-controle-respostas                   pic 9(04) value 0.
       77  ws-controle-acertos                     pic 9(04) value 0.
       77  ws-controle-erros                       pic 9(04) value 0.


      *>--- lista de presenca da noite (programa01_14), com os codigos
      *>    ja validados contra o cadastro
       01  ws-lista-presenca occurs 99.
           copy "presenca-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-lista                          pic 9(02) value 0.
       77  ws-lista-ind                            pic x(01) value "N".
           88  ws-usar-lista-presenca              value "S".
       77  ws-lista-valida                         pic x(01) value "N".
       77  ws-l                                    pic 9(03) value 0.
       77  ws-data-lista                           pic x(08) value spaces.
       77  ws-eq-lista                             pic 9(01) value 0.


      *>--- livro de recordes do clube em memoria e os candidatos da
      *>    partida (o melhor de cada recorde na partida, que so entao
      *>    eh comparado com o livro)
       01  ws-recordes occurs 150.
           copy "recorde-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-recordes                       pic 9(03) value 0.
       77  ws-pos-recorde                          pic 9(03) value 0.

       01  ws-rec-candidatos occurs 20.
           05 wrc-tipo                             pic x(02).
           05 wrc-chave                            pic 9(02).
           05 wrc-valor                            pic 9(05).
           05 wrc-codigo                           pic 9(03).
           05 wrc-nome                             pic x(15).

       77  ws-quant-candidatos                     pic 9(02) value 0.
       77  ws-pos-candidato                        pic 9(02) value 0.
       77  ws-cand-tipo                            pic x(02) value spaces.
       77  ws-cand-chave                           pic 9(02) value 0.
       77  ws-cand-valor                           pic 9(05) value 0.
       77  ws-cand-codigo                          pic 9(03) value 0.
       77  ws-cand-nome                            pic x(15) value spaces.
       77  ws-cand-melhor                          pic x(01) value "N".
           88  ws-cand-eh-melhor                   value "S".
       77  ws-recorde-caiu                         pic x(01) value "N".
           88  ws-livro-alterado                   value "S".
       77  ws-rec-descricao                        pic x(40) value spaces.
       77  ws-rec-unidade                          pic x(10) value spaces.


      *>--- desafio da semana (programa01_17): o roteiro fixo vigente,
      *>    a posicao no catalogo e na tabela de cartas de cada pergunta,
      *>    e o ranking da semana, para recusar quem ja jogou e mostrar
      *>    a colocacao ao fim do desafio
       77  ws-desafio-ind                          pic x(01) value "N".
           88  ws-jogo-desafio                     value "S".
       77  ws-desafio-desistencia                  pic x(01) value "N".
           88  ws-desafio-cancelado                value "S".

       01  ws-roteiro-desafio occurs 9.
           copy "desafio-roteiro-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-roteiro                        pic 9(02) value 0.
       01  ws-desafio-decks occurs 9               pic 9(02).
       01  ws-desafio-cartas occurs 9              pic 9(02).

       01  ws-ranking-desafio occurs 500.
           copy "desafio-ranking-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-ranking-desafio                pic 9(03) value 0.
       77  ws-desafio-jogou                        pic x(01) value "N".
           88  ws-ja-jogou-desafio                 value "S".
       77  ws-desafio-acertos                      pic 9(02) value 0.
       77  ws-desafio-tempo                        pic 9(05) value 0.
       77  ws-desafio-marcas                       pic x(09) value spaces.
       77  ws-desafio-colocacao                    pic 9(03) value 0.
       77  ws-desafio-nome                         pic x(30) value spaces.


      *>--- variaveis para comunicaçao entre programa
       linkage section.


           else
               *>mover o que está no arquivo para as variaveis de trabalho
               *>(baralho de estados: ate os 27 registros esperados;
               *>baralho livre: quantas cartas houver, ate o teto)
               move 0 to ws-quant-estados
               if ws-baralho-livre then
                   move ws-pos-baralho to ws-carga-deck
                   move ws-max-cartas  to ws-carga-limite
               else
                   move 0                       to ws-carga-deck
                   move ws-quant-estados-padrao to ws-carga-limite
               end-if

               perform ler-cartas-baralho

               if ws-baralho-livre then
                   move 0                to ws-quant-base-estados
               else
                   move ws-quant-estados to ws-quant-base-estados
               end-if

               perform reconciliar-estados

               if ws-quant-validos-reconc = 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                    to ws-msn-erro-cod
                   move "Baralho sem nenhuma carta valida "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

           perform carregar-jogadores
           perform carregar-respostas-aceitas

      *>     no baralho misto, as respostas dos demais baralhos do
      *>     catalogo sao carregadas por cima da tabela base
               perform carregar-baralhos-misto
           end-if

           if ws-jogo-desafio then
               perform localizar-cartas-desafio
               perform carregar-ranking-desafio
           end-if


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Le o arquivo de baralho aberto em arqEstados para a tabela de
      *> cartas, a partir da posicao ws-quant-estados + 1, marcando cada
      *> carta com o baralho de origem (ws-carga-deck; zero nas cartas
      *> de estados) ate o teto ws-carga-limite; as linhas alem do teto
      *> sao apenas contadas em ws-carga-ignoradas
      *>-----------------------------------------------------------------
       ler-cartas-baralho section.


           move 0 to ws-carga-ignoradas

           perform until ws-fs-arqEstados = 10

               read arqEstados into ws-carta-tmp

               if ws-fs-arqEstados = 0 then

                   if ws-quant-estados < ws-carga-limite then
                       add 1 to ws-quant-estados
                       move wc-carta-chave       to ws-estado(ws-quant-estados)
                       move wc-carta-resposta    to ws-capital(ws-quant-estados)
                       move wc-carta-grupo       to ws-regiao(ws-quant-estados)
                       move wc-carta-dificuldade to ws-dificuldade(ws-quant-estados)
                       move ws-carga-deck        to wsci-deck(ws-quant-estados)
                       if ws-carga-deck = 0 then
                           move spaces            to wsci-pergunta(ws-quant-estados)
                       else
                           move wc-carta-pergunta to wsci-pergunta(ws-quant-estados)
                       end-if
                   else
                       add 1 to ws-carga-ignoradas
                   end-if

               else
                   if ws-fs-arqEstados <> 10 then
                       move 2                                  to ws-msn-erro-ofsset
                       move ws-fs-arqEstados                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstados "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       ler-cartas-baralho-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Conferir se o arquivo mestre trouxe os 27 estados esperados,
      *> sem registros em branco ou duplicados; no baralho livre nao ha
      *> quantidade esperada, conferem-se so as cartas em branco (sem
      *> chave, resposta ou pergunta), as repetidas e as alem do teto
      *>-----------------------------------------------------------------
       reconciliar-estados section.


           perform varying ws-i from 1 by 1 until ws-i > ws-quant-estados

               if ws-estado(ws-i) = spaces or ws-capital(ws-i) = spaces
                  or (not wsci-carta-estado(ws-i)
                      and wsci-pergunta(ws-i) = spaces) then

                   add 1 to ws-quant-brancos


           end-perform

           if ws-baralho-livre then

               if ws-quant-brancos > 0 or ws-quant-duplicados > 0
                                       or ws-carga-ignoradas > 0 then

                   display " "
                   display "==================================================="
                   display " DIVERGENCIA NO BARALHO "
                           function trim(ws-nome-arquivo-deck)
                   display "==================================================="
                   display " Validas lidas .: " ws-quant-validos-reconc " carta(s)"
                   display " Em branco .....: " ws-quant-brancos " carta(s)"
                   display " Duplicadas ....: " ws-quant-duplicados " carta(s)"
                   display " Alem do teto ..: " ws-carga-ignoradas " carta(s)"
                   display "==================================================="
                   display " O jogo vai continuar, mas algumas cartas podem"
                   display " ficar de fora ou se repetir na mesma noite."
                   display "==================================================="
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-aux-erase

               end-if

           else

               if ws-quant-validos-reconc <> ws-quant-estados-padrao
                                           or ws-quant-brancos > 0
                                           or ws-quant-duplicados > 0 then

                   display " "
                   display "==================================================="
                   display " DIVERGENCIA NO ARQUIVO DE ESTADOS"
                   display "==================================================="
                   display " Esperado ......: " ws-quant-estados-padrao " registro(s)"
                   display " Validos lidos .: " ws-quant-validos-reconc " registro(s)"
                   display " Em branco .....: " ws-quant-brancos " registro(s)"
                   display " Duplicados ....: " ws-quant-duplicados " registro(s)"
                   display "==================================================="
                   display " O jogo vai continuar, mas alguns estados podem"
                   display " ficar de fora ou se repetir na mesma noite."
                   display "==================================================="
                   display " "
                   display "Pressione ENTER para continuar..."
                   accept ws-aux-erase

               end-if

           end-if


           move 1 to ws-j
           perform ws-quant-baralhos times
      *>         no baralho livre o rotulo da pergunta eh o titulo
               if ws-bar-livre(ws-j) then
                   display "  " ws-bar-id(ws-j) " - "
                           function trim(ws-bar-rotulo-pergunta(ws-j))
                           " (perguntas proprias)"
               else
                   display "  " ws-bar-id(ws-j) " - "
                           function trim(ws-bar-rotulo-pergunta(ws-j)) " ...?"
               end-if
               add 1 to ws-j
           end-perform

           display "  00 - Baralho misto (cada rodada sorteia um baralho"
           display "       do catalogo)"

      *>     com um roteiro de desafio aberto, ele entra no menu
           perform carregar-roteiro-desafio
           if ws-quant-roteiro > 0 then
               display "  99 - Desafio da semana (roteiro fixo de "
                       ws-quant-roteiro " pergunta(s))"
           end-if

           display " "
           display "Opcao: "
           accept ws-deck-id

           move "N" to ws-baralho-misto-ind
           move "N" to ws-desafio-ind
           if ws-deck-id = 99 and ws-quant-roteiro > 0 then
      *>       desafio da semana: as cartas sao carregadas como no
      *>       baralho misto e o roteiro diz, rodada a rodada, de que
      *>       baralho e de que carta vem a pergunta
               move "S" to ws-desafio-ind
               move 0   to ws-deck-id
           end-if
           if ws-deck-id = 0 then
      *>       baralho misto: o primeiro baralho de estados do
      *>       catalogo serve de base (arquivo mestre carregado na
      *>       inicializacao); os demais sao carregados por cima, um a
      *>       um, as cartas dos baralhos livres entram no fim da tabela
      *>       e cada rodada sorteia de qual deles vem a pergunta
               move "S"          to ws-baralho-misto-ind
               perform definir-base-misto
           end-if

           perform aplicar-baralho
           exit.


      *>-----------------------------------------------------------------
      *> Baralho base do misto: o primeiro baralho de estados do
      *> catalogo, com cuja ordem as respostas dos demais baralhos de
      *> estados sao casadas; sem baralho de estados no catalogo, o
      *> primeiro baralho da lista
      *>-----------------------------------------------------------------
       definir-base-misto section.


           move 0 to ws-pos-baralho

           move 1 to ws-j
           perform ws-quant-baralhos times
               if ws-pos-baralho = 0 and not ws-bar-livre(ws-j) then
                   move ws-j to ws-pos-baralho
               end-if
               add 1 to ws-j
           end-perform

           if ws-pos-baralho = 0 then
               move 1 to ws-pos-baralho
           end-if

           move ws-bar-id(ws-pos-baralho) to ws-deck-id


           .
       definir-base-misto-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Traduz o codigo do baralho, pelo catalogo, no nome do arquivo
      *> de dados e nos rotulos usados nas telas de pergunta/revelacao;
           move ws-bar-rotulo-revelacao(ws-pos-baralho)  to ws-rotulo-revelacao
           move ws-bar-rotulo-conectivo(ws-pos-baralho)  to ws-rotulo-conectivo

           if ws-bar-livre(ws-pos-baralho) then
               move "S" to ws-baralho-livre-ind
           else
               move "N" to ws-baralho-livre-ind
           end-if


           .
       aplicar-baralho-exit.

      *>-----------------------------------------------------------------
      *> Carrega, para o baralho misto, as respostas e dificuldades de
      *> todos os baralhos de estados do catalogo, casando cada registro
      *> com a posicao do estado na tabela base. A tabela de cada
      *> baralho parte dos valores do baralho base, para um estado
      *> ausente de um arquivo de baralho nao ficar sem resposta na
      *> rodada. As cartas dos baralhos livres entram no fim da tabela,
      *> cada uma marcada com o seu baralho.
      *>-----------------------------------------------------------------
       carregar-baralhos-misto section.


           perform varying ws-j from 1 by 1 until ws-j > ws-quant-baralhos
               perform varying ws-i from 1 by 1 until ws-i > ws-quant-base-estados
                   move ws-capital(ws-i)     to wsmx-capital(ws-j, ws-i)
                   move ws-dificuldade(ws-i) to wsmx-dificuldade(ws-j, ws-i)
               end-perform
                   perform finaliza-anormal
               end-if

               if ws-bar-livre(ws-j) then

      *>             o baralho base, quando livre, ja foi carregado na
      *>             inicializacao
                   if ws-j <> ws-pos-baralho then
                       move ws-j          to ws-carga-deck
                       move ws-max-cartas to ws-carga-limite
                       perform ler-cartas-baralho
                       if ws-carga-ignoradas > 0 then
                           display "ATENCAO: " ws-carga-ignoradas
                                   " carta(s) de "
                                   function trim(ws-bar-arquivo(ws-j))
                                   " ficaram fora do baralho misto."
                       end-if
                   end-if

               else

                   perform until ws-fs-arqEstados = 10

                       read arqEstados into ws-misto-tmp

                       if ws-fs-arqEstados = 0 then
                           perform localizar-estado-misto
                           if ws-misto-idx <> 0 then
                               move wm-capital
                                    to wsmx-capital(ws-j, ws-misto-idx)
                               move wm-dificuldade
                                    to wsmx-dificuldade(ws-j, ws-misto-idx)
                           end-if
                       else
                           if ws-fs-arqEstados <> 10 then
                               move 37                                  to ws-msn-erro-ofsset
                               move ws-fs-arqEstados                    to ws-msn-erro-cod
                               move "Erro ao ler baralho do catalogo "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform

               end-if

               close arqEstados

           move 0 to ws-misto-idx
           move 1 to ws-k

           perform until ws-k > ws-quant-base-estados

               if function trim(ws-estado(ws-k)) = function trim(wm-estado) then
                   move ws-k to ws-misto-idx
      *> telas e o codigo do baralho passam a ser os do sorteado, e as
      *> respostas/dificuldades dele sao sobrepostas na tabela de
      *> estados (as alternativas da multipla escolha saem do mesmo
      *> baralho). Baralho sem carta restante no pool passa a vez ao
      *> seguinte do catalogo; as posicoes do pool com carta do baralho
      *> sorteado ficam em ws-misto-elegiveis para o sorteio da carta.
      *>-----------------------------------------------------------------
       sortear-baralho-rodada section.

               move ws-quant-baralhos to ws-deck-rodada
           end-if

           move 0 to ws-quant-elegiveis
           move 0 to ws-misto-tentativas
           perform until ws-quant-elegiveis > 0
                      or ws-misto-tentativas >= ws-quant-baralhos

               perform montar-elegiveis-misto

               if ws-quant-elegiveis = 0 then
                   add 1 to ws-misto-tentativas
                   add 1 to ws-deck-rodada
                   if ws-deck-rodada > ws-quant-baralhos then
                       move 1 to ws-deck-rodada
                   end-if
               end-if

           end-perform

      *>     protecao: nenhuma carta do pool casou com o catalogo, o
      *>     pool inteiro concorre
           if ws-quant-elegiveis = 0 then
               perform varying ws-k from 1 by 1 until ws-k > ws-pool-restantes
                   add 1 to ws-quant-elegiveis
                   move ws-k to ws-misto-elegiveis(ws-quant-elegiveis)
               end-perform
           end-if

           perform aplicar-baralho-rodada


           .
       sortear-baralho-rodada-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Aplica o baralho ws-deck-rodada a rodada: os rotulos das telas
      *> e o codigo do baralho passam a ser os dele, e as respostas e
      *> dificuldades dele sao sobrepostas na tabela de estados
      *>-----------------------------------------------------------------
       aplicar-baralho-rodada section.


           move ws-bar-id(ws-deck-rodada)               to ws-deck-id
           move ws-bar-rotulo-pergunta(ws-deck-rodada)  to ws-rotulo-pergunta
           move ws-bar-rotulo-revelacao(ws-deck-rodada) to ws-rotulo-revelacao
           move ws-bar-rotulo-conectivo(ws-deck-rodada) to ws-rotulo-conectivo

      *>     as cartas de baralho livre ja tem resposta propria; so as
      *>     de estados recebem as respostas do baralho sorteado
           if not ws-bar-livre(ws-deck-rodada) then
               perform varying ws-k from 1 by 1 until ws-k > ws-quant-base-estados
                   move wsmx-capital(ws-deck-rodada, ws-k)
                        to ws-capital(ws-k)
                   move wsmx-dificuldade(ws-deck-rodada, ws-k)
                        to ws-dificuldade(ws-k)
               end-perform
           end-if


           .
       aplicar-baralho-rodada-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta em ws-misto-elegiveis as posicoes do pool cuja carta
      *> serve ao baralho ws-deck-rodada: as cartas de estados servem a
      *> qualquer baralho de estados; as de baralho livre, so ao seu
      *>-----------------------------------------------------------------
       montar-elegiveis-misto section.


           if ws-bar-livre(ws-deck-rodada) then
               move ws-deck-rodada to ws-misto-deck-carta
           else
               move 0              to ws-misto-deck-carta
           end-if

           move 0 to ws-quant-elegiveis

           perform varying ws-k from 1 by 1 until ws-k > ws-pool-restantes
               if wsci-deck(ws-pool-indices(ws-k)) = ws-misto-deck-carta then
                   add 1 to ws-quant-elegiveis
                   move ws-k to ws-misto-elegiveis(ws-quant-elegiveis)
               end-if
           end-perform


           .
       montar-elegiveis-misto-exit.
           exit.


                   perform iniciar-stats-medalhas
                   move "N" to ws-retomar-jogo-ind
               else
                   if ws-jogo-desafio then
                       perform configurar-desafio
                   else
                       perform configurar-partida
                       if ws-usar-lista-presenca then
                           perform exibir-mesa-lista
                       else
                           if ws-jogo-em-equipes then
                               perform cad-equipes
                           else
                               perform cad-nomes-jogadores
                           end-if
                       end-if
                   end-if
                   perform iniciar-stats-medalhas
                   if not ws-desafio-cancelado then
                       perform exibir-regras-pontuacao
                   end-if
               end-if

               if ws-jogo-desafio then

      *>             o desafio da semana corre fora das estatisticas da
      *>             noite (placar, carreira, temporada, rating, medalhas
      *>             e recordes): o resultado vai so para o ranking do
      *>             desafio
                   perform executar-desafio

               else

                   if ws-jogo-torneio then

      *>                 no torneio cada duelo eh uma mini-partida propria;
      *>                 o checkpoint de rodadas nao se aplica a este modo
                       perform iniciar-controle-partida
                       perform executar-torneio
                       display erase
                       perform exibir-quadro-torneio
                       perform registrar-historico-torneio
                       perform gravar-controle-partida

                   else

                       *>rodadas do jogo
                       perform until ws-rodada-atual > ws-funcionamento-jogo

                           perform gerar-random
                           perform entrada_capital

                           add 1 to ws-rodada-atual
                           perform salvar-checkpoint

                       end-perform
                       display erase

                       if ws-jogo-em-equipes then
                           perform conferir-pontuacao-equipes
                       else
                           perform conferir-pontuacao
                       end-if
                       perform iniciar-controle-partida
                       perform gerar-relatorio-rodadas
                       perform registrar-historico
                       perform gravar-controle-partida

                   end-if

                   if ws-jogo-em-equipes then
                       perform atualizar-carreira-equipes
                   else
                       perform atualizar-carreira
                   end-if
                   perform atualizar-temporada
                   perform conferir-conquistas
                   if not ws-jogo-torneio then
                       perform conferir-recordes
                   end-if

               end-if
               perform zerar-tudo
               perform limpar-checkpoint
               perform limpar-detalhe-rodadas
           display "Jogar em equipes (para as noites mais cheias)?  'S'/'N'"
           accept ws-modo-equipes-ind

      *>     com a lista de presenca carregada, a quantidade de
      *>     jogadores ou de equipes vem da propria lista
           perform oferecer-lista-presenca

           if not ws-usar-lista-presenca then

               if ws-jogo-em-equipes then

                   move 0 to ws-quant-jogadores
                   move 0 to ws-quant-equipes
                   if ws-jogo-torneio then
                       perform until ws-quant-equipes = 2 or ws-quant-equipes = 4
                           display "Quantidade de equipes do torneio (2 ou 4): "
                           accept ws-quant-equipes
                       end-perform
                   else
                       perform until ws-quant-equipes >= 2 and ws-quant-equipes <= 4
                           display "Quantidade de equipes (2 a 4): "
                           accept ws-quant-equipes
                       end-perform
                   end-if

               else

                   move 0 to ws-quant-equipes
                   move 0 to ws-quant-jogadores
                   if ws-jogo-torneio then
                       perform until ws-quant-jogadores = 2
                                  or ws-quant-jogadores = 4
                                  or ws-quant-jogadores = 8
                           display "Quantidade de jogadores do torneio (2, 4 ou 8): "
                           accept ws-quant-jogadores
                       end-perform
                   else
                       perform until ws-quant-jogadores >= 2 and ws-quant-jogadores <= 8
                           display "Quantidade de jogadores (2 a 8): "
                           accept ws-quant-jogadores
                       end-perform
                   end-if

               end-if

           end-if
       selecionar-regiao section.


      *>     as cartas do baralho livre nao tem regiao do pais (o grupo
      *>     da carta so orienta as alternativas da multipla escolha)
           if ws-baralho-livre and not ws-baralho-misto then

               move 0      to ws-opcao-regiao
               move spaces to ws-regiao-filtro

           else

               display " "
               display "Restringir o sorteio por regiao?"
               display "  0 - Todas as regioes"
               display "  1 - Norte"
               display "  2 - Nordeste"
               display "  3 - Centro-Oeste"
               display "  4 - Sudeste"
               display "  5 - Sul"
               display "Opcao: "
               accept ws-opcao-regiao

               evaluate ws-opcao-regiao
                   when 1  move "NORTE"      to ws-regiao-filtro
                   when 2  move "NORDESTE"   to ws-regiao-filtro
                   when 3  move "CENTRO-OE"  to ws-regiao-filtro
                   when 4  move "SUDESTE"    to ws-regiao-filtro
                   when 5  move "SUL"        to ws-regiao-filtro
                   when other move spaces    to ws-regiao-filtro
               end-evaluate

           end-if

           display " "
           if ws-baralho-livre and not ws-baralho-misto then
               display "Modo facil (somente as cartas de dificuldade 1)?  'S'/'N'"
           else
               display "Modo facil (somente capitais mais conhecidas)?  'S'/'N'"
           end-if
           accept ws-opcao-dificuldade

           if ws-opcao-dificuldade = "S" then
               move 1 to ws-dificuldade-filtro
           else
               move 0 to ws-dificuldade-filtro
           end-if


           .

      *>-----------------------------------------------------------------
      *> Monta a lista de estados validos para o sorteio, respeitando o
      *> filtro de regiao/dificuldade escolhido (no misto, o filtro de
      *> regiao vale so para as cartas de estados)
      *>-----------------------------------------------------------------
       montar-pool section.

           perform varying ws-i from 1 by 1 until ws-i > ws-quant-estados

               if ws-estado(ws-i) <> spaces
                  and (ws-regiao-filtro = spaces or not wsci-carta-estado(ws-i)
                       or ws-regiao(ws-i) = ws-regiao-filtro)
                  and (ws-dificuldade-filtro = 0 or ws-dificuldade(ws-i) = ws-dificuldade-filtro) then

                   add 1 to ws-pool-tamanho
           exit.


      *>-----------------------------------------------------------------
      *> Oferece a lista de presenca da noite (programa01_14), quando
      *> existe, em lugar da escolha jogador por jogador. A lista so eh
      *> usada se couber na partida configurada; senao os participantes
      *> sao escolhidos na hora, como antes.
      *>-----------------------------------------------------------------
       oferecer-lista-presenca section.


           move "N" to ws-lista-ind
           move 0   to ws-quant-lista

           if ws-quant-cadastrados > 0 then
               perform carregar-lista-presenca
           end-if

           if ws-quant-lista > 0 then

               display " "
               display "Ha lista de presenca da noite com " ws-quant-lista
                       " jogador(es) cadastrado(s)."
               display "Carregar a lista em vez de escolher jogador por"
               display "jogador?  'S'/'N'"
               accept ws-lista-ind

               if ws-usar-lista-presenca then

                   if ws-jogo-em-equipes then
                       perform montar-equipes-lista
                   else
                       perform montar-mesa-lista
                   end-if

                   if ws-lista-valida = "N" then
                       move "N" to ws-lista-ind
                       display "Os participantes serao escolhidos na hora."
                   end-if

               end-if

           end-if


           .
       oferecer-lista-presenca-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega a lista de presenca de hoje validando cada codigo
      *> contra o cadastro de jogadores: codigo que nao esta mais no
      *> cadastro ou repetido na lista fica de fora, com aviso. O nome
      *> vem do cadastro, como na escolha pelo codigo.
      *>-----------------------------------------------------------------
       carregar-lista-presenca section.


           move function current-date(1:8) to ws-data-lista
           move spaces to ws-nome-arq-presenca
           string "presenca-" ws-data-lista ".txt"
                  delimited by size into ws-nome-arq-presenca

           open input arqPresenca

           if ws-fs-arqPresenca = 35 then
               continue
           else

               if ws-fs-arqPresenca <> 0 then
                   move 53                                 to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqPresenca "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqPresenca = 10

                   read arqPresenca

                   if ws-fs-arqPresenca = 0 then

                       move fs-pr-codigo to ws-codigo-escolhido
                       perform localizar-jogador-cadastro

                       move "N" to ws-codigo-repetido
                       move 1 to ws-l
                       perform until ws-l > ws-quant-lista
                           if ws-pr-codigo(ws-l) = fs-pr-codigo then
                               move "S" to ws-codigo-repetido
                           end-if
                           add 1 to ws-l
                       end-perform

                       evaluate true
                           when ws-pos-cadastro = 0
                               display "Codigo " fs-pr-codigo " da lista de"
                                       " presenca nao esta no cadastro;"
                                       " ignorado."
                           when ws-jogador-ja-na-mesa
                               display "Codigo " fs-pr-codigo " repetido na"
                                       " lista de presenca; ignorado."
                           when ws-quant-lista >= 99
                               display "Lista de presenca cheia (99); codigo "
                                       fs-pr-codigo " ignorado."
                           when other
                               add 1 to ws-quant-lista
                               move fs-presenca-reg
                                    to ws-lista-presenca(ws-quant-lista)
                               move ws-jog-nome(ws-pos-cadastro)
                                    to ws-pr-nome(ws-quant-lista)
                       end-evaluate

                   else
                       if ws-fs-arqPresenca <> 10 then
                           move 54                                 to ws-msn-erro-ofsset
                           move ws-fs-arqPresenca                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqPresenca "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqPresenca

           end-if


           .
       carregar-lista-presenca-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Senta na mesa os jogadores da lista, na ordem da lista, quando
      *> a quantidade cabe na partida (2 a 8; no torneio 2, 4 ou 8)
      *>-----------------------------------------------------------------
       montar-mesa-lista section.


           move "N" to ws-lista-valida

           if ws-jogo-torneio then
               if ws-quant-lista = 2 or ws-quant-lista = 4
                  or ws-quant-lista = 8 then
                   move "S" to ws-lista-valida
               else
                   display "A lista tem " ws-quant-lista " jogador(es); o"
                           " torneio precisa de 2, 4 ou 8."
               end-if
           else
               if ws-quant-lista >= 2 and ws-quant-lista <= 8 then
                   move "S" to ws-lista-valida
               else
                   display "A lista tem " ws-quant-lista " jogador(es); a"
                           " partida aceita de 2 a 8."
               end-if
           end-if

           if ws-lista-valida = "S" then

               move 0              to ws-quant-equipes
               move ws-quant-lista to ws-quant-jogadores

               move 1 to ws-l
               perform until ws-l > ws-quant-lista
                   move ws-pr-nome(ws-l)   to nome(ws-l)
                   move ws-pr-codigo(ws-l) to codigo(ws-l)
                   add 1 to ws-l
               end-perform

           end-if


           .
       montar-mesa-lista-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta as equipes pela composicao gravada na lista: todo
      *> presente precisa ter equipe, de 2 a 4 equipes (no torneio 2 ou
      *> 4) com ate 6 membros cada
      *>-----------------------------------------------------------------
       montar-equipes-lista section.


           move "S" to ws-lista-valida
           move 0   to ws-quant-jogadores
           move 0   to ws-quant-equipes

           move 1 to ws-l
           perform until ws-l > ws-quant-lista
                      or ws-lista-valida = "N"

               if ws-pr-equipe(ws-l) = spaces then

                   display function trim(ws-pr-nome(ws-l))
                           " esta na lista sem equipe."
                   move "N" to ws-lista-valida

               else

                   move 0 to ws-eq-lista
                   move 1 to ws-e
                   perform until ws-e > ws-quant-equipes
                       if eq-nome(ws-e) = ws-pr-equipe(ws-l) then
                           move ws-e to ws-eq-lista
                       end-if
                       add 1 to ws-e
                   end-perform

                   if ws-eq-lista = 0 then
                       if ws-quant-equipes >= 4 then
                           display "A lista tem mais de 4 equipes."
                           move "N" to ws-lista-valida
                       else
                           add 1 to ws-quant-equipes
                           move ws-quant-equipes   to ws-eq-lista
                           move ws-pr-equipe(ws-l) to eq-nome(ws-eq-lista)
                           move 0                  to eq-quant-membros(ws-eq-lista)
                           move 0                  to eq-pontuacao(ws-eq-lista)
                           move "N"                to eq-venceu(ws-eq-lista)
                       end-if
                   end-if

                   if ws-lista-valida = "S" then
                       if eq-quant-membros(ws-eq-lista) >= 6 then
                           display "A equipe " function trim(eq-nome(ws-eq-lista))
                                   " tem mais de 6 membros na lista."
                           move "N" to ws-lista-valida
                       else
                           add 1 to eq-quant-membros(ws-eq-lista)
                           move eq-quant-membros(ws-eq-lista) to ws-m
                           move ws-pr-nome(ws-l)
                                to eq-memb-nome(ws-eq-lista, ws-m)
                           move ws-pr-codigo(ws-l)
                                to eq-memb-codigo(ws-eq-lista, ws-m)
                       end-if
                   end-if

               end-if

               add 1 to ws-l

           end-perform

           if ws-lista-valida = "S" then
               if ws-jogo-torneio then
                   if ws-quant-equipes <> 2 and ws-quant-equipes <> 4 then
                       display "A lista tem " ws-quant-equipes " equipe(s); o"
                               " torneio precisa de 2 ou 4."
                       move "N" to ws-lista-valida
                   end-if
               else
                   if ws-quant-equipes < 2 then
                       display "A lista tem " ws-quant-equipes " equipe(s); a"
                               " partida precisa de 2 a 4."
                       move "N" to ws-lista-valida
                   end-if
               end-if
           end-if


           .
       montar-equipes-lista-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Mostra os participantes sentados pela lista de presenca
      *>-----------------------------------------------------------------
       exibir-mesa-lista section.


           display " "
           display "------------ PARTICIPANTES DA LISTA DA NOITE ------------"

           if ws-jogo-em-equipes then
               move 1 to ws-e
               perform ws-quant-equipes times
                   display "  Equipe: " eq-nome(ws-e)
                   move 1 to ws-m
                   perform eq-quant-membros(ws-e) times
                       display "     " eq-memb-codigo(ws-e, ws-m) " - "
                               eq-memb-nome(ws-e, ws-m)
                       add 1 to ws-m
                   end-perform
                   add 1 to ws-e
               end-perform
           else
               move 1 to ws-i
               perform ws-quant-jogadores times
                   display "  " codigo(ws-i) " - " nome(ws-i)
                   add 1 to ws-i
               end-perform
           end-if

           display "---------------------------------------------------------"
           display "Pressione ENTER para continuar..."
           accept ws-aux-erase


           .
       exibir-mesa-lista-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Cadastro dos jogadores da partida: com o cadastro de jogadores
      *> disponivel, o host escolhe cada jogador pelo codigo (0 aceita

           else

               if ws-baralho-misto then
      *>             no misto a carta sai das posicoes do pool que sao
      *>             do baralho sorteado para a rodada
                   compute ws-pos-random = function random * ws-quant-elegiveis + 1
                   if ws-pos-random > ws-quant-elegiveis then
                       move ws-quant-elegiveis to ws-pos-random
                   end-if
                   move ws-misto-elegiveis(ws-pos-random) to ws-pos-random
               else
                   compute ws-pos-random = function random * ws-pool-restantes + 1
               end-if

               move ws-pool-indices(ws-pos-random)      to ws-num-random
               move ws-pool-indices(ws-pool-restantes)  to ws-pool-indices(ws-pos-random)
                   display "Vez do(a): " nome (ws-i)
                   perform marcar-inicio-resposta
                   accept escolha(ws-i)
      *>             no desafio da semana o tempo de cada resposta eh
      *>             sempre medido, para o desempate do ranking
                   if ws-cronometro-ligado or ws-jogo-desafio then
                       perform medir-tempo-resposta
                   else
                       move 0 to ws-tempo-resposta
                   move ws-tempo-resposta
                                     to wsd-resp-tempo(ws-rodada-atual, ws-i)
                   move 0            to wsd-resp-aposta(ws-rodada-atual, ws-i)
                   move "N"          to wsd-resp-aceita(ws-rodada-atual, ws-i)
                   move sequencia(ws-i) to ws-seq-antes(ws-i)

                   *>conferir se a entrada corresponde a resposta
                   move escolha(ws-i) to ws-resposta-dada

           end-if

           perform exibir-revelacao

      *>     com a resposta na tela, o host pode aceitar como certa uma
      *>     resposta dada como errada (grafia alternativa, sinonimo)
           perform arbitrar-rodada

           accept ws-aux-erase
           display erase

               move ws-tempo-resposta
                                     to wsd-resp-tempo(ws-rodada-atual, ws-e)
               move 0                to wsd-resp-aposta(ws-rodada-atual, ws-e)
               move "N"              to wsd-resp-aceita(ws-rodada-atual, ws-e)
               move eq-sequencia(ws-e) to ws-seq-antes(ws-e)

               move eq-escolha(ws-e) to ws-resposta-dada
               perform conferir-resposta


      *>-----------------------------------------------------------------
      *> Arbitragem da rodada normal: monta para o host as respostas da
      *> rodada (jogadores ou equipes) e aplica ao placar e ao detalhe
      *> da rodada as que ele aceitar como certas. Na multipla escolha
      *> a resposta eh a letra da alternativa, nao ha o que arbitrar.
      *>-----------------------------------------------------------------
       arbitrar-rodada section.


           if not ws-pergunta-multipla then

               if ws-jogo-em-equipes then
                   move ws-quant-equipes   to ws-quant-arbitragem
               else
                   move ws-quant-jogadores to ws-quant-arbitragem
               end-if

               move 1 to ws-i
               perform ws-quant-arbitragem times
                   move wsd-resp-nome(ws-rodada-atual, ws-i)   to wsa-nome(ws-i)
                   move wsd-resp-codigo(ws-rodada-atual, ws-i) to wsa-codigo(ws-i)
                   move wsd-resp-texto(ws-rodada-atual, ws-i)  to wsa-texto(ws-i)
                   move wsd-resp-acerto(ws-rodada-atual, ws-i) to wsa-acerto(ws-i)
                   move "N"                                    to wsa-aceita(ws-i)
                   add 1 to ws-i
               end-perform

               perform arbitrar-revelacao

               move 1 to ws-i
               perform ws-quant-arbitragem times
                   if wsa-aceita(ws-i) = "S" then
                       if ws-jogo-em-equipes then
                           move ws-i to ws-e
                           perform aceitar-resposta-equipe
                       else
                           perform aceitar-resposta-jogador
                       end-if
                   end-if
                   add 1 to ws-i
               end-perform

           end-if


           .
       arbitrar-rodada-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Arbitragem do host sobre as respostas montadas em
      *> ws-arbitragem: lista as que foram dadas como erradas e deixa o
      *> host aceitar uma a uma pelo numero (0 encerra). Cada resposta
      *> aceita fica marcada em wsa-aceita, entra nas respostas aceitas
      *> do estado no baralho da pergunta e eh registrada no arquivo de
      *> arbitragens; quem chamou aplica a correcao aos pontos.
      *>-----------------------------------------------------------------
       arbitrar-revelacao section.


           move 0 to ws-arb-erradas
           move 1 to ws-arb-pos
           perform until ws-arb-pos > ws-quant-arbitragem
               if wsa-acerto(ws-arb-pos) <> "S"
                  and wsa-texto(ws-arb-pos) <> spaces then
                   add 1 to ws-arb-erradas
               end-if
               add 1 to ws-arb-pos
           end-perform

           if ws-arb-erradas > 0 then

               display " "
               display "------ ARBITRAGEM: respostas dadas como erradas ------"
               move 1 to ws-arb-pos
               perform until ws-arb-pos > ws-quant-arbitragem
                   if wsa-acerto(ws-arb-pos) <> "S"
                      and wsa-texto(ws-arb-pos) <> spaces then
                       display "   " ws-arb-pos " - "
                               function trim(wsa-nome(ws-arb-pos)) ": "
                               function trim(wsa-texto(ws-arb-pos))
                   end-if
                   add 1 to ws-arb-pos
               end-perform
               display " "
               display "Numero da resposta que o host aceita como certa (0 = nenhuma): "
               accept ws-arb-escolha

               perform until ws-arb-escolha = 0

                   if ws-arb-escolha > ws-quant-arbitragem then
                       display "Numero invalido."
                   else
                       if wsa-acerto(ws-arb-escolha) = "S"
                          or wsa-texto(ws-arb-escolha) = spaces then
                           display "Numero invalido."
                       else
                           perform registrar-aceite
                       end-if
                   end-if

                   display "Outra resposta a aceitar (0 = nenhuma): "
                   accept ws-arb-escolha

               end-perform



           .
       arbitrar-revelacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Registra a aceitacao da resposta ws-arb-escolha: pede o nome
      *> do host na primeira arbitragem do programa, marca a resposta
      *> como aceita, inclui o texto nas respostas aceitas e grava a
      *> decisao no arquivo de arbitragens
      *>-----------------------------------------------------------------
       registrar-aceite section.


           perform until ws-host-nome <> spaces
               display "Nome do host (para o registro da arbitragem): "
               accept ws-host-nome
           end-perform

           move "S" to wsa-acerto(ws-arb-escolha)
           move "S" to wsa-aceita(ws-arb-escolha)

           perform gravar-resposta-aceita
           perform gravar-arbitragem

           display "   Resposta de " function trim(wsa-nome(ws-arb-escolha))
                   " aceita pelo host."


           .
       registrar-aceite-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Aplica ao jogador ws-i a resposta aceita pelo host: refaz a
      *> sequencia e os pontos da rodada como se a resposta tivesse
      *> sido dada como certa (com o tempo ja medido), acerta o detalhe
      *> da rodada e o acompanhamento das conquistas e, na rodada da
      *> aposta, devolve a aposta descontada e credita a aposta ganha
      *>-----------------------------------------------------------------
       aceitar-resposta-jogador section.


           compute sequencia(ws-i) = ws-seq-antes(ws-i) + 1
           move sequencia(ws-i) to ws-seq-corrente
           move wsd-resp-tempo(ws-rodada-atual, ws-i) to ws-tempo-resposta
           perform calcular-pontos-rodada
           perform ajustar-pontos-tempo
           add ws-pontos-rodada to pontuacao(ws-i)
           move ws-pontos-rodada to wsd-resp-pontos(ws-rodada-atual, ws-i)
           move "S"              to wsd-resp-acerto(ws-rodada-atual, ws-i)
           move "S"              to wsd-resp-aceita(ws-rodada-atual, ws-i)

      *>     acompanhamento da noite para as conquistas
           add 1 to wsm-acertos-noite(ws-i)
           if sequencia(ws-i) > wsm-seq-max(ws-i) then
               move sequencia(ws-i) to wsm-seq-max(ws-i)
           end-if
           if ws-dificuldade(ws-num-random) = 3 then
               move ws-i to ws-pos-stats
               perform marcar-regiao-dif3
           end-if

           display "   " function trim(nome(ws-i)) ": +" ws-pontos-rodada
                   " ponto(s) pela resposta aceita"

           if ws-rodada-eh-aposta = "S" then
               compute pontuacao(ws-i) = pontuacao(ws-i) + ws-apostas(ws-i) * 2
               display "   (aposta ganha: +" ws-apostas(ws-i) " ponto(s))"
           end-if


           .
       aceitar-resposta-jogador-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Aplica a equipe ws-e a resposta aceita pelo host, do mesmo
      *> jeito que para um jogador (sequencia, pontos, detalhe da
      *> rodada e aposta)
      *>-----------------------------------------------------------------
       aceitar-resposta-equipe section.


           compute eq-sequencia(ws-e) = ws-seq-antes(ws-e) + 1
           move eq-sequencia(ws-e) to ws-seq-corrente
           move wsd-resp-tempo(ws-rodada-atual, ws-e) to ws-tempo-resposta
           perform calcular-pontos-rodada
           perform ajustar-pontos-tempo
           add ws-pontos-rodada to eq-pontuacao(ws-e)
           move ws-pontos-rodada to wsd-resp-pontos(ws-rodada-atual, ws-e)
           move "S"              to wsd-resp-acerto(ws-rodada-atual, ws-e)
           move "S"              to wsd-resp-aceita(ws-rodada-atual, ws-e)

           display "   Equipe " function trim(eq-nome(ws-e)) ": +"
                   ws-pontos-rodada " ponto(s) pela resposta aceita"

           if ws-rodada-eh-aposta = "S" then
               compute eq-pontuacao(ws-e) =
                   eq-pontuacao(ws-e) + ws-apostas(ws-e) * 2
               display "   (aposta ganha: +" ws-apostas(ws-e) " ponto(s))"
           end-if


           .
       aceitar-resposta-equipe-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Inclui o texto aceito (wsa-texto de ws-arb-escolha) nas
      *> respostas aceitas do estado no baralho da pergunta, em memoria
      *> e no arquivo, quando a mesma grafia (normalizada) ainda nao
      *> estiver la
      *>-----------------------------------------------------------------
       gravar-resposta-aceita section.


           move wsa-texto(ws-arb-escolha) to ws-norm-trabalho
           perform normalizar-texto
           move ws-norm-trabalho          to ws-norm-resposta

           move "N" to ws-aceita-repetida
           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas
               if ws-ra-deck(ws-a) = ws-deck-id
                  and ws-ra-estado(ws-a) = ws-estado(ws-num-random) then
                   move ws-ra-texto(ws-a) to ws-norm-trabalho
                   perform normalizar-texto
                   if ws-norm-trabalho = ws-norm-resposta then
                       move "S" to ws-aceita-repetida
                   end-if
               end-if
               add 1 to ws-a
           end-perform

           if ws-aceita-repetida = "N" then

               move ws-deck-id                  to fs-ra-deck
               move ws-estado(ws-num-random)    to fs-ra-estado
               move wsa-texto(ws-arb-escolha)   to fs-ra-texto
               move function current-date(1:8) to fs-ra-data

               open extend arqAceitas
               if ws-fs-arqAceitas = 35 then
                   open output arqAceitas
               end-if
               if ws-fs-arqAceitas <> 0 then
                   move 39                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAceitas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAceitas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               write fs-resposta-aceita-reg
               if ws-fs-arqAceitas <> 0 then
                   move 40                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAceitas                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAceitas "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqAceitas

               if ws-quant-aceitas < 500 then
                   add 1 to ws-quant-aceitas
                   move fs-resposta-aceita-reg
                        to ws-respostas-aceitas(ws-quant-aceitas)
               end-if

           end-if


           .
       gravar-resposta-aceita-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava no arquivo de arbitragens a decisao do host sobre a
      *> resposta ws-arb-escolha (data, hora, host, baralho, estado,
      *> quem respondeu e o texto aceito)
      *>-----------------------------------------------------------------
       gravar-arbitragem section.


           move function current-date(1:8) to fs-arb-data
           move function current-date(9:6) to fs-arb-hora
           move ws-host-nome                to fs-arb-host
           move ws-deck-id                  to fs-arb-deck
           move ws-estado(ws-num-random)    to fs-arb-estado
           move wsa-codigo(ws-arb-escolha)  to fs-arb-codigo
           move wsa-nome(ws-arb-escolha)    to fs-arb-jogador
           move wsa-texto(ws-arb-escolha)   to fs-arb-texto

           open extend arqArbitragens
           if ws-fs-arqArbitragens = 35 then
               open output arqArbitragens
           end-if
           if ws-fs-arqArbitragens <> 0 then
               move 41                                    to ws-msn-erro-ofsset
               move ws-fs-arqArbitragens                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqArbitragens "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fs-arbitragem-reg
           if ws-fs-arqArbitragens <> 0 then
               move 42                                    to ws-msn-erro-ofsset
               move ws-fs-arqArbitragens                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqArbitragens " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqArbitragens


           .
       gravar-arbitragem-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega as respostas aceitas de todos os baralhos (o arquivo
      *> ausente so significa que o host ainda nao aceitou nenhuma)
      *>-----------------------------------------------------------------
       carregar-respostas-aceitas section.


           move 0 to ws-quant-aceitas

           open input arqAceitas

           if ws-fs-arqAceitas = 0 then

               perform until ws-fs-arqAceitas = 10
                          or ws-quant-aceitas >= 500

                   read arqAceitas into ws-respostas-aceitas(ws-quant-aceitas + 1)

                   if ws-fs-arqAceitas = 0 then
                       if ws-ra-texto(ws-quant-aceitas + 1) <> spaces then
                           add 1 to ws-quant-aceitas
                       end-if
                   else
                       if ws-fs-arqAceitas <> 10 then
                           move 43                               to ws-msn-erro-ofsset
                           move ws-fs-arqAceitas                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAceitas "   to ws-msn-erro-text
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
      *> Colhe as apostas da ultima rodada, antes do sorteio aparecer:
      *> cada jogador ou equipe declara quantos dos seus pontos atuais
      *> arrisca (0 vale como nao apostar)
      *>-----------------------------------------------------------------
       coletar-apostas section.


           display erase
           display "================= RODADA DA APOSTA ================"
           display " Ultima rodada! Antes de ver o estado sorteado,"
           display " cada um declara quantos dos seus pontos aposta:"
           display " acerto soma a aposta, erro subtrai."
           display "==================================================="
           display " "

           if ws-jogo-em-equipes then

               move 1 to ws-e
               perform ws-quant-equipes times

                   move eq-pontuacao(ws-e) to ws-aposta-maxima
                   display "Equipe " function trim(eq-nome(ws-e))
                           " tem " ws-aposta-maxima " ponto(s)."

                   move "N" to ws-escolha-ok-ind
                   perform until ws-escolha-valida
                       display "Aposta da equipe (0 a " ws-aposta-maxima "): "
                       accept ws-aposta-valor
                       if ws-aposta-valor > ws-aposta-maxima then
                           display "Aposta maior que os pontos atuais."
                       else
                           move "S" to ws-escolha-ok-ind
                       end-if
                   end-perform

                   move ws-aposta-valor to ws-apostas(ws-e)
                   display " "

                   add 1 to ws-e

               end-perform

           else

               move 1 to ws-i
               perform ws-quant-jogadores times

                   move pontuacao(ws-i) to ws-aposta-maxima
                   display nome(ws-i) " tem " ws-aposta-maxima " ponto(s)."

                   move "N" to ws-escolha-ok-ind
                   perform until ws-escolha-valida
                       display "Aposta (0 a " ws-aposta-maxima "): "
                       accept ws-aposta-valor
                       if ws-aposta-valor > ws-aposta-maxima then
                           display "Aposta maior que os pontos atuais."
                       else
                           move "S" to ws-escolha-ok-ind
                       end-if
                   end-perform

                   move ws-aposta-valor to ws-apostas(ws-i)
                   display " "

                   add 1 to ws-i

               end-perform

           end-if


           .
       coletar-apostas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Calcula os pontos de uma resposta certa: a dificuldade do
      *> estado sorteado (1 a 3 pontos), mais 1 ponto de bonus a partir
      *> da terceira resposta certa seguida (ws-seq-corrente traz o
      *> tamanho atual da sequencia de quem respondeu)
      *>-----------------------------------------------------------------
       calcular-pontos-rodada section.


           move ws-dificuldade(ws-num-random) to ws-pontos-rodada

      *>     registro sem dificuldade preenchida vale o minimo
           if ws-pontos-rodada = 0 then


      *>-----------------------------------------------------------------
      *> Livro de recordes do clube: levanta o melhor da partida em cada
      *> recorde, compara com o livro e anuncia na tela de placar o que
      *> caiu, guardando o detentor anterior. Empate nao tira o recorde
      *> de quem ja o detem. No torneio cada duelo eh uma mini-partida
      *> e nao entra no livro.
      *>-----------------------------------------------------------------
       conferir-recordes section.


           perform carregar-recordes

           move 0   to ws-quant-candidatos
           move "N" to ws-recorde-caiu

           if ws-jogo-em-equipes then

      *>         maior pontuacao de equipe
               move 1 to ws-e
               perform ws-quant-equipes times
                   move "EQ"               to ws-cand-tipo
                   move 0                  to ws-cand-chave
                   move eq-pontuacao(ws-e) to ws-cand-valor
                   move 0                  to ws-cand-codigo
                   move eq-nome(ws-e)      to ws-cand-nome
                   perform propor-recorde
                   add 1 to ws-e
               end-perform

           else

      *>         maior pontuacao numa partida, por numero de rodadas
               move 1 to ws-i
               perform ws-quant-jogadores times
                   move "PT"                  to ws-cand-tipo
                   move ws-funcionamento-jogo to ws-cand-chave
                   move pontuacao(ws-i)       to ws-cand-valor
                   move codigo(ws-i)          to ws-cand-codigo
                   move nome(ws-i)            to ws-cand-nome
                   perform propor-recorde
                   add 1 to ws-i
               end-perform

      *>         maior sequencia de acertos, pelo acompanhamento das
      *>         medalhas (por assento; o nome vem do detalhe)
               move 1 to ws-i
               perform ws-quant-jogadores times
                   move "SQ"              to ws-cand-tipo
                   move 0                 to ws-cand-chave
                   move wsm-seq-max(ws-i) to ws-cand-valor
                   move wsm-codigo(ws-i)  to ws-cand-codigo
                   move spaces            to ws-cand-nome
                   move 1 to ws-r
                   perform ws-funcionamento-jogo times
                       if wsd-resp-nome(ws-r, ws-i) <> spaces then
                           move wsd-resp-nome(ws-r, ws-i) to ws-cand-nome
                       end-if
                       add 1 to ws-r
                   end-perform
                   if ws-cand-nome <> spaces then
                       perform propor-recorde
                   end-if
                   add 1 to ws-i
               end-perform

           end-if

      *>     resposta certa mais rapida por baralho (so com cronometro)
      *>     e maior aposta ganha, pelo detalhe das rodadas
           if ws-jogo-em-equipes then
               move ws-quant-equipes to ws-quant-respondentes
           else
               move ws-quant-jogadores to ws-quant-respondentes
           end-if

           move 1 to ws-r
           perform ws-funcionamento-jogo times

               if wsd-capital(ws-r) <> spaces then

                   move 1 to ws-i
                   perform ws-quant-respondentes times

                       if wsd-resp-acerto(ws-r, ws-i) = "S" then

                           move wsd-resp-codigo(ws-r, ws-i) to ws-cand-codigo
                           move wsd-resp-nome(ws-r, ws-i)   to ws-cand-nome

                           if ws-cronometro-ligado then
                               move "RP"                        to ws-cand-tipo
                               move wsd-deck(ws-r)              to ws-cand-chave
                               move wsd-resp-tempo(ws-r, ws-i)  to ws-cand-valor
                               perform propor-recorde
                           end-if

                           if wsd-resp-aposta(ws-r, ws-i) > 0 then
                               move "AP"                        to ws-cand-tipo
                               move 0                           to ws-cand-chave
                               move wsd-resp-aposta(ws-r, ws-i) to ws-cand-valor
                               perform propor-recorde
                           end-if

                       end-if

                       add 1 to ws-i

                   end-perform

               end-if

               add 1 to ws-r

           end-perform

           move 1 to ws-pos-candidato
           perform ws-quant-candidatos times
               perform aplicar-recorde
               add 1 to ws-pos-candidato
           end-perform

           if ws-livro-alterado then
               perform gravar-recordes
           end-if


           .
       conferir-recordes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Guarda o candidato ws-cand-* entre os candidatos da partida,
      *> ficando so o melhor de cada tipo e chave (no tempo de resposta
      *> o menor; nos demais o maior, e zero nao conta)
      *>-----------------------------------------------------------------
       propor-recorde section.


           if ws-cand-tipo <> "RP" and ws-cand-valor = 0 then
               continue
           else

               move 0 to ws-pos-candidato
               move 1 to ws-q
               perform until ws-q > ws-quant-candidatos
                   if wrc-tipo(ws-q) = ws-cand-tipo
                      and wrc-chave(ws-q) = ws-cand-chave then
                       move ws-q to ws-pos-candidato
                   end-if
                   add 1 to ws-q
               end-perform

               if ws-pos-candidato = 0 then
                   if ws-quant-candidatos < 20 then
                       add 1 to ws-quant-candidatos
                       move ws-quant-candidatos to ws-pos-candidato
                       move ws-cand-tipo   to wrc-tipo(ws-pos-candidato)
                       move ws-cand-chave  to wrc-chave(ws-pos-candidato)
                       move ws-cand-valor  to wrc-valor(ws-pos-candidato)
                       move ws-cand-codigo to wrc-codigo(ws-pos-candidato)
                       move ws-cand-nome   to wrc-nome(ws-pos-candidato)
                   end-if
               else
                   move "N" to ws-cand-melhor
                   if ws-cand-tipo = "RP" then
                       if ws-cand-valor < wrc-valor(ws-pos-candidato) then
                           move "S" to ws-cand-melhor
                       end-if
                   else
                       if ws-cand-valor > wrc-valor(ws-pos-candidato) then
                           move "S" to ws-cand-melhor
                       end-if
                   end-if
                   if ws-cand-eh-melhor then
                       move ws-cand-valor  to wrc-valor(ws-pos-candidato)
                       move ws-cand-codigo to wrc-codigo(ws-pos-candidato)
                       move ws-cand-nome   to wrc-nome(ws-pos-candidato)
                   end-if
               end-if

           end-if


           .
       propor-recorde-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Compara o candidato ws-pos-candidato com o livro: recorde novo
      *> ou batido passa para o candidato, o detentor de antes vai para
      *> os campos do anterior e o feito eh anunciado
      *>-----------------------------------------------------------------
       aplicar-recorde section.


           move 0 to ws-pos-recorde
           move 1 to ws-q
           perform until ws-q > ws-quant-recordes
               if ws-rec-tipo(ws-q) = wrc-tipo(ws-pos-candidato)
                  and ws-rec-chave(ws-q) = wrc-chave(ws-pos-candidato) then
                   move ws-q to ws-pos-recorde
               end-if
               add 1 to ws-q
           end-perform

           move "N" to ws-cand-melhor

           if ws-pos-recorde = 0 then
               if ws-quant-recordes < 150 then
                   add 1 to ws-quant-recordes
                   move ws-quant-recordes to ws-pos-recorde
                   move wrc-tipo(ws-pos-candidato)
                                           to ws-rec-tipo(ws-pos-recorde)
                   move wrc-chave(ws-pos-candidato)
                                           to ws-rec-chave(ws-pos-recorde)
                   move 0      to ws-rec-valor(ws-pos-recorde)
                   move 0      to ws-rec-codigo(ws-pos-recorde)
                   move spaces to ws-rec-nome(ws-pos-recorde)
                   move spaces to ws-rec-data(ws-pos-recorde)
                   move "S" to ws-cand-melhor
               end-if
           else
               if wrc-tipo(ws-pos-candidato) = "RP" then
                   if wrc-valor(ws-pos-candidato)
                      < ws-rec-valor(ws-pos-recorde) then
                       move "S" to ws-cand-melhor
                   end-if
               else
                   if wrc-valor(ws-pos-candidato)
                      > ws-rec-valor(ws-pos-recorde) then
                       move "S" to ws-cand-melhor
                   end-if
               end-if
           end-if

           if ws-cand-eh-melhor then

               move ws-rec-valor(ws-pos-recorde)
                                      to ws-rec-ant-valor(ws-pos-recorde)
               move ws-rec-codigo(ws-pos-recorde)
                                      to ws-rec-ant-codigo(ws-pos-recorde)
               move ws-rec-nome(ws-pos-recorde)
                                      to ws-rec-ant-nome(ws-pos-recorde)
               move ws-rec-data(ws-pos-recorde)
                                      to ws-rec-ant-data(ws-pos-recorde)

               move wrc-valor(ws-pos-candidato)
                                      to ws-rec-valor(ws-pos-recorde)
               move wrc-codigo(ws-pos-candidato)
                                      to ws-rec-codigo(ws-pos-recorde)
               move wrc-nome(ws-pos-candidato)
                                      to ws-rec-nome(ws-pos-recorde)
               move ws-id-partida(1:8) to ws-rec-data(ws-pos-recorde)

               move "S" to ws-recorde-caiu

               perform descrever-recorde

               display " "
               display "*** NOVO RECORDE DO CLUBE: "
                       function trim(ws-rec-descricao) " ***"
               display "    " function trim(ws-rec-nome(ws-pos-recorde))
                       " - " ws-rec-valor(ws-pos-recorde) " "
                       function trim(ws-rec-unidade)
               if ws-rec-ant-nome(ws-pos-recorde) <> spaces then
                   display "    (antes: "
                           function trim(ws-rec-ant-nome(ws-pos-recorde))
                           " - " ws-rec-ant-valor(ws-pos-recorde) ", em "
                           ws-rec-ant-data(ws-pos-recorde)(7:2) "/"
                           ws-rec-ant-data(ws-pos-recorde)(5:2) "/"
                           ws-rec-ant-data(ws-pos-recorde)(1:4) ")"
               end-if

           end-if


           .
       aplicar-recorde-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta a descricao e a unidade do recorde ws-pos-recorde para o
      *> anuncio na tela de placar
      *>-----------------------------------------------------------------
       descrever-recorde section.


           move spaces to ws-rec-descricao

           evaluate ws-rec-tipo(ws-pos-recorde)
               when "PT"
                   string "Maior pontuacao em "
                          ws-rec-chave(ws-pos-recorde) " rodada(s)"
                          delimited by size into ws-rec-descricao
                   move "ponto(s)" to ws-rec-unidade
               when "SQ"
                   move "Maior sequencia de acertos" to ws-rec-descricao
                   move "acerto(s)" to ws-rec-unidade
               when "RP"
                   string "Resposta certa mais rapida, baralho "
                          ws-rec-chave(ws-pos-recorde)
                          delimited by size into ws-rec-descricao
                   move "segundo(s)" to ws-rec-unidade
               when "AP"
                   move "Maior aposta ganha" to ws-rec-descricao
                   move "ponto(s)" to ws-rec-unidade
               when other
                   move "Maior pontuacao de equipe" to ws-rec-descricao
                   move "ponto(s)" to ws-rec-unidade
           end-evaluate


           .
       descrever-recorde-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o livro de recordes; um livro ainda inexistente apenas
      *> comeca vazio
      *>-----------------------------------------------------------------
       carregar-recordes section.


           move 0 to ws-quant-recordes

           open input arqRecordes

           if ws-fs-arqRecordes = 35 then
               continue
           else

               if ws-fs-arqRecordes <> 0 then
                   move 55                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecordes "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRecordes = 10
                          or ws-quant-recordes >= 150

                   read arqRecordes
                       into ws-recordes(ws-quant-recordes + 1)

                   if ws-fs-arqRecordes = 0 then
                       add 1 to ws-quant-recordes
                   else
                       if ws-fs-arqRecordes <> 10 then
                           move 56                                 to ws-msn-erro-ofsset
                           move ws-fs-arqRecordes                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRecordes "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRecordes

           end-if


           .
       carregar-recordes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o livro de recordes inteiro a partir da memoria
      *>-----------------------------------------------------------------
       gravar-recordes section.


           open output arqRecordes
           if ws-fs-arqRecordes <> 0 then
               move 57                                  to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRecordes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-pos-recorde
           perform until ws-pos-recorde > ws-quant-recordes

               move ws-recordes(ws-pos-recorde) to fs-recorde-reg
               write fs-recorde-reg

               if ws-fs-arqRecordes <> 0 then
                   move 58                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRecordes "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-pos-recorde

           end-perform

           close arqRecordes


           .
       gravar-recordes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o arquivo de conquistas para a conferencia de medalhas
      *> repetidas; arquivo ainda inexistente nao eh erro
      *>-----------------------------------------------------------------
       carregar-conquistas section.


           move 0 to ws-quant-conquistas

           open input arqConquistas

           if ws-fs-arqConquistas = 0 then

               perform until ws-fs-arqConquistas = 10
                          or ws-quant-conquistas >= 300

                   read arqConquistas

                   if ws-fs-arqConquistas = 0 then
                       add 1 to ws-quant-conquistas
                       move fs-cq-codigo  to wsc-codigo(ws-quant-conquistas)
                       move fs-cq-medalha to wsc-medalha(ws-quant-conquistas)
                   else
                       if ws-fs-arqConquistas <> 10 then
                           move 34                                 to ws-msn-erro-ofsset
                           move ws-fs-arqConquistas                to ws-msn-erro-cod
                           move "Erro ao ler arq. arqConquistas "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqConquistas

           end-if


           .
       carregar-conquistas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Confere a resposta informada em ws-resposta-dada contra o
      *> estado sorteado: no modo digitado compara o texto normalizado
      *> (sem acentos/maiusculas/espacos duplicados); no modo multipla
      *> escolha compara a letra informada com a alternativa correta
      *>-----------------------------------------------------------------
       conferir-resposta section.


           move "N" to ws-resposta-certa-ind

           if ws-pergunta-multipla then

               move function upper-case(function trim(ws-resposta-dada))
                                               to ws-norm-trabalho
               move ws-norm-trabalho(1:1)      to ws-letra-resposta


               if ws-norm-resposta = ws-norm-trabalho then
                   move "S" to ws-resposta-certa-ind
               else
                   perform conferir-respostas-aceitas
               end-if

           end-if
           exit.


      *>-----------------------------------------------------------------
      *> Confere a resposta normalizada (ws-norm-resposta) contra as
      *> respostas aceitas pelo host para o estado sorteado no baralho
      *> da rodada
      *>-----------------------------------------------------------------
       conferir-respostas-aceitas section.


           move 1 to ws-a
           perform until ws-a > ws-quant-aceitas or ws-acertou-resposta

               if ws-ra-deck(ws-a) = ws-deck-id
                  and ws-ra-estado(ws-a) = ws-estado(ws-num-random) then
                   move ws-ra-texto(ws-a) to ws-norm-trabalho
                   perform normalizar-texto
                   if ws-norm-trabalho = ws-norm-resposta then
                       move "S" to ws-resposta-certa-ind
                   end-if
               end-if

               add 1 to ws-a

           end-perform


           .
       conferir-respostas-aceitas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Mostra a pergunta do estado sorteado, com as alternativas de
      *> multipla escolha quando esse modo estiver ligado
       exibir-pergunta section.


           if wsci-carta-estado(ws-num-random) then
               display function trim(ws-rotulo-pergunta) " "
                       function trim(ws-estado(ws-num-random)) "?"
           else
      *>         carta de baralho livre: a pergunta eh o texto da carta
               if wsci-pergunta(ws-num-random) <> spaces then
                   display function trim(wsci-pergunta(ws-num-random))
               else
                   display function trim(ws-estado(ws-num-random)) "?"
               end-if
           end-if
           display " "

           if ws-pergunta-multipla then
           exit.


      *>-----------------------------------------------------------------
      *> Mostra a resposta certa da pergunta da vez, com os rotulos do
      *> baralho (carta de estados) ou direto (carta de baralho livre)
      *>-----------------------------------------------------------------
       exibir-revelacao section.


           if wsci-carta-estado(ws-num-random) then
               display function trim(ws-rotulo-revelacao) " "
                       function trim(ws-estado(ws-num-random)) " "
                       function trim(ws-rotulo-conectivo) " "
                       function trim(ws-capital(ws-num-random))
           else
               display "Resposta certa: "
                       function trim(ws-capital(ws-num-random))
           end-if


           .
       exibir-revelacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta as quatro alternativas da pergunta de multipla escolha:
      *> a resposta do estado sorteado em uma posicao aleatoria e tres
      *> Monta a lista de registros candidatos a alternativa errada:
      *> qualquer estado carregado diferente do sorteado, com resposta
      *> preenchida e diferente da correta; quando ws-cand-so-regiao
      *> esta ligado, apenas os da mesma regiao do estado sorteado. No
      *> misto, so as cartas do mesmo baralho da sorteada.
      *>-----------------------------------------------------------------
       montar-candidatos section.

           perform varying ws-j from 1 by 1 until ws-j > ws-quant-estados

               if ws-j <> ws-num-random
                  and wsci-deck(ws-j) = wsci-deck(ws-num-random)
                  and ws-estado(ws-j) <> spaces
                  and ws-capital(ws-j) <> spaces
                  and ws-capital(ws-j) <> ws-capital(ws-num-random)
               display " fica sem os pontos da rodada."
               display " "
           end-if
           if ws-jogo-desafio then
               display " Desafio da semana: o tempo de cada resposta eh"
               display " somado e desempata o ranking de quem fizer os"
               display " mesmos pontos e acertos."
               display " "
           end-if
           if ws-rodada-aposta-ligada then
               display " Rodada da aposta: na ultima rodada cada um"
               display " declara, antes do sorteio, quantos dos seus"

                   move ws-resposta-dada
                        to wsdd-resp-texto(ws-quant-desemp-rodadas, ws-m)
                   move "N"
                        to wsdd-resp-aceita(ws-quant-desemp-rodadas, ws-m)

                   perform conferir-resposta


               end-perform

               perform exibir-revelacao

      *>         o host pode aceitar uma resposta dada como errada antes
      *>         de os empatados que erraram sairem da disputa
               if not ws-pergunta-multipla then

                   move ws-quant-empatados to ws-quant-arbitragem
                   move 1 to ws-m
                   perform ws-quant-empatados times
                       move wsdd-resp-nome(ws-quant-desemp-rodadas, ws-m)
                            to wsa-nome(ws-m)
                       if ws-jogo-em-equipes then
                           move 0 to wsa-codigo(ws-m)
                       else
                           move codigo(ws-empatados(ws-m)) to wsa-codigo(ws-m)
                       end-if
                       move wsdd-resp-texto(ws-quant-desemp-rodadas, ws-m)
                            to wsa-texto(ws-m)
                       move wsdd-resp-acerto(ws-quant-desemp-rodadas, ws-m)
                            to wsa-acerto(ws-m)
                       move "N" to wsa-aceita(ws-m)
                       add 1 to ws-m
                   end-perform

                   perform arbitrar-revelacao

                   move 1 to ws-m
                   perform ws-quant-empatados times
                       if wsa-aceita(ws-m) = "S" then
                           move "S"
                                to wsdd-resp-acerto(ws-quant-desemp-rodadas, ws-m)
                           move "S"
                                to wsdd-resp-aceita(ws-quant-desemp-rodadas, ws-m)
                           add 1 to ws-desemp-acertos
                       end-if
                       add 1 to ws-m
                   end-perform

               end-if

      *>         quem errou sai da disputa quando alguem acertou na
      *>         mesma rodada; se ninguem acertou, seguem todos
      *>     as respostas dos duelos tambem saem na exportacao da
      *>     sessao para a planilha do clube, como nas partidas normais
           move spaces to ws-nome-arquivo-sessao
           string "sessao-" ws-id-partida(1:8) ".txt"
                  delimited by size into ws-nome-arquivo-sessao

           open extend arqSessao
               perform finaliza-anormal
           end-if

      *>     cada duelo individual mexe no rating dos dois duelistas;
      *>     os ratings da mesa sao lidos uma vez, antes do primeiro
           move "N" to ws-rating-carregado
           move 0   to ws-quant-rating-eventos
           if not ws-jogo-em-equipes then
               perform carregar-rating-mesa
           end-if

           perform montar-chaveamento

           move 0 to ws-quant-duelos
           move ws-quant-participantes to ws-chave-tamanho

           end-if

           if ws-rating-na-mesa then
               perform rating-duelo
           end-if

           move ws-duelo-vencedor to ws-duelo-vez
           perform obter-nome-participante
           move ws-nome-participante to wsq-vencedor(ws-quant-duelos)

      *>-----------------------------------------------------------------
      *> Uma rodada do duelo: o estado ja sorteado eh perguntado aos
      *> dois duelistas, na ordem do chaveamento; depois da revelacao
      *> (e da arbitragem do host) as duas respostas vao ao historico
      *> de rodadas e a exportacao da sessao
      *>-----------------------------------------------------------------
       rodada-duelo section.

           perform exibir-pergunta

           move ws-duelo-a to ws-duelo-vez
           move 1          to ws-duelo-lado
           perform responder-duelista

           move ws-duelo-b to ws-duelo-vez
           move 2          to ws-duelo-lado
           perform responder-duelista

           perform exibir-revelacao

           perform arbitrar-duelo

           move ws-duelo-a to ws-duelo-vez
           move 1          to ws-duelo-lado
           perform gravar-resposta-duelo

           move ws-duelo-b to ws-duelo-vez
           move 2          to ws-duelo-lado
           perform gravar-resposta-duelo

           accept ws-aux-erase



      *>-----------------------------------------------------------------
      *> Colhe e pontua a resposta do duelista da vez (jogador ou
      *> equipe pelo porta-voz em rodizio), guardando-a no lado
      *> ws-duelo-lado do duelo com o codigo de quem respondeu
      *>-----------------------------------------------------------------
       responder-duelista section.


               move eq-memb-codigo(ws-duelo-vez, ws-porta-voz)
                                                        to ws-aux-codigo
               move eq-sequencia(ws-duelo-vez)
                                     to wsdr-seq-antes(ws-duelo-lado)

               perform conferir-resposta

               display " "

               move codigo(ws-duelo-vez) to ws-aux-codigo
               move sequencia(ws-duelo-vez)
                                     to wsdr-seq-antes(ws-duelo-lado)

               perform conferir-resposta


           end-if

           move ws-resposta-dada  to wsdr-texto(ws-duelo-lado)
           move ws-aux-codigo     to wsdr-codigo(ws-duelo-lado)
           move ws-tempo-resposta to wsdr-tempo(ws-duelo-lado)
           if ws-acertou-resposta then
               move "S"              to wsdr-acerto(ws-duelo-lado)
               move ws-pontos-rodada to wsdr-pontos(ws-duelo-lado)
           else
               move "N"              to wsdr-acerto(ws-duelo-lado)
               move 0                to wsdr-pontos(ws-duelo-lado)
           end-if


           .
       responder-duelista-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Arbitragem do host sobre as duas respostas da rodada do duelo,
      *> aplicando ao duelista os pontos da resposta aceita
      *>-----------------------------------------------------------------
       arbitrar-duelo section.


           if not ws-pergunta-multipla then

               move 2 to ws-quant-arbitragem

               move 1 to ws-duelo-lado
               perform 2 times
                   if ws-duelo-lado = 1 then
                       move ws-duelo-a to ws-duelo-vez
                   else
                       move ws-duelo-b to ws-duelo-vez
                   end-if
                   perform obter-nome-participante
                   move ws-nome-participante       to wsa-nome(ws-duelo-lado)
                   move wsdr-codigo(ws-duelo-lado) to wsa-codigo(ws-duelo-lado)
                   move wsdr-texto(ws-duelo-lado)  to wsa-texto(ws-duelo-lado)
                   move wsdr-acerto(ws-duelo-lado) to wsa-acerto(ws-duelo-lado)
                   move "N"                        to wsa-aceita(ws-duelo-lado)
                   add 1 to ws-duelo-lado
               end-perform

               perform arbitrar-revelacao

               move 1 to ws-duelo-lado
               perform 2 times
                   if wsa-aceita(ws-duelo-lado) = "S" then
                       if ws-duelo-lado = 1 then
                           move ws-duelo-a to ws-duelo-vez
                       else
                           move ws-duelo-b to ws-duelo-vez
                       end-if
                       perform aceitar-resposta-duelista
                   end-if
                   add 1 to ws-duelo-lado
               end-perform

           end-if


           .
       arbitrar-duelo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Aplica ao duelista ws-duelo-vez (lado ws-duelo-lado) a
      *> resposta aceita pelo host: refaz a sequencia e os pontos da
      *> rodada como se a resposta tivesse sido dada como certa
      *>-----------------------------------------------------------------
       aceitar-resposta-duelista section.


           move wsdr-tempo(ws-duelo-lado) to ws-tempo-resposta

           if ws-jogo-em-equipes then
               compute eq-sequencia(ws-duelo-vez) =
                   wsdr-seq-antes(ws-duelo-lado) + 1
               move eq-sequencia(ws-duelo-vez) to ws-seq-corrente
               perform calcular-pontos-rodada
               perform ajustar-pontos-tempo
               add ws-pontos-rodada to eq-pontuacao(ws-duelo-vez)
           else
               compute sequencia(ws-duelo-vez) =
                   wsdr-seq-antes(ws-duelo-lado) + 1
               move sequencia(ws-duelo-vez) to ws-seq-corrente
               perform calcular-pontos-rodada
               perform ajustar-pontos-tempo
               add ws-pontos-rodada to pontuacao(ws-duelo-vez)
               if sequencia(ws-duelo-vez) > wsm-seq-max(ws-duelo-vez) then
                   move sequencia(ws-duelo-vez)
                        to wsm-seq-max(ws-duelo-vez)
               end-if
           end-if

           move "S"              to wsdr-acerto(ws-duelo-lado)
           move ws-pontos-rodada to wsdr-pontos(ws-duelo-lado)

           perform obter-nome-participante
           display "   " function trim(ws-nome-participante) ": +"
                   ws-pontos-rodada " ponto(s) pela resposta aceita"


           .
       aceitar-resposta-duelista-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava a resposta do lado ws-duelo-lado (duelista ws-duelo-vez)
      *> no historico acumulado de rodadas e na exportacao da sessao,
      *> ja com o resultado final da arbitragem
      *>-----------------------------------------------------------------
       gravar-resposta-duelo section.


           move spaces to fs-linha-histrod
           if wsdr-acerto(ws-duelo-lado) = "S" then
               string ws-estado(ws-num-random) ";ACERTO;" ws-deck-id
                      ";" ws-id-partida(1:8) ";"
                      wsdr-codigo(ws-duelo-lado) ";" ws-id-partida
                      delimited by size into fs-linha-histrod
               add 1 to ws-controle-acertos
           else
               string ws-estado(ws-num-random) ";ERRO;"   ws-deck-id
                      ";" ws-id-partida(1:8) ";"
                      wsdr-codigo(ws-duelo-lado) ";" ws-id-partida
                      delimited by size into fs-linha-histrod
               add 1 to ws-controle-erros
           end-if
           write fs-linha-histrod
           perform verificar-escrita-histrodadas
           add 1 to ws-controle-respostas

      *>     linha da exportacao da sessao, no mesmo layout das
      *>     partidas normais (sem aposta nos duelos, o campo sai 000)
           perform obter-nome-participante
           move wsdr-tempo(ws-duelo-lado) to ws-tempo-sessao

           move spaces to fs-linha-sessao
           if wsdr-acerto(ws-duelo-lado) = "S" then
               string ws-id-partida(1:8) ";"
                      ws-deck-id ";" ws-rodada-atual ";"
                      function trim(ws-estado(ws-num-random)) ";"
                      function trim(ws-capital(ws-num-random)) ";"
                      wsdr-codigo(ws-duelo-lado) ";"
                      function trim(ws-nome-participante) ";"
                      function trim(wsdr-texto(ws-duelo-lado))
                      ";ACERTO;" wsdr-pontos(ws-duelo-lado)
                      ";" ws-tempo-sessao ";000;" ws-id-partida
                      delimited by size into fs-linha-sessao
           else
               string ws-id-partida(1:8) ";"
                      ws-deck-id ";" ws-rodada-atual ";"
                      function trim(ws-estado(ws-num-random)) ";"
                      function trim(ws-capital(ws-num-random)) ";"
                      wsdr-codigo(ws-duelo-lado) ";"
                      function trim(ws-nome-participante) ";"
                      function trim(wsdr-texto(ws-duelo-lado))
                      ";ERRO;00"
                      ";" ws-tempo-sessao ";000;" ws-id-partida
                      delimited by size into fs-linha-sessao
           end-if
           write fs-linha-sessao


           .
       gravar-resposta-duelo-exit.
           exit.


           end-if

           move spaces to fs-linha-historico
           string "=== " ws-id-partida(1:4) "-" ws-id-partida(5:2) "-"
                  ws-id-partida(7:2) " " ws-id-partida(9:2) ":"
                  ws-id-partida(11:2) ":" ws-id-partida(13:2) " ==="
                  delimited by size into fs-linha-historico
           write fs-linha-historico
           perform verificar-escrita-historico
           end-if

           move spaces to fs-linha-historico
           string "=== " ws-id-partida(1:4) "-" ws-id-partida(5:2) "-"
                  ws-id-partida(7:2) " " ws-id-partida(9:2) ":"
                  ws-id-partida(11:2) ":" ws-id-partida(13:2) " ==="
                  delimited by size into fs-linha-historico
           write fs-linha-historico
           perform verificar-escrita-historico
           exit.


      *>-----------------------------------------------------------------
      *> Abre os totais de controle da partida: a identificacao eh a
      *> data e hora em que a gravacao dos historicos comeca, e vai em
      *> todas as linhas gravadas para a partida
      *>-----------------------------------------------------------------
       iniciar-controle-partida section.


           move function current-date(1:14) to ws-id-partida
           move 0 to ws-controle-respostas
           move 0 to ws-controle-acertos
           move 0 to ws-controle-erros


           .
       iniciar-controle-partida-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava o registro de totais de controle da partida: baralho,
      *> modo, respostas/acertos/erros gravados no historico de rodadas
      *> e a pontuacao final de cada jogador (ou equipe) do placar
      *>-----------------------------------------------------------------
       gravar-controle-partida section.


           open extend arqControle
           if ws-fs-arqControle = 35 then
               open output arqControle
           end-if
           if ws-fs-arqControle <> 0 then
               move 51                                  to ws-msn-erro-ofsset
               move ws-fs-arqControle                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControle "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                to fs-controle-reg
           move ws-id-partida         to fs-ctl-id
           if ws-baralho-misto then
               move 0                 to fs-ctl-deck
           else
               move ws-deck-id        to fs-ctl-deck
           end-if
           if ws-jogo-torneio then
               move "S"               to fs-ctl-torneio
           else
               move "N"               to fs-ctl-torneio
           end-if
           move ws-controle-respostas to fs-ctl-respostas
           move ws-controle-acertos   to fs-ctl-acertos
           move ws-controle-erros     to fs-ctl-erros

           move 1 to ws-i
           perform 8 times
               move 0      to fs-ctl-codigo(ws-i)
               move spaces to fs-ctl-nome(ws-i)
               move 0      to fs-ctl-pontos(ws-i)
               add 1 to ws-i
           end-perform

           if ws-jogo-em-equipes then
               move "E"              to fs-ctl-tipo
               move ws-quant-equipes to fs-ctl-quant-part
               move 1 to ws-i
               perform ws-quant-equipes times
                   move eq-nome(ws-i)      to fs-ctl-nome(ws-i)
                   move eq-pontuacao(ws-i) to fs-ctl-pontos(ws-i)
                   add 1 to ws-i
               end-perform
           else
               move "I"                to fs-ctl-tipo
               move ws-quant-jogadores to fs-ctl-quant-part
               move 1 to ws-i
               perform ws-quant-jogadores times
                   move codigo(ws-i)    to fs-ctl-codigo(ws-i)
                   move nome(ws-i)      to fs-ctl-nome(ws-i)
                   move pontuacao(ws-i) to fs-ctl-pontos(ws-i)
                   add 1 to ws-i
               end-perform
           end-if

           write fs-controle-reg
           if ws-fs-arqControle <> 0 then
               move 52                                  to ws-msn-erro-ofsset
               move ws-fs-arqControle                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqControle "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControle


           .
       gravar-controle-partida-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Confere o status da ultima escrita em arqHistorico
      *>-----------------------------------------------------------------
      *>   exportacao da sessao: um arquivo por data, acrescentando ao
      *>   final para as sessoes anteriores nao serem sobrescritas
           move spaces to ws-nome-arquivo-sessao
           string "sessao-" ws-id-partida(1:8) ".txt"
                  delimited by size into ws-nome-arquivo-sessao

           open extend arqSessao
                                  delimited by size into ws-suf-aposta
                       end-if

      *>               resposta dada como errada e aceita pelo host na
      *>               revelacao sai marcada no detalhe
                       move spaces to ws-suf-aceita
                       if wsd-resp-aceita(ws-r, ws-i) = "S" then
                           move " (aceita pelo host)" to ws-suf-aceita
                       end-if

                       move spaces to fs-linha-relatorio
                       if wsd-resp-acerto(ws-r, ws-i) = "S" then
                           string "   " wsd-resp-nome(ws-r, ws-i) " respondeu " wsd-resp-texto(ws-r, ws-i) " - ACERTOU (+" wsd-resp-pontos(ws-r, ws-i) " pontos)" ws-suf-aceita ws-suf-tempo ws-suf-aposta
                                  delimited by size into fs-linha-relatorio
                       else
                           string "   " wsd-resp-nome(ws-r, ws-i) " respondeu " wsd-resp-texto(ws-r, ws-i) " - ERROU" ws-suf-tempo ws-suf-aposta
                       move spaces to fs-linha-histrod
                       if wsd-resp-acerto(ws-r, ws-i) = "S" then
                           string wsd-estado(ws-r) ";ACERTO;" wsd-deck(ws-r)
                                  ";" ws-id-partida(1:8)
                                  ";" wsd-resp-codigo(ws-r, ws-i)
                                  ";" ws-id-partida
                                  delimited by size into fs-linha-histrod
                           add 1 to ws-controle-acertos
                       else
                           string wsd-estado(ws-r) ";ERRO;"   wsd-deck(ws-r)
                                  ";" ws-id-partida(1:8)
                                  ";" wsd-resp-codigo(ws-r, ws-i)
                                  ";" ws-id-partida
                                  delimited by size into fs-linha-histrod
                           add 1 to ws-controle-erros
                       end-if
                       write fs-linha-histrod
                       perform verificar-escrita-histrodadas
                       add 1 to ws-controle-respostas

      *>               linha da exportacao para a planilha do clube:
      *>               data;baralho;rodada;estado;resposta correta;
      *>               codigo;nome;texto respondido;acerto/erro;pontos;
      *>               tempo de resposta em segundos (0 sem cronometro);
      *>               valor apostado (0 fora da rodada da aposta);
      *>               identificacao da partida
                       move spaces to fs-linha-sessao
                       if wsd-resp-acerto(ws-r, ws-i) = "S" then
                           string ws-id-partida(1:8) ";"
                                  wsd-deck(ws-r) ";" ws-r ";"
                                  function trim(wsd-estado(ws-r)) ";"
                                  function trim(wsd-capital(ws-r)) ";"
                                  ";ACERTO;" wsd-resp-pontos(ws-r, ws-i)
                                  ";" wsd-resp-tempo(ws-r, ws-i)
                                  ";" wsd-resp-aposta(ws-r, ws-i)
                                  ";" ws-id-partida
                                  delimited by size into fs-linha-sessao
                       else
                           string ws-id-partida(1:8) ";"
                                  wsd-deck(ws-r) ";" ws-r ";"
                                  function trim(wsd-estado(ws-r)) ";"
                                  function trim(wsd-capital(ws-r)) ";"
                                  ";ERRO;" wsd-resp-pontos(ws-r, ws-i)
                                  ";" wsd-resp-tempo(ws-r, ws-i)
                                  ";" wsd-resp-aposta(ws-r, ws-i)
                                  ";" ws-id-partida
                                  delimited by size into fs-linha-sessao
                       end-if
                       write fs-linha-sessao
                   move 1 to ws-i
                   perform wsdd-quant-resp(ws-r) times

                       move spaces to ws-suf-aceita
                       if wsdd-resp-aceita(ws-r, ws-i) = "S" then
                           move " (aceita pelo host)" to ws-suf-aceita
                       end-if

                       move spaces to fs-linha-relatorio
                       if wsdd-resp-acerto(ws-r, ws-i) = "S" then
                           string "   " wsdd-resp-nome(ws-r, ws-i) " respondeu " wsdd-resp-texto(ws-r, ws-i) " - ACERTOU" ws-suf-aceita
                                  delimited by size into fs-linha-relatorio
                       else
                           string "   " wsdd-resp-nome(ws-r, ws-i) " respondeu " wsdd-resp-texto(ws-r, ws-i) " - ERROU"
               move spaces to ws-detalhe-rodadas(ws-i)
           end-perform

           perform varying ws-i from 1 by 1 until ws-i > ws-max-cartas
               move spaces to ws-desemp-detalhe(ws-i)
           end-perform
           move 0      to ws-quant-desemp-rodadas
      *>     jogada; a retomada volta ao baralho base do catalogo e o
      *>     sorteio por rodada segue dali
           if ws-baralho-misto then
               perform definir-base-misto
           end-if

           perform aplicar-baralho
               perform regravar-carreiras
           end-if

           perform atualizar-rating


           .
       atualizar-carreira-exit.


      *>-----------------------------------------------------------------
      *> Rating de forca da partida individual: no jogo normal recalcula
      *> o rating de cada jogador cadastrado pela colocacao contra os
      *> demais; no torneio os duelos ja mexeram no rating, duelo a
      *> duelo. Grava o arquivo de rating e o historico de variacao e
      *> mostra a variacao na tela de placar.
      *>-----------------------------------------------------------------
       atualizar-rating section.


           if not ws-jogo-torneio then
               move "N" to ws-rating-carregado
               move 0   to ws-quant-rating-eventos
               perform carregar-rating-mesa
               perform calcular-rating-partida
           end-if

           if ws-quant-rating-eventos > 0 then
               perform gravar-rating-mesa
               perform gravar-rating-historico
               perform exibir-rating-mesa
           end-if


           .
       atualizar-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Le pela chave o rating de cada jogador cadastrado da mesa;
      *> jogador ainda sem registro (ou arquivo ainda inexistente)
      *> comeca com o rating inicial. Convidados (codigo 0) ficam fora.
      *>-----------------------------------------------------------------
       carregar-rating-mesa section.


           move 1 to ws-i
           perform ws-quant-jogadores times
               move codigo(ws-i)        to wsrt-codigo(ws-i)
               move "N"                 to wsrt-existe(ws-i)
               move ws-rating-inicial   to wsrt-inicio(ws-i)
               move ws-rating-inicial   to wsrt-atual(ws-i)
               move 0                   to wsrt-partidas(ws-i)
               move ws-rating-inicial   to wsrt-pico(ws-i)
               move 0                   to wsrt-variacao(ws-i)
               move 0                   to wsrt-confrontos(ws-i)
               add 1 to ws-i
           end-perform

           open input arqRating

           if ws-fs-arqRating <> 35 then

               if ws-fs-arqRating <> 0 then
                   move 44                                to ws-msn-erro-ofsset
                   move ws-fs-arqRating                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRating "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 1 to ws-i
               perform ws-quant-jogadores times

                   if wsrt-codigo(ws-i) <> 0 then

                       move wsrt-codigo(ws-i) to fs-rt-codigo
                       read arqRating

                       evaluate ws-fs-arqRating
                           when 0
                               move "S"            to wsrt-existe(ws-i)
                               move fs-rt-rating   to wsrt-inicio(ws-i)
                               move fs-rt-rating   to wsrt-atual(ws-i)
                               move fs-rt-partidas to wsrt-partidas(ws-i)
                               move fs-rt-pico     to wsrt-pico(ws-i)
                           when 23
                               continue
                           when other
                               move 45                                to ws-msn-erro-ofsset
                               move ws-fs-arqRating                   to ws-msn-erro-cod
                               move "Erro ao ler arq. arqRating "     to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   end-if

                   add 1 to ws-i

               end-perform

               close arqRating

           end-if

           move "S" to ws-rating-carregado


           .
       carregar-rating-mesa-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Rating pela colocacao na partida individual: cada jogador
      *> cadastrado enfrenta cada um dos outros cadastrados da mesa
      *> (vitoria 1, empate 0,5, derrota 0); quem fez mais pontos
      *> terminou na frente e, com os pontos iguais, o vencedor da
      *> morte subita. A variacao eh K / (adversarios) vezes a soma de
      *> (resultado - esperado), com o esperado tirado dos ratings de
      *> antes da partida. Precisa de pelo menos dois cadastrados.
      *>-----------------------------------------------------------------
       calcular-rating-partida section.


           move 0 to ws-rating-adversarios
           move 1 to ws-rt-a
           perform ws-quant-jogadores times
               if wsrt-codigo(ws-rt-a) <> 0 then
                   add 1 to ws-rating-adversarios
               end-if
               add 1 to ws-rt-a
           end-perform

      *>   com menos de dois cadastrados nao ha confronto a contar
           if ws-rating-adversarios > 1 then

               subtract 1 from ws-rating-adversarios

               move 1 to ws-rt-a
               perform ws-quant-jogadores times

                   if wsrt-codigo(ws-rt-a) <> 0 then

                       move 0 to ws-rating-soma
                       move 1 to ws-rt-b
                       perform ws-quant-jogadores times

                           if wsrt-codigo(ws-rt-b) <> 0 and ws-rt-b <> ws-rt-a then

                               evaluate true
                                   when pontuacao(ws-rt-a) > pontuacao(ws-rt-b)
                                       move 1   to ws-rating-resultado
                                   when pontuacao(ws-rt-a) < pontuacao(ws-rt-b)
                                       move 0   to ws-rating-resultado
                                   when venceu(ws-rt-a) = "S" and venceu(ws-rt-b) = "N"
                                       move 1   to ws-rating-resultado
                                   when venceu(ws-rt-a) = "N" and venceu(ws-rt-b) = "S"
                                       move 0   to ws-rating-resultado
                                   when other
                                       move 0,5 to ws-rating-resultado
                               end-evaluate

                               compute ws-rating-esperado rounded =
                                   1 / (1 + 10 ** ((wsrt-inicio(ws-rt-b)
                                                  - wsrt-inicio(ws-rt-a)) / 400))
                               compute ws-rating-soma =
                                   ws-rating-soma + ws-rating-resultado
                                                  - ws-rating-esperado

                           end-if

                           add 1 to ws-rt-b

                       end-perform

                       compute wsrt-variacao(ws-rt-a) rounded =
                           ws-rating-k * ws-rating-soma / ws-rating-adversarios

                   end-if

                   add 1 to ws-rt-a

               end-perform

      *>       so depois de todas as contas os novos ratings entram na mesa
               move "PARTIDA" to ws-rating-origem
               move 1 to ws-rt-a
               perform ws-quant-jogadores times
                   if wsrt-codigo(ws-rt-a) <> 0 then
                       move ws-rt-a to ws-rating-assento
                       move wsrt-variacao(ws-rt-a) to ws-rating-calc
                       perform aplicar-variacao-rating
                   end-if
                   add 1 to ws-rt-a
               end-perform

           end-if


           .
       calcular-rating-partida-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Rating do duelo do torneio individual: o vencedor do duelo (na
      *> morte subita, se empatou) leva de 1 a K pontos do perdedor,
      *> conforme a diferenca de rating entre os dois. Duelo com
      *> convidado nao mexe no rating.
      *>-----------------------------------------------------------------
       rating-duelo section.


           if wsrt-codigo(ws-duelo-a) <> 0 and wsrt-codigo(ws-duelo-b) <> 0 then

               if ws-duelo-vencedor = ws-duelo-a then
                   move 1 to ws-rating-resultado
               else
                   move 0 to ws-rating-resultado
               end-if

               compute ws-rating-esperado rounded =
                   1 / (1 + 10 ** ((wsrt-atual(ws-duelo-b)
                                  - wsrt-atual(ws-duelo-a)) / 400))
               compute ws-rating-calc rounded =
                   ws-rating-k * (ws-rating-resultado - ws-rating-esperado)

               move "DUELO"     to ws-rating-origem
               move ws-duelo-a  to ws-rating-assento
               perform aplicar-variacao-rating

               compute ws-rating-calc = 0 - ws-rating-calc
               move ws-duelo-b  to ws-rating-assento
               perform aplicar-variacao-rating

           end-if


           .
       rating-duelo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Soma a variacao ws-rating-calc ao rating corrente do assento
      *> ws-rating-assento (sem descer do rating minimo), conta mais um
      *> confronto, atualiza o maior rating e guarda o evento para o
      *> historico de variacao
      *>-----------------------------------------------------------------
       aplicar-variacao-rating section.


           add 1 to ws-quant-rating-eventos
           move wsrt-codigo(ws-rating-assento)
                                   to wsre-codigo(ws-quant-rating-eventos)
           move wsrt-atual(ws-rating-assento)
                                   to wsre-antes(ws-quant-rating-eventos)
           move ws-rating-origem   to wsre-origem(ws-quant-rating-eventos)

           if wsrt-atual(ws-rating-assento) + ws-rating-calc < ws-rating-minimo then
               move ws-rating-minimo to wsrt-atual(ws-rating-assento)
           else
               compute wsrt-atual(ws-rating-assento) =
                   wsrt-atual(ws-rating-assento) + ws-rating-calc
           end-if

           add 1 to wsrt-partidas(ws-rating-assento)
           add 1 to wsrt-confrontos(ws-rating-assento)
           if wsrt-atual(ws-rating-assento) > wsrt-pico(ws-rating-assento) then
               move wsrt-atual(ws-rating-assento) to wsrt-pico(ws-rating-assento)
           end-if

           move wsrt-atual(ws-rating-assento)
                                   to wsre-depois(ws-quant-rating-eventos)


           .
       aplicar-variacao-rating-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava no arquivo indexado o rating de quem teve confronto na
      *> partida: inclui quem ainda nao tinha registro e regrava os
      *> demais pela chave; a primeira gravacao cria o arquivo
      *>-----------------------------------------------------------------
       gravar-rating-mesa section.


           open i-o arqRating

           if ws-fs-arqRating = 35 then
               open output arqRating
           end-if

           if ws-fs-arqRating <> 0 then
               move 46                                to ws-msn-erro-ofsset
               move ws-fs-arqRating                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRating "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-i
           perform ws-quant-jogadores times

               if wsrt-confrontos(ws-i) > 0 then

                   move wsrt-codigo(ws-i)          to fs-rt-codigo
                   move wsrt-atual(ws-i)           to fs-rt-rating
                   move wsrt-partidas(ws-i)        to fs-rt-partidas
                   move wsrt-pico(ws-i)            to fs-rt-pico
                   move function current-date(1:8) to fs-rt-data

                   if wsrt-existe(ws-i) = "S" then
                       rewrite fs-rating-reg
                       if ws-fs-arqRating <> 0 then
                           move 48                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRating                     to ws-msn-erro-cod
                           move "Erro ao regravar arq. arqRating "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       write fs-rating-reg
                       if ws-fs-arqRating <> 0 then
                           move 47                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRating                     to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqRating "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "S" to wsrt-existe(ws-i)
                   end-if

               end-if

               add 1 to ws-i

           end-perform

           close arqRating


           .
       gravar-rating-mesa-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Acrescenta ao historico de variacao uma linha por evento de
      *> rating da partida (colocacao ou duelo)
      *>-----------------------------------------------------------------
       gravar-rating-historico section.


           open extend arqRatingHist
           if ws-fs-arqRatingHist = 35 then
               open output arqRatingHist
           end-if
           if ws-fs-arqRatingHist <> 0 then
               move 49                                    to ws-msn-erro-ofsset
               move ws-fs-arqRatingHist                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRatingHist "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-c
           perform ws-quant-rating-eventos times

               move function current-date(1:8) to fs-rh-data
               move wsre-codigo(ws-c)          to fs-rh-codigo
               move wsre-antes(ws-c)           to fs-rh-antes
               move wsre-depois(ws-c)          to fs-rh-depois
               move wsre-origem(ws-c)          to fs-rh-origem
               write fs-rating-hist-reg

               if ws-fs-arqRatingHist <> 0 then
                   move 50                                    to ws-msn-erro-ofsset
                   move ws-fs-arqRatingHist                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRatingHist "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-c

           end-perform

           close arqRatingHist


           .
       gravar-rating-historico-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Mostra na tela de placar o rating de antes e de depois da
      *> partida de cada jogador cadastrado que teve confronto
      *>-----------------------------------------------------------------
       exibir-rating-mesa section.


           display " "
           display "--------------- RATING DE FORCA ----------------"
           display " "

      *>   na ordem do placar (a mesa ja esta em ordem crescente)
           move ws-quant-jogadores to ws-i
           perform ws-quant-jogadores times

               if wsrt-confrontos(ws-i) > 0 then
                   compute ws-rating-edit = wsrt-atual(ws-i) - wsrt-inicio(ws-i)
                   display "Nome: " nome(ws-i) "  Rating: " wsrt-inicio(ws-i)
                           " -> " wsrt-atual(ws-i)
                           "  (" function trim(ws-rating-edit) ")"
               end-if

               subtract 1 from ws-i

           end-perform


           .
       exibir-rating-mesa-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Devolve ao cadastro de jogadores o resultado da partida em
      *> equipes: cada membro cadastrado soma uma noite jogada, os
      *> pontos da sua equipe e, se a equipe terminou campea, uma
      *> vitoria. Convidados (codigo 0) nao acumulam carreira.
      *>-----------------------------------------------------------------
       atualizar-carreira-equipes section.


           move "N" to ws-carreira-alterada
           move 0   to ws-quant-cod-partida

           move 1 to ws-e
           perform ws-quant-equipes times

               move 1 to ws-m
               perform eq-quant-membros(ws-e) times

                   if eq-memb-codigo(ws-e, ws-m) <> 0 then

                       move eq-memb-codigo(ws-e, ws-m) to ws-codigo-escolhido
                       perform localizar-jogador-cadastro

                       if ws-pos-cadastro <> 0 then
                           add 1                   to ws-jog-noites(ws-pos-cadastro)
                           add eq-pontuacao(ws-e)  to ws-jog-pontos(ws-pos-cadastro)
                           if eq-venceu(ws-e) = "S" then
                               add 1 to ws-jog-vitorias(ws-pos-cadastro)
                           end-if
                           move "S" to ws-carreira-alterada
                           add 1 to ws-quant-cod-partida
                           move eq-memb-codigo(ws-e, ws-m)
                                to ws-codigos-partida(ws-quant-cod-partida)
                       end-if

                   end-if

                   add 1 to ws-m

               end-perform

               add 1 to ws-e

           end-perform

           if ws-atualizar-cadastro then
               perform regravar-carreiras
           end-if


           .
       atualizar-carreira-equipes-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Lanca os pontos de classificacao da partida na temporada em
      *> andamento (programa01_06): o campeao da noite soma 3 pontos de
      *> campeonato, os demais jogadores cadastrados somam 1 ponto de
      *> participacao; todos somam a noite jogada e, os campeoes, a
      *> vitoria. Sem temporada aberta a partida nao pontua, e
      *> convidados (codigo 0) ficam de fora da tabela.
      *>-----------------------------------------------------------------
       atualizar-temporada section.


           perform carregar-temporada

           if ws-temporada-ativa then

               move "N" to ws-temp-lancou

               if ws-jogo-em-equipes then

                   move 1 to ws-e
                   perform ws-quant-equipes times
                       move 1 to ws-m
                       perform eq-quant-membros(ws-e) times
                           if eq-memb-codigo(ws-e, ws-m) <> 0 then
                               move eq-memb-codigo(ws-e, ws-m)
                                                   to ws-temp-codigo-lanc
                               move eq-memb-nome(ws-e, ws-m)
                                                   to ws-temp-nome-lanc
                               move eq-venceu(ws-e) to ws-temp-venceu-lanc
                               perform lancar-temporada-jogador
                           end-if
                           add 1 to ws-m
                       end-perform
                       add 1 to ws-e
                   end-perform

               else

                   move 1 to ws-i
                   perform ws-quant-jogadores times
                       if codigo(ws-i) <> 0 then
                           move codigo(ws-i)  to ws-temp-codigo-lanc
                           move nome(ws-i)    to ws-temp-nome-lanc
                           move venceu(ws-i)  to ws-temp-venceu-lanc
                           perform lancar-temporada-jogador
                       end-if
                       add 1 to ws-i
                   end-perform

               end-if

               if ws-temp-lancou = "S" then
                   perform gravar-temporada
                   display " "
                   display "Pontos de classificacao lancados na temporada "
                           function trim(ws-temporada-nome) "."
               end-if

           end-if


           .
       atualizar-temporada-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Soma o resultado de um jogador na tabela da temporada: noite
      *> jogada, vitoria quando campeao e os pontos de campeonato
      *> (3 para o campeao da noite, 1 de participacao para os demais)
      *>-----------------------------------------------------------------
       lancar-temporada-jogador section.


           perform localizar-temporada

           if ws-pos-temporada <> 0 then

               add 1 to ws-tmp-noites(ws-pos-temporada)

               if ws-temp-venceu-lanc = "S" then
                   add 1 to ws-tmp-vitorias(ws-pos-temporada)
                   add 3 to ws-tmp-pontos(ws-pos-temporada)
               else
                   add 1 to ws-tmp-pontos(ws-pos-temporada)
               end-if

               move "S" to ws-temp-lancou

           end-if


           .
       lancar-temporada-jogador-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza (ou abre) a posicao do jogador na tabela da temporada
      *> pelo codigo do cadastro. Devolve a posicao em ws-pos-temporada
      *> (0 somente quando a tabela esta cheia).
      *>-----------------------------------------------------------------
       localizar-temporada section.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o roteiro do desafio da semana (desafio-roteiro.txt,
      *> programa01_17). Sem o arquivo, ou com o roteiro ja fechado,
      *> nao ha desafio vigente (ws-quant-roteiro fica zerado).
      *>-----------------------------------------------------------------
       carregar-roteiro-desafio section.


           move 0 to ws-quant-roteiro

           open input arqRoteiro

           if ws-fs-arqRoteiro <> 35 then

               if ws-fs-arqRoteiro <> 0 then
                   move 60                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRoteiro                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRoteiro "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRoteiro = 10
                          or ws-quant-roteiro >= 9

                   read arqRoteiro into ws-roteiro-desafio(ws-quant-roteiro + 1)

                   if ws-fs-arqRoteiro = 0 then
                       if ws-dr-chave(ws-quant-roteiro + 1) <> spaces then
                           add 1 to ws-quant-roteiro
                       end-if
                   else
                       if ws-fs-arqRoteiro <> 10 then
                           move 61                                 to ws-msn-erro-ofsset
                           move ws-fs-arqRoteiro                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRoteiro "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRoteiro

               if ws-quant-roteiro > 0 and not ws-dr-aberto(1) then
                   move 0 to ws-quant-roteiro
               end-if

           end-if


           .
       carregar-roteiro-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza cada pergunta do roteiro no catalogo (pelo codigo do
      *> baralho) e na tabela de cartas carregada como no baralho misto
      *> (pela chave da carta, entre as cartas daquele baralho livre ou
      *> entre os estados); uma pergunta sem carta impede o desafio
      *>-----------------------------------------------------------------
       localizar-cartas-desafio section.


           move 1 to ws-r
           perform until ws-r > ws-quant-roteiro

               move 0 to ws-desafio-decks(ws-r)
               move 0 to ws-desafio-cartas(ws-r)

               move 1 to ws-j
               perform ws-quant-baralhos times
                   if ws-bar-id(ws-j) = ws-dr-deck(ws-r) then
                       move ws-j to ws-desafio-decks(ws-r)
                   end-if
                   add 1 to ws-j
               end-perform

               if ws-desafio-decks(ws-r) <> 0 then

                   if ws-bar-livre(ws-desafio-decks(ws-r)) then
                       move ws-desafio-decks(ws-r) to ws-misto-deck-carta
                   else
                       move 0                      to ws-misto-deck-carta
                   end-if

                   move 1 to ws-i
                   perform until ws-i > ws-quant-estados
                       if wsci-deck(ws-i) = ws-misto-deck-carta
                          and function trim(ws-estado(ws-i))
                            = function trim(ws-dr-chave(ws-r)) then
                           move ws-i to ws-desafio-cartas(ws-r)
                       end-if
                       add 1 to ws-i
                   end-perform

               end-if

               if ws-desafio-cartas(ws-r) = 0 then
                   move 62                                         to ws-msn-erro-ofsset
                   move ws-r                                       to ws-msn-erro-cod
                   move "Roteiro do desafio com carta inexistente " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-r

           end-perform


           .
       localizar-cartas-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega as linhas do ranking do desafio da semana do roteiro
      *> vigente; o arquivo ausente so significa que ninguem jogou
      *>-----------------------------------------------------------------
       carregar-ranking-desafio section.


           move 0 to ws-quant-ranking-desafio

           open input arqRankDesafio

           if ws-fs-arqRankDesafio <> 35 then

               if ws-fs-arqRankDesafio <> 0 then
                   move 63                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRankDesafio                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRankDesafio "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRankDesafio = 10
                          or ws-quant-ranking-desafio >= 500

                   read arqRankDesafio
                       into ws-ranking-desafio(ws-quant-ranking-desafio + 1)

                   if ws-fs-arqRankDesafio = 0 then
                       if ws-dk-semana(ws-quant-ranking-desafio + 1)
                          = ws-dr-semana(1) then
                           add 1 to ws-quant-ranking-desafio
                       end-if
                   else
                       if ws-fs-arqRankDesafio <> 10 then
                           move 64                                     to ws-msn-erro-ofsset
                           move ws-fs-arqRankDesafio                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRankDesafio "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRankDesafio

           end-if


           .
       carregar-ranking-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Configuracao fixa do desafio da semana: um jogador cadastrado,
      *> as perguntas do roteiro na ordem, resposta digitada, sem
      *> aposta, treino, filtro ou bonus de rapidez - as mesmas
      *> condicoes para todos que jogam o roteiro
      *>-----------------------------------------------------------------
       configurar-desafio section.


           display erase
           display "======================================================"
           display "                 DESAFIO DA SEMANA"
           display "======================================================"
           display " "
           display " Semana de " ws-dr-semana(1)(7:2) "/"
                   ws-dr-semana(1)(5:2) "/" ws-dr-semana(1)(1:4)
                   " - roteiro fixo de " ws-quant-roteiro " pergunta(s)"
           display " Todos respondem as mesmas perguntas, na mesma ordem,"
           display " com resposta digitada; cada jogador cadastrado joga"
           display " o desafio uma unica vez na semana."
           display " Participantes ate agora: " ws-quant-ranking-desafio

           move "N"              to ws-modo-torneio-ind
           move "N"              to ws-modo-equipes-ind
           move "N"              to ws-lista-ind
           move 0                to ws-quant-equipes
           move 1                to ws-quant-jogadores
           move ws-quant-roteiro to ws-funcionamento-jogo
           move 1                to ws-modo-pergunta
           move "N"              to ws-cronometro-ind
           move "N"              to ws-aposta-ind
           move "N"              to ws-modo-treino-ind
           move 0                to ws-opcao-regiao
           move spaces           to ws-regiao-filtro
           move 0                to ws-dificuldade-filtro
           move "N"              to ws-desafio-desistencia

           perform escolher-jogador-desafio

           move 1 to ws-rodada-atual


           .
       configurar-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Escolhe, pelo codigo do cadastro, o jogador do desafio,
      *> recusando convidados e quem ja jogou o roteiro da semana;
      *> codigo 0 desiste do desafio
      *>-----------------------------------------------------------------
       escolher-jogador-desafio section.


           if ws-quant-cadastrados = 0 then

               display " "
               display "O desafio vale so para jogadores cadastrados"
               display "(programa01_04), e o cadastro esta vazio."
               move "S" to ws-desafio-desistencia

           else

               display " "
               display "-------------- JOGADORES CADASTRADOS --------------"
               move 1 to ws-j
               perform until ws-j > ws-quant-cadastrados
                   display "  " ws-jog-codigo(ws-j) " - " ws-jog-nome(ws-j)
                   add 1 to ws-j
               end-perform
               display "---------------------------------------------------"
               display " (codigo 0 = desistir do desafio)"
               display " "

               move "N" to ws-escolha-ok-ind

               perform until ws-escolha-valida

                   display "Codigo do jogador: "
                   accept ws-codigo-escolhido

                   if ws-codigo-escolhido = 0 then

                       move "S" to ws-desafio-desistencia
                       move "S" to ws-escolha-ok-ind

                   else

                       perform localizar-jogador-cadastro

                       if ws-pos-cadastro = 0 then
                           display "Codigo nao cadastrado."
                       else

                           perform conferir-jogou-desafio

                           if ws-ja-jogou-desafio then
                               display "Esse jogador ja jogou o desafio desta semana."
                           else
                               move ws-jog-nome(ws-pos-cadastro) to nome(1)
                               move ws-codigo-escolhido          to codigo(1)
                               move ws-jog-nome(ws-pos-cadastro) to ws-desafio-nome
                               move "S" to ws-escolha-ok-ind
                           end-if

                       end-if

                   end-if

               end-perform

           end-if

           display " "


           .
       escolher-jogador-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Confere se o codigo escolhido ja esta no ranking da semana
      *>-----------------------------------------------------------------
       conferir-jogou-desafio section.


           move "N" to ws-desafio-jogou
           move 1 to ws-l

           perform until ws-l > ws-quant-ranking-desafio

               if ws-dk-codigo(ws-l) = ws-codigo-escolhido then
                   move "S" to ws-desafio-jogou
               end-if

               add 1 to ws-l

           end-perform


           .
       conferir-jogou-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Conduz o desafio: as rodadas seguem o roteiro, sem checkpoint
      *> (um desafio interrompido nao grava resultado e pode ser jogado
      *> de novo), e o resultado vai para o ranking da semana
      *>-----------------------------------------------------------------
       executar-desafio section.


           if ws-desafio-cancelado then

               display erase
               display "Desafio cancelado, nenhum resultado gravado."

           else

               perform until ws-rodada-atual > ws-funcionamento-jogo

                   perform posicionar-carta-desafio
                   perform entrada_capital

                   add 1 to ws-rodada-atual

               end-perform
               display erase

               perform apurar-desafio
               perform gravar-ranking-desafio
               perform exibir-resultado-desafio

           end-if


           .
       executar-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Posiciona a pergunta da rodada pelo roteiro: baralho da rodada
      *> (rotulos e respostas, como no misto) e carta da tabela
      *>-----------------------------------------------------------------
       posicionar-carta-desafio section.


           move ws-desafio-decks(ws-rodada-atual)  to ws-deck-rodada
           perform aplicar-baralho-rodada
           move ws-desafio-cartas(ws-rodada-atual) to ws-num-random


           .
       posicionar-carta-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Apura o resultado do desafio pelo detalhe das rodadas (ja com a
      *> arbitragem do host): acertos, marca de cada pergunta e tempo
      *> total, e a colocacao contra quem ja jogou na semana
      *>-----------------------------------------------------------------
       apurar-desafio section.


           move 0      to ws-desafio-acertos
           move 0      to ws-desafio-tempo
           move spaces to ws-desafio-marcas

           move 1 to ws-r
           perform until ws-r > ws-funcionamento-jogo

               if wsd-resp-acerto(ws-r, 1) = "S" then
                   add 1 to ws-desafio-acertos
                   move "S" to ws-desafio-marcas(ws-r:1)
               else
                   move "N" to ws-desafio-marcas(ws-r:1)
               end-if
               add wsd-resp-tempo(ws-r, 1) to ws-desafio-tempo

               add 1 to ws-r

           end-perform

           move 1 to ws-desafio-colocacao
           move 1 to ws-l
           perform until ws-l > ws-quant-ranking-desafio

               if ws-dk-pontos(ws-l) > pontuacao(1)
                  or (ws-dk-pontos(ws-l) = pontuacao(1)
                      and ws-dk-acertos(ws-l) > ws-desafio-acertos)
                  or (ws-dk-pontos(ws-l) = pontuacao(1)
                      and ws-dk-acertos(ws-l) = ws-desafio-acertos
                      and ws-dk-tempo(ws-l) <= ws-desafio-tempo) then
                   add 1 to ws-desafio-colocacao
               end-if

               add 1 to ws-l

           end-perform


           .
       apurar-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Acrescenta o resultado do desafio ao ranking da semana, em
      *> arquivo e na tabela em memoria (para o proximo jogador da
      *> mesma execucao ser conferido contra ele)
      *>-----------------------------------------------------------------
       gravar-ranking-desafio section.


           move spaces                 to fs-ranking-desafio-reg
           move ws-dr-semana(1)        to fs-dk-semana
           move codigo(1)              to fs-dk-codigo
           move ws-desafio-nome        to fs-dk-nome
           move ws-desafio-acertos     to fs-dk-acertos
           move pontuacao(1)           to fs-dk-pontos
           move ws-desafio-tempo       to fs-dk-tempo
           move function current-date(1:8) to fs-dk-data
           move ws-desafio-marcas      to fs-dk-marcas

           open extend arqRankDesafio
           if ws-fs-arqRankDesafio = 35 then
               open output arqRankDesafio
           end-if
           if ws-fs-arqRankDesafio <> 0 then
               move 65                                     to ws-msn-erro-ofsset
               move ws-fs-arqRankDesafio                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRankDesafio "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fs-ranking-desafio-reg
           if ws-fs-arqRankDesafio <> 0 then
               move 66                                     to ws-msn-erro-ofsset
               move ws-fs-arqRankDesafio                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRankDesafio "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRankDesafio

           if ws-quant-ranking-desafio < 500 then
               add 1 to ws-quant-ranking-desafio
               move fs-ranking-desafio-reg
                    to ws-ranking-desafio(ws-quant-ranking-desafio)
           end-if


           .
       gravar-ranking-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Tela de resultado do desafio: acertos, pontos, tempo total,
      *> a marca de cada pergunta e a colocacao parcial na semana
      *>-----------------------------------------------------------------
       exibir-resultado-desafio section.


           display "======================================================"
           display "            RESULTADO DO DESAFIO DA SEMANA"
           display "======================================================"
           display " "
           display " Jogador(a): " function trim(ws-desafio-nome)
           display " Acertos...: " ws-desafio-acertos " de " ws-funcionamento-jogo
           display " Pontos....: " pontuacao(1)
           display " Tempo.....: " ws-desafio-tempo " segundo(s)"
           display " "

           move 1 to ws-r
           perform until ws-r > ws-funcionamento-jogo
               if ws-desafio-marcas(ws-r:1) = "S" then
                   display "   " ws-r ") " wsd-estado(ws-r) " certo"
               else
                   display "   " ws-r ") " wsd-estado(ws-r) " errado ("
                           function trim(wsd-capital(ws-r)) ")"
               end-if
               add 1 to ws-r
           end-perform

           display " "
           display " Colocacao parcial na semana: " ws-desafio-colocacao
                   " de " ws-quant-ranking-desafio
           display " "


           .
       exibir-resultado-desafio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Cadastro dos jogadores
      *>-----------------------------------------------------------------
