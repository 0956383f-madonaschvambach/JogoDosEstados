      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_11".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao da recalibracao da dificuldade pela taxa
      *>               de acerto real: le o historico acumulado de
      *>               rodadas (inclusive as linhas de resumo mensal do
      *>               expurgo do programa01_05), calcula a taxa de
      *>               acerto por estado e baralho, propoe a nova
      *>               dificuldade por faixa de acerto (estados com
      *>               poucas respostas ficam de fora) e, confirmada a
      *>               proposta, regrava o mestre e os baralhos com a
      *>               mesma copia de seguranca e a mesma trilha de
      *>               auditoria da manutencao do programa01_02.
      *>  15/10/2026 - baralhos livres do catalogo (tipo L) ficam fora
      *>               da recalibracao: o layout das cartas eh outro e a
      *>               dificuldade delas eh mantida no programa01_16.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   catalogo de baralhos; o proprio estados.txt (o mestre) eh o
      *>   baralho de capitais e entra na recalibracao como os demais
           select arqBaralhos assign to "baralhos.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqBaralhos.

      *>   arquivo de baralho da vez (o nome fisico vem do catalogo)
           select arqDeck assign dynamic ws-nome-arquivo-deck
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqDeck.

      *>   historico acumulado de rodadas, gravado pelo programa01_01
      *>   e resumido por mes pelo expurgo do programa01_05
           select arqHistRodadas assign to "historico-rodadas.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqHistRodadas.

      *>   par de arquivos genericos para girar as geracoes da copia de
      *>   seguranca do mestre, as mesmas do programa01_02
           select arqCopiaEnt assign dynamic ws-nome-copia-ent
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqCopiaEnt.

           select arqCopiaSai assign dynamic ws-nome-copia-sai
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqCopiaSai.

      *>   trilha de auditoria do arquivo mestre, somente acrescimo
           select arqAuditoria assign to "auditoria-estados.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqAuditoria.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqBaralhos.
       01  fs-baralho-reg.
           copy "baralho-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqDeck.
       01  fs-deck-reg.
           copy "estado-reg.cpy" replacing ==:PREFIXO:== by ==fd==.

       fd  arqHistRodadas.
       01  fs-linha-histrod                          pic x(100).

       fd  arqCopiaEnt.
       01  fs-linha-copia-ent                        pic x(200).

       fd  arqCopiaSai.
       01  fs-linha-copia-sai                        pic x(200).

       fd  arqAuditoria.
       01  fs-linha-auditoria                        pic x(200).


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqBaralhos                        pic 9(02).
       77  ws-fs-arqDeck                            pic 9(02).
       77  ws-fs-arqHistRodadas                     pic 9(02).
       77  ws-nome-arquivo-deck                     pic x(30) value spaces.

           copy "msg-erro.cpy".


      *>--- baralhos do catalogo em memoria, cada registro com os
      *>    acertos/erros lidos do historico e a dificuldade proposta
       01  ws-decks occurs 9.
           05 wd-id                                pic 9(02).
           05 wd-arquivo                           pic x(30).
           05 wd-existe                            pic x(01).
           05 wd-quant                             pic 9(02).
           05 wd-quant-mudancas                    pic 9(02).
           05 wd-quant-poucas                      pic 9(02).
      *>     mesmo layout de estado-reg.cpy, um nivel abaixo
           05 wd-registros occurs 99.
               10 wd-estado                        pic x(25).
               10 wd-capital                       pic x(25).
               10 wd-regiao                        pic x(10).
               10 wd-dificuldade                   pic 9(01).
           05 wd-calibragem occurs 99.
               10 wd-acertos                       pic 9(05).
               10 wd-erros                         pic 9(05).
               10 wd-amostra                       pic 9(05).
               10 wd-taxa                          pic 9(03).
               10 wd-proposta                      pic 9(01).
               10 wd-anterior                      pic 9(01).

       77  ws-quant-decks                           pic 9(01) value 0.
       77  ws-d                                    pic 9(01).
       77  ws-k                                    pic 9(03).
       77  ws-pos-deck                              pic 9(01) value 0.
       77  ws-pos-deck-reg                          pic 9(02) value 0.


      *>--- faixas de taxa de acerto para a dificuldade proposta e a
      *>    amostra minima para um estado entrar na recalibracao
       77  ws-amostra-minima                        pic 9(05) value 10.
       77  ws-faixa-facil                           pic 9(03) value 70.
       77  ws-faixa-media                           pic 9(03) value 40.

       77  ws-quant-mudancas                        pic 9(03) value 0.
       77  ws-marca-mudanca                         pic x(10) value spaces.


      *>--- campos de uma linha do historico de rodadas
       77  ws-estado-lido                          pic x(25).
       77  ws-resultado-lido                       pic x(06).
       77  ws-deck-lido                            pic 9(02) value 0.
       77  ws-data-lida                            pic x(08).
       77  ws-resumo-acertos                       pic 9(04) value 0.
       77  ws-resumo-erros                         pic 9(04) value 0.
       77  ws-histrod-ptr                          pic 9(03) value 1.


      *>--- copias de seguranca com geracoes do arquivo mestre
       77  ws-fs-arqCopiaEnt                        pic 9(02).
       77  ws-fs-arqCopiaSai                        pic 9(02).
       77  ws-nome-copia-ent                        pic x(30) value spaces.
       77  ws-nome-copia-sai                        pic x(30) value spaces.


      *>--- trilha de auditoria, no mesmo layout do programa01_02: a
      *>    operacao leva o codigo do baralho recalibrado
       77  ws-fs-arqAuditoria                       pic 9(02).
       77  ws-aud-operacao                          pic x(11) value spaces.
       77  ws-aud-antes                             pic x(61) value spaces.
       77  ws-aud-depois                            pic x(61) value spaces.
       77  ws-aud-data                              pic x(19) value spaces.


       77  ws-opcao-confirma                        pic x(01) value "N".
           88  ws-confirmou                         value "S".


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


           perform montar-lista-decks
           perform carregar-decks
           perform carregar-historico


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta a lista dos baralhos a partir do catalogo, inclusive o
      *> proprio estados.txt e sem os baralhos livres; sem catalogo,
      *> ficam os tres baralhos classicos
      *>-----------------------------------------------------------------
       montar-lista-decks section.


           move 0 to ws-quant-decks

           open input arqBaralhos

           if ws-fs-arqBaralhos = 0 then

               perform until ws-fs-arqBaralhos = 10
                          or ws-quant-decks >= 9

                   read arqBaralhos into fs-baralho-reg

                   if ws-fs-arqBaralhos = 0 then
                       if fs-bar-arquivo <> spaces
                          and not fs-bar-livre then
                           add 1 to ws-quant-decks
                           move fs-bar-id      to wd-id(ws-quant-decks)
                           move fs-bar-arquivo to wd-arquivo(ws-quant-decks)
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

           if ws-quant-decks = 0 then
               move 3               to ws-quant-decks
               move 1               to wd-id(1)
               move "estados.txt"   to wd-arquivo(1)
               move 2               to wd-id(2)
               move "bandeiras.txt" to wd-arquivo(2)
               move 3               to wd-id(3)
               move "fundacao.txt"  to wd-arquivo(3)
           end-if


           .
       montar-lista-decks-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega cada arquivo de baralho da lista para a memoria, com os
      *> contadores de calibragem zerados; um baralho ainda inexistente
      *> fica de fora da recalibracao
      *>-----------------------------------------------------------------
       carregar-decks section.


           move 1 to ws-d
           perform ws-quant-decks times

               move 0                to wd-quant(ws-d)
               move 0                to wd-quant-mudancas(ws-d)
               move 0                to wd-quant-poucas(ws-d)
               move wd-arquivo(ws-d) to ws-nome-arquivo-deck

               open input arqDeck

               if ws-fs-arqDeck = 0 then

                   move "S" to wd-existe(ws-d)

                   perform until ws-fs-arqDeck = 10
                              or wd-quant(ws-d) >= 99

                       read arqDeck into wd-registros(ws-d, wd-quant(ws-d) + 1)

                       if ws-fs-arqDeck = 0 then
                           add 1 to wd-quant(ws-d)
                           move 0 to wd-acertos(ws-d, wd-quant(ws-d))
                           move 0 to wd-erros(ws-d, wd-quant(ws-d))
                           move 0 to wd-amostra(ws-d, wd-quant(ws-d))
                           move 0 to wd-taxa(ws-d, wd-quant(ws-d))
                           move 0 to wd-proposta(ws-d, wd-quant(ws-d))
                           move wd-dificuldade(ws-d, wd-quant(ws-d))
                                to wd-anterior(ws-d, wd-quant(ws-d))
                       else
                           if ws-fs-arqDeck <> 10 then
                               move 2                              to ws-msn-erro-ofsset
                               move ws-fs-arqDeck                  to ws-msn-erro-cod
                               move "Erro ao ler arq. de baralho " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   end-perform

                   close arqDeck

               else
                   move "N" to wd-existe(ws-d)
               end-if

               add 1 to ws-d

           end-perform


           .
       carregar-decks-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Le o historico acumulado de rodadas e soma acertos/erros por
      *> baralho e estado; linhas de resumo mensal trazem os totais do
      *> periodo fechado pelo expurgo. Linhas sem o deck-id sao do
      *> tempo em que so existia o baralho de capitais (deck 1).
      *>-----------------------------------------------------------------
       carregar-historico section.


           open input arqHistRodadas

           if ws-fs-arqHistRodadas = 0 then

               perform until ws-fs-arqHistRodadas = 10

                   read arqHistRodadas into fs-linha-histrod

                   if ws-fs-arqHistRodadas = 0 then

                       move spaces                  to ws-estado-lido
                       move spaces                  to ws-resultado-lido
                       move 0                       to ws-deck-lido
                       move spaces                  to ws-data-lida
                       move 0                       to ws-resumo-acertos
                       move 0                       to ws-resumo-erros
                       move 1                       to ws-histrod-ptr
                       unstring fs-linha-histrod delimited by ";"
                           into ws-estado-lido ws-resultado-lido ws-deck-lido
                                ws-data-lida ws-resumo-acertos ws-resumo-erros
                           with pointer ws-histrod-ptr
                       if ws-deck-lido = 0 then
                           move 1 to ws-deck-lido
                       end-if

                       perform localizar-registro-deck

                       if ws-pos-deck-reg <> 0 then
                           evaluate function trim(ws-resultado-lido)
                               when "RESUMO"
                                   add ws-resumo-acertos
                                       to wd-acertos(ws-pos-deck, ws-pos-deck-reg)
                                   add ws-resumo-erros
                                       to wd-erros(ws-pos-deck, ws-pos-deck-reg)
                               when "ACERTO"
                                   add 1 to wd-acertos(ws-pos-deck, ws-pos-deck-reg)
                               when other
                                   add 1 to wd-erros(ws-pos-deck, ws-pos-deck-reg)
                           end-evaluate
                       end-if

                   else
                       if ws-fs-arqHistRodadas <> 10 then
                           move 3                                     to ws-msn-erro-ofsset
                           move ws-fs-arqHistRodadas                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistRodadas "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqHistRodadas

           end-if


           .
       carregar-historico-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Localiza o baralho ws-deck-lido e, nele, o estado ws-estado-lido.
      *> Devolve as posicoes em ws-pos-deck e ws-pos-deck-reg (0 quando
      *> o baralho ou o estado nao estao mais no catalogo/arquivo).
      *>-----------------------------------------------------------------
       localizar-registro-deck section.


           move 0 to ws-pos-deck
           move 0 to ws-pos-deck-reg

           move 1 to ws-d
           perform ws-quant-decks times
               if wd-id(ws-d) = ws-deck-lido and wd-existe(ws-d) = "S" then
                   move ws-d to ws-pos-deck
               end-if
               add 1 to ws-d
           end-perform

           if ws-pos-deck <> 0 then
               move 1 to ws-k
               perform until ws-k > wd-quant(ws-pos-deck)
                   if function upper-case(function trim(wd-estado(ws-pos-deck, ws-k)))
                      = function upper-case(function trim(ws-estado-lido)) then
                       move ws-k to ws-pos-deck-reg
                   end-if
                   add 1 to ws-k
               end-perform
           end-if


           .
       localizar-registro-deck-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Calcula a proposta, mostra o relatorio e, havendo mudancas e
      *> confirmacao, aplica a recalibracao nos arquivos
      *>-----------------------------------------------------------------
       processamento section.


           perform calcular-propostas
           perform exibir-relatorio

           if ws-quant-mudancas = 0 then
               display " "
               display "Nenhuma dificuldade a mudar com a amostra atual."
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           else
               display " "
               display "Aplicar as " ws-quant-mudancas
                       " mudanca(s) de dificuldade propostas (S/N)? "
               accept ws-opcao-confirma
               move function upper-case(ws-opcao-confirma) to ws-opcao-confirma

               if ws-confirmou then
                   perform aplicar-recalibracao
                   display " "
                   display "Recalibracao aplicada: " ws-quant-mudancas
                           " registro(s) regravado(s)."
               else
                   display " "
                   display "Recalibracao cancelada, nada foi gravado."
               end-if
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           end-if


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Para cada registro com amostra suficiente calcula a taxa de
      *> acerto e a dificuldade proposta pela faixa: a partir de
      *> ws-faixa-facil eh facil (1), a partir de ws-faixa-media eh
      *> media (2) e abaixo dela eh dificil (3)
      *>-----------------------------------------------------------------
       calcular-propostas section.


           move 0 to ws-quant-mudancas

           move 1 to ws-d
           perform ws-quant-decks times

               move 1 to ws-k
               perform until ws-k > wd-quant(ws-d)

                   compute wd-amostra(ws-d, ws-k) = wd-acertos(ws-d, ws-k)
                                                  + wd-erros(ws-d, ws-k)

                   if wd-amostra(ws-d, ws-k) < ws-amostra-minima then
                       add 1 to wd-quant-poucas(ws-d)
                       move wd-dificuldade(ws-d, ws-k) to wd-proposta(ws-d, ws-k)
                   else
                       compute wd-taxa(ws-d, ws-k) rounded
                             = wd-acertos(ws-d, ws-k) * 100 / wd-amostra(ws-d, ws-k)
                       evaluate true
                           when wd-taxa(ws-d, ws-k) >= ws-faixa-facil
                               move 1 to wd-proposta(ws-d, ws-k)
                           when wd-taxa(ws-d, ws-k) >= ws-faixa-media
                               move 2 to wd-proposta(ws-d, ws-k)
                           when other
                               move 3 to wd-proposta(ws-d, ws-k)
                       end-evaluate
                       if wd-proposta(ws-d, ws-k) <> wd-dificuldade(ws-d, ws-k) then
                           add 1 to wd-quant-mudancas(ws-d)
                           add 1 to ws-quant-mudancas
                       end-if
                   end-if

                   add 1 to ws-k

               end-perform

               add 1 to ws-d

           end-perform


           .
       calcular-propostas-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Relatorio por baralho: dificuldade atual, proposta, amostra e
      *> taxa de acerto de cada estado com amostra suficiente
      *>-----------------------------------------------------------------
       exibir-relatorio section.


           move 1 to ws-d
           perform ws-quant-decks times

               display erase
               display "======================================================"
               display "   RECALIBRACAO DA DIFICULDADE - BARALHO " wd-id(ws-d)
               display "   " wd-arquivo(ws-d)
               display "======================================================"
               display " "

               if wd-existe(ws-d) = "N" then
                   display " ARQUIVO NAO ENCONTRADO"
               else
                   display " Estado                    Atual Prop. Amostra  Acerto"
                   display " ------------------------- ----- ----- -------  ------"

                   move 1 to ws-k
                   perform until ws-k > wd-quant(ws-d)

                       if wd-amostra(ws-d, ws-k) >= ws-amostra-minima then
                           if wd-proposta(ws-d, ws-k) <> wd-dificuldade(ws-d, ws-k) then
                               move "<- muda" to ws-marca-mudanca
                           else
                               move spaces    to ws-marca-mudanca
                           end-if
                           display " " wd-estado(ws-d, ws-k)
                                   "   " wd-dificuldade(ws-d, ws-k)
                                   "     " wd-proposta(ws-d, ws-k)
                                   "    " wd-amostra(ws-d, ws-k)
                                   "    " wd-taxa(ws-d, ws-k) "%"
                                   "  " ws-marca-mudanca
                       end-if

                       add 1 to ws-k

                   end-perform

                   display " "
                   display " Mudancas propostas .............: " wd-quant-mudancas(ws-d)
                   display " Fora por amostra menor que " ws-amostra-minima ": "
                           wd-quant-poucas(ws-d)
               end-if

               display " "
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma

               add 1 to ws-d

           end-perform


           .
       exibir-relatorio-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Aplica a dificuldade proposta em cada baralho com mudancas: o
      *> mestre (estados.txt) ganha antes a rotacao das copias de
      *> seguranca; cada registro mudado vai para a trilha de auditoria
      *> com as imagens de antes e depois
      *>-----------------------------------------------------------------
       aplicar-recalibracao section.


           move 1 to ws-d
           perform ws-quant-decks times

               if wd-quant-mudancas(ws-d) > 0 then

                   move 1 to ws-k
                   perform until ws-k > wd-quant(ws-d)
                       if wd-amostra(ws-d, ws-k) >= ws-amostra-minima then
                           move wd-proposta(ws-d, ws-k) to wd-dificuldade(ws-d, ws-k)
                       end-if
                       add 1 to ws-k
                   end-perform

                   if wd-arquivo(ws-d) = "estados.txt" then
                       perform rotacionar-backups
                   end-if

                   perform gravar-deck

                   move spaces to ws-aud-operacao
                   string "recalib-d" wd-id(ws-d)
                          delimited by size into ws-aud-operacao

                   move 1 to ws-k
                   perform until ws-k > wd-quant(ws-d)
                       if wd-dificuldade(ws-d, ws-k) <> wd-anterior(ws-d, ws-k) then
                           move wd-registros(ws-d, ws-k) to ws-aud-depois
                           move wd-registros(ws-d, ws-k) to ws-aud-antes
                           move wd-anterior(ws-d, ws-k)  to ws-aud-antes(61:1)
                           perform gravar-auditoria
                       end-if
                       add 1 to ws-k
                   end-perform

               end-if

               add 1 to ws-d

           end-perform


           .
       aplicar-recalibracao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o arquivo do baralho ws-d inteiro a partir da tabela em
      *> memoria
      *>-----------------------------------------------------------------
       gravar-deck section.


           move wd-arquivo(ws-d) to ws-nome-arquivo-deck

           open output arqDeck

           if ws-fs-arqDeck <> 0 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeck                      to ws-msn-erro-cod
               move "Erro ao gravar arq. de baralho "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-k
           perform until ws-k > wd-quant(ws-d)

               move wd-registros(ws-d, ws-k) to fs-deck-reg
               write fs-deck-reg

               if ws-fs-arqDeck <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDeck                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. de baralho "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-k

           end-perform

           close arqDeck

           if ws-fs-arqDeck <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeck                      to ws-msn-erro-cod
               move "Erro ao fechar arq. de baralho "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-deck-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Gira as geracoes da copia de seguranca do mestre, como faz o
      *> programa01_02: a geracao 2 vira 3, a 1 vira 2 e o estados.txt
      *> atual vira a geracao 1
      *>-----------------------------------------------------------------
       rotacionar-backups section.


           move "estados-bkp-2.txt" to ws-nome-copia-ent
           move "estados-bkp-3.txt" to ws-nome-copia-sai
           perform copiar-arquivo

           move "estados-bkp-1.txt" to ws-nome-copia-ent
           move "estados-bkp-2.txt" to ws-nome-copia-sai
           perform copiar-arquivo

           move "estados.txt"       to ws-nome-copia-ent
           move "estados-bkp-1.txt" to ws-nome-copia-sai
           perform copiar-arquivo


           .
       rotacionar-backups-exit.
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
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCopiaEnt                  to ws-msn-erro-cod
                   move "Erro ao abrir copia de seguranca " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open output arqCopiaSai
               if ws-fs-arqCopiaSai <> 0 then
                   move 8                                   to ws-msn-erro-ofsset
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
                           move 9                                   to ws-msn-erro-ofsset
                           move ws-fs-arqCopiaSai                   to ws-msn-erro-cod
                           move "Erro ao gravar copia de seguranca " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       if ws-fs-arqCopiaEnt <> 10 then
                           move 10                                 to ws-msn-erro-ofsset
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
      *> Acrescenta uma linha na trilha de auditoria do mestre, com a
      *> data/hora, a operacao e as imagens do registro antes e depois
      *>-----------------------------------------------------------------
       gravar-auditoria section.


           open extend arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 0 then
               move 11                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-data
           string function current-date(1:4)  "-" function current-date(5:2)
                  "-" function current-date(7:2) " " function current-date(9:2)
                  ":" function current-date(11:2) ":" function current-date(13:2)
                  delimited by size into ws-aud-data

           move spaces to fs-linha-auditoria
           string ws-aud-data ";" ws-aud-operacao ";"
                  ws-aud-antes ";" ws-aud-depois
                  delimited by size into fs-linha-auditoria
           write fs-linha-auditoria

           if ws-fs-arqAuditoria <> 0 then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAuditoria "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria


           .
       gravar-auditoria-exit.
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
