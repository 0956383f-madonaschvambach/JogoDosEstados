      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_15".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao da consulta do livro de recordes do clube
      *>               (recordes.txt, conferido pelo programa01_01 ao
      *>               fim de cada partida): detentor atual, valor e
      *>               data de cada recorde, com o detentor anterior.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   livro de recordes do clube
           select arqRecordes assign to "recordes.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqRecordes.

      *>   catalogo de baralhos, para o nome do arquivo de cada baralho
      *>   nos recordes de resposta mais rapida
           select arqBaralhos assign to "baralhos.txt"
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqBaralhos.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqRecordes.
       01  fs-recorde-reg.
           copy "recorde-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqBaralhos.
       01  fs-baralho-reg.
           copy "baralho-reg.cpy" replacing ==:PREFIXO:== by ==fs==.


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-fs-arqBaralhos                       pic 9(02).

           copy "msg-erro.cpy".


      *>--- livro de recordes em memoria
       01  ws-recordes occurs 150.
           copy "recorde-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-recordes                       pic 9(03) value 0.


      *>--- arquivo de cada baralho do catalogo, pelo codigo
       01  ws-arquivos-baralho occurs 99           pic x(30).


      *>--- ordem de exibicao dos tipos de recorde
       77  ws-tipos-ordem                          pic x(10) value "PTSQRPAPEQ".
       77  ws-tipo-corrente                        pic x(02) value spaces.
       77  ws-t                                    pic 9(02) value 0.
       77  ws-chave                                pic 9(03) value 0.
       77  ws-quant-tipo                           pic 9(03) value 0.
       77  ws-titulo                               pic x(50) value spaces.
       77  ws-rotulo-chave                         pic x(45) value spaces.
       77  ws-unidade                              pic x(10) value spaces.


       77  ws-opcao-confirma                       pic x(01) value "N".
       77  ws-i                                    pic 9(04).


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


           move 1 to ws-i
           perform 99 times
               move spaces to ws-arquivos-baralho(ws-i)
               add 1 to ws-i
           end-perform

           open input arqBaralhos

           if ws-fs-arqBaralhos = 0 then

               perform until ws-fs-arqBaralhos = 10

                   read arqBaralhos

                   if ws-fs-arqBaralhos = 0 then
                       if fs-bar-id > 0 then
                           move fs-bar-arquivo
                                to ws-arquivos-baralho(fs-bar-id)
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

           move 0 to ws-quant-recordes

           open input arqRecordes

           if ws-fs-arqRecordes = 35 then
               continue
           else

               if ws-fs-arqRecordes <> 0 then
                   move 2                                  to ws-msn-erro-ofsset
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
                           move 3                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRecordes                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRecordes "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqRecordes

           end-if


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o livro: um bloco por tipo de recorde, na ordem do
      *> livro, e dentro dele pela chave (rodadas ou baralho)
      *>-----------------------------------------------------------------
       processamento section.


           display erase
           display "======================================================"
           display "            LIVRO DE RECORDES DO CLUBE               "
           display "======================================================"

           if ws-quant-recordes = 0 then
               display " "
               display "Nenhum recorde registrado ainda."
           else

               move 1 to ws-t
               perform 5 times
                   move ws-tipos-ordem(ws-t:2) to ws-tipo-corrente
                   perform exibir-tipo
                   add 2 to ws-t
               end-perform

           end-if

           display " "
           display "======================================================"
           display "Pressione ENTER para encerrar..."
           accept ws-opcao-confirma


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe os recordes do tipo ws-tipo-corrente, em ordem de chave
      *>-----------------------------------------------------------------
       exibir-tipo section.


           evaluate ws-tipo-corrente
               when "PT"
                   move "MAIOR PONTUACAO NUMA PARTIDA" to ws-titulo
                   move "ponto(s)"                     to ws-unidade
               when "SQ"
                   move "MAIOR SEQUENCIA DE ACERTOS"   to ws-titulo
                   move "acerto(s)"                    to ws-unidade
               when "RP"
                   move "RESPOSTA CERTA MAIS RAPIDA"   to ws-titulo
                   move "segundo(s)"                   to ws-unidade
               when "AP"
                   move "MAIOR APOSTA GANHA"           to ws-titulo
                   move "ponto(s)"                     to ws-unidade
               when other
                   move "MAIOR PONTUACAO DE EQUIPE"    to ws-titulo
                   move "ponto(s)"                     to ws-unidade
           end-evaluate

           display " "
           display " " function trim(ws-titulo)
           display "------------------------------------------------------"

           move 0 to ws-quant-tipo

           move 0 to ws-chave
           perform until ws-chave > 99

               move 1 to ws-i
               perform until ws-i > ws-quant-recordes

                   if ws-rec-tipo(ws-i) = ws-tipo-corrente
                      and ws-rec-chave(ws-i) = ws-chave then
                       add 1 to ws-quant-tipo
                       perform exibir-recorde
                   end-if

                   add 1 to ws-i

               end-perform

               add 1 to ws-chave

           end-perform

           if ws-quant-tipo = 0 then
               display "  (sem recorde ainda)"
           end-if


           .
       exibir-tipo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o recorde ws-i: chave, detentor, valor e data, e o
      *> detentor anterior quando houver
      *>-----------------------------------------------------------------
       exibir-recorde section.


           move spaces to ws-rotulo-chave

           evaluate ws-tipo-corrente
               when "PT"
                   string "Em " ws-rec-chave(ws-i) " rodada(s): "
                          delimited by size into ws-rotulo-chave
               when "RP"
                   if ws-rec-chave(ws-i) > 0
                      and ws-arquivos-baralho(ws-rec-chave(ws-i)) <> spaces then
                       string "Baralho " ws-rec-chave(ws-i) " ("
                              function trim(ws-arquivos-baralho(ws-rec-chave(ws-i)))
                              "): "
                              delimited by size into ws-rotulo-chave
                   else
                       string "Baralho " ws-rec-chave(ws-i) ": "
                              delimited by size into ws-rotulo-chave
                   end-if
               when other
                   continue
           end-evaluate

           if ws-rotulo-chave = spaces then
               display "  " function trim(ws-rec-nome(ws-i)) " - "
                       ws-rec-valor(ws-i) " " function trim(ws-unidade)
                       " em " ws-rec-data(ws-i)(7:2) "/"
                       ws-rec-data(ws-i)(5:2) "/" ws-rec-data(ws-i)(1:4)
           else
               display "  " function trim(ws-rotulo-chave) " "
                       function trim(ws-rec-nome(ws-i)) " - "
                       ws-rec-valor(ws-i) " " function trim(ws-unidade)
                       " em " ws-rec-data(ws-i)(7:2) "/"
                       ws-rec-data(ws-i)(5:2) "/" ws-rec-data(ws-i)(1:4)
           end-if

           if ws-rec-ant-nome(ws-i) <> spaces then
               display "      anterior: " function trim(ws-rec-ant-nome(ws-i))
                       " - " ws-rec-ant-valor(ws-i)
                       " em " ws-rec-ant-data(ws-i)(7:2) "/"
                       ws-rec-ant-data(ws-i)(5:2) "/"
                       ws-rec-ant-data(ws-i)(1:4)
           end-if


           .
       exibir-recorde-exit.
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
