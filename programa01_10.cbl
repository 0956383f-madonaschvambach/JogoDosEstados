      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.

      *>--- nome do programa
       program-id. "programa01_10".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written.   14/10/2026.
       date-compiled.  14/10/2026.

      *>--- historico de alteracoes
      *>  14/10/2026 - criacao do fechamento da noite: executa em
      *>               sequencia, sem telas, a conferencia das carreiras
      *>               (programa01_08), a tabela da temporada
      *>               (programa01_06), o perfil dos jogadores
      *>               (programa01_07) e o ranking dos estados mais
      *>               errados (programa01_03), cada um em modo LOTE com
      *>               a saida num arquivo datado. Inicio, fim e codigo
      *>               de retorno de cada passo ficam no arquivo de
      *>               controle da noite; uma nova execucao retoma do
      *>               passo que falhou, sem refazer os que terminaram,
      *>               e no final sai o resumo do fechamento.
      *>  14/10/2026 - novo passo 5: conferencia dos totais de controle
      *>               das partidas (programa01_13).
      *>  15/10/2026 - so retorno 0 ou 4 (aviso) conclui o passo; os
      *>               demais codigos (abend, falha na chamada) ficam
      *>               como FALHOU e o passo eh refeito na retomada.
      *>               Chamada sem redirecionamento proprio do shell
      *>               alem da saida para o arquivo do passo.

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


      *>   controle do fechamento da noite, um registro por passo; o
      *>   nome fisico leva a data da noite fechada
           select arqControle assign dynamic ws-nome-arq-controle
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqControle.

      *>   resumo do fechamento, regravado a cada execucao
           select arqResumo assign dynamic ws-nome-arq-resumo
           organization    is line sequential
           access mode     is sequential
           file status     is  ws-fs-arqResumo.


       i-o-control.


      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.


       fd  arqControle.
       01  fs-passo-reg.
           copy "passo-fechamento-reg.cpy" replacing ==:PREFIXO:== by ==fs==.

       fd  arqResumo.
       01  fs-linha-resumo                           pic x(100).


      *>--- variavéis de trabalho
       working-storage section.


       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqResumo                         pic 9(02).

           copy "msg-erro.cpy".


      *>--- passos do fechamento, na ordem de execucao
       01  ws-passos occurs 5.
           copy "passo-fechamento-reg.cpy" replacing ==:PREFIXO:== by ==ws==.

       77  ws-quant-passos                         pic 9(01) value 5.
       77  ws-quant-lidos                          pic 9(01) value 0.
       77  ws-p                                    pic 9(01) value 0.


      *>--- parametro da linha de comando: data da noite a fechar
      *>    (AAAAMMDD), para retomar depois da meia-noite o fechamento
      *>    de uma noite anterior; sem parametro, a data de hoje
       77  ws-parametro                            pic x(20) value spaces.
       77  ws-data-noite                           pic x(08) value spaces.
       77  ws-nome-arq-controle                    pic x(40) value spaces.
       77  ws-nome-arq-resumo                      pic x(40) value spaces.


      *>--- chamada de cada passo
       77  ws-dir-programas                        pic x(20) value "./".
       77  ws-comando                              pic x(200) value spaces.
       77  ws-rc-sistema                           pic 9(09) value 0.
       77  ws-rc-passo                             pic 9(03) value 0.
       77  ws-rc-maximo                            pic 9(03) value 12.
       77  ws-rc-aviso                             pic 9(03) value 4.
       77  ws-rc-job                               pic 9(03) value 0.
       77  ws-momento                              pic x(14) value spaces.

       77  ws-interrompido-ind                     pic x(01) value "N".
           88  ws-fechamento-interrompido          value "S".
       77  ws-quant-executados                     pic 9(01) value 0.
       77  ws-quant-pulados                        pic 9(01) value 0.

      *>--- montagem das datas/horas no resumo
       77  ws-inicio-edit                          pic x(19) value spaces.
       77  ws-fim-edit                             pic x(19) value spaces.
       77  ws-data-edit                            pic x(19) value spaces.


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

           if ws-parametro(1:8) is numeric then
               move ws-parametro(1:8) to ws-data-noite
           else
               move function current-date(1:8) to ws-data-noite
           end-if

           move spaces to ws-nome-arq-controle
           string "controle-fechamento-" ws-data-noite ".txt"
                  delimited by size into ws-nome-arq-controle

           move spaces to ws-nome-arq-resumo
           string "resumo-fechamento-" ws-data-noite ".txt"
                  delimited by size into ws-nome-arq-resumo

           display "======================================================"
           display "   FECHAMENTO DA NOITE " ws-data-noite(7:2) "/"
                   ws-data-noite(5:2) "/" ws-data-noite(1:4)
           display "======================================================"

           perform montar-passos
           perform carregar-controle


           .
       inicializacao-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Monta a tabela de passos do fechamento: programa, descricao e
      *> arquivo de saida datado de cada passo, todos pendentes
      *>-----------------------------------------------------------------
       montar-passos section.


           move "programa01_08"                  to ws-pf-programa(1)
           move "Conferencia das carreiras"      to ws-pf-descricao(1)
           move "carreiras"                      to ws-pf-arquivo(1)

           move "programa01_06"                  to ws-pf-programa(2)
           move "Tabela da temporada"            to ws-pf-descricao(2)
           move "temporada"                      to ws-pf-arquivo(2)

           move "programa01_07"                  to ws-pf-programa(3)
           move "Perfil dos jogadores"           to ws-pf-descricao(3)
           move "perfil"                         to ws-pf-arquivo(3)

           move "programa01_03"                  to ws-pf-programa(4)
           move "Estados mais errados"           to ws-pf-descricao(4)
           move "mais-errados"                   to ws-pf-arquivo(4)

           move "programa01_13"                  to ws-pf-programa(5)
           move "Conferencia dos totais"         to ws-pf-descricao(5)
           move "totais"                         to ws-pf-arquivo(5)

           move 1 to ws-p
           perform ws-quant-passos times

               move ws-p to ws-pf-passo(ws-p)
               move ws-pf-arquivo(ws-p) to ws-data-edit
               move spaces to ws-pf-arquivo(ws-p)
               string "fechamento-" ws-data-noite "-"
                      function trim(ws-data-edit) ".txt"
                      delimited by size into ws-pf-arquivo(ws-p)

               move "PENDENTE" to ws-pf-status(ws-p)
               move spaces     to ws-pf-inicio(ws-p)
               move spaces     to ws-pf-fim(ws-p)
               move 0          to ws-pf-rc(ws-p)

               add 1 to ws-p

           end-perform


           .
       montar-passos-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Carrega o controle da noite, se ja existir: a situacao, as
      *> horas e o codigo de retorno de cada passo vem da execucao
      *> anterior; um controle inexistente eh um fechamento novo
      *>-----------------------------------------------------------------
       carregar-controle section.


           move 0 to ws-quant-lidos

           open input arqControle

           if ws-fs-arqControle = 35 then
               display " Fechamento novo."
           else

               if ws-fs-arqControle <> 0 then
                   move 1                                   to ws-msn-erro-ofsset
                   move ws-fs-arqControle                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqControle "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqControle = 10
                          or ws-quant-lidos >= ws-quant-passos

                   read arqControle

                   if ws-fs-arqControle = 0 then
                       add 1 to ws-quant-lidos
                       if fs-pf-passo = ws-quant-lidos then
                           move fs-pf-status to ws-pf-status(ws-quant-lidos)
                           move fs-pf-inicio to ws-pf-inicio(ws-quant-lidos)
                           move fs-pf-fim    to ws-pf-fim(ws-quant-lidos)
                           move fs-pf-rc     to ws-pf-rc(ws-quant-lidos)
                       end-if
                   else
                       if ws-fs-arqControle <> 10 then
                           move 2                                   to ws-msn-erro-ofsset
                           move ws-fs-arqControle                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqControle "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqControle

               display " Retomando o fechamento pelo controle da noite."

           end-if


           .
       carregar-controle-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Executa os passos na ordem; passo ja concluido (OK) eh pulado.
      *> Um passo que falha interrompe o fechamento: os seguintes ficam
      *> pendentes para a proxima execucao.
      *>-----------------------------------------------------------------
       processamento section.


           move "N" to ws-interrompido-ind
           move 0   to ws-quant-executados
           move 0   to ws-quant-pulados

           move 1 to ws-p
           perform ws-quant-passos times

               if not ws-fechamento-interrompido then

                   if ws-pf-status(ws-p) = "OK" then
                       display " Passo " ws-p " - "
                               function trim(ws-pf-descricao(ws-p))
                               ": ja concluido, pulado."
                       add 1 to ws-quant-pulados
                   else
                       perform executar-passo
                       add 1 to ws-quant-executados
                       if ws-pf-status(ws-p) = "FALHOU" then
                           move "S" to ws-interrompido-ind
                       end-if
                   end-if

               end-if

               add 1 to ws-p

           end-perform

           perform gravar-resumo
           perform exibir-resumo


           .
       processamento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Executa o passo ws-p: marca EXECUTANDO no controle, chama o
      *> programa em modo LOTE com a saida no arquivo do passo e grava
      *> o fim e o codigo de retorno. Retorno 0 (limpo) ou 4 (aviso de
      *> divergencia) eh passo concluido; qualquer outro o passo falhou.
      *>-----------------------------------------------------------------
       executar-passo section.


           move function current-date(1:14) to ws-pf-inicio(ws-p)
           move spaces                       to ws-pf-fim(ws-p)
           move 0                            to ws-pf-rc(ws-p)
           move "EXECUTANDO"                 to ws-pf-status(ws-p)
           perform gravar-controle

           display " Passo " ws-p " - " function trim(ws-pf-descricao(ws-p))
                   ": executando " function trim(ws-pf-programa(ws-p))
                   "..."

           move spaces to ws-comando
           string function trim(ws-dir-programas)
                  function trim(ws-pf-programa(ws-p))
                  " LOTE > " function trim(ws-pf-arquivo(ws-p))
                  delimited by size into ws-comando

           call "SYSTEM" using ws-comando

      *>     o retorno do sistema traz o codigo de saida do programa
      *>     multiplicado por 256
           move return-code to ws-rc-sistema
           if ws-rc-sistema >= 256 then
               compute ws-rc-passo = ws-rc-sistema / 256
           else
               move ws-rc-sistema to ws-rc-passo
           end-if
           move 0 to return-code

           move function current-date(1:14) to ws-pf-fim(ws-p)
           move ws-rc-passo                  to ws-pf-rc(ws-p)

           if ws-rc-passo = 0 or ws-rc-passo = ws-rc-aviso then
               move "OK"     to ws-pf-status(ws-p)
           else
               move "FALHOU" to ws-pf-status(ws-p)
           end-if

           perform gravar-controle

           display "          " function trim(ws-pf-status(ws-p))
                   " (retorno " ws-rc-passo ")"


           .
       executar-passo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Regrava o controle da noite com a situacao de todos os passos
      *>-----------------------------------------------------------------
       gravar-controle section.


           open output arqControle
           if ws-fs-arqControle <> 0 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-arqControle                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControle "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-quant-lidos
           perform ws-quant-passos times

               move ws-passos(ws-quant-lidos) to fs-passo-reg
               write fs-passo-reg

               if ws-fs-arqControle <> 0 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqControle                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqControle "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-quant-lidos

           end-perform

           close arqControle


           .
       gravar-controle-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava o resumo do fechamento: situacao, horas e retorno de
      *> cada passo e o arquivo que ele gerou
      *>-----------------------------------------------------------------
       gravar-resumo section.


           open output arqResumo
           if ws-fs-arqResumo <> 0 then
               move 5                                   to ws-msn-erro-ofsset
               move ws-fs-arqResumo                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResumo "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fs-linha-resumo
           string "RESUMO DO FECHAMENTO DA NOITE " ws-data-noite(7:2) "/"
                  ws-data-noite(5:2) "/" ws-data-noite(1:4)
                  delimited by size into fs-linha-resumo
           perform escrever-resumo

           move 1 to ws-p
           perform ws-quant-passos times

               move ws-pf-inicio(ws-p) to ws-momento
               perform editar-momento
               move ws-data-edit to ws-inicio-edit
               move ws-pf-fim(ws-p) to ws-momento
               perform editar-momento
               move ws-data-edit to ws-fim-edit

               move spaces to fs-linha-resumo
               string "Passo " ws-p " - " ws-pf-descricao(ws-p) " "
                      ws-pf-status(ws-p) " retorno " ws-pf-rc(ws-p)
                      delimited by size into fs-linha-resumo
               perform escrever-resumo

               move spaces to fs-linha-resumo
               string "   programa " ws-pf-programa(ws-p)
                      " inicio " ws-inicio-edit " fim " ws-fim-edit
                      delimited by size into fs-linha-resumo
               perform escrever-resumo

               move spaces to fs-linha-resumo
               if ws-pf-status(ws-p) = "PENDENTE" then
                   string "   arquivo gerado: (passo nao executado)"
                          delimited by size into fs-linha-resumo
               else
                   string "   arquivo gerado: " ws-pf-arquivo(ws-p)
                          delimited by size into fs-linha-resumo
               end-if
               perform escrever-resumo

               add 1 to ws-p

           end-perform

           move spaces to fs-linha-resumo
           if ws-fechamento-interrompido then
               string "Fechamento INTERROMPIDO - rode de novo para retomar"
                      " do passo que falhou"
                      delimited by size into fs-linha-resumo
           else
               string "Fechamento CONCLUIDO"
                      delimited by size into fs-linha-resumo
           end-if
           perform escrever-resumo

           close arqResumo


           .
       gravar-resumo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Grava a linha corrente do resumo
      *>-----------------------------------------------------------------
       escrever-resumo section.


           write fs-linha-resumo

           if ws-fs-arqResumo <> 0 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-arqResumo                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqResumo "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       escrever-resumo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Edita o momento AAAAMMDDHHMMSS de ws-momento como
      *> DD/MM/AAAA HH:MM:SS em ws-data-edit (tracos se vazio)
      *>-----------------------------------------------------------------
       editar-momento section.


           if ws-momento = spaces then
               move "-------------------" to ws-data-edit
           else
               move spaces to ws-data-edit
               string ws-momento(7:2) "/" ws-momento(5:2) "/"
                      ws-momento(1:4) " " ws-momento(9:2) ":"
                      ws-momento(11:2) ":" ws-momento(13:2)
                      delimited by size into ws-data-edit
           end-if


           .
       editar-momento-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Exibe o resumo do fechamento e define o codigo de retorno do
      *> fechamento: 12 se algum passo falhou, senao o maior retorno
      *> dos passos
      *>-----------------------------------------------------------------
       exibir-resumo section.


           display " "
           display "======================================================"
           display "              RESUMO DO FECHAMENTO                   "
           display "======================================================"
           display " Passos executados agora ..: " ws-quant-executados
           display " Passos ja concluidos antes: " ws-quant-pulados
           display " "

           move 0 to ws-rc-job

           move 1 to ws-p
           perform ws-quant-passos times

               display " " ws-p " " ws-pf-descricao(ws-p) " "
                       ws-pf-status(ws-p) " ret. " ws-pf-rc(ws-p)
               if ws-pf-status(ws-p) <> "PENDENTE" then
                   display "     -> " function trim(ws-pf-arquivo(ws-p))
               end-if

               if ws-pf-rc(ws-p) > ws-rc-job then
                   move ws-pf-rc(ws-p) to ws-rc-job
               end-if

               add 1 to ws-p

           end-perform

           display " "
           if ws-fechamento-interrompido then
               display " Fechamento INTERROMPIDO. Corrija o problema e"
               display " rode de novo: ele retoma do passo que falhou."
               move ws-rc-maximo to ws-rc-job
           else
               display " Fechamento CONCLUIDO."
           end-if
           display " Controle: " function trim(ws-nome-arq-controle)
           display " Resumo .: " function trim(ws-nome-arq-resumo)
           display "======================================================"


           .
       exibir-resumo-exit.
           exit.


      *>-----------------------------------------------------------------
      *> Finalizacao anormal do programa em caso de erro de arquivo
      *>-----------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro.
           move 16 to return-code
           Stop run


           .
       finaliza-anormal-exit.
           exit.


      *>-----------------------------------------------------------------
      *>                    finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           move ws-rc-job to return-code
           display "            --FIM--"
           stop run


           .
       finalizacao-exit.
           exit.
