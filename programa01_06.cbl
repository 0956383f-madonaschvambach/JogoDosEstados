      *>               classificacao sao somados pelo jogo principal ao
      *>               fim de cada partida (campeao da noite: 3 pontos;
      *>               demais jogadores cadastrados: 1 ponto).
      *>  14/10/2026 - execucao em lote (parametro LOTE na linha de
      *>               comando) para o fechamento da noite do
      *>               programa01_10: exibe a tabela de classificacao
      *>               sem menu nem pausas de tela, com codigo de
      *>               retorno 12 na finalizacao anormal.

      *>--- divisao para configuração do programa
       environment division.
       77  ws-nome-arq-fechada                      pic x(40) value spaces.
       77  ws-ent-nome                              pic x(30) value spaces.

      *>--- parametro da linha de comando: LOTE = execucao sem tela,
      *>    chamada pelo fechamento da noite
       77  ws-parametro                             pic x(20) value spaces.
           88  ws-execucao-lote                     value "LOTE".


      *>--- variaveis para comunicaçao entre programa
       linkage section.
       processamento section.


           accept ws-parametro from command-line

      *>     no lote do fechamento da noite so sai a tabela
           if ws-execucao-lote then
               move "S" to ws-opcao-confirma
               perform exibir-tabela
           else
               move "N" to ws-opcao-confirma
           end-if

           perform until ws-confirmou


           end-if

           if not ws-execucao-lote then
               display " "
               display "Pressione ENTER para continuar..."
               accept ws-opcao-confirma
           end-if


           .

           display erase
           display ws-msn-erro.
           if ws-execucao-lote then
               move 12 to return-code
           end-if
           Stop run


