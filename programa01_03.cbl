      *>  21/08/2026 - leitura da data da sessao e das linhas de resumo
      *>               mensal gravadas pelo expurgo do programa01_05,
      *>               mantendo o ranking acumulado apos o fechamento.
      *>  14/10/2026 - execucao em lote (parametro LOTE na linha de
      *>               comando) para o fechamento da noite do
      *>               programa01_10: sem pausas de tela e com codigo de
      *>               retorno 12 na finalizacao anormal.

      *>--- divisao para configuração do programa
       environment division.
       77  ws-aux-erros                            pic 9(04).
       77  ws-opcao-confirma                       pic x(01) value "N".

      *>--- parametro da linha de comando: LOTE = execucao sem tela,
      *>    chamada pelo fechamento da noite
       77  ws-parametro                            pic x(20) value spaces.
           88  ws-execucao-lote                    value "LOTE".


      *>--- variaveis para comunicaçao entre programa
       linkage section.
       inicializacao section.


           accept ws-parametro from command-line

           open input arqEstados

           if ws-fs-arqEstados <> 0 then

           display " "
           display "Total de perguntas no historico: " ws-total-perguntas

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


