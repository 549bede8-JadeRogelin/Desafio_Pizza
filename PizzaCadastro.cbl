                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-pnd            assign to "PIZZAPND"
                                        organization line sequential
                                        file status is fs-pizza-pnd.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

           05 cad-sep4                              pic X(03).
           05 cad-taxa-padrao                      pic 9(03)V99.

      * Alteracoes aguardando a aprovacao de uma segunda pessoa
       fd  pizza-pnd
           label record is standard.
       01  reg-pizza-pnd.
           05 pnd-data-pedido                      pic 9(08).
           05 pnd-sep1                              pic X(03).
           05 pnd-hora-pedido                      pic 9(08).
           05 pnd-sep2                              pic X(03).
           05 pnd-solicitante                      pic X(10).
           05 pnd-sep3                              pic X(03).
           05 pnd-programa                         pic X(15).
           05 pnd-sep4                              pic X(03).
           05 pnd-arquivo                          pic X(08).
           05 pnd-sep5                              pic X(03).
           05 pnd-acao                             pic X(09).
           05 pnd-sep6                              pic X(03).
           05 pnd-chave.
              10 pnd-codigo                        pic 9(04).
              10 pnd-diametro                      pic 9(03).
              10 pnd-sabor                         pic X(15).
           05 pnd-sep7                              pic X(03).
           05 pnd-antes                            pic X(80).
           05 pnd-sep8                              pic X(03).
           05 pnd-depois                           pic X(80).
           05 pnd-sep9                              pic X(03).
           05 pnd-situacao                         pic X(01).
           05 pnd-sep10                             pic X(03).
           05 pnd-aprovador                        pic X(10).
           05 pnd-sep11                             pic X(03).
           05 pnd-data-decisao                     pic 9(08).
           05 pnd-sep12                             pic X(03).
           05 pnd-hora-decisao                     pic 9(08).
           05 pnd-sep13                             pic X(03).
           05 pnd-motivo                           pic X(30).

      * Operadores autorizados; '*' na lista libera todos os programas
       fd  pizza-ope
           label record is standard.
       01  reg-pizza-ope.
           05 ope-id                               pic X(10).
           05 ope-sep1                              pic X(03).
           05 ope-nome                             pic X(30).
           05 ope-sep2                              pic X(03).
           05 ope-senha                            pic X(10).
           05 ope-sep3                              pic X(03).
           05 ope-ativo                            pic X(01).
           05 ope-sep4                              pic X(03).
           05 ope-lista-programas.
              10 ope-permissao  occurs 10 times.
                 15 ope-programa                   pic X(15).
                 15 ope-sep-programa                pic X(01).

      *----Variaveis de trabalho
       working-storage section.

       01  tam-max-programas-ope                    constant as 10.
       01  max-tentativas                           constant as 3.

       77  fs-pizza-ope                             pic X(02).
       77  fim-operador                             pic X(03).
       77  operador-autorizado                      pic X(03).
       77  tentativas-acesso                        pic 9(01).
       77  operador                                 pic X(10).
       77  senha-informada                          pic X(10).
       77  ind-ope                                  pic 9(02).
       77  programa-atual                           pic X(15)
           value "PizzaCadastro".

       01  tam-max-cadastro                         constant as 100.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
       77  codigo-manut                             pic 9(04).
       77  maior-codigo                             pic 9(04).
       77  nome-manut                               pic X(15).
       77  fs-pizza-pnd                             pic X(02).
       77  data-execucao                            pic 9(08).
       77  ind-imagem                               pic 9(03).
       77  imagem-trabalho                          pic X(80).
       77  imagem-antes                             pic X(80).
       77  imagem-depois                            pic X(80).
       77  acao-pedido                              pic X(09).
       77  codigo-pedido                            pic 9(04).

       01  pizzaria-salva.
           05 sal-codigo                           pic 9(04).
           05 sal-nome                             pic X(15).
           05 sal-telefone                         pic X(13).
           05 sal-zona-entrega                     pic X(10).
           05 sal-taxa-padrao                      pic 9(03)V99.

       01  controle-cadastro.
           05 ctc-maior-codigo                     pic 9(04).
           move 0 to qtd-cadastro
           move 0 to maior-codigo
           accept data-execucao from date yyyymmdd

           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if

           perform carrega-cadastro
           .
       inicializa-exit.
               accept opcao
           end-perform

           .
       processamento-exit.
           exit.
                   perform procura-nome
               end-perform

      * A pizzaria so entra no cadastro depois de aprovada; a
      * posicao seguinte da tabela serve apenas para montar a imagem
      * e o codigo e atribuido na aprovacao
               add 1 to qtd-cadastro
               move 0            to piz-codigo(qtd-cadastro)
               move nome-manut   to piz-nome(qtd-cadastro)

               display "Informe o telefone "
                   accept piz-taxa-padrao(qtd-cadastro)
               end-perform

               move qtd-cadastro to ind-imagem
               perform montar-imagem-cadastro
               move spaces           to imagem-antes
               move imagem-trabalho  to imagem-depois
               move "INCLUSAO"       to acao-pedido
               move 0                to codigo-pedido
               perform gravar-pedido

               move zero   to piz-codigo(qtd-cadastro)
               move spaces to piz-nome(qtd-cadastro)
               move spaces to piz-telefone(qtd-cadastro)
               move spaces to piz-zona-entrega(qtd-cadastro)
               move zero   to piz-taxa-padrao(qtd-cadastro)
               subtract 1 from qtd-cadastro
           end-if

           .
               move ind-alterar to ind-imagem
               perform montar-imagem-cadastro
               move imagem-trabalho to imagem-antes
               move tab-pizzaria(ind-alterar) to pizzaria-salva

               display "Informe o novo nome oficial "
               accept nome-manut
               move ind-alterar to ind-imagem
               perform montar-imagem-cadastro
               move imagem-trabalho to imagem-depois
               move "ALTERACAO"     to acao-pedido
               move piz-codigo(ind-alterar) to codigo-pedido
               perform gravar-pedido

      * Ate a aprovacao vale o cadastro anterior
               move pizzaria-salva to tab-pizzaria(ind-alterar)
           end-if

           .
               perform montar-imagem-cadastro
               move imagem-trabalho to imagem-antes
               move spaces          to imagem-depois
               move "EXCLUSAO"      to acao-pedido
               move piz-codigo(ind-achado) to codigo-pedido
               perform gravar-pedido
           end-if

           .
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-pedido section.

      * A alteracao fica pendente ate outra pessoa aprova-la no
      * PizzaAprova, que aplica e registra no jornal
           open extend pizza-pnd
           if fs-pizza-pnd = "35" then
               open output pizza-pnd
           end-if

           move spaces               to reg-pizza-pnd
           move " - "                to pnd-sep1 pnd-sep2 pnd-sep3
                                         pnd-sep4 pnd-sep5 pnd-sep6
                                         pnd-sep7 pnd-sep8 pnd-sep9
                                         pnd-sep10 pnd-sep11
                                         pnd-sep12 pnd-sep13
           move data-execucao        to pnd-data-pedido
           accept pnd-hora-pedido from time
           move operador             to pnd-solicitante
           move "PizzaCadastro"      to pnd-programa
           move "PIZZACAD"           to pnd-arquivo
           move acao-pedido          to pnd-acao
           move codigo-pedido        to pnd-codigo
           move 0                    to pnd-diametro
           move spaces               to pnd-sabor
           move imagem-antes         to pnd-antes
           move imagem-depois        to pnd-depois
           move "P"                  to pnd-situacao
           move 0                    to pnd-data-decisao
           move 0                    to pnd-hora-decisao
           write reg-pizza-pnd

           if fs-pizza-pnd <> "00" then
               display "Erro ao gravar o pedido, status "
                   fs-pizza-pnd
               move 8 to return-code
           else
               display "Pedido registrado, aguardando aprovacao"
           end-if

           close pizza-pnd

           .
       gravar-pedido-exit.
           exit.
      *----------------------------------------------------


           if fs-pizza-cad <> "00" then
               display "Cadastro de pizzarias ainda nao existe, "
                   "sera criado na primeira inclusao aprovada"
               move "sim" to fim-cadastro
           end-if

      *----------------------------------------------------

      *----------------------------------------------------
       identificar-operador section.

      * So prossegue operador ativo, com a senha correta e com este
      * programa entre os permitidos
           move "nao" to operador-autorizado
           move 0     to tentativas-acesso

           perform until operador-autorizado = "sim"
                      or tentativas-acesso not < max-tentativas
               display "Operador: "
               accept operador
               display "Senha: "
               accept senha-informada
               add 1 to tentativas-acesso
               perform verifica-operador
               if operador-autorizado = "nao" then
                   display "Operador nao autorizado para "
                       programa-atual
               end-if
           end-perform

           .
       identificar-operador-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-operador section.

           open input pizza-ope
           move "nao" to fim-operador

           if fs-pizza-ope <> "00" then
               display "Cadastro de operadores nao encontrado, "
                   "status " fs-pizza-ope
               move "sim" to fim-operador
               move max-tentativas to tentativas-acesso
           end-if

           perform until fim-operador = "sim"
               read pizza-ope
                   at end
                       move "sim" to fim-operador
                   not at end
                       if ope-id = operador and operador <> space
                           move "sim" to fim-operador
                           if ope-senha = senha-informada
                                  and ope-ativo = "S"
                               perform varying ind-ope from 1 by 1
                                   until ind-ope > tam-max-programas-ope
                                   if ope-programa(ind-ope)
                                          = programa-atual
                                      or ope-programa(ind-ope) = "*"
                                       move "sim"
                                            to operador-autorizado
                                   end-if
                               end-perform
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-ope

           .
       verifica-operador-exit.
           exit.
      *----------------------------------------------------

