                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-pnd            assign to "PIZZAPND"
                                        organization line sequential
                                        file status is fs-pizza-pnd.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

           05 mst-taxa-entrega                     pic 9(03)V99.
           05 mst-preco-total                      pic 9(03)V99.
           05 mst-preco-cm2-total                  pic 9(03)V99.
           05 mst-formato                          pic X(01).
           05 mst-largura                          pic 9(03).

       fd  pizza-cad
           label record is standard.
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
           value "PizzaManutencao".

       01  tam-max-cadastro                         constant as 100.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
       77  codigo-pizzaria                          pic 9(04).
       77  diametro-procura                         pic 9(03).
       77  sabor-procura                            pic X(15).
       77  raio                                     pic 9(03)V99.
       77  area-pizza                               pic 9(05)V99.
       77  novo-preco                               pic 9(03)V99.
       77  nova-taxa                                pic 9(03)V99.
       77  fs-pizza-pnd                             pic X(02).
       77  data-execucao                            pic 9(08).
       77  imagem-antes                             pic X(80).
       77  imagem-depois                            pic X(80).
       77  acao-pedido                              pic X(09).

       01  linha-atual.
           05 filler                               pic X(08)
       inicializa section.
           move 0 to qtd-cadastro
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
      *----------------------------------------------------
       processamento section.

      * O mestre so e lido aqui; a alteracao vira pedido e e aplicada
      * pelo PizzaAprova depois de aprovada por outra pessoa
           open input pizza-mst

           if fs-pizza-mst <> "00" then
               display "Arquivo mestre nao encontrado, "
           if codigo-pizzaria = 0 then
               display "Nenhuma pizzaria cadastrada"
           else
               display "Informe o diametro (comprimento, se for "
                   "assadeira) "
               accept diametro-procura
               perform until diametro-procura is numeric
                          and diametro-procura > 0

           display "Pizza: " mst-nome " sabor " mst-sabor
               " diametro " mst-diametro
           if mst-formato = "Q" or mst-formato = "T" then
               display "Assadeira " mst-formato " largura " mst-largura
           end-if
           move mst-preco        to atu-preco
           move mst-taxa-entrega to atu-taxa
           display linha-atual
           move novo-preco to mst-preco
           move nova-taxa  to mst-taxa-entrega

      * Assadeira quadrada ou retangular: comprimento x largura
           if mst-largura is not numeric then
               move 0 to mst-largura
           end-if
           if (mst-formato = "Q" or mst-formato = "T")
                  and mst-largura > 0
               compute area-pizza = mst-diametro * mst-largura
           else
               compute raio = mst-diametro / 2
               compute area-pizza = (3,14 * (raio * raio))
           end-if
           compute mst-preco-cm2 = mst-preco / area-pizza
           compute mst-preco-total = mst-preco +
                       (mst-preco * mst-taxa-entrega / 100)
           compute mst-preco-cm2-total = mst-preco-total
                                          / area-pizza

           move spaces        to imagem-depois
           move reg-pizza-mst to imagem-depois
           move "ALTERACAO"   to acao-pedido
           perform gravar-pedido

           .
       atualizar-registro-exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-pedido section.

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
           move "PizzaManutencao"    to pnd-programa
           move "PIZZAMST"           to pnd-arquivo
           move acao-pedido          to pnd-acao
           move mst-codigo           to pnd-codigo
           move mst-diametro         to pnd-diametro
           move mst-sabor            to pnd-sabor
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

           exit.
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

      *----------------------------------------------------
       finaliza section.
           Stop run
