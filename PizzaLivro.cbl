      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaLivro".
       author. "Jade rogelin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select pizza-liv            assign to "PIZZALIV"
                                        organization line sequential
                                        file status is fs-pizza-liv.

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  pizza-liv
           label record is standard.
       01  reg-pizza-liv.
           05 liv-numero                           pic 9(05).
           05 liv-sep1                              pic X(03).
           05 liv-data                             pic 9(08).
           05 liv-sep2                              pic X(03).
           05 liv-codigo                           pic 9(04).
           05 liv-sep3                              pic X(03).
           05 liv-item                             pic 9(02).
           05 liv-sep4                              pic X(03).
           05 liv-tipo                             pic X(01).
           05 liv-sep5                              pic X(03).
           05 liv-diametro                         pic 9(03).
           05 liv-sep6                              pic X(03).
           05 liv-sabor                            pic X(15).
           05 liv-sep7                              pic X(03).
           05 liv-qtd                              pic 9(03).
           05 liv-sep8                              pic X(03).
           05 liv-valor-cobrado                    pic 9(05)V99.

       fd  pizza-cad
           label record is standard.
       01  reg-pizza-cad.
           05 cad-codigo                           pic 9(04).
           05 cad-sep1                              pic X(03).
           05 cad-nome                             pic X(15).
           05 cad-sep2                              pic X(03).
           05 cad-telefone                         pic X(13).
           05 cad-sep3                              pic X(03).
           05 cad-zona-entrega                     pic X(10).
           05 cad-sep4                              pic X(03).
           05 cad-taxa-padrao                      pic 9(03)V99.

       fd  pizza-sab
           label record is standard.
       01  reg-pizza-sab.
           05 sab-codigo                           pic X(15).
           05 sab-sep1                              pic X(03).
           05 sab-descricao                        pic X(30).
           05 sab-apelidos  occurs 6 times.
              10 sab-sep-apelido                    pic X(03).
              10 sab-apelido                       pic X(15).

      *----Variaveis de trabalho
       working-storage section.

       01  tam-max-cadastro                         constant as 100.
       01  tam-max-itens                            constant as 20.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.

      * Itens do pedido em digitacao, gravados so apos a confirmacao
       01  tab-item  occurs  tam-max-itens times.
           05 itm-diametro                         pic 9(03)
              value zero.
           05 itm-sabor                            pic X(15) value
                                                             space.
           05 itm-qtd                              pic 9(03)
              value zero.
           05 itm-valor                            pic 9(05)V99
              value zero.

       77  fs-pizza-liv                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fim-livro                                pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-itens                                pic X(03).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-itens                                pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-itm                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  opcao                                    pic X(01).
       77  codigo-pedido                            pic 9(04).
       77  data-pedido                              pic 9(08).
       77  diametro-item                            pic 9(03).
       77  taxa-cobrada                             pic 9(05)V99.
       77  ultimo-numero                            pic 9(05).
       77  total-pedido                             pic 9(05)V99.
       77  fs-pizza-sab                             pic X(02).
       77  fim-sabor                                pic X(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  sabor-traduzir                           pic X(15).
       77  sabor-canonico                           pic X(15).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  linha-lista.
           05 lst-numero                           pic ZZZZ9.
           05 filler                               pic X(03)
              value " - ".
           05 lst-data                             pic 9(08).
           05 filler                               pic X(03)
              value " - ".
           05 lst-codigo                           pic 9(04).
           05 filler                               pic X(03)
              value " - ".
           05 lst-nome                             pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-item                             pic Z9.
           05 filler                               pic X(01)
              value space.
           05 lst-tipo                             pic X(01).
           05 filler                               pic X(03)
              value " - ".
           05 lst-diametro                         pic ZZ9.
           05 filler                               pic X(01)
              value space.
           05 lst-sabor                            pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-qtd                              pic ZZ9.
           05 filler                               pic X(03)
              value " - ".
           05 lst-valor                            pic ZZ.ZZ9,99.

       01  linha-total.
           05 filler                               pic X(22)
              value "Total cobrado pedido: ".
           05 tot-valor                            pic ZZ.ZZ9,99.



      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez

      *----------------------------------------------------
       inicializa section.
           move 0 to qtd-cadastro
           move 0 to ultimo-numero
           move 0 to qtd-sabores
           perform carrega-cadastro
           perform carrega-sabores
           perform busca-ultimo-numero
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           display "Pedidos registrados: " ultimo-numero

           display "Incluir pedido, listar ou fim? "
               "('I'/'L'/'N')"
           accept opcao

           perform until opcao = "N"
               if opcao = "I" then
                   perform incluir-pedido
               end-if
               if opcao = "L" then
                   perform listar-pedidos
               end-if

               display "Incluir pedido, listar ou fim? "
                   "('I'/'L'/'N')"
               accept opcao
           end-perform

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-pedido section.

           display "Informe o codigo da pizzaria "
           accept codigo-pedido
           perform procura-codigo
           perform until ind-achado > 0
                      or qtd-cadastro = 0
               display "Codigo nao cadastrado, informe novamente "
               accept codigo-pedido
               perform procura-codigo
           end-perform

           if ind-achado = 0 then
               display "Nenhuma pizzaria cadastrada, "
                   "inclusao nao permitida"
           else
               display "Pizzaria: " piz-nome(ind-achado)

               display "Informe a data do pedido (AAAAMMDD) "
               accept data-pedido
               perform until data-pedido is numeric
                          and data-pedido > 0
                   display "Data invalida, informe novamente "
                   accept data-pedido
               end-perform

               perform digitar-itens

               if qtd-itens = 0 then
                   display "Pedido sem itens, nada gravado"
               else
                   display "Informe a taxa de entrega cobrada a "
                       "parte no recibo (0 = embutida nos precos) "
                   accept taxa-cobrada
                   perform until taxa-cobrada is numeric
                       display "Taxa invalida, informe novamente "
                       accept taxa-cobrada
                   end-perform

                   move taxa-cobrada to total-pedido
                   perform varying ind-itm from 1 by 1
                               until ind-itm > qtd-itens
                       add itm-valor(ind-itm) to total-pedido
                   end-perform
                   move total-pedido to tot-valor
                   display linha-total

                   display "Confirma a gravacao do pedido? "
                       "('S'/'N')"
                   accept opcao
                   if opcao = "S" then
                       perform gravar-pedido
                   else
                       display "Pedido descartado"
                   end-if
               end-if
           end-if

           .
       incluir-pedido-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       digitar-itens section.

           move 0     to qtd-itens
           move "nao" to fim-itens

           perform until fim-itens = "sim"
               display "Informe o diametro do item "
                   "(0 = fim dos itens) "
               accept diametro-item
               perform until diametro-item is numeric
                   display "Diametro invalido, tente novamente"
                   accept diametro-item
               end-perform

               if diametro-item = 0 then
                   move "sim" to fim-itens
               else
                   if qtd-itens not < tam-max-itens then
                       display "Limite maximo de itens por pedido "
                           "atingido"
                       move "sim" to fim-itens
                   else
                       add 1 to qtd-itens
                       move diametro-item
                                to itm-diametro(qtd-itens)

                       display "Informe o sabor "
                       accept itm-sabor(qtd-itens)
                       move itm-sabor(qtd-itens) to sabor-traduzir
                       perform traduz-sabor
                       perform until sabor-canonico <> space
                                  or (qtd-sabores = 0
                                      and itm-sabor(qtd-itens) <> space)
                           display "Sabor nao catalogado, "
                               "informe novamente "
                           accept itm-sabor(qtd-itens)
                           move itm-sabor(qtd-itens) to sabor-traduzir
                           perform traduz-sabor
                       end-perform
                       if sabor-canonico <> space then
                           move sabor-canonico to itm-sabor(qtd-itens)
                       end-if

                       display "Informe a quantidade "
                       accept itm-qtd(qtd-itens)
                       perform until itm-qtd(qtd-itens) is numeric
                                  and itm-qtd(qtd-itens) > 0
                           display "Quantidade invalida, "
                               "informe novamente "
                           accept itm-qtd(qtd-itens)
                       end-perform

                       display "Informe o valor cobrado no recibo "
                           "pelo item (todas as unidades) "
                       accept itm-valor(qtd-itens)
                       perform until itm-valor(qtd-itens) is numeric
                                  and itm-valor(qtd-itens) > 0
                           display "Valor invalido, informe novamente "
                           accept itm-valor(qtd-itens)
                       end-perform
                   end-if
               end-if
           end-perform

           .
       digitar-itens-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-pedido section.

           open extend pizza-liv
           if fs-pizza-liv = "35" then
               open output pizza-liv
           end-if

           if fs-pizza-liv <> "00" then
               display "Erro ao abrir o livro de pedidos, status "
                   fs-pizza-liv
               move 8 to return-code
           else
               add 1 to ultimo-numero

               perform varying ind-itm from 1 by 1
                           until ind-itm > qtd-itens
                   move ind-itm               to liv-item
                   move "P"                   to liv-tipo
                   move itm-diametro(ind-itm) to liv-diametro
                   move itm-sabor(ind-itm)    to liv-sabor
                   move itm-qtd(ind-itm)      to liv-qtd
                   move itm-valor(ind-itm)    to liv-valor-cobrado
                   perform gravar-linha-livro
               end-perform

      * Taxa cobrada a parte vira uma linha propria do pedido
               if taxa-cobrada > 0 then
                   move ind-itm               to liv-item
                   move "T"                   to liv-tipo
                   move 0                     to liv-diametro
                   move spaces                to liv-sabor
                   move 0                     to liv-qtd
                   move taxa-cobrada          to liv-valor-cobrado
                   perform gravar-linha-livro
               end-if

               display "Pedido " ultimo-numero " registrado"
           end-if

           close pizza-liv

           .
       gravar-pedido-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-livro section.

           move " - "         to liv-sep1 liv-sep2 liv-sep3 liv-sep4
                                 liv-sep5 liv-sep6 liv-sep7 liv-sep8
           move ultimo-numero to liv-numero
           move data-pedido   to liv-data
           move codigo-pedido to liv-codigo
           write reg-pizza-liv

           if fs-pizza-liv <> "00" then
               display "Erro ao gravar o livro de pedidos, status "
                   fs-pizza-liv
               move 8 to return-code
           end-if

           .
       gravar-linha-livro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-pedidos section.

           open input pizza-liv
           move "nao" to fim-livro

           if fs-pizza-liv <> "00" then
               display "Nenhum pedido registrado"
               move "sim" to fim-livro
           end-if

           perform until fim-livro = "sim"
               read pizza-liv
                   at end
                       move "sim" to fim-livro
                   not at end
                       move liv-numero        to lst-numero
                       move liv-data          to lst-data
                       move liv-codigo        to lst-codigo
                                                 codigo-pedido
                       perform procura-codigo
                       if ind-achado > 0 then
                           move piz-nome(ind-achado) to lst-nome
                       else
                           move spaces               to lst-nome
                       end-if
                       move liv-item          to lst-item
                       move liv-tipo          to lst-tipo
                       move liv-diametro      to lst-diametro
                       move liv-sabor         to lst-sabor
                       move liv-qtd           to lst-qtd
                       move liv-valor-cobrado to lst-valor
                       display linha-lista
               end-read
           end-perform

           close pizza-liv

           .
       listar-pedidos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       busca-ultimo-numero section.

           open input pizza-liv
           move "nao" to fim-livro

           if fs-pizza-liv <> "00" then
               display "Livro de pedidos ainda nao existe, "
                   "sera criado"
               move "sim" to fim-livro
           end-if

           perform until fim-livro = "sim"
               read pizza-liv
                   at end
                       move "sim" to fim-livro
                   not at end
                       if liv-numero > ultimo-numero then
                           move liv-numero to ultimo-numero
                       end-if
               end-read
           end-perform

           close pizza-liv

           .
       busca-ultimo-numero-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-codigo section.

           move 0 to ind-achado

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
                          or ind-achado > 0
               if piz-codigo(ind-cad) = codigo-pedido then
                   move ind-cad to ind-achado
               end-if
           end-perform

           .
       procura-codigo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-sabores section.

           open input pizza-sab
           move "nao" to fim-sabor

           if fs-pizza-sab <> "00" then
               display "Catalogo de sabores nao encontrado, "
                   "sabores gravados como digitados"
               move "sim" to fim-sabor
           end-if

           perform until fim-sabor = "sim"
               read pizza-sab
                   at end
                       move "sim" to fim-sabor
                   not at end
                       add 1 to qtd-sabores
                       if qtd-sabores > tam-max-sabores then
                           display "Limite maximo de sabores atingido"
                           subtract 1 from qtd-sabores
                           move "sim" to fim-sabor
                       else
                           move sab-codigo
                                    to sbl-codigo(qtd-sabores)
                           perform varying ind-ape from 1 by 1
                                       until ind-ape > tam-max-apelidos
                               move sab-apelido(ind-ape)
                                 to sbl-apelido(qtd-sabores, ind-ape)
                           end-perform
                       end-if
               end-read
           end-perform

           close pizza-sab

           .
       carrega-sabores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       traduz-sabor section.

      * Devolve em sabor-canonico o codigo do catalogo para a grafia
      * recebida, ou brancos quando o sabor nao esta catalogado
           inspect sabor-traduzir converting minusculas to maiusculas
           move spaces to sabor-canonico

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
                          or sabor-canonico <> space
               if sbl-codigo(ind-sab) = sabor-traduzir then
                   move sbl-codigo(ind-sab) to sabor-canonico
               end-if
               perform varying ind-ape from 1 by 1
                           until ind-ape > tam-max-apelidos
                              or sabor-canonico <> space
                   if sbl-apelido(ind-sab, ind-ape) = sabor-traduzir
                       move sbl-codigo(ind-sab) to sabor-canonico
                   end-if
               end-perform
           end-perform

           if sabor-traduzir = space then
               move spaces to sabor-canonico
           end-if

           .
       traduz-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-cadastro section.

           open input pizza-cad
           move "nao" to fim-cadastro

           if fs-pizza-cad <> "00" then
               display "Cadastro de pizzarias nao encontrado"
               move "sim" to fim-cadastro
           end-if

           perform until fim-cadastro = "sim"
               read pizza-cad
                   at end
                       move "sim" to fim-cadastro
                   not at end
                       if cad-nome not = "*CONTROLE*" then
                           add 1 to qtd-cadastro
                           if qtd-cadastro > tam-max-cadastro then
                               display "Limite maximo de "
                                   "pizzarias atingido"
                               subtract 1 from qtd-cadastro
                           else
                               move cad-codigo
                                        to piz-codigo(qtd-cadastro)
                               move cad-nome
                                        to piz-nome(qtd-cadastro)
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-cad

           .
       carrega-cadastro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
      *----------------------------------------------------
