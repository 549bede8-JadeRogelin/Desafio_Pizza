                                        organization line sequential
                                        file status is fs-pizza-mov.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

      *Declaração de variáveis
           05 mst-taxa-entrega                     pic 9(03)V99.
           05 mst-preco-total                      pic 9(03)V99.
           05 mst-preco-cm2-total                  pic 9(03)V99.
           05 mst-formato                          pic X(01).
           05 mst-largura                          pic 9(03).

       fd  pizza-rel
           label record is standard.
           05 ent-preco                            pic 9(03)V99.
           05 ent-taxa-entrega                     pic 9(03)V99.
           05 ent-sabor                            pic X(15).
           05 ent-formato                          pic X(01).
           05 ent-largura                          pic 9(03).

       fd  pizza-hst
           label record is standard.
           05 prm-perc-variacao                    pic 9(03)V99.
           05 prm-sep4                              pic X(03).
           05 prm-aceita-suspeita                  pic X(01).
           05 prm-sep5                              pic X(03).
           05 prm-perc-previsao                    pic 9(03)V99.
           05 prm-sep6                              pic X(03).
           05 prm-nota-minima                      pic 9(03).
           05 prm-sep7                              pic X(03).
           05 prm-acao-nota                        pic X(01).

       fd  pizza-ctl
           label record is standard.
           05 jrn-antes                            pic X(80).
           05 jrn-sep6                              pic X(03).
           05 jrn-depois                           pic X(80).
           05 jrn-sep7                              pic X(03).
           05 jrn-hora                             pic 9(08).
           05 jrn-sep8                              pic X(03).
           05 jrn-operador                         pic X(10).

       fd  pizza-pro
           label record is standard.
           label record is standard.
       01  reg-pizza-mov                           pic X(90).

       fd  pizza-sab
           label record is standard.
       01  reg-pizza-sab.
           05 sab-codigo                           pic X(15).
           05 sab-sep1                              pic X(03).
           05 sab-descricao                        pic X(30).
           05 sab-apelidos  occurs 6 times.
              10 sab-sep-apelido                    pic X(03).
              10 sab-apelido                       pic X(15).


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
           value "PizzaDesafio".

       01  tam-max-pizzas                           constant as 500.
       01  tam-max-cadastro                         constant as 100.
       01  tam-max-excluidas                        constant as 100.
       01  tam-max-promocoes                        constant as 100.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.

       01  relatorio  occurs  tam-max-pizzas times.
           05 codigo                               pic 9(04)
              value zero.
           05 filler                               pic X(03)
              value " - ".
           05 formato                              pic X(01)
              value "R".
           05 largura                              pic 9(03)
              value zero.

       77  raio                                    pic 9(03)V99.
       77  pi                                      pic 9(03)V9999
                                                   value 3,1415.
       77  area-pizza                              pic 9(05)V99.
       77  ind-medida                              pic 9(03).
       77  ind-cfl                                 pic 9(03).
       77  medida-conflitante                      pic X(03).
       77  chave-excluida                          pic X(03).
       77  medida-formato                          pic X(01).
       77  medida-comprimento                      pic 9(03).
       77  medida-largura                          pic 9(03).
       77  largura-dois-digitos                    pic 9(02).

      * Medida impressa: diametro da redonda ou comprimento x largura
      * da assadeira
       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).
       77  ind                                     pic 9(03).
       77  qtd-pizzas                              pic 9(03).
       77  controle                                pic X(08).
       77  ind-pro                                  pic 9(03).
       77  dia-semana                               pic 9(01).
       77  desconto-aplicavel                       pic 9(03)V99.
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

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       01  tab-promocao  occurs  tam-max-promocoes times.
           05 prl-codigo                           pic 9(04)
              value zero.
           05 ant-presente                         pic X(03) value
                                                             "nao".
           05 ant-formato                          pic X(01) value
                                                             "R".
           05 ant-largura                          pic 9(03)
              value zero.

       01  aux-anterior.
           05 filler                               pic 9(04).
           05 filler                               pic X(15).
           05 filler                               pic 9(03)V99.
           05 filler                               pic X(03).
           05 filler                               pic X(01).
           05 filler                               pic 9(03).

       77  fs-pizza-mov                             pic X(02).
       77  qtd-anterior                             pic 9(03).

       01  sub-cab-mov.
           05 filler                               pic X(40)
              value "POS   PIZZARIA        SABOR           ME".
           05 filler                               pic X(40)
              value "DIDA   ANT   MOVIMENTO                  ".

       01  linha-mov.
           05 mov-pos-hoje                         pic X(03).
           05 mov-sabor                            pic X(15).
           05 filler                               pic X(01)
              value space.
           05 mov-medida                           pic X(07).
           05 filler                               pic X(02)
              value space.
           05 mov-pos-ontem                        pic X(03).
           05 filler                               pic X(03)
       01  sub-cab-exc.
           05 filler                               pic X(40)
              value "TIPO      PIZZARIA        SABOR         ".
           05 filler                               pic X(43)
              value "  MEDIDA   PRECO ANT  PRECO NOVO   VARIACAO".
           05 filler                               pic X(27)
              value "      TAXA ANT  TAXA NOVA  ".

       01  linha-exc.
           05 cex-tipo                             pic X(08).
           05 cex-sabor                            pic X(15).
           05 filler                               pic X(01)
              value space.
           05 cex-medida                           pic X(07).
           05 filler                               pic X(02)
              value space.
           05 cex-preco-ant                        pic ZZ9,99.
           05 filler                               pic X(05)
           05 filler                               pic X(03).
           05 filler                               pic 9(03)V99.
           05 filler                               pic X(03).
           05 filler                               pic X(01).
           05 filler                               pic 9(03).

       01  info-pedido.
           05 filler                               pic X(26)

       01  cab-rel.
           05 filler                               pic X(40)
              value "PIZZA            SABOR             MEDID".
           05 filler                               pic X(40)
              value "A      PRECO    PRECO/CM2    DIFERENCA  ".
           05 filler                               pic X(40)
              value "  TAXA    TOTAL    TOTAL/CM2 EFETIVO  EF".
           05 filler                               pic X(40)
           05 rel-sabor                            pic X(15).
           05 filler                               pic X(03)
              value space.
           05 rel-medida                           pic X(07).
           05 filler                               pic X(01)
              value space.
           05 rel-preco                            pic ZZ9,99.
           05 filler                               pic X(05)
           move 50          to     perc-variacao
           move "N"         to     aceita-suspeita
           move 0           to     qtd-promocoes
           move 0           to     qtd-sabores
           accept data-execucao from date yyyymmdd
           accept dia-semana from day-of-week
           perform carrega-cadastro
           perform carrega-parametros

      * No modo interativo o operador se identifica; no lote o
      * jornal registra o operador LOTE
           if modo-batch = "sim" then
               move "LOTE" to operador
           else
               perform identificar-operador
               if operador-autorizado = "nao" then
                   display "Acesso recusado"
                   move "sim" to houve-erro
                   perform finaliza
               end-if
           end-if

           perform carrega-promocoes
           perform carrega-sabores
           .
       inicializa-exit.
           exit.
                   add 1 to qtd-pizzas

                   if qtd-pizzas > tam-max-pizzas
                          or qtd-cadastro = 0
                          or qtd-sabores = 0 then
                       if qtd-cadastro = 0 then
                           display "Nenhuma pizzaria cadastrada, "
                               "inclusao nao permitida"
                       end-if
                       if qtd-sabores = 0 then
                           display "Nenhum sabor catalogado, "
                               "inclusao nao permitida"
                       end-if
                       if qtd-cadastro > 0 and qtd-sabores > 0 then
                           display "Vc atingiu o limite maximo "
                               "de pizzas"
                       end-if

                       display "Informe o sabor "
                       accept sabor(qtd-pizzas)
                       move sabor(qtd-pizzas) to sabor-traduzir
                       perform traduz-sabor
                       perform until sabor-canonico <> space
                           display "Sabor nao catalogado, "
                               "informe novamente "
                           accept sabor(qtd-pizzas)
                           move sabor(qtd-pizzas) to sabor-traduzir
                           perform traduz-sabor
                       end-perform
                       move sabor-canonico to sabor(qtd-pizzas)

                       move qtd-pizzas to ind-medida
                       perform informar-medida

      * A mesma chave com outra medida regravaria no mestre a pizza
      * de outro formato
                       perform verifica-conflito-medida
                       if medida-conflitante = "nao" then
                           perform consulta-medida-mestre
                       end-if

                       if medida-conflitante = "sim" then
                           perform montar-medida
                           display "Pizza ja cadastrada com outra "
                               "medida: " medida-editada
                           display "Inclusao nao permitida"
                           move zero   to codigo(qtd-pizzas)
                           move spaces to nome(qtd-pizzas)
                           move spaces to sabor(qtd-pizzas)
                           move zero   to diametro(qtd-pizzas)
                           move "R"    to formato(qtd-pizzas)
                           move zero   to largura(qtd-pizzas)
                           subtract 1 from qtd-pizzas
                       else
                           display "Informe o preco "
                           accept preco(qtd-pizzas)
                           perform until preco(qtd-pizzas) is numeric
                                      and preco(qtd-pizzas) > 0
                               display "Preco invalido, "
                                   "informe novamente "
                               accept preco(qtd-pizzas)
                           end-perform

                           display "Informe a taxa de entrega (%) "
                           accept taxa_entrega(qtd-pizzas)
                           perform until taxa_entrega(qtd-pizzas)
                                         is numeric
                               display "Taxa invalida, "
                                   "informe novamente "
                               accept taxa_entrega(qtd-pizzas)
                           end-perform

                           move qtd-pizzas to ind
                           perform calculo-preco-cm2
                           perform calculo-custo-total
                           perform gravar-historico
                           perform ordenar
                           perform diferenca-relativa
                       end-if
                   end-if
               end-if


               display "Pizza: " nome(ind-manut)
               display "Sabor: " sabor(ind-manut)
               move ind-manut to ind-medida
               perform editar-medida
               display "Medida: " medida-editada
               display "Preco: " preco(ind-manut)

               display "Editar, deletar ou cancelar? ('E'/'D'/'C')"
               accept acao-manut

      * Sem catalogo nenhum sabor pode ser validado, como na inclusao
               if acao-manut = "E" and qtd-sabores = 0 then
                   display "Nenhum sabor catalogado, "
                       "edicao nao permitida"
                   move "C" to acao-manut
               end-if

               if acao-manut = "E" then
                   move relatorio(ind-manut) to aux-relatorio
                   move codigo(ind-manut)   to codigo-antes
                   move diametro(ind-manut) to diametro-antes
                   move sabor(ind-manut)    to sabor-antes

                   display "Informe o novo sabor "
                   accept sabor(ind-manut)
                   move sabor(ind-manut) to sabor-traduzir
                   perform traduz-sabor
                   perform until sabor-canonico <> space
                       display "Sabor nao catalogado, "
                           "informe novamente "
                       accept sabor(ind-manut)
                       move sabor(ind-manut) to sabor-traduzir
                       perform traduz-sabor
                   end-perform
                   move sabor-canonico to sabor(ind-manut)

                   move ind-manut to ind-medida
                   perform informar-medida

                   perform verifica-conflito-medida
                   if medida-conflitante = "nao" then
                       perform consulta-medida-mestre
                   end-if

      * Mudar a medida de uma chave ja gravada e excluir a pizza e
      * incluir a nova
                   if medida-conflitante = "sim" then
                       perform montar-medida
                       display "Pizza ja cadastrada com outra "
                           "medida: " medida-editada
                       display "Edicao nao permitida, para mudar a "
                           "medida exclua a pizza e inclua de novo"
                       move aux-relatorio to relatorio(ind-manut)
                   else
                       display "Informe o novo preco "
                       accept preco(ind-manut)
                       perform until preco(ind-manut) is numeric
                                         and preco(ind-manut) > 0
                           display "Preco invalido, informe novamente "
                           accept preco(ind-manut)
                       end-perform

                       display "Informe a nova taxa de entrega (%) "
                       accept taxa_entrega(ind-manut)
                       perform until taxa_entrega(ind-manut) is numeric
                           display "Taxa invalida, informe novamente "
                           accept taxa_entrega(ind-manut)
                       end-perform

                       if codigo(ind-manut) <> codigo-antes
                              or diametro(ind-manut) <> diametro-antes
                              or sabor(ind-manut) <> sabor-antes
                           perform registrar-exclusao
                       end-if

                       move ind-manut to ind
                       perform calculo-preco-cm2
                       perform calculo-custo-total
                       perform ordenar
                       perform diferenca-relativa
                   end-if
               else
                   if acao-manut = "D" then
                       perform deletar-pizza
           move spaces to nome(qtd-pizzas)
           move spaces to sabor(qtd-pizzas)
           move zero   to diametro(qtd-pizzas)
           move "R"    to formato(qtd-pizzas)
           move zero   to largura(qtd-pizzas)
           move zero   to preco(qtd-pizzas)
           move zero   to preco_cm2(qtd-pizzas)
           move zero   to diferenca_rel(qtd-pizzas)
                           move mst-nome        to nome(qtd-pizzas)
                           move mst-sabor       to sabor(qtd-pizzas)
                           move mst-diametro    to diametro(qtd-pizzas)
                           move mst-formato     to formato(qtd-pizzas)
                           if mst-largura is numeric then
                               move mst-largura to largura(qtd-pizzas)
                           else
                               move 0 to largura(qtd-pizzas)
                           end-if
                           move mst-preco       to preco(qtd-pizzas)
                           move mst-taxa-entrega
                                    to taxa_entrega(qtd-pizzas)

                           move mst-codigo to codigo-procura
                           perform procura-cadastro-codigo
                           move qtd-pizzas to ind-medida
                           perform normalizar-formato

                           if codigo-pizzaria > 0
                                  and diametro(qtd-pizzas) is numeric
                                  and diametro(qtd-pizzas) > 0
                                  and (formato(qtd-pizzas) = "R"
                                    or largura(qtd-pizzas) > 0)
                                  and preco(qtd-pizzas) is numeric
                                  and preco(qtd-pizzas) > 0
                                  and taxa_entrega(qtd-pizzas)
                               move spaces to nome(qtd-pizzas)
                               move spaces to sabor(qtd-pizzas)
                               move zero   to diametro(qtd-pizzas)
                               move "R"    to formato(qtd-pizzas)
                               move zero   to largura(qtd-pizzas)
                               move zero   to preco(qtd-pizzas)
                               move zero   to taxa_entrega(qtd-pizzas)
                               subtract 1 from qtd-pizzas
                   not at end
                       add 1 to lidos-lote
                       add 1 to contador-lote
                       move ent-sabor to sabor-traduzir
                       perform traduz-sabor
                       if sabor-canonico <> space then
                           move sabor-canonico to ent-sabor
                       end-if
                       add 1 to qtd-pizzas
                       if qtd-pizzas > tam-max-pizzas then
                           display "Limite maximo de pizzas atingido"
                           move ent-nome     to nome(qtd-pizzas)
                           move ent-sabor    to sabor(qtd-pizzas)
                           move ent-diametro to diametro(qtd-pizzas)
                           move ent-formato  to formato(qtd-pizzas)
                           if ent-largura is numeric then
                               move ent-largura to largura(qtd-pizzas)
                           else
                               move 0 to largura(qtd-pizzas)
                           end-if
                           move ent-preco    to preco(qtd-pizzas)
                           move ent-taxa-entrega
                                    to taxa_entrega(qtd-pizzas)

                           move ent-nome to nome-procura
                           perform procura-cadastro
                           move qtd-pizzas to ind-medida
                           perform normalizar-formato

                           if codigo-pizzaria > 0
                                  and sabor-canonico <> space
                                  and diametro(qtd-pizzas) is numeric
                                  and diametro(qtd-pizzas) > 0
                                  and (formato(qtd-pizzas) = "R"
                                    or largura(qtd-pizzas) > 0)
                                  and preco(qtd-pizzas) is numeric
                                  and preco(qtd-pizzas) > 0
                                  and taxa_entrega(qtd-pizzas)
                               move nome-oficial to nome(qtd-pizzas)
                               perform registrar-chave-lote
                               perform concilia-lote
                               if situacao-concilia = "CONFLITO"
                                  or (situacao-concilia = "SUSPEITA"
                                      and aceita-suspeita not = "S")
                                   if situacao-concilia = "CONFLITO"
                                       add 1 to rejeitados-campos
                                       display "Registro de lote com "
                                           "medida conflitante, "
                                           "ignorado: " ent-nome
                                   else
                                       add 1 to rejeitados-suspeita
                                       display "Registro de lote "
                                           "suspeito, retido: "
                                           ent-nome
                                   end-if
                                   move zero
                                       to codigo(qtd-pizzas)
                                   move spaces
                                       to sabor(qtd-pizzas)
                                   move zero
                                       to diametro(qtd-pizzas)
                                   move "R"
                                       to formato(qtd-pizzas)
                                   move zero
                                       to largura(qtd-pizzas)
                                   move zero
                                       to preco(qtd-pizzas)
                                   move zero
                                   add 1 to rejeitados-cadastro
                               else
                                   add 1 to rejeitados-campos
                                   if sabor-canonico = space then
                                       perform excecao-sabor
                                   end-if
                               end-if
                               display "Registro de lote invalido, "
                                   "ignorado: " ent-nome
                               move spaces to nome(qtd-pizzas)
                               move spaces to sabor(qtd-pizzas)
                               move zero   to diametro(qtd-pizzas)
                               move "R"    to formato(qtd-pizzas)
                               move zero   to largura(qtd-pizzas)
                               move zero   to preco(qtd-pizzas)
                               move zero   to taxa_entrega(qtd-pizzas)
                               subtract 1 from qtd-pizzas

           move "ACEITA" to situacao-concilia

      * A mesma chave com outra medida, no lote ou no mestre, e outra
      * pizza: a linha e recusada e nunca regrava a existente
           move qtd-pizzas to ind-medida
           perform verifica-conflito-medida

           if medida-conflitante = "sim" then
               perform excecao-conflito
           else
               if tem-mestre-anterior = "sim" then
                   move codigo(qtd-pizzas)   to mst-codigo
                   move diametro(qtd-pizzas) to mst-diametro
                   move sabor(qtd-pizzas)    to mst-sabor
                   read pizza-mst
                       invalid key
                           move "NOVA" to situacao-concilia
                           move spaces to linha-exc
                           move "NOVA" to cex-tipo
                           move nome(qtd-pizzas)     to cex-nome
                           move sabor(qtd-pizzas)    to cex-sabor
                           move qtd-pizzas           to ind-medida
                           perform editar-medida
                           move medida-editada       to cex-medida
                           move preco(qtd-pizzas)    to cex-preco-novo
                           move taxa_entrega(qtd-pizzas)
                                    to cex-taxa-nova
                           perform gravar-excecao
                       not invalid key
                           perform procura-chave-excluida
                           if chave-excluida = "nao" then
                               perform compara-medida-mestre
                           end-if
                           if medida-conflitante = "sim" then
                               move mst-preco        to preco-anterior
                               move mst-taxa-entrega to taxa-anterior
                               perform excecao-conflito
                           else
                               perform avalia-variacao
                           end-if
                   end-read
               end-if
           end-if

           .
               move "SUSPEITA" to cex-tipo
               move nome(qtd-pizzas)     to cex-nome
               move sabor(qtd-pizzas)    to cex-sabor
               move qtd-pizzas           to ind-medida
               perform editar-medida
               move medida-editada       to cex-medida
               move preco-anterior       to cex-preco-ant
               move preco(qtd-pizzas)    to cex-preco-novo
               move variacao-concilia    to cex-variacao
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excecao-conflito section.

           move "CONFLITO" to situacao-concilia
           move spaces     to linha-exc
           move "CONFLITO" to cex-tipo
           move nome(qtd-pizzas)     to cex-nome
           move sabor(qtd-pizzas)    to cex-sabor
           move qtd-pizzas           to ind-medida
           perform editar-medida
           move medida-editada       to cex-medida
           move preco-anterior       to cex-preco-ant
           move preco(qtd-pizzas)    to cex-preco-novo
           move taxa-anterior        to cex-taxa-ant
           move taxa_entrega(qtd-pizzas)
                    to cex-taxa-nova
           perform gravar-excecao

           .
       excecao-conflito-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-conflito-medida section.

      * Procura na tabela outra pizza com a mesma chave da linha
      * ind-medida e formato ou largura diferentes; deixa a medida
      * encontrada em medida-formato/comprimento/largura
           move "nao" to medida-conflitante

           perform varying ind-cfl from 1 by 1
                       until ind-cfl > qtd-pizzas
                          or medida-conflitante = "sim"
               if ind-cfl <> ind-medida
                      and codigo(ind-cfl) = codigo(ind-medida)
                      and diametro(ind-cfl) = diametro(ind-medida)
                      and sabor(ind-cfl) = sabor(ind-medida)
                      and (formato(ind-cfl) <> formato(ind-medida)
                        or largura(ind-cfl) <> largura(ind-medida))
                   move "sim"                  to medida-conflitante
                   move formato(ind-cfl)       to medida-formato
                   move diametro(ind-cfl)      to medida-comprimento
                   move largura(ind-cfl)       to medida-largura
                   move preco(ind-cfl)         to preco-anterior
                   move taxa_entrega(ind-cfl)  to taxa-anterior
               end-if
           end-perform

           .
       verifica-conflito-medida-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       consulta-medida-mestre section.

      * Chave excluida nesta execucao sai do mestre antes da gravacao
      * e nao conflita com a pizza nova
           move "nao" to medida-conflitante
           move codigo(ind-medida)   to mst-codigo
           move diametro(ind-medida) to mst-diametro
           move sabor(ind-medida)    to mst-sabor
           perform procura-chave-excluida

           if chave-excluida = "nao" then
               open input pizza-mst
               if fs-pizza-mst = "00" then
                   move codigo(ind-medida)   to mst-codigo
                   move diametro(ind-medida) to mst-diametro
                   move sabor(ind-medida)    to mst-sabor
                   read pizza-mst
                       invalid key
                           continue
                       not invalid key
                           perform compara-medida-mestre
                   end-read
                   close pizza-mst
               end-if
           end-if

           .
       consulta-medida-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       compara-medida-mestre section.

      * Registro lido do mestre contra a linha ind-medida, com a
      * mesma normalizacao da carga: sem formato e redonda
           move "nao"        to medida-conflitante
           move mst-formato  to medida-formato
           move mst-diametro to medida-comprimento
           move mst-largura  to medida-largura
           if medida-formato <> "Q" and medida-formato <> "T"
               move "R" to medida-formato
           end-if
           if medida-largura is not numeric then
               move 0 to medida-largura
           end-if
           if medida-formato = "Q" then
               move mst-diametro to medida-largura
           end-if
           if medida-formato = "R" then
               move 0 to medida-largura
           end-if

           if medida-formato <> formato(ind-medida)
                  or medida-largura <> largura(ind-medida)
               move "sim" to medida-conflitante
           end-if

           .
       compara-medida-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-chave-excluida section.

           move "nao" to chave-excluida

           perform varying ind-exc from 1 by 1
                       until ind-exc > qtd-excluidas
                          or chave-excluida = "sim"
               if exc-codigo(ind-exc) = mst-codigo
                      and exc-diametro(ind-exc) = mst-diametro
                      and exc-sabor(ind-exc) = mst-sabor
                   move "sim" to chave-excluida
               end-if
           end-perform

           .
       procura-chave-excluida-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-chave-lote section.

                           move "AUSENTE" to cex-tipo
                           move mst-nome         to cex-nome
                           move mst-sabor        to cex-sabor
                           move mst-formato      to medida-formato
                           move mst-diametro     to medida-comprimento
                           move mst-largura      to medida-largura
                           perform montar-medida
                           move medida-editada   to cex-medida
                           move mst-preco        to cex-preco-ant
                           move mst-taxa-entrega to cex-taxa-ant
                           perform gravar-excecao
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excecao-sabor section.

      * Sabor fora do catalogo nao cria chave nova no mestre
           move spaces           to linha-exc
           move "SABOR"          to cex-tipo
           move nome-oficial     to cex-nome
           move ent-sabor        to cex-sabor
           move ent-formato      to medida-formato
           move ent-diametro     to medida-comprimento
           move ent-largura      to medida-largura
           perform montar-medida
           move medida-editada   to cex-medida
           move ent-preco        to cex-preco-novo
           move ent-taxa-entrega to cex-taxa-nova
           perform gravar-excecao

           .
       excecao-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-sabores section.

           open input pizza-sab
           move "nao" to fim-sabor

           if fs-pizza-sab <> "00" then
               display "Catalogo de sabores nao encontrado, "
                   "nenhum sabor sera aceito"
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

           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       informar-medida section.

           display "Informe o formato (R=redonda, Q=quadrada, "
               "T=retangular) "
           accept formato(ind-medida)
           perform until formato(ind-medida) = "R"
                      or formato(ind-medida) = "Q"
                      or formato(ind-medida) = "T"
               display "Formato invalido, informe novamente "
               accept formato(ind-medida)
           end-perform

           if formato(ind-medida) = "R" then
               display "Informe o diametro "
           else
               if formato(ind-medida) = "Q" then
                   display "Informe o lado "
               else
                   display "Informe o comprimento "
               end-if
           end-if
           accept diametro(ind-medida)
           perform until diametro(ind-medida) is numeric
                      and diametro(ind-medida) > 0
               display "Medida invalida, informe novamente "
               accept diametro(ind-medida)
           end-perform

           move 0 to largura(ind-medida)
           if formato(ind-medida) = "T" then
               display "Informe a largura "
               accept largura(ind-medida)
               perform until largura(ind-medida) is numeric
                          and largura(ind-medida) > 0
                   display "Largura invalida, informe novamente "
                   accept largura(ind-medida)
               end-perform
           end-if
           perform normalizar-formato

           .
       informar-medida-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       normalizar-formato section.

      * Registro sem formato e de pizza redonda; a quadrada repete o
      * lado na largura e a redonda fica sem largura
           if formato(ind-medida) <> "Q"
                  and formato(ind-medida) <> "T"
               move "R" to formato(ind-medida)
           end-if
           if formato(ind-medida) = "Q" then
               move diametro(ind-medida) to largura(ind-medida)
           end-if
           if formato(ind-medida) = "R" then
               move 0 to largura(ind-medida)
           end-if

           .
       normalizar-formato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       editar-medida section.

           move formato(ind-medida)  to medida-formato
           move diametro(ind-medida) to medida-comprimento
           move largura(ind-medida)  to medida-largura
           perform montar-medida

           .
       editar-medida-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-medida section.

           move spaces to medida-editada
           if medida-largura is not numeric then
               move 0 to medida-largura
           end-if
           move medida-comprimento to mda-comprimento

           if (medida-formato = "Q" or medida-formato = "T")
                  and medida-largura > 0
               move "x" to mda-x
               if medida-largura < 100 then
                   move medida-largura       to largura-dois-digitos
                   move largura-dois-digitos to mda-largura
               else
                   move medida-largura to mda-largura
               end-if
           end-if

           .
       montar-medida-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calculo-preco-cm2 section.

           display "   "

      * Assadeira quadrada ou retangular: comprimento x largura
           if formato(ind) = "Q" or formato(ind) = "T" then
               compute area-pizza = diametro(ind) * largura(ind)
           else
               compute raio = diametro(ind) / 2
               compute area-pizza = (3,14 * (raio * raio))
           end-if
           compute preco_cm2 (ind) = preco(ind) / area-pizza

           .
               move posicao-editada to mov-pos-hoje
               move nome(ind)       to mov-nome
               move sabor(ind)      to mov-sabor
               move ind             to ind-medida
               perform editar-medida
               move medida-editada  to mov-medida

               if posicao-anterior = 0 then
                   move "NOVA" to mov-situacao
                   move spaces             to linha-mov
                   move ant-nome(ind-ant)     to mov-nome
                   move ant-sabor(ind-ant)    to mov-sabor
                   move ant-formato(ind-ant)  to medida-formato
                   move ant-diametro(ind-ant) to medida-comprimento
                   move ant-largura(ind-ant)  to medida-largura
                   perform montar-medida
                   move medida-editada     to mov-medida
                   move ind-ant            to posicao-editada
                   move posicao-editada    to mov-pos-ontem
                   move "SAIU"             to mov-situacao
                                    to ant-nome(qtd-anterior)
                           move mst-preco-cm2-total
                                    to ant-cm2-total(qtd-anterior)
                           move mst-formato
                                    to ant-formato(qtd-anterior)
                           move mst-largura
                                    to ant-largura(qtd-anterior)
                           move "nao"
                                    to ant-presente(qtd-anterior)
                       end-if
               move diametro(ind)          to mst-diametro
               move sabor(ind)             to mst-sabor
               move "nao"  to achou-anterior
               move "nao"  to medida-conflitante
               move spaces to imagem-antes
               read pizza-mst
                   invalid key
                   not invalid key
                       move "sim"          to achou-anterior
                       move reg-pizza-mst  to imagem-antes
                       move ind            to ind-medida
                       perform compara-medida-mestre
               end-read

      * Chave gravada com outra medida e outra pizza, nao e regravada
               if medida-conflitante = "sim" then
                   display "Medida conflitante com o mestre, pizza "
                       "nao gravada: " nome(ind)
                   move "sim" to houve-erro
               else
                   move codigo(ind)            to mst-codigo
                   move diametro(ind)          to mst-diametro
                   move sabor(ind)             to mst-sabor
                   move nome(ind)              to mst-nome
                   move preco(ind)             to mst-preco
                   move preco_cm2(ind)         to mst-preco-cm2
                   move diferenca_rel(ind)     to mst-diferenca-rel
                   move taxa_entrega(ind)      to mst-taxa-entrega
                   move preco_total(ind)       to mst-preco-total
                   move preco_cm2_total(ind)   to mst-preco-cm2-total
                   move formato(ind)           to mst-formato
                   move largura(ind)           to mst-largura
                   write reg-pizza-mst
                       invalid key
                           rewrite reg-pizza-mst
                   end-write
                   if fs-pizza-mst = "00" then
                       add 1 to gravados-mestre
                       move reg-pizza-mst to imagem-depois
                       if achou-anterior = "sim" then
                           move "ALTERACAO" to acao-jornal
                       else
                           move "INCLUSAO"  to acao-jornal
                       end-if
                       perform gravar-jornal
                   else
                       display "Erro ao gravar o mestre, status "
                           fs-pizza-mst ": " nome(ind)
                       move "sim" to houve-erro
                   end-if
               end-if
           end-perform

           move data-execucao        to jrn-data
           move " - "                to jrn-sep1 jrn-sep2 jrn-sep3
                                         jrn-sep4 jrn-sep5 jrn-sep6
                                         jrn-sep7 jrn-sep8
           move "PizzaDesafio"       to jrn-programa
           move "PIZZAMST"           to jrn-arquivo
           move acao-jornal          to jrn-acao
           move mst-sabor            to jrn-sabor
           move imagem-antes         to jrn-antes
           move imagem-depois        to jrn-depois
           accept jrn-hora from time
           move operador             to jrn-operador
           write reg-pizza-jrn

           if fs-pizza-jrn <> "00" then
               move spaces            to linha-rel
               move nome(ind)              to rel-nome
               move sabor(ind)             to rel-sabor
               move ind to ind-medida
               perform editar-medida
               move medida-editada         to rel-medida
               move preco(ind)             to rel-preco
               move preco_cm2(ind)         to rel-preco-cm2
               move diferenca_rel(ind)     to rel-diferenca
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
           perform gravar-controle
