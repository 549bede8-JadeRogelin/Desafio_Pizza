      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaComparacao".
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
           select pizza-mst            assign to "PIZZAMST"
                                        organization indexed
                                        access mode dynamic
                                        record key mst-chave
                                        file status is fs-pizza-mst.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

           select pizza-pro            assign to "PIZZAPRO"
                                        organization line sequential
                                        file status is fs-pizza-pro.

           select pizza-csb            assign to "PIZZACSB"
                                        organization line sequential
                                        file status is fs-pizza-csb.

           select pizza-ctl            assign to "PIZZACTL"
                                        organization line sequential
                                        file status is fs-pizza-ctl.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  pizza-mst
           label record is standard.
       01  reg-pizza-mst.
           05 mst-chave.
              10 mst-codigo                        pic 9(04).
              10 mst-diametro                      pic 9(03).
              10 mst-sabor                         pic X(15).
           05 mst-nome                             pic X(15).
           05 mst-preco                            pic 9(03)V99.
           05 mst-preco-cm2                        pic 9(03)V99.
           05 mst-diferenca-rel                    pic 9(03)V99.
           05 mst-taxa-entrega                     pic 9(03)V99.
           05 mst-preco-total                      pic 9(03)V99.
           05 mst-preco-cm2-total                  pic 9(03)V99.
           05 mst-formato                          pic X(01).
           05 mst-largura                          pic 9(03).

       fd  pizza-sab
           label record is standard.
       01  reg-pizza-sab.
           05 sab-codigo                           pic X(15).
           05 sab-sep1                              pic X(03).
           05 sab-descricao                        pic X(30).
           05 sab-apelidos  occurs 6 times.
              10 sab-sep-apelido                    pic X(03).
              10 sab-apelido                       pic X(15).

       fd  pizza-pro
           label record is standard.
       01  reg-pizza-pro.
           05 pro-codigo                           pic 9(04).
           05 pro-sep1                              pic X(03).
           05 pro-data-inicio                      pic 9(08).
           05 pro-sep2                              pic X(03).
           05 pro-data-fim                         pic 9(08).
           05 pro-sep3                              pic X(03).
           05 pro-dia-semana                       pic 9(01).
           05 pro-sep4                              pic X(03).
           05 pro-perc-desconto                    pic 9(03)V99.

       fd  pizza-csb
           label record is standard.
       01  reg-pizza-csb                           pic X(120).

       fd  pizza-ctl
           label record is standard.
       01  reg-pizza-ctl.
           05 ctl-programa                         pic X(15).
           05 ctl-sep1                              pic X(03).
           05 ctl-data                             pic 9(08).
           05 ctl-sep2                              pic X(03).
           05 ctl-lidos-cadastro                   pic 9(05).
           05 ctl-sep3                              pic X(03).
           05 ctl-lidos-mestre                     pic 9(05).
           05 ctl-sep4                              pic X(03).
           05 ctl-lidos-lote                       pic 9(05).
           05 ctl-sep5                              pic X(03).
           05 ctl-lidos-historico                  pic 9(05).
           05 ctl-sep6                              pic X(03).
           05 ctl-gravados-mestre                  pic 9(05).
           05 ctl-sep7                              pic X(03).
           05 ctl-gravados-historico               pic 9(05).
           05 ctl-sep8                              pic X(03).
           05 ctl-gravados-saida                   pic 9(05).
           05 ctl-sep9                              pic X(03).
           05 ctl-rej-cadastro                     pic 9(05).
           05 ctl-sep10                             pic X(03).
           05 ctl-rej-campos                       pic 9(05).
           05 ctl-sep11                             pic X(03).
           05 ctl-rej-suspeita                     pic 9(05).
           05 ctl-sep12                             pic X(03).
           05 ctl-situacao                         pic X(04).

      *----Variaveis de trabalho
       working-storage section.

       01  tam-max-pizzas                           constant as 500.
       01  tam-max-promocoes                        constant as 100.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.

       01  tab-ranking  occurs  tam-max-pizzas times.
           05 rkg-codigo                           pic 9(04)
              value zero.
           05 rkg-nome                             pic X(15) value
                                                             space.
           05 rkg-diametro                         pic 9(03)
              value zero.
           05 rkg-preco                            pic 9(03)V99
              value zero.
           05 rkg-taxa                             pic 9(03)V99
              value zero.
           05 rkg-total                            pic 9(03)V99
              value zero.
           05 rkg-cm2-total                        pic 9(03)V99
              value zero.
           05 rkg-desconto                         pic 9(03)V99
              value zero.
           05 rkg-efetivo                          pic 9(03)V99
              value zero.
           05 rkg-cm2-efet                         pic 9(03)V99
              value zero.
           05 rkg-formato                          pic X(01) value
                                                             "R".
           05 rkg-largura                          pic 9(03)
              value zero.

       01  aux-ranking.
           05 filler                               pic 9(04).
           05 filler                               pic X(15).
           05 filler                               pic 9(03).
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic X(01).
           05 filler                               pic 9(03).

       01  tab-promocao  occurs  tam-max-promocoes times.
           05 prl-codigo                           pic 9(04)
              value zero.
           05 prl-data-inicio                      pic 9(08)
              value zero.
           05 prl-data-fim                         pic 9(08)
              value zero.
           05 prl-dia-semana                       pic 9(01)
              value zero.
           05 prl-desconto                         pic 9(03)V99
              value zero.

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-descricao                        pic X(30) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-sab                             pic X(02).
       77  fs-pizza-pro                             pic X(02).
       77  fs-pizza-csb                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-mestre                               pic X(03).
       77  fim-sabor                                pic X(03).
       77  fim-promocao                             pic X(03).
       77  houve-erro                               pic X(03).
       77  controle                                 pic X(08).
       77  qtd-ranking                              pic 9(03).
       77  qtd-promocoes                            pic 9(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-rkg                                  pic 9(03).
       77  ind-pro                                  pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-sabor-achado                         pic 9(03).
       77  sabor-traduzir                           pic X(15).
       77  sabor-canonico                           pic X(15).
       77  sabor-comparacao                         pic X(15).
       77  ind-sabor-comparacao                     pic 9(03).
       77  diametro-comparacao                      pic 9(03).
       77  lidos-mestre                             pic 9(05).
       77  gravadas-comparacao                      pic 9(05).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).
       77  dia-semana                               pic 9(01).
       77  desconto-aplicavel                       pic 9(03)V99.
       77  codigo-promocao                          pic 9(04).
       77  area-pizza                               pic 9(05)V99.
       77  diferenca-melhor                         pic 9(05)V99.
       77  medida-formato                           pic X(01).
       77  medida-comprimento                       pic 9(03).
       77  medida-largura                           pic 9(03).
       77  largura-dois-digitos                     pic 9(02).

      * Medida impressa: diametro da redonda ou comprimento x largura
      * da assadeira
       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  cab-csb.
           05 filler                               pic X(44)
              value "COMPARATIVO DO MESMO SABOR ENTRE PIZZARIAS -".
           05 filler                               pic X(22)
              value " PRECO EFETIVO POR CM2".

       01  cab-sabor.
           05 filler                               pic X(07)
              value "Sabor: ".
           05 csa-sabor                            pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 csa-descricao                        pic X(30).
           05 filler                               pic X(12)
              value "  Diametro: ".
           05 csa-diametro                         pic X(07).
           05 filler                               pic X(08)
              value "  Data: ".
           05 csa-data                             pic 9(08).

       01  sub-cab-csb.
           05 filler                               pic X(43)
              value "POS   PIZZARIA         MEDIDA     PRECO   T".
           05 filler                               pic X(40)
              value "AXA     TOTAL  TOT/CM2  DESC   EFETIVO  ".
           05 filler                               pic X(30)
              value "EFET/CM2   DIF MELHOR         ".

       01  linha-csb.
           05 csb-posicao                          pic ZZ9.
           05 filler                               pic X(03)
              value space.
           05 csb-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 csb-medida                           pic X(07).
           05 filler                               pic X(02)
              value space.
           05 csb-preco                            pic ZZ9,99.
           05 filler                               pic X(02)
              value space.
           05 csb-taxa                             pic ZZ9,99.
           05 filler                               pic X(02)
              value " %".
           05 filler                               pic X(02)
              value space.
           05 csb-total                            pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 csb-cm2-total                        pic ZZ9,99.
           05 filler                               pic X(02)
              value space.
           05 csb-desconto                         pic Z9,9.
           05 filler                               pic X(03)
              value space.
           05 csb-efetivo                          pic ZZ9,99.
           05 filler                               pic X(04)
              value space.
           05 csb-cm2-efet                         pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 csb-diferenca                        pic ZZZZ9,99.
           05 filler                               pic X(02)
              value " %".



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
           move 0     to qtd-ranking
           move 0     to qtd-promocoes
           move 0     to qtd-sabores
           move 0     to lidos-mestre
           move 0     to gravadas-comparacao
           move "nao" to houve-erro
           accept data-execucao from date yyyymmdd
           accept dia-semana from day-of-week
           perform carrega-sabores

           if qtd-sabores = 0 then
               display "Nenhum sabor catalogado, comparativo vazio"
               move spaces to sabor-canonico
               move 0      to ind-sabor-achado
           else
               display "Informe o sabor "
               accept sabor-traduzir
               perform traduz-sabor
               perform until sabor-canonico <> space
                   display "Sabor nao catalogado, informe novamente "
                   accept sabor-traduzir
                   perform traduz-sabor
               end-perform
           end-if
           move sabor-canonico   to sabor-comparacao
           move ind-sabor-achado to ind-sabor-comparacao

           display "Informe o diametro ou comprimento (0 = todos) "
           accept diametro-comparacao
           perform until diametro-comparacao is numeric
               display "Diametro invalido, informe novamente "
               accept diametro-comparacao
           end-perform
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           perform carrega-promocoes
           perform carrega-mestre
           perform ordenar-ranking
           perform imprimir-comparativo

           display "Pizzas comparadas: " qtd-ranking

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-mestre section.

           open input pizza-mst
           move "nao" to fim-mestre

           if fs-pizza-mst <> "00" then
               display "Arquivo mestre nao encontrado, status "
                   fs-pizza-mst
               move "sim" to fim-mestre
               move "sim" to houve-erro
           end-if

           perform until fim-mestre = "sim"
               read pizza-mst next record
                   at end
                       move "sim" to fim-mestre
                   not at end
                       add 1 to lidos-mestre
      * Chave do mestre gravada com apelido entra pelo codigo
                       move mst-sabor to sabor-traduzir
                       perform traduz-sabor
                       if sabor-canonico = sabor-comparacao
                              and sabor-comparacao <> space
                              and (diametro-comparacao = 0
                                   or mst-diametro
                                          = diametro-comparacao)
                           perform registrar-pizza
                       end-if
               end-read
           end-perform

           close pizza-mst

           .
       carrega-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-pizza section.

           if qtd-ranking not < tam-max-pizzas then
               display "Limite maximo de pizzas atingido"
               move "sim" to fim-mestre
           else
               add 1 to qtd-ranking
               move mst-codigo          to rkg-codigo(qtd-ranking)
               move mst-nome            to rkg-nome(qtd-ranking)
               move mst-diametro        to rkg-diametro(qtd-ranking)
               move mst-formato         to rkg-formato(qtd-ranking)
               move mst-largura         to rkg-largura(qtd-ranking)
               move mst-preco           to rkg-preco(qtd-ranking)
               move mst-taxa-entrega    to rkg-taxa(qtd-ranking)
               move mst-preco-total     to rkg-total(qtd-ranking)
               move mst-preco-cm2-total to rkg-cm2-total(qtd-ranking)

               move mst-codigo to codigo-promocao
               perform busca-promocao
               move desconto-aplicavel  to rkg-desconto(qtd-ranking)
               if desconto-aplicavel > 0 then
                   compute rkg-efetivo(qtd-ranking) =
                       mst-preco-total * (100 - desconto-aplicavel)
                                       / 100
                   compute rkg-cm2-efet(qtd-ranking) =
                       mst-preco-cm2-total
                           * (100 - desconto-aplicavel) / 100
               else
                   move mst-preco-total
                            to rkg-efetivo(qtd-ranking)
                   move mst-preco-cm2-total
                            to rkg-cm2-efet(qtd-ranking)
               end-if
           end-if

           .
       registrar-pizza-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       busca-promocao section.

      * Vale o maior desconto vigente na data e dia da execucao
           move 0 to desconto-aplicavel

           perform varying ind-pro from 1 by 1
                       until ind-pro > qtd-promocoes
               if prl-codigo(ind-pro) = codigo-promocao
                      and data-execucao
                             not < prl-data-inicio(ind-pro)
                      and data-execucao
                             not > prl-data-fim(ind-pro)
                      and (prl-dia-semana(ind-pro) = 0
                           or prl-dia-semana(ind-pro) = dia-semana)
                      and prl-desconto(ind-pro)
                             > desconto-aplicavel
                   move prl-desconto(ind-pro)
                            to desconto-aplicavel
               end-if
           end-perform

           .
       busca-promocao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       ordenar-ranking section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind-rkg
               move "n_trocou" to controle

               perform until ind-rkg not < qtd-ranking
                   if rkg-cm2-efet(ind-rkg)
                          > rkg-cm2-efet(ind-rkg + 1) then
                       move tab-ranking(ind-rkg + 1)
                                to aux-ranking
                       move tab-ranking(ind-rkg)
                                to tab-ranking(ind-rkg + 1)
                       move aux-ranking
                                to tab-ranking(ind-rkg)
                       move "trocou" to controle
                   end-if
                   add 1 to ind-rkg
               end-perform
           end-perform

           .
       ordenar-ranking-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       imprimir-comparativo section.

           open output pizza-csb

           if fs-pizza-csb <> "00" then
               display "Erro ao abrir o comparativo, status "
                   fs-pizza-csb
               move "sim" to houve-erro
           end-if

           move cab-csb to reg-pizza-csb
           write reg-pizza-csb
           perform verifica-gravacao

           move sabor-comparacao to csa-sabor
           if ind-sabor-comparacao > 0 then
               move sbl-descricao(ind-sabor-comparacao)
                        to csa-descricao
           else
               move spaces to csa-descricao
           end-if
           if diametro-comparacao = 0 then
               move "TODOS"             to csa-diametro
           else
               move diametro-comparacao to csa-diametro
           end-if
           move data-execucao  to csa-data
           move cab-sabor to reg-pizza-csb
           write reg-pizza-csb
           perform verifica-gravacao

           move sub-cab-csb to reg-pizza-csb
           write reg-pizza-csb
           perform verifica-gravacao

           move all "-" to reg-pizza-csb
           write reg-pizza-csb
           perform verifica-gravacao

           perform varying ind-rkg from 1 by 1
                       until ind-rkg > qtd-ranking
               perform montar-linha-comparativo
               move linha-csb to reg-pizza-csb
               write reg-pizza-csb
               perform verifica-gravacao
           end-perform

           if qtd-ranking = 0 then
               move spaces to reg-pizza-csb
               move "Nenhuma pizza do sabor no mestre"
                    to reg-pizza-csb
               write reg-pizza-csb
               perform verifica-gravacao
           end-if

           close pizza-csb

           .
       imprimir-comparativo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-linha-comparativo section.

           move ind-rkg                  to csb-posicao
           move rkg-nome(ind-rkg)        to csb-nome
           move rkg-formato(ind-rkg)     to medida-formato
           move rkg-diametro(ind-rkg)    to medida-comprimento
           move rkg-largura(ind-rkg)     to medida-largura
           perform montar-medida
           move medida-editada           to csb-medida
           move rkg-preco(ind-rkg)       to csb-preco
           move rkg-taxa(ind-rkg)        to csb-taxa
           move rkg-total(ind-rkg)       to csb-total
           move rkg-cm2-total(ind-rkg)   to csb-cm2-total
           move rkg-desconto(ind-rkg)    to csb-desconto
           move rkg-efetivo(ind-rkg)     to csb-efetivo
           move rkg-cm2-efet(ind-rkg)    to csb-cm2-efet

      * Quanto cada pizzaria cobra a mais por cm2 que a primeira
           if rkg-cm2-efet(1) > 0 then
               compute diferenca-melhor =
                   ((rkg-cm2-efet(ind-rkg) - rkg-cm2-efet(1)) * 100)
                        / rkg-cm2-efet(1)
           else
               move 0 to diferenca-melhor
           end-if
           move diferenca-melhor to csb-diferenca

           .
       montar-linha-comparativo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-medida section.

      * Redonda mostra o diametro; assadeira mostra comprimento x
      * largura
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
       carrega-promocoes section.

           open input pizza-pro
           move "nao" to fim-promocao

           if fs-pizza-pro <> "00" then
               display "Arquivo de promocoes nao encontrado, "
                   "precos efetivos iguais aos de tabela"
               move "sim" to fim-promocao
           end-if

           perform until fim-promocao = "sim"
               read pizza-pro
                   at end
                       move "sim" to fim-promocao
                   not at end
                       add 1 to qtd-promocoes
                       if qtd-promocoes > tam-max-promocoes then
                           display "Limite maximo de "
                               "promocoes atingido"
                           subtract 1 from qtd-promocoes
                           move "sim" to fim-promocao
                       else
                           move pro-codigo
                                    to prl-codigo(qtd-promocoes)
                           move pro-data-inicio
                                    to prl-data-inicio(qtd-promocoes)
                           move pro-data-fim
                                    to prl-data-fim(qtd-promocoes)
                           move pro-dia-semana
                                    to prl-dia-semana(qtd-promocoes)
                           move pro-perc-desconto
                                    to prl-desconto(qtd-promocoes)
                       end-if
               end-read
           end-perform

           close pizza-pro

           .
       carrega-promocoes-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-sabores section.

           open input pizza-sab
           move "nao" to fim-sabor

           if fs-pizza-sab <> "00" then
               display "Catalogo de sabores nao encontrado"
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
                           move sab-descricao
                                    to sbl-descricao(qtd-sabores)
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
           move 0      to ind-sabor-achado

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
                          or sabor-canonico <> space
               if sbl-codigo(ind-sab) = sabor-traduzir then
                   move sbl-codigo(ind-sab) to sabor-canonico
                   move ind-sab             to ind-sabor-achado
               end-if
               perform varying ind-ape from 1 by 1
                           until ind-ape > tam-max-apelidos
                              or sabor-canonico <> space
                   if sbl-apelido(ind-sab, ind-ape) = sabor-traduzir
                       move sbl-codigo(ind-sab) to sabor-canonico
                       move ind-sab             to ind-sabor-achado
                   end-if
               end-perform
           end-perform

           if sabor-traduzir = space then
               move spaces to sabor-canonico
               move 0      to ind-sabor-achado
           end-if

           .
       traduz-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao section.

           if fs-pizza-csb = "00" then
               add 1 to gravadas-comparacao
           else
               display "Erro ao gravar o comparativo, status "
                   fs-pizza-csb
               move "sim" to houve-erro
           end-if

           .
       verifica-gravacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-controle section.

           open extend pizza-ctl
           if fs-pizza-ctl = "35" then
               open output pizza-ctl
           end-if

           move "PizzaComparacao"    to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move 0                    to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move 0                    to ctl-lidos-lote
           move 0                    to ctl-lidos-historico
           move 0                    to ctl-gravados-mestre
           move 0                    to ctl-gravados-historico
           move gravadas-comparacao  to ctl-gravados-saida
           move 0                    to ctl-rej-cadastro
           move 0                    to ctl-rej-campos
           move 0                    to ctl-rej-suspeita
           if houve-erro = "sim" then
               move "ERRO" to situacao-execucao
           else
               move "OK"   to situacao-execucao
           end-if
           move situacao-execucao    to ctl-situacao
           write reg-pizza-ctl

           if fs-pizza-ctl <> "00" then
               display "Erro ao gravar o controle de execucao, "
                   "status " fs-pizza-ctl
               move 8 to return-code
           end-if

           close pizza-ctl

           .
       gravar-controle-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       finaliza section.
           perform gravar-controle

           if situacao-execucao = "ERRO" then
               move 8 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
      *----------------------------------------------------
