      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaPrevisao".
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
           select pizza-sum            assign to "PIZZASUM"
                                        organization line sequential
                                        file status is fs-pizza-sum.

           select pizza-mst            assign to "PIZZAMST"
                                        organization indexed
                                        access mode dynamic
                                        record key mst-chave
                                        file status is fs-pizza-mst.

           select pizza-prm            assign to "PIZZAPRM"
                                        organization line sequential
                                        file status is fs-pizza-prm.

           select pizza-prv            assign to "PIZZAPRV"
                                        organization line sequential
                                        file status is fs-pizza-prv.

           select pizza-ctl            assign to "PIZZACTL"
                                        organization line sequential
                                        file status is fs-pizza-ctl.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  pizza-sum
           label record is standard.
       01  reg-pizza-sum.
           05 sum-codigo                           pic 9(04).
           05 sum-sep1                              pic X(03).
           05 sum-anomes                           pic 9(06).
           05 sum-sep2                              pic X(03).
           05 sum-nome                             pic X(15).
           05 sum-sep3                              pic X(03).
           05 sum-qtd                              pic 9(05).
           05 sum-sep4                              pic X(03).
           05 sum-media                            pic 9(03)V99.
           05 sum-sep5                              pic X(03).
           05 sum-minimo                           pic 9(03)V99.
           05 sum-sep6                              pic X(03).
           05 sum-maximo                           pic 9(03)V99.

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

       fd  pizza-prm
           label record is standard.
       01  reg-pizza-prm.
           05 prm-resposta-mestre                  pic X(01).
           05 prm-sep1                              pic X(03).
           05 prm-resposta-lote                    pic X(01).
           05 prm-sep2                              pic X(03).
           05 prm-qtd-pedido                       pic 9(03).
           05 prm-sep3                              pic X(03).
           05 prm-perc-variacao                    pic 9(03)V99.
           05 prm-sep4                              pic X(03).
           05 prm-aceita-suspeita                  pic X(01).
           05 prm-sep5                              pic X(03).
           05 prm-perc-previsao                    pic 9(03)V99.
           05 prm-sep6                              pic X(03).
           05 prm-nota-minima                      pic 9(03).
           05 prm-sep7                              pic X(03).
           05 prm-acao-nota                        pic X(01).

       fd  pizza-prv
           label record is standard.
       01  reg-pizza-prv                           pic X(132).

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

       01  tam-max-sumario                          constant as 200.
       01  tam-max-previsoes                        constant as 100.
       01  meses-previsao                           constant as 3.

       01  tab-serie  occurs  tam-max-sumario times.
           05 ser-chave.
              10 ser-codigo                        pic 9(04)
                 value zero.
              10 ser-anomes                        pic 9(06)
                 value zero.
           05 ser-nome                             pic X(15) value
                                                             space.
           05 ser-media                            pic 9(03)V99
              value zero.

       01  aux-serie.
           05 filler                               pic 9(04).
           05 filler                               pic 9(06).
           05 filler                               pic X(15).
           05 filler                               pic 9(03)V99.

       01  tab-previsao  occurs  tam-max-previsoes times.
           05 prv-codigo                           pic 9(04)
              value zero.
           05 prv-nome                             pic X(15) value
                                                             space.
           05 prv-meses                            pic 9(03)
              value zero.
           05 prv-ultimo-anomes                    pic 9(06)
              value zero.
           05 prv-ultima-media                     pic 9(03)V99
              value zero.
           05 prv-projecao  occurs  meses-previsao times
                                                   pic 9(03)V99
              value zero.
           05 prv-media-projetada                  pic 9(03)V99
              value zero.
           05 prv-variacao                         pic S9(05)V99
              value zero.
           05 prv-alta                             pic X(03) value
                                                             "nao".
      * Medida de menor preco por cm2 da pizzaria no mestre, base do
      * pedido padrao
           05 prv-formato                          pic X(01) value
                                                             space.
           05 prv-diametro                         pic 9(03)
              value zero.
           05 prv-largura                          pic 9(03)
              value zero.
           05 prv-area                             pic 9(05)V99
              value zero.
           05 prv-melhor-cm2                       pic 9(03)V99
              value zero.

      * Meses projetados, como numero de meses e como ano/mes
       01  tab-mes-alvo  occurs  meses-previsao times.
           05 alv-meses                            pic 9(06)
              value zero.
           05 alv-anomes                           pic 9(06)
              value zero.

       01  data-anomes.
           05 anm-ano                              pic 9(04).
           05 anm-mes                              pic 9(02).

       77  fs-pizza-sum                             pic X(02).
       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-prm                             pic X(02).
       77  fs-pizza-prv                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-sumario                              pic X(03).
       77  fim-grupo                                pic X(03).
       77  fim-mestre                               pic X(03).
       77  houve-erro                               pic X(03).
       77  controle                                 pic X(08).
       77  qtd-series                               pic 9(03).
       77  qtd-previsoes                            pic 9(03).
       77  ind-ser                                  pic 9(03).
       77  ind-prv                                  pic 9(03).
       77  ind-mes                                  pic 9(01).
       77  ind-achado                               pic 9(03).
       77  ind-barata-hoje                          pic 9(03).
       77  ind-barata-prevista                      pic 9(03).
       77  codigo-atual                             pic 9(04).
       77  qtd-pedido                               pic 9(03).
       77  perc-previsao                            pic 9(03)V99.
       77  anomes-referencia                        pic 9(06).
       77  meses-referencia                         pic 9(06).
       77  meses-base                               pic 9(06).
       77  meses-calculo                            pic 9(06).
       77  resto-mes                                pic 9(02).
       77  pontos                                   pic 9(03).
       77  valor-x                                  pic S9(05).
       77  soma-x                                   pic S9(07).
       77  soma-xx                                  pic S9(09).
       77  soma-y                                   pic S9(07)V99.
       77  soma-xy                                  pic S9(09)V99.
       77  denominador                              pic S9(11).
       77  numerador                                pic S9(11)V9(06).
       77  inclinacao                               pic S9(05)V9(06).
       77  intercepto                               pic S9(05)V9(06).
       77  valor-projetado                          pic S9(05)V9(06).
       77  soma-projetada                           pic 9(05)V99.
       77  raio                                     pic 9(03)V99.
       77  area-pizza                               pic 9(05)V99.
       77  largura-mestre                           pic 9(03).
       77  largura-dois-digitos                     pic 9(02).
       77  custo-hoje                               pic 9(09)V99.
       77  custo-previsto                           pic 9(09)V99.
       77  lidos-sumario                            pic 9(05).
       77  lidos-mestre                             pic 9(05).
       77  gravados-previsao                        pic 9(05).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).

       01  cab-prv.
           05 filler                               pic X(33)
              value "PREVISAO DE PRECO POR CM2 - DATA ".
           05 prv-data-cab                         pic 9(04)/99/99.

       01  info-prv.
           05 filler                               pic X(19)
              value "Base: sumarios ate ".
           05 inf-anomes                           pic 9(04)/99.
           05 filler                               pic X(29)
              value " - limite de alta em 3 meses ".
           05 inf-perc                             pic ZZ9,99.
           05 filler                               pic X(02)
              value " %".

       01  sub-cab-prv.
           05 filler                               pic X(47)
              value "COD   PIZZARIA       MESES  ULT MES    MEDIA   ".
           05 cab-mes-1                            pic 9(04)/99.
           05 filler                               pic X(03)
              value space.
           05 cab-mes-2                            pic 9(04)/99.
           05 filler                               pic X(03)
              value space.
           05 cab-mes-3                            pic 9(04)/99.
           05 filler                               pic X(21)
              value "     VAR %   SITUACAO".

       01  linha-prv.
           05 lpr-codigo                           pic 9(04).
           05 filler                               pic X(02)
              value space.
           05 lpr-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 lpr-meses                            pic ZZ9.
           05 filler                               pic X(02)
              value space.
           05 lpr-ultimo-anomes                    pic 9(04)/99.
           05 filler                               pic X(02)
              value space.
           05 lpr-ultima-media                     pic ZZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 lpr-projecao-1                       pic ZZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 lpr-projecao-2                       pic ZZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 lpr-projecao-3                       pic ZZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 lpr-variacao                         pic -ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 lpr-situacao                         pic X(20).

       01  linha-pedido-padrao.
           05 filler                               pic X(17)
              value "Pedido padrao de ".
           05 lpp-qtd-pedido                       pic ZZ9.
           05 filler                               pic X(40)
              value " pizzas na medida de menor preco por cm2".
           05 filler                               pic X(29)
              value " de cada pizzaria no mestre".

       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).

       01  linha-resumo.
           05 lrs-titulo                           pic X(22).
           05 lrs-nome                             pic X(15).
           05 filler                               pic X(09)
              value "  MEDIDA ".
           05 lrs-medida                           pic X(07).
           05 filler                               pic X(12)
              value "  PRECO/CM2 ".
           05 lrs-preco-cm2                        pic ZZ9,99.
           05 filler                               pic X(13)
              value "  CUSTO HOJE ".
           05 lrs-custo-hoje                       pic ZZZ.ZZZ.ZZ9,99.
           05 filler                               pic X(17)
              value "  CUSTO PREVISTO ".
           05 lrs-custo-previsto                   pic ZZZ.ZZZ.ZZ9,99.



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
           move 0     to qtd-series
           move 0     to qtd-previsoes
           move 0     to lidos-sumario
           move 0     to lidos-mestre
           move 0     to gravados-previsao
           move 0     to anomes-referencia
           move "nao" to houve-erro
           accept data-execucao from date yyyymmdd

           perform carrega-parametros
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           perform carrega-sumario

           if qtd-series = 0 then
               display "Nenhum sumario mensal para projetar"
           else
               perform ordenar-series
               perform determinar-meses-alvo

               move 1 to ind-ser
               perform until ind-ser > qtd-series
                   perform projetar-pizzaria
               end-perform

               perform carrega-mestre
           end-if

           perform gravar-relatorio

           display "Pizzarias projetadas: " gravados-previsao

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-parametros section.

      * Mesmo PIZZAPRM do Desafio; sem o arquivo valem pedido de 1
      * pizza e limite de alta de 10%
           move 1  to qtd-pedido
           move 10 to perc-previsao

           open input pizza-prm

           if fs-pizza-prm = "00" then
               read pizza-prm
                   at end
                       display "Arquivo de parametros vazio, "
                           "assumindo valores padrao"
                   not at end
                       if prm-qtd-pedido is numeric
                              and prm-qtd-pedido > 0
                           move prm-qtd-pedido to qtd-pedido
                       else
                           display "Quantidade de pedido invalida "
                               "nos parametros, assumindo 1"
                       end-if
                       if prm-perc-previsao is numeric
                              and prm-perc-previsao > 0
                           move prm-perc-previsao to perc-previsao
                       else
                           display "Limite de alta da previsao nao "
                               "informado, assumindo 10%"
                       end-if
               end-read
               close pizza-prm
           else
               display "Arquivo de parametros nao encontrado, "
                   "assumindo valores padrao"
           end-if

           .
       carrega-parametros-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-sumario section.

           open input pizza-sum
           move "nao" to fim-sumario

           if fs-pizza-sum <> "00" then
               display "Arquivo de sumario mensal nao encontrado"
               move "sim" to fim-sumario
               move "sim" to houve-erro
           end-if

           perform until fim-sumario = "sim"
               read pizza-sum
                   at end
                       move "sim" to fim-sumario
                   not at end
                       add 1 to lidos-sumario
                       add 1 to qtd-series
                       if qtd-series > tam-max-sumario then
                           display "Limite maximo de sumarios atingido"
                           subtract 1 from qtd-series
                           move "sim" to houve-erro
                           move "sim" to fim-sumario
                       else
                           move sum-codigo to ser-codigo(qtd-series)
                           move sum-anomes to ser-anomes(qtd-series)
                           move sum-nome   to ser-nome(qtd-series)
                           move sum-media  to ser-media(qtd-series)
                           if sum-anomes > anomes-referencia then
                               move sum-anomes to anomes-referencia
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-sum

           .
       carrega-sumario-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       ordenar-series section.

      * Serie de cada pizzaria em ordem de mes
           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind-ser
               move "n_trocou" to controle

               perform until ind-ser not < qtd-series
                   if ser-chave(ind-ser) > ser-chave(ind-ser + 1)
                       move tab-serie(ind-ser + 1) to aux-serie
                       move tab-serie(ind-ser)
                                to tab-serie(ind-ser + 1)
                       move aux-serie to tab-serie(ind-ser)
                       move "trocou" to controle
                   end-if
                   add 1 to ind-ser
               end-perform
           end-perform

           .
       ordenar-series-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       determinar-meses-alvo section.

      * Os tres meses seguintes ao ultimo mes do sumario valem para
      * todas as pizzarias
           move anomes-referencia to data-anomes
           perform calcula-meses
           move meses-calculo to meses-referencia

           perform varying ind-mes from 1 by 1
                       until ind-mes > meses-previsao
               compute alv-meses(ind-mes) = meses-referencia + ind-mes
               divide alv-meses(ind-mes) by 12 giving anm-ano
                   remainder resto-mes
               compute anm-mes = resto-mes + 1
               move data-anomes to alv-anomes(ind-mes)
           end-perform

           .
       determinar-meses-alvo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calcula-meses section.

      * Numero de meses corridos do ano/mes em data-anomes
           compute meses-calculo = anm-ano * 12 + anm-mes - 1

           .
       calcula-meses-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       projetar-pizzaria section.

      * Reta de minimos quadrados sobre a media mensal por cm2; o mes
      * e contado a partir do primeiro mes da pizzaria
           move ser-codigo(ind-ser) to codigo-atual
           move ser-anomes(ind-ser) to data-anomes
           perform calcula-meses
           move meses-calculo to meses-base

           move 0 to pontos
           move 0 to soma-x
           move 0 to soma-xx
           move 0 to soma-y
           move 0 to soma-xy

           add 1 to qtd-previsoes
           if qtd-previsoes > tam-max-previsoes then
               display "Limite maximo de pizzarias atingido"
               subtract 1 from qtd-previsoes
               move "sim" to houve-erro
               move 0 to ind-prv
           else
               move qtd-previsoes to ind-prv
               move codigo-atual  to prv-codigo(ind-prv)
           end-if

           move "nao" to fim-grupo
           perform until fim-grupo = "sim"
               move ser-anomes(ind-ser) to data-anomes
               perform calcula-meses
               compute valor-x = meses-calculo - meses-base

               add 1 to pontos
               add valor-x to soma-x
               compute soma-xx = soma-xx + valor-x * valor-x
               add ser-media(ind-ser) to soma-y
               compute soma-xy = soma-xy
                                 + valor-x * ser-media(ind-ser)

               if ind-prv > 0 then
                   move ser-nome(ind-ser)   to prv-nome(ind-prv)
                   move ser-anomes(ind-ser)
                            to prv-ultimo-anomes(ind-prv)
                   move ser-media(ind-ser)
                            to prv-ultima-media(ind-prv)
               end-if

               add 1 to ind-ser
               if ind-ser > qtd-series then
                   move "sim" to fim-grupo
               else
                   if ser-codigo(ind-ser) <> codigo-atual then
                       move "sim" to fim-grupo
                   end-if
               end-if
           end-perform

           if ind-prv > 0 then
               perform calcular-projecao
           end-if

           .
       projetar-pizzaria-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calcular-projecao section.

           move pontos to prv-meses(ind-prv)

      * Com um mes so nao ha tendencia: a projecao repete a media
           compute denominador = pontos * soma-xx - soma-x * soma-x
           if denominador = 0 then
               move 0 to inclinacao
           else
               compute numerador = pontos * soma-xy - soma-x * soma-y
               compute inclinacao rounded = numerador / denominador
           end-if
           compute numerador = soma-y - inclinacao * soma-x
           compute intercepto rounded = numerador / pontos

           move 0 to soma-projetada
           perform varying ind-mes from 1 by 1
                       until ind-mes > meses-previsao
               compute valor-x = alv-meses(ind-mes) - meses-base
               compute valor-projetado rounded =
                   intercepto + inclinacao * valor-x
               if valor-projetado < 0 then
                   move 0 to valor-projetado
               end-if
               if valor-projetado > 999,99 then
                   move 999,99 to valor-projetado
               end-if
               compute prv-projecao(ind-prv, ind-mes) rounded =
                   valor-projetado
               add prv-projecao(ind-prv, ind-mes) to soma-projetada
           end-perform

           compute prv-media-projetada(ind-prv) rounded =
               soma-projetada / meses-previsao

      * Alta medida do ultimo mes real ate o ultimo mes projetado
           if prv-ultima-media(ind-prv) > 0 then
               compute numerador =
                   (prv-projecao(ind-prv, meses-previsao)
                       - prv-ultima-media(ind-prv)) * 100
               compute prv-variacao(ind-prv) rounded =
                   numerador / prv-ultima-media(ind-prv)
           else
               move 0 to prv-variacao(ind-prv)
           end-if

           if prv-variacao(ind-prv) > perc-previsao then
               move "sim" to prv-alta(ind-prv)
           else
               move "nao" to prv-alta(ind-prv)
           end-if

           .
       calcular-projecao-exit.
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
                       perform registrar-medida
               end-read
           end-perform

           close pizza-mst

           .
       carrega-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-medida section.

      * Fica a pizza de menor preco por cm2 de cada pizzaria; mestre
      * sem formato e de pizza redonda e a quadrada repete o lado
           move 0 to ind-achado
           perform varying ind-prv from 1 by 1
                       until ind-prv > qtd-previsoes
                          or ind-achado > 0
               if prv-codigo(ind-prv) = mst-codigo
                   move ind-prv to ind-achado
               end-if
           end-perform

           if ind-achado > 0 and mst-preco-cm2 > 0
              and (prv-area(ind-achado) = 0
               or mst-preco-cm2 < prv-melhor-cm2(ind-achado))
               move mst-largura to largura-mestre
               if largura-mestre is not numeric then
                   move 0 to largura-mestre
               end-if
               if mst-formato = "Q" then
                   move mst-diametro to largura-mestre
               end-if
               if (mst-formato = "Q" or mst-formato = "T")
                      and largura-mestre > 0
                   compute area-pizza = mst-diametro * largura-mestre
               else
                   move 0 to largura-mestre
                   compute raio = mst-diametro / 2
                   compute area-pizza = (3,14 * (raio * raio))
               end-if
               if largura-mestre > 0 then
                   move mst-formato to prv-formato(ind-achado)
               else
                   move "R"         to prv-formato(ind-achado)
               end-if
               move mst-diametro   to prv-diametro(ind-achado)
               move largura-mestre to prv-largura(ind-achado)
               move area-pizza     to prv-area(ind-achado)
               move mst-preco-cm2  to prv-melhor-cm2(ind-achado)
           end-if

           .
       registrar-medida-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-relatorio section.

           open output pizza-prv
           if fs-pizza-prv <> "00" then
               display "Erro ao abrir o relatorio de previsao, "
                   "status " fs-pizza-prv
               move "sim" to houve-erro
           end-if

           move data-execucao to prv-data-cab
           move cab-prv to reg-pizza-prv
           perform gravar-linha-relatorio

           move anomes-referencia to inf-anomes
           move perc-previsao     to inf-perc
           move info-prv to reg-pizza-prv
           perform gravar-linha-relatorio

           move spaces to reg-pizza-prv
           perform gravar-linha-relatorio

           move alv-anomes(1) to cab-mes-1
           move alv-anomes(2) to cab-mes-2
           move alv-anomes(3) to cab-mes-3
           move sub-cab-prv to reg-pizza-prv
           perform gravar-linha-relatorio
           move all "-" to reg-pizza-prv
           perform gravar-linha-relatorio

           perform varying ind-prv from 1 by 1
                       until ind-prv > qtd-previsoes
               move prv-codigo(ind-prv)        to lpr-codigo
               move prv-nome(ind-prv)          to lpr-nome
               move prv-meses(ind-prv)         to lpr-meses
               move prv-ultimo-anomes(ind-prv) to lpr-ultimo-anomes
               move prv-ultima-media(ind-prv)  to lpr-ultima-media
               move prv-projecao(ind-prv, 1)   to lpr-projecao-1
               move prv-projecao(ind-prv, 2)   to lpr-projecao-2
               move prv-projecao(ind-prv, 3)   to lpr-projecao-3
               move prv-variacao(ind-prv)      to lpr-variacao
               if prv-alta(ind-prv) = "sim" then
                   move "ALTA ACIMA DO LIMITE" to lpr-situacao
               else
                   move spaces                 to lpr-situacao
               end-if
               move linha-prv to reg-pizza-prv
               perform gravar-linha-relatorio
               add 1 to gravados-previsao
           end-perform

           if qtd-previsoes = 0 then
               move "Nenhuma pizzaria com sumario mensal"
                    to reg-pizza-prv
               perform gravar-linha-relatorio
           else
               perform gravar-resumo
           end-if

           close pizza-prv

           .
       gravar-relatorio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-resumo section.

      * Mais barata hoje: menor media entre as pizzarias com sumario
      * no ultimo mes; mais barata prevista: menor media projetada.
      * Pizzaria sem pizza no mestre nao tem medida para o pedido
           move 0 to ind-barata-hoje
           move 0 to ind-barata-prevista

           perform varying ind-prv from 1 by 1
                       until ind-prv > qtd-previsoes
               if prv-ultimo-anomes(ind-prv) = anomes-referencia
                      and prv-ultima-media(ind-prv) > 0
                      and prv-area(ind-prv) > 0
                   if ind-barata-hoje = 0 then
                       move ind-prv to ind-barata-hoje
                   else
                       if prv-ultima-media(ind-prv)
                              < prv-ultima-media(ind-barata-hoje)
                           move ind-prv to ind-barata-hoje
                       end-if
                   end-if
               end-if
               if prv-media-projetada(ind-prv) > 0
                      and prv-area(ind-prv) > 0
                   if ind-barata-prevista = 0 then
                       move ind-prv to ind-barata-prevista
                   else
                       if prv-media-projetada(ind-prv)
                              < prv-media-projetada(ind-barata-prevista)
                           move ind-prv to ind-barata-prevista
                       end-if
                   end-if
               end-if
           end-perform

           move spaces to reg-pizza-prv
           perform gravar-linha-relatorio
           move "RESUMO DO PEDIDO PADRAO" to reg-pizza-prv
           perform gravar-linha-relatorio

           move qtd-pedido      to lpp-qtd-pedido
           move linha-pedido-padrao to reg-pizza-prv
           perform gravar-linha-relatorio

           if ind-barata-hoje > 0 then
               move ind-barata-hoje to ind-prv
               move "MAIS BARATA HOJE    :" to lrs-titulo
               move prv-ultima-media(ind-prv) to lrs-preco-cm2
               perform montar-linha-resumo
           end-if

           if ind-barata-prevista > 0 then
               move ind-barata-prevista to ind-prv
               move "MAIS BARATA PREVISTA:" to lrs-titulo
               move prv-media-projetada(ind-prv) to lrs-preco-cm2
               perform montar-linha-resumo
           end-if

           .
       gravar-resumo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-linha-resumo section.

      * Custo previsto pela media dos tres meses projetados
           compute custo-hoje rounded =
               qtd-pedido * prv-area(ind-prv)
                   * prv-ultima-media(ind-prv)
           compute custo-previsto rounded =
               qtd-pedido * prv-area(ind-prv)
                   * prv-media-projetada(ind-prv)

           move spaces to medida-editada
           move prv-diametro(ind-prv) to mda-comprimento
           if prv-formato(ind-prv) = "Q" or prv-formato(ind-prv) = "T"
               move "x" to mda-x
               if prv-largura(ind-prv) < 100 then
                   move prv-largura(ind-prv) to largura-dois-digitos
                   move largura-dois-digitos to mda-largura
               else
                   move prv-largura(ind-prv) to mda-largura
               end-if
           end-if

           move prv-nome(ind-prv) to lrs-nome
           move medida-editada    to lrs-medida
           move custo-hoje        to lrs-custo-hoje
           move custo-previsto    to lrs-custo-previsto
           move linha-resumo to reg-pizza-prv
           perform gravar-linha-relatorio

           .
       montar-linha-resumo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-relatorio section.

           write reg-pizza-prv

           if fs-pizza-prv <> "00" then
               display "Erro ao gravar o relatorio de previsao, "
                   "status " fs-pizza-prv
               move "sim" to houve-erro
           end-if

           .
       gravar-linha-relatorio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-controle section.

           open extend pizza-ctl
           if fs-pizza-ctl = "35" then
               open output pizza-ctl
           end-if

           move "PizzaPrevisao"      to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move 0                    to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move 0                    to ctl-lidos-lote
           move lidos-sumario        to ctl-lidos-historico
           move 0                    to ctl-gravados-mestre
           move 0                    to ctl-gravados-historico
           move gravados-previsao    to ctl-gravados-saida
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
