                                        organization line sequential
                                        file status is fs-pizza-pro.

           select pizza-prm            assign to "PIZZAPRM"
                                        organization line sequential
                                        file status is fs-pizza-prm.

           select pizza-not            assign to "PIZZANOT"
                                        organization line sequential
                                        file status is fs-pizza-not.

       i-o-control.

      *Declaração de variáveis
           05 mst-taxa-entrega                     pic 9(03)V99.
           05 mst-preco-total                      pic 9(03)V99.
           05 mst-preco-cm2-total                  pic 9(03)V99.
           05 mst-formato                          pic X(01).
           05 mst-largura                          pic 9(03).

       fd  pizza-hst
           label record is standard.
           05 pro-sep4                              pic X(03).
           05 pro-perc-desconto                    pic 9(03)V99.

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

       fd  pizza-not
           label record is standard.
       01  reg-pizza-not.
           05 not-codigo                           pic 9(04).
           05 not-sep1                              pic X(03).
           05 not-anomes                           pic 9(06).
           05 not-sep2                              pic X(03).
           05 not-nota                             pic 9(03).
           05 not-sep3                              pic X(03).
           05 not-entregas                         pic 9(05).

      *----Variaveis de trabalho
       working-storage section.

              value zero.
           05 rkg-cm2-efet                         pic 9(03)V99
              value zero.
           05 rkg-formato                          pic X(01) value
                                                             "R".
           05 rkg-largura                          pic 9(03)
              value zero.
           05 rkg-ordem                            pic 9(05)V99
              value zero.
           05 rkg-tem-nota                         pic X(03) value
                                                             "nao".
           05 rkg-nota                             pic 9(03)
              value zero.
           05 rkg-servico                          pic X(10) value
                                                             space.

       01  aux-ranking.
           05 filler                               pic 9(04).
           05 filler                               pic X(15).
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic X(01).
           05 filler                               pic 9(03).
           05 filler                               pic 9(05)V99.
           05 filler                               pic X(03).
           05 filler                               pic 9(03).
           05 filler                               pic X(10).

       01  tab-tendencia  occurs  tam-max-pizzas times.
           05 tdc-codigo                           pic 9(04)
           05 prl-desconto                         pic 9(03)V99
              value zero.

       01  tam-max-notas                            constant as 100.

       01  tab-nota  occurs  tam-max-notas times.
           05 ntl-codigo                           pic 9(04)
              value zero.
           05 ntl-nota                             pic 9(03)
              value zero.

       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-hst                             pic X(02).
       77  fs-pizza-cpr                             pic X(02).
       77  lidos-mestre                             pic 9(05).
       77  lidos-historico                          pic 9(05).
       77  gravadas-recomendacao                    pic 9(05).
       77  nota-editada                             pic ZZ9.
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).
       77  fs-pizza-pro                             pic X(02).
       77  dia-semana                               pic 9(01).
       77  desconto-aplicavel                       pic 9(03)V99.
       77  codigo-promocao                          pic 9(04).
       77  medida-formato                           pic X(01).
       77  medida-comprimento                       pic 9(03).
       77  medida-largura                           pic 9(03).
       77  largura-dois-digitos                     pic 9(02).
       77  fs-pizza-prm                             pic X(02).
       77  fs-pizza-not                             pic X(02).
       77  fim-nota                                 pic X(03).
       77  qtd-notas                                pic 9(03).
       77  ind-not                                  pic 9(03).
       77  nota-minima                              pic 9(03).
       77  acao-nota                                pic X(01).
       77  ignoradas-nota                           pic 9(05).
       77  fator-nota                               pic 9(04).
       77  numerador                                pic 9(07)V99.

      * Medida impressa: diametro da redonda ou comprimento x largura
      * da assadeira
       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).

       01  cab-cpr.
           05 filler                               pic X(44)
       01  sub-cab-cpr.
           05 filler                               pic X(40)
              value "POS   PIZZARIA         SABOR            ".
           05 filler                               pic X(43)
              value "MEDIDA   CM2 HOJE   CM2 EFET   TENDENCIA   ".
           05 filler                               pic X(40)
              value "VARIACAO     SITUACAO   NOTA  SERVICO   ".

       01  linha-cpr.
           05 cpr-posicao                          pic ZZ9.
           05 cpr-sabor                            pic X(15).
           05 filler                               pic X(02)
              value space.
           05 cpr-medida                           pic X(07).
           05 filler                               pic X(02)
              value space.
           05 cpr-cm2-hoje                         pic ZZ9,99.
           05 filler                               pic X(04)
           05 filler                               pic X(03)
              value space.
           05 cpr-situacao                         pic X(13).
           05 filler                               pic X(02)
              value space.
           05 cpr-nota                             pic X(03).
           05 filler                               pic X(02)
              value space.
           05 cpr-servico                          pic X(10).



           move 0     to lidos-mestre
           move 0     to lidos-historico
           move 0     to gravadas-recomendacao
           move 0     to qtd-notas
           move 0     to ignoradas-nota
           move "nao" to houve-erro
           accept data-execucao from date yyyymmdd
           accept dia-semana from day-of-week
           perform carrega-parametros
           .
       inicializa-exit.
           exit.
       processamento section.

           perform carrega-promocoes
           perform carrega-notas
           perform carrega-mestre
           perform ordenar-ranking
           perform carrega-tendencia
                                    to rkg-sabor(qtd-ranking)
                           move mst-nome
                                    to rkg-nome(qtd-ranking)
                           move mst-formato
                                    to rkg-formato(qtd-ranking)
                           move mst-largura
                                    to rkg-largura(qtd-ranking)
                           move mst-preco-cm2-total
                                    to rkg-cm2-total(qtd-ranking)
                           move mst-codigo to codigo-promocao
                               move mst-preco-cm2-total
                                    to rkg-cm2-efet(qtd-ranking)
                           end-if
                           perform aplica-nota
                       end-if
               end-read
           end-perform

           close pizza-mst

           if ignoradas-nota > 0 then
               display "Pizzas fora do ranking por nota de servico: "
                   ignoradas-nota
           end-if

           .
       carrega-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-parametros section.

      * Sem nota minima ou sem acao (I = ignorar, P = penalizar) o
      * ranking continua so pelo preco efetivo
           move 0     to nota-minima
           move space to acao-nota

           open input pizza-prm

           if fs-pizza-prm = "00" then
               read pizza-prm
                   at end
                       continue
                   not at end
                       if prm-nota-minima is numeric then
                           move prm-nota-minima to nota-minima
                       end-if
                       move prm-acao-nota to acao-nota
               end-read
               close pizza-prm
           end-if

           .
       carrega-parametros-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-notas section.

           open input pizza-not
           move "nao" to fim-nota

           if fs-pizza-not <> "00" then
               display "Arquivo de notas de servico nao encontrado, "
                   "ranking sem nota"
               move "sim" to fim-nota
           end-if

           perform until fim-nota = "sim"
               read pizza-not
                   at end
                       move "sim" to fim-nota
                   not at end
                       add 1 to qtd-notas
                       if qtd-notas > tam-max-notas then
                           display "Limite maximo de "
                               "notas atingido"
                           subtract 1 from qtd-notas
                           move "sim" to fim-nota
                       else
                           move not-codigo to ntl-codigo(qtd-notas)
                           move not-nota   to ntl-nota(qtd-notas)
                       end-if
               end-read
           end-perform

           close pizza-not

           .
       carrega-notas-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplica-nota section.

      * Pizzaria sem nota (sem entregas no mes avaliado) nao sofre
      * nenhum efeito
           move rkg-cm2-efet(qtd-ranking) to rkg-ordem(qtd-ranking)
           move "nao"  to rkg-tem-nota(qtd-ranking)
           move 0      to rkg-nota(qtd-ranking)
           move spaces to rkg-servico(qtd-ranking)
           move 0 to ind-achado
           perform varying ind-not from 1 by 1
                       until ind-not > qtd-notas
                          or ind-achado > 0
               if ntl-codigo(ind-not) = rkg-codigo(qtd-ranking)
                   move ind-not to ind-achado
               end-if
           end-perform

           if ind-achado > 0 then
               move "sim" to rkg-tem-nota(qtd-ranking)
               move ntl-nota(ind-achado) to rkg-nota(qtd-ranking)
               if rkg-nota(qtd-ranking) < nota-minima then
                   if acao-nota = "I" then
                       add 1 to ignoradas-nota
                       subtract 1 from qtd-ranking
                   else
                       if acao-nota = "P" then
      * Cada ponto abaixo do minimo encarece o cm2 em 1% no ranking
                           compute fator-nota = 100 + nota-minima
                                              - rkg-nota(qtd-ranking)
                           compute numerador =
                               rkg-cm2-efet(qtd-ranking) * fator-nota
                           compute rkg-ordem(qtd-ranking) rounded =
                               numerador / 100
                           move "PENALIZADA"
                                    to rkg-servico(qtd-ranking)
                       else
                           move "ABAIXO MIN"
                                    to rkg-servico(qtd-ranking)
                       end-if
                   end-if
               end-if
           end-if

           .
       aplica-nota-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-promocoes section.

               move "n_trocou" to controle

               perform until ind-rkg not < qtd-ranking
                   if rkg-ordem(ind-rkg)
                          > rkg-ordem(ind-rkg + 1) then
                       move tab-ranking(ind-rkg + 1)
                                to aux-ranking
                       move tab-ranking(ind-rkg)
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
       montar-recomendacao section.

           move ind-rkg                  to cpr-posicao
           move rkg-nome(ind-rkg)        to cpr-nome
           move rkg-sabor(ind-rkg)       to cpr-sabor
           move rkg-formato(ind-rkg)     to medida-formato
           move rkg-diametro(ind-rkg)    to medida-comprimento
           move rkg-largura(ind-rkg)     to medida-largura
           perform montar-medida
           move medida-editada           to cpr-medida
           move rkg-cm2-total(ind-rkg)   to cpr-cm2-hoje
           move rkg-cm2-efet(ind-rkg)    to cpr-cm2-efet
           move spaces                   to cpr-nota
           if rkg-tem-nota(ind-rkg) = "sim" then
               move rkg-nota(ind-rkg)    to nota-editada
               move nota-editada         to cpr-nota
           end-if
           move rkg-servico(ind-rkg)     to cpr-servico

           move 0 to ind-achado
           perform varying ind-tdc from 1 by 1
