                                        organization line sequential
                                        file status is fs-pizza-ped.

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

       fd  pizza-cad
           label record is standard.
           label record is standard.
       01  reg-pizza-ped                           pic X(90).

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
           05 ite-qtd                              pic 9(03)
              value zero.
           05 ite-formato                          pic X(01) value
                                                             "R".
           05 ite-largura                          pic 9(03)
              value zero.

       01  tab-elegivel  occurs  tam-max-cadastro times.
           05 ele-codigo                           pic 9(04)
                                                             "nao".
           05 ele-total                            pic 9(06)V99
              value zero.
           05 ele-tem-nota                         pic X(03) value
                                                             "nao".
           05 ele-nota                             pic 9(03)
              value zero.
           05 ele-ignorada                         pic X(03) value
                                                             "nao".
           05 ele-fator                            pic 9(04)
              value 100.
           05 ele-itens  occurs  tam-max-itens times.
              10 ele-tem-item                      pic X(03) value
                                                             "nao".
       77  par-atende                               pic X(03).
       77  par-total                                pic 9(06)V99.
       77  custo-item-par                           pic 9(06)V99.
       77  formato-mestre                           pic X(01).
       77  largura-mestre                           pic 9(03).
       77  medida-formato                           pic X(01).
       77  medida-comprimento                       pic 9(03).
       77  medida-largura                           pic 9(03).
       77  largura-dois-digitos                     pic 9(02).
       77  fs-pizza-prm                             pic X(02).
       77  fs-pizza-not                             pic X(02).
       77  fim-nota                                 pic X(03).
       77  nota-minima                              pic 9(03).
       77  acao-nota                                pic X(01).
       77  numerador                                pic 9(10)V99.
       77  total-ajustado                           pic 9(08)V99.
       77  melhor-unica-ajustado                    pic 9(08)V99.
       77  par-ajustado                             pic 9(08)V99.
       77  melhor-dupla-ajustado                    pic 9(08)V99.
       77  custo-ajustado-ele                       pic 9(08)V99.
       77  custo-ajustado-par                       pic 9(08)V99.
       77  nota-editada                             pic ZZ9.

      * Medida impressa: diametro da redonda ou comprimento x largura
      * da assadeira
       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).

       01  cab-ped.
           05 filler                               pic X(38)
           05 pit-qtd                              pic ZZ9.
           05 filler                               pic X(14)
              value " pizza(s) de  ".
           05 pit-medida                           pic X(07).
           05 filler                               pic X(03)
              value " cm".

       01  sub-cab-ped.
           05 filler                               pic X(40)
              value "PIZZARIA          PEDIDO COMPLETO       ".
           05 filler                               pic X(15)
              value "           NOTA".

       01  linha-ped.
           05 pdd-nome                             pic X(15).
           05 filler                               pic X(03)
              value space.
           05 pdd-obs                              pic X(20).
           05 filler                               pic X(02)
              value space.
           05 pdd-nota                             pic X(03).

       01  linha-unica.
           05 filler                               pic X(25)
           move 0 to melhor-dupla-a
           move 0 to melhor-dupla-b
           move 0 to melhor-dupla-total
           move 0 to melhor-unica-ajustado
           move 0 to melhor-dupla-ajustado
           perform carrega-parametros

           display "Informe a sua zona de entrega "
           accept zona-pedido

           perform varying ind-ite from 1 by 1
                       until ind-ite > qtd-itens
               display "Item " ind-ite ": informe o formato "
                   "(R=redonda, Q=quadrada, T=retangular) "
               accept ite-formato(ind-ite)
               perform until ite-formato(ind-ite) = "R"
                          or ite-formato(ind-ite) = "Q"
                          or ite-formato(ind-ite) = "T"
                   display "Formato invalido, informe novamente "
                   accept ite-formato(ind-ite)
               end-perform

               if ite-formato(ind-ite) = "R" then
                   display "Item " ind-ite ": informe o diametro "
               else
                   display "Item " ind-ite ": informe o comprimento "
               end-if
               accept ite-diametro(ind-ite)
               perform until ite-diametro(ind-ite) is numeric
                          and ite-diametro(ind-ite) > 0
                   display "Medida invalida, tente novamente"
                   accept ite-diametro(ind-ite)
               end-perform

      * A quadrada repete o lado na largura, como no mestre
               move 0 to ite-largura(ind-ite)
               if ite-formato(ind-ite) = "Q" then
                   move ite-diametro(ind-ite) to ite-largura(ind-ite)
               end-if
               if ite-formato(ind-ite) = "T" then
                   display "Item " ind-ite ": informe a largura "
                   accept ite-largura(ind-ite)
                   perform until ite-largura(ind-ite) is numeric
                              and ite-largura(ind-ite) > 0
                       display "Largura invalida, tente novamente"
                       accept ite-largura(ind-ite)
                   end-perform
               end-if

               display "Item " ind-ite ": informe a quantidade "
               accept ite-qtd(ind-ite)
               perform until ite-qtd(ind-ite) is numeric
       processamento section.

           perform carrega-elegiveis
           perform carrega-notas
           perform carrega-ofertas
           perform calcular-totais
           perform melhor-pedido-unico
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-parametros section.

      * Sem nota minima ou sem acao (I = ignorar, P = penalizar) a
      * escolha continua so pelo preco
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
                   "pedido sem nota"
               move "sim" to fim-nota
           end-if

           perform until fim-nota = "sim"
               read pizza-not
                   at end
                       move "sim" to fim-nota
                   not at end
                       perform aplica-nota
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
           move 0 to ind-achado
           perform varying ind-ele from 1 by 1
                       until ind-ele > qtd-elegiveis
                          or ind-achado > 0
               if ele-codigo(ind-ele) = not-codigo then
                   move ind-ele to ind-achado
               end-if
           end-perform

           if ind-achado > 0 then
               move "sim"    to ele-tem-nota(ind-achado)
               move not-nota to ele-nota(ind-achado)
               if not-nota < nota-minima then
                   if acao-nota = "I" then
                       move "sim" to ele-ignorada(ind-achado)
                   end-if
      * Cada ponto abaixo do minimo encarece a pizzaria em 1% na
      * escolha; o total impresso continua o real
                   if acao-nota = "P" then
                       compute ele-fator(ind-achado) =
                           100 + nota-minima - not-nota
                   end-if
               end-if
           end-if

           .
       aplica-nota-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-ofertas section.

               end-if
           end-perform

      * Registro sem formato e de pizza redonda
           if mst-formato = "Q" or mst-formato = "T" then
               move mst-formato to formato-mestre
               move mst-largura to largura-mestre
               if largura-mestre is not numeric then
                   move 0 to largura-mestre
               end-if
           else
               move "R" to formato-mestre
               move 0   to largura-mestre
           end-if

      * O sabor mais barato de cada tamanho representa a pizzaria
           if ind-achado > 0 then
               perform varying ind-ite from 1 by 1
                           until ind-ite > qtd-itens
                   if ite-diametro(ind-ite) = mst-diametro
                          and ite-formato(ind-ite) = formato-mestre
                          and ite-largura(ind-ite) = largura-mestre then
                       compute custo-candidato =
                                   mst-preco-total
                                       * ite-qtd(ind-ite)

           perform varying ind-ele from 1 by 1
                       until ind-ele > qtd-elegiveis
               if ele-atende(ind-ele) = "sim"
                      and ele-ignorada(ind-ele) = "nao" then
                   compute numerador =
                       ele-total(ind-ele) * ele-fator(ind-ele)
                   compute total-ajustado = numerador / 100
                   if melhor-unica-ind = 0
                          or total-ajustado < melhor-unica-ajustado
                       move ind-ele to melhor-unica-ind
                       move ele-total(ind-ele)
                                to melhor-unica-total
                       move total-ajustado
                                to melhor-unica-ajustado
                   end-if
               end-if
           end-perform
                       until ind-ele > qtd-elegiveis
               perform varying ind-par from 1 by 1
                           until ind-par > qtd-elegiveis
                   if ind-par > ind-ele
                          and ele-ignorada(ind-ele) = "nao"
                          and ele-ignorada(ind-par) = "nao" then
                       perform avaliar-par
                   end-if
               end-perform

           move "sim" to par-atende
           move 0     to par-total
           move 0     to par-ajustado

      * Cada item vai para a pizzaria mais barata ja com a nota; o
      * total do par soma o preco real
           perform varying ind-ite from 1 by 1
                       until ind-ite > qtd-itens
               if ele-tem-item(ind-ele ind-ite) = "sim"
                      and ele-tem-item(ind-par ind-ite) = "sim"
                   compute numerador =
                       ele-custo-item(ind-ele ind-ite)
                           * ele-fator(ind-ele)
                   compute custo-ajustado-ele = numerador / 100
                   compute numerador =
                       ele-custo-item(ind-par ind-ite)
                           * ele-fator(ind-par)
                   compute custo-ajustado-par = numerador / 100
                   if custo-ajustado-ele < custo-ajustado-par
                       move ele-custo-item(ind-ele ind-ite)
                                to custo-item-par
                       add custo-ajustado-ele to par-ajustado
                   else
                       move ele-custo-item(ind-par ind-ite)
                                to custo-item-par
                       add custo-ajustado-par to par-ajustado
                   end-if
                   add custo-item-par to par-total
               else
                   if ele-tem-item(ind-ele ind-ite) = "sim" then
                       add ele-custo-item(ind-ele ind-ite)
                           to par-total
                       compute numerador =
                           ele-custo-item(ind-ele ind-ite)
                               * ele-fator(ind-ele)
                       compute custo-ajustado-ele = numerador / 100
                       add custo-ajustado-ele to par-ajustado
                   else
                       if ele-tem-item(ind-par ind-ite) = "sim"
                           add ele-custo-item(ind-par ind-ite)
                               to par-total
                           compute numerador =
                               ele-custo-item(ind-par ind-ite)
                                   * ele-fator(ind-par)
                           compute custo-ajustado-par =
                               numerador / 100
                           add custo-ajustado-par to par-ajustado
                       else
                           move "nao" to par-atende
                       end-if

           if par-atende = "sim" then
               if melhor-dupla-a = 0
                      or par-ajustado < melhor-dupla-ajustado
                   move ind-ele      to melhor-dupla-a
                   move ind-par      to melhor-dupla-b
                   move par-total    to melhor-dupla-total
                   move par-ajustado to melhor-dupla-ajustado
               end-if
           end-if

           perform varying ind-ite from 1 by 1
                       until ind-ite > qtd-itens
               move ite-qtd(ind-ite)      to pit-qtd
               move ite-formato(ind-ite)  to medida-formato
               move ite-diametro(ind-ite) to medida-comprimento
               move ite-largura(ind-ite)  to medida-largura
               perform montar-medida
               move medida-editada        to pit-medida
               move linha-item to reg-pizza-ped
               write reg-pizza-ped
               perform verifica-gravacao
               move ele-nome(ind-ele) to pdd-nome
               if ele-atende(ind-ele) = "sim" then
                   move ele-total(ind-ele) to pdd-total
                   if ele-ignorada(ind-ele) = "sim" then
                       move "NOTA ABAIXO MINIMO" to pdd-obs
                   end-if
                   if ele-fator(ind-ele) > 100 then
                       move "PENALIZADA POR NOTA" to pdd-obs
                   end-if
               else
                   move 0 to pdd-total
                   move "NAO ATENDE TUDO" to pdd-obs
               end-if
               if ele-tem-nota(ind-ele) = "sim" then
                   move ele-nota(ind-ele) to nota-editada
                   move nota-editada      to pdd-nota
               end-if
               move linha-ped to reg-pizza-ped
               write reg-pizza-ped
               perform verifica-gravacao
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
       verifica-gravacao section.

