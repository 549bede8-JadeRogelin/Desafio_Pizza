      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaAlerta".
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

           select pizza-pro            assign to "PIZZAPRO"
                                        organization line sequential
                                        file status is fs-pizza-pro.

           select pizza-obs            assign to "PIZZAOBS"
                                        organization line sequential
                                        file status is fs-pizza-obs.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

           select pizza-ult            assign to "PIZZAULT"
                                        organization line sequential
                                        file status is fs-pizza-ult.

      * Um arquivo de alertas por observador: PIZZAALE.<operador>
           select pizza-ale            assign using nome-alerta
                                        organization line sequential
                                        file status is fs-pizza-ale.

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

      * Regras de observacao de preco; codigo 0, diametro 0 e sabor
      * '*' valem para qualquer um. Base C = efetivo por cm2, T = total
      * efetivo; sentido '<' alerta abaixo do alvo, '>' acima
       fd  pizza-obs
           label record is standard.
       01  reg-pizza-obs.
           05 obs-observador                       pic X(10).
           05 obs-sep1                              pic X(03).
           05 obs-regra                            pic 9(03).
           05 obs-sep2                              pic X(03).
           05 obs-codigo                           pic 9(04).
           05 obs-sep3                              pic X(03).
           05 obs-diametro                         pic 9(03).
           05 obs-sep4                              pic X(03).
           05 obs-sabor                            pic X(15).
           05 obs-sep5                              pic X(03).
           05 obs-base                             pic X(01).
           05 obs-sep6                              pic X(03).
           05 obs-sentido                          pic X(01).
           05 obs-sep7                              pic X(03).
           05 obs-alvo                             pic 9(03)V99.

       fd  pizza-sab
           label record is standard.
       01  reg-pizza-sab.
           05 sab-codigo                           pic X(15).
           05 sab-sep1                              pic X(03).
           05 sab-descricao                        pic X(30).
           05 sab-apelidos  occurs 6 times.
              10 sab-sep-apelido                    pic X(03).
              10 sab-apelido                       pic X(15).

      * Ultimo preco visto por pizza (observador em branco, total e
      * por cm2 efetivos), base do "antes" do alerta seguinte, e uma
      * linha por regra avaliada (chave em branco)
       fd  pizza-ult
           label record is standard.
       01  reg-pizza-ult.
           05 ult-observador                       pic X(10).
           05 ult-sep1                              pic X(03).
           05 ult-regra                            pic 9(03).
           05 ult-sep2                              pic X(03).
           05 ult-chave.
              10 ult-codigo                        pic 9(04).
              10 ult-diametro                      pic 9(03).
              10 ult-sabor                         pic X(15).
           05 ult-sep3                              pic X(03).
           05 ult-preco                            pic 9(03)V99.
           05 ult-sep4                              pic X(03).
           05 ult-data                             pic 9(08).
           05 ult-sep5                              pic X(03).
           05 ult-preco-cm2                        pic 9(03)V99.

       fd  pizza-ale
           label record is standard.
       01  reg-pizza-ale                           pic X(132).

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
       01  tam-max-regras                           constant as 500.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.

       01  tab-oferta  occurs  tam-max-pizzas times.
           05 ofe-codigo                           pic 9(04)
              value zero.
           05 ofe-diametro                         pic 9(03)
              value zero.
      * Sabor pelo codigo do catalogo, como nas regras; a chave do
      * mestre fica em ofe-sabor-mestre para o historico de precos
           05 ofe-sabor                            pic X(15) value
                                                             space.
           05 ofe-sabor-mestre                     pic X(15) value
                                                             space.
           05 ofe-nome                             pic X(15) value
                                                             space.
           05 ofe-formato                          pic X(01) value
                                                             "R".
           05 ofe-largura                          pic 9(03)
              value zero.
           05 ofe-efetivo                          pic 9(03)V99
              value zero.
           05 ofe-cm2-efet                         pic 9(03)V99
              value zero.

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

       01  tab-regra  occurs  tam-max-regras times.
           05 rgl-chave.
              10 rgl-observador                    pic X(10) value
                                                             space.
              10 rgl-regra                         pic 9(03)
                 value zero.
           05 rgl-codigo                           pic 9(04)
              value zero.
           05 rgl-diametro                         pic 9(03)
              value zero.
           05 rgl-sabor                            pic X(15) value
                                                             space.
           05 rgl-base                             pic X(01) value
                                                             space.
           05 rgl-sentido                          pic X(01) value
                                                             space.
           05 rgl-alvo                             pic 9(03)V99
              value zero.

       01  aux-regra.
           05 filler                               pic X(10).
           05 filler                               pic 9(03).
           05 filler                               pic 9(04).
           05 filler                               pic 9(03).
           05 filler                               pic X(15).
           05 filler                               pic X(01).
           05 filler                               pic X(01).
           05 filler                               pic 9(03)V99.

      * Precos por pizza e regras da execucao anterior; os de hoje
      * sao a propria tab-oferta e a tab-regra
       01  tab-ultimo  occurs  tam-max-pizzas times.
           05 ulh-chave                            pic X(22) value
                                                             space.
           05 ulh-preco                            pic 9(03)V99
              value zero.
           05 ulh-preco-cm2                        pic 9(03)V99
              value zero.

       01  tab-regra-anterior  occurs  tam-max-regras times.
           05 rga-observador                       pic X(10) value
                                                             space.
           05 rga-regra                            pic 9(03)
              value zero.

       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-pro                             pic X(02).
       77  fs-pizza-obs                             pic X(02).
       77  fs-pizza-sab                             pic X(02).
       77  fs-pizza-ult                             pic X(02).
       77  fs-pizza-ale                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-mestre                               pic X(03).
       77  fim-promocao                             pic X(03).
       77  fim-regra                                pic X(03).
       77  fim-ultimo                               pic X(03).
       77  fim-sabor                                pic X(03).
       77  houve-erro                               pic X(03).
       77  alerta-aberto                            pic X(03).
       77  regra-impressa                           pic X(03).
       77  controle                                 pic X(08).
       77  nome-alerta                              pic X(20).
       77  observador-atual                         pic X(10).
       77  qtd-ofertas                              pic 9(03).
       77  qtd-promocoes                            pic 9(03).
       77  qtd-regras                               pic 9(03).
       77  qtd-sabores                              pic 9(03).
       77  qtd-ultimos                              pic 9(04).
       77  qtd-regras-anteriores                    pic 9(04).
       77  alertas-observador                       pic 9(05).
       77  ind-ofe                                  pic 9(03).
       77  ind-pro                                  pic 9(03).
       77  ind-rgl                                  pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-sabor-achado                         pic 9(03).
       77  ind-ulh                                  pic 9(04).
       77  ind-rga                                  pic 9(04).
       77  regra-conhecida                          pic X(03).
       77  ind-achado                               pic 9(04).
       77  dia-semana                               pic 9(01).
       77  desconto-aplicavel                       pic 9(03)V99.
       77  codigo-promocao                          pic 9(04).
       77  preco-hoje                               pic 9(03)V99.
       77  preco-anterior                           pic 9(03)V99.
       77  condicao-atendida                        pic X(03).
       77  sabor-traduzir                           pic X(15).
       77  sabor-canonico                           pic X(15).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  lidos-mestre                             pic 9(05).
       77  lidas-regras                             pic 9(05).
       77  gravados-alertas                         pic 9(05).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).
       77  medida-formato                           pic X(01).
       77  medida-comprimento                       pic 9(03).
       77  medida-largura                           pic 9(03).
       77  largura-dois-digitos                     pic 9(02).

       01  chave-oferta.
           05 cho-codigo                           pic 9(04).
           05 cho-diametro                         pic 9(03).
           05 cho-sabor                            pic X(15).

      * Medida impressa: diametro da redonda ou comprimento x largura
      * da assadeira
       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).

       01  cab-ale.
           05 filler                               pic X(30)
              value "ALERTAS DE PRECO - OBSERVADOR ".
           05 ale-observador-cab                   pic X(10).
           05 filler                               pic X(08)
              value " - DATA ".
           05 ale-data-cab                         pic 9(04)/99/99.

      * Descricao da regra que disparou o alerta
       01  descricao-regra.
           05 dsc-regra                            pic 9(03).
           05 filler                               pic X(03)
              value " - ".
           05 dsc-pizzaria                         pic X(15).
           05 filler                               pic X(03)
              value " / ".
           05 dsc-diametro                         pic X(05).
           05 filler                               pic X(03)
              value " / ".
           05 dsc-sabor                            pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 dsc-base                             pic X(11).
           05 filler                               pic X(01)
              value space.
           05 dsc-sentido                          pic X(01).
           05 filler                               pic X(01)
              value space.
           05 dsc-alvo                             pic ZZ9,99.

       01  linha-regra.
           05 filler                               pic X(07)
              value "REGRA: ".
           05 lrg-descricao                        pic X(70).

       01  sub-cab-ale.
           05 filler                               pic X(40)
              value "   PIZZARIA         SABOR            MED".
           05 filler                               pic X(40)
              value "IDA     ANTES    DEPOIS                 ".

       01  linha-ale.
           05 filler                               pic X(03)
              value space.
           05 ale-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 ale-sabor                            pic X(15).
           05 filler                               pic X(02)
              value space.
           05 ale-medida                           pic X(07).
           05 filler                               pic X(03)
              value space.
           05 ale-antes                            pic ZZ9,99.
           05 filler                               pic X(04)
              value space.
           05 ale-depois                           pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 ale-observacao                       pic X(20).



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
           move 0     to qtd-ofertas
           move 0     to qtd-promocoes
           move 0     to qtd-regras
           move 0     to qtd-sabores
           move 0     to qtd-ultimos
           move 0     to qtd-regras-anteriores
           move 0     to lidos-mestre
           move 0     to lidas-regras
           move 0     to gravados-alertas
           move "nao" to houve-erro
           move "nao" to alerta-aberto
           move spaces to observador-atual
           accept data-execucao from date yyyymmdd
           accept dia-semana from day-of-week
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           perform carrega-regras

           if qtd-regras = 0 then
               display "Nenhuma regra de observacao cadastrada"
           else
               perform carrega-promocoes
               perform carrega-sabores
               perform carrega-mestre
               perform carrega-ultimos
               perform ordenar-regras

               perform varying ind-rgl from 1 by 1
                           until ind-rgl > qtd-regras
                   if rgl-observador(ind-rgl) <> observador-atual
                       perform fechar-alerta
                       perform abrir-alerta
                   end-if
                   perform avaliar-regra
               end-perform
               perform fechar-alerta

      * Sem o mestre nao ha preco de hoje; os ultimos ficam como estao
               if houve-erro = "nao" then
                   perform gravar-ultimos
               end-if
           end-if

           display "Alertas gravados: " gravados-alertas

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
                       add 1 to qtd-ofertas
                       if qtd-ofertas > tam-max-pizzas then
                           display "Limite maximo de pizzas atingido"
                           subtract 1 from qtd-ofertas
                           move "sim" to fim-mestre
                           move "sim" to houve-erro
                       else
                           perform registrar-oferta
                       end-if
               end-read
           end-perform

           close pizza-mst

           .
       carrega-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-oferta section.

           move mst-codigo   to ofe-codigo(qtd-ofertas)
           move mst-diametro to ofe-diametro(qtd-ofertas)
           move mst-sabor    to ofe-sabor-mestre(qtd-ofertas)
           move mst-sabor    to sabor-traduzir
           perform traduz-sabor
           if sabor-canonico <> space then
               move sabor-canonico to ofe-sabor(qtd-ofertas)
           else
               move mst-sabor      to ofe-sabor(qtd-ofertas)
           end-if
           move mst-nome     to ofe-nome(qtd-ofertas)
           move mst-formato  to ofe-formato(qtd-ofertas)
           move mst-largura  to ofe-largura(qtd-ofertas)

      * Preco efetivo: tabela com o maior desconto vigente hoje
           move mst-codigo to codigo-promocao
           perform busca-promocao
           if desconto-aplicavel > 0 then
               compute ofe-efetivo(qtd-ofertas) =
                   mst-preco-total * (100 - desconto-aplicavel) / 100
               compute ofe-cm2-efet(qtd-ofertas) =
                   mst-preco-cm2-total
                       * (100 - desconto-aplicavel) / 100
           else
               move mst-preco-total     to ofe-efetivo(qtd-ofertas)
               move mst-preco-cm2-total to ofe-cm2-efet(qtd-ofertas)
           end-if

           .
       registrar-oferta-exit.
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
       carrega-regras section.

           open input pizza-obs
           move "nao" to fim-regra

           if fs-pizza-obs <> "00" then
               move "sim" to fim-regra
           end-if

           perform until fim-regra = "sim"
               read pizza-obs
                   at end
                       move "sim" to fim-regra
                   not at end
                       add 1 to lidas-regras
                       add 1 to qtd-regras
                       if qtd-regras > tam-max-regras then
                           display "Limite maximo de "
                               "regras atingido"
                           subtract 1 from qtd-regras
                           move "sim" to fim-regra
                           move "sim" to houve-erro
                       else
                           move obs-observador
                                    to rgl-observador(qtd-regras)
                           move obs-regra
                                    to rgl-regra(qtd-regras)
                           move obs-codigo
                                    to rgl-codigo(qtd-regras)
                           move obs-diametro
                                    to rgl-diametro(qtd-regras)
                           move obs-sabor
                                    to rgl-sabor(qtd-regras)
                           move obs-base
                                    to rgl-base(qtd-regras)
                           move obs-sentido
                                    to rgl-sentido(qtd-regras)
                           move obs-alvo
                                    to rgl-alvo(qtd-regras)
                       end-if
               end-read
           end-perform

           close pizza-obs

           .
       carrega-regras-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       ordenar-regras section.

      * Agrupa as regras por observador, um arquivo de alertas cada
           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind-rgl
               move "n_trocou" to controle

               perform until ind-rgl not < qtd-regras
                   if rgl-chave(ind-rgl) > rgl-chave(ind-rgl + 1)
                       move tab-regra(ind-rgl + 1) to aux-regra
                       move tab-regra(ind-rgl)
                                to tab-regra(ind-rgl + 1)
                       move aux-regra to tab-regra(ind-rgl)
                       move "trocou" to controle
                   end-if
                   add 1 to ind-rgl
               end-perform
           end-perform

           .
       ordenar-regras-exit.
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
       carrega-ultimos section.

           open input pizza-ult
           move "nao" to fim-ultimo

      * Na primeira execucao ainda nao ha precos anteriores
           if fs-pizza-ult <> "00" then
               move "sim" to fim-ultimo
           end-if

           perform until fim-ultimo = "sim"
               read pizza-ult
                   at end
                       move "sim" to fim-ultimo
                   not at end
                       if ult-observador <> space then
                           perform registrar-regra-anterior
                       else
                           perform registrar-preco-anterior
                       end-if
               end-read
           end-perform

           close pizza-ult

           .
       carrega-ultimos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-regra-anterior section.

           move "nao" to regra-conhecida
           perform varying ind-rga from 1 by 1
                       until ind-rga > qtd-regras-anteriores
                          or regra-conhecida = "sim"
               if rga-observador(ind-rga) = ult-observador
                      and rga-regra(ind-rga) = ult-regra
                   move "sim" to regra-conhecida
               end-if
           end-perform

           if regra-conhecida = "nao" then
               if qtd-regras-anteriores < tam-max-regras then
                   add 1 to qtd-regras-anteriores
                   move ult-observador
                            to rga-observador(qtd-regras-anteriores)
                   move ult-regra
                            to rga-regra(qtd-regras-anteriores)
               else
                   display "Limite maximo de regras anteriores "
                       "atingido"
                   move "sim" to houve-erro
                   move "sim" to fim-ultimo
               end-if
           end-if

           .
       registrar-regra-anterior-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-preco-anterior section.

           move 0 to ind-achado
           if qtd-ultimos < tam-max-pizzas then
               add 1 to qtd-ultimos
               move qtd-ultimos to ind-achado
               move ult-chave   to ulh-chave(ind-achado)
           else
               display "Limite maximo de precos anteriores atingido"
               move "sim" to houve-erro
               move "sim" to fim-ultimo
           end-if

           if ind-achado > 0 then
               move ult-preco     to ulh-preco(ind-achado)
               move ult-preco-cm2 to ulh-preco-cm2(ind-achado)
           end-if

           .
       registrar-preco-anterior-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       abrir-alerta section.

           move rgl-observador(ind-rgl) to observador-atual
           move 0     to alertas-observador

           move spaces to nome-alerta
           string "PIZZAALE."           delimited by size
                  observador-atual      delimited by space
                  into nome-alerta
           end-string

           open output pizza-ale
           if fs-pizza-ale <> "00" then
               display "Erro ao abrir os alertas de "
                   observador-atual ", status " fs-pizza-ale
               move "sim" to houve-erro
           else
               move "sim" to alerta-aberto
               move observador-atual to ale-observador-cab
               move data-execucao    to ale-data-cab
               move cab-ale to reg-pizza-ale
               write reg-pizza-ale
               perform verifica-gravacao

               move spaces to reg-pizza-ale
               write reg-pizza-ale
               perform verifica-gravacao
           end-if

           .
       abrir-alerta-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       fechar-alerta section.

           if alerta-aberto = "sim" then
               if alertas-observador = 0 then
                   move "Nenhum alerta hoje" to reg-pizza-ale
                   write reg-pizza-ale
                   perform verifica-gravacao
               end-if
               close pizza-ale
               move "nao" to alerta-aberto
           end-if

           .
       fechar-alerta-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       avaliar-regra section.

           move "nao" to regra-impressa

           perform varying ind-ofe from 1 by 1
                       until ind-ofe > qtd-ofertas
               if (rgl-codigo(ind-rgl) = 0
                       or rgl-codigo(ind-rgl) = ofe-codigo(ind-ofe))
                      and (rgl-diametro(ind-rgl) = 0
                           or rgl-diametro(ind-rgl)
                                  = ofe-diametro(ind-ofe))
                      and (rgl-sabor(ind-rgl) = "*"
                           or rgl-sabor(ind-rgl) = ofe-sabor(ind-ofe))
                   perform avaliar-oferta
               end-if
           end-perform

           .
       avaliar-regra-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       avaliar-oferta section.

           if rgl-base(ind-rgl) = "T" then
               move ofe-efetivo(ind-ofe)  to preco-hoje
           else
               move ofe-cm2-efet(ind-ofe) to preco-hoje
           end-if

           move ofe-codigo(ind-ofe)       to cho-codigo
           move ofe-diametro(ind-ofe)     to cho-diametro
           move ofe-sabor-mestre(ind-ofe) to cho-sabor

           move 0 to ind-achado
           perform varying ind-ulh from 1 by 1
                       until ind-ulh > qtd-ultimos
                          or ind-achado > 0
               if ulh-chave(ind-ulh) = chave-oferta
                   move ind-ulh to ind-achado
               end-if
           end-perform

      * Regra nova ou preco ainda nao visto nesta base contam como
      * primeira leitura
           move "nao" to regra-conhecida
           perform varying ind-rga from 1 by 1
                       until ind-rga > qtd-regras-anteriores
                          or regra-conhecida = "sim"
               if rga-observador(ind-rga) = rgl-observador(ind-rgl)
                      and rga-regra(ind-rga) = rgl-regra(ind-rgl)
                   move "sim" to regra-conhecida
               end-if
           end-perform
           if regra-conhecida = "nao" then
               move 0 to ind-achado
           end-if

           if ind-achado > 0 then
               if rgl-base(ind-rgl) = "T" then
                   move ulh-preco(ind-achado)     to preco-anterior
               else
                   move ulh-preco-cm2(ind-achado) to preco-anterior
               end-if
               if preco-anterior = 0 then
                   move 0 to ind-achado
               end-if
           end-if

           move "nao" to condicao-atendida
           if rgl-sentido(ind-rgl) = "<"
                  and preco-hoje < rgl-alvo(ind-rgl)
               move "sim" to condicao-atendida
           end-if
           if rgl-sentido(ind-rgl) = ">"
                  and preco-hoje > rgl-alvo(ind-rgl)
               move "sim" to condicao-atendida
           end-if

      * So avisa quando a condicao vale e o preco mudou desde a ultima
      * leitura, para nao repetir o mesmo alerta todo dia
           if condicao-atendida = "sim"
                  and (ind-achado = 0
                       or preco-anterior <> preco-hoje)
               perform gravar-linha-alerta
           end-if

           .
       avaliar-oferta-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-alerta section.

           if alerta-aberto = "sim" then
               if regra-impressa = "nao" then
                   perform montar-descricao-regra
                   move descricao-regra to lrg-descricao
                   move linha-regra to reg-pizza-ale
                   write reg-pizza-ale
                   perform verifica-gravacao

                   move sub-cab-ale to reg-pizza-ale
                   write reg-pizza-ale
                   perform verifica-gravacao
                   move "sim" to regra-impressa
               end-if

               move spaces to linha-ale
               move ofe-nome(ind-ofe)     to ale-nome
               move ofe-sabor(ind-ofe)    to ale-sabor
               move ofe-formato(ind-ofe)  to medida-formato
               move ofe-diametro(ind-ofe) to medida-comprimento
               move ofe-largura(ind-ofe)  to medida-largura
               perform montar-medida
               move medida-editada        to ale-medida
               move preco-hoje            to ale-depois

               if ind-achado = 0 then
                   move 0 to ale-antes
                   move "PRIMEIRA LEITURA" to ale-observacao
               else
                   move preco-anterior to ale-antes
                   if preco-hoje < preco-anterior then
                       move "PRECO CAIU"  to ale-observacao
                   else
                       move "PRECO SUBIU" to ale-observacao
                   end-if
               end-if

               move linha-ale to reg-pizza-ale
               write reg-pizza-ale
               perform verifica-gravacao
               add 1 to alertas-observador
               add 1 to gravados-alertas
           end-if

           .
       gravar-linha-alerta-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-descricao-regra section.

           move rgl-regra(ind-rgl) to dsc-regra

           if rgl-codigo(ind-rgl) = 0 then
               move "TODAS" to dsc-pizzaria
           else
               move ofe-nome(ind-ofe) to dsc-pizzaria
           end-if

           if rgl-diametro(ind-rgl) = 0 then
               move "TODOS" to dsc-diametro
           else
               move rgl-diametro(ind-rgl) to dsc-diametro
           end-if

           if rgl-sabor(ind-rgl) = "*" then
               move "TODOS" to dsc-sabor
           else
               move rgl-sabor(ind-rgl) to dsc-sabor
           end-if

           if rgl-base(ind-rgl) = "C" then
               move "EFETIVO/CM2" to dsc-base
           else
               move "TOTAL EFET." to dsc-base
           end-if

           move rgl-sentido(ind-rgl) to dsc-sentido
           move rgl-alvo(ind-rgl)    to dsc-alvo

           .
       montar-descricao-regra-exit.
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
       gravar-ultimos section.

           open output pizza-ult

           if fs-pizza-ult <> "00" then
               display "Erro ao abrir os ultimos precos, status "
                   fs-pizza-ult
               move "sim" to houve-erro
           end-if

           perform varying ind-ofe from 1 by 1
                       until ind-ofe > qtd-ofertas
               move " - "                     to ult-sep1 ult-sep2
                                                  ult-sep3 ult-sep4
                                                  ult-sep5
               move spaces                    to ult-observador
               move 0                         to ult-regra
               move ofe-codigo(ind-ofe)       to ult-codigo
               move ofe-diametro(ind-ofe)     to ult-diametro
               move ofe-sabor-mestre(ind-ofe) to ult-sabor
               move ofe-efetivo(ind-ofe)      to ult-preco
               move ofe-cm2-efet(ind-ofe)     to ult-preco-cm2
               move data-execucao             to ult-data
               write reg-pizza-ult
               perform verifica-gravacao-ultimos
           end-perform

           perform varying ind-rgl from 1 by 1
                       until ind-rgl > qtd-regras
               move " - "                   to ult-sep1 ult-sep2
                                                ult-sep3 ult-sep4
                                                ult-sep5
               move rgl-observador(ind-rgl) to ult-observador
               move rgl-regra(ind-rgl)      to ult-regra
               move spaces                  to ult-chave
               move 0                       to ult-preco
               move 0                       to ult-preco-cm2
               move data-execucao           to ult-data
               write reg-pizza-ult
               perform verifica-gravacao-ultimos
           end-perform

           close pizza-ult

           .
       gravar-ultimos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao-ultimos section.

           if fs-pizza-ult <> "00" then
               display "Erro ao gravar os ultimos precos, status "
                   fs-pizza-ult
               move "sim" to houve-erro
           end-if

           .
       verifica-gravacao-ultimos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao section.

           if fs-pizza-ale <> "00" then
               display "Erro ao gravar os alertas, status "
                   fs-pizza-ale
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

           move "PizzaAlerta"        to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move 0                    to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move lidas-regras         to ctl-lidos-lote
           move 0                    to ctl-lidos-historico
           move 0                    to ctl-gravados-mestre
           move 0                    to ctl-gravados-historico
           move gravados-alertas     to ctl-gravados-saida
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
