      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaServico".
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

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-oco            assign to "PIZZAOCO"
                                        organization line sequential
                                        file status is fs-pizza-oco.

           select pizza-prm            assign to "PIZZAPRM"
                                        organization line sequential
                                        file status is fs-pizza-prm.

           select pizza-srv            assign to "PIZZASRV"
                                        organization line sequential
                                        file status is fs-pizza-srv.

           select pizza-not            assign to "PIZZANOT"
                                        organization line sequential
                                        file status is fs-pizza-not.

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

      * Uma ocorrencia por entrega: horarios prometido e real (HHMM) e
      * a reclamacao. N = nenhuma, A = atraso, S = sabor errado,
      * F = fria, I = item faltando
       fd  pizza-oco
           label record is standard.
       01  reg-pizza-oco.
           05 oco-codigo                           pic 9(04).
           05 oco-sep1                              pic X(03).
           05 oco-data.
              10 oco-anomes                        pic 9(06).
              10 oco-dia                           pic 9(02).
           05 oco-sep2                              pic X(03).
           05 oco-hora-prometida.
              10 oco-hp-hora                       pic 9(02).
              10 oco-hp-minuto                     pic 9(02).
           05 oco-sep3                              pic X(03).
           05 oco-hora-entrega.
              10 oco-he-hora                       pic 9(02).
              10 oco-he-minuto                     pic 9(02).
           05 oco-sep4                              pic X(03).
           05 oco-reclamacao                       pic X(01).
           05 oco-sep5                              pic X(03).
           05 oco-operador                         pic X(10).

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

       fd  pizza-srv
           label record is standard.
       01  reg-pizza-srv                           pic X(132).

      * Nota de servico do ultimo fechamento, lida pelo PizzaCompra e
      * pelo PizzaPedido
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

       01  tam-max-cadastro                         constant as 100.
       01  tam-max-promocoes                        constant as 100.
      * Minutos de tolerancia antes de a entrega contar como atrasada
       01  tolerancia-atraso                        constant as 10.

       01  tab-servico  occurs  tam-max-cadastro times.
           05 svc-ordem                            pic 9(03)V99
              value zero.
           05 svc-codigo                           pic 9(04)
              value zero.
           05 svc-nome                             pic X(15) value
                                                             space.
           05 svc-tem-preco                        pic X(03) value
                                                             "nao".
           05 svc-melhor-cm2                       pic 9(03)V99
              value zero.
           05 svc-entregas                         pic 9(05)
              value zero.
           05 svc-atrasos                          pic 9(05)
              value zero.
           05 svc-atrasos-medidos                  pic 9(05)
              value zero.
           05 svc-minutos-atraso                   pic 9(07)
              value zero.
           05 svc-rec-sabor                        pic 9(05)
              value zero.
           05 svc-rec-fria                         pic 9(05)
              value zero.
           05 svc-rec-falta                        pic 9(05)
              value zero.
           05 svc-nota                             pic 9(03)
              value zero.

       01  aux-servico.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(04).
           05 filler                               pic X(15).
           05 filler                               pic X(03).
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(05).
           05 filler                               pic 9(05).
           05 filler                               pic 9(05).
           05 filler                               pic 9(07).
           05 filler                               pic 9(05).
           05 filler                               pic 9(05).
           05 filler                               pic 9(05).
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

       01  data-referencia.
           05 ref-ano                              pic 9(04).
           05 ref-mes                              pic 9(02).

       01  data-hoje.
           05 hoje-ano                             pic 9(04).
           05 hoje-mes                             pic 9(02).
           05 hoje-dia                             pic 9(02).

       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-pro                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-oco                             pic X(02).
       77  fs-pizza-prm                             pic X(02).
       77  fs-pizza-srv                             pic X(02).
       77  fs-pizza-not                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-mestre                               pic X(03).
       77  fim-promocao                             pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-ocorrencia                           pic X(03).
       77  houve-erro                               pic X(03).
       77  controle                                 pic X(08).
       77  qtd-servico                              pic 9(03).
       77  qtd-promocoes                            pic 9(03).
       77  ind-svc                                  pic 9(03).
       77  ind-pro                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  posicao-preco                            pic 9(03).
       77  anomes-referencia                        pic 9(06).
       77  nota-minima                              pic 9(03).
       77  dia-semana                               pic 9(01).
       77  desconto-aplicavel                       pic 9(03)V99.
       77  codigo-promocao                          pic 9(04).
       77  codigo-procurado                         pic 9(04).
       77  cm2-efetivo                              pic 9(03)V99.
       77  minutos-prometido                        pic 9(04).
       77  minutos-entrega                          pic 9(04).
       77  minutos-atraso                           pic S9(05).
       77  perda-nota                               pic 9(05)V99.
       77  numerador                                pic 9(09).
       77  lidos-cadastro                           pic 9(05).
       77  lidos-mestre                             pic 9(05).
       77  lidas-ocorrencias                        pic 9(05).
       77  rejeitadas-cadastro                      pic 9(05).
       77  gravadas-notas                           pic 9(05).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).

       01  cab-srv.
           05 filler                               pic X(37)
              value "AVALIACAO DE SERVICO DAS PIZZARIAS - ".
           05 srv-anomes-cab                       pic 9(04)/99.
           05 filler                               pic X(15)
              value " - NOTA MINIMA ".
           05 srv-minima-cab                       pic ZZ9.

       01  sub-cab-srv.
           05 filler                               pic X(40)
              value "POS  PIZZARIA       CM2 EFET   ENTR.  AT".
           05 filler                               pic X(40)
              value "RAS. MIN.AT   SAB.  FRIA FALTA   NOTA  S".
           05 filler                               pic X(07)
              value "ITUACAO".

       01  linha-srv.
           05 lsv-posicao                          pic ZZ9.
           05 filler                               pic X(02)
              value space.
           05 lsv-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 lsv-cm2                              pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 lsv-entregas                         pic ZZZZ9.
           05 filler                               pic X(03)
              value space.
           05 lsv-atrasos                          pic ZZZZ9.
           05 filler                               pic X(03)
              value space.
           05 lsv-minutos                          pic ZZZ9.
           05 filler                               pic X(03)
              value space.
           05 lsv-rec-sabor                        pic ZZZ9.
           05 filler                               pic X(02)
              value space.
           05 lsv-rec-fria                         pic ZZZ9.
           05 filler                               pic X(02)
              value space.
           05 lsv-rec-falta                        pic ZZZ9.
           05 filler                               pic X(03)
              value space.
           05 lsv-nota                             pic ZZ9.
           05 filler                               pic X(03)
              value space.
           05 lsv-situacao                         pic X(20).



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
           move 0     to qtd-servico
           move 0     to qtd-promocoes
           move 0     to lidos-cadastro
           move 0     to lidos-mestre
           move 0     to lidas-ocorrencias
           move 0     to rejeitadas-cadastro
           move 0     to gravadas-notas
           move "nao" to houve-erro
           accept data-execucao from date yyyymmdd
           accept dia-semana from day-of-week

      * Sem mes informado vale o mes anterior ao da execucao
           display "Mes de referencia (AAAAMM, 0 = mes anterior) "
           accept anomes-referencia
           perform until anomes-referencia is numeric
               display "Mes invalido, informe novamente "
               accept anomes-referencia
           end-perform

           if anomes-referencia = 0 then
               move data-execucao to data-hoje
               if hoje-mes = 1 then
                   compute ref-ano = hoje-ano - 1
                   move 12 to ref-mes
               else
                   move hoje-ano to ref-ano
                   compute ref-mes = hoje-mes - 1
               end-if
               move data-referencia to anomes-referencia
           end-if

           perform carrega-parametros
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           perform carrega-cadastro

           if qtd-servico = 0 then
               display "Nenhuma pizzaria cadastrada"
               move "sim" to houve-erro
           else
               perform carrega-promocoes
               perform carrega-mestre
               perform carrega-ocorrencias
               perform calcular-notas
               perform ordenar-servico
               perform imprimir-avaliacao
               perform gravar-notas
           end-if

           display "Notas gravadas: " gravadas-notas

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-parametros section.

      * Nota minima 0 (ou sem parametro) nao destaca ninguem
           move 0 to nota-minima

           open input pizza-prm

           if fs-pizza-prm = "00" then
               read pizza-prm
                   at end
                       continue
                   not at end
                       if prm-nota-minima is numeric then
                           move prm-nota-minima to nota-minima
                       end-if
               end-read
               close pizza-prm
           end-if

           .
       carrega-parametros-exit.
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
                           add 1 to lidos-cadastro
                           add 1 to qtd-servico
                           if qtd-servico > tam-max-cadastro then
                               display "Limite maximo de "
                                   "pizzarias atingido"
                               subtract 1 from qtd-servico
                               move "sim" to houve-erro
                           else
                               move cad-codigo
                                        to svc-codigo(qtd-servico)
                               move cad-nome
                                        to svc-nome(qtd-servico)
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
       procura-servico section.

           move 0 to ind-achado

           perform varying ind-svc from 1 by 1
                       until ind-svc > qtd-servico
                          or ind-achado > 0
               if svc-codigo(ind-svc) = codigo-procurado then
                   move ind-svc to ind-achado
               end-if
           end-perform

           .
       procura-servico-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-mestre section.

      * Posicao de preco: menor preco efetivo por cm2 da pizzaria
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
                       move mst-codigo to codigo-promocao
                       perform busca-promocao
                       if desconto-aplicavel > 0 then
                           compute cm2-efetivo =
                               mst-preco-cm2-total
                                   * (100 - desconto-aplicavel) / 100
                       else
                           move mst-preco-cm2-total to cm2-efetivo
                       end-if
                       move mst-codigo to codigo-procurado
                       perform procura-servico
                       if ind-achado > 0 then
                           if svc-tem-preco(ind-achado) = "nao"
                                  or cm2-efetivo
                                     < svc-melhor-cm2(ind-achado)
                               move "sim" to svc-tem-preco(ind-achado)
                               move cm2-efetivo
                                        to svc-melhor-cm2(ind-achado)
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-mst

           .
       carrega-mestre-exit.
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
       carrega-ocorrencias section.

           open input pizza-oco
           move "nao" to fim-ocorrencia

           if fs-pizza-oco <> "00" then
               display "Arquivo de ocorrencias nao encontrado"
               move "sim" to fim-ocorrencia
           end-if

           perform until fim-ocorrencia = "sim"
               read pizza-oco
                   at end
                       move "sim" to fim-ocorrencia
                   not at end
                       if oco-anomes = anomes-referencia then
                           add 1 to lidas-ocorrencias
                           move oco-codigo to codigo-procurado
                           perform procura-servico
                           if ind-achado > 0 then
                               perform acumula-ocorrencia
                           else
                               add 1 to rejeitadas-cadastro
                               display "Ocorrencia de pizzaria nao "
                                   "cadastrada: " oco-codigo
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-oco

           .
       carrega-ocorrencias-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       acumula-ocorrencia section.

           add 1 to svc-entregas(ind-achado)

      * Entrega que passa da meia-noite volta a contar do dia seguinte
           compute minutos-prometido = oco-hp-hora * 60 + oco-hp-minuto
           compute minutos-entrega   = oco-he-hora * 60 + oco-he-minuto
           compute minutos-atraso = minutos-entrega - minutos-prometido
           if minutos-atraso < -720 then
               add 1440 to minutos-atraso
           end-if

           if minutos-atraso > tolerancia-atraso then
               add 1 to svc-atrasos-medidos(ind-achado)
               add minutos-atraso to svc-minutos-atraso(ind-achado)
           end-if

      * Atrasada pelo horario ou pela reclamacao, contada uma vez so
           if minutos-atraso > tolerancia-atraso
                  or oco-reclamacao = "A"
               add 1 to svc-atrasos(ind-achado)
           end-if

           if oco-reclamacao = "S" then
               add 1 to svc-rec-sabor(ind-achado)
           end-if
           if oco-reclamacao = "F" then
               add 1 to svc-rec-fria(ind-achado)
           end-if
           if oco-reclamacao = "I" then
               add 1 to svc-rec-falta(ind-achado)
           end-if

           .
       acumula-ocorrencia-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calcular-notas section.

      * Nota de 0 a 100: metade do peso para atrasos e metade para as
      * demais reclamacoes, proporcional ao numero de entregas
           perform varying ind-svc from 1 by 1
                       until ind-svc > qtd-servico
               if svc-entregas(ind-svc) > 0 then
                   compute numerador =
                       50 * (svc-atrasos(ind-svc)
                             + svc-rec-sabor(ind-svc)
                             + svc-rec-fria(ind-svc)
                             + svc-rec-falta(ind-svc))
                   compute perda-nota rounded =
                       numerador / svc-entregas(ind-svc)
                   if perda-nota > 100 then
                       move 100 to perda-nota
                   end-if
                   compute svc-nota(ind-svc) rounded =
                       100 - perda-nota
               end-if

      * Pizzarias sem preco no mestre ficam no fim da lista
               if svc-tem-preco(ind-svc) = "sim" then
                   move svc-melhor-cm2(ind-svc) to svc-ordem(ind-svc)
               else
                   move 999,99 to svc-ordem(ind-svc)
               end-if
           end-perform

           .
       calcular-notas-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       ordenar-servico section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind-svc
               move "n_trocou" to controle

               perform until ind-svc not < qtd-servico
                   if svc-ordem(ind-svc) > svc-ordem(ind-svc + 1)
                       move tab-servico(ind-svc + 1) to aux-servico
                       move tab-servico(ind-svc)
                                to tab-servico(ind-svc + 1)
                       move aux-servico to tab-servico(ind-svc)
                       move "trocou" to controle
                   end-if
                   add 1 to ind-svc
               end-perform
           end-perform

           .
       ordenar-servico-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       imprimir-avaliacao section.

           open output pizza-srv
           if fs-pizza-srv <> "00" then
               display "Erro ao abrir a avaliacao de servico, "
                   "status " fs-pizza-srv
               move "sim" to houve-erro
           end-if

           move anomes-referencia to srv-anomes-cab
           move nota-minima       to srv-minima-cab
           move cab-srv to reg-pizza-srv
           perform gravar-linha-avaliacao
           move spaces to reg-pizza-srv
           perform gravar-linha-avaliacao
           move sub-cab-srv to reg-pizza-srv
           perform gravar-linha-avaliacao
           move all "-" to reg-pizza-srv
           perform gravar-linha-avaliacao

      * Pizzaria sem preco e sem entrega no mes nao tem o que mostrar
           move 0 to posicao-preco
           perform varying ind-svc from 1 by 1
                       until ind-svc > qtd-servico
               if svc-tem-preco(ind-svc) = "sim"
                      or svc-entregas(ind-svc) > 0
                   perform montar-linha-avaliacao
                   move linha-srv to reg-pizza-srv
                   perform gravar-linha-avaliacao
               end-if
           end-perform

           close pizza-srv

           .
       imprimir-avaliacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-linha-avaliacao section.

           move spaces to linha-srv
           if svc-tem-preco(ind-svc) = "sim" then
               add 1 to posicao-preco
               move posicao-preco           to lsv-posicao
               move svc-melhor-cm2(ind-svc) to lsv-cm2
           end-if
           move svc-nome(ind-svc)           to lsv-nome
           move svc-entregas(ind-svc)       to lsv-entregas

           if svc-entregas(ind-svc) = 0 then
               move "SEM OCORRENCIAS" to lsv-situacao
           else
               move svc-atrasos(ind-svc)    to lsv-atrasos
               if svc-atrasos-medidos(ind-svc) > 0 then
                   compute lsv-minutos rounded =
                       svc-minutos-atraso(ind-svc)
                           / svc-atrasos-medidos(ind-svc)
               else
                   move 0 to lsv-minutos
               end-if
               move svc-rec-sabor(ind-svc)  to lsv-rec-sabor
               move svc-rec-fria(ind-svc)   to lsv-rec-fria
               move svc-rec-falta(ind-svc)  to lsv-rec-falta
               move svc-nota(ind-svc)       to lsv-nota
               if svc-nota(ind-svc) < nota-minima then
                   move "ABAIXO DO MINIMO" to lsv-situacao
               end-if
           end-if

           .
       montar-linha-avaliacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-avaliacao section.

           write reg-pizza-srv

           if fs-pizza-srv <> "00" then
               display "Erro ao gravar a avaliacao de servico, "
                   "status " fs-pizza-srv
               move "sim" to houve-erro
           end-if

           .
       gravar-linha-avaliacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-notas section.

      * O arquivo de notas guarda so o ultimo mes avaliado
           open output pizza-not
           if fs-pizza-not <> "00" then
               display "Erro ao abrir as notas de servico, status "
                   fs-pizza-not
               move "sim" to houve-erro
           end-if

           perform varying ind-svc from 1 by 1
                       until ind-svc > qtd-servico
               if svc-entregas(ind-svc) > 0 then
                   move " - "                 to not-sep1 not-sep2
                                                  not-sep3
                   move svc-codigo(ind-svc)   to not-codigo
                   move anomes-referencia     to not-anomes
                   move svc-nota(ind-svc)     to not-nota
                   move svc-entregas(ind-svc) to not-entregas
                   write reg-pizza-not
                   if fs-pizza-not = "00" then
                       add 1 to gravadas-notas
                   else
                       display "Erro ao gravar as notas de servico, "
                           "status " fs-pizza-not
                       move "sim" to houve-erro
                   end-if
               end-if
           end-perform

           close pizza-not

           .
       gravar-notas-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-controle section.

           open extend pizza-ctl
           if fs-pizza-ctl = "35" then
               open output pizza-ctl
           end-if

           move "PizzaServico"       to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move lidos-cadastro       to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move lidas-ocorrencias    to ctl-lidos-lote
           move 0                    to ctl-lidos-historico
           move 0                    to ctl-gravados-mestre
           move 0                    to ctl-gravados-historico
           move gravadas-notas       to ctl-gravados-saida
           move rejeitadas-cadastro  to ctl-rej-cadastro
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
