      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaConfere".
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

           select pizza-mst            assign to "PIZZAMST"
                                        organization indexed
                                        access mode dynamic
                                        record key mst-chave
                                        file status is fs-pizza-mst.

           select pizza-jrn            assign to "PIZZAJRN"
                                        organization line sequential
                                        file status is fs-pizza-jrn.

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-pro            assign to "PIZZAPRO"
                                        organization line sequential
                                        file status is fs-pizza-pro.

           select pizza-div            assign to "PIZZADIV"
                                        organization line sequential
                                        file status is fs-pizza-div.

           select pizza-ctl            assign to "PIZZACTL"
                                        organization line sequential
                                        file status is fs-pizza-ctl.

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

       fd  pizza-jrn
           label record is standard.
       01  reg-pizza-jrn.
           05 jrn-data                             pic 9(08).
           05 jrn-sep1                              pic X(03).
           05 jrn-programa                         pic X(15).
           05 jrn-sep2                              pic X(03).
           05 jrn-arquivo                          pic X(08).
           05 jrn-sep3                              pic X(03).
           05 jrn-acao                             pic X(09).
           05 jrn-sep4                              pic X(03).
           05 jrn-chave.
              10 jrn-codigo                        pic 9(04).
              10 jrn-diametro                      pic 9(03).
              10 jrn-sabor                         pic X(15).
           05 jrn-sep5                              pic X(03).
           05 jrn-antes                            pic X(80).
           05 jrn-sep6                              pic X(03).
           05 jrn-depois                           pic X(80).
           05 jrn-sep7                              pic X(03).
           05 jrn-hora                             pic 9(08).
           05 jrn-sep8                              pic X(03).
           05 jrn-operador                         pic X(10).

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

       fd  pizza-div
           label record is standard.
       01  reg-pizza-div                           pic X(132).

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
       01  tam-max-linhas                           constant as 500.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.
           05 piz-taxa-padrao                      pic 9(03)V99
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

      * Linhas do livro de pedidos do periodo, com o preco de tabela
      * que valia na data do pedido.
      * lnh-origem: J = ultimo jornal ate a data do pedido,
      *             P = imagem anterior do primeiro jornal posterior,
      *             M = mestre atual (sem jornal para a chave)
       01  tab-linha  occurs  tam-max-linhas times.
           05 lnh-numero                           pic 9(05)
              value zero.
           05 lnh-data                             pic 9(08)
              value zero.
           05 lnh-codigo                           pic 9(04)
              value zero.
           05 lnh-item                             pic 9(02)
              value zero.
           05 lnh-tipo                             pic X(01) value
                                                             space.
           05 lnh-diametro                         pic 9(03)
              value zero.
           05 lnh-sabor                            pic X(15) value
                                                             space.
           05 lnh-qtd                              pic 9(03)
              value zero.
           05 lnh-cobrado                          pic 9(05)V99
              value zero.
           05 lnh-origem                           pic X(01) value
                                                             space.
           05 lnh-existe                           pic X(03) value
                                                             space.
           05 lnh-preco                            pic 9(03)V99
              value zero.
           05 lnh-preco-total                      pic 9(03)V99
              value zero.

      * Imagem do registro do mestre gravada no jornal
       01  imagem-mestre.
           05 ima-chave.
              10 ima-codigo                        pic 9(04).
              10 ima-diametro                      pic 9(03).
              10 ima-sabor                         pic X(15).
           05 ima-nome                             pic X(15).
           05 ima-preco                            pic 9(03)V99.
           05 ima-preco-cm2                        pic 9(03)V99.
           05 ima-diferenca-rel                    pic 9(03)V99.
           05 ima-taxa-entrega                     pic 9(03)V99.
           05 ima-preco-total                      pic 9(03)V99.
           05 ima-preco-cm2-total                  pic 9(03)V99.
           05 ima-formato                          pic X(01).
           05 ima-largura                          pic 9(03).
           05 filler                               pic X(09).

       01  data-calculo.
           05 cal-ano                              pic 9(04).
           05 cal-mes                              pic 9(02).
           05 cal-dia                              pic 9(02).

       77  fs-pizza-liv                             pic X(02).
       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-jrn                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-pro                             pic X(02).
       77  fs-pizza-div                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-livro                                pic X(03).
       77  fim-jornal                               pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-promocao                             pic X(03).
       77  houve-erro                               pic X(03).
       77  pedido-com-taxa                          pic X(03).
       77  fim-pedido                               pic X(03).
       77  data-inicio                              pic 9(08).
       77  data-fim                                 pic 9(08).
       77  codigo-conferencia                       pic 9(04).
       77  codigo-procura                           pic 9(04).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-promocoes                            pic 9(03).
       77  qtd-linhas                               pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-pro                                  pic 9(03).
       77  ind-lnh                                  pic 9(03).
       77  ind-ini                                  pic 9(03).
       77  ind-fim                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  lidos-livro                              pic 9(05).
       77  lidos-jornal                             pic 9(05).
       77  lidos-mestre                             pic 9(05).
       77  lidos-cadastro                           pic 9(05).
       77  linhas-conferidas                        pic 9(05).
       77  qtd-divergencias                         pic 9(05).
       77  gravadas-divergencia                     pic 9(05).
       77  dias-data                                pic 9(07).
       77  cal-ano-aux                              pic 9(04).
       77  cal-mes-aux                              pic 9(02).
       77  cal-quociente                            pic 9(07).
       77  cal-resto                                pic 9(01).
       77  dia-semana                               pic 9(01).
       77  desconto-aplicavel                       pic 9(03)V99.
       77  taxa-padrao                              pic 9(03)V99.
       77  preco-unitario                           pic 9(03)V99.
       77  valor-tabela                             pic 9(05)V99.
       77  valor-esperado                           pic 9(05)V99.
       77  soma-tabela-pedido                       pic 9(07)V99.
       77  diferenca-valor                          pic S9(05)V99.
       77  diferenca-abs                            pic 9(05)V99.
       77  total-disputa                            pic 9(07)V99.
       77  ocorrencia                               pic X(14).
       77  tolerancia                               pic 9(03)V99
                                                    value 0,05.

       01  cab-div.
           05 filler                               pic X(40)
              value "CONFERENCIA DE PEDIDOS X PRECO DO MESTRE".
           05 filler                               pic X(15)
              value " - DIVERGENCIAS".

       01  cab-periodo.
           05 filler                               pic X(09)
              value "Periodo: ".
           05 per-inicio                           pic 9(08).
           05 filler                               pic X(03)
              value " a ".
           05 per-fim                              pic 9(08).

       01  sub-cab-div.
           05 filler                               pic X(40)
              value "PEDIDO DATA     PIZZARIA        IT DIAM ".
           05 filler                               pic X(40)
              value "SABOR           QTD   COBRADO  ESPERADO ".
           05 filler                               pic X(40)
              value " DIFERENCA DESC% OCORRENCIA     ORIGEM  ".

       01  linha-div.
           05 div-numero                           pic ZZZZ9.
           05 filler                               pic X(02)
              value space.
           05 div-data                             pic 9(08).
           05 filler                               pic X(01)
              value space.
           05 div-nome                             pic X(15).
           05 filler                               pic X(01)
              value space.
           05 div-item                             pic Z9.
           05 filler                               pic X(01)
              value space.
           05 div-diametro                         pic ZZ9.
           05 filler                               pic X(02)
              value space.
           05 div-sabor                            pic X(15).
           05 filler                               pic X(01)
              value space.
           05 div-qtd                              pic ZZ9.
           05 filler                               pic X(01)
              value space.
           05 div-cobrado                          pic ZZ.ZZ9,99.
           05 filler                               pic X(01)
              value space.
           05 div-esperado                         pic ZZ.ZZ9,99.
           05 filler                               pic X(01)
              value space.
           05 div-diferenca                        pic -ZZ.ZZ9,99.
           05 filler                               pic X(01)
              value space.
           05 div-desconto                         pic ZZ9,9.
           05 filler                               pic X(01)
              value space.
           05 div-ocorrencia                       pic X(14).
           05 filler                               pic X(01)
              value space.
           05 div-origem                           pic X(08).

       01  linha-resumo.
           05 res-descricao                        pic X(30).
           05 res-qtd                              pic ZZZZ9.

       01  linha-resumo-valor.
           05 rsv-descricao                        pic X(30).
           05 rsv-valor                            pic Z.ZZZ.ZZ9,99.



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
           move 0     to qtd-cadastro
           move 0     to qtd-promocoes
           move 0     to qtd-linhas
           move 0     to lidos-livro
           move 0     to lidos-jornal
           move 0     to lidos-mestre
           move 0     to lidos-cadastro
           move 0     to linhas-conferidas
           move 0     to qtd-divergencias
           move 0     to gravadas-divergencia
           move 0     to total-disputa
           move "nao" to houve-erro
           accept data-execucao from date yyyymmdd

           display "Informe a data inicial do periodo (AAAAMMDD) "
           accept data-inicio
           perform until data-inicio is numeric
                      and data-inicio > 0
               display "Data invalida, informe novamente "
               accept data-inicio
           end-perform

           display "Informe a data final do periodo (AAAAMMDD) "
           accept data-fim
           perform until data-fim is numeric
                      and data-fim not < data-inicio
               display "Data invalida, informe novamente "
               accept data-fim
           end-perform

           display "Informe o codigo da pizzaria (0 = todas) "
           accept codigo-conferencia
           perform until codigo-conferencia is numeric
               display "Codigo invalido, informe novamente "
               accept codigo-conferencia
           end-perform
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           perform carrega-cadastro
           perform carrega-promocoes
           perform carrega-livro
           perform aplica-jornal
           perform busca-mestre
           perform conferir-pedidos

           display "Linhas de pedido conferidas:  " linhas-conferidas
           display "Divergencias encontradas:     " qtd-divergencias

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-livro section.

           open input pizza-liv
           move "nao" to fim-livro

           if fs-pizza-liv <> "00" then
               display "Livro de pedidos nao encontrado, status "
                   fs-pizza-liv
               move "sim" to fim-livro
               move "sim" to houve-erro
           end-if

           perform until fim-livro = "sim"
               read pizza-liv
                   at end
                       move "sim" to fim-livro
                   not at end
                       add 1 to lidos-livro
                       if liv-data not < data-inicio
                              and liv-data not > data-fim
                              and (codigo-conferencia = 0
                                   or liv-codigo = codigo-conferencia)
                           perform registrar-linha
                       end-if
               end-read
           end-perform

           close pizza-liv

           .
       carrega-livro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-linha section.

           if qtd-linhas not < tam-max-linhas then
               display "Limite maximo de linhas de pedido atingido, "
                   "pedido ignorado: " liv-numero
               move "sim" to houve-erro
           else
               add 1 to qtd-linhas
               move liv-numero        to lnh-numero(qtd-linhas)
               move liv-data          to lnh-data(qtd-linhas)
               move liv-codigo        to lnh-codigo(qtd-linhas)
               move liv-item          to lnh-item(qtd-linhas)
               move liv-tipo          to lnh-tipo(qtd-linhas)
               move liv-diametro      to lnh-diametro(qtd-linhas)
               move liv-sabor         to lnh-sabor(qtd-linhas)
               move liv-qtd           to lnh-qtd(qtd-linhas)
               move liv-valor-cobrado to lnh-cobrado(qtd-linhas)
               move space             to lnh-origem(qtd-linhas)
               move "nao"             to lnh-existe(qtd-linhas)
               move 0                 to lnh-preco(qtd-linhas)
               move 0                 to lnh-preco-total(qtd-linhas)
           end-if

           .
       registrar-linha-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplica-jornal section.

      * O jornal esta em ordem cronologica: a ultima alteracao ate a
      * data do pedido da o preco do dia; sem ela, a imagem anterior
      * da primeira alteracao posterior mostra o preco que valia
           open input pizza-jrn
           move "nao" to fim-jornal

           if fs-pizza-jrn <> "00" then
               display "Jornal nao encontrado, precos conferidos "
                   "pelo mestre atual"
               move "sim" to fim-jornal
           end-if

           perform until fim-jornal = "sim"
               read pizza-jrn
                   at end
                       move "sim" to fim-jornal
                   not at end
                       add 1 to lidos-jornal
                       if jrn-arquivo = "PIZZAMST" then
                           perform aplica-entrada-jornal
                       end-if
               end-read
           end-perform

           close pizza-jrn

           .
       aplica-jornal-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplica-entrada-jornal section.

           perform varying ind-lnh from 1 by 1
                       until ind-lnh > qtd-linhas
               if lnh-tipo(ind-lnh) = "P"
                      and lnh-codigo(ind-lnh)   = jrn-codigo
                      and lnh-diametro(ind-lnh) = jrn-diametro
                      and lnh-sabor(ind-lnh)    = jrn-sabor
                   if jrn-data not > lnh-data(ind-lnh) then
                       move "J" to lnh-origem(ind-lnh)
                       if jrn-acao = "EXCLUSAO" then
                           move "nao" to lnh-existe(ind-lnh)
                       else
                           move jrn-depois to imagem-mestre
                           perform guarda-preco-imagem
                       end-if
                   else
                       if lnh-origem(ind-lnh) = space then
                           move "P" to lnh-origem(ind-lnh)
                           if jrn-acao = "INCLUSAO" then
                               move "nao" to lnh-existe(ind-lnh)
                           else
                               move jrn-antes to imagem-mestre
                               perform guarda-preco-imagem
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           .
       aplica-entrada-jornal-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       guarda-preco-imagem section.

           move "sim"           to lnh-existe(ind-lnh)
           move ima-preco       to lnh-preco(ind-lnh)
           move ima-preco-total to lnh-preco-total(ind-lnh)

           .
       guarda-preco-imagem-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       busca-mestre section.

      * Chaves sem nenhuma alteracao no jornal valem pelo mestre atual
           open input pizza-mst

           if fs-pizza-mst <> "00" then
               display "Arquivo mestre nao encontrado, status "
                   fs-pizza-mst
               move "sim" to houve-erro
           else
               perform varying ind-lnh from 1 by 1
                           until ind-lnh > qtd-linhas
                   if lnh-tipo(ind-lnh) = "P"
                          and lnh-origem(ind-lnh) = space
                       move lnh-codigo(ind-lnh)   to mst-codigo
                       move lnh-diametro(ind-lnh) to mst-diametro
                       move lnh-sabor(ind-lnh)    to mst-sabor
                       read pizza-mst
                           invalid key
                               move "nao" to lnh-existe(ind-lnh)
                           not invalid key
                               add 1 to lidos-mestre
                               move "M"   to lnh-origem(ind-lnh)
                               move "sim" to lnh-existe(ind-lnh)
                               move mst-preco
                                        to lnh-preco(ind-lnh)
                               move mst-preco-total
                                        to lnh-preco-total(ind-lnh)
                       end-read
                   end-if
               end-perform
               close pizza-mst
           end-if

           .
       busca-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-pedidos section.

           open output pizza-div

           if fs-pizza-div <> "00" then
               display "Erro ao abrir o relatorio de divergencias, "
                   "status " fs-pizza-div
               move "sim" to houve-erro
           end-if

           move cab-div to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move data-inicio to per-inicio
           move data-fim    to per-fim
           move cab-periodo to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move sub-cab-div to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move all "-" to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move 1 to ind-ini
           perform until ind-ini > qtd-linhas
               perform conferir-pedido
               compute ind-ini = ind-fim + 1
           end-perform

           if qtd-divergencias = 0 then
               move spaces to reg-pizza-div
               move "Nenhuma divergencia no periodo"
                    to reg-pizza-div
               write reg-pizza-div
               perform verifica-gravacao
           end-if

           move all "-" to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move "Linhas de pedido conferidas:" to res-descricao
           move linhas-conferidas              to res-qtd
           move linha-resumo to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move "Divergencias encontradas:"    to res-descricao
           move qtd-divergencias               to res-qtd
           move linha-resumo to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           move "Valor total a contestar:"     to rsv-descricao
           move total-disputa                  to rsv-valor
           move linha-resumo-valor to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           close pizza-div

           .
       conferir-pedidos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-pedido section.

      * As linhas de um pedido sao gravadas juntas no livro; ind-ini
      * aponta a primeira e ind-fim passa a apontar a ultima
           move ind-ini to ind-fim
           move "nao"   to fim-pedido
           perform until fim-pedido = "sim"
               if ind-fim < qtd-linhas then
                   if lnh-numero(ind-fim + 1)
                          = lnh-numero(ind-ini) then
                       add 1 to ind-fim
                   else
                       move "sim" to fim-pedido
                   end-if
               else
                   move "sim" to fim-pedido
               end-if
           end-perform

           move lnh-codigo(ind-ini) to codigo-procura
           perform procura-codigo
           if ind-achado > 0 then
               move piz-taxa-padrao(ind-achado) to taxa-padrao
           else
               move 0 to taxa-padrao
           end-if

           move lnh-data(ind-ini) to data-calculo
           perform calcula-dia-semana
           perform busca-promocao

           move "nao" to pedido-com-taxa
           move 0     to soma-tabela-pedido
           perform varying ind-lnh from ind-ini by 1
                       until ind-lnh > ind-fim
               if lnh-tipo(ind-lnh) = "T" then
                   move "sim" to pedido-com-taxa
               end-if
               if lnh-tipo(ind-lnh) = "P"
                      and lnh-existe(ind-lnh) = "sim"
                   compute soma-tabela-pedido = soma-tabela-pedido
                       + lnh-preco(ind-lnh) * lnh-qtd(ind-lnh)
               end-if
           end-perform

           perform varying ind-lnh from ind-ini by 1
                       until ind-lnh > ind-fim
               add 1 to linhas-conferidas
               if lnh-tipo(ind-lnh) = "T" then
                   perform conferir-taxa
               else
                   perform conferir-item
               end-if
           end-perform

           .
       conferir-pedido-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-item section.

           move spaces to ocorrencia
           move 0      to valor-esperado

           if lnh-existe(ind-lnh) = "nao" then
               move "SEM PRECO"      to ocorrencia
           else
      * Sem taxa destacada no recibo, a taxa esta embutida no item
               if pedido-com-taxa = "sim" then
                   move lnh-preco(ind-lnh)       to preco-unitario
               else
                   move lnh-preco-total(ind-lnh) to preco-unitario
               end-if

               compute valor-tabela =
                   preco-unitario * lnh-qtd(ind-lnh)
               compute valor-esperado rounded =
                   valor-tabela * (100 - desconto-aplicavel) / 100

               if lnh-cobrado(ind-lnh) > valor-tabela + tolerancia
                   move "SOBREPRECO"     to ocorrencia
               else
                   if desconto-aplicavel > 0
                          and lnh-cobrado(ind-lnh)
                                 > valor-esperado + tolerancia
                       move "SEM DESCONTO"   to ocorrencia
                   end-if
               end-if
           end-if

           if ocorrencia <> spaces then
               perform gravar-divergencia
           end-if

           .
       conferir-item-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-taxa section.

      * Taxa esperada: percentual padrao da pizzaria sobre os precos
      * de tabela do pedido, com o mesmo desconto do ranking
           move spaces to ocorrencia

           compute valor-esperado rounded =
               soma-tabela-pedido * taxa-padrao / 100
                   * (100 - desconto-aplicavel) / 100

           compute diferenca-valor =
               lnh-cobrado(ind-lnh) - valor-esperado
           move diferenca-valor to diferenca-abs

           if diferenca-abs > tolerancia then
               move "TAXA DIVERG"    to ocorrencia
               perform gravar-divergencia
           end-if

           .
       conferir-taxa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-divergencia section.

           add 1 to qtd-divergencias

           move lnh-numero(ind-lnh)   to div-numero
           move lnh-data(ind-lnh)     to div-data
           if ind-achado > 0 then
               move piz-nome(ind-achado) to div-nome
           else
               move "SEM CADASTRO"       to div-nome
           end-if
           move lnh-item(ind-lnh)     to div-item
           move lnh-diametro(ind-lnh) to div-diametro
           move lnh-sabor(ind-lnh)    to div-sabor
           move lnh-qtd(ind-lnh)      to div-qtd
           move lnh-cobrado(ind-lnh)  to div-cobrado
           move valor-esperado        to div-esperado
           move desconto-aplicavel    to div-desconto
           move ocorrencia            to div-ocorrencia

           if ocorrencia = "SEM PRECO" then
               move 0 to div-diferenca
           else
               compute diferenca-valor =
                   lnh-cobrado(ind-lnh) - valor-esperado
               move diferenca-valor to div-diferenca
               if diferenca-valor > 0 then
                   add diferenca-valor to total-disputa
               end-if
           end-if

           move spaces to div-origem
           if lnh-tipo(ind-lnh) = "T" then
               move "CADASTRO" to div-origem
           end-if
           if lnh-origem(ind-lnh) = "J" then
               move "JORNAL"   to div-origem
           end-if
           if lnh-origem(ind-lnh) = "P" then
               move "JORN.ANT" to div-origem
           end-if
           if lnh-origem(ind-lnh) = "M" then
               move "MESTRE"   to div-origem
           end-if

           move linha-div to reg-pizza-div
           write reg-pizza-div
           perform verifica-gravacao

           .
       gravar-divergencia-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calcula-dia-semana section.

      * Dias corridos desde uma origem fixa (ano comecando em marco),
      * com 1 = segunda ... 7 = domingo, como o accept day-of-week
           if cal-mes > 2 then
               move cal-ano to cal-ano-aux
               move cal-mes to cal-mes-aux
           else
               compute cal-ano-aux = cal-ano - 1
               compute cal-mes-aux = cal-mes + 12
           end-if

           compute dias-data = 365 * cal-ano-aux
           divide cal-ano-aux by 4 giving cal-quociente
           add cal-quociente to dias-data
           divide cal-ano-aux by 100 giving cal-quociente
           subtract cal-quociente from dias-data
           divide cal-ano-aux by 400 giving cal-quociente
           add cal-quociente to dias-data
           compute cal-quociente = (153 * (cal-mes-aux - 3) + 2) / 5
           add cal-quociente to dias-data
           add cal-dia to dias-data

           compute cal-quociente = dias-data + 1
           divide cal-quociente by 7 giving cal-quociente
                                 remainder cal-resto
           compute dia-semana = cal-resto + 1

           .
       calcula-dia-semana-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       busca-promocao section.

      * Vale o maior desconto vigente na data e dia do pedido
           move 0 to desconto-aplicavel

           perform varying ind-pro from 1 by 1
                       until ind-pro > qtd-promocoes
               if prl-codigo(ind-pro) = lnh-codigo(ind-ini)
                      and lnh-data(ind-ini)
                             not < prl-data-inicio(ind-pro)
                      and lnh-data(ind-ini)
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
       procura-codigo section.

           move 0 to ind-achado

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
                          or ind-achado > 0
               if piz-codigo(ind-cad) = codigo-procura then
                   move ind-cad to ind-achado
               end-if
           end-perform

           .
       procura-codigo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-cadastro section.

           open input pizza-cad
           move "nao" to fim-cadastro

           if fs-pizza-cad <> "00" then
               display "Cadastro de pizzarias nao encontrado, "
                   "taxas conferidas com percentual zero"
               move "sim" to fim-cadastro
           end-if

           perform until fim-cadastro = "sim"
               read pizza-cad
                   at end
                       move "sim" to fim-cadastro
                   not at end
                       if cad-nome not = "*CONTROLE*" then
                           add 1 to lidos-cadastro
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
                               move cad-taxa-padrao
                                    to piz-taxa-padrao(qtd-cadastro)
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
       carrega-promocoes section.

           open input pizza-pro
           move "nao" to fim-promocao

           if fs-pizza-pro <> "00" then
               display "Arquivo de promocoes nao encontrado, "
                   "pedidos conferidos sem desconto"
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
       verifica-gravacao section.

           if fs-pizza-div = "00" then
               add 1 to gravadas-divergencia
           else
               display "Erro ao gravar o relatorio de divergencias, "
                   "status " fs-pizza-div
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

           move "PizzaConfere"       to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move lidos-cadastro       to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move lidos-livro          to ctl-lidos-lote
           move lidos-jornal         to ctl-lidos-historico
           move 0                    to ctl-gravados-mestre
           move 0                    to ctl-gravados-historico
           move gravadas-divergencia to ctl-gravados-saida
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
