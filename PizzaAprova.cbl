      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaAprova".
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
           select pizza-pnd            assign to "PIZZAPND"
                                        organization line sequential
                                        file status is fs-pizza-pnd.

           select pizza-mst            assign to "PIZZAMST"
                                        organization indexed
                                        access mode dynamic
                                        record key mst-chave
                                        file status is fs-pizza-mst.

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-jrn            assign to "PIZZAJRN"
                                        organization line sequential
                                        file status is fs-pizza-jrn.

           select pizza-apl            assign to "PIZZAAPL"
                                        organization line sequential
                                        file status is fs-pizza-apl.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      * Alteracoes de manutencao aguardando a aprovacao de uma
      * segunda pessoa; as imagens seguem o formato do jornal
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

       fd  pizza-apl
           label record is standard.
       01  reg-pizza-apl                           pic X(132).

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
           value "PizzaAprova".

       01  tam-max-pedidos                          constant as 500.
       01  tam-max-cadastro                         constant as 100.
       01  dias-validade                            constant as 7.

       01  tab-pedido  occurs  tam-max-pedidos times.
           05 pdl-registro                         pic X(336) value
                                                             space.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.
           05 piz-telefone                         pic X(13) value
                                                             space.
           05 piz-zona-entrega                     pic X(10) value
                                                             space.
           05 piz-taxa-padrao                      pic 9(03)V99
              value zero.

       01  controle-cadastro.
           05 ctc-maior-codigo                     pic 9(04).
           05 filler                               pic X(09).

       01  data-calculo.
           05 cal-ano                              pic 9(04).
           05 cal-mes                              pic 9(02).
           05 cal-dia                              pic 9(02).

       77  fs-pizza-pnd                             pic X(02).
       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-jrn                             pic X(02).
       77  fs-pizza-apl                             pic X(02).
       77  fim-pedido                               pic X(03).
       77  fim-cadastro                             pic X(03).
       77  cadastro-carregado                       pic X(03).
       77  cadastro-alterado                        pic X(03).
       77  pedidos-truncados                        pic X(03).
       77  qtd-pedidos                              pic 9(03).
       77  qtd-cadastro                             pic 9(03).
       77  ind-ped                                  pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  ind-imagem                               pic 9(03).
       77  maior-codigo                             pic 9(04).
       77  codigo-manut                             pic 9(04).
       77  nome-manut                               pic X(15).
       77  opcao                                    pic X(01).
       77  aprovador                                pic X(10).
       77  data-execucao                            pic 9(08).
       77  hora-execucao                            pic 9(08).
       77  imagem-trabalho                          pic X(80).
       77  motivo-conflito                          pic X(30).
       77  qtd-aprovados                            pic 9(03).
       77  qtd-rejeitados                           pic 9(03).
       77  qtd-expirados                            pic 9(03).
       77  dias-data                                pic 9(07).
       77  dias-hoje                                pic 9(07).
       77  cal-ano-aux                              pic 9(04).
       77  cal-mes-aux                              pic 9(02).
       77  cal-quociente                            pic 9(07).

       01  linha-pedido.
           05 filler                               pic X(08)
              value "Pedido: ".
           05 lpd-numero                           pic ZZ9.
           05 filler                               pic X(03)
              value " - ".
           05 lpd-data                             pic 9(08).
           05 filler                               pic X(01)
              value space.
           05 lpd-hora                             pic 9(08).
           05 filler                               pic X(04)
              value " por".
           05 filler                               pic X(01)
              value space.
           05 lpd-solicitante                      pic X(10).
           05 filler                               pic X(03)
              value " - ".
           05 lpd-arquivo                          pic X(08).
           05 filler                               pic X(01)
              value space.
           05 lpd-acao                             pic X(09).

       01  cab-apl.
           05 filler                               pic X(40)
              value "PEDIDOS DE ALTERACAO DE MANUTENCAO - SIT".
           05 filler                               pic X(25)
              value "UACAO DAS APROVACOES EM  ".
           05 apl-data-cab                         pic 9(08).

       01  sub-cab-apl.
           05 filler                               pic X(40)
              value "PEDIDO            SOLICITANTE ARQUIVO  A".
           05 filler                               pic X(40)
              value "CAO       COD  DIAM SABOR           SITU".
           05 filler                               pic X(40)
              value "ACAO  APROVADOR  DECISAO   MOTIVO       ".

       01  linha-apl.
           05 apl-data                             pic 9(08).
           05 filler                               pic X(01)
              value space.
           05 apl-hora                             pic 9(08).
           05 filler                               pic X(01)
              value space.
           05 apl-solicitante                      pic X(10).
           05 filler                               pic X(02)
              value space.
           05 apl-arquivo                          pic X(08).
           05 filler                               pic X(01)
              value space.
           05 apl-acao                             pic X(09).
           05 filler                               pic X(01)
              value space.
           05 apl-codigo                           pic 9(04).
           05 filler                               pic X(02)
              value space.
           05 apl-diametro                         pic ZZ9.
           05 filler                               pic X(01)
              value space.
           05 apl-sabor                            pic X(15).
           05 filler                               pic X(01)
              value space.
           05 apl-situacao                         pic X(09).
           05 filler                               pic X(01)
              value space.
           05 apl-aprovador                        pic X(10).
           05 filler                               pic X(01)
              value space.
           05 apl-data-decisao                     pic 9(08).
           05 filler                               pic X(02)
              value space.
           05 apl-motivo                           pic X(30).

       01  linha-antes.
           05 filler                               pic X(12)
              value "    ANTES:  ".
           05 lan-imagem                           pic X(80).

       01  linha-depois.
           05 filler                               pic X(12)
              value "    DEPOIS: ".
           05 ldp-imagem                           pic X(80).



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
           move 0     to qtd-pedidos
           move 0     to qtd-cadastro
           move 0     to maior-codigo
           move 0     to qtd-aprovados
           move 0     to qtd-rejeitados
           move 0     to qtd-expirados
           move "nao" to cadastro-carregado
           move "nao" to cadastro-alterado
           move "nao" to pedidos-truncados
           accept data-execucao from date yyyymmdd
           accept hora-execucao from time

           move data-execucao to data-calculo
           perform calcula-dias-data
           move dias-data to dias-hoje

           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if
           move operador to aprovador

           perform carrega-pedidos
           perform carrega-cadastro
           if pedidos-truncados = "nao" then
               perform expirar-pedidos
           end-if
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

      * Com a fila truncada na carga nenhuma decisao poderia ser
      * regravada; aplicar agora faria o pedido voltar pendente e ser
      * aplicado de novo na proxima execucao
           if pedidos-truncados = "sim" then
               display "Fila de pedidos maior que o limite, nenhum "
                   "pedido sera decidido nesta execucao"
               perform imprimir-listagem
               move 8 to return-code
           else
               display "Pedidos expirados nesta execucao: "
                   qtd-expirados

               perform varying ind-ped from 1 by 1
                           until ind-ped > qtd-pedidos
                   move pdl-registro(ind-ped) to reg-pizza-pnd
                   if pnd-situacao = "P" then
                       perform decidir-pedido
                       move reg-pizza-pnd to pdl-registro(ind-ped)
                   end-if
               end-perform

               if cadastro-alterado = "sim" then
                   perform gravar-cadastro
               end-if

               perform gravar-pedidos
               perform imprimir-listagem
           end-if

           display "Pedidos aprovados: " qtd-aprovados
           display "Pedidos rejeitados: " qtd-rejeitados

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       expirar-pedidos section.

      * Pedido parado alem do prazo sai da fila sem ser aplicado e
      * continua na listagem como expirado
           perform varying ind-ped from 1 by 1
                       until ind-ped > qtd-pedidos
               move pdl-registro(ind-ped) to reg-pizza-pnd
               if pnd-situacao = "P" then
                   move pnd-data-pedido to data-calculo
                   perform calcula-dias-data
                   if dias-hoje - dias-data > dias-validade then
                       move "E"            to pnd-situacao
                       move spaces         to pnd-aprovador
                       move data-execucao  to pnd-data-decisao
                       move hora-execucao  to pnd-hora-decisao
                       move "PRAZO DE APROVACAO VENCIDO"
                            to pnd-motivo
                       move reg-pizza-pnd to pdl-registro(ind-ped)
                       add 1 to qtd-expirados
                   end-if
               end-if
           end-perform

           .
       expirar-pedidos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       decidir-pedido section.

           move ind-ped          to lpd-numero
           move pnd-data-pedido  to lpd-data
           move pnd-hora-pedido  to lpd-hora
           move pnd-solicitante  to lpd-solicitante
           move pnd-arquivo      to lpd-arquivo
           move pnd-acao         to lpd-acao
           display linha-pedido
           display "  Chave:  " pnd-codigo " " pnd-diametro " "
               pnd-sabor
           display "  Antes:  " pnd-antes
           display "  Depois: " pnd-depois

           if pnd-solicitante = aprovador then
               display "Pedido feito por voce, precisa ser "
                   "aprovado por outra pessoa"
           else
               display "Aprovar, rejeitar ou deixar pendente? "
                   "('A'/'R'/'P')"
               accept opcao
               perform until opcao = "A" or opcao = "R"
                          or opcao = "P"
                   display "Opcao invalida, informe novamente "
                   accept opcao
               end-perform

               if opcao = "A" then
                   perform aplicar-pedido
               end-if
               if opcao = "R" then
                   display "Informe o motivo da rejeicao "
                   accept pnd-motivo
                   move "R" to pnd-situacao
                   perform registrar-decisao
                   add 1 to qtd-rejeitados
                   display "Pedido rejeitado"
               end-if
           end-if

           .
       decidir-pedido-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplicar-pedido section.

      * O registro atual tem de continuar igual a imagem anterior
      * do pedido; se mudou depois do pedido, o pedido e rejeitado
           move spaces to motivo-conflito

           if pnd-arquivo = "PIZZAMST" then
               perform aplicar-mestre
           else
               if pnd-arquivo = "PIZZACAD" then
                   perform aplicar-cadastro
               else
                   move "ARQUIVO NAO PREVISTO" to motivo-conflito
               end-if
           end-if

           if motivo-conflito = space then
               move "A"    to pnd-situacao
               move spaces to pnd-motivo
               add 1 to qtd-aprovados
               display "Pedido aprovado e aplicado"
           else
               move "R"             to pnd-situacao
               move motivo-conflito to pnd-motivo
               add 1 to qtd-rejeitados
               display "Pedido nao aplicado: " motivo-conflito
           end-if
           perform registrar-decisao

           .
       aplicar-pedido-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-decisao section.

           move aprovador     to pnd-aprovador
           move data-execucao to pnd-data-decisao
           accept pnd-hora-decisao from time

           .
       registrar-decisao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplicar-mestre section.

           if pnd-acao <> "ALTERACAO" then
               move "ACAO NAO PREVISTA NO MESTRE" to motivo-conflito
           else
               open i-o pizza-mst
               if fs-pizza-mst <> "00" then
                   display "Erro ao abrir o mestre, status "
                       fs-pizza-mst
                   move "MESTRE INDISPONIVEL" to motivo-conflito
               else
                   move pnd-codigo   to mst-codigo
                   move pnd-diametro to mst-diametro
                   move pnd-sabor    to mst-sabor
                   read pizza-mst
                       invalid key
                           move "PIZZA NAO ENCONTRADA NO MESTRE"
                                to motivo-conflito
                       not invalid key
                           perform regravar-mestre
                   end-read
                   close pizza-mst
               end-if
           end-if

           .
       aplicar-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-mestre section.

           move spaces        to imagem-trabalho
           move reg-pizza-mst to imagem-trabalho

           if imagem-trabalho <> pnd-antes then
               move "MESTRE ALTERADO APOS O PEDIDO"
                    to motivo-conflito
           else
               move pnd-depois to reg-pizza-mst
               rewrite reg-pizza-mst

               if fs-pizza-mst = "00" then
                   perform gravar-jornal
               else
                   display "Erro ao regravar o mestre, status "
                       fs-pizza-mst
                   move "ERRO AO REGRAVAR O MESTRE"
                        to motivo-conflito
               end-if
           end-if

           .
       regravar-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplicar-cadastro section.

           if cadastro-carregado = "nao" then
               move "CADASTRO INDISPONIVEL" to motivo-conflito
           else
               if pnd-acao = "INCLUSAO" then
                   perform incluir-pizzaria
               else
                   move pnd-codigo to codigo-manut
                   perform procura-codigo
                   if ind-achado = 0 then
                       move "PIZZARIA NAO ENCONTRADA"
                            to motivo-conflito
                   else
                       move ind-achado to ind-imagem
                       perform montar-imagem-cadastro
                       if imagem-trabalho <> pnd-antes then
                           move "CADASTRO MUDOU APOS O PEDIDO"
                                to motivo-conflito
                       else
                           if pnd-acao = "ALTERACAO" then
                               perform alterar-pizzaria
                           else
                               perform excluir-pizzaria
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           if motivo-conflito = space then
               move "sim" to cadastro-alterado
               perform gravar-jornal
           end-if

           .
       aplicar-cadastro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-pizzaria section.

      * O codigo so e atribuido na aprovacao, para que dois pedidos
      * de inclusao nao disputem o mesmo numero
           move pnd-depois to reg-pizza-cad
           move cad-nome   to nome-manut
           perform procura-nome

           if ind-achado > 0 then
               move "NOME JA CADASTRADO" to motivo-conflito
           else
               if qtd-cadastro not < tam-max-cadastro then
                   move "LIMITE DE PIZZARIAS ATINGIDO"
                        to motivo-conflito
               else
                   add 1 to qtd-cadastro
                   add 1 to maior-codigo
                   move maior-codigo     to piz-codigo(qtd-cadastro)
                   move cad-nome         to piz-nome(qtd-cadastro)
                   move cad-telefone     to piz-telefone(qtd-cadastro)
                   move cad-zona-entrega
                            to piz-zona-entrega(qtd-cadastro)
                   move cad-taxa-padrao
                            to piz-taxa-padrao(qtd-cadastro)

                   move qtd-cadastro to ind-imagem
                   perform montar-imagem-cadastro
                   move imagem-trabalho to pnd-depois
                   move maior-codigo    to pnd-codigo
                   display "Pizzaria incluida com o codigo "
                       maior-codigo
               end-if
           end-if

           .
       incluir-pizzaria-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       alterar-pizzaria section.

           move ind-achado to ind-imagem
           move pnd-depois to reg-pizza-cad
           move cad-nome   to nome-manut
           perform procura-nome

           if ind-achado > 0 and ind-achado <> ind-imagem then
               move "NOME JA CADASTRADO" to motivo-conflito
           else
               move cad-nome         to piz-nome(ind-imagem)
               move cad-telefone     to piz-telefone(ind-imagem)
               move cad-zona-entrega to piz-zona-entrega(ind-imagem)
               move cad-taxa-padrao  to piz-taxa-padrao(ind-imagem)
           end-if

           .
       alterar-pizzaria-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-pizzaria section.

           perform varying ind-cad from ind-achado by 1
                       until ind-cad not < qtd-cadastro
               move tab-pizzaria(ind-cad + 1)
                        to tab-pizzaria(ind-cad)
           end-perform

           move zero   to piz-codigo(qtd-cadastro)
           move spaces to piz-nome(qtd-cadastro)
           move spaces to piz-telefone(qtd-cadastro)
           move spaces to piz-zona-entrega(qtd-cadastro)
           move zero   to piz-taxa-padrao(qtd-cadastro)

           subtract 1 from qtd-cadastro

           .
       excluir-pizzaria-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-imagem-cadastro section.

           move " - "                      to cad-sep1 cad-sep2
                                               cad-sep3 cad-sep4
           move piz-codigo(ind-imagem)       to cad-codigo
           move piz-nome(ind-imagem)         to cad-nome
           move piz-telefone(ind-imagem)     to cad-telefone
           move piz-zona-entrega(ind-imagem) to cad-zona-entrega
           move piz-taxa-padrao(ind-imagem)  to cad-taxa-padrao
           move spaces to imagem-trabalho
           move reg-pizza-cad to imagem-trabalho

           .
       montar-imagem-cadastro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-jornal section.

           open extend pizza-jrn
           if fs-pizza-jrn = "35" then
               open output pizza-jrn
           end-if

           move data-execucao        to jrn-data
           move " - "                to jrn-sep1 jrn-sep2 jrn-sep3
                                         jrn-sep4 jrn-sep5 jrn-sep6
                                         jrn-sep7 jrn-sep8
           move "PizzaAprova"        to jrn-programa
           move pnd-arquivo          to jrn-arquivo
           move pnd-acao             to jrn-acao
           move pnd-codigo           to jrn-codigo
           move pnd-diametro         to jrn-diametro
           move pnd-sabor            to jrn-sabor
           move pnd-antes            to jrn-antes
           move pnd-depois           to jrn-depois
           accept jrn-hora from time
           move operador             to jrn-operador
           write reg-pizza-jrn

           if fs-pizza-jrn <> "00" then
               display "Erro ao gravar o jornal, status "
                   fs-pizza-jrn
               move 8 to return-code
           end-if

           close pizza-jrn

           .
       gravar-jornal-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       imprimir-listagem section.

           open output pizza-apl
           if fs-pizza-apl <> "00" then
               display "Erro ao abrir a listagem de aprovacoes, "
                   "status " fs-pizza-apl
           end-if

           move data-execucao to apl-data-cab
           move cab-apl to reg-pizza-apl
           write reg-pizza-apl
           perform verifica-gravacao

           move sub-cab-apl to reg-pizza-apl
           write reg-pizza-apl
           perform verifica-gravacao

           move all "-" to reg-pizza-apl
           write reg-pizza-apl
           perform verifica-gravacao

           perform varying ind-ped from 1 by 1
                       until ind-ped > qtd-pedidos
               move pdl-registro(ind-ped) to reg-pizza-pnd
               perform imprimir-pedido
           end-perform

           if qtd-pedidos = 0 then
               move "Nenhum pedido de alteracao registrado"
                   to reg-pizza-apl
               write reg-pizza-apl
               perform verifica-gravacao
           end-if

           close pizza-apl

           .
       imprimir-listagem-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       imprimir-pedido section.

           move pnd-data-pedido   to apl-data
           move pnd-hora-pedido   to apl-hora
           move pnd-solicitante   to apl-solicitante
           move pnd-arquivo       to apl-arquivo
           move pnd-acao          to apl-acao
           move pnd-codigo        to apl-codigo
           move pnd-diametro      to apl-diametro
           move pnd-sabor         to apl-sabor
           move pnd-aprovador     to apl-aprovador
           move pnd-data-decisao  to apl-data-decisao
           move pnd-motivo        to apl-motivo
           move "PENDENTE"        to apl-situacao
           if pnd-situacao = "A" then
               move "APROVADO"    to apl-situacao
           end-if
           if pnd-situacao = "R" then
               move "REJEITADO"   to apl-situacao
           end-if
           if pnd-situacao = "E" then
               move "EXPIRADO"    to apl-situacao
           end-if
           move linha-apl to reg-pizza-apl
           write reg-pizza-apl
           perform verifica-gravacao

           move pnd-antes to lan-imagem
           move linha-antes to reg-pizza-apl
           write reg-pizza-apl
           perform verifica-gravacao

           move pnd-depois to ldp-imagem
           move linha-depois to reg-pizza-apl
           write reg-pizza-apl
           perform verifica-gravacao

           .
       imprimir-pedido-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao section.

           if fs-pizza-apl <> "00" then
               display "Erro ao gravar a listagem, status "
                   fs-pizza-apl
           end-if

           .
       verifica-gravacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calcula-dias-data section.

      * Dias corridos desde uma origem fixa (ano comecando em marco),
      * para medir a distancia entre duas datas
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

           .
       calcula-dias-data-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-codigo section.

           move 0 to ind-achado

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
                          or ind-achado > 0
               if piz-codigo(ind-cad) = codigo-manut then
                   move ind-cad to ind-achado
               end-if
           end-perform

           .
       procura-codigo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-nome section.

           move 0 to ind-achado

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
                          or ind-achado > 0
               if piz-nome(ind-cad) = nome-manut then
                   move ind-cad to ind-achado
               end-if
           end-perform

           .
       procura-nome-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-pedidos section.

           open input pizza-pnd
           move "nao" to fim-pedido

           if fs-pizza-pnd <> "00" then
               display "Nenhum pedido de alteracao registrado"
               move "sim" to fim-pedido
           end-if

           perform until fim-pedido = "sim"
               read pizza-pnd
                   at end
                       move "sim" to fim-pedido
                   not at end
                       add 1 to qtd-pedidos
                       if qtd-pedidos > tam-max-pedidos then
                           display "Limite maximo de pedidos "
                               "atingido"
                           subtract 1 from qtd-pedidos
                           move "sim" to fim-pedido
                           move "sim" to pedidos-truncados
                       else
                           move reg-pizza-pnd
                                    to pdl-registro(qtd-pedidos)
                       end-if
               end-read
           end-perform

           close pizza-pnd

           .
       carrega-pedidos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-cadastro section.

           open input pizza-cad
           move "nao" to fim-cadastro

           move "sim" to cadastro-carregado

      * Sem o arquivo o cadastro comeca vazio, como no PizzaCadastro
           if fs-pizza-cad = "35" then
               move "sim" to fim-cadastro
           else
               if fs-pizza-cad <> "00" then
                   display "Erro ao abrir o cadastro, status "
                       fs-pizza-cad ", pedidos do cadastro nao "
                       "serao aplicados"
                   move "sim" to fim-cadastro
                   move "nao" to cadastro-carregado
               end-if
           end-if

           perform until fim-cadastro = "sim"
               read pizza-cad
                   at end
                       move "sim" to fim-cadastro
                   not at end
                       if cad-nome = "*CONTROLE*" then
                           move cad-telefone to controle-cadastro
                           if ctc-maior-codigo is numeric
                                  and ctc-maior-codigo > maior-codigo
                               move ctc-maior-codigo to maior-codigo
                           end-if
                       else
                           add 1 to qtd-cadastro
                           if qtd-cadastro > tam-max-cadastro then
                               display "Limite maximo de "
                                   "pizzarias atingido"
                               subtract 1 from qtd-cadastro
                               move "nao" to cadastro-carregado
                           else
                               move cad-codigo
                                        to piz-codigo(qtd-cadastro)
                               move cad-nome
                                        to piz-nome(qtd-cadastro)
                               move cad-telefone
                                        to piz-telefone(qtd-cadastro)
                               move cad-zona-entrega
                                   to piz-zona-entrega(qtd-cadastro)
                               move cad-taxa-padrao
                                        to piz-taxa-padrao
                                               (qtd-cadastro)
                               if piz-codigo(qtd-cadastro)
                                      > maior-codigo
                                   move piz-codigo(qtd-cadastro)
                                            to maior-codigo
                               end-if
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
       gravar-cadastro section.

           open output pizza-cad

           if fs-pizza-cad <> "00" then
               display "Erro ao abrir o cadastro para gravacao, "
                   "status " fs-pizza-cad
               move 8 to return-code
           end-if

           move " - "            to cad-sep1 cad-sep2
                                     cad-sep3 cad-sep4
           move 0                to cad-codigo
           move "*CONTROLE*"     to cad-nome
           move spaces           to controle-cadastro
           move maior-codigo     to ctc-maior-codigo
           move controle-cadastro to cad-telefone
           move spaces           to cad-zona-entrega
           move 0                to cad-taxa-padrao
           write reg-pizza-cad
           perform verifica-gravacao-cadastro

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
               move " - "                     to cad-sep1 cad-sep2
                                                  cad-sep3 cad-sep4
               move piz-codigo(ind-cad)       to cad-codigo
               move piz-nome(ind-cad)         to cad-nome
               move piz-telefone(ind-cad)     to cad-telefone
               move piz-zona-entrega(ind-cad) to cad-zona-entrega
               move piz-taxa-padrao(ind-cad)  to cad-taxa-padrao
               write reg-pizza-cad
               perform verifica-gravacao-cadastro
           end-perform

           close pizza-cad

           .
       gravar-cadastro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao-cadastro section.

           if fs-pizza-cad <> "00" then
               display "Erro ao gravar o cadastro, status "
                   fs-pizza-cad ", o arquivo em disco esta "
                   "incompleto"
               move 8 to return-code
           end-if

           .
       verifica-gravacao-cadastro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-pedidos section.

      * Com o arquivo truncado na carga, regravar perderia pedidos
           if pedidos-truncados = "sim" then
               display "Pedidos nao regravados, as decisoes desta "
                   "execucao nao foram salvas"
               move 8 to return-code
           else
               if qtd-pedidos > 0 then
                   perform regravar-pedidos
               end-if
           end-if

           .
       gravar-pedidos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-pedidos section.

           open output pizza-pnd

           if fs-pizza-pnd <> "00" then
               display "Erro ao abrir os pedidos para gravacao, "
                   "status " fs-pizza-pnd
               move 8 to return-code
           end-if

           perform varying ind-ped from 1 by 1
                       until ind-ped > qtd-pedidos
               move pdl-registro(ind-ped) to reg-pizza-pnd
               write reg-pizza-pnd
               if fs-pizza-pnd <> "00" then
                   display "Erro ao gravar os pedidos, status "
                       fs-pizza-pnd ", o arquivo em disco esta "
                       "incompleto"
                   move 8 to return-code
               end-if
           end-perform

           close pizza-pnd

           .
       regravar-pedidos-exit.
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
           .
       finaliza-exit.
           exit.
      *----------------------------------------------------
