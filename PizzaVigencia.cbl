      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaVigencia".
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
           select pizza-fut            assign to "PIZZAFUT"
                                        organization line sequential
                                        file status is fs-pizza-fut.

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

           select pizza-hst            assign to "PIZZAHST"
                                        organization line sequential
                                        file status is fs-pizza-hst.

           select pizza-agd            assign to "PIZZAAGD"
                                        organization line sequential
                                        file status is fs-pizza-agd.

           select pizza-ctl            assign to "PIZZACTL"
                                        organization line sequential
                                        file status is fs-pizza-ctl.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  pizza-fut
           label record is standard.
       01  reg-pizza-fut.
           05 fut-codigo                           pic 9(04).
           05 fut-sep1                              pic X(03).
           05 fut-diametro                         pic 9(03).
           05 fut-sep2                              pic X(03).
           05 fut-sabor                            pic X(15).
           05 fut-sep3                              pic X(03).
           05 fut-preco                            pic 9(03)V99.
           05 fut-sep4                              pic X(03).
           05 fut-taxa-entrega                     pic 9(03)V99.
           05 fut-sep5                              pic X(03).
           05 fut-data-vigencia                    pic 9(08).
           05 fut-sep6                              pic X(03).
           05 fut-data-registro                    pic 9(08).
           05 fut-sep7                              pic X(03).
           05 fut-situacao                         pic X(01).
           05 fut-sep8                              pic X(03).
           05 fut-data-aplicacao                   pic 9(08).
           05 fut-sep9                              pic X(03).
           05 fut-operador                         pic X(10).
           05 fut-sep10                             pic X(03).
           05 fut-aprovador                        pic X(10).
           05 fut-sep11                             pic X(03).
           05 fut-formato                          pic X(01).
           05 fut-sep12                             pic X(03).
           05 fut-largura                          pic 9(03).

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

       fd  pizza-hst
           label record is standard.
       01  reg-pizza-hst.
           05 hst-data                             pic 9(08).
           05 hst-sep1                              pic X(03).
           05 hst-codigo                           pic 9(04).
           05 hst-sep2                              pic X(03).
           05 hst-nome                             pic X(15).
           05 hst-sep3                              pic X(03).
           05 hst-diametro                         pic 9(03).
           05 hst-sep4                              pic X(03).
           05 hst-preco                            pic 9(03)V99.
           05 hst-sep5                              pic X(03).
           05 hst-preco-cm2                        pic 9(03)V99.
           05 hst-sep6                              pic X(03).
           05 hst-sabor                            pic X(15).

       fd  pizza-agd
           label record is standard.
       01  reg-pizza-agd                           pic X(132).

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
       01  tam-max-anuncios                         constant as 500.
       01  dias-agenda                              constant as 30.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.

       01  tab-anuncio  occurs  tam-max-anuncios times.
           05 anl-codigo                           pic 9(04)
              value zero.
           05 anl-diametro                         pic 9(03)
              value zero.
           05 anl-sabor                            pic X(15) value
                                                             space.
           05 anl-preco                            pic 9(03)V99
              value zero.
           05 anl-taxa                             pic 9(03)V99
              value zero.
           05 anl-data-vigencia                    pic 9(08)
              value zero.
           05 anl-data-registro                    pic 9(08)
              value zero.
           05 anl-situacao                         pic X(01) value
                                                             space.
           05 anl-data-aplicacao                   pic 9(08)
              value zero.
           05 anl-operador                         pic X(10) value
                                                             space.
           05 anl-aprovador                        pic X(10) value
                                                             space.
           05 anl-formato                          pic X(01) value
                                                             space.
           05 anl-largura                          pic 9(03)
              value zero.

       01  aux-anuncio.
           05 filler                               pic 9(04).
           05 filler                               pic 9(03).
           05 filler                               pic X(15).
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(03)V99.
           05 filler                               pic 9(08).
           05 filler                               pic 9(08).
           05 filler                               pic X(01).
           05 filler                               pic 9(08).
           05 filler                               pic X(10).
           05 filler                               pic X(10).
           05 filler                               pic X(01).
           05 filler                               pic 9(03).

       01  data-calculo.
           05 cal-ano                              pic 9(04).
           05 cal-mes                              pic 9(02).
           05 cal-dia                              pic 9(02).

       77  fs-pizza-fut                             pic X(02).
       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-jrn                             pic X(02).
       77  fs-pizza-hst                             pic X(02).
       77  fs-pizza-agd                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-anuncio                              pic X(03).
       77  fim-cadastro                             pic X(03).
       77  houve-erro                               pic X(03).
       77  anuncios-truncados                       pic X(03).
       77  mestre-disponivel                        pic X(03).
       77  controle                                 pic X(08).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-anuncios                             pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-anl                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  codigo-procura                           pic 9(04).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).
       77  lidos-cadastro                           pic 9(05).
       77  lidos-mestre                             pic 9(05).
       77  lidos-anuncios                           pic 9(05).
       77  gravados-mestre                          pic 9(05).
       77  gravados-historico                       pic 9(05).
       77  gravadas-agenda                          pic 9(05).
       77  rejeitados-cadastro                      pic 9(05).
       77  aguardando-aprovacao                     pic 9(05).
       77  raio                                     pic 9(03)V99.
       77  area-pizza                               pic 9(05)V99.
       77  formato-mestre                           pic X(01).
       77  largura-mestre                           pic 9(03).
       77  imagem-antes                             pic X(80).
       77  imagem-depois                            pic X(80).
       77  acao-jornal                              pic X(09).
       77  preco-anterior                           pic 9(03)V99.
       77  taxa-anterior                            pic 9(03)V99.
       77  variacao                                 pic S9(05)V99.
       77  dias-data                                pic 9(07).
       77  dias-hoje                                pic 9(07).
       77  dias-limite                              pic 9(07).
       77  cal-ano-aux                              pic 9(04).
       77  cal-mes-aux                              pic 9(02).
       77  cal-quociente                            pic 9(07).

       01  cab-agd.
           05 filler                               pic X(40)
              value "AGENDA DE PRECOS ANUNCIADOS - APLICADOS ".
           05 filler                               pic X(37)
              value "HOJE E VIGENTES NOS PROXIMOS 30 DIAS ".
           05 filler                               pic X(07)
              value "- DATA ".
           05 agd-data-cab                         pic 9(08).

       01  sub-cab-agd.
           05 filler                               pic X(40)
              value "VIGENCIA  SITUACAO    PIZZARIA         D".
           05 filler                               pic X(40)
              value "IAM SABOR           PRECO ATUAL  TAXA  ".
           05 filler                               pic X(40)
              value "  PRECO NOVO  TAXA    VARIACAO         ".

       01  linha-agd.
           05 agd-data-vigencia                    pic 9(08).
           05 filler                               pic X(02)
              value space.
           05 agd-situacao                         pic X(10).
           05 filler                               pic X(02)
              value space.
           05 agd-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 agd-diametro                         pic ZZ9.
           05 filler                               pic X(01)
              value space.
           05 agd-sabor                            pic X(15).
           05 filler                               pic X(05)
              value space.
           05 agd-preco-atual                      pic ZZ9,99.
           05 filler                               pic X(01)
              value space.
           05 agd-taxa-atual                       pic ZZ9,99.
           05 filler                               pic X(06)
              value space.
           05 agd-preco-novo                       pic ZZ9,99.
           05 filler                               pic X(01)
              value space.
           05 agd-taxa-nova                        pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 agd-variacao                         pic -ZZZ9,99.
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
           move 0     to qtd-cadastro
           move 0     to qtd-anuncios
           move 0     to lidos-cadastro
           move 0     to lidos-mestre
           move 0     to lidos-anuncios
           move 0     to gravados-mestre
           move 0     to gravados-historico
           move 0     to gravadas-agenda
           move 0     to rejeitados-cadastro
           move 0     to aguardando-aprovacao
           move "nao" to houve-erro
           move "nao" to anuncios-truncados
           accept data-execucao from date yyyymmdd

           move data-execucao to data-calculo
           perform calcula-dias-data
           move dias-data to dias-hoje
           compute dias-limite = dias-hoje + dias-agenda

           perform carrega-cadastro
           perform carrega-anuncios
           perform ordenar-anuncios
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           open i-o pizza-mst
           move "sim" to mestre-disponivel

           if fs-pizza-mst = "35" then
               display "Arquivo mestre ainda nao existe, "
                   "anuncios continuam pendentes"
               move "nao" to mestre-disponivel
           else
               if fs-pizza-mst <> "00" then
                   display "Erro ao abrir o mestre, status "
                       fs-pizza-mst
                   move "nao" to mestre-disponivel
                   move "sim" to houve-erro
               end-if
           end-if

           open output pizza-agd
           if fs-pizza-agd <> "00" then
               display "Erro ao abrir a agenda de precos, status "
                   fs-pizza-agd
               move "sim" to houve-erro
           end-if

           move data-execucao to agd-data-cab
           move cab-agd to reg-pizza-agd
           write reg-pizza-agd
           perform verifica-gravacao

           move sub-cab-agd to reg-pizza-agd
           write reg-pizza-agd
           perform verifica-gravacao

           move all "-" to reg-pizza-agd
           write reg-pizza-agd
           perform verifica-gravacao

      * Com o arquivo truncado na carga nenhuma aplicacao poderia ser
      * regravada; aplicar agora faria o anuncio voltar pendente e ser
      * aplicado de novo na proxima execucao
           if anuncios-truncados = "sim" then
               display "Arquivo de anuncios maior que o limite, "
                   "nenhum anuncio sera aplicado nesta execucao"
           end-if

      * Os anuncios estao em ordem de vigencia: dois anuncios vencidos
      * para a mesma pizza sao aplicados um apos o outro e prevalece
      * o mais recente. So entra no mestre o anuncio aprovado por um
      * operador diferente do que o registrou; o vencido sem aprovacao
      * continua pendente e e aplicado na execucao seguinte a ela
           perform varying ind-anl from 1 by 1
                       until ind-anl > qtd-anuncios
               if anl-situacao(ind-anl) = "P" then
                   if anl-data-vigencia(ind-anl)
                          not > data-execucao
                      and (anl-aprovador(ind-anl) = space
                       or anl-aprovador(ind-anl)
                                 = anl-operador(ind-anl))
                       add 1 to aguardando-aprovacao
                   end-if
                   if anl-data-vigencia(ind-anl)
                          not > data-execucao
                      and mestre-disponivel = "sim"
                      and anuncios-truncados = "nao"
                      and anl-aprovador(ind-anl) <> space
                      and anl-aprovador(ind-anl)
                                 <> anl-operador(ind-anl)
                       perform aplicar-anuncio
                   else
                       move anl-data-vigencia(ind-anl)
                                to data-calculo
                       perform calcula-dias-data
                       if dias-data not > dias-limite then
                           perform listar-pendente
                       end-if
                   end-if
               end-if
           end-perform

           if mestre-disponivel = "sim" then
               close pizza-mst
           end-if
           close pizza-agd

           perform gravar-anuncios

           display "Anuncios aplicados: " gravados-mestre
           display "Anuncios rejeitados: " rejeitados-cadastro
           display "Anuncios vencidos aguardando aprovacao: "
               aguardando-aprovacao

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplicar-anuncio section.

           move anl-codigo(ind-anl) to codigo-procura
           perform procura-codigo

           if ind-achado = 0 then
               display "Pizzaria do anuncio nao cadastrada: "
                   anl-codigo(ind-anl)
               move "R"           to anl-situacao(ind-anl)
               move data-execucao to anl-data-aplicacao(ind-anl)
               add 1 to rejeitados-cadastro
               move 0 to preco-anterior
               move 0 to taxa-anterior
               move spaces to agd-nome
               move "REJEITADO" to agd-situacao
               perform gravar-linha-agenda
           else
               move anl-codigo(ind-anl)   to mst-codigo
               move anl-diametro(ind-anl) to mst-diametro
               move anl-sabor(ind-anl)    to mst-sabor
               read pizza-mst
                   invalid key
                       perform incluir-pizza
                   not invalid key
                       add 1 to lidos-mestre
                       perform alterar-pizza
               end-read
           end-if

           .
       aplicar-anuncio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       alterar-pizza section.

           move reg-pizza-mst    to imagem-antes
           move mst-preco        to preco-anterior
           move mst-taxa-entrega to taxa-anterior

      * Mestre sem formato e de pizza redonda; a quadrada repete o
      * lado na largura. Anuncio com outra medida para a mesma chave
      * nao altera o mestre
           move mst-formato to formato-mestre
           move mst-largura to largura-mestre
           if formato-mestre <> "Q" and formato-mestre <> "T"
               move "R" to formato-mestre
           end-if
           if largura-mestre is not numeric then
               move 0 to largura-mestre
           end-if
           if formato-mestre = "Q" then
               move mst-diametro to largura-mestre
           end-if
           if formato-mestre = "R" then
               move 0 to largura-mestre
           end-if

           if formato-mestre <> anl-formato(ind-anl)
                  or largura-mestre <> anl-largura(ind-anl)
               display "Medida do anuncio difere do mestre: "
                   anl-codigo(ind-anl) " " anl-diametro(ind-anl)
                   " " anl-sabor(ind-anl)
               move "R"           to anl-situacao(ind-anl)
               move data-execucao to anl-data-aplicacao(ind-anl)
               add 1 to rejeitados-cadastro
               move mst-nome    to agd-nome
               move "REJEITADO" to agd-situacao
               perform gravar-linha-agenda
           else
               move anl-preco(ind-anl) to mst-preco
               move anl-taxa(ind-anl)  to mst-taxa-entrega
               perform calcula-precos

               rewrite reg-pizza-mst

               if fs-pizza-mst = "00" then
                   move "ALTERACAO" to acao-jornal
                   perform registrar-aplicacao
               else
                   display "Erro ao regravar o mestre, status "
                       fs-pizza-mst
                   move "sim" to houve-erro
               end-if
           end-if

           .
       alterar-pizza-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-pizza section.

      * Tamanho ou sabor novo anunciado pela pizzaria
           move spaces to imagem-antes
           move 0      to preco-anterior
           move 0      to taxa-anterior

           move anl-codigo(ind-anl)   to mst-codigo
           move anl-diametro(ind-anl) to mst-diametro
           move anl-sabor(ind-anl)    to mst-sabor
           move piz-nome(ind-achado)  to mst-nome
           move anl-preco(ind-anl)    to mst-preco
           move anl-taxa(ind-anl)     to mst-taxa-entrega
           move 0                     to mst-diferenca-rel
           move anl-formato(ind-anl)  to mst-formato
           move anl-largura(ind-anl)  to mst-largura
           perform calcula-precos

           write reg-pizza-mst

           if fs-pizza-mst = "00" then
               move "INCLUSAO" to acao-jornal
               perform registrar-aplicacao
           else
               display "Erro ao incluir no mestre, status "
                   fs-pizza-mst
               move "sim" to houve-erro
           end-if

           .
       incluir-pizza-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       calcula-precos section.

      * Assadeira quadrada ou retangular: comprimento x largura
           if mst-largura is not numeric then
               move 0 to mst-largura
           end-if
           if (mst-formato = "Q" or mst-formato = "T")
                  and mst-largura > 0
               compute area-pizza = mst-diametro * mst-largura
           else
               compute raio = mst-diametro / 2
               compute area-pizza = (3,14 * (raio * raio))
           end-if
           compute mst-preco-cm2 = mst-preco / area-pizza
           compute mst-preco-total = mst-preco +
                       (mst-preco * mst-taxa-entrega / 100)
           compute mst-preco-cm2-total = mst-preco-total
                                          / area-pizza

           .
       calcula-precos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-aplicacao section.

           add 1 to gravados-mestre
           move reg-pizza-mst to imagem-depois
           perform gravar-jornal
           perform gravar-historico

           move "A"           to anl-situacao(ind-anl)
           move data-execucao to anl-data-aplicacao(ind-anl)

           move mst-nome   to agd-nome
           move "APLICADO" to agd-situacao
           perform gravar-linha-agenda

           .
       registrar-aplicacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-pendente section.

           move 0 to preco-anterior
           move 0 to taxa-anterior
           move spaces to agd-nome

           move anl-codigo(ind-anl) to codigo-procura
           perform procura-codigo
           if ind-achado > 0 then
               move piz-nome(ind-achado) to agd-nome
           end-if

           if mestre-disponivel = "sim" then
               move anl-codigo(ind-anl)   to mst-codigo
               move anl-diametro(ind-anl) to mst-diametro
               move anl-sabor(ind-anl)    to mst-sabor
               read pizza-mst
                   invalid key
                       continue
                   not invalid key
                       add 1 to lidos-mestre
                       move mst-preco        to preco-anterior
                       move mst-taxa-entrega to taxa-anterior
               end-read
           end-if

           if anl-aprovador(ind-anl) = space
              or anl-aprovador(ind-anl) = anl-operador(ind-anl)
               move "A APROVAR" to agd-situacao
           else
               move "PENDENTE" to agd-situacao
           end-if
           perform gravar-linha-agenda

           .
       listar-pendente-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-agenda section.

           move anl-data-vigencia(ind-anl) to agd-data-vigencia
           move anl-diametro(ind-anl)      to agd-diametro
           move anl-sabor(ind-anl)         to agd-sabor
           move preco-anterior             to agd-preco-atual
           move taxa-anterior              to agd-taxa-atual
           move anl-preco(ind-anl)         to agd-preco-novo
           move anl-taxa(ind-anl)          to agd-taxa-nova

      * Pizza nova no mestre nao tem preco anterior para comparar
           if preco-anterior > 0 then
               compute variacao rounded =
                   ((anl-preco(ind-anl) - preco-anterior) * 100)
                        / preco-anterior
           else
               move 0 to variacao
           end-if
           move variacao to agd-variacao

           move linha-agd to reg-pizza-agd
           write reg-pizza-agd
           perform verifica-gravacao

           .
       gravar-linha-agenda-exit.
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
           move "PizzaVigencia"      to jrn-programa
           move "PIZZAMST"           to jrn-arquivo
           move acao-jornal          to jrn-acao
           move mst-codigo           to jrn-codigo
           move mst-diametro         to jrn-diametro
           move mst-sabor            to jrn-sabor
           move imagem-antes         to jrn-antes
           move imagem-depois        to jrn-depois
           accept jrn-hora from time
      * Anuncio anterior ao registro do operador fica com o aprovador
           move anl-operador(ind-anl) to jrn-operador
           if jrn-operador = space then
               move anl-aprovador(ind-anl) to jrn-operador
           end-if
           write reg-pizza-jrn

           if fs-pizza-jrn <> "00" then
               display "Erro ao gravar o jornal, status "
                   fs-pizza-jrn
               move "sim" to houve-erro
           end-if

           close pizza-jrn

           .
       gravar-jornal-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-historico section.

           open extend pizza-hst
           if fs-pizza-hst = "35" then
               open output pizza-hst
           end-if

           move data-execucao        to hst-data
           move " - "                to hst-sep1 hst-sep2 hst-sep3
                                         hst-sep4 hst-sep5 hst-sep6
           move mst-codigo           to hst-codigo
           move mst-nome             to hst-nome
           move mst-sabor            to hst-sabor
           move mst-diametro         to hst-diametro
           move mst-preco            to hst-preco
           move mst-preco-cm2        to hst-preco-cm2
           write reg-pizza-hst

           if fs-pizza-hst = "00" then
               add 1 to gravados-historico
           else
               display "Erro ao gravar o historico, status "
                   fs-pizza-hst
               move "sim" to houve-erro
           end-if

           close pizza-hst

           .
       gravar-historico-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       ordenar-anuncios section.

      * Ordem crescente de vigencia; so troca quando a data e maior,
      * mantendo a ordem de digitacao entre anuncios do mesmo dia
           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind-anl
               move "n_trocou" to controle

               perform until ind-anl not < qtd-anuncios
                   if anl-data-vigencia(ind-anl)
                          > anl-data-vigencia(ind-anl + 1) then
                       move tab-anuncio(ind-anl + 1)
                                to aux-anuncio
                       move tab-anuncio(ind-anl)
                                to tab-anuncio(ind-anl + 1)
                       move aux-anuncio
                                to tab-anuncio(ind-anl)
                       move "trocou" to controle
                   end-if
                   add 1 to ind-anl
               end-perform
           end-perform

           .
       ordenar-anuncios-exit.
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
                   "anuncios vencidos serao rejeitados"
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
       carrega-anuncios section.

           open input pizza-fut
           move "nao" to fim-anuncio

           if fs-pizza-fut <> "00" then
               display "Nenhum anuncio de preco registrado"
               move "sim" to fim-anuncio
           end-if

           perform until fim-anuncio = "sim"
               read pizza-fut
                   at end
                       move "sim" to fim-anuncio
                   not at end
                       add 1 to lidos-anuncios
                       add 1 to qtd-anuncios
                       if qtd-anuncios > tam-max-anuncios then
                           display "Limite maximo de "
                               "anuncios atingido"
                           subtract 1 from qtd-anuncios
                           move "sim" to fim-anuncio
                           move "sim" to anuncios-truncados
                           move "sim" to houve-erro
                       else
                           move fut-codigo
                                    to anl-codigo(qtd-anuncios)
                           move fut-diametro
                                    to anl-diametro(qtd-anuncios)
                           move fut-sabor
                                    to anl-sabor(qtd-anuncios)
                           move fut-preco
                                    to anl-preco(qtd-anuncios)
                           move fut-taxa-entrega
                                    to anl-taxa(qtd-anuncios)
                           move fut-data-vigencia
                                    to anl-data-vigencia(qtd-anuncios)
                           move fut-data-registro
                                    to anl-data-registro(qtd-anuncios)
                           move fut-situacao
                                    to anl-situacao(qtd-anuncios)
                           move fut-data-aplicacao
                                    to anl-data-aplicacao(qtd-anuncios)
                           move fut-operador
                                    to anl-operador(qtd-anuncios)
                           move fut-aprovador
                                    to anl-aprovador(qtd-anuncios)
                           perform normalizar-formato
                       end-if
               end-read
           end-perform

           close pizza-fut

           .
       carrega-anuncios-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       normalizar-formato section.

      * Anuncio sem formato e de pizza redonda; a quadrada repete o
      * lado na largura e a redonda fica sem largura
           move fut-formato to anl-formato(qtd-anuncios)
           move 0           to anl-largura(qtd-anuncios)
           if fut-largura is numeric then
               move fut-largura to anl-largura(qtd-anuncios)
           end-if
           if anl-formato(qtd-anuncios) <> "Q"
                  and anl-formato(qtd-anuncios) <> "T"
               move "R" to anl-formato(qtd-anuncios)
           end-if
           if anl-formato(qtd-anuncios) = "Q" then
               move anl-diametro(qtd-anuncios)
                        to anl-largura(qtd-anuncios)
           end-if
           if anl-formato(qtd-anuncios) = "R" then
               move 0 to anl-largura(qtd-anuncios)
           end-if

           .
       normalizar-formato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-anuncios section.

      * Com o arquivo truncado na carga, regravar perderia anuncios
           if anuncios-truncados = "sim" then
               display "Anuncios nao regravados, as aplicacoes desta "
                   "execucao nao foram salvas"
               move "sim" to houve-erro
           else
               if lidos-anuncios > 0 then
                   perform regravar-anuncios
               end-if
           end-if

           .
       gravar-anuncios-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-anuncios section.

           open output pizza-fut

           if fs-pizza-fut <> "00" then
               display "Erro ao abrir os anuncios para gravacao, "
                   "status " fs-pizza-fut
               move "sim" to houve-erro
           end-if

           perform varying ind-anl from 1 by 1
                       until ind-anl > qtd-anuncios
               move " - "                      to fut-sep1 fut-sep2
                                                   fut-sep3 fut-sep4
                                                   fut-sep5 fut-sep6
                                                   fut-sep7 fut-sep8
                                                   fut-sep9 fut-sep10
                                                   fut-sep11 fut-sep12
               move anl-codigo(ind-anl)         to fut-codigo
               move anl-diametro(ind-anl)       to fut-diametro
               move anl-sabor(ind-anl)          to fut-sabor
               move anl-preco(ind-anl)          to fut-preco
               move anl-taxa(ind-anl)           to fut-taxa-entrega
               move anl-data-vigencia(ind-anl)  to fut-data-vigencia
               move anl-data-registro(ind-anl)  to fut-data-registro
               move anl-situacao(ind-anl)       to fut-situacao
               move anl-data-aplicacao(ind-anl) to fut-data-aplicacao
               move anl-operador(ind-anl)       to fut-operador
               move anl-aprovador(ind-anl)      to fut-aprovador
               move anl-formato(ind-anl)        to fut-formato
               move anl-largura(ind-anl)        to fut-largura
               write reg-pizza-fut
               if fs-pizza-fut <> "00" then
                   display "Erro ao gravar os anuncios, status "
                       fs-pizza-fut ", o arquivo em disco esta "
                       "incompleto"
                   move "sim" to houve-erro
               end-if
           end-perform

           close pizza-fut

           .
       regravar-anuncios-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao section.

           if fs-pizza-agd = "00" then
               add 1 to gravadas-agenda
           else
               display "Erro ao gravar a agenda, status "
                   fs-pizza-agd
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

           move "PizzaVigencia"      to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move lidos-cadastro       to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move lidos-anuncios       to ctl-lidos-lote
           move 0                    to ctl-lidos-historico
           move gravados-mestre      to ctl-gravados-mestre
           move gravados-historico   to ctl-gravados-historico
           move gravadas-agenda      to ctl-gravados-saida
           move rejeitados-cadastro  to ctl-rej-cadastro
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
