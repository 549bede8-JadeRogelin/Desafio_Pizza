      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaContrato".
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
           select pizza-con            assign to "PIZZACON"
                                        organization line sequential
                                        file status is fs-pizza-con.

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

           select pizza-jrn            assign to "PIZZAJRN"
                                        organization line sequential
                                        file status is fs-pizza-jrn.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      * Precos negociados por pizzaria, diametro e sabor; a taxa maxima
      * e o teto do percentual de entrega
       fd  pizza-con
           label record is standard.
       01  reg-pizza-con                           pic X(60).

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

       fd  pizza-sab
           label record is standard.
       01  reg-pizza-sab.
           05 sab-codigo                           pic X(15).
           05 sab-sep1                              pic X(03).
           05 sab-descricao                        pic X(30).
           05 sab-apelidos  occurs 6 times.
              10 sab-sep-apelido                    pic X(03).
              10 sab-apelido                       pic X(15).

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
           value "PizzaContrato".

       01  tam-max-cadastro                         constant as 100.
       01  tam-max-contratos                        constant as 500.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.
       01  tam-max-lancamentos                      constant as 200.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.

       01  tab-contrato  occurs  tam-max-contratos times.
           05 ctr-chave.
              10 ctr-codigo                        pic 9(04)
                 value zero.
              10 ctr-diametro                      pic 9(03)
                 value zero.
              10 ctr-sabor                         pic X(15) value
                                                             space.
           05 ctr-preco                            pic 9(03)V99
              value zero.
           05 ctr-taxa-maxima                      pic 9(03)V99
              value zero.
           05 ctr-data-inicio                      pic 9(08)
              value zero.
           05 ctr-data-fim                         pic 9(08)
              value zero.

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-descricao                        pic X(30) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

      * Lancamentos da execucao, levados ao jornal so depois que o
      * PIZZACON foi regravado
       01  tab-lancamento  occurs  tam-max-lancamentos times.
           05 lct-acao                             pic X(09) value
                                                             space.
           05 lct-chave.
              10 lct-codigo                        pic 9(04)
                 value zero.
              10 lct-diametro                      pic 9(03)
                 value zero.
              10 lct-sabor                         pic X(15) value
                                                             space.
           05 lct-antes                            pic X(80) value
                                                             space.
           05 lct-depois                           pic X(80) value
                                                             space.
           05 lct-hora                             pic 9(08)
              value zero.

      * Registro do PIZZACON; tambem e a imagem gravada no jornal
       01  imagem-contrato.
           05 con-chave.
              10 con-codigo                        pic 9(04).
              10 con-diametro                      pic 9(03).
              10 con-sabor                         pic X(15).
           05 con-sep1                              pic X(03).
           05 con-preco                            pic 9(03)V99.
           05 con-sep2                              pic X(03).
           05 con-taxa-maxima                      pic 9(03)V99.
           05 con-sep3                              pic X(03).
           05 con-data-inicio                      pic 9(08).
           05 con-sep4                              pic X(03).
           05 con-data-fim                         pic 9(08).

       77  fs-pizza-con                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-sab                             pic X(02).
       77  fs-pizza-jrn                             pic X(02).
       77  fim-contrato                             pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-sabor                                pic X(03).
       77  contratos-truncados                      pic X(03).
       77  contratos-gravados                       pic X(03).
       77  qtd-lancamentos                          pic 9(03).
       77  ind-lct                                  pic 9(03).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-contratos                            pic 9(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-ctr                                  pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  ind-sabor-achado                         pic 9(03).
       77  ind-duplicado                            pic 9(03).
       77  opcao                                    pic X(01).
       77  codigo-manut                             pic 9(04).
       77  numero-manut                             pic 9(03).
       77  data-execucao                            pic 9(08).
       77  imagem-antes                             pic X(80).
       77  imagem-depois                            pic X(80).
       77  acao-jornal                              pic X(09).
       77  sabor-traduzir                           pic X(15).
       77  sabor-canonico                           pic X(15).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  linha-lista.
           05 lst-numero                           pic ZZ9.
           05 filler                               pic X(03)
              value " - ".
           05 lst-nome                             pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-diametro                         pic ZZ9.
           05 filler                               pic X(03)
              value " - ".
           05 lst-sabor                            pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-preco                            pic ZZ9,99.
           05 filler                               pic X(11)
              value " - taxa ate".
           05 lst-taxa-maxima                      pic ZZ9,99.
           05 filler                               pic X(05)
              value " % - ".
           05 lst-data-inicio                      pic 9(08).
           05 filler                               pic X(03)
              value " a ".
           05 lst-data-fim                         pic 9(08).



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
           move 0     to qtd-contratos
           move 0     to qtd-sabores
           move "nao" to contratos-truncados
           move 0     to qtd-lancamentos
           accept data-execucao from date yyyymmdd

           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if

           perform carrega-cadastro
           perform carrega-sabores
           perform carrega-contratos
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           display "Contratos cadastrados: " qtd-contratos

           display "Incluir, alterar, excluir, listar ou fim? "
               "('I'/'A'/'E'/'L'/'N')"
           accept opcao

      * Com o arquivo truncado as alteracoes nao seriam regravadas, e
      * o jornal de uma execucao tem limite; nesses casos so a lista
           perform until opcao = "N"
               if (opcao = "I" or opcao = "A" or opcao = "E")
                      and (contratos-truncados = "sim"
                           or qtd-lancamentos
                                  not < tam-max-lancamentos)
                   if contratos-truncados = "sim" then
                       display "Arquivo de contratos maior que o "
                           "limite, so a listagem e permitida"
                   else
                       display "Limite de alteracoes por execucao "
                           "atingido, encerre e execute de novo"
                   end-if
                   move space to opcao
               end-if
               if opcao = "I" then
                   perform incluir-contrato
               end-if
               if opcao = "A" then
                   perform alterar-contrato
               end-if
               if opcao = "E" then
                   perform excluir-contrato
               end-if
               if opcao = "L" then
                   perform listar-contratos
               end-if

               display "Incluir, alterar, excluir, listar ou fim? "
                   "('I'/'A'/'E'/'L'/'N')"
               accept opcao
           end-perform

           perform gravar-contratos

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-contrato section.

           if qtd-contratos not < tam-max-contratos then
               display "Limite maximo de contratos atingido"
           else
               display "Informe o codigo da pizzaria "
               accept codigo-manut
               perform procura-codigo
               perform until ind-achado > 0
                          or qtd-cadastro = 0
                   display "Codigo nao cadastrado, "
                       "informe novamente "
                   accept codigo-manut
                   perform procura-codigo
               end-perform

               if ind-achado = 0 then
                   display "Nenhuma pizzaria cadastrada, "
                       "inclusao nao permitida"
               else
                   add 1 to qtd-contratos
                   move codigo-manut to ctr-codigo(qtd-contratos)

                   display "Informe o diametro (comprimento, se for "
                       "assadeira) "
                   accept ctr-diametro(qtd-contratos)
                   perform until ctr-diametro(qtd-contratos)
                                 is numeric
                              and ctr-diametro(qtd-contratos) > 0
                       display "Diametro invalido, "
                           "informe novamente "
                       accept ctr-diametro(qtd-contratos)
                   end-perform

                   display "Informe o sabor "
                   accept sabor-traduzir
                   perform traduz-sabor
                   perform until sabor-canonico <> space
                       display "Sabor nao catalogado, "
                           "informe novamente "
                       accept sabor-traduzir
                       perform traduz-sabor
                   end-perform
                   move sabor-canonico to ctr-sabor(qtd-contratos)

                   move 0 to ind-duplicado
                   perform varying ind-ctr from 1 by 1
                               until ind-ctr not < qtd-contratos
                                  or ind-duplicado > 0
                       if ctr-chave(ind-ctr)
                              = ctr-chave(qtd-contratos)
                           move ind-ctr to ind-duplicado
                       end-if
                   end-perform

                   if ind-duplicado > 0 then
                       display "Ja existe contrato para esta pizza, "
                           "use a alteracao"
                       perform limpar-ultimo-contrato
                   else
                       move qtd-contratos to ind-ctr
                       perform informar-condicoes

                       move spaces to imagem-antes
                       perform montar-imagem-contrato
                       move imagem-contrato to imagem-depois
                       move "INCLUSAO" to acao-jornal
                       perform registrar-lancamento
                       display "Contrato incluido"
                   end-if
               end-if
           end-if

           .
       incluir-contrato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       alterar-contrato section.

           if qtd-contratos = 0 then
               display "Nenhum contrato cadastrado"
           else
               perform listar-contratos
               display "Informe o numero do contrato para alterar "
               accept numero-manut
               perform until numero-manut is numeric
                          and numero-manut > 0
                          and numero-manut not > qtd-contratos
                   display "Numero invalido, informe novamente "
                   accept numero-manut
               end-perform

               move numero-manut to ind-ctr
               perform montar-imagem-contrato
               move imagem-contrato to imagem-antes

               perform informar-condicoes

               perform montar-imagem-contrato
               move imagem-contrato to imagem-depois
               move "ALTERACAO" to acao-jornal
               perform registrar-lancamento
               display "Contrato alterado"
           end-if

           .
       alterar-contrato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       informar-condicoes section.

           display "Informe o preco contratado "
           accept ctr-preco(ind-ctr)
           perform until ctr-preco(ind-ctr) is numeric
                      and ctr-preco(ind-ctr) > 0
               display "Preco invalido, informe novamente "
               accept ctr-preco(ind-ctr)
           end-perform

           display "Informe a taxa de entrega maxima (%) "
           accept ctr-taxa-maxima(ind-ctr)
           perform until ctr-taxa-maxima(ind-ctr) is numeric
               display "Taxa invalida, informe novamente "
               accept ctr-taxa-maxima(ind-ctr)
           end-perform

           display "Informe o inicio da vigencia (AAAAMMDD) "
           accept ctr-data-inicio(ind-ctr)
           perform until ctr-data-inicio(ind-ctr) is numeric
                      and ctr-data-inicio(ind-ctr) > 0
               display "Data invalida, informe novamente "
               accept ctr-data-inicio(ind-ctr)
           end-perform

           display "Informe o fim da vigencia (AAAAMMDD) "
           accept ctr-data-fim(ind-ctr)
           perform until ctr-data-fim(ind-ctr) is numeric
                      and ctr-data-fim(ind-ctr)
                          not < ctr-data-inicio(ind-ctr)
               display "Data invalida, informe novamente "
               accept ctr-data-fim(ind-ctr)
           end-perform

           .
       informar-condicoes-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-contrato section.

           if qtd-contratos = 0 then
               display "Nenhum contrato cadastrado"
           else
               perform listar-contratos
               display "Informe o numero do contrato para excluir "
               accept numero-manut
               perform until numero-manut is numeric
                          and numero-manut > 0
                          and numero-manut not > qtd-contratos
                   display "Numero invalido, informe novamente "
                   accept numero-manut
               end-perform

               move numero-manut to ind-ctr
               perform montar-imagem-contrato
               move imagem-contrato to imagem-antes
               move spaces          to imagem-depois
               move "EXCLUSAO"      to acao-jornal
               perform registrar-lancamento

               perform varying ind-ctr from numero-manut by 1
                           until ind-ctr not < qtd-contratos
                   move tab-contrato(ind-ctr + 1)
                            to tab-contrato(ind-ctr)
               end-perform

               perform limpar-ultimo-contrato
               display "Contrato excluido"
           end-if

           .
       excluir-contrato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       limpar-ultimo-contrato section.

           move zero   to ctr-codigo(qtd-contratos)
           move zero   to ctr-diametro(qtd-contratos)
           move spaces to ctr-sabor(qtd-contratos)
           move zero   to ctr-preco(qtd-contratos)
           move zero   to ctr-taxa-maxima(qtd-contratos)
           move zero   to ctr-data-inicio(qtd-contratos)
           move zero   to ctr-data-fim(qtd-contratos)

           subtract 1 from qtd-contratos

           .
       limpar-ultimo-contrato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-contratos section.

           if qtd-contratos = 0 then
               display "Nenhum contrato cadastrado"
           end-if

           perform varying ind-ctr from 1 by 1
                       until ind-ctr > qtd-contratos
               move ind-ctr                   to lst-numero
               move ctr-codigo(ind-ctr)       to codigo-manut
               perform procura-codigo
               if ind-achado > 0 then
                   move piz-nome(ind-achado)  to lst-nome
               else
                   move spaces                to lst-nome
               end-if
               move ctr-diametro(ind-ctr)     to lst-diametro
               move ctr-sabor(ind-ctr)        to lst-sabor
               move ctr-preco(ind-ctr)        to lst-preco
               move ctr-taxa-maxima(ind-ctr)  to lst-taxa-maxima
               move ctr-data-inicio(ind-ctr)  to lst-data-inicio
               move ctr-data-fim(ind-ctr)     to lst-data-fim
               display linha-lista
           end-perform

           .
       listar-contratos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-imagem-contrato section.

           move " - "                     to con-sep1 con-sep2
                                             con-sep3 con-sep4
           move ctr-codigo(ind-ctr)       to con-codigo
           move ctr-diametro(ind-ctr)     to con-diametro
           move ctr-sabor(ind-ctr)        to con-sabor
           move ctr-preco(ind-ctr)        to con-preco
           move ctr-taxa-maxima(ind-ctr)  to con-taxa-maxima
           move ctr-data-inicio(ind-ctr)  to con-data-inicio
           move ctr-data-fim(ind-ctr)     to con-data-fim

           .
       montar-imagem-contrato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-lancamento section.

           add 1 to qtd-lancamentos
           move acao-jornal           to lct-acao(qtd-lancamentos)
           move ctr-codigo(ind-ctr)   to lct-codigo(qtd-lancamentos)
           move ctr-diametro(ind-ctr) to lct-diametro(qtd-lancamentos)
           move ctr-sabor(ind-ctr)    to lct-sabor(qtd-lancamentos)
           move imagem-antes          to lct-antes(qtd-lancamentos)
           move imagem-depois         to lct-depois(qtd-lancamentos)
           accept lct-hora(qtd-lancamentos) from time

           .
       registrar-lancamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-jornal section.

           open extend pizza-jrn
           if fs-pizza-jrn = "35" then
               open output pizza-jrn
           end-if

           perform varying ind-lct from 1 by 1
                       until ind-lct > qtd-lancamentos
               move data-execucao         to jrn-data
               move " - "                 to jrn-sep1 jrn-sep2
                                             jrn-sep3 jrn-sep4
                                             jrn-sep5 jrn-sep6
                                             jrn-sep7 jrn-sep8
               move "PizzaContrato"       to jrn-programa
               move "PIZZACON"            to jrn-arquivo
               move lct-acao(ind-lct)     to jrn-acao
               move lct-chave(ind-lct)    to jrn-chave
               move lct-antes(ind-lct)    to jrn-antes
               move lct-depois(ind-lct)   to jrn-depois
               move lct-hora(ind-lct)     to jrn-hora
               move operador              to jrn-operador
               write reg-pizza-jrn

               if fs-pizza-jrn <> "00" then
                   display "Erro ao gravar o jornal, status "
                       fs-pizza-jrn
                   move 8 to return-code
               end-if
           end-perform

           close pizza-jrn

           .
       gravar-jornal-exit.
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
       carrega-contratos section.

           open input pizza-con
           move "nao" to fim-contrato

           if fs-pizza-con <> "00" then
               display "Arquivo de contratos ainda nao existe, "
                   "sera criado"
               move "sim" to fim-contrato
           end-if

           perform until fim-contrato = "sim"
               read pizza-con
                   at end
                       move "sim" to fim-contrato
                   not at end
                       move reg-pizza-con to imagem-contrato
                       add 1 to qtd-contratos
                       if qtd-contratos > tam-max-contratos then
                           display "Limite maximo de "
                               "contratos atingido"
                           subtract 1 from qtd-contratos
                           move "sim" to contratos-truncados
                           move "sim" to fim-contrato
                       else
                           move con-codigo
                                    to ctr-codigo(qtd-contratos)
                           move con-diametro
                                    to ctr-diametro(qtd-contratos)
                           move con-sabor
                                    to ctr-sabor(qtd-contratos)
                           move con-preco
                                    to ctr-preco(qtd-contratos)
                           move con-taxa-maxima
                                    to ctr-taxa-maxima(qtd-contratos)
                           move con-data-inicio
                                    to ctr-data-inicio(qtd-contratos)
                           move con-data-fim
                                    to ctr-data-fim(qtd-contratos)
                       end-if
               end-read
           end-perform

           close pizza-con

           .
       carrega-contratos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-contratos section.

      * Com o arquivo truncado na carga, regravar perderia contratos
           if contratos-truncados = "sim" then
               display "Contratos nao regravados, as alteracoes "
                   "desta execucao nao foram salvas"
               move 8 to return-code
           else
               perform regravar-contratos
      * O jornal so registra o que chegou ao PIZZACON
               if contratos-gravados = "sim" then
                   if qtd-lancamentos > 0 then
                       perform gravar-jornal
                   end-if
               else
                   display "Jornal nao gravado, o arquivo de "
                       "contratos nao foi regravado por inteiro"
               end-if
           end-if

           .
       gravar-contratos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-contratos section.

           move "sim" to contratos-gravados
           open output pizza-con

           if fs-pizza-con <> "00" then
               display "Erro ao abrir os contratos para gravacao, "
                   "status " fs-pizza-con
               move 8 to return-code
               move "nao" to contratos-gravados
           end-if

           perform varying ind-ctr from 1 by 1
                       until ind-ctr > qtd-contratos
               perform montar-imagem-contrato
               move imagem-contrato to reg-pizza-con
               write reg-pizza-con
               if fs-pizza-con <> "00" then
                   display "Erro ao gravar os contratos, status "
                       fs-pizza-con ", o arquivo em disco esta "
                       "incompleto"
                   move 8 to return-code
                   move "nao" to contratos-gravados
               end-if
           end-perform

           close pizza-con

           .
       regravar-contratos-exit.
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
