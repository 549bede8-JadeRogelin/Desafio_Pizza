      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaAnuncio".
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

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      * Precos anunciados com antecedencia: ficam pendentes ate a
      * data de vigencia, quando o PizzaVigencia aplica no mestre os
      * que foram aprovados por outro operador que nao o que registrou
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

       01  tam-max-cadastro                         constant as 100.
       01  tam-max-anuncios                         constant as 500.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.
       01  tam-max-programas-ope                    constant as 10.
       01  max-tentativas                           constant as 3.
       01  dias-retencao                            constant as 90.

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

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-descricao                        pic X(30) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       77  fs-pizza-fut                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-sab                             pic X(02).
       77  fs-pizza-ope                             pic X(02).
       77  fim-anuncio                              pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-sabor                                pic X(03).
       77  fim-operador                             pic X(03).
       77  operador-autorizado                      pic X(03).
       77  tentativas-acesso                        pic 9(01).
       77  operador                                 pic X(10).
       77  senha-informada                          pic X(10).
       77  ind-ope                                  pic 9(02).
       77  programa-atual                           pic X(15)
           value "PizzaAnuncio".
       77  anuncios-truncados                       pic X(03).
       77  erro-abertura                            pic X(03).
       77  qtd-descartados                          pic 9(05).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-anuncios                             pic 9(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-anl                                  pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  opcao                                    pic X(01).
       77  codigo-manut                             pic 9(04).
       77  numero-manut                             pic 9(03).
       77  data-execucao                            pic 9(08).
       77  dias-data                                pic 9(07).
       77  dias-hoje                                pic 9(07).
       77  cal-ano-aux                              pic 9(04).
       77  cal-mes-aux                              pic 9(02).
       77  cal-quociente                            pic 9(07).
       77  largura-dois-digitos                     pic 9(02).
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
           05 lst-data-vigencia                    pic 9(08).
           05 filler                               pic X(03)
              value " - ".
           05 lst-nome                             pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-medida                           pic X(07).
           05 filler                               pic X(01)
              value space.
           05 lst-sabor                            pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-preco                            pic ZZ9,99.
           05 filler                               pic X(08)
              value "  taxa  ".
           05 lst-taxa                             pic ZZ9,99.
           05 filler                               pic X(05)
              value " % - ".
           05 lst-situacao                         pic X(09).

       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).

       01  data-calculo.
           05 cal-ano                              pic 9(04).
           05 cal-mes                              pic 9(02).
           05 cal-dia                              pic 9(02).



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
           move 0 to qtd-cadastro
           move 0 to qtd-anuncios
           move 0 to qtd-sabores
           move 0 to qtd-descartados
           move "nao" to anuncios-truncados
           move "nao" to erro-abertura
           accept data-execucao from date yyyymmdd

           move data-execucao to data-calculo
           perform calcula-dias-data
           move dias-data to dias-hoje

           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if

           perform carrega-cadastro
           perform carrega-sabores
           perform carrega-anuncios
           if erro-abertura = "sim" then
               move 8 to return-code
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           display "Anuncios cadastrados: " qtd-anuncios

           display "Incluir, aprovar, excluir, listar ou fim? "
               "('I'/'A'/'E'/'L'/'N')"
           accept opcao

           perform until opcao = "N"
      * Sem o arquivo inteiro em memoria nada do que for alterado
      * poderia ser gravado
               if anuncios-truncados = "sim"
                  and (opcao = "I" or opcao = "A" or opcao = "E")
                   display "Arquivo de anuncios maior que o limite, "
                       "so a listagem e permitida"
                   move space to opcao
               end-if
               if opcao = "I" then
                   perform incluir-anuncio
               end-if
               if opcao = "A" then
                   perform aprovar-anuncio
               end-if
               if opcao = "E" then
                   perform excluir-anuncio
               end-if
               if opcao = "L" then
                   perform listar-anuncios
               end-if

               display "Incluir, aprovar, excluir, listar ou fim? "
                   "('I'/'A'/'E'/'L'/'N')"
               accept opcao
           end-perform

           perform gravar-anuncios

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-anuncio section.

           if qtd-anuncios not < tam-max-anuncios then
               display "Limite maximo de anuncios atingido"
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
                   if qtd-sabores = 0 then
                       display "Nenhum sabor catalogado, "
                           "inclusao nao permitida"
                   else
                       perform digitar-anuncio
                   end-if
               end-if
           end-if

           .
       incluir-anuncio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       digitar-anuncio section.

           add 1 to qtd-anuncios
           move codigo-manut  to anl-codigo(qtd-anuncios)
           move data-execucao to anl-data-registro(qtd-anuncios)
           move "P"           to anl-situacao(qtd-anuncios)
           move 0             to anl-data-aplicacao(qtd-anuncios)
           move operador      to anl-operador(qtd-anuncios)
           move space         to anl-aprovador(qtd-anuncios)

           display "Informe o formato (R=redonda, Q=quadrada, "
               "T=retangular) "
           accept anl-formato(qtd-anuncios)
           perform until anl-formato(qtd-anuncios) = "R"
                      or anl-formato(qtd-anuncios) = "Q"
                      or anl-formato(qtd-anuncios) = "T"
               display "Formato invalido, informe novamente "
               accept anl-formato(qtd-anuncios)
           end-perform

           if anl-formato(qtd-anuncios) = "R" then
               display "Informe o diametro "
           else
               if anl-formato(qtd-anuncios) = "Q" then
                   display "Informe o lado "
               else
                   display "Informe o comprimento "
               end-if
           end-if
           accept anl-diametro(qtd-anuncios)
           perform until anl-diametro(qtd-anuncios) is numeric
                      and anl-diametro(qtd-anuncios) > 0
               display "Medida invalida, informe novamente "
               accept anl-diametro(qtd-anuncios)
           end-perform

           move 0 to anl-largura(qtd-anuncios)
           if anl-formato(qtd-anuncios) = "T" then
               display "Informe a largura "
               accept anl-largura(qtd-anuncios)
               perform until anl-largura(qtd-anuncios) is numeric
                          and anl-largura(qtd-anuncios) > 0
                   display "Largura invalida, informe novamente "
                   accept anl-largura(qtd-anuncios)
               end-perform
           end-if
           perform normalizar-formato

           display "Informe o sabor "
           accept sabor-traduzir
           perform traduz-sabor
           perform until sabor-canonico <> space
               display "Sabor nao catalogado, informe novamente "
               accept sabor-traduzir
               perform traduz-sabor
           end-perform
           move sabor-canonico to anl-sabor(qtd-anuncios)

           display "Informe o novo preco "
           accept anl-preco(qtd-anuncios)
           perform until anl-preco(qtd-anuncios) is numeric
                      and anl-preco(qtd-anuncios) > 0
               display "Preco invalido, informe novamente "
               accept anl-preco(qtd-anuncios)
           end-perform

           display "Informe a nova taxa de entrega (%) "
           accept anl-taxa(qtd-anuncios)
           perform until anl-taxa(qtd-anuncios) is numeric
               display "Taxa invalida, informe novamente "
               accept anl-taxa(qtd-anuncios)
           end-perform

      * Um anuncio com a data de hoje entra na proxima execucao da
      * cadeia; datas passadas sao alteracao direta no mestre
           display "Informe a data de vigencia (AAAAMMDD) "
           accept anl-data-vigencia(qtd-anuncios)
           perform until anl-data-vigencia(qtd-anuncios) is numeric
                      and anl-data-vigencia(qtd-anuncios)
                              not < data-execucao
               display "Data invalida ou passada, "
                   "informe novamente "
               accept anl-data-vigencia(qtd-anuncios)
           end-perform

           display "Anuncio incluido, aguardando aprovacao"

           .
       digitar-anuncio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-anuncio section.

           if qtd-anuncios = 0 then
               display "Nenhum anuncio cadastrado"
           else
               perform listar-anuncios
               display "Informe o numero do anuncio para excluir "
               accept numero-manut
               perform until numero-manut is numeric
                          and numero-manut > 0
                          and numero-manut not > qtd-anuncios
                   display "Numero invalido, informe novamente "
                   accept numero-manut
               end-perform

               perform varying ind-anl from numero-manut by 1
                           until ind-anl not < qtd-anuncios
                   move tab-anuncio(ind-anl + 1)
                            to tab-anuncio(ind-anl)
               end-perform

               move zero  to anl-codigo(qtd-anuncios)
               move zero  to anl-diametro(qtd-anuncios)
               move space to anl-sabor(qtd-anuncios)
               move zero  to anl-preco(qtd-anuncios)
               move zero  to anl-taxa(qtd-anuncios)
               move zero  to anl-data-vigencia(qtd-anuncios)
               move zero  to anl-data-registro(qtd-anuncios)
               move space to anl-situacao(qtd-anuncios)
               move zero  to anl-data-aplicacao(qtd-anuncios)
               move space to anl-operador(qtd-anuncios)
               move space to anl-aprovador(qtd-anuncios)
               move space to anl-formato(qtd-anuncios)
               move zero  to anl-largura(qtd-anuncios)

               subtract 1 from qtd-anuncios
               display "Anuncio excluido"
           end-if

           .
       excluir-anuncio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aprovar-anuncio section.

      * O preco so chega ao mestre depois que um segundo operador
      * confere o anuncio; quem registrou nao pode aprovar
           if qtd-anuncios = 0 then
               display "Nenhum anuncio cadastrado"
           else
               perform listar-anuncios
               display "Informe o numero do anuncio para aprovar "
               accept numero-manut
               perform until numero-manut is numeric
                          and numero-manut > 0
                          and numero-manut not > qtd-anuncios
                   display "Numero invalido, informe novamente "
                   accept numero-manut
               end-perform

               if anl-situacao(numero-manut) <> "P" then
                   display "Anuncio ja aplicado ou rejeitado"
               else
                   if anl-aprovador(numero-manut) <> space then
                       display "Anuncio ja aprovado por "
                           anl-aprovador(numero-manut)
                   else
                       if anl-operador(numero-manut) = operador then
                           display "Anuncio feito por voce, precisa "
                               "ser aprovado por outra pessoa"
                       else
                           move operador
                                to anl-aprovador(numero-manut)
                           display "Anuncio aprovado"
                       end-if
                   end-if
               end-if
           end-if

           .
       aprovar-anuncio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-anuncios section.

           if qtd-anuncios = 0 then
               display "Nenhum anuncio cadastrado"
           end-if

           perform varying ind-anl from 1 by 1
                       until ind-anl > qtd-anuncios
               move ind-anl                    to lst-numero
               move anl-data-vigencia(ind-anl) to lst-data-vigencia
               move anl-codigo(ind-anl)        to codigo-manut
               perform procura-codigo
               if ind-achado > 0 then
                   move piz-nome(ind-achado)   to lst-nome
               else
                   move spaces                 to lst-nome
               end-if
               perform montar-medida
               move medida-editada             to lst-medida
               move anl-sabor(ind-anl)         to lst-sabor
               move anl-preco(ind-anl)         to lst-preco
               move anl-taxa(ind-anl)          to lst-taxa
               move "A APROVAR" to lst-situacao
               if anl-aprovador(ind-anl) <> space then
                   move "APROVADO"  to lst-situacao
               end-if
               if anl-situacao(ind-anl) = "A" then
                   move "APLICADO"  to lst-situacao
               end-if
               if anl-situacao(ind-anl) = "R" then
                   move "REJEITADO" to lst-situacao
               end-if
               display linha-lista
           end-perform

           .
       listar-anuncios-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-medida section.

           move spaces to medida-editada
           move anl-diametro(ind-anl) to mda-comprimento

           if anl-formato(ind-anl) = "Q" or anl-formato(ind-anl) = "T"
               move "x" to mda-x
               if anl-largura(ind-anl) < 100 then
                   move anl-largura(ind-anl) to largura-dois-digitos
                   move largura-dois-digitos to mda-largura
               else
                   move anl-largura(ind-anl) to mda-largura
               end-if
           end-if

           .
       montar-medida-exit.
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
       traduz-sabor section.

      * Devolve em sabor-canonico o codigo do catalogo para a grafia
      * recebida, ou brancos quando o sabor nao esta catalogado
           inspect sabor-traduzir converting minusculas to maiusculas
           move spaces to sabor-canonico

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
                          or sabor-canonico <> space
               if sbl-codigo(ind-sab) = sabor-traduzir then
                   move sbl-codigo(ind-sab) to sabor-canonico
               end-if
               perform varying ind-ape from 1 by 1
                           until ind-ape > tam-max-apelidos
                              or sabor-canonico <> space
                   if sbl-apelido(ind-sab, ind-ape) = sabor-traduzir
                       move sbl-codigo(ind-sab) to sabor-canonico
                   end-if
               end-perform
           end-perform

           if sabor-traduzir = space then
               move spaces to sabor-canonico
           end-if

           .
       traduz-sabor-exit.
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
       carrega-anuncios section.

           open input pizza-fut
           move "nao" to fim-anuncio

           if fs-pizza-fut = "35" then
               display "Arquivo de anuncios ainda nao existe, "
                   "sera criado"
               move "sim" to fim-anuncio
           else
               if fs-pizza-fut <> "00" then
                   display "Erro ao abrir o arquivo de anuncios, "
                       "status " fs-pizza-fut
                   move "sim" to fim-anuncio
                   move "sim" to erro-abertura
               end-if
           end-if

           perform until fim-anuncio = "sim"
               read pizza-fut
                   at end
                       move "sim" to fim-anuncio
                   not at end
                       perform verifica-retencao
               end-read
           end-perform

           close pizza-fut

           if qtd-descartados > 0 then
               display "Anuncios encerrados ha mais de "
                   dias-retencao " dias descartados: "
                   qtd-descartados
           end-if

           .
       carrega-anuncios-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-retencao section.

      * Anuncio aplicado ou rejeitado ha mais tempo que a retencao
      * nao volta para a tabela e sai do arquivo na regravacao
           move 0 to dias-data
           if (fut-situacao = "A" or fut-situacao = "R")
              and fut-data-aplicacao is numeric
              and fut-data-aplicacao > 0
               move fut-data-aplicacao to data-calculo
               perform calcula-dias-data
           end-if

           if dias-data > 0
              and dias-hoje - dias-data > dias-retencao
               add 1 to qtd-descartados
           else
               perform guarda-anuncio
           end-if

           .
       verifica-retencao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       guarda-anuncio section.

           add 1 to qtd-anuncios
           if qtd-anuncios > tam-max-anuncios then
               display "Limite maximo de anuncios atingido"
               subtract 1 from qtd-anuncios
               move "sim" to fim-anuncio
               move "sim" to anuncios-truncados
           else
               move fut-codigo        to anl-codigo(qtd-anuncios)
               move fut-diametro      to anl-diametro(qtd-anuncios)
               move fut-sabor         to anl-sabor(qtd-anuncios)
               move fut-preco         to anl-preco(qtd-anuncios)
               move fut-taxa-entrega  to anl-taxa(qtd-anuncios)
               move fut-data-vigencia to anl-data-vigencia(qtd-anuncios)
               move fut-data-registro to anl-data-registro(qtd-anuncios)
               move fut-situacao      to anl-situacao(qtd-anuncios)
               move fut-data-aplicacao
                                  to anl-data-aplicacao(qtd-anuncios)
               move fut-operador      to anl-operador(qtd-anuncios)
               move fut-aprovador     to anl-aprovador(qtd-anuncios)
               move fut-formato       to anl-formato(qtd-anuncios)
               move 0                 to anl-largura(qtd-anuncios)
               if fut-largura is numeric then
                   move fut-largura   to anl-largura(qtd-anuncios)
               end-if
               perform normalizar-formato
           end-if

           .
       guarda-anuncio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       normalizar-formato section.

      * Anuncio sem formato e de pizza redonda; a quadrada repete o
      * lado na largura e a redonda fica sem largura
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
               display "Anuncios nao regravados, as alteracoes desta "
                   "execucao nao foram salvas"
               move 8 to return-code
           else
               perform regravar-anuncios
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
               move 8 to return-code
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
                   move 8 to return-code
               end-if
           end-perform

           close pizza-fut

           .
       regravar-anuncios-exit.
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
