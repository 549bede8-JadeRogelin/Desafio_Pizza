      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaSabor".
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
           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      * Catalogo de sabores: o codigo e o valor gravado no campo sabor
      * do mestre e do historico; os apelidos sao as grafias usadas
      * pelas pizzarias nas listas de precos
       fd  pizza-sab
           label record is standard.
       01  reg-pizza-sab.
           05 sab-codigo                           pic X(15).
           05 sab-sep1                              pic X(03).
           05 sab-descricao                        pic X(30).
           05 sab-apelidos  occurs 6 times.
              10 sab-sep-apelido                    pic X(03).
              10 sab-apelido                       pic X(15).

      *----Variaveis de trabalho
       working-storage section.

       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-descricao                        pic X(30) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       77  fs-pizza-sab                             pic X(02).
       77  fim-sabor                                pic X(03).
       77  fim-apelidos                             pic X(03).
       77  sabores-truncados                        pic X(03).
       77  erro-abertura                            pic X(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  ind-novo                                 pic 9(03).
       77  ind-alterar                              pic 9(03).
       77  opcao                                    pic X(01).
       77  sabor-manut                              pic X(15).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  linha-lista.
           05 lst-codigo                           pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-descricao                        pic X(30).

       01  linha-apelido.
           05 filler                               pic X(18)
              value "      apelido:    ".
           05 lap-apelido                          pic X(15).



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
           move 0     to qtd-sabores
           move "nao" to sabores-truncados
           move "nao" to erro-abertura
           perform carrega-sabores

      * Catalogo existente mas ilegivel nao pode ser regravado vazio
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

           display "Sabores catalogados: " qtd-sabores

           display "Incluir, alterar, excluir, listar ou fim? "
               "('I'/'A'/'E'/'L'/'N')"
           accept opcao

           perform until opcao = "N"
               if opcao = "I" then
                   perform incluir-sabor
               end-if
               if opcao = "A" then
                   perform alterar-sabor
               end-if
               if opcao = "E" then
                   perform excluir-sabor
               end-if
               if opcao = "L" then
                   perform listar-sabores
               end-if

               display "Incluir, alterar, excluir, listar ou fim? "
                   "('I'/'A'/'E'/'L'/'N')"
               accept opcao
           end-perform

           perform gravar-sabores

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-sabor section.

           if qtd-sabores not < tam-max-sabores then
               display "Limite maximo de sabores atingido"
           else
               move 0 to ind-alterar
               display "Informe o codigo do sabor "
               accept sabor-manut
               perform procura-sabor
               perform until sabor-manut <> space
                          and sabor-manut <> "*"
                          and ind-achado = 0
                   if ind-achado > 0 then
                       display "Grafia ja usada pelo sabor "
                           sbl-codigo(ind-achado)
                   else
                       display "Codigo invalido"
                   end-if
                   display "Informe o codigo do sabor "
                   accept sabor-manut
                   perform procura-sabor
               end-perform

               add 1 to qtd-sabores
               move qtd-sabores to ind-alterar
               move sabor-manut to sbl-codigo(ind-alterar)

               display "Informe a descricao "
               accept sbl-descricao(ind-alterar)

               perform digitar-apelidos

               display "Sabor incluido: " sbl-codigo(ind-alterar)
           end-if

           .
       incluir-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       alterar-sabor section.

           display "Informe o codigo do sabor "
           accept sabor-manut
           perform procura-codigo

           if ind-achado = 0 then
               display "Sabor nao catalogado"
           else
               move ind-achado to ind-alterar
               display "Sabor: " sbl-codigo(ind-alterar) " - "
                   sbl-descricao(ind-alterar)

               display "Informe a nova descricao "
               accept sbl-descricao(ind-alterar)

               display "Substituir os apelidos? ('S'/'N')"
               accept opcao
               if opcao = "S" then
                   perform varying ind-ape from 1 by 1
                               until ind-ape > tam-max-apelidos
                       move spaces to sbl-apelido(ind-alterar, ind-ape)
                   end-perform
                   perform digitar-apelidos
               end-if

               display "Sabor alterado"
           end-if

           .
       alterar-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       digitar-apelidos section.

           move "nao" to fim-apelidos
           move 1     to ind-novo

           perform until fim-apelidos = "sim"
               display "Informe um apelido (em branco = fim) "
               accept sabor-manut
               if sabor-manut = space then
                   move "sim" to fim-apelidos
               else
                   perform procura-sabor
                   if ind-achado > 0 then
                       display "Grafia ja usada pelo sabor "
                           sbl-codigo(ind-achado)
                   else
                       move sabor-manut
                                to sbl-apelido(ind-alterar, ind-novo)
                       add 1 to ind-novo
                       if ind-novo > tam-max-apelidos then
                           display "Limite maximo de apelidos atingido"
                           move "sim" to fim-apelidos
                       end-if
                   end-if
               end-if
           end-perform

           .
       digitar-apelidos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-sabor section.

           display "Informe o codigo do sabor "
           accept sabor-manut
           perform procura-codigo

           if ind-achado = 0 then
               display "Sabor nao catalogado"
           else
               perform varying ind-sab from ind-achado by 1
                           until ind-sab not < qtd-sabores
                   move tab-sabor(ind-sab + 1) to tab-sabor(ind-sab)
               end-perform

               move spaces to tab-sabor(qtd-sabores)

               subtract 1 from qtd-sabores
               display "Sabor excluido, as listas de precos com esse "
                   "sabor passam a ser rejeitadas"
           end-if

           .
       excluir-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-sabores section.

           if qtd-sabores = 0 then
               display "Nenhum sabor catalogado"
           end-if

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
               move sbl-codigo(ind-sab)    to lst-codigo
               move sbl-descricao(ind-sab) to lst-descricao
               display linha-lista
               perform varying ind-ape from 1 by 1
                           until ind-ape > tam-max-apelidos
                   if sbl-apelido(ind-sab, ind-ape) <> space then
                       move sbl-apelido(ind-sab, ind-ape)
                                to lap-apelido
                       display linha-apelido
                   end-if
               end-perform
           end-perform

           .
       listar-sabores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-codigo section.

           inspect sabor-manut converting minusculas to maiusculas
           move 0 to ind-achado

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
                          or ind-achado > 0
               if sbl-codigo(ind-sab) = sabor-manut then
                   move ind-sab to ind-achado
               end-if
           end-perform

           .
       procura-codigo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-sabor section.

      * Uma grafia so pode pertencer a um sabor, seja como codigo ou
      * como apelido
           inspect sabor-manut converting minusculas to maiusculas
           move 0 to ind-achado

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
                          or ind-achado > 0
               if sbl-codigo(ind-sab) = sabor-manut then
                   move ind-sab to ind-achado
               end-if
               perform varying ind-ape from 1 by 1
                           until ind-ape > tam-max-apelidos
                              or ind-achado > 0
                   if sbl-apelido(ind-sab, ind-ape) = sabor-manut then
                       move ind-sab to ind-achado
                   end-if
               end-perform
           end-perform

           .
       procura-sabor-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-sabores section.

           open input pizza-sab
           move "nao" to fim-sabor

           if fs-pizza-sab = "35" then
               display "Catalogo de sabores ainda nao existe, "
                   "sera criado"
               move "sim" to fim-sabor
           else
               if fs-pizza-sab <> "00" then
                   display "Erro ao abrir o catalogo de sabores, "
                       "status " fs-pizza-sab
                   move "sim" to fim-sabor
                   move "sim" to erro-abertura
               end-if
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
                           move "sim" to sabores-truncados
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
       gravar-sabores section.

      * Com o arquivo truncado na carga, regravar perderia sabores
           if sabores-truncados = "sim" then
               display "Sabores nao regravados, as alteracoes "
                   "desta execucao nao foram salvas"
               move 8 to return-code
           else
               perform regravar-sabores
           end-if

           .
       gravar-sabores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-sabores section.

           open output pizza-sab

           if fs-pizza-sab <> "00" then
               display "Erro ao abrir o catalogo para gravacao, "
                   "status " fs-pizza-sab
               move 8 to return-code
           end-if

           perform varying ind-sab from 1 by 1
                       until ind-sab > qtd-sabores
               move " - "                  to sab-sep1
               move sbl-codigo(ind-sab)    to sab-codigo
               move sbl-descricao(ind-sab) to sab-descricao
               perform varying ind-ape from 1 by 1
                           until ind-ape > tam-max-apelidos
                   move " - " to sab-sep-apelido(ind-ape)
                   move sbl-apelido(ind-sab, ind-ape)
                            to sab-apelido(ind-ape)
               end-perform
               write reg-pizza-sab
               if fs-pizza-sab <> "00" then
                   display "Erro ao gravar o catalogo, status "
                       fs-pizza-sab ", o arquivo em disco esta "
                       "incompleto"
                   move 8 to return-code
               end-if
           end-perform

           close pizza-sab

           .
       regravar-sabores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
      *----------------------------------------------------
