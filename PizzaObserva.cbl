      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaObserva".
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
           select pizza-obs            assign to "PIZZAOBS"
                                        organization line sequential
                                        file status is fs-pizza-obs.

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
           value "PizzaObserva".

       01  tam-max-cadastro                         constant as 100.
       01  tam-max-regras                           constant as 500.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.

       01  tab-regra  occurs  tam-max-regras times.
           05 rgl-observador                       pic X(10) value
                                                             space.
           05 rgl-regra                            pic 9(03)
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

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-descricao                        pic X(30) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       77  fs-pizza-obs                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-sab                             pic X(02).
       77  fim-regra                                pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-sabor                                pic X(03).
       77  regras-truncadas                         pic X(03).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-regras                               pic 9(03).
       77  qtd-sabores                              pic 9(03).
       77  qtd-minhas                               pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-rgl                                  pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-achado                               pic 9(03).
       77  ind-sabor-achado                         pic 9(03).
       77  opcao                                    pic X(01).
       77  codigo-manut                             pic 9(04).
       77  numero-manut                             pic 9(03).
       77  maior-regra                              pic 9(03).
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
           05 lst-descricao                        pic X(70).

      * Descricao de uma regra, usada na lista e nos alertas
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
           move 0     to qtd-regras
           move 0     to qtd-sabores
           move "nao" to regras-truncadas
           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if

           perform carrega-cadastro
           perform carrega-sabores
           perform carrega-regras
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

      * Cada operador ve e mantem apenas as proprias regras
           perform conta-minhas-regras
           display "Regras de " operador ": " qtd-minhas

           display "Incluir, excluir, listar ou fim? "
               "('I'/'E'/'L'/'N')"
           accept opcao

           perform until opcao = "N"
               if opcao = "I" then
                   perform incluir-regra
               end-if
               if opcao = "E" then
                   perform excluir-regra
               end-if
               if opcao = "L" then
                   perform listar-regras
               end-if

               display "Incluir, excluir, listar ou fim? "
                   "('I'/'E'/'L'/'N')"
               accept opcao
           end-perform

      * Com o arquivo truncado na carga, regravar perderia regras
           if regras-truncadas = "sim" then
               display "Regras nao regravadas, as alteracoes "
                   "desta execucao nao foram salvas"
               move 8 to return-code
           else
               perform gravar-regras
           end-if

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-regra section.

           if qtd-regras not < tam-max-regras then
               display "Limite maximo de regras atingido"
           else
               display "Informe o codigo da pizzaria (0 = todas) "
               accept codigo-manut
               perform procura-codigo
               perform until codigo-manut is numeric
                         and (codigo-manut = 0 or ind-achado > 0)
                   display "Codigo nao cadastrado, "
                       "informe novamente "
                   accept codigo-manut
                   perform procura-codigo
               end-perform

               add 1 to qtd-regras
               move operador     to rgl-observador(qtd-regras)
               move codigo-manut to rgl-codigo(qtd-regras)

               display "Informe o diametro (0 = todos) "
               accept rgl-diametro(qtd-regras)
               perform until rgl-diametro(qtd-regras) is numeric
                   display "Diametro invalido, informe novamente "
                   accept rgl-diametro(qtd-regras)
               end-perform

               display "Informe o sabor ('*' = todos) "
               accept sabor-traduzir
               perform traduz-sabor
               perform until sabor-canonico <> space
                          or sabor-traduzir = "*"
                   display "Sabor nao catalogado, informe novamente "
                   accept sabor-traduzir
                   perform traduz-sabor
               end-perform
               if sabor-traduzir = "*" then
                   move "*" to rgl-sabor(qtd-regras)
               else
                   move sabor-canonico to rgl-sabor(qtd-regras)
               end-if

               display "Comparar o preco efetivo por cm2 ou o total "
                   "efetivo? ('C'/'T')"
               accept rgl-base(qtd-regras)
               perform until rgl-base(qtd-regras) = "C"
                          or rgl-base(qtd-regras) = "T"
                   display "Opcao invalida, informe novamente "
                   accept rgl-base(qtd-regras)
               end-perform

               display "Alertar quando abaixo ou acima do alvo? "
                   "('<'/'>')"
               accept rgl-sentido(qtd-regras)
               perform until rgl-sentido(qtd-regras) = "<"
                          or rgl-sentido(qtd-regras) = ">"
                   display "Opcao invalida, informe novamente "
                   accept rgl-sentido(qtd-regras)
               end-perform

               display "Informe o preco alvo "
               accept rgl-alvo(qtd-regras)
               perform until rgl-alvo(qtd-regras) is numeric
                          and rgl-alvo(qtd-regras) > 0
                   display "Preco invalido, informe novamente "
                   accept rgl-alvo(qtd-regras)
               end-perform

      * O numero da regra segue o maior ja usado pelo observador
               move 0 to maior-regra
               perform varying ind-rgl from 1 by 1
                           until ind-rgl > qtd-regras
                   if rgl-observador(ind-rgl) = operador
                          and rgl-regra(ind-rgl) > maior-regra
                       move rgl-regra(ind-rgl) to maior-regra
                   end-if
               end-perform
               add 1 to maior-regra
               move maior-regra to rgl-regra(qtd-regras)

               move qtd-regras to ind-rgl
               perform montar-descricao-regra
               display "Regra incluida: " descricao-regra
           end-if

           .
       incluir-regra-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-regra section.

           perform conta-minhas-regras
           if qtd-minhas = 0 then
               display "Nenhuma regra cadastrada"
           else
               perform listar-regras
               display "Informe o numero da regra para excluir "
               accept numero-manut
               perform until numero-manut is numeric
                          and numero-manut > 0
                          and numero-manut not > qtd-regras
                   display "Numero invalido, informe novamente "
                   accept numero-manut
               end-perform

               if rgl-observador(numero-manut) <> operador then
                   display "Regra de outro observador, exclusao "
                       "nao permitida"
               else
                   perform varying ind-rgl from numero-manut by 1
                               until ind-rgl not < qtd-regras
                       move tab-regra(ind-rgl + 1)
                                to tab-regra(ind-rgl)
                   end-perform

                   move spaces to rgl-observador(qtd-regras)
                   move zero   to rgl-regra(qtd-regras)
                   move zero   to rgl-codigo(qtd-regras)
                   move zero   to rgl-diametro(qtd-regras)
                   move spaces to rgl-sabor(qtd-regras)
                   move spaces to rgl-base(qtd-regras)
                   move spaces to rgl-sentido(qtd-regras)
                   move zero   to rgl-alvo(qtd-regras)

                   subtract 1 from qtd-regras
                   display "Regra excluida"
               end-if
           end-if

           .
       excluir-regra-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-regras section.

           perform conta-minhas-regras
           if qtd-minhas = 0 then
               display "Nenhuma regra cadastrada"
           end-if

           perform varying ind-rgl from 1 by 1
                       until ind-rgl > qtd-regras
               if rgl-observador(ind-rgl) = operador then
                   move ind-rgl to lst-numero
                   perform montar-descricao-regra
                   move descricao-regra to lst-descricao
                   display linha-lista
               end-if
           end-perform

           .
       listar-regras-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conta-minhas-regras section.

           move 0 to qtd-minhas
           perform varying ind-rgl from 1 by 1
                       until ind-rgl > qtd-regras
               if rgl-observador(ind-rgl) = operador then
                   add 1 to qtd-minhas
               end-if
           end-perform

           .
       conta-minhas-regras-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-descricao-regra section.

           move rgl-regra(ind-rgl) to dsc-regra

           if rgl-codigo(ind-rgl) = 0 then
               move "TODAS" to dsc-pizzaria
           else
               move rgl-codigo(ind-rgl) to codigo-manut
               perform procura-codigo
               if ind-achado > 0 then
                   move piz-nome(ind-achado) to dsc-pizzaria
               else
                   move rgl-codigo(ind-rgl) to dsc-pizzaria
               end-if
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
       carrega-regras section.

           open input pizza-obs
           move "nao" to fim-regra

           if fs-pizza-obs <> "00" then
               display "Arquivo de regras ainda nao existe, "
                   "sera criado"
               move "sim" to fim-regra
           end-if

           perform until fim-regra = "sim"
               read pizza-obs
                   at end
                       move "sim" to fim-regra
                   not at end
                       add 1 to qtd-regras
                       if qtd-regras > tam-max-regras then
                           display "Limite maximo de "
                               "regras atingido"
                           subtract 1 from qtd-regras
                           move "sim" to regras-truncadas
                           move "sim" to fim-regra
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
       gravar-regras section.

           open output pizza-obs

           if fs-pizza-obs <> "00" then
               display "Erro ao abrir as regras para gravacao, "
                   "status " fs-pizza-obs
               move 8 to return-code
           end-if

           perform varying ind-rgl from 1 by 1
                       until ind-rgl > qtd-regras
               move " - "                    to obs-sep1 obs-sep2
                                                 obs-sep3 obs-sep4
                                                 obs-sep5 obs-sep6
                                                 obs-sep7
               move rgl-observador(ind-rgl)  to obs-observador
               move rgl-regra(ind-rgl)       to obs-regra
               move rgl-codigo(ind-rgl)      to obs-codigo
               move rgl-diametro(ind-rgl)    to obs-diametro
               move rgl-sabor(ind-rgl)       to obs-sabor
               move rgl-base(ind-rgl)        to obs-base
               move rgl-sentido(ind-rgl)     to obs-sentido
               move rgl-alvo(ind-rgl)        to obs-alvo
               write reg-pizza-obs
               if fs-pizza-obs <> "00" then
                   display "Erro ao gravar as regras, status "
                       fs-pizza-obs ", o arquivo em disco esta "
                       "incompleto"
                   move 8 to return-code
               end-if
           end-perform

           close pizza-obs

           .
       gravar-regras-exit.
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
