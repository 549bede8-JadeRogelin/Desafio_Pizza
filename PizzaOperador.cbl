      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaOperador".
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
           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

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

       01  tam-max-operadores                       constant as 100.
       01  tam-max-programas-ope                    constant as 10.
       01  max-tentativas                           constant as 3.

       01  tab-operador  occurs  tam-max-operadores times.
           05 opl-id                               pic X(10) value
                                                             space.
           05 opl-nome                             pic X(30) value
                                                             space.
           05 opl-senha                            pic X(10) value
                                                             space.
           05 opl-ativo                            pic X(01) value
                                                             space.
           05 opl-programa  occurs  tam-max-programas-ope times
                                                   pic X(15) value
                                                             space.

       77  fs-pizza-ope                             pic X(02).
       77  fim-operador                             pic X(03).
       77  operadores-truncados                     pic X(03).
       77  cadastro-novo                            pic X(03).
       77  erro-abertura                            pic X(03).
       77  operador-autorizado                      pic X(03).
       77  tentativas-acesso                        pic 9(01).
       77  operador                                 pic X(10).
       77  senha-informada                          pic X(10).
       77  programa-atual                           pic X(15)
           value "PizzaOperador".
       77  qtd-operadores                           pic 9(03).
       77  ind-op                                   pic 9(03).
       77  ind-ope                                  pic 9(02).
       77  ind-achado                               pic 9(03).
       77  opcao                                    pic X(01).
       77  id-manut                                 pic X(10).
       77  senha-manut                              pic X(10).
       77  programa-manut                           pic X(15).
       77  pos-lista                                pic 9(03).
       77  ind-ignorar                              pic 9(03).
       77  qtd-administradores                      pic 9(03).
       77  qtd-administradores-antes                pic 9(03).
       77  tem-acesso                               pic X(03).

       01  aux-operador.
           05 filler                               pic X(10).
           05 filler                               pic X(30).
           05 filler                               pic X(10).
           05 filler                               pic X(01).
           05 filler                               pic X(150).

       01  linha-lista.
           05 lst-id                               pic X(10).
           05 filler                               pic X(03)
              value " - ".
           05 lst-nome                             pic X(30).
           05 filler                               pic X(03)
              value " - ".
           05 lst-ativo                            pic X(07).
           05 filler                               pic X(03)
              value " - ".
           05 lst-programas                        pic X(160).



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
           move 0      to qtd-operadores
           move "nao"  to operadores-truncados
           move "nao"  to cadastro-novo
           move "nao"  to erro-abertura
           move spaces to operador
           perform carrega-operadores

      * A entrada so e livre quando o cadastro ainda nao existe, para
      * que o primeiro operador possa ser incluido; um cadastro
      * ilegivel nao pode ser regravado
           if erro-abertura = "sim" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if

           if cadastro-novo = "sim" then
               display "Nenhum operador cadastrado, inclua um "
                   "operador com acesso ao " programa-atual
           else
               perform identificar-operador
               if operador-autorizado = "nao" then
                   display "Acesso recusado"
                   move 8 to return-code
                   perform finaliza
               end-if
           end-if
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           display "Operadores cadastrados: " qtd-operadores

           display "Incluir, alterar, excluir, listar ou fim? "
               "('I'/'A'/'E'/'L'/'N')"
           accept opcao

           perform until opcao = "N"
               if opcao = "I" then
                   perform incluir-operador
               end-if
               if opcao = "A" then
                   perform alterar-operador
               end-if
               if opcao = "E" then
                   perform excluir-operador
               end-if
               if opcao = "L" then
                   perform listar-operadores
               end-if

               display "Incluir, alterar, excluir, listar ou fim? "
                   "('I'/'A'/'E'/'L'/'N')"
               accept opcao
           end-perform

           perform gravar-operadores

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-operador section.

           if qtd-operadores not < tam-max-operadores then
               display "Limite maximo de operadores atingido"
           else
               display "Informe a identificacao do operador "
               accept id-manut
               perform procura-operador
               perform until id-manut <> space
                          and ind-achado = 0
                   if ind-achado > 0 then
                       display "Operador ja cadastrado"
                   else
                       display "Identificacao invalida"
                   end-if
                   display "Informe a identificacao do operador "
                   accept id-manut
                   perform procura-operador
               end-perform

               add 1 to qtd-operadores
               move id-manut to opl-id(qtd-operadores)

               display "Informe o nome do operador "
               accept opl-nome(qtd-operadores)

               display "Informe a senha "
               accept opl-senha(qtd-operadores)
               perform until opl-senha(qtd-operadores) <> space
                   display "Senha invalida, informe novamente "
                   accept opl-senha(qtd-operadores)
               end-perform

               move "S" to opl-ativo(qtd-operadores)
               move qtd-operadores to ind-achado
               perform informar-programas

               display "Operador incluido"
           end-if

           .
       incluir-operador-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       alterar-operador section.

           display "Informe a identificacao do operador "
           accept id-manut
           perform procura-operador

           if ind-achado = 0 then
               display "Operador nao cadastrado"
           else
               move tab-operador(ind-achado) to aux-operador
               move 0 to ind-ignorar
               perform conta-administradores
               move qtd-administradores to qtd-administradores-antes
               display "Operador: " opl-nome(ind-achado)

               display "Informe o novo nome "
               accept opl-nome(ind-achado)

               display "Informe a nova senha (em branco mantem) "
               accept senha-manut
               if senha-manut <> space then
                   move senha-manut to opl-senha(ind-achado)
               end-if

               display "Operador ativo? ('S'/'N')"
               accept opl-ativo(ind-achado)
               perform until opl-ativo(ind-achado) = "S"
                          or opl-ativo(ind-achado) = "N"
                   display "Opcao invalida, informe novamente "
                   accept opl-ativo(ind-achado)
               end-perform

               perform informar-programas

      * Sempre resta ao menos um operador ativo que administre os
      * operadores
               perform conta-administradores
               if qtd-administradores = 0
                      and qtd-administradores-antes > 0 then
                   move aux-operador to tab-operador(ind-achado)
                   display "Alteracao recusada, nenhum operador ativo "
                       "ficaria com acesso ao " programa-atual
               else
                   display "Operador alterado"
               end-if
           end-if

           .
       alterar-operador-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       informar-programas section.

      * A lista e sempre informada por completo; em branco encerra
           perform varying ind-ope from 1 by 1
                       until ind-ope > tam-max-programas-ope
               move spaces to opl-programa(ind-achado, ind-ope)
           end-perform

           display "Informe os programas permitidos, um por vez "
               "('*' = todos, em branco encerra)"
           move 1 to ind-ope
           move "x" to programa-manut

           perform until ind-ope > tam-max-programas-ope
                      or programa-manut = space
               display "Programa " ind-ope ": "
               accept programa-manut
               if programa-manut <> space then
                   move programa-manut
                            to opl-programa(ind-achado, ind-ope)
                   add 1 to ind-ope
               end-if
           end-perform

           .
       informar-programas-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-operador section.

           display "Informe a identificacao do operador "
           accept id-manut
           perform procura-operador

           if ind-achado > 0 then
               move 0 to ind-ignorar
               perform conta-administradores
               move qtd-administradores to qtd-administradores-antes
               move ind-achado to ind-ignorar
               perform conta-administradores
           end-if

           if ind-achado = 0 then
               display "Operador nao cadastrado"
           else
               if opl-id(ind-achado) = operador then
                   display "Exclusao recusada, o operador "
                       "identificado nao pode excluir a si mesmo"
                   move 0 to ind-achado
               else
                   if qtd-administradores = 0
                          and qtd-administradores-antes > 0 then
                       display "Exclusao recusada, nenhum operador "
                           "ativo ficaria com acesso ao "
                           programa-atual
                       move 0 to ind-achado
                   end-if
               end-if
           end-if

           if ind-achado > 0 then
               perform varying ind-op from ind-achado by 1
                           until ind-op not < qtd-operadores
                   move tab-operador(ind-op + 1)
                            to tab-operador(ind-op)
               end-perform

               move spaces to tab-operador(qtd-operadores)

               subtract 1 from qtd-operadores
               display "Operador excluido"
           end-if

           .
       excluir-operador-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conta-administradores section.

      * Operadores ativos com acesso a este programa, fora o indicado
      * em ind-ignorar
           move 0 to qtd-administradores

           perform varying ind-op from 1 by 1
                       until ind-op > qtd-operadores
               if ind-op <> ind-ignorar
                      and opl-ativo(ind-op) = "S"
                   move "nao" to tem-acesso
                   perform varying ind-ope from 1 by 1
                               until ind-ope > tam-max-programas-ope
                       if opl-programa(ind-op, ind-ope)
                              = programa-atual
                          or opl-programa(ind-op, ind-ope) = "*"
                           move "sim" to tem-acesso
                       end-if
                   end-perform
                   if tem-acesso = "sim" then
                       add 1 to qtd-administradores
                   end-if
               end-if
           end-perform

           .
       conta-administradores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-operadores section.

           if qtd-operadores = 0 then
               display "Nenhum operador cadastrado"
           end-if

      * A senha nunca e exibida
           perform varying ind-op from 1 by 1
                       until ind-op > qtd-operadores
               move opl-id(ind-op)   to lst-id
               move opl-nome(ind-op) to lst-nome
               if opl-ativo(ind-op) = "S" then
                   move "ATIVO"      to lst-ativo
               else
                   move "INATIVO"    to lst-ativo
               end-if
               move spaces to lst-programas
               move 1      to pos-lista
               perform varying ind-ope from 1 by 1
                           until ind-ope > tam-max-programas-ope
                   if opl-programa(ind-op, ind-ope) <> space then
                       string opl-programa(ind-op, ind-ope)
                                  delimited by space
                              " " delimited by size
                              into lst-programas
                              with pointer pos-lista
                       end-string
                   end-if
               end-perform
               display linha-lista
           end-perform

           .
       listar-operadores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-operador section.

           move 0 to ind-achado

           perform varying ind-op from 1 by 1
                       until ind-op > qtd-operadores
                          or ind-achado > 0
               if opl-id(ind-op) = id-manut then
                   move ind-op to ind-achado
               end-if
           end-perform

           .
       procura-operador-exit.
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
       carrega-operadores section.

           open input pizza-ope
           move "nao" to fim-operador

           if fs-pizza-ope = "35" then
               display "Cadastro de operadores ainda nao existe, "
                   "sera criado"
               move "sim" to fim-operador
               move "sim" to cadastro-novo
           else
               if fs-pizza-ope <> "00" then
                   display "Erro ao abrir o cadastro de operadores, "
                       "status " fs-pizza-ope
                   move "sim" to fim-operador
                   move "sim" to erro-abertura
               end-if
           end-if

           perform until fim-operador = "sim"
               read pizza-ope
                   at end
                       move "sim" to fim-operador
                   not at end
                       add 1 to qtd-operadores
                       if qtd-operadores > tam-max-operadores then
                           display "Limite maximo de "
                               "operadores atingido"
                           subtract 1 from qtd-operadores
                           move "sim" to fim-operador
                           move "sim" to operadores-truncados
                       else
                           perform carrega-operador
                       end-if
               end-read
           end-perform

           close pizza-ope

           .
       carrega-operadores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-operador section.

           move ope-id    to opl-id(qtd-operadores)
           move ope-nome  to opl-nome(qtd-operadores)
           move ope-senha to opl-senha(qtd-operadores)
           move ope-ativo to opl-ativo(qtd-operadores)

           perform varying ind-ope from 1 by 1
                       until ind-ope > tam-max-programas-ope
               move ope-programa(ind-ope)
                        to opl-programa(qtd-operadores, ind-ope)
           end-perform

           .
       carrega-operador-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-operadores section.

      * Com o arquivo truncado na carga, regravar perderia operadores
           if operadores-truncados = "sim" then
               display "Operadores nao regravados, as alteracoes "
                   "desta execucao nao foram salvas"
               move 8 to return-code
           else
      * Um cadastro criado sem quem administre os operadores fecharia
      * a entrada livre sem que ninguem pudesse corrigi-lo
               move 0 to ind-ignorar
               perform conta-administradores
               if cadastro-novo = "sim" and qtd-administradores = 0
                   display "Nenhum operador com acesso ao "
                       programa-atual ", cadastro de operadores "
                       "nao criado"
                   move 8 to return-code
               else
                   perform regravar-operadores
               end-if
           end-if

           .
       gravar-operadores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-operadores section.

           open output pizza-ope

           if fs-pizza-ope <> "00" then
               display "Erro ao abrir os operadores para gravacao, "
                   "status " fs-pizza-ope
               move 8 to return-code
           end-if

           perform varying ind-op from 1 by 1
                       until ind-op > qtd-operadores
               move spaces            to reg-pizza-ope
               move " - "             to ope-sep1 ope-sep2
                                          ope-sep3 ope-sep4
               move opl-id(ind-op)    to ope-id
               move opl-nome(ind-op)  to ope-nome
               move opl-senha(ind-op) to ope-senha
               move opl-ativo(ind-op) to ope-ativo
               perform varying ind-ope from 1 by 1
                           until ind-ope > tam-max-programas-ope
                   move opl-programa(ind-op, ind-ope)
                            to ope-programa(ind-ope)
               end-perform
               write reg-pizza-ope
               if fs-pizza-ope <> "00" then
                   display "Erro ao gravar os operadores, status "
                       fs-pizza-ope ", o arquivo em disco esta "
                       "incompleto"
                   move 8 to return-code
               end-if
           end-perform

           close pizza-ope

           .
       regravar-operadores-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
      *----------------------------------------------------
