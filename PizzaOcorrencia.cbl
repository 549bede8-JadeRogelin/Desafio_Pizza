      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaOcorrencia".
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
           select pizza-oco            assign to "PIZZAOCO"
                                        organization line sequential
                                        file status is fs-pizza-oco.

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      * Uma ocorrencia por entrega: horarios prometido e real (HHMM) e
      * a reclamacao. N = nenhuma, A = atraso, S = sabor errado,
      * F = fria, I = item faltando
       fd  pizza-oco
           label record is standard.
       01  reg-pizza-oco.
           05 oco-codigo                           pic 9(04).
           05 oco-sep1                              pic X(03).
           05 oco-data                             pic 9(08).
           05 oco-sep2                              pic X(03).
           05 oco-hora-prometida                   pic 9(04).
           05 oco-sep3                              pic X(03).
           05 oco-hora-entrega                     pic 9(04).
           05 oco-sep4                              pic X(03).
           05 oco-reclamacao                       pic X(01).
           05 oco-sep5                              pic X(03).
           05 oco-operador                         pic X(10).

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
           value "PizzaOcorrencia".

       01  tam-max-cadastro                         constant as 100.
       01  tam-max-ocorrencias                      constant as 2000.

       01  tab-pizzaria  occurs  tam-max-cadastro times.
           05 piz-codigo                           pic 9(04)
              value zero.
           05 piz-nome                             pic X(15) value
                                                             space.

       01  tab-ocorrencia  occurs  tam-max-ocorrencias times.
           05 ocl-codigo                           pic 9(04)
              value zero.
           05 ocl-data                             pic 9(08)
              value zero.
           05 ocl-hora-prometida                   pic 9(04)
              value zero.
           05 ocl-hora-entrega                     pic 9(04)
              value zero.
           05 ocl-reclamacao                       pic X(01) value
                                                             space.
           05 ocl-operador                         pic X(10) value
                                                             space.

       77  fs-pizza-oco                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fim-ocorrencia                           pic X(03).
       77  fim-cadastro                             pic X(03).
       77  ocorrencias-truncadas                    pic X(03).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-ocorrencias                          pic 9(04).
       77  qtd-listadas                             pic 9(04).
       77  ind-cad                                  pic 9(03).
       77  ind-oco                                  pic 9(04).
       77  ind-achado                               pic 9(03).
       77  opcao                                    pic X(01).
       77  codigo-manut                             pic 9(04).
       77  codigo-filtro                            pic 9(04).
       77  numero-manut                             pic 9(04).
       77  data-execucao                            pic 9(08).
       77  hora-informada                           pic 9(04).
       77  hora-valida                              pic X(03).
       77  horas                                    pic 9(02).
       77  minutos                                  pic 9(02).

       01  hora-partes.
           05 hpt-hora                             pic 9(02).
           05 hpt-minuto                           pic 9(02).

       01  hora-editada.
           05 hed-hora                             pic 9(02).
           05 filler                               pic X(01)
              value ":".
           05 hed-minuto                           pic 9(02).

       01  linha-lista.
           05 lst-numero                           pic ZZZ9.
           05 filler                               pic X(03)
              value " - ".
           05 lst-nome                             pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-data                             pic 9(04)/99/99.
           05 filler                               pic X(11)
              value " - prom.   ".
           05 lst-hora-prometida                   pic X(05).
           05 filler                               pic X(11)
              value " - entrega ".
           05 lst-hora-entrega                     pic X(05).
           05 filler                               pic X(03)
              value " - ".
           05 lst-reclamacao                       pic X(15).
           05 filler                               pic X(03)
              value " - ".
           05 lst-operador                         pic X(10).



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
           move 0     to qtd-ocorrencias
           move "nao" to ocorrencias-truncadas
           accept data-execucao from date yyyymmdd

           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move 8 to return-code
               perform finaliza
           end-if

           perform carrega-cadastro
           perform carrega-ocorrencias
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           display "Ocorrencias registradas: " qtd-ocorrencias

           display "Incluir, excluir, listar ou fim? ('I'/'E'/'L'/'N')"
           accept opcao

           perform until opcao = "N"
               if opcao = "I" then
                   perform incluir-ocorrencia
               end-if
               if opcao = "E" then
                   perform excluir-ocorrencia
               end-if
               if opcao = "L" then
                   perform listar-ocorrencias
               end-if

               display "Incluir, excluir, listar ou fim? "
                   "('I'/'E'/'L'/'N')"
               accept opcao
           end-perform

           perform gravar-ocorrencias

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       incluir-ocorrencia section.

           if qtd-ocorrencias not < tam-max-ocorrencias then
               display "Limite maximo de ocorrencias atingido"
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
                   add 1 to qtd-ocorrencias
                   move codigo-manut to ocl-codigo(qtd-ocorrencias)
                   move operador     to ocl-operador(qtd-ocorrencias)

                   display "Informe a data da entrega "
                       "(AAAAMMDD, 0 = hoje) "
                   accept ocl-data(qtd-ocorrencias)
                   perform until ocl-data(qtd-ocorrencias)
                                 is numeric
                       display "Data invalida, informe novamente "
                       accept ocl-data(qtd-ocorrencias)
                   end-perform
                   if ocl-data(qtd-ocorrencias) = 0 then
                       move data-execucao
                                to ocl-data(qtd-ocorrencias)
                   end-if

                   display "Informe o horario prometido (HHMM) "
                   perform informar-hora
                   move hora-informada
                            to ocl-hora-prometida(qtd-ocorrencias)

                   display "Informe o horario da entrega (HHMM) "
                   perform informar-hora
                   move hora-informada
                            to ocl-hora-entrega(qtd-ocorrencias)

                   display "Reclamacao: N=nenhuma, A=atraso, "
                       "S=sabor errado, F=fria, I=item faltando "
                   accept ocl-reclamacao(qtd-ocorrencias)
                   perform until ocl-reclamacao(qtd-ocorrencias) = "N"
                              or ocl-reclamacao(qtd-ocorrencias) = "A"
                              or ocl-reclamacao(qtd-ocorrencias) = "S"
                              or ocl-reclamacao(qtd-ocorrencias) = "F"
                              or ocl-reclamacao(qtd-ocorrencias) = "I"
                       display "Reclamacao invalida, "
                           "informe novamente "
                       accept ocl-reclamacao(qtd-ocorrencias)
                   end-perform

                   display "Ocorrencia incluida"
               end-if
           end-if

           .
       incluir-ocorrencia-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       informar-hora section.

           move "nao" to hora-valida
           perform until hora-valida = "sim"
               accept hora-informada
               if hora-informada is numeric then
                   divide hora-informada by 100 giving horas
                       remainder minutos
                   if horas < 24 and minutos < 60 then
                       move "sim" to hora-valida
                   end-if
               end-if
               if hora-valida = "nao" then
                   display "Horario invalido, informe novamente "
               end-if
           end-perform

           .
       informar-hora-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       excluir-ocorrencia section.

           if qtd-ocorrencias = 0 then
               display "Nenhuma ocorrencia registrada"
           else
               perform listar-ocorrencias
               display "Informe o numero da ocorrencia para excluir "
               accept numero-manut
               perform until numero-manut is numeric
                          and numero-manut > 0
                          and numero-manut not > qtd-ocorrencias
                   display "Numero invalido, informe novamente "
                   accept numero-manut
               end-perform

               perform varying ind-oco from numero-manut by 1
                           until ind-oco not < qtd-ocorrencias
                   move tab-ocorrencia(ind-oco + 1)
                            to tab-ocorrencia(ind-oco)
               end-perform

               move zero   to ocl-codigo(qtd-ocorrencias)
               move zero   to ocl-data(qtd-ocorrencias)
               move zero   to ocl-hora-prometida(qtd-ocorrencias)
               move zero   to ocl-hora-entrega(qtd-ocorrencias)
               move spaces to ocl-reclamacao(qtd-ocorrencias)
               move spaces to ocl-operador(qtd-ocorrencias)

               subtract 1 from qtd-ocorrencias
               display "Ocorrencia excluida"
           end-if

           .
       excluir-ocorrencia-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-ocorrencias section.

           display "Listar qual pizzaria? (codigo, 0 = todas) "
           accept codigo-filtro
           perform until codigo-filtro is numeric
               display "Codigo invalido, informe novamente "
               accept codigo-filtro
           end-perform

           move 0 to qtd-listadas
           perform varying ind-oco from 1 by 1
                       until ind-oco > qtd-ocorrencias
               if codigo-filtro = 0
                      or codigo-filtro = ocl-codigo(ind-oco)
                   add 1 to qtd-listadas
                   move ind-oco                    to lst-numero
                   move ocl-codigo(ind-oco)        to codigo-manut
                   perform procura-codigo
                   if ind-achado > 0 then
                       move piz-nome(ind-achado)   to lst-nome
                   else
                       move spaces                 to lst-nome
                   end-if
                   move ocl-data(ind-oco)          to lst-data
                   move ocl-hora-prometida(ind-oco) to hora-partes
                   perform editar-hora
                   move hora-editada               to lst-hora-prometida
                   move ocl-hora-entrega(ind-oco)  to hora-partes
                   perform editar-hora
                   move hora-editada               to lst-hora-entrega
                   move ocl-operador(ind-oco)      to lst-operador
                   move spaces                     to lst-reclamacao
                   if ocl-reclamacao(ind-oco) = "A" then
                       move "ATRASO"         to lst-reclamacao
                   end-if
                   if ocl-reclamacao(ind-oco) = "S" then
                       move "SABOR ERRADO"   to lst-reclamacao
                   end-if
                   if ocl-reclamacao(ind-oco) = "F" then
                       move "FRIA"           to lst-reclamacao
                   end-if
                   if ocl-reclamacao(ind-oco) = "I" then
                       move "ITEM FALTANDO"  to lst-reclamacao
                   end-if
                   display linha-lista
               end-if
           end-perform

           if qtd-listadas = 0 then
               display "Nenhuma ocorrencia registrada"
           end-if

           .
       listar-ocorrencias-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       editar-hora section.

           move hpt-hora   to hed-hora
           move hpt-minuto to hed-minuto

           .
       editar-hora-exit.
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
       carrega-ocorrencias section.

           open input pizza-oco
           move "nao" to fim-ocorrencia

           if fs-pizza-oco <> "00" then
               display "Arquivo de ocorrencias ainda nao existe, "
                   "sera criado"
               move "sim" to fim-ocorrencia
           end-if

           perform until fim-ocorrencia = "sim"
               read pizza-oco
                   at end
                       move "sim" to fim-ocorrencia
                   not at end
                       add 1 to qtd-ocorrencias
                       if qtd-ocorrencias > tam-max-ocorrencias then
                           display "Limite maximo de "
                               "ocorrencias atingido"
                           subtract 1 from qtd-ocorrencias
                           move "sim" to ocorrencias-truncadas
                           move "sim" to fim-ocorrencia
                       else
                           move oco-codigo
                                to ocl-codigo(qtd-ocorrencias)
                           move oco-data
                                to ocl-data(qtd-ocorrencias)
                           move oco-hora-prometida
                                to ocl-hora-prometida(qtd-ocorrencias)
                           move oco-hora-entrega
                                to ocl-hora-entrega(qtd-ocorrencias)
                           move oco-reclamacao
                                to ocl-reclamacao(qtd-ocorrencias)
                           move oco-operador
                                to ocl-operador(qtd-ocorrencias)
                       end-if
               end-read
           end-perform

           close pizza-oco

           .
       carrega-ocorrencias-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-ocorrencias section.

      * Com o arquivo truncado na carga, regravar perderia ocorrencias
           if ocorrencias-truncadas = "sim" then
               display "Ocorrencias nao regravadas, as alteracoes "
                   "desta execucao nao foram salvas"
               move 8 to return-code
           else
               perform regravar-ocorrencias
           end-if

           .
       gravar-ocorrencias-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       regravar-ocorrencias section.

           open output pizza-oco

           if fs-pizza-oco <> "00" then
               display "Erro ao abrir as ocorrencias para gravacao, "
                   "status " fs-pizza-oco
               move 8 to return-code
           end-if

           perform varying ind-oco from 1 by 1
                       until ind-oco > qtd-ocorrencias
               move " - "                       to oco-sep1 oco-sep2
                                                   oco-sep3 oco-sep4
                                                   oco-sep5
               move ocl-codigo(ind-oco)         to oco-codigo
               move ocl-data(ind-oco)           to oco-data
               move ocl-hora-prometida(ind-oco) to oco-hora-prometida
               move ocl-hora-entrega(ind-oco)   to oco-hora-entrega
               move ocl-reclamacao(ind-oco)     to oco-reclamacao
               move ocl-operador(ind-oco)       to oco-operador
               write reg-pizza-oco
               if fs-pizza-oco <> "00" then
                   display "Erro ao gravar as ocorrencias, status "
                       fs-pizza-oco ", o arquivo em disco esta "
                       "incompleto"
                   move 8 to return-code
               end-if
           end-perform

           close pizza-oco

           .
       regravar-ocorrencias-exit.
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
