      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaConforme".
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

           select pizza-con            assign to "PIZZACON"
                                        organization line sequential
                                        file status is fs-pizza-con.

           select pizza-ent            assign to "PIZZAENT"
                                        organization line sequential
                                        file status is fs-pizza-ent.

           select pizza-cad            assign to "PIZZACAD"
                                        organization line sequential
                                        file status is fs-pizza-cad.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

           select pizza-cnf            assign to "PIZZACNF"
                                        organization line sequential
                                        file status is fs-pizza-cnf.

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

      * Precos negociados por pizzaria, diametro e sabor; a taxa maxima
      * e o teto do percentual de entrega
       fd  pizza-con
           label record is standard.
       01  reg-pizza-con.
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

       fd  pizza-ent
           label record is standard.
       01  reg-pizza-ent.
           05 ent-nome                             pic X(15).
           05 ent-diametro                         pic 9(03).
           05 ent-preco                            pic 9(03)V99.
           05 ent-taxa-entrega                     pic 9(03)V99.
           05 ent-sabor                            pic X(15).
           05 ent-formato                          pic X(01).
           05 ent-largura                          pic 9(03).

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

       fd  pizza-cnf
           label record is standard.
       01  reg-pizza-cnf                           pic X(132).

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
       01  tam-max-contratos                        constant as 500.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.
       01  dias-vencimento                          constant as 30.

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

       01  data-calculo.
           05 cal-ano                              pic 9(04).
           05 cal-mes                              pic 9(02).
           05 cal-dia                              pic 9(02).

      * Preco que esta sendo conferido, do mestre ou do lote
       01  chave-conferida.
           05 cnf-codigo                           pic 9(04).
           05 cnf-diametro                         pic 9(03).
           05 cnf-sabor                            pic X(15).

       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-con                             pic X(02).
       77  fs-pizza-ent                             pic X(02).
       77  fs-pizza-cad                             pic X(02).
       77  fs-pizza-sab                             pic X(02).
       77  fs-pizza-cnf                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-contrato                             pic X(03).
       77  fim-lote                                 pic X(03).
       77  fim-mestre                               pic X(03).
       77  fim-cadastro                             pic X(03).
       77  fim-sabor                                pic X(03).
       77  houve-erro                               pic X(03).
       77  qtd-cadastro                             pic 9(03).
       77  qtd-contratos                            pic 9(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-cad                                  pic 9(03).
       77  ind-ctr                                  pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  ind-sabor-achado                         pic 9(03).
       77  codigo-pizzaria                          pic 9(04).
       77  nome-procura                             pic X(15).
       77  nome-oficial                             pic X(15).
       77  sabor-traduzir                           pic X(15).
       77  sabor-canonico                           pic X(15).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  origem-conferida                         pic X(06).
       77  nome-conferido                           pic X(15).
       77  preco-conferido                          pic 9(03)V99.
       77  taxa-conferida                           pic 9(03)V99.
       77  preco-acima                              pic X(03).
       77  taxa-acima                               pic X(03).
       77  lidos-mestre                             pic 9(05).
       77  lidos-lote                               pic 9(05).
       77  violacoes                                pic 9(05).
       77  contratos-vencendo                       pic 9(05).
       77  data-execucao                            pic 9(08).
       77  situacao-execucao                        pic X(04).
       77  dias-data                                pic 9(07).
       77  dias-hoje                                pic 9(07).
       77  dias-limite                              pic 9(07).
       77  cal-ano-aux                              pic 9(04).
       77  cal-mes-aux                              pic 9(02).
       77  cal-quociente                            pic 9(07).
       77  medida-formato                           pic X(01).
       77  medida-comprimento                       pic 9(03).
       77  medida-largura                           pic 9(03).
       77  largura-dois-digitos                     pic 9(02).

      * Medida impressa: diametro da redonda ou comprimento x largura
      * da assadeira
       01  medida-editada.
           05 mda-comprimento                      pic ZZ9.
           05 mda-x                                pic X(01).
           05 mda-largura                          pic X(03).

       01  cab-cnf.
           05 filler                               pic X(34)
              value "CONFORMIDADE COM CONTRATOS - DATA ".
           05 cnf-data-cab                         pic 9(04)/99/99.

       01  titulo-violacoes                        pic X(40)
           value "PRECOS ACIMA DO CONTRATADO".

       01  sub-cab-violacoes.
           05 filler                               pic X(40)
              value "ORIGEM  PIZZARIA         SABOR          ".
           05 filler                               pic X(40)
              value "  MEDIDA    PRECO CONTRATO     TAXA   TX".
           05 filler                               pic X(20)
              value " MAX   MOTIVO       ".

       01  linha-violacao.
           05 vio-origem                           pic X(06).
           05 filler                               pic X(02)
              value space.
           05 vio-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 vio-sabor                            pic X(15).
           05 filler                               pic X(02)
              value space.
           05 vio-medida                           pic X(07).
           05 filler                               pic X(02)
              value space.
           05 vio-preco                            pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 vio-preco-contrato                   pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 vio-taxa                             pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 vio-taxa-maxima                      pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 vio-motivo                           pic X(18).

       01  titulo-vencimentos.
           05 filler                               pic X(23)
              value "CONTRATOS A VENCER NOS ".
           05 vnc-dias-titulo                      pic Z9.
           05 filler                               pic X(09)
              value " DIAS".

       01  sub-cab-vencimentos.
           05 filler                               pic X(40)
              value "PIZZARIA         SABOR           DIAM   ".
           05 filler                               pic X(40)
              value " PRECO   INICIO       FIM         DIAS  ".

       01  linha-vencimento.
           05 vnc-nome                             pic X(15).
           05 filler                               pic X(02)
              value space.
           05 vnc-sabor                            pic X(15).
           05 filler                               pic X(02)
              value space.
           05 vnc-diametro                         pic ZZ9.
           05 filler                               pic X(03)
              value space.
           05 vnc-preco                            pic ZZ9,99.
           05 filler                               pic X(03)
              value space.
           05 vnc-data-inicio                      pic 9(04)/99/99.
           05 filler                               pic X(03)
              value space.
           05 vnc-data-fim                         pic 9(04)/99/99.
           05 filler                               pic X(03)
              value space.
           05 vnc-dias                             pic ZZ9.



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
           move 0     to lidos-mestre
           move 0     to lidos-lote
           move 0     to violacoes
           move 0     to contratos-vencendo
           move "nao" to houve-erro
           accept data-execucao from date yyyymmdd

           move data-execucao to data-calculo
           perform calcula-dias-data
           move dias-data to dias-hoje
           compute dias-limite = dias-hoje + dias-vencimento
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           perform carrega-contratos

           open output pizza-cnf
           if fs-pizza-cnf <> "00" then
               display "Erro ao abrir o relatorio de conformidade, "
                   "status " fs-pizza-cnf
               move "sim" to houve-erro
           end-if

           move data-execucao to cnf-data-cab
           move cab-cnf to reg-pizza-cnf
           perform gravar-linha-relatorio
           move spaces to reg-pizza-cnf
           perform gravar-linha-relatorio

           move titulo-violacoes to reg-pizza-cnf
           perform gravar-linha-relatorio
           move sub-cab-violacoes to reg-pizza-cnf
           perform gravar-linha-relatorio
           move all "-" to reg-pizza-cnf
           perform gravar-linha-relatorio

           if qtd-contratos = 0 then
               display "Nenhum contrato cadastrado"
           else
               perform carrega-cadastro
               perform carrega-sabores
               perform conferir-mestre
               perform conferir-lote
           end-if

           if violacoes = 0 then
               move "Nenhum preco acima do contratado"
                    to reg-pizza-cnf
               perform gravar-linha-relatorio
           end-if

           move spaces to reg-pizza-cnf
           perform gravar-linha-relatorio
           move dias-vencimento to vnc-dias-titulo
           move titulo-vencimentos to reg-pizza-cnf
           perform gravar-linha-relatorio
           move sub-cab-vencimentos to reg-pizza-cnf
           perform gravar-linha-relatorio
           move all "-" to reg-pizza-cnf
           perform gravar-linha-relatorio

           perform listar-vencimentos

           if contratos-vencendo = 0 then
               move "Nenhum contrato a vencer" to reg-pizza-cnf
               perform gravar-linha-relatorio
           end-if

           close pizza-cnf

           display "Precos acima do contratado: " violacoes
           display "Contratos a vencer: " contratos-vencendo

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-mestre section.

      * Cada pizza do mestre e conferida com os contratos vigentes
      * pelo sabor do catalogo, que a chave do mestre pode trazer
      * com outra grafia; sabor fora do catalogo vale como gravado
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
                       move mst-sabor to sabor-traduzir
                       perform traduz-sabor
                       if sabor-canonico = space then
                           move mst-sabor to sabor-canonico
                       end-if
                       perform conferir-pizza-mestre
               end-read
           end-perform

           close pizza-mst

           .
       conferir-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-pizza-mestre section.

           move mst-codigo     to cnf-codigo
           move mst-diametro   to cnf-diametro
           move sabor-canonico to cnf-sabor

           perform varying ind-ctr from 1 by 1
                       until ind-ctr > qtd-contratos
               if ctr-chave(ind-ctr) = chave-conferida
                      and data-execucao
                             not < ctr-data-inicio(ind-ctr)
                      and data-execucao
                             not > ctr-data-fim(ind-ctr)
                   move "MESTRE"         to origem-conferida
                   move mst-nome         to nome-conferido
                   move mst-preco        to preco-conferido
                   move mst-taxa-entrega to taxa-conferida
                   move mst-formato      to medida-formato
                   move mst-diametro     to medida-comprimento
                   move mst-largura      to medida-largura
                   perform verificar-contrato
               end-if
           end-perform

           .
       conferir-pizza-mestre-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-lote section.

      * Precos recebidos no lote do dia, identificados pelo nome
      * cadastrado e pelo sabor do catalogo
           open input pizza-ent
           move "nao" to fim-lote

           if fs-pizza-ent <> "00" then
               display "Arquivo de lote nao encontrado, "
                   "conferindo apenas o mestre"
               move "sim" to fim-lote
           end-if

           perform until fim-lote = "sim"
               read pizza-ent
                   at end
                       move "sim" to fim-lote
                   not at end
                       add 1 to lidos-lote
                       move ent-nome to nome-procura
                       perform procura-cadastro
                       move ent-sabor to sabor-traduzir
                       perform traduz-sabor
                       if codigo-pizzaria > 0
                              and sabor-canonico <> space
                           perform conferir-entrada
                       end-if
               end-read
           end-perform

           close pizza-ent

           .
       conferir-lote-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       conferir-entrada section.

           move codigo-pizzaria to cnf-codigo
           move ent-diametro    to cnf-diametro
           move sabor-canonico  to cnf-sabor

           perform varying ind-ctr from 1 by 1
                       until ind-ctr > qtd-contratos
               if ctr-chave(ind-ctr) = chave-conferida
                      and data-execucao
                             not < ctr-data-inicio(ind-ctr)
                      and data-execucao
                             not > ctr-data-fim(ind-ctr)
                   move "LOTE"           to origem-conferida
                   move nome-oficial     to nome-conferido
                   move ent-preco        to preco-conferido
                   move ent-taxa-entrega to taxa-conferida
                   move ent-formato      to medida-formato
                   move ent-diametro     to medida-comprimento
                   move ent-largura      to medida-largura
                   perform verificar-contrato
               end-if
           end-perform

           .
       conferir-entrada-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verificar-contrato section.

           move "nao" to preco-acima
           move "nao" to taxa-acima

           if preco-conferido > ctr-preco(ind-ctr) then
               move "sim" to preco-acima
           end-if
           if taxa-conferida > ctr-taxa-maxima(ind-ctr) then
               move "sim" to taxa-acima
           end-if

           if preco-acima = "sim" or taxa-acima = "sim" then
               add 1 to violacoes
               perform montar-medida
               move origem-conferida          to vio-origem
               move nome-conferido            to vio-nome
               move ctr-sabor(ind-ctr)        to vio-sabor
               move medida-editada            to vio-medida
               move preco-conferido           to vio-preco
               move ctr-preco(ind-ctr)        to vio-preco-contrato
               move taxa-conferida            to vio-taxa
               move ctr-taxa-maxima(ind-ctr)  to vio-taxa-maxima
               if preco-acima = "sim" and taxa-acima = "sim" then
                   move "PRECO E TAXA ACIMA" to vio-motivo
               else
                   if preco-acima = "sim" then
                       move "PRECO ACIMA" to vio-motivo
                   else
                       move "TAXA ACIMA"  to vio-motivo
                   end-if
               end-if
               move linha-violacao to reg-pizza-cnf
               perform gravar-linha-relatorio
           end-if

           .
       verificar-contrato-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       listar-vencimentos section.

      * Contratos que ainda valem hoje e terminam dentro do prazo
           perform varying ind-ctr from 1 by 1
                       until ind-ctr > qtd-contratos
               if ctr-data-fim(ind-ctr) not < data-execucao
                   move ctr-data-fim(ind-ctr) to data-calculo
                   perform calcula-dias-data
                   if dias-data not > dias-limite then
                       add 1 to contratos-vencendo
                       move ctr-codigo(ind-ctr) to cnf-codigo
                       perform procura-cadastro-codigo
                       move nome-oficial             to vnc-nome
                       move ctr-sabor(ind-ctr)       to vnc-sabor
                       move ctr-diametro(ind-ctr)    to vnc-diametro
                       move ctr-preco(ind-ctr)       to vnc-preco
                       move ctr-data-inicio(ind-ctr) to vnc-data-inicio
                       move ctr-data-fim(ind-ctr)    to vnc-data-fim
                       compute vnc-dias = dias-data - dias-hoje
                       move linha-vencimento to reg-pizza-cnf
                       perform gravar-linha-relatorio
                   end-if
               end-if
           end-perform

           .
       listar-vencimentos-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-relatorio section.

           write reg-pizza-cnf

           if fs-pizza-cnf <> "00" then
               display "Erro ao gravar o relatorio de conformidade, "
                   "status " fs-pizza-cnf
               move "sim" to houve-erro
           end-if

           .
       gravar-linha-relatorio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       montar-medida section.

      * Redonda mostra o diametro; assadeira mostra comprimento x
      * largura
           move spaces to medida-editada
           if medida-largura is not numeric then
               move 0 to medida-largura
           end-if
           move medida-comprimento to mda-comprimento

           if (medida-formato = "Q" or medida-formato = "T")
                  and medida-largura > 0
               move "x" to mda-x
               if medida-largura < 100 then
                   move medida-largura       to largura-dois-digitos
                   move largura-dois-digitos to mda-largura
               else
                   move medida-largura to mda-largura
               end-if
           end-if

           .
       montar-medida-exit.
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
       procura-cadastro section.

           move 0      to codigo-pizzaria
           move spaces to nome-oficial

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
                          or codigo-pizzaria > 0
               if piz-nome(ind-cad) = nome-procura then
                   move piz-codigo(ind-cad) to codigo-pizzaria
                   move piz-nome(ind-cad)   to nome-oficial
               end-if
           end-perform

           .
       procura-cadastro-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       procura-cadastro-codigo section.

           move 0      to codigo-pizzaria
           move spaces to nome-oficial

           perform varying ind-cad from 1 by 1
                       until ind-cad > qtd-cadastro
                          or codigo-pizzaria > 0
               if piz-codigo(ind-cad) = cnf-codigo then
                   move piz-codigo(ind-cad) to codigo-pizzaria
                   move piz-nome(ind-cad)   to nome-oficial
               end-if
           end-perform

           .
       procura-cadastro-codigo-exit.
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
               display "Arquivo de contratos nao encontrado"
               move "sim" to fim-contrato
           end-if

           perform until fim-contrato = "sim"
               read pizza-con
                   at end
                       move "sim" to fim-contrato
                   not at end
                       add 1 to qtd-contratos
                       if qtd-contratos > tam-max-contratos then
                           display "Limite maximo de "
                               "contratos atingido"
                           subtract 1 from qtd-contratos
                           move "sim" to houve-erro
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
       gravar-controle section.

           open extend pizza-ctl
           if fs-pizza-ctl = "35" then
               open output pizza-ctl
           end-if

           move "PizzaConforme"      to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move qtd-cadastro         to ctl-lidos-cadastro
           move lidos-mestre         to ctl-lidos-mestre
           move lidos-lote           to ctl-lidos-lote
           move 0                    to ctl-lidos-historico
           move 0                    to ctl-gravados-mestre
           move 0                    to ctl-gravados-historico
           move violacoes            to ctl-gravados-saida
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
