      *Divisão de identificação do programa
       identification division.
       program-id. "PizzaRecupera".
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

           select pizza-bkp            assign to "PIZZABKP"
                                        organization line sequential
                                        file status is fs-pizza-bkp.

           select pizza-jrn            assign to "PIZZAJRN"
                                        organization line sequential
                                        file status is fs-pizza-jrn.

           select pizza-rcp            assign to "PIZZARCP"
                                        organization line sequential
                                        file status is fs-pizza-rcp.

           select pizza-ctl            assign to "PIZZACTL"
                                        organization line sequential
                                        file status is fs-pizza-ctl.

           select pizza-ope            assign to "PIZZAOPE"
                                        organization line sequential
                                        file status is fs-pizza-ope.

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

       fd  pizza-bkp
           label record is standard.
       01  reg-pizza-bkp                           pic X(71).

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

       fd  pizza-rcp
           label record is standard.
       01  reg-pizza-rcp                           pic X(120).

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
           value "PizzaRecupera".

       77  fs-pizza-mst                             pic X(02).
       77  fs-pizza-bkp                             pic X(02).
       77  fs-pizza-jrn                             pic X(02).
       77  fs-pizza-rcp                             pic X(02).
       77  fs-pizza-ctl                             pic X(02).
       77  fim-copia                                pic X(03).
       77  fim-jornal                               pic X(03).
       77  houve-erro                               pic X(03).
       77  recuperacao-autorizada                   pic X(03).
       77  achou-mestre                             pic X(03).
       77  opcao                                    pic X(01).
       77  data-execucao                            pic 9(08).
       77  data-limite                              pic 9(08).
       77  hora-informada                           pic 9(06).
       77  lidos-copia                              pic 9(05).
       77  gravados-mestre                          pic 9(05).
       77  rejeitados-copia                         pic 9(05).
       77  lidos-jornal                             pic 9(05).
       77  anteriores-copia                         pic 9(05).
       77  aplicados-jornal                         pic 9(05).
       77  pulados-jornal                           pic 9(05).
       77  rejeitados-jornal                        pic 9(05).
       77  gravadas-relatorio                       pic 9(05).
       77  situacao-execucao                        pic X(04).
       77  imagem-atual                             pic X(80).
       77  hora-exibicao                            pic 9(06).

       01  controle-descarga.
           05 bkc-marca                            pic X(10).
           05 bkc-sep1                              pic X(03).
           05 bkc-data                             pic 9(08).
           05 bkc-sep2                              pic X(03).
           05 bkc-hora                             pic 9(08).

      * Momentos no formato AAAAMMDDHHMMSSCC, comparaveis entre si
       01  momento-copia.
           05 mco-data                             pic 9(08).
           05 mco-hora                             pic 9(08).

       01  momento-limite.
           05 mli-data                             pic 9(08).
           05 mli-hora                             pic 9(08).

       01  momento-jornal.
           05 mjr-data                             pic 9(08).
           05 mjr-hora                             pic 9(08).

       01  cab-rcp.
           05 filler                               pic X(40)
              value "RECUPERACAO DO MESTRE - COPIA DE SEGURAN".
           05 filler                               pic X(06)
              value "CA DE ".
           05 rcp-copia-data                       pic 9(04)/99/99.
           05 filler                               pic X(01)
              value space.
           05 rcp-copia-hora                       pic 99B99B99.
           05 filler                               pic X(18)
              value " - JORNAL ATE    ".
           05 rcp-limite-data                      pic 9(04)/99/99.
           05 filler                               pic X(01)
              value space.
           05 rcp-limite-hora                      pic 99B99B99.

       01  sub-cab-rcp.
           05 filler                               pic X(40)
              value "DATA        HORA      PROGRAMA         A".
           05 filler                               pic X(40)
              value "CAO       COD  DIAM SABOR            SIT".
           05 filler                               pic X(40)
              value "UACAO    MOTIVO                        ".

       01  linha-rcp.
           05 rcp-data                             pic 9(04)/99/99.
           05 filler                               pic X(02)
              value space.
           05 rcp-hora                             pic 99B99B99.
           05 filler                               pic X(02)
              value space.
           05 rcp-programa                         pic X(15).
           05 filler                               pic X(02)
              value space.
           05 rcp-acao                             pic X(09).
           05 filler                               pic X(01)
              value space.
           05 rcp-codigo                           pic 9(04).
           05 filler                               pic X(02)
              value space.
           05 rcp-diametro                         pic ZZ9.
           05 filler                               pic X(01)
              value space.
           05 rcp-sabor                            pic X(15).
           05 filler                               pic X(02)
              value space.
           05 rcp-situacao                         pic X(09).
           05 filler                               pic X(02)
              value space.
           05 rcp-motivo                           pic X(30).

       01  linha-resumo.
           05 res-descricao                        pic X(40).
           05 res-qtd                              pic ZZZZ9.



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
           move 0     to lidos-copia
           move 0     to gravados-mestre
           move 0     to rejeitados-copia
           move 0     to lidos-jornal
           move 0     to anteriores-copia
           move 0     to aplicados-jornal
           move 0     to pulados-jornal
           move 0     to rejeitados-jornal
           move 0     to gravadas-relatorio
           move "nao" to houve-erro
           move "nao" to recuperacao-autorizada
           accept data-execucao from date yyyymmdd

           perform identificar-operador
           if operador-autorizado = "nao" then
               display "Acesso recusado"
               move "sim" to houve-erro
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       processamento section.

           open input pizza-bkp
           move "nao" to fim-copia

           if fs-pizza-bkp <> "00" then
               display "Copia de seguranca nao encontrada, "
                   "status " fs-pizza-bkp
               move "sim" to fim-copia
               move "sim" to houve-erro
           else
               perform confirmar-recuperacao
           end-if

           if recuperacao-autorizada = "sim" then
               perform recarregar-copia
               if houve-erro = "nao" then
                   perform aplicar-jornal
               else
                   display "Erro na recarga, jornal nao aplicado"
               end-if
           else
               display "Recuperacao nao realizada"
           end-if

           close pizza-bkp

           .
       processamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       confirmar-recuperacao section.

           read pizza-bkp
               at end
                   display "Copia de seguranca vazia"
                   move "sim" to fim-copia
                   move "sim" to houve-erro
               not at end
                   move reg-pizza-bkp to controle-descarga
                   if bkc-marca = "*CONTROLE*" then
                       perform informar-limite
                   else
                       display "Copia sem registro de controle, "
                           "recuperacao nao permitida"
                       move "sim" to houve-erro
                   end-if
           end-read

           .
       confirmar-recuperacao-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       informar-limite section.

      * Copia gerada antes da hora ser registrada na descarga vale
      * como tirada no inicio do dia
           if bkc-hora is not numeric then
               move 0 to bkc-hora
           end-if
           move bkc-data to mco-data
           move bkc-hora to mco-hora

           divide bkc-hora by 100 giving hora-exibicao
           display "Copia de seguranca gerada em " bkc-data
               " as " hora-exibicao

           display "Aplicar o jornal ate a data "
               "(AAAAMMDD, 0 = hoje) "
           accept data-limite
           perform until data-limite is numeric
               display "Data invalida, informe novamente "
               accept data-limite
           end-perform
           if data-limite = 0 then
               move data-execucao to data-limite
           end-if

           display "Aplicar o jornal ate a hora "
               "(HHMMSS, 0 = fim do dia) "
           accept hora-informada
           perform until hora-informada is numeric
                      and hora-informada < 240000
               display "Hora invalida, informe novamente "
               accept hora-informada
           end-perform

           move data-limite to mli-data
           if hora-informada = 0 then
               move 99999999 to mli-hora
           else
               compute mli-hora = hora-informada * 100 + 99
           end-if

           if momento-limite < momento-copia then
               display "Limite anterior a copia, "
                   "recuperacao nao permitida"
           else
               display "Recarregar o mestre e aplicar o jornal? "
                   "('S'/'N')"
               accept opcao
               if opcao = "S" then
                   move "sim" to recuperacao-autorizada
               end-if
           end-if

           .
       informar-limite-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       recarregar-copia section.

           open output pizza-mst
           if fs-pizza-mst <> "00" then
               display "Erro ao recriar o mestre, status "
                   fs-pizza-mst
               move "sim" to fim-copia
               move "sim" to houve-erro
           end-if

           perform until fim-copia = "sim"
               read pizza-bkp
                   at end
                       move "sim" to fim-copia
                   not at end
                       add 1 to lidos-copia
                       move reg-pizza-bkp to reg-pizza-mst
                       write reg-pizza-mst
                           invalid key
                               add 1 to rejeitados-copia
                               display "Chave duplicada na "
                                   "copia, ignorada: "
                                   mst-chave
                           not invalid key
                               add 1 to gravados-mestre
                       end-write
               end-read
           end-perform

           close pizza-mst

           display "Registros recarregados: " gravados-mestre

           .
       recarregar-copia-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       aplicar-jornal section.

           open input pizza-jrn
           move "nao" to fim-jornal

           if fs-pizza-jrn <> "00" then
               display "Jornal de alteracoes nao encontrado, "
                   "mestre fica como na copia"
               move "sim" to fim-jornal
           end-if

           open i-o pizza-mst
           if fs-pizza-mst <> "00" then
               display "Erro ao abrir o mestre recarregado, status "
                   fs-pizza-mst
               move "sim" to fim-jornal
               move "sim" to houve-erro
           end-if

           open output pizza-rcp
           if fs-pizza-rcp <> "00" then
               display "Erro ao abrir o relatorio de recuperacao, "
                   "status " fs-pizza-rcp
               move "sim" to houve-erro
           end-if

           move bkc-data to rcp-copia-data
           divide bkc-hora by 100 giving hora-exibicao
           move hora-exibicao to rcp-copia-hora
           move mli-data to rcp-limite-data
           divide mli-hora by 100 giving hora-exibicao
           move hora-exibicao to rcp-limite-hora
           move cab-rcp to reg-pizza-rcp
           write reg-pizza-rcp
           perform verifica-gravacao

           move sub-cab-rcp to reg-pizza-rcp
           write reg-pizza-rcp
           perform verifica-gravacao

           move all "-" to reg-pizza-rcp
           write reg-pizza-rcp
           perform verifica-gravacao

      * O jornal e gravado em ordem cronologica, a leitura sequencial
      * reaplica as alteracoes na mesma ordem em que aconteceram
           perform until fim-jornal = "sim"
               read pizza-jrn
                   at end
                       move "sim" to fim-jornal
                   not at end
                       if jrn-arquivo = "PIZZAMST" then
                           add 1 to lidos-jornal
                           perform tratar-lancamento
                       end-if
               end-read
           end-perform

           close pizza-jrn
           close pizza-mst

           perform imprimir-resumo

           close pizza-rcp

           display "Lancamentos aplicados: " aplicados-jornal
           display "Lancamentos pulados: " pulados-jornal
           display "Lancamentos rejeitados: " rejeitados-jornal

           .
       aplicar-jornal-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       tratar-lancamento section.

      * Lancamento gravado antes da hora existir no jornal vale como
      * feito no inicio do dia
           if jrn-hora is not numeric then
               move 0 to jrn-hora
           end-if
           move jrn-data to mjr-data
           move jrn-hora to mjr-hora

           if momento-jornal not > momento-copia then
               add 1 to anteriores-copia
           else
               if momento-jornal > momento-limite then
                   add 1 to pulados-jornal
                   move "PULADO"  to rcp-situacao
                   move "POSTERIOR AO LIMITE INFORMADO"
                        to rcp-motivo
                   perform gravar-linha-relatorio
               else
                   perform reaplicar-lancamento
               end-if
           end-if

           .
       tratar-lancamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       reaplicar-lancamento section.

      * O registro recarregado tem de ser igual a imagem anterior do
      * lancamento; para inclusao a imagem anterior e brancos
           move jrn-codigo   to mst-codigo
           move jrn-diametro to mst-diametro
           move jrn-sabor    to mst-sabor
           move "nao"  to achou-mestre
           move spaces to imagem-atual
           read pizza-mst
               invalid key
                   continue
               not invalid key
                   move "sim"         to achou-mestre
                   move reg-pizza-mst to imagem-atual
           end-read

           if imagem-atual <> jrn-antes then
               add 1 to rejeitados-jornal
               move "REJEITADO" to rcp-situacao
               if achou-mestre = "sim" then
                   move "MESTRE DIFERENTE DA IMAGEM ANTES"
                        to rcp-motivo
               else
                   move "CHAVE AUSENTE NO MESTRE" to rcp-motivo
               end-if
               perform gravar-linha-relatorio
           else
               perform gravar-lancamento
           end-if

           .
       reaplicar-lancamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-lancamento section.

           if jrn-acao = "EXCLUSAO" then
               delete pizza-mst record
                   invalid key
                       continue
               end-delete
           else
               move jrn-depois to reg-pizza-mst
               if achou-mestre = "sim" then
                   rewrite reg-pizza-mst
                       invalid key
                           continue
                   end-rewrite
               else
                   write reg-pizza-mst
                       invalid key
                           continue
                   end-write
               end-if
           end-if

           if fs-pizza-mst = "00" then
               add 1 to aplicados-jornal
               move "APLICADO" to rcp-situacao
               move spaces     to rcp-motivo
           else
               add 1 to rejeitados-jornal
               move "REJEITADO" to rcp-situacao
               move "ERRO AO GRAVAR O MESTRE" to rcp-motivo
               display "Erro ao gravar o mestre, status "
                   fs-pizza-mst
               move "sim" to houve-erro
           end-if
           perform gravar-linha-relatorio

           .
       gravar-lancamento-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-linha-relatorio section.

           move jrn-data      to rcp-data
           divide jrn-hora by 100 giving hora-exibicao
           move hora-exibicao to rcp-hora
           move jrn-programa  to rcp-programa
           move jrn-acao      to rcp-acao
           move jrn-codigo    to rcp-codigo
           move jrn-diametro  to rcp-diametro
           move jrn-sabor     to rcp-sabor
           move linha-rcp to reg-pizza-rcp
           write reg-pizza-rcp
           perform verifica-gravacao

           .
       gravar-linha-relatorio-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       imprimir-resumo section.

           move spaces to reg-pizza-rcp
           write reg-pizza-rcp
           perform verifica-gravacao

           move "Registros recarregados da copia:" to res-descricao
           move gravados-mestre to res-qtd
           perform gravar-resumo

           move "Lancamentos do mestre lidos no jornal:"
                to res-descricao
           move lidos-jornal to res-qtd
           perform gravar-resumo

           move "Ja contidos na copia:" to res-descricao
           move anteriores-copia to res-qtd
           perform gravar-resumo

           move "Aplicados:" to res-descricao
           move aplicados-jornal to res-qtd
           perform gravar-resumo

           move "Pulados:" to res-descricao
           move pulados-jornal to res-qtd
           perform gravar-resumo

           move "Rejeitados:" to res-descricao
           move rejeitados-jornal to res-qtd
           perform gravar-resumo

           .
       imprimir-resumo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       gravar-resumo section.

           move linha-resumo to reg-pizza-rcp
           write reg-pizza-rcp
           perform verifica-gravacao

           .
       gravar-resumo-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-gravacao section.

           if fs-pizza-rcp = "00" then
               add 1 to gravadas-relatorio
           else
               display "Erro ao gravar o relatorio, status "
                   fs-pizza-rcp
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

           move "PizzaRecupera"      to ctl-programa
           move " - "                to ctl-sep1 ctl-sep2 ctl-sep3
                                         ctl-sep4 ctl-sep5 ctl-sep6
                                         ctl-sep7 ctl-sep8 ctl-sep9
                                         ctl-sep10 ctl-sep11 ctl-sep12
           move data-execucao        to ctl-data
           move 0                    to ctl-lidos-cadastro
           move lidos-copia          to ctl-lidos-mestre
           move lidos-jornal         to ctl-lidos-lote
           move 0                    to ctl-lidos-historico
           compute ctl-gravados-mestre = gravados-mestre
                                          + aplicados-jornal
           move 0                    to ctl-gravados-historico
           move gravadas-relatorio   to ctl-gravados-saida
           move 0                    to ctl-rej-cadastro
           compute ctl-rej-campos = rejeitados-copia
                                     + rejeitados-jornal
           move 0                    to ctl-rej-suspeita
           if houve-erro = "sim" or rejeitados-copia > 0
                  or rejeitados-jornal > 0
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
           perform gravar-controle

           if situacao-execucao = "ERRO" then
               move 8 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
      *----------------------------------------------------
