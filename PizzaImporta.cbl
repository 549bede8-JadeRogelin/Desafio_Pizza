                                        organization line sequential
                                        file status is fs-pizza-ctl.

           select pizza-sab            assign to "PIZZASAB"
                                        organization line sequential
                                        file status is fs-pizza-sab.

       i-o-control.

      *Declaração de variáveis
           05 ent-preco                            pic 9(03)V99.
           05 ent-taxa-entrega                     pic 9(03)V99.
           05 ent-sabor                            pic X(15).
           05 ent-formato                          pic X(01).
           05 ent-largura                          pic 9(03).

       fd  pizza-ier
           label record is standard.
           05 ctl-sep12                             pic X(03).
           05 ctl-situacao                         pic X(04).

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

       01  tam-max-campo                            constant as 20.
       01  tam-max-sabores                          constant as 100.
       01  tam-max-apelidos                         constant as 6.
       01  tam-max-importadas                       constant as 500.

       01  tab-sabor  occurs  tam-max-sabores times.
           05 sbl-codigo                           pic X(15) value
                                                             space.
           05 sbl-apelido  occurs  tam-max-apelidos times
                                                   pic X(15) value
                                                             space.

       77  fs-pizza-imp                             pic X(02).
       77  fs-pizza-ent                             pic X(02).
       77  campo-preco                              pic X(20).
       77  campo-taxa                               pic X(20).
       77  campo-sabor                              pic X(20).
       77  campo-formato                            pic X(20).
       77  campo-largura                            pic X(20).
       77  campo-trabalho                           pic X(20).
       77  conversao-ok                             pic X(03).
       77  ind-chr                                  pic 9(02).
       77  na-parte-decimal                         pic X(03).
       77  valor-convertido                         pic 9(06)V99.
       77  motivo-rejeicao                          pic 9(02).
       77  fs-pizza-sab                             pic X(02).
       77  fim-sabor                                pic X(03).
       77  qtd-sabores                              pic 9(03).
       77  ind-sab                                  pic 9(03).
       77  ind-ape                                  pic 9(03).
       77  sabor-traduzir                           pic X(15).
       77  sabor-canonico                           pic X(15).
       77  qtd-importadas                           pic 9(03).
       77  ind-imd                                  pic 9(03).
       77  minusculas                               pic X(26) value
                                          "abcdefghijklmnopqrstuvwxyz".
       77  maiusculas                               pic X(26) value
                                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Chaves ja gravadas no lote, para recusar a mesma pizza com
      * outra medida
       01  tab-importada  occurs  tam-max-importadas times.
           05 imd-nome                             pic X(15) value
                                                             space.
           05 imd-diametro                         pic 9(03)
              value zero.
           05 imd-sabor                            pic X(15) value
                                                             space.
           05 imd-formato                          pic X(01) value
                                                             space.
           05 imd-largura                          pic 9(03)
              value zero.

       01  digito.
           05 digito-x                             pic X(01).
           move 0     to lidos-lote
           move 0     to gravados-entrada
           move 0     to rejeitadas
           move 0     to qtd-sabores
           move 0     to qtd-importadas
           move "nao" to houve-erro
           move ";"   to delimitador
           move ","   to separador-decimal
           accept data-execucao from date yyyymmdd
           perform carrega-sabores

           open output pizza-ier
           if fs-pizza-ier <> "00" then
           move spaces to campo-preco
           move spaces to campo-taxa
           move spaces to campo-sabor
           move spaces to campo-formato
           move spaces to campo-largura
           move 0      to qtd-campos
           move 0      to motivo-rejeicao

                    campo-preco
                    campo-taxa
                    campo-sabor
                    campo-formato
                    campo-largura
               tallying in qtd-campos
           end-unstring

               end-if
           end-if

      * A lista chega com a grafia de cada pizzaria; grava o codigo
      * do catalogo para nao abrir chave nova no mestre
           if motivo-rejeicao = 0 then
               move campo-sabor to sabor-traduzir
               perform traduz-sabor
               if sabor-canonico = space then
                   move 6 to motivo-rejeicao
               end-if
           end-if

      * Formato e largura sao opcionais: sem eles a pizza e redonda;
      * na assadeira o diametro e o comprimento e a quadrada repete
      * o lado como largura
           if motivo-rejeicao = 0 then
               move campo-formato(1:1) to ent-formato
               inspect ent-formato converting minusculas
                                          to maiusculas
               if ent-formato = space then
                   move "R" to ent-formato
               end-if
               move 0 to ent-largura
               if ent-formato = "Q" then
                   move ent-diametro to ent-largura
               end-if
               if ent-formato = "T" then
                   move campo-largura to campo-trabalho
                   perform converte-inteiro
                   if conversao-ok = "nao"
                          or valor-convertido = 0
                          or valor-convertido > 999
                       move 7 to motivo-rejeicao
                   else
                       move valor-convertido to ent-largura
                   end-if
               end-if
               if ent-formato <> "R" and ent-formato <> "Q"
                      and ent-formato <> "T"
                   move 7 to motivo-rejeicao
               end-if
           end-if

      * Pizzaria, diametro e sabor sao a chave do mestre: a mesma
      * chave com outro formato ou largura regravaria outra pizza
           if motivo-rejeicao = 0 then
               move campo-nome     to ent-nome
               move sabor-canonico to ent-sabor
               perform verifica-medida-importada
           end-if

           if motivo-rejeicao = 0 then
               write reg-pizza-ent
               if fs-pizza-ent = "00" then
                   add 1 to gravados-entrada
                   perform registrar-importada
               else
                   display "Erro ao gravar o lote, status "
                       fs-pizza-ent
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       verifica-medida-importada section.

           perform varying ind-imd from 1 by 1
                       until ind-imd > qtd-importadas
                          or motivo-rejeicao > 0
               if imd-nome(ind-imd) = ent-nome
                      and imd-diametro(ind-imd) = ent-diametro
                      and imd-sabor(ind-imd) = ent-sabor
                      and (imd-formato(ind-imd) <> ent-formato
                        or imd-largura(ind-imd) <> ent-largura)
                   move 8 to motivo-rejeicao
               end-if
           end-perform

           .
       verifica-medida-importada-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       registrar-importada section.

           if qtd-importadas < tam-max-importadas then
               add 1 to qtd-importadas
               move ent-nome     to imd-nome(qtd-importadas)
               move ent-diametro to imd-diametro(qtd-importadas)
               move ent-sabor    to imd-sabor(qtd-importadas)
               move ent-formato  to imd-formato(qtd-importadas)
               move ent-largura  to imd-largura(qtd-importadas)
           end-if

           .
       registrar-importada-exit.
           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       converte-inteiro section.

           exit.
      *----------------------------------------------------

      *----------------------------------------------------
       carrega-sabores section.

           open input pizza-sab
           move "nao" to fim-sabor

           if fs-pizza-sab <> "00" then
               display "Catalogo de sabores nao encontrado, "
                   "nenhum sabor sera aceito"
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
       gravar-erro section.

           if motivo-rejeicao = 5
               move "CAMPOS INSUFICIENTES" to ier-descricao
           end-if
           if motivo-rejeicao = 6
               move "SABOR DESCONHECIDO"   to ier-descricao
           end-if
           if motivo-rejeicao = 7
               move "FORMATO INVALIDO"     to ier-descricao
           end-if
           if motivo-rejeicao = 8
               move "MEDIDA CONFLITANTE"   to ier-descricao
           end-if
           move reg-pizza-imp(1:40) to ier-conteudo
           move linha-ier to reg-pizza-ier
           write reg-pizza-ier
