           05 jrn-antes                            pic X(80).
           05 jrn-sep6                              pic X(03).
           05 jrn-depois                           pic X(80).
           05 jrn-sep7                              pic X(03).
           05 jrn-hora                             pic 9(08).
           05 jrn-sep8                              pic X(03).
           05 jrn-operador                         pic X(10).

       fd  pizza-jrl
           label record is standard.
       01  reg-pizza-jrl                           pic X(120).

      *----Variaveis de trabalho
       working-storage section.
       77  codigo-consulta                          pic 9(04).
       77  diametro-consulta                        pic 9(03).
       77  sabor-consulta                           pic X(15).
       77  operador-consulta                        pic X(10).
       77  hora-exibicao                            pic 9(06).
       77  lidos-jornal                             pic 9(05).
       77  achados-jornal                           pic 9(05).

           05 filler                               pic X(42)
              value "CONSULTA AO JORNAL DE ALTERACOES - CODIGO ".
           05 jrl-codigo-cab                       pic 9(04).
           05 filler                               pic X(12)
              value " - OPERADOR ".
           05 jrl-operador-cab                     pic X(10).

       01  linha-jrl.
           05 jrl-data                             pic 9(04)/99/99.
           05 filler                               pic X(01)
              value space.
           05 jrl-hora                             pic 99B99B99.
           05 filler                               pic X(03)
              value space.
           05 jrl-programa                         pic X(15).
           05 filler                               pic X(03)
              value space.
           05 jrl-operador                         pic X(10).
           05 filler                               pic X(03)
              value space.
           05 jrl-arquivo                          pic X(08).
           05 filler                               pic X(03)
              value space.
           05 jrl-acao                             pic X(09).
           05 filler                               pic X(03)
              value space.
           05 jrl-codigo                           pic 9(04).
           05 filler                               pic X(03)
              value space.
           05 jrl-diametro                         pic ZZ9.
           move 0 to lidos-jornal
           move 0 to achados-jornal

           display "Informe o codigo da pizzaria (0 = todas) "
           accept codigo-consulta
           perform until codigo-consulta is numeric
               display "Codigo invalido, informe novamente "
               accept codigo-consulta
           end-perform
           if sabor-consulta = space then
               move "*" to sabor-consulta
           end-if

           display "Informe o operador ('*' = todos) "
           accept operador-consulta
           if operador-consulta = space then
               move "*" to operador-consulta
           end-if
           .
       inicializa-exit.
           exit.
                   fs-pizza-jrl
           end-if

           move codigo-consulta   to jrl-codigo-cab
           move operador-consulta to jrl-operador-cab
           move cab-jrl to reg-pizza-jrl
           write reg-pizza-jrl
           perform verifica-gravacao
                       move "sim" to fim-jornal
                   not at end
                       add 1 to lidos-jornal
                       if (codigo-consulta = 0
                               or jrn-codigo = codigo-consulta)
                              and (operador-consulta = "*"
                                   or jrn-operador = operador-consulta)
                              and (diametro-consulta = 0
                                   or jrn-diametro
                                          = diametro-consulta)
           close pizza-jrn

           if achados-jornal = 0 then
               move "Nenhum lancamento encontrado para a consulta"
                   to reg-pizza-jrl
               write reg-pizza-jrl
               perform verifica-gravacao

           move spaces        to linha-jrl
           move jrn-data      to jrl-data

      * Lancamentos anteriores ao registro da hora saem como 00 00 00
           if jrn-hora is not numeric then
               move 0 to jrn-hora
           end-if
           divide jrn-hora by 100 giving hora-exibicao
           move hora-exibicao to jrl-hora
           move jrn-programa  to jrl-programa
           move jrn-operador  to jrl-operador
           move jrn-codigo    to jrl-codigo
           move jrn-arquivo   to jrl-arquivo
           move jrn-acao      to jrl-acao
           move jrn-diametro  to jrl-diametro
