           05 mst-taxa-entrega                     pic 9(03)V99.
           05 mst-preco-total                      pic 9(03)V99.
           05 mst-preco-cm2-total                  pic 9(03)V99.
           05 mst-formato                          pic X(01).
           05 mst-largura                          pic 9(03).

       fd  pizza-bkp
           label record is standard.
       01  reg-pizza-bkp                           pic X(71).

       fd  pizza-ctl
           label record is standard.
           05 bkc-sep1                              pic X(03)
              value " - ".
           05 bkc-data                             pic 9(08).
           05 bkc-sep2                              pic X(03)
              value " - ".
           05 bkc-hora                             pic 9(08).



               move "sim" to houve-erro
           end-if

      * A hora da descarga separa, no jornal, o que ja esta na copia
      * do que foi alterado depois dela
           move data-execucao to bkc-data
           accept bkc-hora from time
           move controle-descarga to reg-pizza-bkp
           write reg-pizza-bkp
           perform verifica-gravacao
