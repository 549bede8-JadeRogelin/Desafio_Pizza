      *----Variaveis de trabalho
       working-storage section.

       01  tam-max-passos                           constant as 11.

       01  tab-passos  occurs  tam-max-passos times.
           05 pas-programa                         pic X(15) value
      * recarregar com o PizzaRecarga
           add 1 to qtd-passos
           move "PizzaDescarga"  to pas-programa(qtd-passos)
      * Precos anunciados que vencem hoje entram no mestre antes da
      * comparacao do dia, e depois da descarga para que a copia
      * reflita o mestre anterior a aplicacao
           add 1 to qtd-passos
           move "PizzaVigencia"  to pas-programa(qtd-passos)
           add 1 to qtd-passos
           move "PizzaDesafio"   to pas-programa(qtd-passos)
      * Os alertas de preco leem o mestre ja atualizado pelo Desafio
           add 1 to qtd-passos
           move "PizzaAlerta"    to pas-programa(qtd-passos)
      * Contratos conferidos com o mestre e o lote ja processados
           add 1 to qtd-passos
           move "PizzaConforme"  to pas-programa(qtd-passos)
           add 1 to qtd-passos
           move "PizzaTendencia" to pas-programa(qtd-passos)
           add 1 to qtd-passos
           if opcao-mensal = "S" then
               add 1 to qtd-passos
               move "PizzaMensal" to pas-programa(qtd-passos)
      * A previsao parte do sumario que o fechamento acabou de gravar
               add 1 to qtd-passos
               move "PizzaPrevisao" to pas-programa(qtd-passos)
      * A nota de servico do mes fechado vale para o PizzaCompra e o
      * PizzaPedido a partir da proxima execucao
               add 1 to qtd-passos
               move "PizzaServico" to pas-programa(qtd-passos)
           end-if

           .
