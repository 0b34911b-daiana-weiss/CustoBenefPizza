           select arq-params assign to "ARQPARAM.DAT"
               organization is line sequential
               file status is st-arq-params.
           select arq-pedidos assign to "PEDIDOS.DAT"
               organization is sequential
               file status is st-arq-pedidos.
           select arq-periodo assign to "PERIODO.DAT"
               organization is indexed
               access mode is dynamic
               record key is per-anomes
               file status is st-arq-periodo.
       i-o-control.

      *Declaração de variáveis
       01  reg-params.
           05 par-data-corte                        pic 9(08).

      * Pedidos efetivamente feitos: o mes que tem pedido ainda nao
      * exportado para a contabilidade segura o expurgo daquele mes
       fd  arq-pedidos
           label records are standard.
       01  reg-pedido.
           05 ped-data.
               10 ped-anomes                        pic 9(06).
               10 ped-dia                           pic 9(02).
           05 ped-cod-pizzaria                      pic 9(04).
           05 ped-nome                              pic x(15).
           05 ped-qtd                               pic 9(03).
           05 ped-preco-unit                        pic 9(03)v99.
           05 ped-area-pizza                        pic 9(10)v99.
           05 ped-melhor-cm2                        pic 9(03)v99.
           05 ped-origem                            pic x(01).
           05 ped-centro-custo                      pic x(06).

      * Controle de periodos da contabilidade (programa fechamento):
      * so mes fechado (F) ja foi exportado
       fd  arq-periodo
           label records are standard.
       01  reg-periodo.
           05 per-anomes                            pic 9(06).
           05 per-situacao                          pic x(01).
               88 periodo-fechado                       value "F".
               88 periodo-reaberto                      value "A".
           05 per-data-fechamento                   pic 9(08).
           05 per-operador-fechamento               pic x(08).
           05 per-qtd-detalhes                      pic 9(05).
           05 per-valor-total                       pic 9(09)v99.
           05 per-data-reabertura                   pic 9(08).
           05 per-operador-reabertura               pic x(08).
           05 per-motivo-reabertura                 pic x(40).

      *----Variaveis de trabalho
       working-storage section.
       77  st-arq-pizzas                           pic X(02).
       77  st-arq-morto                            pic X(02).
       77  st-arq-temp                             pic X(02).
       77  st-arq-params                           pic X(02).
       77  st-arq-pedidos                          pic X(02).
       77  st-arq-periodo                          pic X(02).
       77  periodo-aberto                          pic X(01).
       77  fim-pedidos                             pic X(01).
       77  anomes-consultado                       pic 9(06).
       77  anomes-exportado                        pic X(01).
       77  anomes-pendente                         pic 9(06).
       01  data-limite-contabil.
           05 dlc-anomes                           pic 9(06).
           05 dlc-dia                              pic 9(02).
       77  fim-arquivo                             pic X(01).
       77  data-corte                              pic 9(08).
       77  qtd-arquivadas                          pic 9(05).
           end-if
           if data-corte = 0
               display "Data de Corte Invalida"
               move 8 to return-code
               perform finaliza
           end-if
           perform limita-corte-contabil
           open input arq-pizzas
           if st-arq-pizzas <> "00"
               display "Nao Ha Historico em PIZZAS.DAT"
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Comparacoes de mes com pedido ainda nao exportado para a
      * contabilidade (mes nao fechado em PERIODO.DAT) nao saem do
      * historico vivo: a data de corte recua para o dia 1 do mais
      * antigo desses meses, com aviso e codigo de retorno 4
       limita-corte-contabil section.
           move 0   to anomes-pendente
           move 0   to anomes-consultado
           move "N" to anomes-exportado
           move "N" to periodo-aberto
           open input arq-periodo
           if st-arq-periodo = "00"
               move "S" to periodo-aberto
           end-if
           move "N" to fim-pedidos
           open input arq-pedidos
           if st-arq-pedidos = "00"
               read arq-pedidos
                   at end move "S" to fim-pedidos
               end-read
               perform until fim-pedidos = "S"
                   if ped-data < data-corte
                       and (anomes-pendente = 0
                           or ped-anomes < anomes-pendente)
                       perform confere-mes-exportado
                       if anomes-exportado = "N"
                           move ped-anomes to anomes-pendente
                       end-if
                   end-if
                   read arq-pedidos
                       at end move "S" to fim-pedidos
                   end-read
               end-perform
               close arq-pedidos
           end-if
           if periodo-aberto = "S"
               close arq-periodo
           end-if
           if anomes-pendente > 0
               move anomes-pendente to dlc-anomes
               move 1               to dlc-dia
               if data-limite-contabil < data-corte
                   move data-limite-contabil to data-quebrada
                   move dq-mes to de-mes
                   move dq-ano to de-ano
                   move dq-dia to de-dia
                   display "Pedidos de " de-mes "/" de-ano " Ainda "
                       "Nao Exportados para a Contabilidade"
                   display "Data de Corte Recuada para " data-editada
                   move data-limite-contabil to data-corte
                   move 4 to return-code
               end-if
           end-if
           .
       limita-corte-contabil-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere em PERIODO.DAT se o mes do pedido corrente ja foi
      * fechado; o ultimo mes consultado fica guardado, porque os
      * pedidos de um mes vem juntos
       confere-mes-exportado section.
           if ped-anomes <> anomes-consultado
               move ped-anomes to anomes-consultado
               move "N"        to anomes-exportado
               if periodo-aberto = "S"
                   move ped-anomes to per-anomes
                   read arq-periodo
                       invalid key
                           continue
                       not invalid key
                           if periodo-fechado
                               move "S" to anomes-exportado
                           end-if
                   end-read
               end-if
           end-if
           .
       confere-mes-exportado-exit.
           exit.
      *-----------------------------------------------------------------
      * Passo 1: separa o historico pela data de corte -- comparacoes
      * antigas vao para o arquivo morto (sempre por acrescimo, nada
      * do que ja foi arquivado se perde) e as demais para o arquivo
               display "Nao foi Possivel Abrir PIZZAS-ARQ.DAT -- "
                   "Expurgo Cancelado"
               close arq-pizzas
               move 8 to return-code
               perform finaliza
           end-if
           open output arq-temp
                   "Expurgo Cancelado"
               close arq-morto
               close arq-pizzas
               move 8 to return-code
               perform finaliza
           end-if
           read arq-pizzas
               display "Nao foi Possivel Ler PIZZAS-TMP.DAT -- "
                   "PIZZAS.DAT Preservado Sem Regravar"
               close arq-temp
               move 8 to return-code
               perform finaliza
           end-if
           open output arq-pizzas
           if st-arq-pizzas <> "00"
               display "Nao foi Possivel Regravar PIZZAS.DAT"
               close arq-temp
               move 8 to return-code
               perform finaliza
           end-if
           read arq-temp
