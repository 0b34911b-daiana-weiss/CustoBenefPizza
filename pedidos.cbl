               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-orcamento assign to "ORCAMENTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is orc-chave
               file status is st-arq-orcamento.
           select arq-sort assign to "SORTWK".
       i-o-control.

           05 ped-area-pizza                        pic 9(10)v99.
           05 ped-melhor-cm2                        pic 9(03)v99.
           05 ped-origem                            pic x(01).
           05 ped-centro-custo                      pic x(06).

       fd  arq-pizzaria
           label records are standard.
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

      * Orcamento mensal de pizza (centro em branco = o mes todo)
       fd  arq-orcamento
           label records are standard.
       01  reg-orcamento.
           05 orc-chave.
               10 orc-anomes                        pic 9(06).
               10 orc-centro                        pic x(06).
           05 orc-valor                             pic 9(07)v99.
           05 orc-acao                              pic x(01).

      * Arquivo de trabalho da classificacao: os pedidos agrupados por
      * mes e por pizzaria, com o ano-mes destacado da data para a
      * quebra mensal do relatorio
           05 sort-area-pizza                      pic 9(10)v99.
           05 sort-melhor-cm2                      pic 9(03)v99.
           05 sort-origem                          pic x(01).
           05 sort-centro-custo                    pic x(06).

      *----Variaveis de trabalho
       working-storage section.
       77  mes-recomendado                         pic 9(09)v99.
       77  linha-recomendado                       pic 9(09)v99.
       77  diferenca                               pic s9(09)v99.
      * ------------ orcado x realizado por centro de custo -------------
      * gasto do mes por centro de custo (centro em branco = pedidos
      * sem centro) e o orcamento de cada centro no ORCAMENTO.DAT
       01  centro-mes occurs 50.
           05 cm-centro                            pic x(06).
           05 cm-gasto                             pic 9(09)v99.
           05 cm-orcado                            pic 9(07)v99.
       77  qtd-centros                             pic 9(02).
       77  cm-idx                                  pic 9(02).
       77  cm-achado                               pic 9(02).
       77  centro-aux                              pic x(06).
       77  st-arq-orcamento                        pic X(02).
       77  orcamento-aberto                        pic X(01) value "N".
       77  fim-orcamento                           pic X(01).
       77  tem-orcamento-mes                       pic X(01).
       77  mes-orcado                              pic 9(09)v99.
       77  soma-centros                            pic 9(09)v99.
       77  ano-acumulado                           pic 9(04).
       77  ano-orcado                              pic 9(09)v99.
       77  ano-gasto                               pic 9(09)v99.
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-pedidos                          pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  qtd-edt                                 pic ZZZZ9.
       77  valor-edt                               pic ZZZZZZ9,99.
       77  dif-edt                                 pic -ZZZZZZ9,99.
       77  orc-edt                                 pic ZZZZZZ9,99.
       77  real-edt                                pic ZZZZZZ9,99.
       77  saldo-edt                               pic -ZZZZZZ9,99.

      *----Variaveis para comunicação entre programas
       linkage section.
           end-if
           close arq-pedidos
           open input arq-pizzaria
      *    sem ORCAMENTO.DAT os meses saem com orcado zero
           open input arq-orcamento
           if st-arq-orcamento = "00"
               move "S" to orcamento-aberto
           end-if
           move 0 to ano-acumulado
           .
       inicializa-exit.
           exit.
               move ped-area-pizza    to sort-area-pizza
               move ped-melhor-cm2    to sort-melhor-cm2
               move ped-origem        to sort-origem
               move ped-centro-custo  to sort-centro-custo
               release reg-sort
               read arq-pedidos
                   at end move "S" to fim-arquivo
               move sort-anomes to grupo-anomes
               move 0 to mes-gasto
               move 0 to mes-recomendado
               move 0 to qtd-centros
               move grupo-anomes to anomes-quebrado
               move aq-mes to ae-mes
               move aq-ano to ae-ano
           end-if
           add linha-recomendado to pz-recomendado
           add 1 to pz-qtd-linhas
           move sort-centro-custo to centro-aux
           perform localiza-centro
           if cm-achado > 0
               compute cm-gasto(cm-achado) = cm-gasto(cm-achado)
                   + (sort-qtd * sort-preco-unit)
           end-if
           .
       acumula-pedido-exit.
           exit.
           compute diferenca = mes-gasto - mes-recomendado
           move diferenca to dif-edt
           display "ECONOMIA NAO REALIZADA: " dif-edt
           perform imprime-orcamento
           .
       fecha-mes-exit.
           exit.
      *-----------------------------------------------------------------
      * Quadro orcado x realizado do mes: uma linha por centro de custo
      * com orcamento ou gasto, o total do mes (orcamento do mes todo
      * ou, sem ele, a soma dos centros) e o acumulado do ano
       imprime-orcamento section.
           move "N" to tem-orcamento-mes
           move 0   to mes-orcado
           move 0   to soma-centros
           if orcamento-aberto = "S"
               move grupo-anomes to orc-anomes
               move spaces       to orc-centro
               move "N"          to fim-orcamento
               start arq-orcamento key is >= orc-chave
                   invalid key
                       move "S" to fim-orcamento
               end-start
               perform until fim-orcamento = "S"
                   read arq-orcamento next record
                       at end
                           move "S" to fim-orcamento
                       not at end
                           if orc-anomes <> grupo-anomes
                               move "S" to fim-orcamento
                           else
                               if orc-centro = spaces
                                   move "S" to tem-orcamento-mes
                                   move orc-valor to mes-orcado
                               else
                                   move orc-centro to centro-aux
                                   perform localiza-centro
                                   if cm-achado > 0
                                       move orc-valor
                                           to cm-orcado(cm-achado)
                                   end-if
                                   add orc-valor to soma-centros
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           if tem-orcamento-mes = "N"
               move soma-centros to mes-orcado
           end-if
           if aq-ano <> ano-acumulado
               move aq-ano to ano-acumulado
               move 0      to ano-orcado
               move 0      to ano-gasto
           end-if
           add mes-orcado to ano-orcado
           add mes-gasto  to ano-gasto
           display " "
           display "CENTRO     ORCADO   REALIZADO        SALDO"
           perform varying cm-idx from 1 by 1
                   until cm-idx > qtd-centros
               if cm-centro(cm-idx) <> spaces
                   move cm-orcado(cm-idx) to orc-edt
                   move cm-gasto(cm-idx)  to real-edt
                   compute diferenca = cm-orcado(cm-idx)
                       - cm-gasto(cm-idx)
                   move diferenca to saldo-edt
                   display cm-centro(cm-idx) " " orc-edt "  "
                       real-edt "  " saldo-edt
               end-if
           end-perform
           perform varying cm-idx from 1 by 1
                   until cm-idx > qtd-centros
               if cm-centro(cm-idx) = spaces
                   and cm-gasto(cm-idx) > 0
                   move cm-gasto(cm-idx) to real-edt
                   display "SEM CC             " real-edt
               end-if
           end-perform
           move mes-orcado to orc-edt
           move mes-gasto  to real-edt
           compute diferenca = mes-orcado - mes-gasto
           move diferenca  to saldo-edt
           display "MES    " orc-edt "  " real-edt "  " saldo-edt
           move ano-orcado to orc-edt
           move ano-gasto  to real-edt
           compute diferenca = ano-orcado - ano-gasto
           move diferenca  to saldo-edt
           display "ANO    " orc-edt "  " real-edt "  " saldo-edt
           .
       imprime-orcamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Localiza CENTRO-AUX na tabela de centros do mes, incluindo o
      * centro quando ainda nao esta la (tabela cheia: CM-ACHADO zero)
       localiza-centro section.
           move 0 to cm-achado
           perform varying cm-idx from 1 by 1
                   until cm-idx > qtd-centros
               if cm-centro(cm-idx) = centro-aux
                   move cm-idx to cm-achado
                   move qtd-centros to cm-idx
               end-if
           end-perform
           if cm-achado = 0 and qtd-centros < 50
               add 1 to qtd-centros
               move centro-aux to cm-centro(qtd-centros)
               move 0          to cm-gasto(qtd-centros)
               move 0          to cm-orcado(qtd-centros)
               move qtd-centros to cm-achado
           end-if
           .
       localiza-centro-exit.
           exit.
      *-----------------------------------------------------------------
      * Traduz o codigo da pizzaria do grupo em nome fantasia pelo
      * cadastro mestre; sem cadastro o codigo sai como nao cadastrado
       resolve-pizzaria section.
           if st-arq-pizzaria = "00"
               close arq-pizzaria
           end-if
           if orcamento-aberto = "S"
               close arq-orcamento
           end-if
           Stop run
           .
       finaliza-exit.
