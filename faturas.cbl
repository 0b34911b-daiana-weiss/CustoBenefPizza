      *Divisão de identificação do programa
       identification division.
       program-id. "faturas".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 14/10/2026.
       date-compiled. 14/10/2026.



      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arq-faturas assign to "FATURAS.DAT"
               organization is sequential
               file status is st-arq-faturas.
           select arq-pedidos assign to "PEDIDOS.DAT"
               organization is sequential
               file status is st-arq-pedidos.
           select arq-promo assign to "PROMO.DAT"
               organization is sequential
               file status is st-arq-promo.
           select arq-pizzas assign to "PIZZAS.DAT"
               organization is sequential
               file status is st-arq-pizzas.
           select arq-pizzaria assign to "PIZZARIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * Fatura das pizzarias: uma linha por pizza cobrada, identificada
      * pela pizzaria, data do pedido e nome da pizza -- a taxa de
      * entrega vem como linha propria "TAXA ENTREGA", como no
      * registro de pedidos
       fd  arq-faturas
           label records are standard.
       01  reg-fatura.
           05 fat-cod-pizzaria                      pic 9(04).
           05 fat-data                              pic 9(08).
           05 fat-nome                              pic x(15).
           05 fat-qtd                               pic 9(03).
           05 fat-preco-unit                        pic 9(03)v99.

       fd  arq-pedidos
           label records are standard.
       01  reg-pedido.
           05 ped-data                              pic 9(08).
           05 ped-cod-pizzaria                      pic 9(04).
           05 ped-nome                              pic x(15).
           05 ped-qtd                               pic 9(03).
           05 ped-preco-unit                        pic 9(03)v99.
           05 ped-area-pizza                        pic 9(10)v99.
           05 ped-melhor-cm2                        pic 9(03)v99.
           05 ped-origem                            pic x(01).
           05 ped-centro-custo                      pic x(06).

       fd  arq-promo
           label records are standard.
       01  reg-promo.
           05 pro-cod-pizzaria                     pic 9(04).
           05 pro-nome                             pic x(15).
           05 pro-valido-de                        pic 9(08).
           05 pro-valido-ate                       pic 9(08).
           05 pro-dias                             pic x(07).
           05 pro-tipo                             pic x(01).
           05 pro-valor                            pic 9(03)v99.

       fd  arq-pizzas
           label records are standard.
       01  reg-pizza.
           05 reg-cod-pizzaria                     pic 9(04).
           05 reg-nome                             pic x(15).
           05 reg-data-comp                        pic 9(08).
           05 reg-formato                          pic x(01).
           05 reg-diametro                         pic 9(03).
           05 reg-comprimento                      pic 9(03).
           05 reg-largura                          pic 9(03).
           05 reg-preco                            pic 9(03)v99.
           05 reg-area-pizza                       pic 9(10)v99.
           05 reg-preco-cm2                        pic 9(03)v99.
           05 reg-porcent                          pic 9(10)v99.
           05 reg-flag-entrega                     pic x(01).
           05 reg-taxa-entrega                     pic 9(03)v99.
           05 reg-preco-cm2-liq                    pic 9(03)v99.
           05 reg-qtd-sabor                        pic 9(02).
           05 reg-sabor-flat                        pic X(200).

       fd  arq-pizzaria
           label records are standard.
       01  reg-pizzaria.
           05 piz-codigo                            pic 9(04).
           05 piz-nome-fantasia                     pic x(25).
           05 piz-telefone                          pic x(12).
           05 piz-bairro                            pic x(15).
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

      *----Variaveis de trabalho
       working-storage section.
      * ------------ linhas da fatura ----------------------------------
      * copia em memoria de FATURAS.DAT, com o preco de tabela da
      * pizza na data faturada (ultima comparacao de PIZZAS.DAT ate
      * aquela data), base do preco promocional do dia
       01  fatura  occurs  1000.
           05 ft-cod-pizzaria                      pic 9(04).
           05 ft-data                              pic 9(08).
           05 ft-nome                              pic x(15).
           05 ft-qtd                               pic 9(03).
           05 ft-preco-unit                        pic 9(03)v99.
           05 ft-base-data                         pic 9(08).
           05 ft-base-preco                        pic 9(03)v99.
           05 ft-base-flag                         pic x(01).
           05 ft-base-taxa                         pic 9(03)v99.
      * ------------ pedidos registrados --------------------------------
      * PEDIDOS.DAT consolidado por pizzaria, data e pizza (o mesmo
      * pedido pode ter saido em mais de uma linha), com o quanto dele
      * ja apareceu na fatura
       01  pedido  occurs  1000.
           05 pd-data                              pic 9(08).
           05 pd-cod-pizzaria                      pic 9(04).
           05 pd-nome                              pic x(15).
           05 pd-qtd                               pic 9(05).
           05 pd-preco-unit                        pic 9(03)v99.
           05 pd-qtd-faturada                      pic 9(05).
      * ------------ taxas de entrega faturadas -------------------------
      * quantas vezes a taxa de entrega foi cobrada em cada pedido
      * (pizzaria + data): mais de uma vez e cobranca em duplicidade
       01  taxa-faturada  occurs  200.
           05 tx-cod-pizzaria                      pic 9(04).
           05 tx-data                              pic 9(08).
           05 tx-qtd                               pic 9(03).
           05 tx-valor                             pic 9(05)v99.
      * ------------ pizzarias presentes na fatura ----------------------
       01  pizzaria-faturada  occurs  50           pic 9(04).
      * ------------ promocoes --------------------------------------------
      * copia em memoria de PROMO.DAT, com a mesma leitura que a
      * comparacao faz ao aplicar o preco efetivo da noite
       01  promo  occurs  100.
           05 pm-cod-pizzaria                      pic 9(04).
           05 pm-nome                              pic x(15).
           05 pm-valido-de                         pic 9(08).
           05 pm-valido-ate                        pic 9(08).
           05 pm-dias                              pic x(07).
           05 pm-dias-tab redefines pm-dias occurs 7
                                                   pic x(01).
           05 pm-tipo                              pic x(01).
               88 promo-percentual                     value "P".
               88 promo-preco-fixo                     value "F".
           05 pm-valor                             pic 9(03)v99.
      * ------------ divergencias encontradas ---------------------------
      * tipo 1=cobrado acima do preco 2=faturado sem pedido 3=pedido
      * nao faturado 4=taxa de entrega cobrada mais de uma vez
       01  divergencia  occurs  1000.
           05 dv-tipo                              pic 9(01).
           05 dv-cod-pizzaria                      pic 9(04).
           05 dv-data                              pic 9(08).
           05 dv-nome                              pic x(15).
           05 dv-qtd                               pic 9(05).
           05 dv-preco-faturado                    pic 9(03)v99.
           05 dv-preco-esperado                    pic 9(03)v99.
           05 dv-valor                             pic 9(07)v99.
       01  total-tipo  occurs  4.
           05 tt-qtd                               pic 9(05).
           05 tt-valor                             pic 9(09)v99.
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-faturas                          pic X(02).
       77  st-arq-pedidos                          pic X(02).
       77  st-arq-promo                            pic X(02).
       77  st-arq-pizzas                           pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  pizzaria-aberta                         pic X(01).
       77  fim-arquivo                             pic X(01).
       77  qtd-faturas                             pic 9(04).
       77  max-faturas                             pic 9(04)
                                                   value 1000.
       77  ft-idx                                  pic 9(04).
       77  qtd-pedidos                             pic 9(04).
       77  max-pedidos                             pic 9(04)
                                                   value 1000.
       77  pd-idx                                  pic 9(04).
       77  pd-achado                               pic 9(04).
       77  qtd-taxas                               pic 9(03).
       77  max-taxas                               pic 9(03)
                                                   value 200.
       77  tx-idx                                  pic 9(03).
       77  tx-achada                               pic 9(03).
       77  qtd-pizzarias-fat                       pic 9(02).
       77  max-pizzarias-fat                       pic 9(02)
                                                   value 50.
       77  fp-idx                                  pic 9(02).
       77  fp-achada                               pic 9(02).
       77  qtd-promos                              pic 9(03).
       77  max-promos                              pic 9(03)
                                                   value 100.
       77  pm-idx                                  pic 9(03).
       77  pm-achada                               pic 9(03).
       77  qtd-divergencias                        pic 9(04).
       77  max-divergencias                        pic 9(04)
                                                   value 1000.
       77  dv-idx                                  pic 9(04).
       77  tipo-corrente                           pic 9(01).
       77  data-fat-min                            pic 9(08).
       77  data-fat-max                            pic 9(08).
       77  preco-esperado                          pic 9(03)v99.
       77  preco-promo                             pic 9(03)v99.
       77  promo-valida                            pic X(01).
       77  qtd-excesso                             pic 9(05).
       77  qtd-faltante                            pic 9(05).
       77  valor-aux                               pic 9(07)v99.
       77  nome-taxa                               pic x(15)
                                                   value "TAXA ENTREGA".
       77  nome-pizzaria-aux                       pic X(25).
       77  cod-pizzaria-aux                        pic 9(04).
      * ------------ calculo do dia da semana de uma data ---------------
      * congruencia de Zeller sobre a data em DATA-SEMANA, devolvendo
      * DIA-SEMANA no mesmo padrao da mascara de promocoes
      * (1=segunda ... 7=domingo)
       01  data-semana.
           05 dsm-ano                              pic 9(04).
           05 dsm-mes                              pic 9(02).
           05 dsm-dia                              pic 9(02).
       77  dia-semana                              pic 9(01).
       77  zl-ano                                  pic 9(04).
       77  zl-mes                                  pic 9(02).
       77  zl-seculo                               pic 9(02).
       77  zl-ano-sec                              pic 9(02).
       77  zl-termo-mes                            pic 9(03).
       77  zl-termo-ano                            pic 9(02).
       77  zl-termo-sec                            pic 9(02).
       77  zl-soma                                 pic 9(05).
       77  zl-quociente                            pic 9(05).
       77  zl-h                                    pic 9(01).
      * ------------------- variaveis do relatorio impresso -------------
       77  qtd-edt                                 pic ZZZZ9.
       77  preco-edt                               pic ZZ9,99.
       77  esperado-edt                            pic ZZ9,99.
       77  valor-edt                               pic ZZZZZZ9,99.
       01  data-quebrada.
           05 dq-ano                               pic 9(04).
           05 dq-mes                               pic 9(02).
           05 dq-dia                               pic 9(02).
       01  data-editada.
           05 de-dia                               pic 9(02).
           05 filler                               pic X(01) value "/".
           05 de-mes                               pic 9(02).
           05 filler                               pic X(01) value "/".
           05 de-ano                               pic 9(04).
       01  data-editada-2                          pic x(10).

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Conferencia de Faturas das Pizzarias"
           perform inicializa.
           perform processamento.
           perform imprime-divergencias.
           perform finaliza.
      *-----------------------------------------------------------------
      * Carrega a fatura (obrigatoria), os pedidos registrados e as
      * promocoes, e levanta em PIZZAS.DAT o preco de tabela de cada
      * linha faturada
       inicializa section.
           move "N" to pizzaria-aberta
           move 0 to qtd-divergencias
           move 0 to qtd-taxas
           perform carrega-faturas
           if qtd-faturas = 0
               display "Nenhuma Linha de Fatura em FATURAS.DAT"
               perform finaliza
           end-if
           perform carrega-pedidos
           perform carrega-promocoes
           perform busca-precos-base
           open input arq-pizzaria
           if st-arq-pizzaria = "00"
               move "S" to pizzaria-aberta
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Le FATURAS.DAT para a memoria, guardando o periodo faturado e
      * as pizzarias que mandaram fatura (so elas e so nesse periodo
      * entram na conferencia de pedidos nao faturados)
       carrega-faturas section.
           move 0        to qtd-faturas
           move 0        to qtd-pizzarias-fat
           move 99999999 to data-fat-min
           move 0        to data-fat-max
           move "N"      to fim-arquivo
           open input arq-faturas
           if st-arq-faturas <> "00"
               display "Nao foi Possivel Abrir FATURAS.DAT"
               close arq-faturas
               perform finaliza
           end-if
           read arq-faturas
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S"
               if qtd-faturas < max-faturas
                   add 1 to qtd-faturas
                   move fat-cod-pizzaria to ft-cod-pizzaria(qtd-faturas)
                   move fat-data         to ft-data(qtd-faturas)
                   move fat-nome         to ft-nome(qtd-faturas)
                   move fat-qtd          to ft-qtd(qtd-faturas)
                   move fat-preco-unit   to ft-preco-unit(qtd-faturas)
                   move 0                to ft-base-data(qtd-faturas)
                   move 0                to ft-base-preco(qtd-faturas)
                   move space            to ft-base-flag(qtd-faturas)
                   move 0                to ft-base-taxa(qtd-faturas)
                   if fat-data < data-fat-min
                       move fat-data to data-fat-min
                   end-if
                   if fat-data > data-fat-max
                       move fat-data to data-fat-max
                   end-if
                   perform acumula-pizzaria-faturada
                   read arq-faturas
                       at end move "S" to fim-arquivo
                   end-read
               else
                   display "Limite de Linhas de Fatura Atingido -- "
                       "Restante Ignorado"
                   move "S" to fim-arquivo
               end-if
           end-perform
           close arq-faturas
           .
       carrega-faturas-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda a pizzaria da linha de fatura corrente na lista das
      * pizzarias que faturaram, quando ainda nao esta nela
       acumula-pizzaria-faturada section.
           move 0 to fp-achada
           perform varying fp-idx from 1 by 1
                   until fp-idx > qtd-pizzarias-fat
               if pizzaria-faturada(fp-idx) = fat-cod-pizzaria
                   move fp-idx to fp-achada
                   move qtd-pizzarias-fat to fp-idx
               end-if
           end-perform
           if fp-achada = 0 and qtd-pizzarias-fat < max-pizzarias-fat
               add 1 to qtd-pizzarias-fat
               move fat-cod-pizzaria
                   to pizzaria-faturada(qtd-pizzarias-fat)
           end-if
           .
       acumula-pizzaria-faturada-exit.
           exit.
      *-----------------------------------------------------------------
      * Le PEDIDOS.DAT (planejador e pedidos manuais) consolidando as
      * linhas da mesma pizzaria, data e pizza; quando o mesmo pedido
      * saiu com precos diferentes vale o maior preco registrado
       carrega-pedidos section.
           move 0   to qtd-pedidos
           move "N" to fim-arquivo
           open input arq-pedidos
           if st-arq-pedidos <> "00"
               display "Nao Ha Pedidos em PEDIDOS.DAT -- Toda a "
                   "Fatura Sai Como Faturado Sem Pedido"
               close arq-pedidos
           else
               read arq-pedidos
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   perform procura-pedido-registro
                   if pd-achado = 0
                       if qtd-pedidos < max-pedidos
                           add 1 to qtd-pedidos
                           move qtd-pedidos      to pd-achado
                           move ped-data         to pd-data(pd-achado)
                           move ped-cod-pizzaria
                               to pd-cod-pizzaria(pd-achado)
                           move ped-nome         to pd-nome(pd-achado)
                           move 0                to pd-qtd(pd-achado)
                           move 0 to pd-preco-unit(pd-achado)
                           move 0 to pd-qtd-faturada(pd-achado)
                       else
                           display "Limite de Pedidos Atingido -- "
                               "Restante Ignorado"
                       end-if
                   end-if
                   if pd-achado > 0
                       add ped-qtd to pd-qtd(pd-achado)
                       if ped-preco-unit > pd-preco-unit(pd-achado)
                           move ped-preco-unit
                               to pd-preco-unit(pd-achado)
                       end-if
                   end-if
                   read arq-pedidos
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-pedidos
           end-if
           .
       carrega-pedidos-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura na tabela de pedidos o registro corrente de PEDIDOS.DAT
      * (pizzaria, data e pizza); devolve a posicao em PD-ACHADO
       procura-pedido-registro section.
           move 0 to pd-achado
           perform varying pd-idx from 1 by 1 until pd-idx > qtd-pedidos
               if pd-cod-pizzaria(pd-idx) = ped-cod-pizzaria
                   and pd-data(pd-idx) = ped-data
                   and pd-nome(pd-idx) = ped-nome
                   move pd-idx to pd-achado
                   move qtd-pedidos to pd-idx
               end-if
           end-perform
           .
       procura-pedido-registro-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega as promocoes de PROMO.DAT para a tabela em memoria;
      * sem arquivo de promocoes so o preco registrado vale
       carrega-promocoes section.
           move 0   to qtd-promos
           move "N" to fim-arquivo
           open input arq-promo
           if st-arq-promo <> "00"
               close arq-promo
           else
               read arq-promo
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if qtd-promos < max-promos
                       add 1 to qtd-promos
                       move pro-cod-pizzaria
                           to pm-cod-pizzaria(qtd-promos)
                       move pro-nome       to pm-nome(qtd-promos)
                       move pro-valido-de  to pm-valido-de(qtd-promos)
                       move pro-valido-ate to pm-valido-ate(qtd-promos)
                       move pro-dias       to pm-dias(qtd-promos)
                       move pro-tipo       to pm-tipo(qtd-promos)
                       move pro-valor      to pm-valor(qtd-promos)
                       read arq-promo
                           at end move "S" to fim-arquivo
                       end-read
                   else
                       display "Limite de Promocoes Atingido -- "
                           "Restante Ignorado"
                       move "S" to fim-arquivo
                   end-if
               end-perform
               close arq-promo
           end-if
           .
       carrega-promocoes-exit.
           exit.
      *-----------------------------------------------------------------
      * Varre PIZZAS.DAT uma vez guardando, para cada linha faturada,
      * a comparacao mais recente da mesma pizza ate a data faturada:
      * e sobre esse preco de tabela que a promocao percentual do dia
      * e calculada
       busca-precos-base section.
           move "N" to fim-arquivo
           open input arq-pizzas
           if st-arq-pizzas <> "00"
               close arq-pizzas
           else
               read arq-pizzas
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   perform varying ft-idx from 1 by 1
                           until ft-idx > qtd-faturas
                       if reg-cod-pizzaria = ft-cod-pizzaria(ft-idx)
                           and reg-nome = ft-nome(ft-idx)
                           and reg-data-comp not > ft-data(ft-idx)
                           and reg-data-comp
                               not < ft-base-data(ft-idx)
                           move reg-data-comp
                               to ft-base-data(ft-idx)
                           move reg-preco
                               to ft-base-preco(ft-idx)
                           move reg-flag-entrega
                               to ft-base-flag(ft-idx)
                           move reg-taxa-entrega
                               to ft-base-taxa(ft-idx)
                       end-if
                   end-perform
                   read arq-pizzas
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-pizzas
           end-if
           .
       busca-precos-base-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere cada linha da fatura contra os pedidos e depois levanta
      * o que foi pedido e nao veio faturado e as taxas de entrega
      * cobradas mais de uma vez no mesmo pedido
       processamento section.
           perform varying ft-idx from 1 by 1 until ft-idx > qtd-faturas
               if ft-nome(ft-idx) = nome-taxa
                   perform confere-taxa
               else
                   perform confere-pizza
               end-if
           end-perform
           perform levanta-nao-faturados
           perform levanta-taxas-duplicadas
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere a linha de pizza corrente (FT-IDX): sem pedido vira
      * faturado sem pedido; quantidade alem da pedida tambem; e o
      * preco cobrado nao pode passar do preco efetivo do dia
       confere-pizza section.
           perform procura-pedido-fatura
           if pd-achado = 0
               move 2                  to tipo-corrente
               move ft-qtd(ft-idx)     to qtd-excesso
               move 0                  to preco-esperado
               compute valor-aux =
                   ft-qtd(ft-idx) * ft-preco-unit(ft-idx)
               perform guarda-divergencia
           else
               add ft-qtd(ft-idx) to pd-qtd-faturada(pd-achado)
               perform calcula-preco-efetivo
               if pd-qtd-faturada(pd-achado) > pd-qtd(pd-achado)
                   compute qtd-excesso = pd-qtd-faturada(pd-achado)
                       - pd-qtd(pd-achado)
                   if qtd-excesso > ft-qtd(ft-idx)
                       move ft-qtd(ft-idx) to qtd-excesso
                   end-if
                   move 2 to tipo-corrente
                   compute valor-aux =
                       qtd-excesso * ft-preco-unit(ft-idx)
                   perform guarda-divergencia
               end-if
               if ft-preco-unit(ft-idx) > preco-esperado
                   move 1 to tipo-corrente
                   move ft-qtd(ft-idx) to qtd-excesso
                   compute valor-aux = ft-qtd(ft-idx)
                       * (ft-preco-unit(ft-idx) - preco-esperado)
                   perform guarda-divergencia
               end-if
           end-if
           .
       confere-pizza-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere a linha de taxa de entrega corrente (FT-IDX): conta a
      * cobranca no pedido da pizzaria/data, confere o valor contra a
      * taxa registrada pelo planejador e recusa taxa de dia sem pedido
       confere-taxa section.
           perform acumula-taxa
           perform procura-pedido-fatura
           if pd-achado > 0
               add ft-qtd(ft-idx) to pd-qtd-faturada(pd-achado)
               if ft-preco-unit(ft-idx) > pd-preco-unit(pd-achado)
                   move 1 to tipo-corrente
                   move ft-qtd(ft-idx) to qtd-excesso
                   move pd-preco-unit(pd-achado) to preco-esperado
                   compute valor-aux = ft-qtd(ft-idx)
                       * (ft-preco-unit(ft-idx) - preco-esperado)
                   perform guarda-divergencia
               end-if
           else
      *        pedido manual nao registra taxa: basta haver pedido da
      *        pizzaria naquele dia para a taxa ter razao de existir
               perform procura-pedido-dia
               if pd-achado = 0
                   move 2                  to tipo-corrente
                   move ft-qtd(ft-idx)     to qtd-excesso
                   move 0                  to preco-esperado
                   compute valor-aux =
                       ft-qtd(ft-idx) * ft-preco-unit(ft-idx)
                   perform guarda-divergencia
               end-if
           end-if
           .
       confere-taxa-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura o pedido da linha de fatura corrente (pizzaria, data e
      * pizza); devolve a posicao em PD-ACHADO (0 = sem pedido)
       procura-pedido-fatura section.
           move 0 to pd-achado
           perform varying pd-idx from 1 by 1 until pd-idx > qtd-pedidos
               if pd-cod-pizzaria(pd-idx) = ft-cod-pizzaria(ft-idx)
                   and pd-data(pd-idx) = ft-data(ft-idx)
                   and pd-nome(pd-idx) = ft-nome(ft-idx)
                   move pd-idx to pd-achado
                   move qtd-pedidos to pd-idx
               end-if
           end-perform
           .
       procura-pedido-fatura-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura qualquer pedido da pizzaria na data da linha corrente
       procura-pedido-dia section.
           move 0 to pd-achado
           perform varying pd-idx from 1 by 1 until pd-idx > qtd-pedidos
               if pd-cod-pizzaria(pd-idx) = ft-cod-pizzaria(ft-idx)
                   and pd-data(pd-idx) = ft-data(ft-idx)
                   move pd-idx to pd-achado
                   move qtd-pedidos to pd-idx
               end-if
           end-perform
           .
       procura-pedido-dia-exit.
           exit.
      *-----------------------------------------------------------------
      * Soma a linha de taxa corrente no contador de taxas do pedido
      * (pizzaria + data), abrindo o pedido quando ainda nao apareceu
       acumula-taxa section.
           move 0 to tx-achada
           perform varying tx-idx from 1 by 1 until tx-idx > qtd-taxas
               if tx-cod-pizzaria(tx-idx) = ft-cod-pizzaria(ft-idx)
                   and tx-data(tx-idx) = ft-data(ft-idx)
                   move tx-idx to tx-achada
                   move qtd-taxas to tx-idx
               end-if
           end-perform
           if tx-achada = 0
               if qtd-taxas < max-taxas
                   add 1 to qtd-taxas
                   move qtd-taxas to tx-achada
                   move ft-cod-pizzaria(ft-idx)
                       to tx-cod-pizzaria(tx-achada)
                   move ft-data(ft-idx) to tx-data(tx-achada)
                   move 0 to tx-qtd(tx-achada)
                   move 0 to tx-valor(tx-achada)
               else
                   display "Limite de Taxas de Entrega Atingido"
               end-if
           end-if
           if tx-achada > 0
               add ft-qtd(ft-idx) to tx-qtd(tx-achada)
               compute tx-valor(tx-achada) = tx-valor(tx-achada)
                   + (ft-qtd(ft-idx) * ft-preco-unit(ft-idx))
           end-if
           .
       acumula-taxa-exit.
           exit.
      *-----------------------------------------------------------------
      * Preco efetivo da linha corrente: o preco registrado no pedido,
      * ou o preco promocional de PROMO.DAT vigente naquele dia quando
      * for menor -- preco fixo direto, percentual sobre o preco de
      * tabela do dia; o pedido guarda o preco liquido da taxa de
      * entrega embutida, entao a promocao e comparada do mesmo jeito
       calcula-preco-efetivo section.
           move pd-preco-unit(pd-achado) to preco-esperado
           move ft-data(ft-idx) to data-semana
           perform calcula-dia-semana
           perform procura-promocao
           if pm-achada > 0
               move "N" to promo-valida
               if promo-preco-fixo(pm-achada)
                   move pm-valor(pm-achada) to preco-promo
                   move "S" to promo-valida
               else
                   if ft-base-data(ft-idx) > 0
                       and pm-valor(pm-achada) not > 100
      *                a comparacao do proprio dia ja gravou em
      *                PIZZAS.DAT o preco com a promocao aplicada
                       if ft-base-data(ft-idx) = ft-data(ft-idx)
                           move ft-base-preco(ft-idx) to preco-promo
                       else
                           compute preco-promo rounded =
                               ft-base-preco(ft-idx)
                                   * (100 - pm-valor(pm-achada)) / 100
                       end-if
                       move "S" to promo-valida
                   end-if
               end-if
               if promo-valida = "S"
                   if ft-base-flag(ft-idx) = "S"
                       and preco-promo > ft-base-taxa(ft-idx)
                       subtract ft-base-taxa(ft-idx) from preco-promo
                   end-if
                   if preco-promo > 0
                       and preco-promo < preco-esperado
                       move preco-promo to preco-esperado
                   end-if
               end-if
           end-if
           .
       calcula-preco-efetivo-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura a promocao da linha corrente (FT-IDX): mesma pizzaria e
      * pizza, data faturada dentro da vigencia e "S" na posicao do dia
      * da semana da data faturada
       procura-promocao section.
           move 0 to pm-achada
           perform varying pm-idx from 1 by 1 until pm-idx > qtd-promos
               if pm-cod-pizzaria(pm-idx) = ft-cod-pizzaria(ft-idx)
                   and pm-nome(pm-idx) = ft-nome(ft-idx)
                   and ft-data(ft-idx) >= pm-valido-de(pm-idx)
                   and ft-data(ft-idx) <= pm-valido-ate(pm-idx)
                   and pm-dias-tab(pm-idx, dia-semana) = "S"
                   move pm-idx to pm-achada
                   move qtd-promos to pm-idx
               end-if
           end-perform
           .
       procura-promocao-exit.
           exit.
      *-----------------------------------------------------------------
      * Dia da semana de DATA-SEMANA pela congruencia de Zeller
      * (janeiro e fevereiro contam como meses 13 e 14 do ano
      * anterior); o resultado de Zeller (0=sabado) e convertido para
      * 1=segunda ... 7=domingo
       calcula-dia-semana section.
           move dsm-ano to zl-ano
           move dsm-mes to zl-mes
           if zl-mes < 3
               add 12 to zl-mes
               subtract 1 from zl-ano
           end-if
           divide zl-ano by 100 giving zl-seculo remainder zl-ano-sec
           compute zl-termo-mes = (13 * (zl-mes + 1)) / 5
           compute zl-termo-ano = zl-ano-sec / 4
           compute zl-termo-sec = zl-seculo / 4
           compute zl-soma = dsm-dia + zl-termo-mes + zl-ano-sec
               + zl-termo-ano + zl-termo-sec + (5 * zl-seculo)
           divide zl-soma by 7 giving zl-quociente remainder zl-h
           compute zl-soma = zl-h + 5
           divide zl-soma by 7 giving zl-quociente remainder dia-semana
           add 1 to dia-semana
           .
       calcula-dia-semana-exit.
           exit.
      *-----------------------------------------------------------------
      * Levanta os pedidos do periodo faturado, das pizzarias que
      * mandaram fatura, que nao vieram faturados (ou vieram com
      * quantidade menor que a pedida)
       levanta-nao-faturados section.
           perform varying pd-idx from 1 by 1 until pd-idx > qtd-pedidos
               if pd-data(pd-idx) not < data-fat-min
                   and pd-data(pd-idx) not > data-fat-max
                   and pd-qtd-faturada(pd-idx) < pd-qtd(pd-idx)
                   move 0 to fp-achada
                   perform varying fp-idx from 1 by 1
                           until fp-idx > qtd-pizzarias-fat
                       if pizzaria-faturada(fp-idx)
                           = pd-cod-pizzaria(pd-idx)
                           move fp-idx to fp-achada
                           move qtd-pizzarias-fat to fp-idx
                       end-if
                   end-perform
                   if fp-achada > 0
                       perform guarda-nao-faturado
                   end-if
               end-if
           end-perform
           .
       levanta-nao-faturados-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda o pedido corrente (PD-IDX) como pedido nao faturado,
      * pela quantidade que faltou na fatura
       guarda-nao-faturado section.
           compute qtd-faltante =
               pd-qtd(pd-idx) - pd-qtd-faturada(pd-idx)
           if qtd-divergencias < max-divergencias
               add 1 to qtd-divergencias
               move 3 to dv-tipo(qtd-divergencias)
               move pd-cod-pizzaria(pd-idx)
                   to dv-cod-pizzaria(qtd-divergencias)
               move pd-data(pd-idx) to dv-data(qtd-divergencias)
               move pd-nome(pd-idx) to dv-nome(qtd-divergencias)
               move qtd-faltante    to dv-qtd(qtd-divergencias)
               move 0 to dv-preco-faturado(qtd-divergencias)
               move pd-preco-unit(pd-idx)
                   to dv-preco-esperado(qtd-divergencias)
               compute dv-valor(qtd-divergencias) =
                   qtd-faltante * pd-preco-unit(pd-idx)
           else
               display "Limite de Divergencias Atingido"
           end-if
           .
       guarda-nao-faturado-exit.
           exit.
      *-----------------------------------------------------------------
      * Levanta os pedidos (pizzaria + data) com a taxa de entrega
      * cobrada mais de uma vez; o valor da divergencia e o que passou
      * da primeira cobranca
       levanta-taxas-duplicadas section.
           perform varying tx-idx from 1 by 1 until tx-idx > qtd-taxas
               if tx-qtd(tx-idx) > 1
                   and qtd-divergencias < max-divergencias
                   add 1 to qtd-divergencias
                   move 4 to dv-tipo(qtd-divergencias)
                   move tx-cod-pizzaria(tx-idx)
                       to dv-cod-pizzaria(qtd-divergencias)
                   move tx-data(tx-idx) to dv-data(qtd-divergencias)
                   move nome-taxa       to dv-nome(qtd-divergencias)
                   move tx-qtd(tx-idx)  to dv-qtd(qtd-divergencias)
                   compute dv-preco-faturado(qtd-divergencias) rounded
                       = tx-valor(tx-idx) / tx-qtd(tx-idx)
                   move dv-preco-faturado(qtd-divergencias)
                       to dv-preco-esperado(qtd-divergencias)
                   compute dv-valor(qtd-divergencias) =
                       tx-valor(tx-idx)
                           - dv-preco-faturado(qtd-divergencias)
               end-if
           end-perform
           .
       levanta-taxas-duplicadas-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda a divergencia da linha de fatura corrente (FT-IDX) com o
      * tipo em TIPO-CORRENTE, quantidade em QTD-EXCESSO, preco
      * esperado em PRECO-ESPERADO e valor em VALOR-AUX
       guarda-divergencia section.
           if qtd-divergencias < max-divergencias
               add 1 to qtd-divergencias
               move tipo-corrente to dv-tipo(qtd-divergencias)
               move ft-cod-pizzaria(ft-idx)
                   to dv-cod-pizzaria(qtd-divergencias)
               move ft-data(ft-idx) to dv-data(qtd-divergencias)
               move ft-nome(ft-idx) to dv-nome(qtd-divergencias)
               move qtd-excesso     to dv-qtd(qtd-divergencias)
               move ft-preco-unit(ft-idx)
                   to dv-preco-faturado(qtd-divergencias)
               move preco-esperado
                   to dv-preco-esperado(qtd-divergencias)
               move valor-aux       to dv-valor(qtd-divergencias)
           else
               display "Limite de Divergencias Atingido"
           end-if
           .
       guarda-divergencia-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime as divergencias agrupadas por tipo, com o resumo de
      * quantidades e valores no final; havendo qualquer divergencia o
      * programa devolve codigo 4 para o agendador avisar o operador
       imprime-divergencias section.
           display " "
           display "==============================================="
           display "  CONFERENCIA DE FATURAS x PEDIDOS REGISTRADOS"
           display "==============================================="
           move data-fat-min to data-quebrada
           perform edita-data
           move data-editada to data-editada-2
           move data-fat-max to data-quebrada
           perform edita-data
           display "PERIODO FATURADO: " data-editada-2 " A "
               data-editada
           move qtd-faturas to qtd-edt
           display "LINHAS DE FATURA: " qtd-edt
           perform varying tipo-corrente from 1 by 1
                   until tipo-corrente > 4
               move 0 to tt-qtd(tipo-corrente)
               move 0 to tt-valor(tipo-corrente)
               perform imprime-tipo
           end-perform
           display " "
           display "==============================================="
           display "  RESUMO DA CONFERENCIA"
           display "==============================================="
           move tt-qtd(1) to qtd-edt
           move tt-valor(1) to valor-edt
           display "COBRADO ACIMA DO PRECO..: " qtd-edt "  " valor-edt
           move tt-qtd(2) to qtd-edt
           move tt-valor(2) to valor-edt
           display "FATURADO SEM PEDIDO.....: " qtd-edt "  " valor-edt
           move tt-qtd(3) to qtd-edt
           move tt-valor(3) to valor-edt
           display "PEDIDO NAO FATURADO.....: " qtd-edt "  " valor-edt
           move tt-qtd(4) to qtd-edt
           move tt-valor(4) to valor-edt
           display "TAXA EM DUPLICIDADE.....: " qtd-edt "  " valor-edt
           display "==============================================="
           if qtd-divergencias > 0
               move 4 to return-code
           end-if
           .
       imprime-divergencias-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime o bloco das divergencias do tipo corrente
       imprime-tipo section.
           display " "
           if tipo-corrente = 1
               display "--- COBRADO ACIMA DO PRECO EFETIVO DO DIA"
           end-if
           if tipo-corrente = 2
               display "--- FATURADO SEM PEDIDO REGISTRADO"
           end-if
           if tipo-corrente = 3
               display "--- PEDIDO REGISTRADO E NAO FATURADO"
           end-if
           if tipo-corrente = 4
               display "--- TAXA DE ENTREGA COBRADA MAIS DE UMA "
                   "VEZ NO PEDIDO"
           end-if
           display "   DATA       PIZZARIA / PIZZA       QTD  "
               "COBRADO ESPERADO   DIFERENCA"
           perform varying dv-idx from 1 by 1
                   until dv-idx > qtd-divergencias
               if dv-tipo(dv-idx) = tipo-corrente
                   add 1 to tt-qtd(tipo-corrente)
                   add dv-valor(dv-idx) to tt-valor(tipo-corrente)
                   perform imprime-divergencia
               end-if
           end-perform
           if tt-qtd(tipo-corrente) = 0
               display "   Nenhuma"
           end-if
           .
       imprime-tipo-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime a divergencia corrente (DV-IDX)
       imprime-divergencia section.
           move dv-cod-pizzaria(dv-idx) to cod-pizzaria-aux
           perform resolve-pizzaria
           move dv-data(dv-idx) to data-quebrada
           perform edita-data
           move dv-qtd(dv-idx)            to qtd-edt
           move dv-preco-faturado(dv-idx) to preco-edt
           move dv-preco-esperado(dv-idx) to esperado-edt
           move dv-valor(dv-idx)          to valor-edt
           display "   " data-editada " " dv-cod-pizzaria(dv-idx) " - "
               nome-pizzaria-aux
           display "              " dv-nome(dv-idx) " " qtd-edt "  "
               preco-edt "  " esperado-edt " " valor-edt
           .
       imprime-divergencia-exit.
           exit.
      *-----------------------------------------------------------------
      * Traduz o codigo em COD-PIZZARIA-AUX em nome fantasia pelo
      * cadastro mestre; sem cadastro o codigo sai como nao cadastrado
       resolve-pizzaria section.
           move "NAO CADASTRADA" to nome-pizzaria-aux
           if pizzaria-aberta = "S" and cod-pizzaria-aux > 0
               move cod-pizzaria-aux to piz-codigo
               read arq-pizzaria
                   invalid key
                       continue
                   not invalid key
                       move piz-nome-fantasia to nome-pizzaria-aux
               end-read
           end-if
           .
       resolve-pizzaria-exit.
           exit.
      *-----------------------------------------------------------------
      * Edita a data quebrada em DIA/MES/ANO para impressao
       edita-data section.
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           .
       edita-data-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao da conferencia
       finaliza section.
           if pizzaria-aberta = "S"
               close arq-pizzaria
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
