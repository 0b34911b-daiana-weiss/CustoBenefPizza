               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-avaliacao assign to "AVALIACAO.DAT"
               organization is indexed
               access mode is dynamic
               record key is ava-chave
               file status is st-arq-avaliacao.
           select arq-sort assign to "SORTWK".
       i-o-control.

           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

      * Avaliacao da entrega de cada pedido (pizzaria + data do
      * pedido), registrada no programa avaliacoes
       fd  arq-avaliacao
           label records are standard.
       01  reg-avaliacao.
           05 ava-chave.
               10 ava-data                          pic 9(08).
               10 ava-cod-pizzaria                  pic 9(04).
           05 ava-hora-prometida                    pic 9(04).
           05 ava-hora-entrega                      pic 9(04).
           05 ava-nota                              pic 9(01).
           05 ava-problema                          pic x(01).
               88 pedido-com-problema                   value "S".
           05 ava-operador                          pic x(08).
           05 ava-data-registro                     pic 9(08).

      * Arquivo de trabalho da classificacao: o historico inteiro de
      * PIZZAS.DAT agrupado por pizzaria e em ordem de data, para que
      * cada boletim saia com todos os numeros da sua pizzaria juntos
           05 vc-data                              pic 9(08).
           05 vc-cod-pizzaria                      pic 9(04).
           05 vc-preco-cm2                         pic 9(03)v99.
      * ------------ avaliacoes de entrega por pizzaria -----------------
      * todas as avaliacoes de AVALIACAO.DAT somadas por pizzaria:
      * quantidade, soma das notas, entregas no prazo e pedidos
      * errados ou incompletos
       01  avaliacao-pizzaria  occurs  200.
           05 ap-cod-pizzaria                      pic 9(04).
           05 ap-qtd                               pic 9(05).
           05 ap-soma-nota                         pic 9(06).
           05 ap-no-prazo                          pic 9(05).
           05 ap-problemas                         pic 9(05).
      * ------------ acumuladores do boletim da pizzaria ----------------
       77  sc-qtd                                  pic 9(05).
       77  sc-vitorias                             pic 9(05).
       77  st-arq-pizzas                           pic X(02).
       77  st-arq-morto                            pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  st-arq-avaliacao                        pic X(02).
       77  fim-arquivo                             pic X(01).
       77  incluir-morto                           pic X(01).
       77  fim-sort                                pic X(01).
                                                   value 500.
       77  vc-idx                                  pic 9(03).
       77  vc-achada                               pic 9(03).
       77  qtd-aval-pizzarias                      pic 9(03).
       77  max-aval-pizzarias                      pic 9(03)
                                                   value 200.
       77  ap-idx                                  pic 9(03).
       77  ap-achada                               pic 9(03).
       77  nota-media                              pic 9(01)v9(01).
       77  perc-no-prazo                           pic 9(03)v9(01).
      * ------------------- variaveis do relatorio impresso -------------
       77  qtd-edt                                 pic ZZZZ9.
       77  preco-cm2-edt                           pic ZZ9,99.
       77  media-edt                               pic ZZZZ9,99.
       77  nota-edt                                pic 9,9.
       77  perc-edt                                pic ZZ9,9.
       01  data-quebrada.
           05 dq-ano                               pic 9(04).
           05 dq-mes                               pic 9(02).
               end-if
           end-if
           perform levanta-vencedores
           perform levanta-avaliacoes
           open input arq-pizzaria
           .
       inicializa-exit.
       levanta-vencedores-exit.
           exit.
      *-----------------------------------------------------------------
      * Soma as avaliacoes de entrega de AVALIACAO.DAT por pizzaria;
      * sem o arquivo o boletim sai sem o bloco de avaliacoes
       levanta-avaliacoes section.
           move 0   to qtd-aval-pizzarias
           move "N" to fim-arquivo
           open input arq-avaliacao
           if st-arq-avaliacao = "00"
               read arq-avaliacao next record
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if ava-nota > 0
                       perform acumula-avaliacao
                   end-if
                   read arq-avaliacao next record
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-avaliacao
           end-if
           .
       levanta-avaliacoes-exit.
           exit.
      *-----------------------------------------------------------------
      * Acumula a avaliacao corrente na linha da sua pizzaria; entrega
      * ate o horario prometido conta como no prazo
       acumula-avaliacao section.
           move 0 to ap-achada
           perform varying ap-idx from 1 by 1
                   until ap-idx > qtd-aval-pizzarias
               if ap-cod-pizzaria(ap-idx) = ava-cod-pizzaria
                   move ap-idx to ap-achada
                   move qtd-aval-pizzarias to ap-idx
               end-if
           end-perform
           if ap-achada = 0
               if qtd-aval-pizzarias < max-aval-pizzarias
                   add 1 to qtd-aval-pizzarias
                   move qtd-aval-pizzarias to ap-achada
                   move ava-cod-pizzaria   to ap-cod-pizzaria(ap-achada)
                   move 0 to ap-qtd(ap-achada)
                   move 0 to ap-soma-nota(ap-achada)
                   move 0 to ap-no-prazo(ap-achada)
                   move 0 to ap-problemas(ap-achada)
               else
                   display "Limite de Pizzarias Atingido -- Avaliacoes "
                       "Podem Sair Incompletas"
               end-if
           end-if
           if ap-achada > 0
               add 1        to ap-qtd(ap-achada)
               add ava-nota to ap-soma-nota(ap-achada)
               if ava-hora-entrega <= ava-hora-prometida
                   or ava-hora-prometida = 0
                   add 1 to ap-no-prazo(ap-achada)
               end-if
               if pedido-com-problema
                   add 1 to ap-problemas(ap-achada)
               end-if
           end-if
           .
       acumula-avaliacao-exit.
           exit.
      *-----------------------------------------------------------------
      * Acumula o registro corrente na tabela de vencedores da sua
      * data, abrindo a data quando ainda nao apareceu
       acumula-vencedor section.
      *-----------------------------------------------------------------
      * Fecha e imprime o boletim da pizzaria do grupo corrente:
      * comparacoes, vitorias (numero 1 de uma data), media e melhor
      * preco/cm2, pizza mais barata de todos os tempos, ultima data
      * e avaliacoes de entrega, com aviso quando a pizzaria ja foi
      * desativada no cadastro
       imprime-boletim section.
           perform conta-vitorias
           perform resolve-pizzaria
           move sc-ultima-data to data-quebrada
           perform edita-data
           display "   ULTIMA COMPARACAO: " data-editada
           perform imprime-avaliacoes
           .
       imprime-boletim-exit.
           exit.
      *-----------------------------------------------------------------
      * Bloco de avaliacoes de entrega da pizzaria do grupo: nota
      * media, % de entregas no prazo e pedidos com problema
       imprime-avaliacoes section.
           move 0 to ap-achada
           perform varying ap-idx from 1 by 1
                   until ap-idx > qtd-aval-pizzarias
               if ap-cod-pizzaria(ap-idx) = grupo-cod-pizzaria
                   move ap-idx to ap-achada
                   move qtd-aval-pizzarias to ap-idx
               end-if
           end-perform
           if ap-achada = 0
               display "   AVALIACOES.......: NENHUMA"
           else
               move ap-qtd(ap-achada) to qtd-edt
               display "   AVALIACOES.......: " qtd-edt
               compute nota-media rounded =
                   ap-soma-nota(ap-achada) / ap-qtd(ap-achada)
               move nota-media to nota-edt
               display "   NOTA MEDIA.......: " nota-edt
               compute perc-no-prazo rounded =
                   ap-no-prazo(ap-achada) * 100 / ap-qtd(ap-achada)
               move perc-no-prazo to perc-edt
               display "   ENTREGA NO PRAZO.: " perc-edt "%"
               move ap-problemas(ap-achada) to qtd-edt
               display "   PEDIDOS C/PROBLEM: " qtd-edt
           end-if
           .
       imprime-avaliacoes-exit.
           exit.
      *-----------------------------------------------------------------
      * Conta em quantas datas o numero 1 foi da pizzaria do grupo
       conta-vitorias section.
           move 0 to sc-vitorias
