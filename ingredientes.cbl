               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-sabores assign to "SABORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is sab-codigo
               file status is st-arq-sabores.
       i-o-control.

      *Declaração de variáveis
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

      * Cadastro de sabores: nome padrao e grafias alternativas
       fd  arq-sabores
           label records are standard.
       01  reg-sabor-mestre.
           05 sab-codigo                            pic 9(04).
           05 sab-nome                              pic x(15).
           05 sab-apelido  occurs  5                pic x(15).
           05 sab-vegetariano                       pic x(01).
           05 sab-porco                             pic x(01).
           05 sab-sem-lactose                       pic x(01).
           05 sab-sem-gluten                        pic x(01).

      *----Variaveis de trabalho
       working-storage section.
      * ------------ tabela de agregacao por ingrediente ----------------
           05 ing-maximo-pizzaria                  pic x(25).
           05 ing-soma                             pic 9(09)v99.
           05 ing-qtd                              pic 9(05).
      * ------------ cadastro de sabores (nome padrao e apelidos) -------
       01  sabor-mestre  occurs  300.
           05 sm-nome                              pic x(15).
           05 sm-apelido  occurs  5                pic x(15).
       01  sabor-digitado                          pic x(15).
       01  sabor-digitado-car redefines sabor-digitado.
           05 sd-car  occurs  15                   pic x(01).
       01  sabor-trabalho                          pic x(15).
       01  sabor-trabalho-car redefines sabor-trabalho.
           05 stb-car  occurs  15                  pic x(01).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-pizzas                           pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  st-arq-sabores                          pic X(02).
       77  qtd-sabores-mestre                      pic 9(03).
       77  max-sabores-mestre                      pic 9(03)
                                                   value 300.
       77  sm-idx                                  pic 9(03).
       77  sm-achado                               pic 9(03).
       77  ap-idx                                  pic 9(01).
       77  qtd-brancos                             pic 9(02).
       77  car-idx                                 pic 9(02).
       77  car-inicio                              pic 9(02).
       77  car-destino                             pic 9(02).
       77  fim-arquivo                             pic X(01).
       77  qtd-ingredientes                        pic 9(03).
       77  max-ingredientes                        pic 9(03)
      * Abre o historico de comparacoes e o cadastro de pizzarias
       inicializa section.
           move 0 to qtd-ingredientes
           perform carrega-sabores
           open input arq-pizzas
           if st-arq-pizzas <> "00"
               display "Nao Ha Historico em PIZZAS.DAT"
       acumula-sabores section.
           perform varying sub-sabor from 1 by 1
                   until sub-sabor > reg-qtd-sabor
               move reg-nome-sabor(sub-sabor) to sabor-digitado
               perform localiza-sabor
               if sm-achado > 0
                   move sm-nome(sm-achado) to sabor-digitado
               end-if
               perform procura-ingrediente
               if ing-achado = 0
                   if qtd-ingredientes < max-ingredientes
                       add 1 to qtd-ingredientes
                       move qtd-ingredientes to ing-achado
                       move sabor-digitado to ing-nome(ing-achado)
                       move reg-preco-sabor(sub-sabor)
                           to ing-minimo(ing-achado)
                       move reg-nome to ing-minimo-pizza(ing-achado)
       acumula-sabores-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura o sabor corrente (ja pelo nome padrao) na tabela de
      * ingredientes; devolve a posicao em ing-achado (0 quando ainda
      * nao existe)
       procura-ingrediente section.
           move 0 to ing-achado
           perform varying ing-idx from 1 by 1
                   until ing-idx > qtd-ingredientes
               if ing-nome(ing-idx) = sabor-digitado
                   move ing-idx to ing-achado
                   move qtd-ingredientes to ing-idx
               end-if
       procura-ingrediente-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega nomes e apelidos de SABORES.DAT; sem cadastro os
      * sabores so sao acertados em maiusculas e sem brancos
       carrega-sabores section.
           move 0   to qtd-sabores-mestre
           move "N" to fim-arquivo
           open input arq-sabores
           if st-arq-sabores = "00"
               read arq-sabores next record
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if qtd-sabores-mestre < max-sabores-mestre
                       add 1 to qtd-sabores-mestre
                       move sab-nome
                           to sm-nome(qtd-sabores-mestre)
                       perform varying ap-idx from 1 by 1
                               until ap-idx > 5
                           move sab-apelido(ap-idx)
                               to sm-apelido(qtd-sabores-mestre, ap-idx)
                       end-perform
                       read arq-sabores next record
                           at end move "S" to fim-arquivo
                       end-read
                   else
                       display "Limite do Cadastro de Sabores "
                           "Atingido -- Restante Ignorado"
                       move "S" to fim-arquivo
                   end-if
               end-perform
               close arq-sabores
           end-if
           .
       carrega-sabores-exit.
           exit.
      *-----------------------------------------------------------------
      * Padroniza SABOR-DIGITADO (maiusculas, sem brancos a esquerda) e
      * procura pelo nome e pelos apelidos do cadastro; devolve a
      * posicao em SM-ACHADO (0 quando nao bate com nenhum)
       localiza-sabor section.
           inspect sabor-digitado converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 0 to qtd-brancos
           inspect sabor-digitado tallying qtd-brancos
               for leading spaces
           if qtd-brancos > 0 and qtd-brancos < 15
               move spaces to sabor-trabalho
               move 0 to car-destino
               compute car-inicio = qtd-brancos + 1
               perform varying car-idx from car-inicio by 1
                       until car-idx > 15
                   add 1 to car-destino
                   move sd-car(car-idx) to stb-car(car-destino)
               end-perform
               move sabor-trabalho to sabor-digitado
           end-if
           move 0 to sm-achado
           if sabor-digitado <> spaces
               perform varying sm-idx from 1 by 1
                       until sm-idx > qtd-sabores-mestre
                   if sm-nome(sm-idx) = sabor-digitado
                       move sm-idx to sm-achado
                   end-if
                   perform varying ap-idx from 1 by 1
                           until ap-idx > 5
                       if sm-apelido(sm-idx, ap-idx) = sabor-digitado
                           move sm-idx to sm-achado
                       end-if
                   end-perform
                   if sm-achado > 0
                       move qtd-sabores-mestre to sm-idx
                   end-if
               end-perform
           end-if
           .
       localiza-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Traduz o codigo da pizzaria do registro corrente em nome
      * fantasia pelo cadastro mestre
       resolve-pizzaria section.
