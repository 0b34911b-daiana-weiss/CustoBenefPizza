               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-operador assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is st-arq-operador.
           select arq-jornal assign to "JORNAL.DAT"
               organization is sequential
               file status is st-arq-jornal.
       i-o-control.

      *Declaração de variáveis
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

       fd  arq-operador
           label records are standard.
       01  reg-operador.
           05 ope-id                                pic x(08).
           05 ope-nome                              pic x(20).
           05 ope-perfil                            pic x(01).

      * Jornal de alteracoes: cada registro do historico regravado pelo
      * reparo sai com o operador, a data/hora e as imagens antes e
      * depois (acao R=reparo; arquivo H=PIZZAS.DAT M=PIZZAS-ARQ.DAT)
       fd  arq-jornal
           label records are standard.
       01  reg-jornal.
           05 jor-data                              pic 9(08).
           05 jor-hora                              pic 9(08).
           05 jor-operador                          pic x(08).
           05 jor-acao                              pic x(01).
           05 jor-arquivo                           pic x(01).
           05 jor-chave                             pic x(20).
           05 jor-antes                             pic x(300).
           05 jor-depois                            pic x(300).

      *----Variaveis de trabalho
       working-storage section.
      * ------------ area de trabalho do registro de pizza --------------
       77  cod-errado                              pic 9(04).
       77  cod-certo                               pic 9(04).
       77  qtd-reparadas                           pic 9(05).
       77  st-arq-operador                         pic X(02).
       77  st-arq-jornal                           pic X(02).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
      * imagens do registro regravado pelo reparo, para o jornal; a
      * chave e o codigo (ja corrigido) mais o nome da pizza
       01  jornal-trab.
           05 jt-data                               pic 9(08).
           05 jt-hora                               pic 9(08).
           05 jt-arquivo                            pic x(01).
           05 jt-chave                              pic x(20).
           05 jt-chave-pizza redefines jt-chave.
               10 jt-chave-cod                      pic 9(04).
               10 jt-chave-nome                     pic x(15).
               10 filler                            pic x(01).
           05 jt-antes                              pic x(300).
           05 jt-depois                             pic x(300).
      * ------------------- variaveis do relatorio impresso -------------
       77  qtd-edt                                 pic ZZZZ9.
       77  preco-cm2-edt                           pic ZZ9,99.
           open input arq-pizzaria
           if st-arq-pizzaria <> "00"
               display "Nao foi Possivel Abrir PIZZARIA.DAT"
               move 8 to return-code
               perform finaliza
           end-if
           perform conta-pizzarias
      * Modo de reparo: reatribui um codigo orfao para a pizzaria
      * certa em todo o historico (vivo e arquivo morto), em loop ate
      * o operador encerrar; o codigo de destino precisa existir no
      * cadastro mestre para o reparo nao criar um orfao novo; o
      * reparo regrava historico, entao so e liberado para operador
      * cadastrado em OPERADOR.DAT, que fica registrado no jornal
       modo-reparo section.
           move "N" to operador-ok
           if qtd-orfaos-tab > 0
               move spaces to resposta
               perform until resposta = "N" or resposta = "n"
                   display "Reparar um Codigo Orfao? ('S'/'N')"
                   accept resposta
                   if resposta = "S" or resposta = "s"
                       if operador-ok = "N"
                           perform identifica-operador
                       end-if
                       if operador-ok = "S"
                           perform repara-codigo
                       else
                           move "N" to resposta
                       end-if
                   end-if
               end-perform
           end-if
       modo-reparo-exit.
           exit.
      *-----------------------------------------------------------------
      * Identifica o operador que vai reparar o historico pelo codigo
      * em OPERADOR.DAT; sem cadastro de operadores ou com codigo
      * desconhecido o reparo fica indisponivel
       identifica-operador section.
           open input arq-operador
           if st-arq-operador <> "00"
               display "Nao Ha Operadores Cadastrados -- "
                   "Reparo Indisponivel"
           else
               display "Informe seu Codigo de Operador: "
               accept operador-id
               move operador-id to ope-id
               read arq-operador
                   invalid key
                       display "Operador Nao Cadastrado -- "
                           "Reparo Indisponivel"
                   not invalid key
                       move "S" to operador-ok
                       display "Operador: " ope-nome
               end-read
               close arq-operador
           end-if
           .
       identifica-operador-exit.
           exit.
      *-----------------------------------------------------------------
      * Le o codigo errado e o codigo certo e regrava os registros
      * afetados nos dois arquivos do historico
       repara-codigo section.
                       "Reparo Cancelado"
               not invalid key
                   move 0 to qtd-reparadas
                   open extend arq-jornal
                   if st-arq-jornal = "35"
                       open output arq-jornal
                   end-if
                   if st-arq-jornal <> "00"
                       display "Nao foi Possivel Gravar JORNAL.DAT"
                   end-if
                   perform repara-pizzas
                   if tem-morto = "S"
                       perform repara-morto
                   end-if
                   if st-arq-jornal = "00"
                       close arq-jornal
                   end-if
                   move qtd-reparadas to qtd-edt
                   display qtd-edt " Registro(s) Reatribuido(s) para "
                       piz-nome-fantasia
               perform until fim-arquivo = "S"
                   move reg-pizza to pizza-trab
                   if trab-cod-pizzaria = cod-errado
                       move reg-pizza to jt-antes
                       move cod-certo to trab-cod-pizzaria
                       move pizza-trab to reg-pizza
                       rewrite reg-pizza
                       add 1 to qtd-reparadas
                       move "H" to jt-arquivo
                       move reg-pizza to jt-depois
                       perform grava-jornal
                   end-if
                   read arq-pizzas
                       at end move "S" to fim-arquivo
               perform until fim-arquivo = "S"
                   move reg-morto to pizza-trab
                   if trab-cod-pizzaria = cod-errado
                       move reg-morto to jt-antes
                       move cod-certo to trab-cod-pizzaria
                       move pizza-trab to reg-morto
                       rewrite reg-morto
                       add 1 to qtd-reparadas
                       move "M" to jt-arquivo
                       move reg-morto to jt-depois
                       perform grava-jornal
                   end-if
                   read arq-morto
                       at end move "S" to fim-arquivo
       repara-morto-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava no jornal (ja aberto pelo reparo) o registro do historico
      * que acabou de ser regravado, com as imagens antes e depois
       grava-jornal section.
           if st-arq-jornal = "00"
               accept jt-data from date yyyymmdd
               accept jt-hora from time
               move spaces            to jt-chave
               move trab-cod-pizzaria to jt-chave-cod
               move trab-nome         to jt-chave-nome
               move jt-data     to jor-data
               move jt-hora     to jor-hora
               move operador-id to jor-operador
               move "R"         to jor-acao
               move jt-arquivo  to jor-arquivo
               move jt-chave    to jor-chave
               move jt-antes    to jor-antes
               move jt-depois   to jor-depois
               write reg-jornal
           end-if
           .
       grava-jornal-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao da verificacao
       finaliza section.
           if st-arq-pizzaria = "00"
