      *Divisão de identificação do programa
       identification division.
       program-id. "avaliacoes".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arq-avaliacao assign to "AVALIACAO.DAT"
               organization is indexed
               access mode is dynamic
               record key is ava-chave
               file status is st-arq-avaliacao.
           select arq-pedidos assign to "PEDIDOS.DAT"
               organization is sequential
               file status is st-arq-pedidos.
           select arq-pizzaria assign to "PIZZARIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-operador assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is st-arq-operador.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * Avaliacao da entrega de cada pedido: o pedido e a pizzaria +
      * a data do pedido em PEDIDOS.DAT; horario prometido e real de
      * entrega (hhmm), nota de 1 a 5 e pedido errado ou incompleto
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

      * Pedidos efetivamente feitos (planejador em grupo e registro
      * manual do desafio), uma linha por pizza do pedido
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

       fd  arq-pizzaria
           label records are standard.
       01  reg-pizzaria.
           05 piz-codigo                            pic 9(04).
           05 piz-nome-fantasia                     pic x(25).
           05 piz-telefone                          pic x(12).
           05 piz-bairro                            pic x(15).
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

       fd  arq-operador
           label records are standard.
       01  reg-operador.
           05 ope-id                                pic x(08).
           05 ope-nome                              pic x(20).
           05 ope-perfil                            pic x(01).
               88 operador-supervisor                   value "S".
               88 operador-comum                        value "C".

      *----Variaveis de trabalho
       working-storage section.
       01  hora-digitada.
           05 hd-hora                              pic 9(02).
           05 hd-minuto                            pic 9(02).
       01  hora-digitada-num redefines hora-digitada pic 9(04).
       01  pedido-anterior.
           05 pa-data                              pic 9(08).
           05 pa-cod-pizzaria                      pic 9(04).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-avaliacao                        pic X(02).
       77  st-arq-pedidos                          pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  st-arq-operador                         pic X(02).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  opcao-menu                              pic X(01).
       77  resposta                                pic X(01).
       77  fim-arquivo                             pic X(01).
       77  pedido-achado                           pic X(01).
       77  ja-avaliado                             pic X(01).
       77  hora-ok                                 pic X(01).
       77  pizzaria-aberta                         pic X(01).
       77  data-pedido                             pic 9(08).
       77  cod-pizzaria-pedido                     pic 9(04).
       77  nome-pizzaria-aux                       pic X(25).
       77  qtd-listados                            pic 9(03).
       77  valor-pedido                            pic 9(07)v99.
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.
       77  qtd-edt                                 pic ZZ9.
       77  preco-edt                               pic ZZ9,99.
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

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Avaliacao da Entrega dos Pedidos"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Qualquer operador cadastrado avalia pedidos: confere o operador
      * e abre as avaliacoes (criando o arquivo vazio na primeira vez)
       inicializa section.
           move "N" to operador-ok
           open input arq-operador
           if st-arq-operador <> "00"
               display "Nao Ha Operadores Cadastrados em OPERADOR.DAT"
               perform finaliza
           end-if
           display "Informe seu Codigo de Operador: "
           accept operador-id
           move operador-id to ope-id
           read arq-operador
               invalid key
                   display "Operador Nao Cadastrado"
               not invalid key
                   move "S" to operador-ok
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           open i-o arq-avaliacao
           if st-arq-avaliacao = "35"
               open output arq-avaliacao
               close arq-avaliacao
               open i-o arq-avaliacao
           end-if
           if st-arq-avaliacao <> "00"
               display "Erro ao Abrir AVALIACAO.DAT: " st-arq-avaliacao
               move "N" to operador-ok
               perform finaliza
           end-if
           move "N" to pizzaria-aberta
           open input arq-pizzaria
           if st-arq-pizzaria = "00"
               move "S" to pizzaria-aberta
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Menu: avalia um pedido ou lista os pedidos ainda sem avaliacao
       processamento section.
           move space to opcao-menu
           perform until opcao-menu = "F" or opcao-menu = "f"
               display " "
               display "'A'=Avaliar Pedido 'P'=Pedidos Sem Avaliacao "
                   "'F'=Fim"
               accept opcao-menu
               if opcao-menu = "A" or opcao-menu = "a"
                   perform avalia-pedido
               else
                   if opcao-menu = "P" or opcao-menu = "p"
                       perform lista-pendentes
                   else
                       if opcao-menu <> "F" and opcao-menu <> "f"
                           display "Opcao Invalida"
                       end-if
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede data e pizzaria do pedido, confere que ele existe em
      * PEDIDOS.DAT e grava (ou substitui) a avaliacao da entrega
       avalia-pedido section.
           display "Data do Pedido (aaaammdd): "
           accept data-pedido
           display "Codigo da Pizzaria: "
           accept cod-pizzaria-pedido
           perform mostra-pedido
           if pedido-achado = "N"
               display "Pedido Nao Encontrado em PEDIDOS.DAT"
           else
               move "N"                 to ja-avaliado
               move "S"                 to resposta
               move data-pedido         to ava-data
               move cod-pizzaria-pedido to ava-cod-pizzaria
               read arq-avaliacao
                   invalid key
                       continue
                   not invalid key
                       move "S" to ja-avaliado
                       display "Pedido Ja Avaliado -- Nota "
                           ava-nota "  Problema: " ava-problema
                       display "Substituir a Avaliacao? ('S'/'N')"
                       accept resposta
               end-read
               if resposta = "S" or resposta = "s"
                   perform pede-avaliacao
               end-if
           end-if
           .
       avalia-pedido-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura em PEDIDOS.DAT as linhas do pedido informado e mostra
      * o que foi pedido, para o operador conferir antes de avaliar
       mostra-pedido section.
           move "N" to pedido-achado
           move 0   to valor-pedido
           move "N" to fim-arquivo
           open input arq-pedidos
           if st-arq-pedidos <> "00"
               move "S" to fim-arquivo
           else
               read arq-pedidos
                   at end move "S" to fim-arquivo
               end-read
           end-if
           perform until fim-arquivo = "S"
               if ped-data = data-pedido
                   and ped-cod-pizzaria = cod-pizzaria-pedido
                   if pedido-achado = "N"
                       move "S" to pedido-achado
                       perform resolve-pizzaria
                       move ped-data to data-quebrada
                       perform edita-data
                       display "PEDIDO DE " data-editada " - "
                           nome-pizzaria-aux
                   end-if
                   move ped-qtd        to qtd-edt
                   move ped-preco-unit to preco-edt
                   display "   " qtd-edt " x " ped-nome " " preco-edt
                   compute valor-pedido =
                       valor-pedido + ped-qtd * ped-preco-unit
               end-if
               read arq-pedidos
                   at end move "S" to fim-arquivo
               end-read
           end-perform
           if st-arq-pedidos = "00"
               close arq-pedidos
           end-if
           if pedido-achado = "S"
               move valor-pedido to valor-edt
               display "   VALOR DO PEDIDO: " valor-edt
           end-if
           .
       mostra-pedido-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede horarios, nota e problema e grava a avaliacao; horario
      * invalido ou nota fora de 1 a 5 sao pedidos de novo
       pede-avaliacao section.
           move "N" to hora-ok
           perform until hora-ok = "S"
               display "Horario Prometido de Entrega (hhmm): "
               accept hora-digitada
               perform confere-hora
           end-perform
           move hora-digitada-num to ava-hora-prometida
           move "N" to hora-ok
           perform until hora-ok = "S"
               display "Horario Real de Entrega (hhmm): "
               accept hora-digitada
               perform confere-hora
           end-perform
           move hora-digitada-num to ava-hora-entrega
           move 0 to ava-nota
           perform until ava-nota >= 1 and ava-nota <= 5
               display "Nota da Entrega (1 a 5): "
               accept ava-nota
               if ava-nota < 1 or ava-nota > 5
                   display "Nota Invalida"
               end-if
           end-perform
           display "Pedido Veio Errado ou Incompleto? ('S'/'N')"
           accept ava-problema
           if ava-problema = "s"
               move "S" to ava-problema
           end-if
           if not pedido-com-problema
               move "N" to ava-problema
           end-if
           move operador-id to ava-operador
           accept ava-data-registro from date yyyymmdd
           if ja-avaliado = "S"
               rewrite reg-avaliacao
                   invalid key
                       display "Erro ao Regravar Avaliacao"
                   not invalid key
                       display "Avaliacao Substituida"
               end-rewrite
           else
               write reg-avaliacao
                   invalid key
                       display "Erro ao Gravar Avaliacao"
                   not invalid key
                       display "Avaliacao Gravada"
               end-write
           end-if
           .
       pede-avaliacao-exit.
           exit.
      *-----------------------------------------------------------------
      * Horario hhmm valido: hora de 00 a 23 e minuto de 00 a 59
       confere-hora section.
           move "S" to hora-ok
           if hora-digitada is not numeric
               move "N" to hora-ok
           else
               if hd-hora > 23 or hd-minuto > 59
                   move "N" to hora-ok
               end-if
           end-if
           if hora-ok = "N"
               display "Horario Invalido"
           end-if
           .
       confere-hora-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista os pedidos de PEDIDOS.DAT (pizzaria + data) que ainda
      * nao tem avaliacao da entrega
       lista-pendentes section.
           move 0      to qtd-listados
           move 0      to pedido-anterior
           move "N"    to fim-arquivo
           open input arq-pedidos
           if st-arq-pedidos <> "00"
               display "Nao Ha Pedidos em PEDIDOS.DAT"
               move "S" to fim-arquivo
           else
               read arq-pedidos
                   at end move "S" to fim-arquivo
               end-read
           end-if
           display "DATA       COD  PIZZARIA"
           perform until fim-arquivo = "S"
               if ped-cod-pizzaria > 0
                   and (ped-data <> pa-data
                       or ped-cod-pizzaria <> pa-cod-pizzaria)
                   move ped-data         to pa-data
                   move ped-cod-pizzaria to pa-cod-pizzaria
                   move ped-data         to ava-data
                   move ped-cod-pizzaria to ava-cod-pizzaria
                   read arq-avaliacao
                       invalid key
                           perform resolve-pizzaria
                           move ped-data to data-quebrada
                           perform edita-data
                           display data-editada " " ped-cod-pizzaria
                               " " nome-pizzaria-aux
                           add 1 to qtd-listados
                       not invalid key
                           continue
                   end-read
               end-if
               read arq-pedidos
                   at end move "S" to fim-arquivo
               end-read
           end-perform
           if st-arq-pedidos = "00"
               close arq-pedidos
           end-if
           move qtd-listados to num-edt
           display num-edt " Pedido(s) Sem Avaliacao"
           .
       lista-pendentes-exit.
           exit.
      *-----------------------------------------------------------------
      * Traduz o codigo da pizzaria do pedido em nome fantasia pelo
      * cadastro mestre; sem cadastro sai como nao cadastrada
       resolve-pizzaria section.
           move "NAO CADASTRADA" to nome-pizzaria-aux
           if pizzaria-aberta = "S" and ped-cod-pizzaria > 0
               move ped-cod-pizzaria to piz-codigo
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
      * Finalizacao das avaliacoes
       finaliza section.
           if operador-ok = "S"
               close arq-avaliacao
               if pizzaria-aberta = "S"
                   close arq-pizzaria
               end-if
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
