      *Divisão de identificação do programa
       identification division.
       program-id. "fechamento".
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
           select arq-pedidos assign to "PEDIDOS.DAT"
               organization is sequential
               file status is st-arq-pedidos.
           select arq-contabil assign to "CONTABIL.DAT"
               organization is sequential
               file status is st-arq-contabil.
           select arq-periodo assign to "PERIODO.DAT"
               organization is indexed
               access mode is dynamic
               record key is per-anomes
               file status is st-arq-periodo.
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
           select arq-jornal assign to "JORNAL.DAT"
               organization is sequential
               file status is st-arq-jornal.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * Pedidos efetivamente feitos (planejador em grupo e registro
      * manual do desafio), uma linha por pizza do pedido
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

      * Interface contabil do mes fechado, leiaute fixo de 80 posicoes:
      * H=cabecalho, D=um detalhe por pizzaria com o gasto do mes e
      * T=rodape com a quantidade de detalhes e o valor total deles
       fd  arq-contabil
           label records are standard.
       01  ctb-cabecalho.
           05 ctb-h-tipo                            pic x(01).
           05 ctb-h-anomes                          pic 9(06).
           05 ctb-h-data-geracao                    pic 9(08).
           05 ctb-h-hora-geracao                    pic 9(06).
           05 ctb-h-sistema                         pic x(10).
           05 ctb-h-operador                        pic x(08).
           05 filler                                pic x(41).
       01  ctb-detalhe.
           05 ctb-d-tipo                            pic x(01).
           05 ctb-d-anomes                          pic 9(06).
           05 ctb-d-cod-pizzaria                    pic 9(04).
           05 ctb-d-nome-pizzaria                   pic x(25).
           05 ctb-d-qtd-pizzas                      pic 9(05).
           05 ctb-d-valor                           pic 9(09)v99.
           05 filler                                pic x(28).
       01  ctb-rodape.
           05 ctb-t-tipo                            pic x(01).
           05 ctb-t-anomes                          pic 9(06).
           05 ctb-t-qtd-detalhes                    pic 9(06).
           05 ctb-t-valor-total                     pic 9(11)v99.
           05 filler                                pic x(54).

      * Controle de periodos da contabilidade: mes fechado (F) ja foi
      * exportado e nao recebe mais pedidos; reaberto (A) volta a
      * receber e precisa ser fechado de novo
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

      * Jornal de alteracoes: fechamento (F) e reabertura (U) de mes
      * saem com o operador, a data/hora e o registro de controle
      * antes e depois (arquivo T=PERIODO.DAT)
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
       01  jornal-trab.
           05 jt-data                               pic 9(08).
           05 jt-hora                               pic 9(08).
           05 jt-acao                               pic x(01).
           05 jt-chave                              pic x(20).
           05 jt-antes                              pic x(300).
           05 jt-depois                             pic x(300).
      * ------------ gasto do mes por pizzaria --------------------------
      * uma linha por pizzaria com pedido no mes, em ordem de codigo
       01  gasto-pizzaria  occurs  200.
           05 gp-cod-pizzaria                      pic 9(04).
           05 gp-qtd-pizzas                        pic 9(05).
           05 gp-valor                             pic 9(09)v99.
       01  gp-aux                                  pic x(20).
       01  anomes-quebrado.
           05 aq-ano                               pic 9(04).
           05 aq-mes                               pic 9(02).
       01  anomes-editado.
           05 ae-mes                               pic 9(02).
           05 filler                               pic X(01) value "/".
           05 ae-ano                               pic 9(04).
       01  data-hoje.
           05 dh-anomes                            pic 9(06).
           05 dh-dia                               pic 9(02).
       01  hora-agora.
           05 ha-hhmmss                            pic 9(06).
           05 ha-centesimos                        pic 9(02).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-pedidos                          pic X(02).
       77  st-arq-contabil                         pic X(02).
       77  st-arq-periodo                          pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  st-arq-operador                         pic X(02).
       77  st-arq-jornal                           pic X(02).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  operador-e-supervisor                   pic X(01).
       77  pizzaria-aberta                         pic X(01).
       77  opcao-menu                              pic X(01).
       77  resposta                                pic X(01).
       77  fim-arquivo                             pic X(01).
       77  periodo-existe                          pic X(01).
       77  exporta-ok                              pic X(01).
       77  anomes-fechar                           pic 9(06).
       77  anomes-inicial                          pic 9(06).
       77  qtd-gastos                              pic 9(03).
       77  max-gastos                              pic 9(03)
                                                   value 200.
       77  gp-idx                                  pic 9(03).
       77  gp-achado                               pic 9(03).
       77  gp-i                                    pic 9(03).
       77  gp-j                                    pic 9(03).
       77  qtd-detalhes                            pic 9(06).
       77  valor-total                             pic 9(11)v99.
       77  valor-linha                             pic 9(09)v99.
       77  qtd-listados                            pic 9(03).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.
       77  qtd-edt                                 pic ZZZZ9.
       77  valor-edt                               pic ZZZZZZZZ9,99.
       77  situacao-edt                            pic x(09).

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Fechamento Mensal para a Contabilidade"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Fechar o mes e ato de operador cadastrado (reabrir, so de
      * supervisor): confere o operador e abre o controle de periodos
      * (criando-o vazio na primeira vez)
       inicializa section.
           move "N" to operador-ok
           move "N" to operador-e-supervisor
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
                   if operador-supervisor
                       move "S" to operador-e-supervisor
                   end-if
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           open i-o arq-periodo
           if st-arq-periodo = "35"
               open output arq-periodo
               close arq-periodo
               open i-o arq-periodo
           end-if
           if st-arq-periodo <> "00"
               display "Erro ao Abrir PERIODO.DAT: " st-arq-periodo
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
      * Menu: fecha um mes, reabre um mes fechado ou lista os periodos
       processamento section.
           move space to opcao-menu
           perform until opcao-menu = "F" or opcao-menu = "f"
               display " "
               display "'M'=Fechar Mes 'R'=Reabrir Mes (Supervisor) "
                   "'L'=Listar Periodos 'F'=Fim"
               accept opcao-menu
               if opcao-menu = "M" or opcao-menu = "m"
                   perform fecha-mes
               else
                   if opcao-menu = "R" or opcao-menu = "r"
                       perform reabre-mes
                   else
                       if opcao-menu = "L" or opcao-menu = "l"
                           perform lista-periodos
                       else
                           if opcao-menu <> "F" and opcao-menu <> "f"
                               display "Opcao Invalida"
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede o ano/mes e le o controle do periodo, quando existe
       pede-periodo section.
           display "Ano e Mes (aaaamm): "
           accept anomes-fechar
           move anomes-fechar to anomes-quebrado
           move "N" to periodo-existe
           if aq-mes < 1 or aq-mes > 12 or aq-ano < 2000
               move 0 to anomes-fechar
               display "Ano/Mes Invalido"
           else
               move aq-mes to ae-mes
               move aq-ano to ae-ano
               move anomes-fechar to per-anomes
               read arq-periodo
                   invalid key
                       continue
                   not invalid key
                       move "S" to periodo-existe
               end-read
           end-if
           .
       pede-periodo-exit.
           exit.
      *-----------------------------------------------------------------
      * Fecha o mes: gera a interface contabil a partir de PEDIDOS.DAT
      * e marca o mes como fechado; mes ja fechado so pode ter o
      * arquivo contabil gerado de novo, sem mudar o controle
       fecha-mes section.
           perform pede-periodo
           accept data-hoje from date yyyymmdd
           if anomes-fechar = 0
               continue
           else
             if anomes-fechar > dh-anomes
               display "Mes Futuro Nao Pode Ser Fechado"
             else
               move "S" to resposta
               if anomes-fechar = dh-anomes
                   display "O Mes " anomes-editado " Ainda Nao "
                       "Terminou -- Fechar Assim Mesmo? ('S'/'N')"
                   accept resposta
               end-if
               if periodo-existe = "S" and periodo-fechado
                   and (resposta = "S" or resposta = "s")
                   display "Mes " anomes-editado " Ja Fechado -- "
                       "Gerar o Arquivo Contabil de Novo? ('S'/'N')"
                   accept resposta
               end-if
               if resposta = "S" or resposta = "s"
                   perform levanta-gastos
                   perform grava-contabil
                   if exporta-ok = "S"
                       perform imprime-resumo
                       if periodo-existe = "N" or not periodo-fechado
                           perform marca-fechado
                       end-if
                   end-if
               end-if
             end-if
           end-if
           .
       fecha-mes-exit.
           exit.
      *-----------------------------------------------------------------
      * Soma, por pizzaria, as pizzas e o valor (quantidade x preco
      * unitario, taxas de entrega incluidas) dos pedidos do mes
       levanta-gastos section.
           move 0   to qtd-gastos
           move "N" to fim-arquivo
           open input arq-pedidos
           if st-arq-pedidos = "00"
               read arq-pedidos
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if ped-anomes = anomes-fechar
                       perform acumula-gasto
                   end-if
                   read arq-pedidos
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-pedidos
           else
               display "Nao Ha Pedidos em PEDIDOS.DAT"
           end-if
      *    detalhes da interface em ordem de codigo de pizzaria
           perform varying gp-i from 1 by 1 until gp-i >= qtd-gastos
               perform varying gp-j from 1 by 1
                       until gp-j > qtd-gastos - gp-i
                   if gp-cod-pizzaria(gp-j) > gp-cod-pizzaria(gp-j + 1)
                       move gasto-pizzaria(gp-j)     to gp-aux
                       move gasto-pizzaria(gp-j + 1)
                           to gasto-pizzaria(gp-j)
                       move gp-aux to gasto-pizzaria(gp-j + 1)
                   end-if
               end-perform
           end-perform
           .
       levanta-gastos-exit.
           exit.
      *-----------------------------------------------------------------
      * Acumula a linha de pedido corrente no gasto da sua pizzaria;
      * a linha de taxa de entrega entra no valor mas nao conta pizza
       acumula-gasto section.
           move 0 to gp-achado
           perform varying gp-idx from 1 by 1 until gp-idx > qtd-gastos
               if gp-cod-pizzaria(gp-idx) = ped-cod-pizzaria
                   move gp-idx to gp-achado
                   move qtd-gastos to gp-idx
               end-if
           end-perform
           if gp-achado = 0
               if qtd-gastos < max-gastos
                   add 1 to qtd-gastos
                   move qtd-gastos       to gp-achado
                   move ped-cod-pizzaria to gp-cod-pizzaria(gp-achado)
                   move 0 to gp-qtd-pizzas(gp-achado)
                   move 0 to gp-valor(gp-achado)
               else
                   display "Limite de Pizzarias Atingido -- Pedido "
                       "da Pizzaria " ped-cod-pizzaria " Fora do "
                       "Arquivo Contabil"
               end-if
           end-if
           if gp-achado > 0
               compute valor-linha = ped-qtd * ped-preco-unit
               add valor-linha to gp-valor(gp-achado)
               if ped-nome <> "TAXA ENTREGA"
                   add ped-qtd to gp-qtd-pizzas(gp-achado)
               end-if
           end-if
           .
       acumula-gasto-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava CONTABIL.DAT: cabecalho, um detalhe por pizzaria e o
      * rodape de controle com a quantidade de detalhes e o total
       grava-contabil section.
           move "N" to exporta-ok
           move 0   to qtd-detalhes
           move 0   to valor-total
           open output arq-contabil
           if st-arq-contabil <> "00"
               display "Nao foi Possivel Gravar CONTABIL.DAT -- Mes "
                   "Nao Fechado"
           else
               accept hora-agora from time
               move spaces          to ctb-cabecalho
               move "H"             to ctb-h-tipo
               move anomes-fechar   to ctb-h-anomes
               move data-hoje       to ctb-h-data-geracao
               move ha-hhmmss       to ctb-h-hora-geracao
               move "PIZZA"         to ctb-h-sistema
               move operador-id     to ctb-h-operador
               write ctb-cabecalho
               perform varying gp-idx from 1 by 1
                       until gp-idx > qtd-gastos
                   move spaces                  to ctb-detalhe
                   move "D"                     to ctb-d-tipo
                   move anomes-fechar           to ctb-d-anomes
                   move gp-cod-pizzaria(gp-idx) to ctb-d-cod-pizzaria
                   perform resolve-pizzaria
                   move gp-qtd-pizzas(gp-idx)   to ctb-d-qtd-pizzas
                   move gp-valor(gp-idx)        to ctb-d-valor
                   write ctb-detalhe
                   add 1 to qtd-detalhes
                   add gp-valor(gp-idx) to valor-total
               end-perform
               move spaces          to ctb-rodape
               move "T"             to ctb-t-tipo
               move anomes-fechar   to ctb-t-anomes
               move qtd-detalhes    to ctb-t-qtd-detalhes
               move valor-total     to ctb-t-valor-total
               write ctb-rodape
               close arq-contabil
               move "S" to exporta-ok
           end-if
           .
       grava-contabil-exit.
           exit.
      *-----------------------------------------------------------------
      * Nome fantasia da pizzaria do detalhe corrente; codigo fora do
      * cadastro sai como nao cadastrada
       resolve-pizzaria section.
           move "NAO CADASTRADA" to ctb-d-nome-pizzaria
           if pizzaria-aberta = "S" and gp-cod-pizzaria(gp-idx) > 0
               move gp-cod-pizzaria(gp-idx) to piz-codigo
               read arq-pizzaria
                   invalid key
                       continue
                   not invalid key
                       move piz-nome-fantasia to ctb-d-nome-pizzaria
               end-read
           end-if
           .
       resolve-pizzaria-exit.
           exit.
      *-----------------------------------------------------------------
      * Resumo do arquivo contabil gerado, para o operador conferir
      * com o relatorio de pedidos
       imprime-resumo section.
           display " "
           display "==============================================="
           display "  INTERFACE CONTABIL - MES " anomes-editado
           display "==============================================="
           display "COD  PIZZARIA                  PIZZAS         VALOR"
           perform varying gp-idx from 1 by 1 until gp-idx > qtd-gastos
               perform resolve-pizzaria
               move gp-qtd-pizzas(gp-idx) to qtd-edt
               move gp-valor(gp-idx)      to valor-edt
               display gp-cod-pizzaria(gp-idx) " " ctb-d-nome-pizzaria
                   " " qtd-edt " " valor-edt
           end-perform
           display "-----------------------------------------------"
           move qtd-detalhes to qtd-edt
           move valor-total  to valor-edt
           display "DETALHES: " qtd-edt "   TOTAL:          " valor-edt
           display "Arquivo Gravado em CONTABIL.DAT"
           display "==============================================="
           .
       imprime-resumo-exit.
           exit.
      *-----------------------------------------------------------------
      * Marca o mes como fechado (incluindo ou regravando o controle)
      * e registra o fechamento no jornal
       marca-fechado section.
           if periodo-existe = "S"
               move reg-periodo to jt-antes
           else
               move spaces      to jt-antes
               move spaces      to reg-periodo
               move anomes-fechar to per-anomes
               move 0 to per-data-reabertura
           end-if
           move "F"          to per-situacao
           move data-hoje    to per-data-fechamento
           move operador-id  to per-operador-fechamento
           move qtd-detalhes to per-qtd-detalhes
           move valor-total  to per-valor-total
           if periodo-existe = "S"
               rewrite reg-periodo
                   invalid key
                       display "Erro ao Regravar PERIODO.DAT"
                   not invalid key
                       perform jornal-fechamento
               end-rewrite
           else
               write reg-periodo
                   invalid key
                       display "Erro ao Gravar PERIODO.DAT"
                   not invalid key
                       perform jornal-fechamento
               end-write
           end-if
           .
       marca-fechado-exit.
           exit.
      *-----------------------------------------------------------------
      * Jornal do fechamento que acabou de ser gravado
       jornal-fechamento section.
           display "Mes " anomes-editado " Fechado -- Pedidos do Mes "
               "Nao Sao Mais Aceitos"
           move "F"         to jt-acao
           move per-anomes  to jt-chave
           move reg-periodo to jt-depois
           perform grava-jornal
           .
       jornal-fechamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Reabre um mes fechado: so supervisor, com motivo, registrado no
      * jornal; o mes volta a aceitar pedidos, deixa de segurar nada
      * como exportado e precisa ser fechado (e exportado) de novo
       reabre-mes section.
           if operador-e-supervisor = "N"
               display "Somente Supervisores Podem Reabrir um Mes"
           else
               perform pede-periodo
               if anomes-fechar = 0
                   continue
               else
                   if periodo-existe = "N" or not periodo-fechado
                       display "Mes " anomes-editado " Nao Esta "
                           "Fechado"
                   else
                       move reg-periodo to jt-antes
                       display "Motivo da Reabertura: "
                       accept per-motivo-reabertura
                       if per-motivo-reabertura = spaces
                           display "Motivo Obrigatorio"
                       else
                           perform grava-reabertura
                       end-if
                   end-if
               end-if
           end-if
           .
       reabre-mes-exit.
           exit.
      *-----------------------------------------------------------------
      * Regrava o controle do mes reaberto e registra no jornal
       grava-reabertura section.
           accept data-hoje from date yyyymmdd
           move "A"         to per-situacao
           move data-hoje   to per-data-reabertura
           move operador-id to per-operador-reabertura
           rewrite reg-periodo
               invalid key
                   display "Erro ao Regravar PERIODO.DAT"
               not invalid key
                   display "Mes " anomes-editado " Reaberto"
                   move "U"         to jt-acao
                   move per-anomes  to jt-chave
                   move reg-periodo to jt-depois
                   perform grava-jornal
           end-rewrite
           .
       grava-reabertura-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista o controle de periodos a partir de um ano/mes (0 = todos)
       lista-periodos section.
           display "Listar a Partir de (aaaamm, 0=Todos): "
           accept anomes-inicial
           move 0   to qtd-listados
           move "N" to fim-arquivo
           move anomes-inicial to per-anomes
           start arq-periodo key is >= per-anomes
               invalid key
                   move "S" to fim-arquivo
           end-start
           display "MES/ANO  SITUACAO  FECHADO  POR      DETALHES"
               "         VALOR"
           perform until fim-arquivo = "S"
               read arq-periodo next record
                   at end
                       move "S" to fim-arquivo
                   not at end
                       perform imprime-periodo
                       add 1 to qtd-listados
               end-read
           end-perform
           move qtd-listados to num-edt
           display num-edt " Periodo(s) Listado(s)"
           .
       lista-periodos-exit.
           exit.
      *-----------------------------------------------------------------
      * Linha do periodo corrente; o reaberto mostra tambem quem, quando
      * e por que reabriu
       imprime-periodo section.
           move per-anomes to anomes-quebrado
           move aq-mes to ae-mes
           move aq-ano to ae-ano
           if periodo-fechado
               move "FECHADO"  to situacao-edt
           else
               move "REABERTO" to situacao-edt
           end-if
           move per-qtd-detalhes to qtd-edt
           move per-valor-total  to valor-edt
           display anomes-editado "  " situacao-edt " "
               per-data-fechamento " " per-operador-fechamento " "
               qtd-edt " " valor-edt
           if periodo-reaberto
               display "         REABERTO EM " per-data-reabertura
                   " POR " per-operador-reabertura ": "
                   per-motivo-reabertura
           end-if
           .
       imprime-periodo-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava no jornal de alteracoes o fechamento ou a reabertura que
      * acabou de ser feita, carimbada com o operador e a data/hora
       grava-jornal section.
           accept jt-data from date yyyymmdd
           accept jt-hora from time
           open extend arq-jornal
           if st-arq-jornal = "35"
               open output arq-jornal
           end-if
           if st-arq-jornal <> "00"
               display "Nao foi Possivel Gravar JORNAL.DAT"
           else
               move jt-data     to jor-data
               move jt-hora     to jor-hora
               move operador-id to jor-operador
               move jt-acao     to jor-acao
               move "T"         to jor-arquivo
               move jt-chave    to jor-chave
               move jt-antes    to jor-antes
               move jt-depois   to jor-depois
               write reg-jornal
               close arq-jornal
           end-if
           .
       grava-jornal-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao do fechamento
       finaliza section.
           if operador-ok = "S"
               close arq-periodo
               if pizzaria-aberta = "S"
                   close arq-pizzaria
               end-if
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
