      *Divisão de identificação do programa
       identification division.
       program-id. "cotacoes".
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
           select arq-pizzas assign to "PIZZAS.DAT"
               organization is sequential
               file status is st-arq-pizzas.
           select arq-morto assign to "PIZZAS-ARQ.DAT"
               organization is sequential
               file status is st-arq-morto.
           select arq-pizzaria assign to "PIZZARIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-cotacao assign to "COTACAO.DAT"
               organization is sequential
               file status is st-arq-cotacao.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
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

      * Arquivo morto das comparacoes expurgadas de PIZZAS.DAT: mesmo
      * leiaute; entra sempre, para uma pizza cuja ultima cotacao ja
      * foi expurgada continuar aparecendo como vencida
       fd  arq-morto
           label records are standard.
       01  reg-morto                               pic x(284).

       fd  arq-pizzaria
           label records are standard.
       01  reg-pizzaria.
           05 piz-codigo                            pic 9(04).
           05 piz-nome-fantasia                     pic x(25).
           05 piz-telefone                          pic x(12).
           05 piz-bairro                            pic x(15).
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

      * Esqueleto do lote de cotacao: leiaute de ENTRADA.DAT com as
      * pizzas vencidas ja preenchidas (medidas, entrega e sabores da
      * ultima cotacao) e o preco zerado, para ser digitado durante
      * as ligacoes; linha sem preco volta em REJEITADAS.DAT
       fd  arq-cotacao
           label records are standard.
       01  reg-entrada.
           05 ent-cod-pizzaria                     pic 9(04).
           05 ent-nome                             pic x(15).
           05 ent-formato                          pic x(01).
           05 ent-diametro                         pic 9(03).
           05 ent-comprimento                      pic 9(03).
           05 ent-largura                          pic 9(03).
           05 ent-preco                            pic 9(03)v99.
           05 ent-flag-entrega                     pic x(01).
           05 ent-taxa-entrega                     pic 9(03)v99.
           05 ent-qtd-sabor                        pic 9(02).
           05 ent-sabor-flat                        pic X(200).

      *----Variaveis de trabalho
       working-storage section.
      * ------------ area de trabalho do registro de pizza --------------
      * o registro corrente (de PIZZAS.DAT ou do arquivo morto) passa
      * por aqui, para os dois arquivos seguirem o mesmo caminho
       01  pizza-trab.
           05 trab-cod-pizzaria                    pic 9(04).
           05 trab-nome                            pic x(15).
           05 trab-data-comp                       pic 9(08).
           05 trab-formato                         pic x(01).
           05 trab-diametro                        pic 9(03).
           05 trab-comprimento                     pic 9(03).
           05 trab-largura                         pic 9(03).
           05 trab-preco                           pic 9(03)v99.
           05 trab-area-pizza                      pic 9(10)v99.
           05 trab-preco-cm2                       pic 9(03)v99.
           05 trab-porcent                         pic 9(10)v99.
           05 trab-flag-entrega                    pic x(01).
           05 trab-taxa-entrega                    pic 9(03)v99.
           05 trab-preco-cm2-liq                   pic 9(03)v99.
           05 trab-qtd-sabor                       pic 9(02).
           05 trab-sabor-flat                      pic X(200).
      * ------------ ultima cotacao de cada pizza -----------------------
      * uma linha por pizzaria + nome de pizza, com o registro da
      * comparacao mais recente encontrada no historico vivo e morto
       01  ultima-cotacao  occurs  1000.
           05 uc-cod-pizzaria                      pic 9(04).
           05 uc-nome                              pic x(15).
           05 uc-data-comp                         pic 9(08).
           05 uc-formato                           pic x(01).
           05 uc-diametro                          pic 9(03).
           05 uc-comprimento                       pic 9(03).
           05 uc-largura                           pic 9(03).
           05 uc-preco                             pic 9(03)v99.
           05 uc-flag-entrega                      pic x(01).
           05 uc-taxa-entrega                      pic 9(03)v99.
           05 uc-qtd-sabor                         pic 9(02).
           05 uc-sabor-flat                        pic X(200).
      * ------------ dias acumulados antes de cada mes -----------------
       01  dias-antes-mes-valores.
           05 filler                               pic 9(03) value 000.
           05 filler                               pic 9(03) value 031.
           05 filler                               pic 9(03) value 059.
           05 filler                               pic 9(03) value 090.
           05 filler                               pic 9(03) value 120.
           05 filler                               pic 9(03) value 151.
           05 filler                               pic 9(03) value 181.
           05 filler                               pic 9(03) value 212.
           05 filler                               pic 9(03) value 243.
           05 filler                               pic 9(03) value 273.
           05 filler                               pic 9(03) value 304.
           05 filler                               pic 9(03) value 334.
       01  dias-antes-mes-tab redefines dias-antes-mes-valores.
           05 dias-antes-mes  occurs  12           pic 9(03).
       01  data-calculo.
           05 dc-ano                               pic 9(04).
           05 dc-mes                               pic 9(02).
           05 dc-dia                               pic 9(02).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-pizzas                           pic X(02).
       77  st-arq-morto                            pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  st-arq-cotacao                          pic X(02).
       77  fim-arquivo                             pic X(01).
       77  fim-pizzaria                            pic X(01).
       77  tem-pizza-vencida                       pic X(01).
       77  qtd-cotacoes                            pic 9(04).
       77  max-cotacoes                            pic 9(04)
                                                   value 1000.
       77  uc-idx                                  pic 9(04).
       77  uc-achada                               pic 9(04).
       77  limite-dias                             pic 9(04).
       77  data-hoje                               pic 9(08).
       77  serial-hoje                             pic 9(07).
       77  serial-calculo                          pic 9(07).
       77  idade-dias                              pic 9(07).
       77  anos-anteriores                         pic 9(04).
       77  bissextos                               pic 9(04).
       77  resto-divisao                           pic 9(04).
       77  quociente                               pic 9(04).
       77  qtd-pizzas-vencidas                     pic 9(05).
       77  qtd-pizzarias-ligar                     pic 9(05).
       77  qtd-nunca-cotadas                       pic 9(05).
       77  qtd-pizzas-pizzaria                     pic 9(05).
       77  qtd-gravadas                            pic 9(05).
      * ------------------- variaveis do relatorio impresso -------------
       77  qtd-edt                                 pic ZZZZ9.
       77  dias-edt                                pic ZZZZZZ9.
       77  preco-edt                               pic ZZ9,99.
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
           display "---- Folha de Ligacoes: Cotacoes Vencidas"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Confere o cadastro de pizzarias, pede a idade maxima de uma
      * cotacao e levanta a ultima cotacao de cada pizza no historico
       inicializa section.
           open input arq-pizzaria
           if st-arq-pizzaria <> "00"
               display "Nao Ha Pizzarias Cadastradas em PIZZARIA.DAT"
               Stop run
           end-if
           move 0 to limite-dias
           display "Cotacao Vence com Mais de Quantos Dias? "
               "(0=30 Dias)"
           accept limite-dias
           if limite-dias = 0
               move 30 to limite-dias
           end-if
           accept data-hoje from date yyyymmdd
           move data-hoje to data-calculo
           perform calcula-serial
           move serial-calculo to serial-hoje
           perform levanta-cotacoes
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Varre PIZZAS.DAT e o arquivo morto guardando, por pizzaria e
      * nome de pizza, o registro da comparacao mais recente
       levanta-cotacoes section.
           move 0   to qtd-cotacoes
           move "N" to fim-arquivo
           open input arq-pizzas
           if st-arq-pizzas <> "00"
               display "Nao Ha Historico em PIZZAS.DAT"
           else
               read arq-pizzas
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   move reg-pizza to pizza-trab
                   if trab-cod-pizzaria > 0
                       perform acumula-cotacao
                   end-if
                   read arq-pizzas
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-pizzas
           end-if
           move "N" to fim-arquivo
           open input arq-morto
           if st-arq-morto = "00"
               read arq-morto
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   move reg-morto to pizza-trab
                   if trab-cod-pizzaria > 0
                       perform acumula-cotacao
                   end-if
                   read arq-morto
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-morto
           end-if
           .
       levanta-cotacoes-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda o registro corrente como ultima cotacao da sua pizza
      * quando ela ainda nao apareceu ou quando e mais recente
       acumula-cotacao section.
           move 0 to uc-achada
           perform varying uc-idx from 1 by 1
                   until uc-idx > qtd-cotacoes
               if uc-cod-pizzaria(uc-idx) = trab-cod-pizzaria
                   and uc-nome(uc-idx) = trab-nome
                   move uc-idx to uc-achada
                   move qtd-cotacoes to uc-idx
               end-if
           end-perform
           if uc-achada = 0
               if qtd-cotacoes < max-cotacoes
                   add 1 to qtd-cotacoes
                   move qtd-cotacoes to uc-achada
                   move 0 to uc-data-comp(uc-achada)
               else
                   display "Limite de Pizzas Atingido -- Folha Pode "
                       "Sair Incompleta"
               end-if
           end-if
           if uc-achada > 0
               and trab-data-comp >= uc-data-comp(uc-achada)
               move trab-cod-pizzaria to uc-cod-pizzaria(uc-achada)
               move trab-nome         to uc-nome(uc-achada)
               move trab-data-comp    to uc-data-comp(uc-achada)
               move trab-formato      to uc-formato(uc-achada)
               move trab-diametro     to uc-diametro(uc-achada)
               move trab-comprimento  to uc-comprimento(uc-achada)
               move trab-largura      to uc-largura(uc-achada)
               move trab-preco        to uc-preco(uc-achada)
               move trab-flag-entrega to uc-flag-entrega(uc-achada)
               move trab-taxa-entrega to uc-taxa-entrega(uc-achada)
               move trab-qtd-sabor    to uc-qtd-sabor(uc-achada)
               move trab-sabor-flat   to uc-sabor-flat(uc-achada)
           end-if
           .
       acumula-cotacao-exit.
           exit.
      *-----------------------------------------------------------------
      * Percorre o cadastro em ordem de codigo: cada pizzaria ativa
      * sai com suas pizzas vencidas (e vai para o esqueleto do lote);
      * as ativas sem nenhuma comparacao vao para a lista final
       processamento section.
           move 0 to qtd-pizzas-vencidas
           move 0 to qtd-pizzarias-ligar
           move 0 to qtd-gravadas
           open output arq-cotacao
           if st-arq-cotacao <> "00"
               display "Nao foi Possivel Gravar COTACAO.DAT"
               perform finaliza
           end-if
           move limite-dias to qtd-edt
           move data-hoje   to data-quebrada
           perform edita-data
           display " "
           display "==============================================="
           display "  FOLHA DE LIGACOES - COTACOES COM MAIS DE "
               qtd-edt " DIAS"
           display "  POSICAO EM " data-editada
           display "==============================================="
           move "N" to fim-pizzaria
           move low-values to piz-codigo
           start arq-pizzaria key is >= piz-codigo
               invalid key
                   move "S" to fim-pizzaria
           end-start
           perform until fim-pizzaria = "S"
               read arq-pizzaria next record
                   at end
                       move "S" to fim-pizzaria
                   not at end
                       if piz-ativa <> "N"
                           perform confere-pizzaria
                       end-if
               end-read
           end-perform
           if qtd-pizzarias-ligar = 0
               display "Nenhuma Cotacao Vencida"
           end-if
           close arq-cotacao
           perform lista-nunca-cotadas
           display "==============================================="
           move qtd-pizzas-vencidas to qtd-edt
           display "PIZZAS COM COTACAO VENCIDA.: " qtd-edt
           move qtd-pizzarias-ligar to qtd-edt
           display "PIZZARIAS A LIGAR..........: " qtd-edt
           move qtd-nunca-cotadas to qtd-edt
           display "PIZZARIAS NUNCA COTADAS....: " qtd-edt
           move qtd-gravadas to qtd-edt
           display qtd-edt " Linha(s) Gravada(s) em COTACAO.DAT -- "
               "Digitar os Precos e Usar como ENTRADA.DAT"
           display "==============================================="
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista as pizzas vencidas da pizzaria corrente, com o telefone
      * no cabecalho, e grava cada uma no esqueleto do lote
       confere-pizzaria section.
           move "N" to tem-pizza-vencida
           perform varying uc-idx from 1 by 1
                   until uc-idx > qtd-cotacoes
               if uc-cod-pizzaria(uc-idx) = piz-codigo
                   move uc-data-comp(uc-idx) to data-calculo
                   perform calcula-serial
                   compute idade-dias = serial-hoje - serial-calculo
                       on size error move 0 to idade-dias
                   end-compute
                   if idade-dias > limite-dias
                       if tem-pizza-vencida = "N"
                           move "S" to tem-pizza-vencida
                           add 1 to qtd-pizzarias-ligar
                           display " "
                           display "PIZZARIA " piz-codigo " - "
                               piz-nome-fantasia
                           display "   FONE: " piz-telefone
                               "  BAIRRO: " piz-bairro
                           display "   PIZZA           ULTIMA COTACAO"
                               "   DIAS  PRECO  NOVO PRECO"
                       end-if
                       perform imprime-pizza-vencida
                       perform grava-esqueleto
                   end-if
               end-if
           end-perform
           .
       confere-pizzaria-exit.
           exit.
      *-----------------------------------------------------------------
      * Linha da folha de ligacoes para a pizza vencida corrente, com
      * espaco para anotar o preco novo
       imprime-pizza-vencida section.
           add 1 to qtd-pizzas-vencidas
           move uc-data-comp(uc-idx) to data-quebrada
           perform edita-data
           move idade-dias       to dias-edt
           move uc-preco(uc-idx) to preco-edt
           display "   " uc-nome(uc-idx) " " data-editada "     "
               dias-edt " " preco-edt "  ________"
           .
       imprime-pizza-vencida-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava a pizza vencida corrente no esqueleto do lote, com os
      * dados da ultima cotacao e o preco zerado
       grava-esqueleto section.
           move spaces                  to reg-entrada
           move uc-cod-pizzaria(uc-idx) to ent-cod-pizzaria
           move uc-nome(uc-idx)         to ent-nome
           move uc-formato(uc-idx)      to ent-formato
           move uc-diametro(uc-idx)     to ent-diametro
           move uc-comprimento(uc-idx)  to ent-comprimento
           move uc-largura(uc-idx)      to ent-largura
           move 0                       to ent-preco
           move uc-flag-entrega(uc-idx) to ent-flag-entrega
           move uc-taxa-entrega(uc-idx) to ent-taxa-entrega
           move uc-qtd-sabor(uc-idx)    to ent-qtd-sabor
           move uc-sabor-flat(uc-idx)   to ent-sabor-flat
           write reg-entrada
           add 1 to qtd-gravadas
           .
       grava-esqueleto-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista as pizzarias ativas sem nenhuma comparacao no historico
      * vivo nem no morto
       lista-nunca-cotadas section.
           move 0 to qtd-nunca-cotadas
           display " "
           display "-----------------------------------------------"
           display "  PIZZARIAS ATIVAS NUNCA COTADAS"
           display "-----------------------------------------------"
           move "N" to fim-pizzaria
           move low-values to piz-codigo
           start arq-pizzaria key is >= piz-codigo
               invalid key
                   move "S" to fim-pizzaria
           end-start
           perform until fim-pizzaria = "S"
               read arq-pizzaria next record
                   at end
                       move "S" to fim-pizzaria
                   not at end
                       if piz-ativa <> "N"
                           perform confere-nunca-cotada
                       end-if
               end-read
           end-perform
           if qtd-nunca-cotadas = 0
               display "Nenhuma"
           end-if
           .
       lista-nunca-cotadas-exit.
           exit.
      *-----------------------------------------------------------------
      * Mostra a pizzaria corrente quando nenhuma pizza dela aparece
      * na tabela de ultimas cotacoes
       confere-nunca-cotada section.
           move 0 to uc-achada
           perform varying uc-idx from 1 by 1
                   until uc-idx > qtd-cotacoes
               if uc-cod-pizzaria(uc-idx) = piz-codigo
                   move uc-idx to uc-achada
                   move qtd-cotacoes to uc-idx
               end-if
           end-perform
           if uc-achada = 0
               add 1 to qtd-nunca-cotadas
               display "PIZZARIA " piz-codigo " - " piz-nome-fantasia
               display "   FONE: " piz-telefone "  BAIRRO: "
                   piz-bairro
           end-if
           .
       confere-nunca-cotada-exit.
           exit.
      *-----------------------------------------------------------------
      * Converte DATA-CALCULO (aaaammdd) em numero de dias corridos
      * desde 01/01/0001, para a idade da cotacao sair por subtracao;
      * ano bissexto: divisivel por 4, exceto seculos nao divisiveis
      * por 400
       calcula-serial section.
           compute anos-anteriores = dc-ano - 1
           divide anos-anteriores by 4   giving bissextos
           divide anos-anteriores by 100 giving quociente
           subtract quociente from bissextos
           divide anos-anteriores by 400 giving quociente
           add quociente to bissextos
           if dc-mes < 1 or dc-mes > 12
               move 1 to dc-mes
           end-if
           compute serial-calculo = anos-anteriores * 365 + bissextos
               + dias-antes-mes(dc-mes) + dc-dia
           if dc-mes > 2
               divide dc-ano by 4 giving quociente
                   remainder resto-divisao
               if resto-divisao = 0
                   divide dc-ano by 100 giving quociente
                       remainder resto-divisao
                   if resto-divisao <> 0
                       add 1 to serial-calculo
                   else
                       divide dc-ano by 400 giving quociente
                           remainder resto-divisao
                       if resto-divisao = 0
                           add 1 to serial-calculo
                       end-if
                   end-if
               end-if
           end-if
           .
       calcula-serial-exit.
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
      * Finalizacao da folha de ligacoes
       finaliza section.
           close arq-pizzaria
           Stop run
           .
       finaliza-exit.
           exit.
