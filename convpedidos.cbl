      *Divisão de identificação do programa
       identification division.
       program-id. "convpedidos".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      * Conversao unica de PEDIDOS.DAT para o leiaute com centro de
      * custo: cada pedido de 53 posicoes ganha ped-centro-custo em
      * branco no fim (59 posicoes). Rodar uma vez, antes da primeira
      * rodada de desafio, pedidos, faturas, fechamento, avaliacoes ou
      * arquiva com o leiaute novo. O arquivo original fica guardado
      * em PEDIDOS-ANT.DAT; um PEDIDOS.DAT que nao esteja no leiaute
      * antigo (ja convertido) e recusado sem ser tocado

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arq-antigo assign to "PEDIDOS.DAT"
               organization is sequential
               file status is st-arq-antigo.
           select arq-copia assign to "PEDIDOS-ANT.DAT"
               organization is sequential
               file status is st-arq-copia.
           select arq-temp assign to "PEDIDOS-TMP.DAT"
               organization is sequential
               file status is st-arq-temp.
           select arq-pedidos assign to "PEDIDOS.DAT"
               organization is sequential
               file status is st-arq-pedidos.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * PEDIDOS.DAT no leiaute antigo, sem centro de custo
       fd  arq-antigo
           label records are standard.
       01  reg-antigo.
           05 ant-data                              pic 9(08).
           05 ant-cod-pizzaria                      pic 9(04).
           05 ant-nome                              pic x(15).
           05 ant-qtd                               pic 9(03).
           05 ant-preco-unit                        pic 9(03)v99.
           05 ant-area-pizza                        pic 9(10)v99.
           05 ant-melhor-cm2                        pic 9(03)v99.
           05 ant-origem                            pic x(01).
               88 origem-valida                         value "P" "M".

      * Copia de seguranca do arquivo original, byte a byte
       fd  arq-copia
           label records are standard.
       01  reg-copia                               pic x(53).

      * Arquivo de trabalho ja no leiaute novo: volta para PEDIDOS.DAT
      * no segundo passo
       fd  arq-temp
           label records are standard.
       01  reg-temp.
           05 tmp-data                              pic 9(08).
           05 tmp-cod-pizzaria                      pic 9(04).
           05 tmp-nome                              pic x(15).
           05 tmp-qtd                               pic 9(03).
           05 tmp-preco-unit                        pic 9(03)v99.
           05 tmp-area-pizza                        pic 9(10)v99.
           05 tmp-melhor-cm2                        pic 9(03)v99.
           05 tmp-origem                            pic x(01).
           05 tmp-centro-custo                      pic x(06).

      * PEDIDOS.DAT regravado no leiaute novo
       fd  arq-pedidos
           label records are standard.
       01  reg-pedido                              pic x(59).

      *----Variaveis de trabalho
       working-storage section.
       77  st-arq-antigo                           pic X(02).
       77  st-arq-copia                            pic X(02).
       77  st-arq-temp                             pic X(02).
       77  st-arq-pedidos                          pic X(02).
       77  fim-arquivo                             pic X(01).
       77  leiaute-antigo                          pic X(01).
       77  qtd-lidos                               pic 9(07).
       77  qtd-convertidos                         pic 9(07).
      * ------------------- variaveis do relatorio impresso -------------
       77  qtd-edt                                 pic Z.ZZZ.ZZ9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Conversao de PEDIDOS.DAT (Centro de Custo)"
           perform inicializa.
           perform processamento.
           perform regrava-pedidos.
           perform imprime-resumo.
           perform finaliza.
      *-----------------------------------------------------------------
      * Confere, antes de gravar qualquer coisa, que todo registro de
      * PEDIDOS.DAT esta no leiaute antigo: lido de 53 em 53 posicoes,
      * um arquivo ja convertido sai desalinhado e a origem do pedido
      * deixa de ser P ou M
       inicializa section.
           move 0   to qtd-lidos
           move 0   to qtd-convertidos
           move "S" to leiaute-antigo
           move "N" to fim-arquivo
           open input arq-antigo
           if st-arq-antigo = "35"
               display "Nao Ha PEDIDOS.DAT -- Nada a Converter"
               perform finaliza
           end-if
           if st-arq-antigo <> "00"
               display "Nao foi Possivel Ler PEDIDOS.DAT -- "
                   "Conversao Cancelada"
               move 8 to return-code
               perform finaliza
           end-if
           read arq-antigo
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S" or leiaute-antigo = "N"
               add 1 to qtd-lidos
               if ant-data is not numeric
                   or ant-qtd is not numeric
                   or not origem-valida
                   move "N" to leiaute-antigo
               else
                   read arq-antigo
                       at end move "S" to fim-arquivo
                   end-read
               end-if
           end-perform
           close arq-antigo
           if leiaute-antigo = "N"
               move qtd-lidos to qtd-edt
               display "Registro " qtd-edt " de PEDIDOS.DAT Fora do "
                   "Leiaute Antigo (Arquivo Ja Convertido?)"
               display "Conversao Cancelada -- PEDIDOS.DAT Preservado"
               move 8 to return-code
               perform finaliza
           end-if
           if qtd-lidos = 0
               display "PEDIDOS.DAT Vazio -- Nada a Converter"
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Passo 1: guarda o original em PEDIDOS-ANT.DAT e monta no
      * arquivo de trabalho cada pedido no leiaute novo, com o centro
      * de custo em branco (pedido sem centro de custo)
       processamento section.
           move "N" to fim-arquivo
           open input arq-antigo
           if st-arq-antigo <> "00"
               display "Nao foi Possivel Ler PEDIDOS.DAT -- "
                   "Conversao Cancelada"
               move 8 to return-code
               perform finaliza
           end-if
           open output arq-copia
           if st-arq-copia <> "00"
               display "Nao foi Possivel Abrir PEDIDOS-ANT.DAT -- "
                   "Conversao Cancelada"
               close arq-antigo
               move 8 to return-code
               perform finaliza
           end-if
           open output arq-temp
           if st-arq-temp <> "00"
               display "Nao foi Possivel Abrir PEDIDOS-TMP.DAT -- "
                   "Conversao Cancelada"
               close arq-copia
               close arq-antigo
               move 8 to return-code
               perform finaliza
           end-if
           read arq-antigo
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S"
               move reg-antigo       to reg-copia
               write reg-copia
               move ant-data         to tmp-data
               move ant-cod-pizzaria to tmp-cod-pizzaria
               move ant-nome         to tmp-nome
               move ant-qtd          to tmp-qtd
               move ant-preco-unit   to tmp-preco-unit
               move ant-area-pizza   to tmp-area-pizza
               move ant-melhor-cm2   to tmp-melhor-cm2
               move ant-origem       to tmp-origem
               move spaces           to tmp-centro-custo
               write reg-temp
               read arq-antigo
                   at end move "S" to fim-arquivo
               end-read
           end-perform
           close arq-antigo
           close arq-copia
           close arq-temp
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Passo 2: regrava PEDIDOS.DAT no leiaute novo a partir do
      * arquivo de trabalho
       regrava-pedidos section.
           move "N" to fim-arquivo
      *    o arquivo de trabalho precisa estar legivel ANTES de o
      *    open output truncar PEDIDOS.DAT
           open input arq-temp
           if st-arq-temp <> "00"
               display "Nao foi Possivel Ler PEDIDOS-TMP.DAT -- "
                   "PEDIDOS.DAT Preservado Sem Regravar"
               move 8 to return-code
               perform finaliza
           end-if
           open output arq-pedidos
           if st-arq-pedidos <> "00"
               display "Nao foi Possivel Regravar PEDIDOS.DAT -- "
                   "Original em PEDIDOS-ANT.DAT"
               close arq-temp
               move 8 to return-code
               perform finaliza
           end-if
           read arq-temp
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S"
               move reg-temp to reg-pedido
               write reg-pedido
               add 1 to qtd-convertidos
               read arq-temp
                   at end move "S" to fim-arquivo
               end-read
           end-perform
           close arq-temp
           close arq-pedidos
           .
       regrava-pedidos-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime o resumo da conversao para o operador conferir
       imprime-resumo section.
           display " "
           display "==============================================="
           display "  RESUMO DA CONVERSAO DE PEDIDOS.DAT"
           display "==============================================="
           move qtd-lidos to qtd-edt
           display "LIDOS (53 POSICOES).....: " qtd-edt
           move qtd-convertidos to qtd-edt
           display "GRAVADOS (59 POSICOES)..: " qtd-edt
           display "ORIGINAL GUARDADO EM....: PEDIDOS-ANT.DAT"
           display "==============================================="
           .
       imprime-resumo-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao da conversao
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
