      *Divisão de identificação do programa
       identification division.
       program-id. "suspensos".
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
           select arq-suspenso assign to "SUSPENSO.DAT"
               organization is sequential
               file status is st-arq-suspenso.
           select arq-operador assign to "OPERADOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is ope-id
               file status is st-arq-operador.
           select arq-pizzaria assign to "PIZZARIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is piz-codigo
               file status is st-arq-pizzaria.
           select arq-jornal assign to "JORNAL.DAT"
               organization is sequential
               file status is st-arq-jornal.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * Fila de suspensos do lote gravada pelo desafio: linha de
      * ENTRADA.DAT com preco/cm2 fora da tolerancia contra a ultima
      * comparacao da mesma pizza; situacao P=pendente L=liberada
      * D=descartada
       fd  arq-suspenso
           label records are standard.
       01  reg-suspenso.
           05 sus-entrada                          pic x(242).
           05 sus-data-comp                        pic 9(08).
           05 sus-cm2-novo                         pic 9(03)v9(06).
           05 sus-cm2-anterior                     pic 9(03)v9(06).
           05 sus-data-anterior                    pic 9(08).
           05 sus-situacao                         pic x(01).
           05 sus-revisor                          pic x(08).
           05 sus-data-revisao                     pic 9(08).

       fd  arq-operador
           label records are standard.
       01  reg-operador.
           05 ope-id                                pic x(08).
           05 ope-nome                              pic x(20).
           05 ope-perfil                            pic x(01).
               88 operador-supervisor                   value "S".
               88 operador-comum                        value "C".

       fd  arq-pizzaria
           label records are standard.
       01  reg-pizzaria.
           05 piz-codigo                            pic 9(04).
           05 piz-nome-fantasia                     pic x(25).
           05 piz-telefone                          pic x(12).
           05 piz-bairro                            pic x(15).
           05 piz-area-entrega                      pic x(30).
           05 piz-ativa                             pic x(01).

      * Jornal de alteracoes: cada liberacao (acao L) ou descarte
      * (acao X) de linha suspensa sai com o supervisor, a data/hora e
      * a linha antes e depois da decisao (arquivo S=SUSPENSO.DAT)
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
      * ------------ fila de suspensos em memoria ----------------------
       01  suspenso  occurs  500.
           05 su-entrada                           pic x(242).
           05 su-data-comp                         pic 9(08).
           05 su-cm2-novo                          pic 9(03)v9(06).
           05 su-cm2-anterior                      pic 9(03)v9(06).
           05 su-data-anterior                     pic 9(08).
           05 su-situacao                          pic x(01).
               88 suspensa-pendente                    value "P".
               88 suspensa-liberada                    value "L".
               88 suspensa-descartada                  value "D".
           05 su-revisor                           pic x(08).
           05 su-data-revisao                      pic 9(08).
      * visao de trabalho da linha suspensa (leiaute de ENTRADA.DAT)
       01  entrada-lote.
           05 lot-cod-pizzaria                      pic 9(04).
           05 lot-nome                              pic x(15).
           05 lot-formato                           pic x(01).
           05 lot-diametro                          pic 9(03).
           05 lot-comprimento                       pic 9(03).
           05 lot-largura                           pic 9(03).
           05 lot-preco                             pic 9(03)v99.
           05 lot-flag-entrega                      pic x(01).
           05 lot-taxa-entrega                      pic 9(03)v99.
           05 lot-qtd-sabor                         pic 9(02).
           05 lot-sabor-flat                        pic X(200).
           05 lot-sabor redefines lot-sabor-flat occurs 10.
               10 lot-nome-sabor                       pic x(15).
               10 lot-preco-sabor                      pic 9(03)v99.
      * imagem do registro da fila para o jornal
       01  imagem-suspenso.
           05 ims-entrada                          pic x(242).
           05 ims-data-comp                        pic 9(08).
           05 ims-cm2-novo                         pic 9(03)v9(06).
           05 ims-cm2-anterior                     pic 9(03)v9(06).
           05 ims-data-anterior                    pic 9(08).
           05 ims-situacao                         pic x(01).
           05 ims-revisor                          pic x(08).
           05 ims-data-revisao                     pic 9(08).
       01  jornal-trab.
           05 jt-data                               pic 9(08).
           05 jt-hora                               pic 9(08).
           05 jt-acao                               pic x(01).
           05 jt-chave                              pic x(20).
           05 jt-chave-pizza redefines jt-chave.
               10 jt-chave-cod                      pic 9(04).
               10 jt-chave-nome                     pic x(15).
               10 filler                            pic x(01).
           05 jt-antes                              pic x(300).
           05 jt-depois                             pic x(300).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-suspenso                         pic X(02).
       77  st-arq-operador                         pic X(02).
       77  st-arq-pizzaria                         pic X(02).
       77  pizzaria-aberta                         pic X(01).
       77  st-arq-jornal                           pic X(02).
       77  fim-arquivo                             pic X(01).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  max-suspensos                           pic 9(03)
                                                   value 500.
       77  qtd-suspensos                           pic 9(03).
       77  qtd-pendentes                           pic 9(03).
       77  qtd-liberadas                           pic 9(03).
       77  qtd-descartadas                         pic 9(03).
       77  su-idx                                  pic 9(03).
       77  sub-sabor                               pic 9(02).
       77  data-hoje                               pic 9(08).
       77  decisao                                 pic X(01).
       77  preco-linha                             pic 9(05)v99.
       77  variacao-cm2                            pic 9(07)v99.
       77  nome-pizzaria-aux                       pic X(25).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.
       77  preco-edt                               pic ZZZZ9,99.
       77  cm2-edt                                 pic ZZ9,9999.
       77  variacao-edt                            pic ZZZZZZ9,99.
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
           display "---- Revisao das Linhas Suspensas do Lote"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Liberar ou descartar linha suspensa e ato de supervisor:
      * confere o operador e carrega a fila em memoria
       inicializa section.
           move "N" to operador-ok
           move "N" to pizzaria-aberta
           accept data-hoje from date yyyymmdd
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
                   if operador-supervisor
                       move "S" to operador-ok
                   else
                       display "Somente Supervisores Podem Liberar ou "
                           "Descartar Linhas Suspensas"
                   end-if
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           open input arq-pizzaria
           if st-arq-pizzaria = "00"
               move "S" to pizzaria-aberta
           end-if
           perform carrega-suspensos
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega SUSPENSO.DAT inteiro para a tabela em memoria; o
      * arquivo e regravado com as decisoes no fim da revisao
       carrega-suspensos section.
           move 0   to qtd-suspensos
           move 0   to qtd-pendentes
           move "N" to fim-arquivo
           open input arq-suspenso
           if st-arq-suspenso <> "00"
               display "Nao Ha Linhas Suspensas em SUSPENSO.DAT"
               perform finaliza
           end-if
           read arq-suspenso
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S"
               if qtd-suspensos < max-suspensos
                   add 1 to qtd-suspensos
                   move sus-entrada       to su-entrada(qtd-suspensos)
                   move sus-data-comp     to su-data-comp(qtd-suspensos)
                   move sus-cm2-novo      to su-cm2-novo(qtd-suspensos)
                   move sus-cm2-anterior
                       to su-cm2-anterior(qtd-suspensos)
                   move sus-data-anterior
                       to su-data-anterior(qtd-suspensos)
                   move sus-situacao      to su-situacao(qtd-suspensos)
                   move sus-revisor       to su-revisor(qtd-suspensos)
                   move sus-data-revisao
                       to su-data-revisao(qtd-suspensos)
                   if suspensa-pendente(qtd-suspensos)
                       add 1 to qtd-pendentes
                   end-if
                   read arq-suspenso
                       at end move "S" to fim-arquivo
                   end-read
               else
      *            fila maior que a tabela: nada e regravado, para
      *            nenhuma linha se perder
                   display "Fila de Suspensos Excede o Limite da "
                       "Revisao -- Nada Alterado"
                   close arq-suspenso
                   perform finaliza
               end-if
           end-perform
           close arq-suspenso
           .
       carrega-suspensos-exit.
           exit.
      *-----------------------------------------------------------------
      * Mostra cada linha pendente e registra a decisao do supervisor:
      * 'L' libera para a proxima comparacao, 'D' descarta, 'P' pula
      * (continua pendente); 'F' encerra a revisao
       processamento section.
           move 0 to qtd-liberadas
           move 0 to qtd-descartadas
           move qtd-pendentes to num-edt
           display num-edt " Linha(s) Pendente(s) de Revisao"
           move space to decisao
           perform varying su-idx from 1 by 1
                   until su-idx > qtd-suspensos
                      or decisao = "F" or decisao = "f"
               if suspensa-pendente(su-idx)
                   perform mostra-suspenso
                   move space to decisao
                   perform until decisao = "L" or decisao = "l"
                              or decisao = "D" or decisao = "d"
                              or decisao = "P" or decisao = "p"
                              or decisao = "F" or decisao = "f"
                       display "'L'=Liberar 'D'=Descartar 'P'=Pular "
                           "'F'=Fim"
                       accept decisao
                   end-perform
                   if decisao = "L" or decisao = "l"
                       perform libera-suspenso
                   end-if
                   if decisao = "D" or decisao = "d"
                       perform descarta-suspenso
                   end-if
               end-if
           end-perform
           perform grava-suspensos
           display "==============================================="
           move qtd-liberadas to num-edt
           display "LIBERADAS.....: " num-edt
           move qtd-descartadas to num-edt
           display "DESCARTADAS...: " num-edt
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Mostra a linha suspensa corrente (SU-IDX): pizzaria, pizza,
      * preco da linha, preco/cm2 novo contra o da ultima comparacao e
      * a variacao que fez a linha cair na fila
       mostra-suspenso section.
           move su-entrada(su-idx) to entrada-lote
           move "NAO CADASTRADA" to nome-pizzaria-aux
           if pizzaria-aberta = "S" and lot-cod-pizzaria > 0
               move lot-cod-pizzaria to piz-codigo
               read arq-pizzaria
                   invalid key
                       continue
                   not invalid key
                       move piz-nome-fantasia to nome-pizzaria-aux
               end-read
           end-if
      *    com sabores o preco da linha e a soma dos sabores, como na
      *    carga do lote
           move lot-preco to preco-linha
           if lot-qtd-sabor > 0 and lot-qtd-sabor not > 10
               move 0 to preco-linha
               perform varying sub-sabor from 1 by 1
                       until sub-sabor > lot-qtd-sabor
                   add lot-preco-sabor(sub-sabor) to preco-linha
               end-perform
           end-if
           display " "
           display "-----------------------------------------------"
           display "PIZZARIA..........: " lot-cod-pizzaria " - "
               nome-pizzaria-aux
           display "PIZZA.............: " lot-nome
           move su-data-comp(su-idx) to data-quebrada
           perform edita-data
           display "SUSPENSA NA RODADA: " data-editada
           move preco-linha to preco-edt
           display "PRECO DA LINHA....: " preco-edt
           move su-cm2-novo(su-idx) to cm2-edt
           display "PRECO/CM2 NOVO....: " cm2-edt
           move su-cm2-anterior(su-idx) to cm2-edt
           move su-data-anterior(su-idx) to data-quebrada
           perform edita-data
           display "PRECO/CM2 ANTERIOR: " cm2-edt " EM " data-editada
           if su-cm2-anterior(su-idx) > 0
               if su-cm2-novo(su-idx) > su-cm2-anterior(su-idx)
                   compute variacao-cm2 rounded =
                       (su-cm2-novo(su-idx) - su-cm2-anterior(su-idx))
                       * 100 / su-cm2-anterior(su-idx)
                   move variacao-cm2 to variacao-edt
                   display "VARIACAO..........: +" variacao-edt "%"
               else
                   compute variacao-cm2 rounded =
                       (su-cm2-anterior(su-idx) - su-cm2-novo(su-idx))
                       * 100 / su-cm2-anterior(su-idx)
                   move variacao-cm2 to variacao-edt
                   display "VARIACAO..........: -" variacao-edt "%"
               end-if
           end-if
           .
       mostra-suspenso-exit.
           exit.
      *-----------------------------------------------------------------
      * Libera a linha corrente para a proxima comparacao
       libera-suspenso section.
           perform guarda-imagem-antes
           move "L"         to su-situacao(su-idx)
           move operador-id to su-revisor(su-idx)
           move data-hoje   to su-data-revisao(su-idx)
           add 1 to qtd-liberadas
           move "L" to jt-acao
           perform grava-jornal
           .
       libera-suspenso-exit.
           exit.
      *-----------------------------------------------------------------
      * Descarta a linha corrente -- ela sai da fila na proxima
      * regravacao e so fica o registro no jornal
       descarta-suspenso section.
           perform guarda-imagem-antes
           move "D"         to su-situacao(su-idx)
           move operador-id to su-revisor(su-idx)
           move data-hoje   to su-data-revisao(su-idx)
           add 1 to qtd-descartadas
           move "X" to jt-acao
           perform grava-jornal
           .
       descarta-suspenso-exit.
           exit.
      *-----------------------------------------------------------------
      * Monta a imagem da linha corrente antes da decisao
       guarda-imagem-antes section.
           perform monta-imagem
           move imagem-suspenso to jt-antes
           .
       guarda-imagem-antes-exit.
           exit.
      *-----------------------------------------------------------------
      * Copia a linha corrente (SU-IDX) para a imagem do jornal
       monta-imagem section.
           move su-entrada(su-idx)       to ims-entrada
           move su-data-comp(su-idx)     to ims-data-comp
           move su-cm2-novo(su-idx)      to ims-cm2-novo
           move su-cm2-anterior(su-idx)  to ims-cm2-anterior
           move su-data-anterior(su-idx) to ims-data-anterior
           move su-situacao(su-idx)      to ims-situacao
           move su-revisor(su-idx)       to ims-revisor
           move su-data-revisao(su-idx)  to ims-data-revisao
           .
       monta-imagem-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava no jornal a decisao sobre a linha corrente, com a imagem
      * antes (ja montada) e depois da decisao
       grava-jornal section.
           perform monta-imagem
           move imagem-suspenso to jt-depois
           accept jt-data from date yyyymmdd
           accept jt-hora from time
           move spaces           to jt-chave
           move lot-cod-pizzaria to jt-chave-cod
           move lot-nome         to jt-chave-nome
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
               move "S"         to jor-arquivo
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
      * Regrava SUSPENSO.DAT com as decisoes: liberadas ficam na fila
      * ate a proxima comparacao incorpora-las; descartadas saem
       grava-suspensos section.
           open output arq-suspenso
           if st-arq-suspenso <> "00"
               display "Nao foi Possivel Gravar SUSPENSO.DAT"
           else
               perform varying su-idx from 1 by 1
                       until su-idx > qtd-suspensos
                   if not suspensa-descartada(su-idx)
                       move su-entrada(su-idx)   to sus-entrada
                       move su-data-comp(su-idx) to sus-data-comp
                       move su-cm2-novo(su-idx)  to sus-cm2-novo
                       move su-cm2-anterior(su-idx)
                           to sus-cm2-anterior
                       move su-data-anterior(su-idx)
                           to sus-data-anterior
                       move su-situacao(su-idx)  to sus-situacao
                       move su-revisor(su-idx)   to sus-revisor
                       move su-data-revisao(su-idx)
                           to sus-data-revisao
                       write reg-suspenso
                   end-if
               end-perform
               close arq-suspenso
           end-if
           .
       grava-suspensos-exit.
           exit.
      *-----------------------------------------------------------------
      * Edita DATA-QUEBRADA (aaaammdd) em DATA-EDITADA (dd/mm/aaaa)
       edita-data section.
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           .
       edita-data-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao da revisao
       finaliza section.
           if pizzaria-aberta = "S"
               close arq-pizzaria
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
