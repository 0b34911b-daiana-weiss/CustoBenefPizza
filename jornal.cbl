      *Divisão de identificação do programa
       identification division.
       program-id. "jornal".
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
           select arq-jornal assign to "JORNAL.DAT"
               organization is sequential
               file status is st-arq-jornal.
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
      * Jornal de alteracoes dos cadastros mestres (acao I=inclusao
      * A=alteracao D=desativacao R=reparo L=liberacao X=descarte
      * E=exclusao O=pedido liberado acima do orcamento F=fechamento
      * e U=reabertura de mes; arquivo P=PIZZARIA.DAT O=OPERADOR.DAT
      * H=PIZZAS.DAT M=PIZZAS-ARQ.DAT S=SUSPENSO.DAT B=ORCAMENTO.DAT
      * F=SABORES.DAT L=LOCAIS.DAT C=COBERTURA.DAT T=PERIODO.DAT)
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
      * ------------ imagens antes/depois do registro do jornal --------
      * cada imagem e lida pela visao do arquivo de onde veio
       01  imagem-antes                            pic x(300).
       01  ima-pizzaria redefines imagem-antes.
           05 ima-piz-codigo                       pic 9(04).
           05 ima-piz-nome-fantasia                pic x(25).
           05 ima-piz-telefone                     pic x(12).
           05 ima-piz-bairro                       pic x(15).
           05 ima-piz-area-entrega                 pic x(30).
           05 ima-piz-ativa                        pic x(01).
           05 filler                               pic x(213).
       01  ima-operador redefines imagem-antes.
           05 ima-ope-id                           pic x(08).
           05 ima-ope-nome                         pic x(20).
           05 ima-ope-perfil                       pic x(01).
           05 filler                               pic x(271).
       01  ima-pizza redefines imagem-antes.
           05 ima-pz-cod-pizzaria                  pic 9(04).
           05 ima-pz-nome                          pic x(15).
           05 ima-pz-data-comp                     pic 9(08).
           05 ima-pz-formato                       pic x(01).
           05 ima-pz-diametro                      pic 9(03).
           05 ima-pz-comprimento                   pic 9(03).
           05 ima-pz-largura                       pic 9(03).
           05 ima-pz-preco                         pic 9(03)v99.
           05 ima-pz-area-pizza                    pic 9(10)v99.
           05 ima-pz-preco-cm2                     pic 9(03)v99.
           05 filler                               pic x(241).
       01  ima-suspenso redefines imagem-antes.
           05 ima-sus-cod-pizzaria                 pic 9(04).
           05 ima-sus-nome                         pic x(15).
           05 filler                               pic x(223).
           05 ima-sus-data-comp                    pic 9(08).
           05 ima-sus-cm2-novo                     pic 9(03)v9(06).
           05 ima-sus-cm2-anterior                 pic 9(03)v9(06).
           05 ima-sus-data-anterior                pic 9(08).
           05 ima-sus-situacao                     pic x(01).
           05 ima-sus-revisor                      pic x(08).
           05 ima-sus-data-revisao                 pic 9(08).
           05 filler                               pic x(07).
       01  ima-orcamento redefines imagem-antes.
           05 ima-orc-anomes                       pic 9(06).
           05 ima-orc-centro                       pic x(06).
           05 ima-orc-valor                        pic 9(07)v99.
           05 ima-orc-acao                         pic x(01).
           05 ima-orc-usado                        pic 9(09)v99.
           05 ima-orc-pedido                       pic 9(09)v99.
           05 filler                               pic x(256).
       01  ima-sabor redefines imagem-antes.
           05 ima-sab-codigo                       pic 9(04).
           05 ima-sab-nome                         pic x(15).
           05 ima-sab-apelido  occurs  5           pic x(15).
           05 ima-sab-vegetariano                  pic x(01).
           05 ima-sab-porco                        pic x(01).
           05 ima-sab-sem-lactose                  pic x(01).
           05 ima-sab-sem-gluten                   pic x(01).
           05 filler                               pic x(202).
       01  ima-local redefines imagem-antes.
           05 ima-loc-codigo                       pic x(06).
           05 ima-loc-descricao                    pic x(25).
           05 ima-loc-endereco                     pic x(40).
           05 ima-loc-bairro                       pic x(15).
           05 filler                               pic x(214).
       01  ima-cobertura redefines imagem-antes.
           05 ima-cob-cod-pizzaria                 pic 9(04).
           05 ima-cob-bairro                       pic x(15).
           05 filler                               pic x(281).
       01  ima-periodo redefines imagem-antes.
           05 ima-per-anomes                      pic 9(06).
           05 ima-per-situacao                    pic x(01).
           05 ima-per-data-fechamento             pic 9(08).
           05 ima-per-operador-fechamento         pic x(08).
           05 ima-per-qtd-detalhes                pic 9(05).
           05 ima-per-valor-total                 pic 9(09)v99.
           05 ima-per-data-reabertura             pic 9(08).
           05 ima-per-operador-reabertura         pic x(08).
           05 ima-per-motivo-reabertura           pic x(40).
           05 filler                               pic x(205).
       01  imagem-depois                           pic x(300).
       01  imd-pizzaria redefines imagem-depois.
           05 imd-piz-codigo                       pic 9(04).
           05 imd-piz-nome-fantasia                pic x(25).
           05 imd-piz-telefone                     pic x(12).
           05 imd-piz-bairro                       pic x(15).
           05 imd-piz-area-entrega                 pic x(30).
           05 imd-piz-ativa                        pic x(01).
           05 filler                               pic x(213).
       01  imd-operador redefines imagem-depois.
           05 imd-ope-id                           pic x(08).
           05 imd-ope-nome                         pic x(20).
           05 imd-ope-perfil                       pic x(01).
           05 filler                               pic x(271).
       01  imd-pizza redefines imagem-depois.
           05 imd-pz-cod-pizzaria                  pic 9(04).
           05 imd-pz-nome                          pic x(15).
           05 imd-pz-data-comp                     pic 9(08).
           05 imd-pz-formato                       pic x(01).
           05 imd-pz-diametro                      pic 9(03).
           05 imd-pz-comprimento                   pic 9(03).
           05 imd-pz-largura                       pic 9(03).
           05 imd-pz-preco                         pic 9(03)v99.
           05 imd-pz-area-pizza                    pic 9(10)v99.
           05 imd-pz-preco-cm2                     pic 9(03)v99.
           05 filler                               pic x(241).
       01  imd-suspenso redefines imagem-depois.
           05 imd-sus-cod-pizzaria                 pic 9(04).
           05 imd-sus-nome                         pic x(15).
           05 filler                               pic x(223).
           05 imd-sus-data-comp                    pic 9(08).
           05 imd-sus-cm2-novo                     pic 9(03)v9(06).
           05 imd-sus-cm2-anterior                 pic 9(03)v9(06).
           05 imd-sus-data-anterior                pic 9(08).
           05 imd-sus-situacao                     pic x(01).
           05 imd-sus-revisor                      pic x(08).
           05 imd-sus-data-revisao                 pic 9(08).
           05 filler                               pic x(07).
       01  imd-orcamento redefines imagem-depois.
           05 imd-orc-anomes                       pic 9(06).
           05 imd-orc-centro                       pic x(06).
           05 imd-orc-valor                        pic 9(07)v99.
           05 imd-orc-acao                         pic x(01).
           05 imd-orc-usado                        pic 9(09)v99.
           05 imd-orc-pedido                       pic 9(09)v99.
           05 filler                               pic x(256).
       01  imd-sabor redefines imagem-depois.
           05 imd-sab-codigo                       pic 9(04).
           05 imd-sab-nome                         pic x(15).
           05 imd-sab-apelido  occurs  5           pic x(15).
           05 imd-sab-vegetariano                  pic x(01).
           05 imd-sab-porco                        pic x(01).
           05 imd-sab-sem-lactose                  pic x(01).
           05 imd-sab-sem-gluten                   pic x(01).
           05 filler                               pic x(202).
       01  imd-local redefines imagem-depois.
           05 imd-loc-codigo                       pic x(06).
           05 imd-loc-descricao                    pic x(25).
           05 imd-loc-endereco                     pic x(40).
           05 imd-loc-bairro                       pic x(15).
           05 filler                               pic x(214).
       01  imd-cobertura redefines imagem-depois.
           05 imd-cob-cod-pizzaria                 pic 9(04).
           05 imd-cob-bairro                       pic x(15).
           05 filler                               pic x(281).
       01  imd-periodo redefines imagem-depois.
           05 imd-per-anomes                      pic 9(06).
           05 imd-per-situacao                    pic x(01).
           05 imd-per-data-fechamento             pic 9(08).
           05 imd-per-operador-fechamento         pic x(08).
           05 imd-per-qtd-detalhes                pic 9(05).
           05 imd-per-valor-total                 pic 9(09)v99.
           05 imd-per-data-reabertura             pic 9(08).
           05 imd-per-operador-reabertura         pic x(08).
           05 imd-per-motivo-reabertura           pic x(40).
           05 filler                               pic x(205).
      * ------------ filtros do relatorio -------------------------------
      * chave e comparada como prefixo: '0012' pega a pizzaria 0012 e
      * tambem os reparos do historico dela (codigo + nome da pizza)
       77  data-inicial                            pic 9(08).
       77  data-final                              pic 9(08).
       77  operador-filtro                         pic x(08).
       01  chave-filtro.
           05 chf-car  occurs  20                  pic x(01).
       01  chave-jornal.
           05 chj-car  occurs  20                  pic x(01).
       77  tam-chave                               pic 9(02).
       77  car-idx                                 pic 9(02).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-jornal                           pic X(02).
       77  st-arq-operador                         pic X(02).
       77  fim-arquivo                             pic X(01).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  registro-ok                             pic X(01).
       77  qtd-lidos                               pic 9(07).
       77  qtd-listados                            pic 9(07).
       77  desc-acao                               pic x(12).
       77  desc-arquivo                            pic x(14).
      * ------------------- linha de campo antes/depois -----------------
       77  rotulo-campo                            pic x(15).
       77  valor-antes                             pic x(30).
       77  valor-depois                            pic x(30).
       77  marca-campo                             pic x(01).
       77  ap-idx                                  pic 9(01).
       01  rotulo-apelido.
           05 filler                               pic x(08)
                                                   value "APELIDO ".
           05 ra-numero                            pic 9(01).
      * ------------------- variaveis do relatorio impresso -------------
       77  qtd-edt                                 pic ZZZZZZ9.
       77  num-edt                                 pic ZZZ9.
       77  preco-edt                               pic ZZ9,99.
       77  cm2-edt                                 pic ZZ9,9999.
       77  valor-edt                               pic ZZZZZZZZ9,99.
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
       01  hora-quebrada.
           05 hq-hora                              pic 9(02).
           05 hq-minuto                            pic 9(02).
           05 hq-segundo                           pic 9(02).
           05 hq-centesimo                         pic 9(02).
       01  hora-editada.
           05 he-hora                              pic 9(02).
           05 filler                               pic X(01) value ":".
           05 he-minuto                            pic 9(02).
           05 filler                               pic X(01) value ":".
           05 he-segundo                           pic 9(02).

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Jornal de Alteracoes dos Cadastros"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * O jornal mostra quem mexeu no cadastro: so supervisor consulta.
      * Confere o operador e le os filtros da consulta
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
                   if operador-supervisor
                       move "S" to operador-ok
                   else
                       display "Somente Supervisores Podem Consultar "
                           "o Jornal"
                   end-if
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           display "Data Inicial (AAAAMMDD, 0=Sem Limite): "
           accept data-inicial
           display "Data Final (AAAAMMDD, 0=Sem Limite): "
           accept data-final
           if data-final = 0
               move 99999999 to data-final
           end-if
           display "Chave do Registro (Branco=Todas): "
           accept chave-filtro
           display "Codigo do Operador (Branco=Todos): "
           accept operador-filtro
      *    tamanho significativo da chave digitada, para a comparacao
      *    por prefixo
           perform varying tam-chave from 20 by -1
                   until tam-chave = 0
                      or chf-car(tam-chave) <> space
               continue
           end-perform
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Percorre o jornal em ordem de gravacao listando as mudancas que
      * passam pelos filtros
       processamento section.
           move 0 to qtd-lidos
           move 0 to qtd-listados
           open input arq-jornal
           if st-arq-jornal <> "00"
               display "Nao Ha Alteracoes em JORNAL.DAT"
               perform finaliza
           end-if
           display " "
           display "==============================================="
           display "  JORNAL DE ALTERACOES DOS CADASTROS"
           display "==============================================="
           move "N" to fim-arquivo
           read arq-jornal
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S"
               add 1 to qtd-lidos
               perform filtra-registro
               if registro-ok = "S"
                   add 1 to qtd-listados
                   perform imprime-registro
               end-if
               read arq-jornal
                   at end move "S" to fim-arquivo
               end-read
           end-perform
           close arq-jornal
           display "==============================================="
           move qtd-lidos to qtd-edt
           display "REGISTROS NO JORNAL....: " qtd-edt
           move qtd-listados to qtd-edt
           display "REGISTROS LISTADOS.....: " qtd-edt
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Aplica ao registro corrente os filtros de periodo, chave (por
      * prefixo) e operador
       filtra-registro section.
           move "S" to registro-ok
           if jor-data < data-inicial or jor-data > data-final
               move "N" to registro-ok
           end-if
           if operador-filtro <> spaces
               and jor-operador <> operador-filtro
               move "N" to registro-ok
           end-if
           if tam-chave > 0
               move jor-chave to chave-jornal
               perform varying car-idx from 1 by 1
                       until car-idx > tam-chave
                   if chj-car(car-idx) <> chf-car(car-idx)
                       move "N" to registro-ok
                   end-if
               end-perform
           end-if
           .
       filtra-registro-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime o cabecalho da mudanca (quando, quem, o que) e os
      * campos do registro antes e depois, marcando com '*' os que
      * mudaram
       imprime-registro section.
           move jor-data to data-quebrada
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           move jor-hora to hora-quebrada
           move hq-hora    to he-hora
           move hq-minuto  to he-minuto
           move hq-segundo to he-segundo
           move jor-acao to desc-acao
           if jor-acao = "I"
               move "INCLUSAO" to desc-acao
           end-if
           if jor-acao = "A"
               move "ALTERACAO" to desc-acao
           end-if
           if jor-acao = "D"
               move "DESATIVACAO" to desc-acao
           end-if
           if jor-acao = "R"
               move "REPARO" to desc-acao
           end-if
           if jor-acao = "L"
               move "LIBERACAO" to desc-acao
           end-if
           if jor-acao = "X"
               move "DESCARTE" to desc-acao
           end-if
           if jor-acao = "E"
               move "EXCLUSAO" to desc-acao
           end-if
           if jor-acao = "O"
               move "LIBERA ORCAM" to desc-acao
           end-if
           if jor-acao = "F"
               move "FECHAMENTO" to desc-acao
           end-if
           if jor-acao = "U"
               move "REABERTURA" to desc-acao
           end-if
           move jor-arquivo to desc-arquivo
           if jor-arquivo = "P"
               move "PIZZARIA.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "O"
               move "OPERADOR.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "H"
               move "PIZZAS.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "M"
               move "PIZZAS-ARQ.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "S"
               move "SUSPENSO.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "B"
               move "ORCAMENTO.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "F"
               move "SABORES.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "L"
               move "LOCAIS.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "C"
               move "COBERTURA.DAT" to desc-arquivo
           end-if
           if jor-arquivo = "T"
               move "PERIODO.DAT" to desc-arquivo
           end-if
           display " "
           display data-editada " " hora-editada " OPERADOR "
               jor-operador " " desc-acao " " desc-arquivo
           display "   CHAVE: " jor-chave
           display "   CAMPO           ANTES"
               "                          DEPOIS"
           move jor-antes  to imagem-antes
           move jor-depois to imagem-depois
           if jor-arquivo = "P"
               perform imprime-pizzaria
           end-if
           if jor-arquivo = "O"
               perform imprime-operador
           end-if
           if jor-arquivo = "H" or jor-arquivo = "M"
               perform imprime-pizza
           end-if
           if jor-arquivo = "S"
               perform imprime-suspenso
           end-if
           if jor-arquivo = "B"
               perform imprime-orcamento
           end-if
           if jor-arquivo = "F"
               perform imprime-sabor
           end-if
           if jor-arquivo = "L"
               perform imprime-local
           end-if
           if jor-arquivo = "C"
               perform imprime-cobertura
           end-if
           if jor-arquivo = "T"
               perform imprime-periodo
           end-if
           .
       imprime-registro-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos do cadastro de pizzarias
       imprime-pizzaria section.
           move "CODIGO"            to rotulo-campo
           move spaces              to valor-antes
           move spaces              to valor-depois
           if jor-acao <> "I"
               move ima-piz-codigo  to valor-antes
           end-if
           move imd-piz-codigo      to valor-depois
           perform imprime-campo
           move "NOME FANTASIA"     to rotulo-campo
           move ima-piz-nome-fantasia to valor-antes
           move imd-piz-nome-fantasia to valor-depois
           perform imprime-campo
           move "TELEFONE"          to rotulo-campo
           move ima-piz-telefone    to valor-antes
           move imd-piz-telefone    to valor-depois
           perform imprime-campo
           move "BAIRRO"            to rotulo-campo
           move ima-piz-bairro      to valor-antes
           move imd-piz-bairro      to valor-depois
           perform imprime-campo
           move "AREA ENTREGA"      to rotulo-campo
           move ima-piz-area-entrega to valor-antes
           move imd-piz-area-entrega to valor-depois
           perform imprime-campo
           move "ATIVA"             to rotulo-campo
           move ima-piz-ativa       to valor-antes
           move imd-piz-ativa       to valor-depois
           perform imprime-campo
           .
       imprime-pizzaria-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos do cadastro de operadores
       imprime-operador section.
           move "CODIGO"            to rotulo-campo
           move ima-ope-id          to valor-antes
           move imd-ope-id          to valor-depois
           perform imprime-campo
           move "NOME"              to rotulo-campo
           move ima-ope-nome        to valor-antes
           move imd-ope-nome        to valor-depois
           perform imprime-campo
           move "PERFIL"            to rotulo-campo
           move ima-ope-perfil      to valor-antes
           move imd-ope-perfil      to valor-depois
           perform imprime-campo
           .
       imprime-operador-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos do registro de historico de pizzas regravado no reparo
       imprime-pizza section.
           move "COD PIZZARIA"      to rotulo-campo
           move ima-pz-cod-pizzaria to valor-antes
           move imd-pz-cod-pizzaria to valor-depois
           perform imprime-campo
           move "PIZZA"             to rotulo-campo
           move ima-pz-nome         to valor-antes
           move imd-pz-nome         to valor-depois
           perform imprime-campo
           move "DATA COMPARACAO"   to rotulo-campo
           move ima-pz-data-comp    to data-quebrada
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           move data-editada        to valor-antes
           move imd-pz-data-comp    to data-quebrada
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           move data-editada        to valor-depois
           perform imprime-campo
           move "PRECO"             to rotulo-campo
           move ima-pz-preco        to preco-edt
           move preco-edt           to valor-antes
           move imd-pz-preco        to preco-edt
           move preco-edt           to valor-depois
           perform imprime-campo
           move "PRECO/CM2"         to rotulo-campo
           move ima-pz-preco-cm2    to preco-edt
           move preco-edt           to valor-antes
           move imd-pz-preco-cm2    to preco-edt
           move preco-edt           to valor-depois
           perform imprime-campo
           .
       imprime-pizza-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos da linha suspensa do lote liberada ou descartada
       imprime-suspenso section.
           move "COD PIZZARIA"      to rotulo-campo
           move ima-sus-cod-pizzaria to valor-antes
           move imd-sus-cod-pizzaria to valor-depois
           perform imprime-campo
           move "PIZZA"             to rotulo-campo
           move ima-sus-nome        to valor-antes
           move imd-sus-nome        to valor-depois
           perform imprime-campo
           move "DATA COMPARACAO"   to rotulo-campo
           move ima-sus-data-comp   to data-quebrada
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           move data-editada        to valor-antes
           move imd-sus-data-comp   to data-quebrada
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           move data-editada        to valor-depois
           perform imprime-campo
           move "PRECO/CM2 NOVO"    to rotulo-campo
           move ima-sus-cm2-novo    to cm2-edt
           move cm2-edt             to valor-antes
           move imd-sus-cm2-novo    to cm2-edt
           move cm2-edt             to valor-depois
           perform imprime-campo
           move "PRECO/CM2 ANT."    to rotulo-campo
           move ima-sus-cm2-anterior to cm2-edt
           move cm2-edt             to valor-antes
           move imd-sus-cm2-anterior to cm2-edt
           move cm2-edt             to valor-depois
           perform imprime-campo
           move "SITUACAO"          to rotulo-campo
           move ima-sus-situacao    to valor-antes
           move imd-sus-situacao    to valor-depois
           perform imprime-campo
           move "REVISOR"           to rotulo-campo
           move ima-sus-revisor     to valor-antes
           move imd-sus-revisor     to valor-depois
           perform imprime-campo
           .
       imprime-suspenso-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos do orcamento mensal; na liberacao de pedido acima do
      * orcamento o depois traz tambem o ja utilizado no mes e o valor
      * do pedido liberado
       imprime-orcamento section.
           move "ANO/MES"           to rotulo-campo
           move spaces              to valor-antes
           move spaces              to valor-depois
           if jor-acao <> "I"
               move ima-orc-anomes  to valor-antes
           end-if
           if jor-acao <> "E"
               move imd-orc-anomes  to valor-depois
           end-if
           perform imprime-campo
           move "CENTRO DE CUSTO"   to rotulo-campo
           move ima-orc-centro      to valor-antes
           move imd-orc-centro      to valor-depois
           perform imprime-campo
           move "VALOR"             to rotulo-campo
           move spaces              to valor-antes
           move spaces              to valor-depois
           if jor-acao <> "I"
               move ima-orc-valor   to valor-edt
               move valor-edt       to valor-antes
           end-if
           if jor-acao <> "E"
               move imd-orc-valor   to valor-edt
               move valor-edt       to valor-depois
           end-if
           perform imprime-campo
           move "ACAO ACIMA"        to rotulo-campo
           move ima-orc-acao        to valor-antes
           move imd-orc-acao        to valor-depois
           perform imprime-campo
           if jor-acao = "O"
               move "JA UTILIZADO"  to rotulo-campo
               move spaces          to valor-antes
               move imd-orc-usado   to valor-edt
               move valor-edt       to valor-depois
               perform imprime-campo
               move "PEDIDO LIBERADO" to rotulo-campo
               move spaces          to valor-antes
               move imd-orc-pedido  to valor-edt
               move valor-edt       to valor-depois
               perform imprime-campo
           end-if
           .
       imprime-orcamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos do cadastro de sabores (nome padrao, apelidos e
      * atributos de dieta)
       imprime-sabor section.
           move "CODIGO"            to rotulo-campo
           move spaces              to valor-antes
           move spaces              to valor-depois
           if jor-acao <> "I"
               move ima-sab-codigo  to valor-antes
           end-if
           if jor-acao <> "E"
               move imd-sab-codigo  to valor-depois
           end-if
           perform imprime-campo
           move "NOME PADRAO"       to rotulo-campo
           move ima-sab-nome        to valor-antes
           move imd-sab-nome        to valor-depois
           perform imprime-campo
           perform varying ap-idx from 1 by 1 until ap-idx > 5
               if ima-sab-apelido(ap-idx) <> spaces
                   or imd-sab-apelido(ap-idx) <> spaces
                   move ap-idx                  to ra-numero
                   move rotulo-apelido          to rotulo-campo
                   move ima-sab-apelido(ap-idx) to valor-antes
                   move imd-sab-apelido(ap-idx) to valor-depois
                   perform imprime-campo
               end-if
           end-perform
           move "VEGETARIANO"       to rotulo-campo
           move ima-sab-vegetariano to valor-antes
           move imd-sab-vegetariano to valor-depois
           perform imprime-campo
           move "CARNE DE PORCO"    to rotulo-campo
           move ima-sab-porco       to valor-antes
           move imd-sab-porco       to valor-depois
           perform imprime-campo
           move "SEM LACTOSE"       to rotulo-campo
           move ima-sab-sem-lactose to valor-antes
           move imd-sab-sem-lactose to valor-depois
           perform imprime-campo
           move "SEM GLUTEN"        to rotulo-campo
           move ima-sab-sem-gluten  to valor-antes
           move imd-sab-sem-gluten  to valor-depois
           perform imprime-campo
           .
       imprime-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Campos do cadastro de locais de entrega
       imprime-local section.
           move "CODIGO"            to rotulo-campo
           move ima-loc-codigo      to valor-antes
           move imd-loc-codigo      to valor-depois
           perform imprime-campo
           move "DESCRICAO"         to rotulo-campo
           move ima-loc-descricao   to valor-antes
           move imd-loc-descricao   to valor-depois
           perform imprime-campo
           move "ENDERECO"          to rotulo-campo
           move ima-loc-endereco    to valor-antes
           move imd-loc-endereco    to valor-depois
           perform imprime-campo
           move "BAIRRO"            to rotulo-campo
           move ima-loc-bairro      to valor-antes
           move imd-loc-bairro      to valor-depois
           perform imprime-campo
           .
       imprime-local-exit.
           exit.
      *-----------------------------------------------------------------
      * Bairro incluido na (ou excluido da) cobertura de uma pizzaria
       imprime-cobertura section.
           move "COD PIZZARIA"      to rotulo-campo
           move spaces              to valor-antes
           move spaces              to valor-depois
           if jor-acao <> "I"
               move ima-cob-cod-pizzaria to valor-antes
           end-if
           if jor-acao <> "E"
               move imd-cob-cod-pizzaria to valor-depois
           end-if
           perform imprime-campo
           move "BAIRRO ATENDIDO"   to rotulo-campo
           move ima-cob-bairro      to valor-antes
           move imd-cob-bairro      to valor-depois
           perform imprime-campo
           .
       imprime-cobertura-exit.
           exit.
      *-----------------------------------------------------------------
      * Controle de periodo da contabilidade no fechamento e na
      * reabertura do mes
       imprime-periodo section.
           move "ANO/MES"           to rotulo-campo
           move spaces              to valor-antes
           if ima-per-anomes is numeric
               move ima-per-anomes  to valor-antes
           end-if
           move imd-per-anomes      to valor-depois
           perform imprime-campo
           move "SITUACAO"          to rotulo-campo
           move ima-per-situacao    to valor-antes
           move imd-per-situacao    to valor-depois
           perform imprime-campo
           move "FECHADO EM"        to rotulo-campo
           move spaces              to valor-antes
           if ima-per-data-fechamento is numeric
               move ima-per-data-fechamento to valor-antes
           end-if
           move imd-per-data-fechamento to valor-depois
           perform imprime-campo
           move "FECHADO POR"       to rotulo-campo
           move ima-per-operador-fechamento to valor-antes
           move imd-per-operador-fechamento to valor-depois
           perform imprime-campo
           move "DETALHES"          to rotulo-campo
           move spaces              to valor-antes
           if ima-per-qtd-detalhes is numeric
               move ima-per-qtd-detalhes to valor-antes
           end-if
           move imd-per-qtd-detalhes to valor-depois
           perform imprime-campo
           move "VALOR EXPORTADO"   to rotulo-campo
           move spaces              to valor-antes
           if ima-per-valor-total is numeric
               move ima-per-valor-total to valor-edt
               move valor-edt       to valor-antes
           end-if
           move imd-per-valor-total to valor-edt
           move valor-edt           to valor-depois
           perform imprime-campo
           move "REABERTO EM"       to rotulo-campo
           move spaces              to valor-antes
           move spaces              to valor-depois
           if ima-per-data-reabertura is numeric
               and ima-per-data-reabertura > 0
               move ima-per-data-reabertura to valor-antes
           end-if
           if imd-per-data-reabertura > 0
               move imd-per-data-reabertura to valor-depois
           end-if
           perform imprime-campo
           move "REABERTO POR"      to rotulo-campo
           move ima-per-operador-reabertura to valor-antes
           move imd-per-operador-reabertura to valor-depois
           perform imprime-campo
           move "MOTIVO"            to rotulo-campo
           move ima-per-motivo-reabertura to valor-antes
           move imd-per-motivo-reabertura to valor-depois
           perform imprime-campo
           .
       imprime-periodo-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime uma linha de campo com o valor antes e depois; campo
      * que mudou sai marcado com '*'
       imprime-campo section.
           move space to marca-campo
           if valor-antes <> valor-depois
               move "*" to marca-campo
           end-if
           display " " marca-campo " " rotulo-campo " " valor-antes
               " " valor-depois
           .
       imprime-campo-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao do relatorio
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
