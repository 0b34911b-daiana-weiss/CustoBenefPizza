      *Divisão de identificação do programa
       identification division.
       program-id. "orcamento".
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
           select arq-orcamento assign to "ORCAMENTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is orc-chave
               file status is st-arq-orcamento.
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
      * Orcamento mensal de pizza: um valor por mes, opcionalmente
      * dividido por centro de custo (centro em branco = o mes todo),
      * e o que o planejador faz com pedido em grupo acima do valor:
      * A=so avisa B=bloqueia (so supervisor libera)
       fd  arq-orcamento
           label records are standard.
       01  reg-orcamento.
           05 orc-chave.
               10 orc-anomes                        pic 9(06).
               10 orc-centro                        pic x(06).
           05 orc-valor                             pic 9(07)v99.
           05 orc-acao                              pic x(01).
               88 orcamento-avisa                       value "A".
               88 orcamento-bloqueia                    value "B".

       fd  arq-operador
           label records are standard.
       01  reg-operador.
           05 ope-id                                pic x(08).
           05 ope-nome                              pic x(20).
           05 ope-perfil                            pic x(01).
               88 operador-supervisor                   value "S".
               88 operador-comum                        value "C".

      * Jornal de alteracoes: inclusao (I), alteracao (A) e exclusao
      * (E) de orcamento saem com o supervisor, a data/hora e o
      * registro antes e depois (arquivo B=ORCAMENTO.DAT)
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
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-orcamento                        pic X(02).
       77  st-arq-operador                         pic X(02).
       77  st-arq-jornal                           pic X(02).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  opcao-menu                              pic X(01).
       77  resposta                                pic X(01).
       77  fim-arquivo                             pic X(01).
       77  qtd-listados                            pic 9(03).
       77  anomes-inicial                          pic 9(06).
       01  anomes-quebrado.
           05 aq-ano                               pic 9(04).
           05 aq-mes                               pic 9(02).
       01  anomes-editado.
           05 ae-mes                               pic 9(02).
           05 filler                               pic X(01) value "/".
           05 ae-ano                               pic 9(04).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.
       77  valor-edt                               pic ZZZZZZ9,99.
       77  centro-edt                              pic x(10).

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Cadastro do Orcamento Mensal de Pizza"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Mexer no orcamento e ato de supervisor: confere o operador e
      * abre o cadastro (criando-o vazio na primeira vez)
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
                       display "Somente Supervisores Podem Manter o "
                           "Orcamento"
                   end-if
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           open i-o arq-orcamento
           if st-arq-orcamento = "35"
               open output arq-orcamento
               close arq-orcamento
               open i-o arq-orcamento
           end-if
           if st-arq-orcamento <> "00"
               display "Erro ao Abrir ORCAMENTO.DAT: " st-arq-orcamento
               move "N" to operador-ok
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Menu de manutencao: inclui, altera, exclui e lista orcamentos
       processamento section.
           move space to opcao-menu
           perform until opcao-menu = "F" or opcao-menu = "f"
               display " "
               display "'I'=Incluir 'A'=Alterar 'E'=Excluir "
                   "'L'=Listar 'F'=Fim"
               accept opcao-menu
               if opcao-menu = "I" or opcao-menu = "i"
                   perform orcamento-inclui
               else
                   if opcao-menu = "A" or opcao-menu = "a"
                       perform orcamento-altera
                   else
                       if opcao-menu = "E" or opcao-menu = "e"
                           perform orcamento-exclui
                       else
                           if opcao-menu = "L" or opcao-menu = "l"
                               perform orcamento-lista
                           else
                               if opcao-menu <> "F"
                                   and opcao-menu <> "f"
                                   display "Opcao Invalida"
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede a chave do orcamento: ano/mes e centro de custo (em
      * branco = orcamento do mes todo)
       pede-chave section.
           move spaces to reg-orcamento
           display "Ano e Mes do Orcamento (aaaamm): "
           accept orc-anomes
           display "Centro de Custo (Branco=Mes Todo): "
           accept orc-centro
           .
       pede-chave-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede valor e acao do orcamento; acao invalida vira 'A' (avisa)
       pede-valores section.
           display "Valor Orcado: "
           accept orc-valor
           display "Acima do Orcamento: 'A'=Avisa 'B'=Bloqueia"
           accept orc-acao
           if orc-acao = "b"
               move "B" to orc-acao
           end-if
           if not orcamento-bloqueia
               move "A" to orc-acao
           end-if
           .
       pede-valores-exit.
           exit.
      *-----------------------------------------------------------------
      * Inclui o orcamento de um mes (ou de um centro no mes)
       orcamento-inclui section.
           perform pede-chave
           move orc-anomes to anomes-quebrado
           if aq-mes < 1 or aq-mes > 12 or aq-ano < 2000
               display "Ano/Mes Invalido"
           else
               perform pede-valores
               write reg-orcamento
                   invalid key
                       display "Orcamento Ja Cadastrado"
                   not invalid key
                       move "I"           to jt-acao
                       move orc-chave     to jt-chave
                       move spaces        to jt-antes
                       move reg-orcamento to jt-depois
                       perform grava-jornal
               end-write
           end-if
           .
       orcamento-inclui-exit.
           exit.
      *-----------------------------------------------------------------
      * Altera valor e acao de um orcamento existente
       orcamento-altera section.
           perform pede-chave
           read arq-orcamento
               invalid key
                   display "Orcamento Nao Encontrado"
               not invalid key
                   move reg-orcamento to jt-antes
                   move orc-valor to valor-edt
                   display "Valor Atual: " valor-edt
                       "  Acao Atual: " orc-acao
                   perform pede-valores
                   rewrite reg-orcamento
                       invalid key
                           display "Erro ao Regravar Orcamento"
                       not invalid key
                           move "A"           to jt-acao
                           move orc-chave     to jt-chave
                           move reg-orcamento to jt-depois
                           perform grava-jornal
                   end-rewrite
           end-read
           .
       orcamento-altera-exit.
           exit.
      *-----------------------------------------------------------------
      * Exclui um orcamento, depois de confirmado
       orcamento-exclui section.
           perform pede-chave
           read arq-orcamento
               invalid key
                   display "Orcamento Nao Encontrado"
               not invalid key
                   move orc-valor to valor-edt
                   display "Valor: " valor-edt "  Acao: " orc-acao
                   display "Confirma a Exclusao? ('S'/'N')"
                   accept resposta
                   if resposta = "S" or resposta = "s"
                       move reg-orcamento to jt-antes
                       delete arq-orcamento
                           invalid key
                               display "Erro ao Excluir Orcamento"
                           not invalid key
                               move "E"       to jt-acao
                               move jt-antes  to reg-orcamento
                               move orc-chave to jt-chave
                               move spaces    to jt-depois
                               perform grava-jornal
                       end-delete
                   end-if
           end-read
           .
       orcamento-exclui-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista os orcamentos a partir de um ano/mes (0 = todos)
       orcamento-lista section.
           display "Listar a Partir de (aaaamm, 0=Todos): "
           accept anomes-inicial
           move 0   to qtd-listados
           move "N" to fim-arquivo
           move anomes-inicial to orc-anomes
           move low-values     to orc-centro
           start arq-orcamento key is >= orc-chave
               invalid key
                   move "S" to fim-arquivo
           end-start
           display "MES/ANO  CENTRO         VALOR ACAO"
           perform until fim-arquivo = "S"
               read arq-orcamento next record
                   at end
                       move "S" to fim-arquivo
                   not at end
                       move orc-anomes to anomes-quebrado
                       move aq-mes to ae-mes
                       move aq-ano to ae-ano
                       move orc-centro to centro-edt
                       if orc-centro = spaces
                           move "(MES)" to centro-edt
                       end-if
                       move orc-valor to valor-edt
                       display anomes-editado "  " centro-edt " "
                           valor-edt "  " orc-acao
                       add 1 to qtd-listados
               end-read
           end-perform
           move qtd-listados to num-edt
           display num-edt " Orcamento(s) Listado(s)"
           .
       orcamento-lista-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava no jornal de alteracoes a mudanca de orcamento que
      * acabou de ser feita, carimbada com o supervisor e a data/hora
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
               move "B"         to jor-arquivo
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
      * Finalizacao da manutencao
       finaliza section.
           if operador-ok = "S"
               close arq-orcamento
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
