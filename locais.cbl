      *Divisão de identificação do programa
       identification division.
       program-id. "locais".
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
           select arq-locais assign to "LOCAIS.DAT"
               organization is indexed
               access mode is dynamic
               record key is loc-codigo
               file status is st-arq-locais.
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
      * Locais de entrega: nossos escritorios e locais de evento, com
      * o bairro em que cada um fica -- e o bairro que a cobertura das
      * pizzarias enxerga
       fd  arq-locais
           label records are standard.
       01  reg-local.
           05 loc-codigo                            pic x(06).
           05 loc-descricao                         pic x(25).
           05 loc-endereco                          pic x(40).
           05 loc-bairro                            pic x(15).

       fd  arq-operador
           label records are standard.
       01  reg-operador.
           05 ope-id                                pic x(08).
           05 ope-nome                              pic x(20).
           05 ope-perfil                            pic x(01).
               88 operador-supervisor                   value "S".
               88 operador-comum                        value "C".

      * Jornal de alteracoes: inclusao (I), alteracao (A) e exclusao
      * (E) de local saem com o supervisor, a data/hora e o registro
      * antes e depois (arquivo L=LOCAIS.DAT)
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
       01  bairro-digitado                         pic x(15).
       01  bairro-digitado-car redefines bairro-digitado.
           05 bd-car  occurs  15                   pic x(01).
       01  bairro-trabalho                         pic x(15).
       01  bairro-trabalho-car redefines bairro-trabalho.
           05 btb-car  occurs  15                  pic x(01).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-locais                           pic X(02).
       77  st-arq-operador                         pic X(02).
       77  st-arq-jornal                           pic X(02).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  opcao-menu                              pic X(01).
       77  resposta                                pic X(01).
       77  fim-arquivo                             pic X(01).
       77  qtd-listados                            pic 9(03).
       77  qtd-brancos                             pic 9(02).
       77  car-idx                                 pic 9(02).
       77  car-inicio                              pic 9(02).
       77  car-destino                             pic 9(02).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Cadastro de Locais de Entrega"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Mexer nos locais de entrega e ato de supervisor: confere o
      * operador e abre o cadastro (criando-o vazio na primeira vez)
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
                       display "Somente Supervisores Podem Manter os "
                           "Locais de Entrega"
                   end-if
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           open i-o arq-locais
           if st-arq-locais = "35"
               open output arq-locais
               close arq-locais
               open i-o arq-locais
           end-if
           if st-arq-locais <> "00"
               display "Erro ao Abrir LOCAIS.DAT: " st-arq-locais
               move "N" to operador-ok
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Menu de manutencao: inclui, altera, exclui e lista locais
       processamento section.
           move space to opcao-menu
           perform until opcao-menu = "F" or opcao-menu = "f"
               display " "
               display "'I'=Incluir 'A'=Alterar 'E'=Excluir "
                   "'L'=Listar 'F'=Fim"
               accept opcao-menu
               if opcao-menu = "I" or opcao-menu = "i"
                   perform local-inclui
               else
                   if opcao-menu = "A" or opcao-menu = "a"
                       perform local-altera
                   else
                       if opcao-menu = "E" or opcao-menu = "e"
                           perform local-exclui
                       else
                           if opcao-menu = "L" or opcao-menu = "l"
                               perform local-lista
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
      * Pede o codigo do local (guardado em maiusculas, como o desafio
      * procura)
       pede-codigo section.
           move spaces to reg-local
           display "Codigo do Local (ate 6 Letras/Numeros): "
           accept loc-codigo
           inspect loc-codigo converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       pede-codigo-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede descricao, endereco e bairro do local; o bairro e
      * padronizado como o bairro da cobertura das pizzarias
       pede-dados section.
           display "Descricao (" loc-descricao "): "
           accept loc-descricao
           display "Endereco (" loc-endereco "): "
           accept loc-endereco
           display "Bairro (" loc-bairro "): "
           accept loc-bairro
           move loc-bairro to bairro-digitado
           perform padroniza-bairro
           move bairro-digitado to loc-bairro
           .
       pede-dados-exit.
           exit.
      *-----------------------------------------------------------------
      * Inclui um local de entrega novo
       local-inclui section.
           perform pede-codigo
           if loc-codigo = spaces
               display "Codigo Invalido"
           else
               perform pede-dados
               if loc-bairro = spaces
                   display "Bairro Obrigatorio"
               else
                   write reg-local
                       invalid key
                           display "Local Ja Cadastrado"
                       not invalid key
                           move "I"        to jt-acao
                           move loc-codigo to jt-chave
                           move spaces     to jt-antes
                           move reg-local  to jt-depois
                           perform grava-jornal
                   end-write
               end-if
           end-if
           .
       local-inclui-exit.
           exit.
      *-----------------------------------------------------------------
      * Altera descricao, endereco e bairro de um local existente
       local-altera section.
           perform pede-codigo
           read arq-locais
               invalid key
                   display "Local Nao Encontrado"
               not invalid key
                   move reg-local to jt-antes
                   perform pede-dados
                   if loc-bairro = spaces
                       display "Bairro Obrigatorio"
                   else
                       rewrite reg-local
                           invalid key
                               display "Erro ao Regravar Local"
                           not invalid key
                               move "A"        to jt-acao
                               move loc-codigo to jt-chave
                               move reg-local  to jt-depois
                               perform grava-jornal
                       end-rewrite
                   end-if
           end-read
           .
       local-altera-exit.
           exit.
      *-----------------------------------------------------------------
      * Exclui um local, depois de confirmado
       local-exclui section.
           perform pede-codigo
           read arq-locais
               invalid key
                   display "Local Nao Encontrado"
               not invalid key
                   display "Local: " loc-descricao "  Bairro: "
                       loc-bairro
                   display "Confirma a Exclusao? ('S'/'N')"
                   accept resposta
                   if resposta = "S" or resposta = "s"
                       move reg-local to jt-antes
                       delete arq-locais
                           invalid key
                               display "Erro ao Excluir Local"
                           not invalid key
                               move "E"        to jt-acao
                               move jt-antes   to reg-local
                               move loc-codigo to jt-chave
                               move spaces     to jt-depois
                               perform grava-jornal
                       end-delete
                   end-if
           end-read
           .
       local-exclui-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista todos os locais de entrega
       local-lista section.
           move 0      to qtd-listados
           move "N"    to fim-arquivo
           move low-values to loc-codigo
           start arq-locais key is >= loc-codigo
               invalid key
                   move "S" to fim-arquivo
           end-start
           display "CODIGO DESCRICAO                 BAIRRO"
           perform until fim-arquivo = "S"
               read arq-locais next record
                   at end
                       move "S" to fim-arquivo
                   not at end
                       display loc-codigo " " loc-descricao " "
                           loc-bairro
                       display "       " loc-endereco
                       add 1 to qtd-listados
               end-read
           end-perform
           move qtd-listados to num-edt
           display num-edt " Local(is) Cadastrado(s)"
           .
       local-lista-exit.
           exit.
      *-----------------------------------------------------------------
      * Maiusculas e sem brancos a esquerda em BAIRRO-DIGITADO, do
      * mesmo jeito que o desafio padroniza a cobertura das pizzarias
       padroniza-bairro section.
           inspect bairro-digitado converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 0 to qtd-brancos
           inspect bairro-digitado tallying qtd-brancos
               for leading spaces
           if qtd-brancos > 0 and qtd-brancos < 15
               move spaces to bairro-trabalho
               move 0 to car-destino
               compute car-inicio = qtd-brancos + 1
               perform varying car-idx from car-inicio by 1
                       until car-idx > 15
                   add 1 to car-destino
                   move bd-car(car-idx) to btb-car(car-destino)
               end-perform
               move bairro-trabalho to bairro-digitado
           end-if
           .
       padroniza-bairro-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava no jornal de alteracoes a mudanca de local que acabou de
      * ser feita, carimbada com o supervisor e a data/hora
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
               move "L"         to jor-arquivo
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
               close arq-locais
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
