      *Divisão de identificação do programa
       identification division.
       program-id. "sabores".
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
           select arq-sabores assign to "SABORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is sab-codigo
               file status is st-arq-sabores.
           select arq-semsabor assign to "SEMSABOR.DAT"
               organization is sequential
               file status is st-arq-semsabor.
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
      * Cadastro de sabores: nome padrao, ate 5 grafias alternativas
      * (apelidos) e atributos de dieta (S/N) de cada sabor
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

      * Sabores digitados que o desafio nao achou no cadastro
       fd  arq-semsabor
           label records are standard.
       01  reg-semsabor.
           05 sem-data                              pic 9(08).
           05 sem-cod-pizzaria                      pic 9(04).
           05 sem-pizza                             pic x(15).
           05 sem-sabor                             pic x(15).

       fd  arq-operador
           label records are standard.
       01  reg-operador.
           05 ope-id                                pic x(08).
           05 ope-nome                              pic x(20).
           05 ope-perfil                            pic x(01).
               88 operador-supervisor                   value "S".
               88 operador-comum                        value "C".

      * Jornal de alteracoes: inclusao (I), alteracao (A) e exclusao
      * (E) de sabor saem com o supervisor, a data/hora e o registro
      * antes e depois (arquivo F=SABORES.DAT)
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
      * ------------ sabores pendentes de SEMSABOR.DAT -----------------
      * um por sabor digitado, com a primeira pizza onde apareceu e
      * quantas vezes foi visto; resolvido sai do arquivo
       01  pendente  occurs  500.
           05 pe-sabor                             pic x(15).
           05 pe-cod-pizzaria                      pic 9(04).
           05 pe-pizza                             pic x(15).
           05 pe-data                              pic 9(08).
           05 pe-vezes                             pic 9(04).
           05 pe-situacao                          pic x(01).
               88 pendente-aberto                      value "P".
               88 pendente-resolvido                   value "R".
      * registro em edicao, guardado enquanto o cadastro e varrido
       01  sabor-edicao                            pic x(98).
       01  sabor-digitado                          pic x(15).
       01  sabor-digitado-car redefines sabor-digitado.
           05 sd-car  occurs  15                   pic x(01).
       01  sabor-trabalho                          pic x(15).
       01  sabor-trabalho-car redefines sabor-trabalho.
           05 stb-car  occurs  15                  pic x(01).
       01  jornal-trab.
           05 jt-data                               pic 9(08).
           05 jt-hora                               pic 9(08).
           05 jt-acao                               pic x(01).
           05 jt-chave                              pic x(20).
           05 jt-antes                              pic x(300).
           05 jt-depois                             pic x(300).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-sabores                          pic X(02).
       77  st-arq-semsabor                         pic X(02).
       77  st-arq-operador                         pic X(02).
       77  st-arq-jornal                           pic X(02).
       77  operador-id                             pic X(08).
       77  operador-ok                             pic X(01).
       77  opcao-menu                              pic X(01).
       77  resposta                                pic X(01).
       77  decisao                                 pic X(01).
       77  fim-arquivo                             pic X(01).
       77  fim-cadastro                            pic X(01).
       77  codigo-edicao                           pic 9(04).
       77  codigo-achado                           pic 9(04).
       77  nome-duplicado                          pic X(01).
       77  ap-idx                                  pic 9(01).
       77  ap-livre                                pic 9(01).
       77  qtd-brancos                             pic 9(02).
       77  car-idx                                 pic 9(02).
       77  car-inicio                              pic 9(02).
       77  car-destino                             pic 9(02).
       77  qtd-pendentes                           pic 9(03).
       77  max-pendentes                           pic 9(03)
                                                   value 500.
       77  pe-idx                                  pic 9(03).
       77  pe-achado                               pic 9(03).
       77  qtd-resolvidos                          pic 9(03).
       77  qtd-listados                            pic 9(03).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.
       77  vezes-edt                               pic ZZZ9.
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
           display "---- Cadastro de Sabores"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Mexer no cadastro de sabores e ato de supervisor: confere o
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
                       display "Somente Supervisores Podem Manter o "
                           "Cadastro de Sabores"
                   end-if
           end-read
           close arq-operador
           if operador-ok = "N"
               perform finaliza
           end-if
           open i-o arq-sabores
           if st-arq-sabores = "35"
               open output arq-sabores
               close arq-sabores
               open i-o arq-sabores
           end-if
           if st-arq-sabores <> "00"
               display "Erro ao Abrir SABORES.DAT: " st-arq-sabores
               move "N" to operador-ok
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Menu de manutencao: inclui, altera, exclui e lista sabores e
      * resolve os sabores sem cadastro apontados pelo desafio
       processamento section.
           move space to opcao-menu
           perform until opcao-menu = "F" or opcao-menu = "f"
               display " "
               display "'I'=Incluir 'A'=Alterar 'E'=Excluir "
                   "'L'=Listar 'R'=Resolver Sem Cadastro 'F'=Fim"
               accept opcao-menu
               if opcao-menu = "I" or opcao-menu = "i"
                   perform sabor-inclui
               else
                   if opcao-menu = "A" or opcao-menu = "a"
                       perform sabor-altera
                   else
                       if opcao-menu = "E" or opcao-menu = "e"
                           perform sabor-exclui
                       else
                           if opcao-menu = "L" or opcao-menu = "l"
                               perform sabor-lista
                           else
                               if opcao-menu = "R" or opcao-menu = "r"
                                   perform resolve-pendentes
                               else
                                   if opcao-menu <> "F"
                                       and opcao-menu <> "f"
                                       display "Opcao Invalida"
                                   end-if
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
      * Inclui um sabor novo
       sabor-inclui section.
           move spaces to reg-sabor-mestre
           display "Codigo do Novo Sabor (1 a 9999): "
           accept sab-codigo
           if sab-codigo = 0
               display "Codigo Invalido"
           else
               display "Nome Padrao: "
               accept sab-nome
               perform pede-apelidos
               perform pede-atributos
               perform grava-inclusao
           end-if
           .
       sabor-inclui-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere nome/apelidos do registro em edicao contra o resto do
      * cadastro e grava a inclusao no arquivo e no jornal
       grava-inclusao section.
           perform padroniza-registro
           if sab-nome = spaces
               display "Nome Padrao Obrigatorio"
           else
               perform confere-duplicidade
               if nome-duplicado = "N"
                   write reg-sabor-mestre
                       invalid key
                           display "Codigo Ja Cadastrado"
                       not invalid key
                           move "I"              to jt-acao
                           move sab-codigo       to jt-chave
                           move spaces           to jt-antes
                           move reg-sabor-mestre to jt-depois
                           perform grava-jornal
                           display "Sabor Incluido"
                   end-write
               end-if
           end-if
           .
       grava-inclusao-exit.
           exit.
      *-----------------------------------------------------------------
      * Altera nome, apelidos e atributos de um sabor existente
       sabor-altera section.
           display "Codigo do Sabor a Alterar: "
           accept sab-codigo
           read arq-sabores
               invalid key
                   display "Sabor Nao Encontrado"
               not invalid key
                   move reg-sabor-mestre to jt-antes
                   display "Nome Padrao (" sab-nome "): "
                   accept sab-nome
                   perform pede-apelidos
                   perform pede-atributos
                   perform grava-alteracao
           end-read
           .
       sabor-altera-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere o registro em edicao e regrava (imagem antes ja em
      * JT-ANTES)
       grava-alteracao section.
           perform padroniza-registro
           if sab-nome = spaces
               display "Nome Padrao Obrigatorio"
           else
               perform confere-duplicidade
               if nome-duplicado = "N"
                   rewrite reg-sabor-mestre
                       invalid key
                           display "Erro ao Regravar Sabor"
                       not invalid key
                           move "A"              to jt-acao
                           move sab-codigo       to jt-chave
                           move reg-sabor-mestre to jt-depois
                           perform grava-jornal
                           display "Sabor Alterado"
                   end-rewrite
               end-if
           end-if
           .
       grava-alteracao-exit.
           exit.
      *-----------------------------------------------------------------
      * Exclui um sabor, depois de confirmado
       sabor-exclui section.
           display "Codigo do Sabor a Excluir: "
           accept sab-codigo
           read arq-sabores
               invalid key
                   display "Sabor Nao Encontrado"
               not invalid key
                   display "Sabor: " sab-nome
                   display "Confirma a Exclusao? ('S'/'N')"
                   accept resposta
                   if resposta = "S" or resposta = "s"
                       move reg-sabor-mestre to jt-antes
                       delete arq-sabores
                           invalid key
                               display "Erro ao Excluir Sabor"
                           not invalid key
                               move "E"        to jt-acao
                               move jt-antes   to reg-sabor-mestre
                               move sab-codigo to jt-chave
                               move spaces     to jt-depois
                               perform grava-jornal
                       end-delete
                   end-if
           end-read
           .
       sabor-exclui-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista o cadastro inteiro com apelidos e atributos
       sabor-lista section.
           move 0      to qtd-listados
           move "N"    to fim-cadastro
           move 0      to sab-codigo
           start arq-sabores key is >= sab-codigo
               invalid key
                   move "S" to fim-cadastro
           end-start
           display "COD  NOME            VEG PORCO S/LACT S/GLUT"
           perform until fim-cadastro = "S"
               read arq-sabores next record
                   at end
                       move "S" to fim-cadastro
                   not at end
                       display sab-codigo " " sab-nome "  "
                           sab-vegetariano "    " sab-porco "     "
                           sab-sem-lactose "      " sab-sem-gluten
                       perform varying ap-idx from 1 by 1
                               until ap-idx > 5
                           if sab-apelido(ap-idx) <> spaces
                               display "        TAMBEM: "
                                   sab-apelido(ap-idx)
                           end-if
                       end-perform
                       add 1 to qtd-listados
               end-read
           end-perform
           move qtd-listados to num-edt
           display num-edt " Sabor(es) Cadastrado(s)"
           .
       sabor-lista-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede as grafias alternativas do sabor (branco = sem apelido)
       pede-apelidos section.
           perform varying ap-idx from 1 by 1 until ap-idx > 5
               display "Apelido " ap-idx " (" sab-apelido(ap-idx)
                   ") -- Branco=Nenhum: "
               accept sab-apelido(ap-idx)
           end-perform
           .
       pede-apelidos-exit.
           exit.
      *-----------------------------------------------------------------
      * Pede os atributos de dieta; qualquer resposta diferente de
      * 'S' vale 'N'
       pede-atributos section.
           display "Vegetariano? ('S'/'N')"
           accept sab-vegetariano
           display "Contem Carne de Porco? ('S'/'N')"
           accept sab-porco
           display "Sem Lactose? ('S'/'N')"
           accept sab-sem-lactose
           display "Sem Gluten? ('S'/'N')"
           accept sab-sem-gluten
           if sab-vegetariano = "s"
               move "S" to sab-vegetariano
           end-if
           if sab-vegetariano <> "S"
               move "N" to sab-vegetariano
           end-if
           if sab-porco = "s"
               move "S" to sab-porco
           end-if
           if sab-porco <> "S"
               move "N" to sab-porco
           end-if
           if sab-sem-lactose = "s"
               move "S" to sab-sem-lactose
           end-if
           if sab-sem-lactose <> "S"
               move "N" to sab-sem-lactose
           end-if
           if sab-sem-gluten = "s"
               move "S" to sab-sem-gluten
           end-if
           if sab-sem-gluten <> "S"
               move "N" to sab-sem-gluten
           end-if
      *    carne de porco nunca e vegetariana
           if sab-porco = "S"
               move "N" to sab-vegetariano
           end-if
           .
       pede-atributos-exit.
           exit.
      *-----------------------------------------------------------------
      * Padroniza nome e apelidos do registro em edicao do mesmo jeito
      * que o desafio padroniza o que e digitado
       padroniza-registro section.
           move sab-nome to sabor-digitado
           perform padroniza-texto
           move sabor-digitado to sab-nome
           perform varying ap-idx from 1 by 1 until ap-idx > 5
               move sab-apelido(ap-idx) to sabor-digitado
               perform padroniza-texto
               move sabor-digitado to sab-apelido(ap-idx)
           end-perform
           .
       padroniza-registro-exit.
           exit.
      *-----------------------------------------------------------------
      * Maiusculas e sem brancos a esquerda em SABOR-DIGITADO
       padroniza-texto section.
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
           .
       padroniza-texto-exit.
           exit.
      *-----------------------------------------------------------------
      * Um nome ou apelido so pode apontar para um sabor: confere cada
      * nome do registro em edicao contra os outros sabores do
      * cadastro (o registro e guardado e restaurado em volta da
      * varredura)
       confere-duplicidade section.
           move "N" to nome-duplicado
           move reg-sabor-mestre to sabor-edicao
           move sab-codigo       to codigo-edicao
           move sab-nome to sabor-digitado
           perform procura-outro-sabor
           perform varying ap-idx from 1 by 1 until ap-idx > 5
               move sabor-edicao to reg-sabor-mestre
               if sab-apelido(ap-idx) <> spaces
                   move sab-apelido(ap-idx) to sabor-digitado
                   perform procura-outro-sabor
               end-if
           end-perform
           move sabor-edicao to reg-sabor-mestre
           .
       confere-duplicidade-exit.
           exit.
      *-----------------------------------------------------------------
      * Procura SABOR-DIGITADO no nome e nos apelidos dos sabores de
      * codigo diferente de CODIGO-EDICAO
       procura-outro-sabor section.
           perform localiza-sabor
           if codigo-achado > 0 and codigo-achado <> codigo-edicao
               move "S" to nome-duplicado
               display "'" sabor-digitado "' Ja Pertence ao Sabor "
                   codigo-achado
           end-if
           .
       procura-outro-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Varre o cadastro atras de SABOR-DIGITADO (ja padronizado) no
      * nome ou nos apelidos; devolve o codigo em CODIGO-ACHADO (0
      * quando nao existe) -- o registro corrente do arquivo muda
       localiza-sabor section.
           move 0   to codigo-achado
           move "N" to fim-cadastro
           move 0   to sab-codigo
           start arq-sabores key is >= sab-codigo
               invalid key
                   move "S" to fim-cadastro
           end-start
           perform until fim-cadastro = "S"
               read arq-sabores next record
                   at end
                       move "S" to fim-cadastro
                   not at end
                       if sab-nome = sabor-digitado
                           move sab-codigo to codigo-achado
                       end-if
                       perform varying ap-idx from 1 by 1
                               until ap-idx > 5
                           if sab-apelido(ap-idx) = sabor-digitado
                               move sab-codigo to codigo-achado
                           end-if
                       end-perform
                       if codigo-achado > 0
                           move "S" to fim-cadastro
                       end-if
               end-read
           end-perform
           .
       localiza-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Percorre os sabores sem cadastro apontados pelo desafio: cada
      * um vira apelido de um sabor existente ('C'), sabor novo ('N')
      * ou fica para depois ('P'); os resolvidos saem de SEMSABOR.DAT
       resolve-pendentes section.
           perform carrega-pendentes
           if qtd-pendentes = 0
               display "Nenhum Sabor Sem Cadastro Pendente"
           else
               move qtd-pendentes to num-edt
               display num-edt " Sabor(es) Sem Cadastro Pendente(s)"
               move 0     to qtd-resolvidos
               move space to decisao
               perform varying pe-idx from 1 by 1
                       until pe-idx > qtd-pendentes
                          or decisao = "F" or decisao = "f"
                   perform mostra-pendente
                   move space to decisao
                   perform until decisao = "C" or decisao = "c"
                              or decisao = "N" or decisao = "n"
                              or decisao = "P" or decisao = "p"
                              or decisao = "F" or decisao = "f"
                       display "'C'=Apelido de Sabor Cadastrado "
                           "'N'=Sabor Novo 'P'=Pular 'F'=Fim"
                       accept decisao
                   end-perform
                   if decisao = "C" or decisao = "c"
                       perform resolve-como-apelido
                   end-if
                   if decisao = "N" or decisao = "n"
                       perform resolve-como-novo
                   end-if
               end-perform
               perform grava-pendentes
               move qtd-resolvidos to num-edt
               display num-edt " Sabor(es) Resolvido(s)"
           end-if
           .
       resolve-pendentes-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega SEMSABOR.DAT agrupado por sabor; o que ja bate com o
      * cadastro (resolvido por fora) sai sem perguntar
       carrega-pendentes section.
           move 0   to qtd-pendentes
           move "N" to fim-arquivo
           open input arq-semsabor
           if st-arq-semsabor = "00"
               read arq-semsabor
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   move sem-sabor to sabor-digitado
                   perform padroniza-texto
                   move 0 to pe-achado
                   perform varying pe-idx from 1 by 1
                           until pe-idx > qtd-pendentes
                       if pe-sabor(pe-idx) = sabor-digitado
                           move pe-idx to pe-achado
                           move qtd-pendentes to pe-idx
                       end-if
                   end-perform
                   if pe-achado > 0
                       add 1 to pe-vezes(pe-achado)
                   else
                       if qtd-pendentes < max-pendentes
                           add 1 to qtd-pendentes
                           move sabor-digitado
                               to pe-sabor(qtd-pendentes)
                           move sem-cod-pizzaria
                               to pe-cod-pizzaria(qtd-pendentes)
                           move sem-pizza to pe-pizza(qtd-pendentes)
                           move sem-data  to pe-data(qtd-pendentes)
                           move 1         to pe-vezes(qtd-pendentes)
                           move "P" to pe-situacao(qtd-pendentes)
                       end-if
                   end-if
                   read arq-semsabor
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-semsabor
           end-if
           perform varying pe-idx from 1 by 1
                   until pe-idx > qtd-pendentes
               move pe-sabor(pe-idx) to sabor-digitado
               perform localiza-sabor
               if codigo-achado > 0
                   move "R" to pe-situacao(pe-idx)
               end-if
           end-perform
           .
       carrega-pendentes-exit.
           exit.
      *-----------------------------------------------------------------
      * Mostra o sabor pendente corrente (PE-IDX) e onde apareceu
       mostra-pendente section.
           display " "
           display "-----------------------------------------------"
           display "SABOR DIGITADO....: " pe-sabor(pe-idx)
           move pe-vezes(pe-idx) to vezes-edt
           display "VISTO.............: " vezes-edt " Vez(es)"
           move pe-data(pe-idx) to data-quebrada
           move dq-dia to de-dia
           move dq-mes to de-mes
           move dq-ano to de-ano
           display "PRIMEIRA PIZZA....: " pe-pizza(pe-idx)
               " (PIZZARIA " pe-cod-pizzaria(pe-idx) ") EM "
               data-editada
           .
       mostra-pendente-exit.
           exit.
      *-----------------------------------------------------------------
      * Acrescenta o sabor pendente como apelido de um sabor ja
      * cadastrado, no primeiro apelido livre
       resolve-como-apelido section.
           display "Codigo do Sabor Cadastrado: "
           accept sab-codigo
           read arq-sabores
               invalid key
                   display "Sabor Nao Encontrado"
               not invalid key
                   move reg-sabor-mestre to jt-antes
                   move 0 to ap-livre
                   perform varying ap-idx from 1 by 1
                           until ap-idx > 5
                       if sab-apelido(ap-idx) = spaces
                           and ap-livre = 0
                           move ap-idx to ap-livre
                       end-if
                   end-perform
                   if ap-livre = 0
                       display "Sabor " sab-nome " Ja Tem 5 Apelidos"
                   else
                       move pe-sabor(pe-idx) to sab-apelido(ap-livre)
                       perform grava-alteracao
                       if nome-duplicado = "N"
                           move "R" to pe-situacao(pe-idx)
                           add 1 to qtd-resolvidos
                       end-if
                   end-if
           end-read
           .
       resolve-como-apelido-exit.
           exit.
      *-----------------------------------------------------------------
      * Cadastra o sabor pendente como sabor novo, com o proprio nome
      * digitado como nome padrao
       resolve-como-novo section.
           move spaces to reg-sabor-mestre
           display "Codigo do Novo Sabor (1 a 9999): "
           accept sab-codigo
           if sab-codigo = 0
               display "Codigo Invalido"
           else
               move pe-sabor(pe-idx) to sab-nome
               display "Nome Padrao (" sab-nome ") -- Branco=Manter: "
               accept sabor-digitado
               if sabor-digitado <> spaces
                   move sabor-digitado to sab-nome
               end-if
               perform pede-atributos
      *        o nome digitado vira apelido quando o padrao e outro;
      *        o padrao e padronizado antes, para a mesma grafia em
      *        minusculas nao virar apelido do proprio nome
               perform padroniza-registro
               move pe-sabor(pe-idx) to sabor-digitado
               perform padroniza-texto
               move sab-nome to sabor-trabalho
               if sabor-trabalho <> sabor-digitado
                   move sabor-digitado to sab-apelido(1)
               end-if
               move 0 to codigo-achado
               perform grava-inclusao
               move sab-codigo to codigo-edicao
               read arq-sabores
                   invalid key
                       continue
                   not invalid key
                       move sab-apelido(1) to sabor-trabalho
                       if sab-nome = sabor-digitado
                           or sabor-trabalho = sabor-digitado
                           move "R" to pe-situacao(pe-idx)
                           add 1 to qtd-resolvidos
                       end-if
               end-read
           end-if
           .
       resolve-como-novo-exit.
           exit.
      *-----------------------------------------------------------------
      * Regrava SEMSABOR.DAT so com os sabores ainda sem cadastro
       grava-pendentes section.
           open output arq-semsabor
           if st-arq-semsabor <> "00"
               display "Nao foi Possivel Gravar SEMSABOR.DAT"
           else
               perform varying pe-idx from 1 by 1
                       until pe-idx > qtd-pendentes
                   if pendente-aberto(pe-idx)
                       move pe-data(pe-idx)         to sem-data
                       move pe-cod-pizzaria(pe-idx) to sem-cod-pizzaria
                       move pe-pizza(pe-idx)        to sem-pizza
                       move pe-sabor(pe-idx)        to sem-sabor
                       write reg-semsabor
                   end-if
               end-perform
               close arq-semsabor
           end-if
           .
       grava-pendentes-exit.
           exit.
      *-----------------------------------------------------------------
      * Grava no jornal de alteracoes a mudanca de sabor que acabou de
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
               move "F"         to jor-arquivo
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
               close arq-sabores
           end-if
           Stop run
           .
       finaliza-exit.
           exit.
