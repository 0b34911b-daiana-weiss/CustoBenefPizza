      *Divisão de identificação do programa
       identification division.
       program-id. "cadeia".
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
           select arq-controle assign to "CONTROLE.DAT"
               organization is sequential
               file status is st-arq-controle.
           select arq-params assign to "PARAMS.DAT"
               organization is line sequential
               file status is st-arq-params.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * Controle da cadeia noturna: um registro por passo da rodada
      * corrente, regravado a cada mudanca de situacao -- um passo que
      * ficou "E" (executando) e sinal de que a cadeia caiu no meio
      * dele; situacao P=pendente E=executando O=ok A=aviso (RC 4)
      * F=falhou (RC acima de 4)
       fd  arq-controle
           label records are standard.
       01  reg-controle.
           05 ctl-data-rodada                       pic 9(08).
           05 ctl-passo                             pic 9(02).
           05 ctl-programa                          pic x(10).
           05 ctl-inicio-data                       pic 9(08).
           05 ctl-inicio-hora                       pic 9(08).
           05 ctl-fim-data                          pic 9(08).
           05 ctl-fim-hora                          pic 9(08).
           05 ctl-rc                                pic 9(03).
           05 ctl-situacao                          pic x(01).
           05 ctl-execucoes                         pic 9(02).

      * Parametros da rodada agendada do desafio: so a presenca do
      * arquivo e conferida aqui -- sem ele o desafio pararia nos
      * accepts do terminal no meio da noite
       fd  arq-params
           label records are standard.
       01  reg-params                              pic x(80).

      *----Variaveis de trabalho
       working-storage section.
      * ------------ passos da cadeia, na ordem de execucao -------------
      * cada passo e o programa e a linha de comando que o roda sem
      * operador (as perguntas de terminal respondidas pela entrada)
       01  tabela-passos-valores.
           05 filler  pic x(10) value "DESAFIO".
           05 filler  pic x(60) value "./desafio".
           05 filler  pic x(10) value "VERIFICA".
           05 filler  pic x(60) value "echo N | ./verifica".
           05 filler  pic x(10) value "ARQUIVA".
           05 filler  pic x(60) value "echo 0 | ./arquiva".
           05 filler  pic x(10) value "HISTORICO".
           05 filler  pic x(60) value "echo N | ./historico".
           05 filler  pic x(10) value "PIZZARIAS".
           05 filler  pic x(60) value "echo N | ./pizzarias".
           05 filler  pic x(10) value "PEDIDOS".
           05 filler  pic x(60) value "./pedidos".
       01  tabela-passos redefines tabela-passos-valores.
           05 passo-def  occurs  6.
               10 pd-programa                      pic x(10).
               10 pd-comando                       pic x(60).
      * ------------ situacao de cada passo da rodada corrente ----------
       01  passo  occurs  6.
           05 ps-data-rodada                       pic 9(08).
           05 ps-passo                             pic 9(02).
           05 ps-programa                          pic x(10).
           05 ps-inicio-data                       pic 9(08).
           05 ps-inicio-hora                       pic 9(08).
           05 ps-fim-data                          pic 9(08).
           05 ps-fim-hora                          pic 9(08).
           05 ps-rc                                pic 9(03).
           05 ps-situacao                          pic x(01).
               88 passo-pendente                       value "P".
               88 passo-executando                     value "E".
               88 passo-ok                             value "O".
               88 passo-aviso                          value "A".
               88 passo-falhou                         value "F".
           05 ps-execucoes                         pic 9(02).
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-controle                         pic X(02).
       77  st-arq-params                           pic X(02).
       77  fim-arquivo                             pic X(01).
       77  qtd-passos                              pic 9(02)
                                                   value 6.
       77  px                                      pic 9(02).
       77  qtd-lidos                               pic 9(02).
       77  retomando                               pic X(01).
       77  cadeia-parou                            pic X(01).
       77  data-hoje                               pic 9(08).
       77  comando                                 pic x(60).
       77  retorno-sistema                         pic 9(09).
       77  rc-passo                                pic 9(03).
       77  rc-cadeia                               pic 9(03).
      * limite entre aviso e falha: RC 4 (alerta da lista de
      * vigilancia ou entrada toda retida na fila de suspensos no
      * desafio, corte do expurgo recuado por mes nao fechado no
      * arquiva) segue a cadeia, acima disso ela para
       77  rc-aviso                                pic 9(03)
                                                   value 4.
      * ------------------- variaveis do relatorio impresso -------------
       77  rc-edt                                  pic ZZ9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Cadeia Noturna"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Le o controle da ultima rodada: se algum passo nao terminou
      * (falhou ou ficou executando quando a cadeia caiu) a rodada e
      * retomada dele em diante; com tudo concluido comeca uma nova,
      * a nao ser que a rodada concluida seja a de hoje -- rodar de novo
      * duplicaria as pizzas do dia em PIZZAS.DAT
       inicializa section.
           accept data-hoje from date yyyymmdd
           move "N" to retomando
           move 0   to qtd-lidos
           move "N" to fim-arquivo
           open input arq-controle
           if st-arq-controle = "00"
               read arq-controle
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if qtd-lidos < qtd-passos
                       add 1 to qtd-lidos
                       move ctl-data-rodada to ps-data-rodada(qtd-lidos)
                       move ctl-passo       to ps-passo(qtd-lidos)
                       move ctl-programa    to ps-programa(qtd-lidos)
                       move ctl-inicio-data to ps-inicio-data(qtd-lidos)
                       move ctl-inicio-hora to ps-inicio-hora(qtd-lidos)
                       move ctl-fim-data    to ps-fim-data(qtd-lidos)
                       move ctl-fim-hora    to ps-fim-hora(qtd-lidos)
                       move ctl-rc          to ps-rc(qtd-lidos)
                       move ctl-situacao    to ps-situacao(qtd-lidos)
                       move ctl-execucoes   to ps-execucoes(qtd-lidos)
                   end-if
                   read arq-controle
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-controle
           end-if
      *    controle incompleto ou de outra cadeia vale como inexistente
           if qtd-lidos = qtd-passos
               perform varying px from 1 by 1 until px > qtd-passos
                   if not passo-ok(px) and not passo-aviso(px)
                       move "S" to retomando
                   end-if
               end-perform
           end-if
           if qtd-lidos = qtd-passos and retomando = "N"
              and ps-data-rodada(1) = data-hoje
               display "Cadeia de Hoje Ja Concluida -- Nada a Executar"
               move 0 to rc-cadeia
               perform finaliza
           end-if
           if retomando = "S"
               move ps-data-rodada(1) to data-hoje
               display "Retomando a Rodada de " data-hoje
                   " a Partir do Passo que Nao Terminou"
           else
               perform varying px from 1 by 1 until px > qtd-passos
                   move data-hoje       to ps-data-rodada(px)
                   move px              to ps-passo(px)
                   move pd-programa(px) to ps-programa(px)
                   move 0               to ps-inicio-data(px)
                   move 0               to ps-inicio-hora(px)
                   move 0               to ps-fim-data(px)
                   move 0               to ps-fim-hora(px)
                   move 0               to ps-rc(px)
                   move "P"             to ps-situacao(px)
                   move 0               to ps-execucoes(px)
               end-perform
               perform grava-controle
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Roda os passos na ordem, pulando os que ja terminaram (ok ou
      * aviso) numa retomada; o primeiro que falhar para a cadeia
       processamento section.
           move "N" to cadeia-parou
           move 0   to rc-cadeia
           perform varying px from 1 by 1
                   until px > qtd-passos or cadeia-parou = "S"
               if passo-ok(px) or passo-aviso(px)
                   display "Passo " ps-passo(px) " " ps-programa(px)
                       " Ja Concluido -- Pulado"
                   if ps-rc(px) > rc-cadeia
                       move ps-rc(px) to rc-cadeia
                   end-if
               else
                   perform executa-passo
                   if passo-falhou(px)
                       move "S" to cadeia-parou
                   end-if
               end-if
           end-perform
           display "==============================================="
           if cadeia-parou = "S"
               display "CADEIA INTERROMPIDA -- Corrija e Rode "
                   "Novamente para Retomar do Passo que Falhou"
           else
               display "CADEIA CONCLUIDA"
           end-if
           move rc-cadeia to rc-edt
           display "MAIOR CODIGO DE RETORNO: " rc-edt
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Executa o passo corrente (PX): marca o inicio no controle antes
      * de rodar, para uma queda no meio deixar o rastro, e grava o
      * fim com o codigo de retorno e a situacao
       executa-passo section.
           accept ps-inicio-data(px) from date yyyymmdd
           accept ps-inicio-hora(px) from time
           move 0   to ps-fim-data(px)
           move 0   to ps-fim-hora(px)
           move 0   to ps-rc(px)
           move "E" to ps-situacao(px)
           add 1 to ps-execucoes(px)
           perform grava-controle
           display " "
           display "==== Passo " ps-passo(px) " " ps-programa(px)
           move 0 to rc-passo
      *    o desafio agendado depende de PARAMS.DAT; sem ele o passo
      *    falha sem rodar
           if px = 1
               open input arq-params
               if st-arq-params <> "00"
                   display "PARAMS.DAT Ausente -- Rodada Agendada do "
                       "Desafio Impossivel"
                   move 12 to rc-passo
               else
                   close arq-params
               end-if
           end-if
           if rc-passo = 0
               move pd-comando(px) to comando
               call "SYSTEM" using comando
               move return-code to retorno-sistema
      *        o retorno vem como status do sistema: codigo de saida
      *        do programa vezes 256; um resto diferente de zero e
      *        programa derrubado por sinal, que vale como falha
               if retorno-sistema > 255
                   compute rc-passo = retorno-sistema / 256
               else
                   if retorno-sistema > 0
                       move 16 to rc-passo
                   end-if
               end-if
               move 0 to return-code
           end-if
           accept ps-fim-data(px) from date yyyymmdd
           accept ps-fim-hora(px) from time
           move rc-passo to ps-rc(px)
           if rc-passo = 0
               move "O" to ps-situacao(px)
           else
               if rc-passo > rc-aviso
                   move "F" to ps-situacao(px)
               else
                   move "A" to ps-situacao(px)
               end-if
           end-if
           if rc-passo > rc-cadeia
               move rc-passo to rc-cadeia
           end-if
           perform grava-controle
           move rc-passo to rc-edt
           display "==== Fim do Passo " ps-passo(px) " "
               ps-programa(px) " RC=" rc-edt
           .
       executa-passo-exit.
           exit.
      *-----------------------------------------------------------------
      * Regrava CONTROLE.DAT inteiro com a situacao atual dos passos
       grava-controle section.
           open output arq-controle
           if st-arq-controle <> "00"
               display "Nao foi Possivel Gravar CONTROLE.DAT"
           else
               perform varying qtd-lidos from 1 by 1
                       until qtd-lidos > qtd-passos
                   move ps-data-rodada(qtd-lidos) to ctl-data-rodada
                   move ps-passo(qtd-lidos)       to ctl-passo
                   move ps-programa(qtd-lidos)    to ctl-programa
                   move ps-inicio-data(qtd-lidos) to ctl-inicio-data
                   move ps-inicio-hora(qtd-lidos) to ctl-inicio-hora
                   move ps-fim-data(qtd-lidos)    to ctl-fim-data
                   move ps-fim-hora(qtd-lidos)    to ctl-fim-hora
                   move ps-rc(qtd-lidos)          to ctl-rc
                   move ps-situacao(qtd-lidos)    to ctl-situacao
                   move ps-execucoes(qtd-lidos)   to ctl-execucoes
                   write reg-controle
               end-perform
               close arq-controle
           end-if
           .
       grava-controle-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao: devolve ao agendador o maior codigo de retorno da
      * cadeia
       finaliza section.
           move rc-cadeia to return-code
           Stop run
           .
       finaliza-exit.
           exit.
