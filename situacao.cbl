      *Divisão de identificação do programa
       identification division.
       program-id. "situacao".
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
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      * Controle da cadeia noturna gravado pelo programa cadeia: um
      * registro por passo da ultima rodada; situacao P=pendente
      * E=executando O=ok A=aviso (RC 4) F=falhou (RC acima de 4)
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
               88 passo-pendente                       value "P".
               88 passo-executando                     value "E".
               88 passo-ok                             value "O".
               88 passo-aviso                          value "A".
               88 passo-falhou                         value "F".
           05 ctl-execucoes                         pic 9(02).

      *----Variaveis de trabalho
       working-storage section.
      * ------------------- variaveis adicionais -----------------------
       77  st-arq-controle                         pic X(02).
       77  fim-arquivo                             pic X(01).
       77  qtd-passos                              pic 9(02).
       77  qtd-ok                                  pic 9(02).
       77  qtd-aviso                               pic 9(02).
       77  qtd-falha                               pic 9(02).
       77  qtd-pendente                            pic 9(02).
      * passos que terminaram com aviso, cada um com a sua acao
       77  aviso-desafio                           pic X(01).
       77  aviso-arquiva                           pic X(01).
       77  passo-parado                            pic 9(02).
       77  programa-parado                         pic x(10).
       77  desc-situacao                           pic x(10).
       77  primeira-linha                          pic X(01).
      * duracao do passo em segundos (passos que viram a meia-noite
      * somam um dia)
       77  seg-inicio                              pic 9(07).
       77  seg-fim                                 pic 9(07).
       77  seg-duracao                             pic 9(07).
       77  dur-minutos                             pic 9(05).
       77  dur-segundos                            pic 9(02).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic Z9.
       77  rc-edt                                  pic ZZ9.
       77  min-edt                                 pic ZZZZ9.
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
       01  hora-inicio-edt                         pic x(08).
       01  hora-fim-edt                            pic x(08).

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.
      *----------------------- estruturacao ----------------------------
           display "---- Situacao da Cadeia Noturna"
           perform inicializa.
           perform processamento.
           perform finaliza.
      *-----------------------------------------------------------------
      * Confere se a cadeia ja rodou alguma vez
       inicializa section.
           move 0 to qtd-passos
           move 0 to qtd-ok
           move 0 to qtd-aviso
           move 0 to qtd-falha
           move 0 to qtd-pendente
           move 0 to passo-parado
           move "N" to aviso-desafio
           move "N" to aviso-arquiva
           open input arq-controle
           if st-arq-controle <> "00"
               display "Nao Ha Rodada Registrada em CONTROLE.DAT"
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------
      * Uma linha por passo da ultima rodada (inicio, fim, duracao,
      * codigo de retorno e situacao) e o quadro final com o que o
      * operador precisa fazer de manha
       processamento section.
           move "S" to primeira-linha
           move "N" to fim-arquivo
           read arq-controle
               at end move "S" to fim-arquivo
           end-read
           perform until fim-arquivo = "S"
               if primeira-linha = "S"
                   perform imprime-cabecalho
                   move "N" to primeira-linha
               end-if
               perform imprime-passo
               read arq-controle
                   at end move "S" to fim-arquivo
               end-read
           end-perform
           close arq-controle
           if primeira-linha = "S"
               display "CONTROLE.DAT Vazio"
               perform finaliza
           end-if
           perform imprime-quadro
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Cabecalho da pagina com a data da rodada
       imprime-cabecalho section.
           move ctl-data-rodada to data-quebrada
           perform edita-data
           display " "
           display "================================================"
               "======================"
           display "  SITUACAO DA CADEIA NOTURNA -- RODADA DE "
               data-editada
           display "================================================"
               "======================"
           display "PASSO PROGRAMA   INICIO   FIM      DURACAO  RC "
               "SITUACAO   EXEC"
           display "----- ---------- -------- -------- -------- --- "
               "---------- ----"
           .
       imprime-cabecalho-exit.
           exit.
      *-----------------------------------------------------------------
      * Linha do passo corrente e contagem por situacao
       imprime-passo section.
           add 1 to qtd-passos
           move spaces to hora-inicio-edt
           move spaces to hora-fim-edt
           move 0      to dur-segundos
           if passo-ok
               move "OK"         to desc-situacao
               add 1 to qtd-ok
           else
               if passo-aviso
                   move "AVISO"      to desc-situacao
                   add 1 to qtd-aviso
                   if ctl-programa = "DESAFIO"
                       move "S" to aviso-desafio
                   end-if
                   if ctl-programa = "ARQUIVA"
                       move "S" to aviso-arquiva
                   end-if
               else
                   if passo-falhou
                       move "FALHOU"     to desc-situacao
                       add 1 to qtd-falha
                   else
                       if passo-executando
                           move "CAIU"       to desc-situacao
                           add 1 to qtd-falha
                       else
                           move "PENDENTE"   to desc-situacao
                           add 1 to qtd-pendente
                       end-if
                   end-if
               end-if
           end-if
           if (passo-falhou or passo-executando) and passo-parado = 0
               move ctl-passo    to passo-parado
               move ctl-programa to programa-parado
           end-if
           if ctl-inicio-data > 0
               move ctl-inicio-hora to hora-quebrada
               perform edita-hora
               move hora-editada to hora-inicio-edt
               compute seg-inicio = hq-hora * 3600 + hq-minuto * 60
                   + hq-segundo
           end-if
           if ctl-fim-data > 0
               move ctl-fim-hora to hora-quebrada
               perform edita-hora
               move hora-editada to hora-fim-edt
               compute seg-fim = hq-hora * 3600 + hq-minuto * 60
                   + hq-segundo
               if ctl-fim-data > ctl-inicio-data
                   add 86400 to seg-fim
               end-if
               compute seg-duracao = seg-fim - seg-inicio
               divide seg-duracao by 60 giving dur-minutos
                   remainder dur-segundos
               move dur-minutos to min-edt
           end-if
           move ctl-passo     to num-edt
           move ctl-rc        to rc-edt
           if ctl-fim-data > 0
               display "   " num-edt " " ctl-programa " "
                   hora-inicio-edt " " hora-fim-edt " "
                   min-edt ":" dur-segundos " " rc-edt " "
                   desc-situacao " " ctl-execucoes
           else
               display "   " num-edt " " ctl-programa " "
                   hora-inicio-edt " " hora-fim-edt "          "
                   "    " desc-situacao " " ctl-execucoes
           end-if
           .
       imprime-passo-exit.
           exit.
      *-----------------------------------------------------------------
      * Quadro final: resultado da rodada e a acao esperada
       imprime-quadro section.
           display "------------------------------------------------"
               "----------------------"
           move qtd-ok to num-edt
           display "PASSOS OK.........: " num-edt
           move qtd-aviso to num-edt
           display "PASSOS COM AVISO..: " num-edt
           move qtd-falha to num-edt
           display "PASSOS COM FALHA..: " num-edt
           move qtd-pendente to num-edt
           display "PASSOS PENDENTES..: " num-edt
           display " "
           if passo-parado > 0
               move passo-parado to num-edt
               display "RESULTADO: CADEIA INTERROMPIDA NO PASSO "
                   num-edt " (" programa-parado ")"
               display "ACAO.....: Corrigir a Causa e Rodar a Cadeia "
                   "de Novo -- Ela Retoma Deste Passo"
           else
               if qtd-pendente > 0
                   display "RESULTADO: CADEIA EM ANDAMENTO"
               else
                   if qtd-aviso > 0
                       display "RESULTADO: CADEIA CONCLUIDA COM AVISOS"
                       if aviso-desafio = "S"
                           display "ACAO.....: Conferir ALERTAS.DAT "
                               "(Lista de Vigilancia) e Revisar a "
                               "Fila de Suspensos"
                       end-if
                       if aviso-arquiva = "S"
                           display "ACAO.....: Rodar o Fechamento dos "
                               "Meses Pendentes (Expurgo Recuado)"
                       end-if
                   else
                       display "RESULTADO: CADEIA CONCLUIDA"
                   end-if
               end-if
           end-if
           display "================================================"
               "======================"
           .
       imprime-quadro-exit.
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
      * Edita HORA-QUEBRADA (hhmmsscc) em HORA-EDITADA (hh:mm:ss)
       edita-hora section.
           move hq-hora    to he-hora
           move hq-minuto  to he-minuto
           move hq-segundo to he-segundo
           .
       edita-hora-exit.
           exit.
      *-----------------------------------------------------------------
      * Finalizacao do relatorio
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
