               access mode is dynamic
               record key is ope-id
               file status is st-arq-operador.
           select arq-jornal assign to "JORNAL.DAT"
               organization is sequential
               file status is st-arq-jornal.
           select arq-orcamento assign to "ORCAMENTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is orc-chave
               file status is st-arq-orcamento.
           select arq-sabores assign to "SABORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is sab-codigo
               file status is st-arq-sabores.
           select arq-semsabor assign to "SEMSABOR.DAT"
               organization is sequential
               file status is st-arq-semsabor.
           select arq-periodo assign to "PERIODO.DAT"
               organization is indexed
               access mode is dynamic
               record key is per-anomes
               file status is st-arq-periodo.
           select arq-avaliacao assign to "AVALIACAO.DAT"
               organization is indexed
               access mode is dynamic
               record key is ava-chave
               file status is st-arq-avaliacao.
           select arq-locais assign to "LOCAIS.DAT"
               organization is indexed
               access mode is dynamic
               record key is loc-codigo
               file status is st-arq-locais.
           select arq-cobertura assign to "COBERTURA.DAT"
               organization is indexed
               access mode is dynamic
               record key is cob-chave
               file status is st-arq-cobertura.
           select arq-suspenso assign to "SUSPENSO.DAT"
               organization is sequential
               file status is st-arq-suspenso.
           select arq-sort assign to "SORTWK".
       i-o-control.

           05 par-qtd-pessoas                       pic 9(03).
           05 par-cm2-pessoa                        pic 9(04).
           05 par-reprocessa                        pic x(01).
           05 par-tolerancia                        pic 9(03)v99.
           05 par-centro-custo                      pic x(06).
           05 par-min-vegetarianas                  pic 9(02).
           05 par-sem-porco                         pic x(01).
           05 par-sem-lactose                       pic x(01).
           05 par-sem-gluten                        pic x(01).
           05 par-local-entrega                     pic x(06).
           05 par-ranking-qualidade                 pic x(01).

      * Arquivo de checkpoint: o 1o registro gravado a cada rodada e
      * sempre o de controle (IND/QTD_PIZZA), seguido de um registro
               88 pizzaria-ativa                        value "S".
               88 pizzaria-inativa                      value "N".

      * Controle de periodos da contabilidade (programa fechamento):
      * mes fechado (F) ja foi exportado e nao recebe mais pedidos;
      * reaberto (A) volta a receber
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

      * Avaliacao da entrega de cada pedido (pizzaria + data do pedido
      * em PEDIDOS.DAT), registrada no programa avaliacoes: horario
      * prometido e real (hhmm), nota de 1 a 5 e pedido errado ou
      * incompleto
       fd  arq-avaliacao
           label records are standard.
       01  reg-avaliacao.
           05 ava-chave.
               10 ava-data                          pic 9(08).
               10 ava-cod-pizzaria                  pic 9(04).
           05 ava-hora-prometida                    pic 9(04).
           05 ava-hora-entrega                      pic 9(04).
           05 ava-nota                              pic 9(01).
           05 ava-problema                          pic x(01).
               88 pedido-com-problema                   value "S".
           05 ava-operador                          pic x(08).
           05 ava-data-registro                     pic 9(08).

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

      * Cobertura de entrega das pizzarias: um registro por bairro
      * atendido, no lugar da area de entrega em texto livre do
      * cadastro de pizzarias
       fd  arq-cobertura
           label records are standard.
       01  reg-cobertura.
           05 cob-chave.
               10 cob-cod-pizzaria                  pic 9(04).
               10 cob-bairro                        pic x(15).

      * Historico de pedidos realmente feitos: uma linha por compra
      * (do planejador ou registrada a mao), com o preco pago e o
      * melhor preco/cm2 que o ranking oferecia naquele dia -- taxa de
           05 ped-area-pizza                        pic 9(10)v99.
           05 ped-melhor-cm2                        pic 9(03)v99.
           05 ped-origem                            pic x(01).
           05 ped-centro-custo                      pic x(06).

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

      * Sabores digitados (lote ou tela) que nao batem com nenhum
      * nome ou apelido do cadastro, para o supervisor resolver no
      * programa sabores
       fd  arq-semsabor
           label records are standard.
       01  reg-semsabor.
           05 sem-data                              pic 9(08).
           05 sem-cod-pizzaria                      pic 9(04).
           05 sem-pizza                             pic x(15).
           05 sem-sabor                             pic x(15).

      * Orcamento mensal de pizza: um valor por mes, opcionalmente
      * dividido por centro de custo (centro em branco = o mes todo),
      * e o que fazer quando o pedido em grupo passaria do valor:
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

      * Cadastro mestre de operadores: quem pode rodar a comparacao e
      * com que perfil -- todo operador compara pizzas, mas so o
               88 operador-supervisor                   value "S".
               88 operador-comum                        value "C".

      * Jornal de alteracoes dos cadastros mestres: toda inclusao,
      * alteracao e desativacao de pizzaria ou operador deixa aqui quem
      * fez, quando, e o registro inteiro antes e depois da mudanca
      * (acao I=inclusao A=alteracao D=desativacao R=reparo L=liberacao
      * X=descarte E=exclusao O=pedido liberado acima do orcamento
      * F=fechamento e U=reabertura de mes; arquivo P=PIZZARIA.DAT
      * O=OPERADOR.DAT H=PIZZAS.DAT M=PIZZAS-ARQ.DAT S=SUSPENSO.DAT
      * B=ORCAMENTO.DAT F=SABORES.DAT L=LOCAIS.DAT C=COBERTURA.DAT
      * T=PERIODO.DAT)
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

      * Fila de suspensos do lote: linha de ENTRADA.DAT cujo preco/cm2
      * fugiu da tolerancia contra a ultima comparacao da mesma pizza
      * (mesma pizzaria e nome em PIZZAS.DAT) fica aqui ate o
      * supervisor liberar ou descartar (programa suspensos); situacao
      * P=pendente L=liberada D=descartada -- a liberada entra na
      * rodada seguinte com a data de comparacao original
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

      * Arquivo de trabalho da classificacao: espelho byte a byte da
      * linha da tabela relatorio, para que cada pizza seja ordenada
      * como um registro completo e nenhuma coluna se desalinhe
           05 sort-nome-pizzaria                   pic x(25).
           05 sort-origem                          pic x(01).
           05 sort-flag-promo                      pic x(01).
           05 sort-fora-area                       pic x(01).

      *----Variaveis de trabalho
       working-storage section.
               88 pizza-dobrada                        value "D".
           05 flag_promo                           pic x(01).
               88 pizza-promocao                       value "S".
           05 flag_fora_area                       pic x(01).
               88 pizza-fora-area                      value "S".
      * --------------- ranking por preco/cm2 liquido de entrega --------
       01  rank-liq  occurs  500.
           05 nome-liq                             pic x(15).
      * melhor custo para cobrir cada quantidade de area (em unidades
      * de 100 cm2) e qual pizza fecha esse custo, mais a quantidade
      * pedida de cada pizza apos remontar o plano
      * -- com minimo de vegetarianas a segunda dimensao guarda
      * quantas vegetarianas ainda faltam (0 ate o minimo pedido)
       01  dp-plano  occurs  2001.
           05 dp-faltam  occurs  21.
               10 dp-custo                         pic 9(09)v99.
               10 dp-escolha                       pic 9(03).
       01  pedido  occurs  500.
           05 unid-pizza                           pic 9(04).
           05 custo-unit                           pic 9(03)v99.
           05 qtd-pedida                           pic 9(03).
           05 pd-vegetariana                       pic x(01).
           05 pd-permitida                         pic x(01).
      * --------------- guias de pedido por pizzaria --------------------
      * uma guia por pizzaria presente no plano do grupo: subtotal das
      * pizzas dela (liquido da taxa embutida no preco) e uma unica
           05 prm-qtd-pessoas                       pic 9(03).
           05 prm-cm2-pessoa                        pic 9(04).
           05 prm-reprocessa                        pic x(01).
           05 prm-tolerancia                        pic 9(03)v99.
           05 prm-centro-custo                      pic x(06).
           05 prm-min-vegetarianas                  pic 9(02).
           05 prm-sem-porco                         pic x(01).
           05 prm-sem-lactose                       pic x(01).
           05 prm-sem-gluten                        pic x(01).
           05 prm-local-entrega                     pic x(06).
           05 prm-ranking-qualidade                 pic x(01).
      * copia de trabalho da linha do lote corrente -- vale tanto para
      * ENTRADA.DAT quanto para REJEITADAS.DAT num reprocessamento, e
      * continua valida com qualquer dos dois arquivos fechado (o
       77  largura-edt                             pic ZZ9.
       77  tela-ok                                 pic X(01).
       77  confirma-tela                           pic X(01).
       77  st-arq-jornal                           pic X(02).
      * imagem do registro mestre a ser carimbada no jornal -- montada
      * antes do open, o registro do arquivo so vale com ele aberto
       01  jornal-trab.
           05 jt-data                               pic 9(08).
           05 jt-hora                               pic 9(08).
           05 jt-acao                               pic x(01).
           05 jt-arquivo                            pic x(01).
           05 jt-chave                              pic x(20).
           05 jt-antes                              pic x(300).
           05 jt-depois                             pic x(300).
      * ------------------- fila de suspensos --------------------------
      * copia em memoria de SUSPENSO.DAT mais as linhas suspensas nesta
      * rodada; o arquivo e regravado so com o que continua pendente
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
               88 suspensa-incorporada                 value "I".
           05 su-revisor                           pic x(08).
           05 su-data-revisao                      pic 9(08).
      * ultima comparacao gravada em PIZZAS.DAT de cada pizza, base da
      * conferencia de tolerancia das linhas do lote (preco/cm2 com
      * seis casas, refeito de preco/area para nao perder precisao)
       01  ultimo-preco  occurs  500.
           05 up-cod-pizzaria                      pic 9(04).
           05 up-nome                              pic x(15).
           05 up-data-comp                         pic 9(08).
           05 up-preco-cm2                         pic 9(03)v9(06).
       77  st-arq-suspenso                         pic X(02).
       77  qtd-suspensos                           pic 9(03).
       77  su-idx                                  pic 9(03).
       77  suspensos-carregados                    pic X(01).
       77  qtd-suspensas-rodada                    pic 9(03).
       77  qtd-liberadas                           pic 9(03).
       77  linha-suspensa                          pic X(01).
       77  tolerancia                              pic 9(03)v99.
       77  tolerancia-padrao                       pic 9(03)v99
                                                   value 50.
       77  cm2-lote                                pic 9(03)v9(06).
       77  variacao-cm2                            pic 9(07)v99.
       77  qtd-ultimos                             pic 9(03).
       77  up-idx                                  pic 9(03).
       77  up-achado                               pic 9(03).
      * ------------------- cadastro de sabores -------------------------
      * copia em memoria de SABORES.DAT, consultada pelo nome ou
      * apelido ja padronizado (maiusculas, sem brancos a esquerda)
       01  sabor-mestre  occurs  300.
           05 sm-codigo                            pic 9(04).
           05 sm-nome                              pic x(15).
           05 sm-apelido  occurs  5                pic x(15).
           05 sm-vegetariano                       pic x(01).
           05 sm-porco                             pic x(01).
           05 sm-sem-lactose                       pic x(01).
           05 sm-sem-gluten                        pic x(01).
      * sabores sem cadastro vistos nesta rodada (um por pizzaria +
      * pizza + sabor), gravados em SEMSABOR.DAT no fim
       01  sabor-pendente  occurs  200.
           05 ss-cod-pizzaria                      pic 9(04).
           05 ss-pizza                             pic x(15).
           05 ss-sabor                             pic x(15).
       01  sabor-digitado                          pic x(15).
       01  sabor-digitado-car redefines sabor-digitado.
           05 sd-car  occurs  15                   pic x(01).
       01  sabor-trabalho                          pic x(15).
       01  sabor-trabalho-car redefines sabor-trabalho.
           05 stb-car  occurs  15                  pic x(01).
       77  st-arq-sabores                          pic X(02).
       77  st-arq-semsabor                         pic X(02).
       77  sabores-carregados                      pic X(01).
       77  qtd-sabores-mestre                      pic 9(03).
       77  max-sabores-mestre                      pic 9(03)
                                                   value 300.
       77  sm-idx                                  pic 9(03).
       77  sm-achado                               pic 9(03).
       77  ap-idx                                  pic 9(01).
       77  qtd-sem-sabor                           pic 9(03).
       77  max-sem-sabor                           pic 9(03)
                                                   value 200.
       77  ss-idx                                  pic 9(03).
       77  ss-achado                               pic 9(03).
       77  registra-sem-sabor                      pic X(01).
       77  qtd-brancos                             pic 9(02).
       77  car-idx                                 pic 9(02).
       77  car-inicio                              pic 9(02).
       77  car-destino                             pic 9(02).
      * restricoes de dieta do pedido em grupo
       77  min-vegetarianas                        pic 9(02).
       77  max-vegetarianas                        pic 9(02)
                                                   value 20.
       77  sem-porco                               pic X(01).
       77  so-sem-lactose                          pic X(01).
       77  so-sem-gluten                           pic X(01).
       77  pz-vegetariana                          pic X(01).
       77  pz-porco                                pic X(01).
       77  pz-sem-lactose                          pic X(01).
       77  pz-sem-gluten                           pic X(01).
       77  pz-conhecida                            pic X(01).
       77  dp-v                                    pic 9(02).
       77  dp-vslot                                pic 9(02).
       77  dp-prev-vslot                           pic 9(02).
       77  qtd-veg-plano                           pic 9(03).
      * ------------------- orcamento do pedido em grupo ----------------
       77  st-arq-orcamento                        pic X(02).
       77  centro-custo                            pic x(06).
       77  tem-orcamento                           pic X(01).
       77  orcamento-do-centro                     pic X(01).
       77  orcamento-mes                           pic 9(07)v99.
       77  orcamento-acao                          pic x(01).
       77  orcamento-usado                         pic 9(09)v99.
       77  orcamento-saldo                         pic s9(09)v99.
       77  grava-plano                             pic X(01).
       77  orcamento-edt                           pic ZZZZZZ9,99.
       77  saldo-edt                               pic -ZZZZZZZ9,99.
       01  data-orcamento.
           05 dor-anomes                           pic 9(06).
           05 dor-dia                              pic 9(02).
      * imagem do orcamento liberado acima do valor, para o jornal
       01  imagem-orcamento.
           05 io-chave.
               10 io-anomes                        pic 9(06).
               10 io-centro                        pic x(06).
           05 io-valor                             pic 9(07)v99.
           05 io-acao                              pic x(01).
           05 io-usado                             pic 9(09)v99.
           05 io-pedido                            pic 9(09)v99.
      * ------------------- ranking ajustado pela qualidade --------------
      * historico recente (ultimos 3 meses) de avaliacoes por pizzaria
      * e o ranking bruto refeito com o preco/cm2 multiplicado pelo
      * fator de qualidade da pizzaria: +10% por ponto de nota media
      * abaixo de 5, +10% x fracao de entregas atrasadas e +20% x
      * fracao de pedidos com problema (sem avaliacao = fator 1)
       01  qualidade-pizzaria  occurs  200.
           05 qp-cod-pizzaria                      pic 9(04).
           05 qp-qtd                               pic 9(04).
           05 qp-soma-nota                         pic 9(05).
           05 qp-atrasos                           pic 9(04).
           05 qp-problemas                         pic 9(04).
           05 qp-fator                             pic 9(01)v9(04).
           05 qp-nota-media                        pic 9(01)v9(01).
       01  rank-qual  occurs  500.
           05 rq-nome                              pic x(15).
           05 rq-nome-pizzaria                     pic x(25).
           05 rq-cm2                               pic 9(03)v9(06).
           05 rq-fator                             pic 9(01)v9(04).
           05 rq-ajustado                          pic 9(03)v9(06).
           05 rq-nota-media                        pic 9(01)v9(01).
           05 rq-qtd-aval                          pic 9(04).
           05 rq-porcent                           pic 9(05)v99.
       01  rq-aux                                  pic x(76).
       01  data-limite-aval.
           05 dla-ano                              pic 9(04).
           05 dla-mes                              pic 9(02).
           05 dla-dia                              pic 9(02).
       77  st-arq-avaliacao                        pic X(02).
       77  st-arq-periodo                          pic X(02).
       77  mes-fechado                             pic X(01).
       01  data-pedido-periodo.
           05 dpp-anomes                           pic 9(06).
           05 dpp-dia                              pic 9(02).
       77  ranking-qualidade                       pic X(01).
       77  qtd-qualidade                           pic 9(03).
       77  max-qualidade                           pic 9(03)
                                                   value 200.
       77  qp-idx                                  pic 9(03).
       77  qp-achado                               pic 9(03).
       77  rq-i                                    pic 9(03).
       77  rq-j                                    pic 9(03).
       77  qtd-avaliacoes-lidas                    pic 9(05).
       77  cm2-qual-edt                            pic ZZ9,9999.
       77  fator-edt                               pic 9,99.
       77  nota-edt                                pic 9,9.
      * ------------------- local de entrega da rodada ------------------
      * so entram no ranking, no meio a meio e no pedido em grupo as
      * pizzas de pizzarias que atendem o bairro do local; as demais
      * vao para o fim da tabela e saem na lista de excluidas
       77  st-arq-locais                           pic X(02).
       77  st-arq-cobertura                        pic X(02).
       77  cobertura-aberta                        pic X(01).
       77  local-entrega                           pic x(06).
       77  local-descricao                         pic x(25).
       77  local-endereco                          pic x(40).
       77  local-bairro                            pic x(15).
       77  tem-local                               pic X(01).
       77  local-achado                            pic X(01).
       77  qtd-ranking                             pic 9(03).
       77  qtd-fora-area                           pic 9(03).
       77  qtd-cb-fora                             pic 9(03).
       01  cb-fora  occurs  500                    pic 9(03).
       77  opcao-cobertura                         pic X(01).
       77  fim-cobertura                           pic X(01).
       77  qtd-bairros                             pic 9(03).
       01  bairro-digitado                         pic x(15).
       01  bairro-digitado-car redefines bairro-digitado.
           05 bd-car  occurs  15                   pic x(01).
       01  bairro-trabalho                         pic x(15).
       01  bairro-trabalho-car redefines bairro-trabalho.
           05 btb-car  occurs  15                  pic x(01).
      * ------------------- variaveis do relatorio impresso -------------
       77  num-edt                                 pic ZZ9.
       77  diametro-edt                            pic ZZ9.
           move    0        to     qtd-aceitas-arquivo
           move    0        to     qtd-rejeicoes
           move   "N"       to     reprocessa
           move   "N"       to     suspensos-carregados
           move    0        to     qtd-suspensos
           move    0        to     qtd-suspensas-rodada
           move    0        to     qtd-liberadas
           move tolerancia-padrao to tolerancia
           move spaces      to     centro-custo
           move   "N"       to     sabores-carregados
           move    0        to     qtd-sabores-mestre
           move    0        to     qtd-sem-sabor
           move   "S"       to     registra-sem-sabor
           move    0        to     min-vegetarianas
           move   "N"       to     sem-porco
           move   "N"       to     so-sem-lactose
           move   "N"       to     so-sem-gluten
           move spaces      to     local-entrega
           move   "N"       to     ranking-qualidade
           move   "N"       to     tem-local
           move    0        to     qtd-fora-area
           move   "N"       to     cobertura-aberta
      *    com PARAMS.DAT presente a rodada vira automatica: o registro
      *    de parametros responde todas as perguntas e nenhum accept
      *    de terminal eh executado (rodada agendada do arquivo semanal)
               close arq-pizzaria
               open i-o arq-pizzaria
           end-if
      *    a cobertura de entrega (bairros de cada pizzaria) tambem
      *    fica aberta ate FINALIZA, para a manutencao e o ranking
           open i-o arq-cobertura
           if st-arq-cobertura = "35"
               open output arq-cobertura
               close arq-cobertura
               open i-o arq-cobertura
           end-if
           if st-arq-cobertura = "00"
               move "S" to cobertura-aberta
           end-if
      *    verificando se existe um checkpoint de uma sessao anterior
      *    com pizzas pendentes (uma sessao concluida grava um
      *    checkpoint vazio, que nao deve gerar oferta de retomada);
           write reg-operador
               invalid key
                   display "Erro ao Incluir Operador"
               not invalid key
                   move "I"          to jt-acao
                   move "O"          to jt-arquivo
                   move ope-id       to jt-chave
                   move spaces       to jt-antes
                   move reg-operador to jt-depois
                   perform grava-jornal
           end-write
           move "S"      to operador-valido
           move ope-nome to operador
      *-----------------------------------------------------------------
      * Corpo do site
       processamento section.
      *    cadastro de sabores: cada sabor digitado vira o nome padrao
           perform carrega-sabores
           if resumindo = "S"
               move "M" to modo-entrada
           else
                   if prm-reprocessa = "S" or prm-reprocessa = "s"
                       move "S" to reprocessa
                   end-if
      *            tolerancia ausente ou zerada no PARAMS.DAT fica
      *            com o padrao
                   if prm-tolerancia is numeric and prm-tolerancia > 0
                       move prm-tolerancia to tolerancia
                   end-if
               else
                   display "Manutencao do Cadastro de Pizzarias? "
                       "('S'/'N')"
                               or resposta-resume = "s"
                           move "S" to reprocessa
                       end-if
                       display "Tolerancia de Variacao do Preco/cm2 "
                           "em % (0=Padrao de 50%): "
                       accept tolerancia
                       if tolerancia = 0
                           move tolerancia-padrao to tolerancia
                       end-if
                   end-if
               end-if
           end-if
      *    fila de suspensos: as linhas ja liberadas pelo supervisor
      *    entram nesta rodada; uma sessao retomada nao mexe na fila
           if resumindo <> "S"
               perform carrega-suspensos
           end-if
           if modo-entrada = "A" or modo-entrada = "a"
               perform carrega-arquivo
           else
               end-perform
            end-if
           end-if
           if suspensos-carregados = "S"
               perform incorpora-liberadas
           end-if
      *    aplicando o preco promocional vigente hoje sobre as pizzas
      *    novas desta sessao, antes de qualquer classificacao
           perform aplica-promocoes
           if mesclou = "S"
               perform reconcilia-duplicatas
           end-if
      *    local de entrega: pizzaria que nao atende o bairro fica fora
      *    do ranking, do meio a meio e do pedido em grupo
           perform escolhe-local-entrega
           perform marca-cobertura
      *    ordenando e calculando porcentagem com base na ordenacao
           perform ordenar
           perform calculo-porcent
           perform verifica-vigia
           perform grava-log
           perform grava-relatorio
           if qtd-sem-sabor > 0
               perform grava-sem-sabores
           end-if
      *    a fila so e regravada depois das liberadas estarem no
      *    historico, para nenhuma linha se perder no meio do caminho
           if suspensos-carregados = "S"
               perform grava-suspensos
           end-if
      *    sessao concluida com sucesso -- nao ha mais o que retomar
      *    (rodada automatica preserva checkpoint de cadastro pendente)
           if modo-automatico <> "S"
               move prm-modo-exibicao  to modo-exibicao
               move prm-limite-top     to limite-top
               move prm-limite-percent to limite-percent
               if prm-ranking-qualidade = "S"
                   or prm-ranking-qualidade = "s"
                   move "S" to ranking-qualidade
               end-if
           else
               display "Exibir 'T'=Todas, 'N'=Top N, "
                   "'P'=Ate X% do Melhor"
                       accept limite-percent
                   end-if
               end-if
               display "Exibir Tambem o Ranking Ajustado pela "
                   "Qualidade da Entrega? ('S'/'N')"
               accept ranking-qualidade
               if ranking-qualidade = "s"
                   move "S" to ranking-qualidade
               end-if
           end-if
           if ranking-qualidade = "S"
               perform carrega-avaliacoes
               perform monta-ranking-qualidade
           end-if
      *    mostrando a tabela final
           perform imprime-relatorio
               if prm-qtd-pessoas > 0
                   move prm-qtd-pessoas to qtd-pessoas
                   move prm-cm2-pessoa  to cm2-pessoa
                   move prm-centro-custo to centro-custo
                   if prm-min-vegetarianas is numeric
                       move prm-min-vegetarianas to min-vegetarianas
                   end-if
                   if prm-sem-porco = "S" or prm-sem-porco = "s"
                       move "S" to sem-porco
                   end-if
                   if prm-sem-lactose = "S" or prm-sem-lactose = "s"
                       move "S" to so-sem-lactose
                   end-if
                   if prm-sem-gluten = "S" or prm-sem-gluten = "s"
                       move "S" to so-sem-gluten
                   end-if
                   perform pedido-grupo
               end-if
           else
                   accept qtd-pessoas
                   display "Quantos cm2 por Pessoa? "
                   accept cm2-pessoa
                   display "Centro de Custo (Branco=Geral): "
                   accept centro-custo
                   display "Minimo de Pizzas Vegetarianas "
                       "(0=Sem Restricao): "
                   accept min-vegetarianas
                   display "Sem Carne de Porco? ('S'/'N')"
                   accept sem-porco
                   display "Somente Pizzas Sem Lactose? ('S'/'N')"
                   accept so-sem-lactose
                   display "Somente Pizzas Sem Gluten? ('S'/'N')"
                   accept so-sem-gluten
                   if sem-porco = "s"
                       move "S" to sem-porco
                   end-if
                   if so-sem-lactose = "s"
                       move "S" to so-sem-lactose
                   end-if
                   if so-sem-gluten = "s"
                       move "S" to so-sem-gluten
                   end-if
                   perform pedido-grupo
               end-if
           end-if
           end-if
      *    codigo de retorno para o agendador: 8 quando a rodada
      *    automatica nao conseguiu abrir a entrada, nao aceitou
      *    nenhum registro dela ou veio parametrizada como manual;
      *    entrada toda retida na fila de suspensos ja foi gravada em
      *    SUSPENSO.DAT e vale 4 -- uma nova rodada a enfileiraria de
      *    novo
           if modo-automatico = "S"
               if entrada-abriu = "N"
                   or (modo-entrada <> "A" and modo-entrada <> "a")
                   move 8 to return-code
               else
                 if qtd-aceitas-arquivo = 0
                   if qtd-suspensas-rodada > 0
                       move 4 to return-code
                   else
                       move 8 to return-code
                   end-if
                 end-if
               end-if
           end-if
           .
                       "Zero e a Taxa Nao Pode Passar o Preco -- "
                       "Corrija"
                   move "N" to tela-ok
               else
                   perform padroniza-sabores-pizza
               end-if
           end-if
           .
               accept piz-telefone
               display "Bairro: "
               accept piz-bairro
      *        a area de entrega agora e a lista de bairros atendidos
               move spaces to piz-area-entrega
               move "S" to piz-ativa
               write reg-pizzaria
                   invalid key
                       display "Codigo Ja Cadastrado"
                   not invalid key
                       move "I"          to jt-acao
                       move "P"          to jt-arquivo
                       move piz-codigo   to jt-chave
                       move spaces       to jt-antes
                       move reg-pizzaria to jt-depois
                       perform grava-jornal
                       perform manut-cobertura
               end-write
           end-if
           .
               invalid key
                   display "Pizzaria Nao Encontrada"
               not invalid key
                   move reg-pizzaria to jt-antes
                   display "Nome Fantasia (" piz-nome-fantasia "): "
                   accept piz-nome-fantasia
                   display "Telefone (" piz-telefone "): "
                   accept piz-telefone
                   display "Bairro (" piz-bairro "): "
                   accept piz-bairro
                   rewrite reg-pizzaria
                       invalid key
                           display "Erro ao Regravar Pizzaria"
                       not invalid key
                           move "A"          to jt-acao
                           move "P"          to jt-arquivo
                           move piz-codigo   to jt-chave
                           move reg-pizzaria to jt-depois
                           perform grava-jornal
                   end-rewrite
                   if piz-area-entrega <> spaces
                       display "Area de Entrega Antiga (Texto): "
                           piz-area-entrega
                   end-if
                   display "Alterar os Bairros de Entrega? ('S'/'N')"
                   accept opcao-cobertura
                   if opcao-cobertura = "S" or opcao-cobertura = "s"
                       perform manut-cobertura
                   end-if
           end-read
           .
       manut-altera-exit.
               invalid key
                   display "Pizzaria Nao Encontrada"
               not invalid key
                   move reg-pizzaria to jt-antes
                   move "N" to piz-ativa
                   rewrite reg-pizzaria
                       invalid key
                           display "Erro ao Regravar Pizzaria"
                       not invalid key
                           move "D"          to jt-acao
                           move "P"          to jt-arquivo
                           move piz-codigo   to jt-chave
                           move reg-pizzaria to jt-depois
                           perform grava-jornal
                   end-rewrite
                   display "Pizzaria Desativada: " piz-nome-fantasia
           end-read
                   display "Nome Fantasia...: " piz-nome-fantasia
                   display "Telefone........: " piz-telefone
                   display "Bairro..........: " piz-bairro
                   display "Ativa...........: " piz-ativa
                   if piz-area-entrega <> spaces
                       display "Area Antiga.....: " piz-area-entrega
                   end-if
                   move piz-codigo to cod-pizzaria-aux
                   perform lista-cobertura
           end-read
           .
       manut-consulta-exit.
           exit.
      *----------------------------------------------------------------
      * Bairros atendidos pela pizzaria corrente (PIZ-CODIGO): mostra
      * a cobertura atual e inclui ou exclui um bairro por vez, cada
      * mudanca no jornal (arquivo C=COBERTURA.DAT)
       manut-cobertura section.
           move piz-codigo to cod-pizzaria-aux
           if cobertura-aberta <> "S"
               display "Cadastro de Cobertura (COBERTURA.DAT) "
                   "Indisponivel"
               move "F" to opcao-cobertura
           else
               move spaces to opcao-cobertura
           end-if
           perform until opcao-cobertura = "F" or opcao-cobertura = "f"
               perform lista-cobertura
               display "Bairros de Entrega: 'I'=Incluir 'E'=Excluir "
                   "'F'=Fim"
               accept opcao-cobertura
               if opcao-cobertura = "I" or opcao-cobertura = "i"
                   display "Bairro Atendido: "
                   move spaces to bairro-digitado
                   accept bairro-digitado
                   perform padroniza-bairro
                   if bairro-digitado <> spaces
                       move cod-pizzaria-aux to cob-cod-pizzaria
                       move bairro-digitado  to cob-bairro
                       write reg-cobertura
                           invalid key
                               display "Bairro Ja Atendido"
                           not invalid key
                               move "I"           to jt-acao
                               move "C"           to jt-arquivo
                               move cob-chave     to jt-chave
                               move spaces        to jt-antes
                               move reg-cobertura to jt-depois
                               perform grava-jornal
                       end-write
                   end-if
               end-if
               if opcao-cobertura = "E" or opcao-cobertura = "e"
                   display "Bairro a Excluir: "
                   move spaces to bairro-digitado
                   accept bairro-digitado
                   perform padroniza-bairro
                   move cod-pizzaria-aux to cob-cod-pizzaria
                   move bairro-digitado  to cob-bairro
                   read arq-cobertura
                       invalid key
                           display "Bairro Nao Atendido"
                       not invalid key
                           move reg-cobertura to jt-antes
                           delete arq-cobertura
                               invalid key
                                   display "Erro ao Excluir Bairro"
                               not invalid key
                                   move "E"       to jt-acao
                                   move "C"       to jt-arquivo
                                   move jt-antes  to reg-cobertura
                                   move cob-chave to jt-chave
                                   move spaces    to jt-depois
                                   perform grava-jornal
                           end-delete
                   end-read
               end-if
           end-perform
           .
       manut-cobertura-exit.
           exit.
      *----------------------------------------------------------------
      * Lista os bairros atendidos pela pizzaria em COD-PIZZARIA-AUX
       lista-cobertura section.
           move 0 to qtd-bairros
           move "N" to fim-cobertura
           if cobertura-aberta <> "S"
               move "S" to fim-cobertura
           end-if
           move cod-pizzaria-aux to cob-cod-pizzaria
           move low-values       to cob-bairro
           if fim-cobertura = "N"
               start arq-cobertura key is >= cob-chave
                   invalid key
                       move "S" to fim-cobertura
               end-start
           end-if
           perform until fim-cobertura = "S"
               read arq-cobertura next record
                   at end
                       move "S" to fim-cobertura
                   not at end
                       if cob-cod-pizzaria <> cod-pizzaria-aux
                           move "S" to fim-cobertura
                       else
                           add 1 to qtd-bairros
                           display "Entrega em......: " cob-bairro
                       end-if
               end-read
           end-perform
           if qtd-bairros = 0
               display "Nenhum Bairro de Entrega Cadastrado"
           end-if
           .
       lista-cobertura-exit.
           exit.
      *----------------------------------------------------------------
      * Maiusculas e sem brancos a esquerda em BAIRRO-DIGITADO, para
      * o bairro da pizzaria e o do local baterem como no cadastro
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
      *----------------------------------------------------------------
      * Manutencao do cadastro de operadores (ato de supervisor):
      * incluir e consultar -- perfis: "S"=supervisor "C"=comum
       manut-operadores section.
                   write reg-operador
                       invalid key
                           display "Codigo Ja Cadastrado"
                       not invalid key
                           move "I"          to jt-acao
                           move "O"          to jt-arquivo
                           move ope-id       to jt-chave
                           move spaces       to jt-antes
                           move reg-operador to jt-depois
                           perform grava-jornal
                   end-write
               else
                   if opcao-oper = "C" or opcao-oper = "c"
       manut-operadores-exit.
           exit.
      *----------------------------------------------------------------
      * Grava no jornal de alteracoes a mudanca de cadastro mestre que
      * acabou de ser feita (acao, arquivo, chave e as imagens antes e
      * depois ja montadas em JORNAL-TRAB), carimbada com o operador
      * validado e a data/hora da gravacao
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
               move jt-arquivo  to jor-arquivo
               move jt-chave    to jor-chave
               move jt-antes    to jor-antes
               move jt-depois   to jor-depois
               write reg-jornal
               close arq-jornal
           end-if
           .
       grava-jornal-exit.
           exit.
      *----------------------------------------------------------------
      * Calculo da area da pizza, conforme o formato: circulo para as
      * redondas, comprimento x largura para bandejas e pizza de metro
       calculo-area section.
      * coluna (porcentagens inclusive) permanece com a sua pizza
       ordenar section.
           sort arq-sort
               on ascending key sort-fora-area sort-preco-cm2
               input procedure is libera-pizzas
               output procedure is recolhe-pizzas
           .
           move     1        to    ind
           move     0        to    porcent(ind)
           move     0        to    diferenca
           perform until ind > qtd-ranking - 1
               move     0        to    diferenca
      *        calculo de porcentagem
               compute diferenca = preco_cm2(ind + 1)- preco_cm2(ind)
      * liquido e monta a tabela rank-liq ja na ordem final
       ordenar-liquido section.
           sort arq-sort
               on ascending key sort-fora-area sort-preco-cm2-liq
               input procedure is libera-pizzas
               output procedure is recolhe-rank-liquido
           .
           move     1        to    ind
           move     0        to    porcent-liq(ind)
           move     0        to    diferenca
           perform until ind > qtd-ranking - 1
               move     0        to    diferenca
               compute diferenca =
                   preco-cm2-liq-rk(ind + 1) - preco-cm2-liq-rk(ind)
      * Calculo de quanto pior (%) cada pizza fica frente a numero 1,
      * usado para destacar so os "bons negocios" no relatorio final
       calculo-porcent-topo section.
           perform varying ind from 1 by 1 until ind > qtd-ranking
               compute porcent_topo(ind) =
                   ((preco_cm2(ind) - preco_cm2(1)) * 100)
                       / preco_cm2(1)
      * Aplica sobre cada pizza nova desta sessao a promocao vigente
      * para a data da comparacao e o dia da semana de hoje, refazendo
      * o preco/cm2 com o preco efetivo da noite; pizzas recarregadas
      * do historico e linhas suspensas liberadas agora ficam com o
      * preco da data em que foram comparadas
       aplica-promocoes section.
           move 0 to qtd-promovidas
           perform varying ind from 1 by 1 until ind > qtd_pizza
               move "N" to flag_promo(ind)
               if pizza-nova(ind) and cod_pizzaria(ind) > 0
                   and data_comp(ind) = data-comparacao
                   and qtd-promos > 0
                   perform procura-promocao
                   if pm-achada > 0
                       move reg-preco-cm2-liq to preco_cm2_liq(ind)
                       move reg-qtd-sabor     to qtd_sabor(ind)
                       move reg-sabor-flat    to sabor-flat(ind)
      *                historico de antes do cadastro de sabores tambem
      *                sai com o nome padrao, sem ir para o supervisor
                       move "N" to registra-sem-sabor
                       perform padroniza-sabores-pizza
                       move "S" to registra-sem-sabor
                       add 1 to qtd_pizza
                       read arq-pizzas
                           at end move "S" to fim-arquivo
      * Carrega a tabela de pizzas em lote a partir de um arquivo de
      * entrada (planilha de fornecedor), sem passar pelos accepts
       carrega-arquivo section.
           perform carrega-ultimos-precos
           move "N" to fim-arquivo
           perform abre-entrada-lote
           if entrada-abriu = "N"
                       subtract 1 from ind
                       move "S" to fim-arquivo
                   else
                       perform monta-pizza-lote
                       perform valida-entrada
      *                codigo de pizzaria que nao existe no cadastro
      *                tambem recusa a linha do lote -- o historico
                           move "05" to motivo-rejeicao
                           add 1 to rejeitados
                       end-if
      *                preco/cm2 fora da tolerancia contra a ultima
      *                comparacao da mesma pizza vai para a fila de
      *                suspensos em vez do ranking
                       move "N" to linha-suspensa
                       if entrada-valida = "S"
                           perform calculo-area
                           perform calculo-preco-cm2
                           perform confere-tolerancia
                       end-if
                       if entrada-valida = "S"
                           perform padroniza-sabores-pizza
                           add 1 to qtd_pizza
                           add 1 to qtd-aceitas-arquivo
                       else
                           if linha-suspensa = "S"
                               perform guarda-suspenso
                           else
                               perform guarda-rejeicao
                           end-if
                           subtract 1 from ind
                       end-if
                       perform le-entrada-lote
       carrega-arquivo-exit.
           exit.
      *-----------------------------------------------------------------
      * Monta a pizza corrente (IND) a partir da linha do lote em
      * ENTRADA-LOTE, com a data desta comparacao e origem nova
       monta-pizza-lote section.
           move lot-cod-pizzaria to  cod_pizzaria(ind)
           move lot-cod-pizzaria to  cod-pizzaria-aux
           perform resolve-pizzaria
           move nome-pizzaria-aux to nome_pizzaria(ind)
           move lot-nome         to  nome(ind)
           move data-comparacao  to  data_comp(ind)
           move "N"              to  origem(ind)
      *    formato ausente no arquivo vale como redonda
           if lot-formato = "Q" or lot-formato = "q"
               move "Q"             to formato(ind)
               move 0               to diametro(ind)
               move lot-comprimento to comprimento(ind)
               move lot-largura     to largura(ind)
           else
               move "R"             to formato(ind)
               move lot-diametro    to diametro(ind)
               move 0               to comprimento(ind)
               move 0               to largura(ind)
           end-if
           move lot-preco        to  preco(ind)
           move lot-flag-entrega to  flag_entrega(ind)
           move lot-taxa-entrega to  taxa_entrega(ind)
           move lot-qtd-sabor    to  qtd_sabor(ind)
           move lot-sabor-flat   to  sabor-flat(ind)
      *    sabores sao a fonte da verdade do preco, assim
      *    como na entrada pela tela (CONFIRMA-ENTRADA-
      *    TELA) -- PRECO do arquivo e ignorado com sabores
           if qtd_sabor(ind) > 0
               and qtd_sabor(ind) not > max-sabores
               move 0 to preco(ind)
               perform varying sub-sabor from 1 by 1
                       until sub-sabor > qtd_sabor(ind)
                   add preco_sabor(ind, sub-sabor)
                       to preco(ind)
               end-perform
           end-if
           .
       monta-pizza-lote-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda a ultima comparacao de cada pizza (pizzaria + nome) ja
      * gravada em PIZZAS.DAT, base da conferencia de tolerancia
       carrega-ultimos-precos section.
           move 0   to qtd-ultimos
           move "N" to fim-arquivo
           open input arq-pizzas
           if st-arq-pizzas <> "00"
               close arq-pizzas
           else
               read arq-pizzas
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if reg-area-pizza > 0
                       move 0 to up-achado
                       perform varying up-idx from 1 by 1
                               until up-idx > qtd-ultimos
                           if up-cod-pizzaria(up-idx) = reg-cod-pizzaria
                               and up-nome(up-idx) = reg-nome
                               move up-idx to up-achado
                               move qtd-ultimos to up-idx
                           end-if
                       end-perform
                       if up-achado = 0 and qtd-ultimos < max-pizzas
                           add 1 to qtd-ultimos
                           move qtd-ultimos to up-achado
                           move reg-cod-pizzaria
                               to up-cod-pizzaria(up-achado)
                           move reg-nome to up-nome(up-achado)
                           move 0 to up-data-comp(up-achado)
                       end-if
      *                empate de data fica com o gravado por ultimo
                       if up-achado > 0
                           and reg-data-comp >= up-data-comp(up-achado)
                           move reg-data-comp
                               to up-data-comp(up-achado)
                           compute up-preco-cm2(up-achado) =
                               reg-preco / reg-area-pizza
                       end-if
                   end-if
                   read arq-pizzas
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-pizzas
           end-if
           .
       carrega-ultimos-precos-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere o preco/cm2 da linha do lote (IND) contra a ultima
      * comparacao da mesma pizza: variacao acima da tolerancia, para
      * mais ou para menos, suspende a linha; pizza sem historico passa
       confere-tolerancia section.
           move 0 to up-achado
           perform varying up-idx from 1 by 1 until up-idx > qtd-ultimos
               if up-cod-pizzaria(up-idx) = cod_pizzaria(ind)
                   and up-nome(up-idx) = nome(ind)
                   move up-idx to up-achado
                   move qtd-ultimos to up-idx
               end-if
           end-perform
           if up-achado > 0 and up-preco-cm2(up-achado) > 0
               compute cm2-lote = preco(ind) / area_pizza(ind)
               if cm2-lote > up-preco-cm2(up-achado)
                   compute variacao-cm2 rounded =
                       (cm2-lote - up-preco-cm2(up-achado)) * 100
                       / up-preco-cm2(up-achado)
               else
                   compute variacao-cm2 rounded =
                       (up-preco-cm2(up-achado) - cm2-lote) * 100
                       / up-preco-cm2(up-achado)
               end-if
               if variacao-cm2 > tolerancia
                   move "N" to entrada-valida
                   move "S" to linha-suspensa
               end-if
           end-if
           .
       confere-tolerancia-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda a linha suspensa (campos originais, data desta
      * comparacao e os dois precos/cm2) na fila em memoria; com a
      * fila cheia a linha vai para REJEITADAS.DAT com motivo 06
       guarda-suspenso section.
           if qtd-suspensos < max-pizzas
               add 1 to qtd-suspensos
               add 1 to qtd-suspensas-rodada
               move entrada-lote    to su-entrada(qtd-suspensos)
               move data-comparacao to su-data-comp(qtd-suspensos)
               move cm2-lote        to su-cm2-novo(qtd-suspensos)
               move up-preco-cm2(up-achado)
                   to su-cm2-anterior(qtd-suspensos)
               move up-data-comp(up-achado)
                   to su-data-anterior(qtd-suspensos)
               move "P"             to su-situacao(qtd-suspensos)
               move spaces          to su-revisor(qtd-suspensos)
               move 0               to su-data-revisao(qtd-suspensos)
               display "Linha Suspensa (Preco/cm2 Fora da "
                   "Tolerancia): " nome(ind) " ("
                   nome_pizzaria(ind) ")"
           else
               display "Fila de Suspensos Cheia -- Linha Vai para "
                   "REJEITADAS.DAT"
               move "06" to motivo-rejeicao
               add 1 to rejeitados
               perform guarda-rejeicao
           end-if
           .
       guarda-suspenso-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega a fila de suspensos de rodadas anteriores (pendentes e
      * ja liberadas pelo supervisor) para a tabela em memoria
       carrega-suspensos section.
           move "S" to suspensos-carregados
           move 0   to qtd-suspensos
           move "N" to fim-arquivo
           open input arq-suspenso
           if st-arq-suspenso <> "00"
               close arq-suspenso
           else
               read arq-suspenso
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if qtd-suspensos < max-pizzas
                       add 1 to qtd-suspensos
                       move sus-entrada
                           to su-entrada(qtd-suspensos)
                       move sus-data-comp
                           to su-data-comp(qtd-suspensos)
                       move sus-cm2-novo
                           to su-cm2-novo(qtd-suspensos)
                       move sus-cm2-anterior
                           to su-cm2-anterior(qtd-suspensos)
                       move sus-data-anterior
                           to su-data-anterior(qtd-suspensos)
                       move sus-situacao
                           to su-situacao(qtd-suspensos)
                       move sus-revisor
                           to su-revisor(qtd-suspensos)
                       move sus-data-revisao
                           to su-data-revisao(qtd-suspensos)
                       read arq-suspenso
                           at end move "S" to fim-arquivo
                       end-read
                   else
                       display "Limite da Fila de Suspensos Atingido "
                           "-- Restante Fica para a Proxima Rodada"
                       move "N" to suspensos-carregados
                       move "S" to fim-arquivo
                   end-if
               end-perform
               close arq-suspenso
           end-if
           .
       carrega-suspensos-exit.
           exit.
      *-----------------------------------------------------------------
      * Traz para a tabela de pizzas as linhas que o supervisor
      * liberou, com a data de comparacao original da linha suspensa
       incorpora-liberadas section.
           perform varying su-idx from 1 by 1
                   until su-idx > qtd-suspensos
               if suspensa-liberada(su-idx)
                   if ind < max-pizzas
                       add 1 to ind
                       move su-entrada(su-idx) to entrada-lote
                       perform monta-pizza-lote
                       move su-data-comp(su-idx) to data_comp(ind)
                       perform padroniza-sabores-pizza
                       perform calculo-area
                       perform calculo-preco-cm2
                       add 1 to qtd_pizza
                       add 1 to qtd-aceitas-arquivo
                       add 1 to qtd-liberadas
                       move "I" to su-situacao(su-idx)
                   else
                       display "Limite de Pizzas Atingido -- Linha "
                           "Liberada Fica para a Proxima Rodada"
                   end-if
               end-if
           end-perform
           if qtd-liberadas > 0
               move qtd-liberadas to num-edt
               display num-edt " Linha(s) Liberada(s) pelo Supervisor "
                   "Incluida(s) Nesta Comparacao"
           end-if
           .
       incorpora-liberadas-exit.
           exit.
      *-----------------------------------------------------------------
      * Regrava SUSPENSO.DAT so com o que continua na fila (pendentes
      * e liberadas que nao couberam nesta rodada); incorporadas e
      * descartadas saem -- a decisao do supervisor fica no jornal
       grava-suspensos section.
           open output arq-suspenso
           if st-arq-suspenso <> "00"
               display "Nao foi Possivel Gravar SUSPENSO.DAT"
           else
               perform varying su-idx from 1 by 1
                       until su-idx > qtd-suspensos
                   if suspensa-pendente(su-idx)
                       or suspensa-liberada(su-idx)
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
               if qtd-suspensas-rodada > 0
                   move qtd-suspensas-rodada to num-edt
                   display num-edt " Linha(s) Suspensa(s) em "
                       "SUSPENSO.DAT -- Aguardando Revisao do "
                       "Supervisor"
               end-if
           end-if
           .
       grava-suspensos-exit.
           exit.
      *-----------------------------------------------------------------
      * Abre o lote da rodada: a entrada normal do fornecedor ou, num
      * reprocessamento, o proprio arquivo de rejeitadas corrigido
       abre-entrada-lote section.
      * quando todas as linhas passaram), no mesmo leiaute da entrada
      * para o arquivo corrigido voltar como lote; motivos: 01=dimensao
      * zerada 02=preco zerado 03=excesso de sabores 04=taxa acima do
      * preco 05=pizzaria desconhecida 06=preco fora da tolerancia com
      * a fila de suspensos cheia
       grava-rejeitadas section.
           open output arq-rejeitadas
           if st-arq-rejeitadas <> "00"
                   move qtd-rejeicoes to num-edt
                   display num-edt " Linha(s) Recusada(s) Gravada(s) "
                       "em REJEITADAS.DAT (01=DIMENSAO 02=PRECO "
                       "03=SABORES 04=TAXA 05=PIZZARIA "
                       "06=TOLERANCIA)"
               end-if
           end-if
           .
                       move "S" to fim-sabores
                   else
                       add 1 to qtd-sabores-pedidos
      *                o sabor pedido vale pelo nome padrao, como os
      *                sabores das pizzas na tabela
                       move nome-sabor-busca to sabor-digitado
                       perform localiza-sabor
                       if sm-achado > 0
                           move sm-nome(sm-achado) to sabor-digitado
                       end-if
                       move sabor-digitado
                           to sabor-pedido(qtd-sabores-pedidos)
                   end-if
               end-if
           else
               perform monta-combinacoes
               if cb-qtd = 0
                   if qtd-cb-fora > 0
                       display "Nenhuma Pizza com Entrega no Local "
                           "Tem Todos os Sabores Pedidos"
                   else
                       display "Nenhuma Pizza Tem Todos os Sabores "
                           "Pedidos"
                   end-if
               else
                   perform ordena-combinacoes
                   perform imprime-combinacoes
               end-if
               if qtd-cb-fora > 0
                   perform imprime-combinacoes-fora
               end-if
           end-if
           .
       combina-sabores-exit.
      * tenha sabores detalhados e area calculada
       monta-combinacoes section.
           move 0 to cb-qtd
           move 0 to qtd-cb-fora
           perform varying ind from 1 by 1 until ind > qtd_pizza
               if qtd_sabor(ind) > 0 and area_pizza(ind) > 0
                   perform avalia-combinacao
      *-----------------------------------------------------------------
      * Confere se a pizza corrente (IND) tem todos os sabores pedidos
      * e, tendo, entra na tabela de combinacoes com o preco medio dos
      * sabores e o preco/cm2 da pizza montada (pizza de pizzaria que
      * nao entrega no local so vai para a lista de excluidas)
       avalia-combinacao section.
           move 0 to cb-soma
           move 0 to cb-achados
               end-perform
           end-perform
           if cb-achados = qtd-sabores-pedidos
               if pizza-fora-area(ind)
                   add 1 to qtd-cb-fora
                   move ind to cb-fora(qtd-cb-fora)
               else
                   if cb-qtd < max-pizzas
                       add 1 to cb-qtd
                       move nome(ind)          to cb-nome(cb-qtd)
                       move nome_pizzaria(ind)
                           to cb-nome-pizzaria(cb-qtd)
                       compute cb-preco(cb-qtd) rounded =
                           cb-soma / qtd-sabores-pedidos
                       compute cb-preco-cm2(cb-qtd) =
                           cb-preco(cb-qtd) / area_pizza(ind)
                   end-if
               end-if
           end-if
           .
       avalia-combinacao-exit.
       imprime-combinacoes-exit.
           exit.
      *-----------------------------------------------------------------
      * Pizzas que tinham todos os sabores pedidos mas sao de pizzaria
      * que nao entrega no local da rodada
       imprime-combinacoes-fora section.
           display " "
           display "EXCLUIDAS: SEM ENTREGA EM " local-descricao
           perform varying cb-i from 1 by 1 until cb-i > qtd-cb-fora
               move cb-fora(cb-i) to ind
               display "      " nome(ind) " " nome_pizzaria(ind)
           end-perform
           display "==============================================="
           .
       imprime-combinacoes-fora-exit.
           exit.
      *-----------------------------------------------------------------
      * Local de entrega da rodada: o de PARAMS.DAT na rodada
      * automatica ou o digitado pelo operador; em branco (ou fora de
      * LOCAIS.DAT na rodada automatica) nao restringe nada
       escolhe-local-entrega section.
           move "N" to tem-local
           move "N" to local-achado
           if modo-automatico = "S"
               move prm-local-entrega to local-entrega
               if local-entrega <> spaces
                   perform busca-local-entrega
                   if local-achado = "N"
                       display "Local de Entrega " prm-local-entrega
                           " Nao Encontrado -- Ranking Sem Restricao "
                           "de Entrega"
                   end-if
               end-if
           else
               move "?" to local-entrega
               perform until local-entrega = spaces
                       or local-achado = "S"
                   display "Local de Entrega (Codigo em LOCAIS.DAT, "
                       "Branco=Sem Restricao): "
                   move spaces to local-entrega
                   accept local-entrega
                   if local-entrega <> spaces
                       perform busca-local-entrega
                       if local-achado = "N" and local-entrega <> spaces
                           display "Local Nao Cadastrado"
                       end-if
                   end-if
               end-perform
           end-if
           if local-achado = "S"
               move "S" to tem-local
               display "Entrega em: " local-descricao " (Bairro "
                   local-bairro ")"
           end-if
           .
       escolhe-local-entrega-exit.
           exit.
      *-----------------------------------------------------------------
      * Le o local em LOCAIS-ENTREGA; sem o cadastro de locais nao ha
      * como restringir e o codigo volta em branco
       busca-local-entrega section.
           move "N" to local-achado
           inspect local-entrega converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           open input arq-locais
           if st-arq-locais <> "00"
               display "Sem Cadastro de Locais de Entrega (LOCAIS.DAT)"
               move spaces to local-entrega
           else
               move local-entrega to loc-codigo
               read arq-locais
                   invalid key
                       continue
                   not invalid key
                       move "S"           to local-achado
                       move loc-descricao to local-descricao
                       move loc-endereco  to local-endereco
                       move loc-bairro    to bairro-digitado
                       perform padroniza-bairro
                       move bairro-digitado to local-bairro
               end-read
               close arq-locais
           end-if
           .
       busca-local-entrega-exit.
           exit.
      *-----------------------------------------------------------------
      * Marca as pizzas cuja pizzaria nao atende o bairro do local
      * (sem cobertura cadastrada ou pizzaria nao cadastrada tambem
      * ficam fora); a classificacao joga as marcadas para o fim da
      * tabela e o ranking so vai ate QTD-RANKING
       marca-cobertura section.
           move 0 to qtd-fora-area
           perform varying ind from 1 by 1 until ind > qtd_pizza
               move "N" to flag_fora_area(ind)
               if tem-local = "S"
                   move "S" to flag_fora_area(ind)
                   if cod_pizzaria(ind) > 0
                       and cobertura-aberta = "S"
                       move cod_pizzaria(ind) to cob-cod-pizzaria
                       move local-bairro      to cob-bairro
                       read arq-cobertura
                           invalid key
                               continue
                           not invalid key
                               move "N" to flag_fora_area(ind)
                       end-read
                   end-if
                   if pizza-fora-area(ind)
                       add 1 to qtd-fora-area
                   end-if
               end-if
           end-perform
           compute qtd-ranking = qtd_pizza - qtd-fora-area
           .
       marca-cobertura-exit.
           exit.
      *-----------------------------------------------------------------
      * Le as avaliacoes dos ultimos 3 meses (contados da data desta
      * comparacao) e calcula, por pizzaria, nota media, atrasos,
      * pedidos com problema e o fator de qualidade
       carrega-avaliacoes section.
           move 0 to qtd-qualidade
           move 0 to qtd-avaliacoes-lidas
           move data-comparacao to data-limite-aval
           if dla-mes > 3
               subtract 3 from dla-mes
           else
               add 9 to dla-mes
               subtract 1 from dla-ano
           end-if
           move "N" to fim-arquivo
           open input arq-avaliacao
           if st-arq-avaliacao <> "00"
               display "Sem Avaliacoes de Entrega (AVALIACAO.DAT) -- "
                   "Ranking Ajustado Igual ao Bruto"
           else
               read arq-avaliacao next record
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if ava-data >= data-limite-aval
                       and ava-nota > 0
                       perform acumula-avaliacao
                   end-if
                   read arq-avaliacao next record
                       at end move "S" to fim-arquivo
                   end-read
               end-perform
               close arq-avaliacao
           end-if
           perform varying qp-idx from 1 by 1
                   until qp-idx > qtd-qualidade
               compute qp-nota-media(qp-idx) rounded =
                   qp-soma-nota(qp-idx) / qp-qtd(qp-idx)
               compute qp-fator(qp-idx) rounded = 1
                   + ((5 * qp-qtd(qp-idx) - qp-soma-nota(qp-idx))
                       * 0,10 / qp-qtd(qp-idx))
                   + (qp-atrasos(qp-idx) * 0,10 / qp-qtd(qp-idx))
                   + (qp-problemas(qp-idx) * 0,20 / qp-qtd(qp-idx))
           end-perform
           .
       carrega-avaliacoes-exit.
           exit.
      *-----------------------------------------------------------------
      * Soma a avaliacao corrente na linha da sua pizzaria; entrega
      * depois do horario prometido conta como atraso
       acumula-avaliacao section.
           add 1 to qtd-avaliacoes-lidas
           move 0 to qp-achado
           perform varying qp-idx from 1 by 1
                   until qp-idx > qtd-qualidade
               if qp-cod-pizzaria(qp-idx) = ava-cod-pizzaria
                   move qp-idx to qp-achado
                   move qtd-qualidade to qp-idx
               end-if
           end-perform
           if qp-achado = 0 and qtd-qualidade < max-qualidade
               add 1 to qtd-qualidade
               move qtd-qualidade to qp-achado
               move ava-cod-pizzaria to qp-cod-pizzaria(qp-achado)
               move 0 to qp-qtd(qp-achado)
               move 0 to qp-soma-nota(qp-achado)
               move 0 to qp-atrasos(qp-achado)
               move 0 to qp-problemas(qp-achado)
           end-if
           if qp-achado > 0
               add 1        to qp-qtd(qp-achado)
               add ava-nota to qp-soma-nota(qp-achado)
               if ava-hora-entrega > ava-hora-prometida
                   and ava-hora-prometida > 0
                   add 1 to qp-atrasos(qp-achado)
               end-if
               if pedido-com-problema
                   add 1 to qp-problemas(qp-achado)
               end-if
           end-if
           .
       acumula-avaliacao-exit.
           exit.
      *-----------------------------------------------------------------
      * Refaz o ranking bruto (so as pizzas com entrega no local) com
      * o preco/cm2 de cada pizza multiplicado pelo fator de qualidade
      * da sua pizzaria e reclassifica pelo preco ajustado
       monta-ranking-qualidade section.
           perform varying ind from 1 by 1 until ind > qtd-ranking
               move nome(ind)          to rq-nome(ind)
               move nome_pizzaria(ind) to rq-nome-pizzaria(ind)
               compute rq-cm2(ind) rounded =
                   preco(ind) / area_pizza(ind)
                   on size error move 0 to rq-cm2(ind)
               end-compute
               move 1 to rq-fator(ind)
               move 0 to rq-nota-media(ind)
               move 0 to rq-qtd-aval(ind)
               perform varying qp-idx from 1 by 1
                       until qp-idx > qtd-qualidade
                   if qp-cod-pizzaria(qp-idx) = cod_pizzaria(ind)
                       and cod_pizzaria(ind) > 0
                       move qp-fator(qp-idx)  to rq-fator(ind)
                       move qp-nota-media(qp-idx)
                           to rq-nota-media(ind)
                       move qp-qtd(qp-idx)    to rq-qtd-aval(ind)
                       move qtd-qualidade     to qp-idx
                   end-if
               end-perform
               compute rq-ajustado(ind) rounded =
                   rq-cm2(ind) * rq-fator(ind)
           end-perform
           perform varying rq-i from 1 by 1 until rq-i >= qtd-ranking
               perform varying rq-j from 1 by 1
                       until rq-j > qtd-ranking - rq-i
                   if rq-ajustado(rq-j) > rq-ajustado(rq-j + 1)
                       move rank-qual(rq-j)     to rq-aux
                       move rank-qual(rq-j + 1) to rank-qual(rq-j)
                       move rq-aux              to rank-qual(rq-j + 1)
                   end-if
               end-perform
           end-perform
           perform varying rq-i from 1 by 1 until rq-i > qtd-ranking
               compute rq-porcent(rq-i) =
                   ((rq-ajustado(rq-i) - rq-ajustado(1)) * 100)
                       / rq-ajustado(1)
                   on size error move 0 to rq-porcent(rq-i)
               end-compute
           end-perform
           .
       monta-ranking-qualidade-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime o ranking ajustado pela qualidade, com o mesmo filtro
      * T/N/P dos outros dois (P contra o melhor preco ajustado)
       imprime-ranking-qualidade section.
           display " "
           display "==============================================="
           display "  RANKING AJUSTADO PELA QUALIDADE DA ENTREGA"
           display "  (AVALIACOES DOS ULTIMOS 3 MESES)"
           display "==============================================="
           display "NUM NOME             PRC/CM2 FAT. AJUSTADO NOTA"
           display "      PIZZARIA"
           display "-----------------------------------------------"
           perform varying rq-i from 1 by 1 until rq-i > qtd-ranking
               if (modo-exibicao = "T")
                   or (modo-exibicao = "N" and rq-i <= limite-top)
                   or (modo-exibicao = "P"
                       and rq-porcent(rq-i) <= limite-percent)
                   move rq-i               to num-edt
                   move rq-cm2(rq-i)       to cm2-qual-edt
                   move rq-fator(rq-i)     to fator-edt
                   move rq-nota-media(rq-i) to nota-edt
                   display num-edt " " rq-nome(rq-i) " " cm2-qual-edt
                       " " fator-edt " " with no advancing
                   move rq-ajustado(rq-i)  to cm2-qual-edt
                   display cm2-qual-edt " " nota-edt
                   if rq-qtd-aval(rq-i) = 0
                       display "      " rq-nome-pizzaria(rq-i)
                           " (SEM AVALIACAO)"
                   else
                       display "      " rq-nome-pizzaria(rq-i)
                   end-if
               end-if
           end-perform
           display "==============================================="
           .
       imprime-ranking-qualidade-exit.
           exit.
      *-----------------------------------------------------------------
      * Lista das pizzas deixadas de fora por falta de entrega no
      * local, do menor para o maior preco/cm2, para o operador saber
      * por que uma pizza barata sumiu do ranking
       imprime-fora-area section.
           display " "
           display "==============================================="
           display "  EXCLUIDAS: SEM ENTREGA EM " local-descricao
           display "  (BAIRRO " local-bairro ")"
           display "==============================================="
           display "      PIZZA          PRECO/CM2 PIZZARIA"
           display "-----------------------------------------------"
           perform varying ind from 1 by 1 until ind > qtd_pizza
               if pizza-fora-area(ind)
                   move preco_cm2(ind) to preco-cm2-edt
                   display "      " nome(ind) " " preco-cm2-edt "    "
                       nome_pizzaria(ind)
               end-if
           end-perform
           display "==============================================="
           move qtd-fora-area to num-edt
           display num-edt " Pizza(s) Fora da Area de Entrega"
           .
       imprime-fora-area-exit.
           exit.
      *-----------------------------------------------------------------
      * Monta o relatorio final, pronto para ser entregue ao lojista,
      * com cabecalho de colunas, numero de ranking e valores em moeda
       imprime-relatorio section.
           display " NUM  NOME         DIAM  PRECO  PRECO/CM2 PIOR% SB"
           display "      PIZZARIA"
           display "-----------------------------------------------"
           perform varying ind from 1 by 1 until ind > qtd-ranking
               move ind             to  num-edt
               move diametro(ind)   to  diametro-edt
               move preco(ind)      to  preco-edt
           display "==============================================="
           display " NUM  NOME                    PRECO/CM2  %PIOR"
           display "-----------------------------------------------"
           perform varying ind from 1 by 1 until ind > qtd-ranking
               move ind                 to  num-edt
               move preco-cm2-liq-rk(ind) to preco-cm2-edt
               move porcent-liq(ind)      to porcent-edt
               end-if
           end-perform
           display "==============================================="
           if ranking-qualidade = "S"
               perform imprime-ranking-qualidade
           end-if
           if qtd-fora-area > 0
               perform imprime-fora-area
           end-if
           if rejeitados > 0
               move rejeitados to num-edt
               display num-edt " Entrada(s) Rejeitada(s) por Dados "
               end-string
               write reg-export
               move 0 to qtd-exportadas
               perform varying ind from 1 by 1 until ind > qtd-ranking
                   if (modo-exibicao = "T")
                       or (modo-exibicao = "N" and ind <= limite-top)
                       or (modo-exibicao = "P"
             if unid-necessarias > max-unidades
               display "Pedido Grande Demais para o Planejador"
             else
              if min-vegetarianas > max-vegetarianas
               display "Minimo de Vegetarianas Acima do Limite de "
                   max-vegetarianas
              else
               perform monta-custos-pedido
               perform calcula-plano-pedido
               perform imprime-pedido
      *        o que o planejador recomendou (e vai ser pedido) fica
      *        registrado para o relatorio mensal de gastos, desde que
      *        caiba no orcamento do mes ou um supervisor libere; com
      *        o mes fechado nem se confere o orcamento, para nao pedir
      *        liberacao de um pedido que nao vai ser gravado
               if plano-ok = "S"
                   perform confere-periodo
                   if mes-fechado = "S"
                       display "Mes Fechado na Contabilidade -- Pedido "
                           "Nao Registrado em PEDIDOS.DAT"
                   else
                       perform apura-orcamento
                       perform confere-orcamento
                       if grava-plano = "S"
                           perform grava-pedidos-plano
                       end-if
                   end-if
               end-if
              end-if
             end-if
           end-if
           .
                   move preco(dp-p) to custo-unit(dp-p)
               end-if
               move 0 to qtd-pedida(dp-p)
               perform classifica-pizza-dieta
               if pizza-fora-area(dp-p)
                   move "N" to pd-permitida(dp-p)
               end-if
           end-perform
           .
       monta-custos-pedido-exit.
           exit.
      *-----------------------------------------------------------------
      * Programacao do plano: dp-plano(u + 1, v + 1) guarda o menor
      * custo para cobrir u unidades de area com ao menos v pizzas
      * vegetarianas; cada estado testa todas as pizzas permitidas e
      * herda o melhor plano do que sobra antes dela (sem minimo de
      * vegetarianas so existe a coluna v = 0)
       calcula-plano-pedido section.
           perform varying dp-u from 0 by 1
                   until dp-u > unid-necessarias
               compute dp-slot = dp-u + 1
               perform varying dp-v from 0 by 1
                       until dp-v > min-vegetarianas
                   compute dp-vslot = dp-v + 1
                   move custo-inalcancavel
                       to dp-custo(dp-slot, dp-vslot)
                   move 0 to dp-escolha(dp-slot, dp-vslot)
                   if dp-u = 0 and dp-v = 0
                       move 0 to dp-custo(dp-slot, dp-vslot)
                   else
                       perform avalia-estado-plano
                   end-if
               end-perform
           end-perform
      *    remontando o plano de tras pra frente
           move "S" to plano-ok
           move unid-necessarias to dp-u
           move min-vegetarianas to dp-v
           perform until (dp-u = 0 and dp-v = 0) or plano-ok = "N"
               compute dp-slot  = dp-u + 1
               compute dp-vslot = dp-v + 1
               move dp-escolha(dp-slot, dp-vslot) to dp-p
               if dp-p = 0
                   move "N" to plano-ok
               else
                   add 1 to qtd-pedida(dp-p)
                   if unid-pizza(dp-p) >= dp-u
                   else
                       subtract unid-pizza(dp-p) from dp-u
                   end-if
                   if pd-vegetariana(dp-p) = "S" and dp-v > 0
                       subtract 1 from dp-v
                   end-if
               end-if
           end-perform
           .
       calcula-plano-pedido-exit.
           exit.
      *-----------------------------------------------------------------
      * Melhor escolha para o estado (DP-U, DP-V): cada pizza permitida
      * cobre sua area e, sendo vegetariana, uma das vegetarianas que
      * faltam; pizza que nao faz o estado andar nao entra
       avalia-estado-plano section.
           perform varying dp-p from 1 by 1 until dp-p > qtd_pizza
               if unid-pizza(dp-p) > 0 and pd-permitida(dp-p) = "S"
                   if unid-pizza(dp-p) >= dp-u
                       move 1 to dp-prev-slot
                   else
                       compute dp-prev-slot =
                           dp-u - unid-pizza(dp-p) + 1
                   end-if
                   if pd-vegetariana(dp-p) = "S" and dp-v > 0
                       move dp-v to dp-prev-vslot
                   else
                       move dp-vslot to dp-prev-vslot
                   end-if
                   if (dp-prev-slot <> dp-slot
                       or dp-prev-vslot <> dp-vslot)
                       and dp-custo(dp-prev-slot, dp-prev-vslot)
                           < custo-inalcancavel
                       compute dp-cand = custo-unit(dp-p)
                           + dp-custo(dp-prev-slot, dp-prev-vslot)
                       if dp-cand < dp-custo(dp-slot, dp-vslot)
                           move dp-cand to dp-custo(dp-slot, dp-vslot)
                           move dp-p
                               to dp-escolha(dp-slot, dp-vslot)
                       end-if
                   end-if
               end-if
           end-perform
           .
       avalia-estado-plano-exit.
           exit.
      *-----------------------------------------------------------------
      * Atributos de dieta da pizza DP-P pelo cadastro de sabores: os
      * sabores detalhados ou, sem eles, o proprio nome da pizza.
      * Vegetariana so com todos os sabores conhecidos e vegetarianos;
      * sabor sem cadastro nao garante nada, entao a pizza fica de fora
      * de qualquer restricao pedida (sem porco, sem lactose, sem
      * gluten)
       classifica-pizza-dieta section.
           move "S" to pz-vegetariana
           move "N" to pz-porco
           move "S" to pz-sem-lactose
           move "S" to pz-sem-gluten
           move "S" to pz-conhecida
           if qtd_sabor(dp-p) > 0 and qtd_sabor(dp-p) not > max-sabores
               perform varying sub-sabor from 1 by 1
                       until sub-sabor > qtd_sabor(dp-p)
                   move nome_sabor(dp-p, sub-sabor) to sabor-digitado
                   perform confere-dieta-sabor
               end-perform
           else
               move nome(dp-p) to sabor-digitado
               perform confere-dieta-sabor
           end-if
           move "N" to pd-vegetariana(dp-p)
           if pz-vegetariana = "S" and pz-conhecida = "S"
               move "S" to pd-vegetariana(dp-p)
           end-if
           move "S" to pd-permitida(dp-p)
           if sem-porco = "S"
               and (pz-porco = "S" or pz-conhecida = "N")
               move "N" to pd-permitida(dp-p)
           end-if
           if so-sem-lactose = "S"
               and (pz-sem-lactose = "N" or pz-conhecida = "N")
               move "N" to pd-permitida(dp-p)
           end-if
           if so-sem-gluten = "S"
               and (pz-sem-gluten = "N" or pz-conhecida = "N")
               move "N" to pd-permitida(dp-p)
           end-if
           .
       classifica-pizza-dieta-exit.
           exit.
      *-----------------------------------------------------------------
      * Junta os atributos do sabor em SABOR-DIGITADO aos da pizza
       confere-dieta-sabor section.
           perform localiza-sabor
           if sm-achado = 0
               move "N" to pz-conhecida
               move "N" to pz-vegetariana
           else
               if sm-vegetariano(sm-achado) <> "S"
                   move "N" to pz-vegetariana
               end-if
               if sm-porco(sm-achado) = "S"
                   move "S" to pz-porco
               end-if
               if sm-sem-lactose(sm-achado) <> "S"
                   move "N" to pz-sem-lactose
               end-if
               if sm-sem-gluten(sm-achado) <> "S"
                   move "N" to pz-sem-gluten
               end-if
           end-if
           .
       confere-dieta-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime a recomendacao do pedido em grupo: uma guia de pedido
      * por pizzaria envolvida, com a taxa de entrega cobrada uma unica
      * vez por pizzaria (e nao embutida em cada pizza), pronta para
           display "==============================================="
           move area-necessaria to area-nec-edt
           display "AREA NECESSARIA: " area-nec-edt " cm2"
           if tem-local = "S"
               display "ENTREGAR EM....: " local-descricao
               display "                 " local-endereco
           end-if
           if min-vegetarianas > 0
               move min-vegetarianas to num-edt
               display "RESTRICAO......: AO MENOS " num-edt
                   " VEGETARIANA(S)"
           end-if
           if sem-porco = "S"
               display "RESTRICAO......: SEM CARNE DE PORCO"
           end-if
           if so-sem-lactose = "S"
               display "RESTRICAO......: SOMENTE SEM LACTOSE"
           end-if
           if so-sem-gluten = "S"
               display "RESTRICAO......: SOMENTE SEM GLUTEN"
           end-if
           if plano-ok <> "S"
               display "Nenhuma Pizza Cadastrada Cobre o Pedido"
               if min-vegetarianas > 0 or sem-porco = "S"
                   or so-sem-lactose = "S" or so-sem-gluten = "S"
                   display "com as Restricoes Informadas"
               end-if
               if qtd-fora-area > 0
                   display "com Entrega no Local Informado"
               end-if
           else
      *        o plano otimiza pelo custo liquido de entrega; a conta
      *        do grupo e o subtotal liquido de cada pizzaria mais uma
               move 0 to area-coberta
               move 0 to total-pagar
               move 0 to qtd-guias
               move 0 to qtd-veg-plano
               perform varying dp-p from 1 by 1 until dp-p > qtd_pizza
                   if qtd-pedida(dp-p) > 0
                       compute area-coberta = area-coberta
                           + (qtd-pedida(dp-p) * area_pizza(dp-p))
                       if pd-vegetariana(dp-p) = "S"
                           add qtd-pedida(dp-p) to qtd-veg-plano
                       end-if
                       perform acumula-guia
                   end-if
               end-perform
               move total-pagar to total-pedido-edt
               display "TOTAL A PAGAR..: " total-pedido-edt
                   " (ENTREGA 1x POR PIZZARIA)"
               if min-vegetarianas > 0
                   move qtd-veg-plano to num-edt
                   display "VEGETARIANAS...: " num-edt
               end-if
               compute dp-slot  = unid-necessarias + 1
               compute dp-vslot = min-vegetarianas + 1
               move dp-custo(dp-slot, dp-vslot) to total-pedido-edt
               display "TOTAL LIQUIDO DE ENTREGA: " total-pedido-edt
           end-if
           display "==============================================="
           if qtd-fora-area > 0
               perform imprime-fora-area
           end-if
           .
       imprime-pedido-exit.
           exit.
      *-----------------------------------------------------------------
      * Imprime a guia de pedido da pizzaria corrente (GP-IDX): as
      * pizzas e quantidades dela a preco liquido, o subtotal, a taxa
      * de entrega unica e o telefone e o bairro do cadastro mestre, e
      * soma a guia fechada no total a pagar do grupo
       imprime-guia section.
           move gp-cod-pizzaria(gp-idx) to cod-pizzaria-aux
           perform resolve-pizzaria
           if gp-cod-pizzaria(gp-idx) > 0
               and nome-pizzaria-aux <> "NAO CADASTRADA"
               display "   FONE: " piz-telefone
                   "  BAIRRO: " piz-bairro
           end-if
           perform varying dp-p from 1 by 1 until dp-p > qtd_pizza
               if qtd-pedida(dp-p) > 0
                   and cod_pizzaria(dp-p) = gp-cod-pizzaria(gp-idx)
                   move qtd-pedida(dp-p) to num-edt
                   move custo-unit(dp-p) to preco-liq-edt
                   if pd-vegetariana(dp-p) = "S"
                       display "   " num-edt " x " nome(dp-p) " "
                           preco-liq-edt " cada (VEGETARIANA)"
                   else
                       display "   " num-edt " x " nome(dp-p) " "
                           preco-liq-edt " cada"
                   end-if
               end-if
           end-perform
           move gp-subtotal(gp-idx) to subtotal-edt
       imprime-guia-exit.
           exit.
      *-----------------------------------------------------------------
      * Busca o orcamento do mes da comparacao: o do centro de custo
      * informado ou, sem ele, o do mes todo; e soma em PEDIDOS.DAT o
      * que ja foi gasto no mes (so o centro, quando o orcamento e do
      * centro)
       apura-orcamento section.
           move "N" to tem-orcamento
           move "N" to orcamento-do-centro
           move 0   to orcamento-mes
           move 0   to orcamento-usado
           move data-comparacao to data-orcamento
           open input arq-orcamento
           if st-arq-orcamento = "00"
               if centro-custo <> spaces
                   move dor-anomes   to orc-anomes
                   move centro-custo to orc-centro
                   read arq-orcamento
                       invalid key
                           continue
                       not invalid key
                           move "S" to tem-orcamento
                           move "S" to orcamento-do-centro
                   end-read
               end-if
               if tem-orcamento = "N"
                   move dor-anomes to orc-anomes
                   move spaces     to orc-centro
                   read arq-orcamento
                       invalid key
                           continue
                       not invalid key
                           move "S" to tem-orcamento
                   end-read
               end-if
               if tem-orcamento = "S"
                   move orc-valor to orcamento-mes
                   move orc-acao  to orcamento-acao
               end-if
               close arq-orcamento
           end-if
           if tem-orcamento = "S"
               move "N" to fim-arquivo
               open input arq-pedidos
               if st-arq-pedidos <> "00"
                   close arq-pedidos
               else
                   read arq-pedidos
                       at end move "S" to fim-arquivo
                   end-read
                   perform until fim-arquivo = "S"
                       if ped-data >= dor-anomes * 100
                           and ped-data < (dor-anomes + 1) * 100
                           and (orcamento-do-centro = "N"
                                or ped-centro-custo = centro-custo)
                           compute orcamento-usado = orcamento-usado
                               + ped-qtd * ped-preco-unit
                       end-if
                       read arq-pedidos
                           at end move "S" to fim-arquivo
                       end-read
                   end-perform
                   close arq-pedidos
               end-if
           end-if
           .
       apura-orcamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Mostra quanto do orcamento do mes ja foi usado e quanto sobra
      * com este pedido; passando do valor, orcamento "A" so avisa e
      * orcamento "B" bloqueia a gravacao do plano -- a liberacao e
      * ato de supervisor, registrado no jornal (rodada automatica
      * nao tem quem libere)
       confere-orcamento section.
           move "S" to grava-plano
           if tem-orcamento = "N"
               display "Sem Orcamento Cadastrado para o Mes"
           else
               compute orcamento-saldo =
                   orcamento-mes - orcamento-usado - total-pagar
               display "-----------------------------------------------"
               if orcamento-do-centro = "S"
                   display "ORCAMENTO DO CENTRO " centro-custo
               else
                   display "ORCAMENTO DO MES"
               end-if
               move orcamento-mes to orcamento-edt
               display "   ORCADO.........: " orcamento-edt
               move orcamento-usado to orcamento-edt
               display "   JA UTILIZADO...: " orcamento-edt
               move total-pagar to orcamento-edt
               display "   ESTE PEDIDO....: " orcamento-edt
               move orcamento-saldo to saldo-edt
               display "   SALDO APOS.....: " saldo-edt
               if orcamento-saldo < 0
                   if orcamento-acao = "B"
                       move "N" to grava-plano
                       display "PEDIDO ACIMA DO ORCAMENTO -- BLOQUEADO"
                       if modo-automatico <> "S"
                           if perfil-operador = "S"
                               display "Liberar o Pedido Acima do "
                                   "Orcamento? ('S'/'N')"
                               accept resposta-resume
                               if resposta-resume = "S"
                                   or resposta-resume = "s"
                                   move "S" to grava-plano
                                   perform jornal-liberacao-orcamento
                               end-if
                           else
                               display "Somente Supervisores Podem "
                                   "Liberar Pedido Acima do Orcamento"
                           end-if
                       end-if
                       if grava-plano = "N"
                           display "Pedido Nao Registrado"
                       end-if
                   else
                       display "ATENCAO: PEDIDO ACIMA DO ORCAMENTO"
                   end-if
               end-if
           end-if
           .
       confere-orcamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Registra no jornal a liberacao de pedido acima do orcamento:
      * o orcamento do mes antes e, depois, o mesmo orcamento com o
      * ja utilizado e o valor do pedido liberado
       jornal-liberacao-orcamento section.
           move spaces          to imagem-orcamento
           move dor-anomes      to io-anomes
           if orcamento-do-centro = "S"
               move centro-custo to io-centro
           end-if
           move orcamento-mes   to io-valor
           move orcamento-acao  to io-acao
           move imagem-orcamento to jt-antes
           move orcamento-usado to io-usado
           move total-pagar     to io-pedido
           move imagem-orcamento to jt-depois
           move "O"             to jt-acao
           move "B"             to jt-arquivo
           move io-chave        to jt-chave
           perform grava-jornal
           .
       jornal-liberacao-orcamento-exit.
           exit.
      *-----------------------------------------------------------------
      * Registra em PEDIDOS.DAT o pedido recomendado pelo planejador:
      * uma linha por pizza pedida (preco liquido e o melhor preco/cm2
      * do ranking do dia) e uma linha "TAXA ENTREGA" por guia com
      * taxa, para o gasto registrado bater com o total a pagar; mes
      * ja fechado na contabilidade nao aceita pedido novo
       grava-pedidos-plano section.
           perform confere-periodo
           if mes-fechado = "S"
               display "Mes Fechado na Contabilidade -- Pedido Nao "
                   "Registrado em PEDIDOS.DAT"
           else
             open extend arq-pedidos
             if st-arq-pedidos = "35"
                 open output arq-pedidos
             end-if
             if st-arq-pedidos <> "00"
                 display "Nao foi Possivel Gravar PEDIDOS.DAT"
             else
                 perform varying dp-p from 1 by 1 until dp-p > qtd_pizza
                     if qtd-pedida(dp-p) > 0
                         move data-comparacao    to ped-data
                         move cod_pizzaria(dp-p) to ped-cod-pizzaria
                         move nome(dp-p)         to ped-nome
                         move qtd-pedida(dp-p)   to ped-qtd
                         move custo-unit(dp-p)   to ped-preco-unit
                         move area_pizza(dp-p)   to ped-area-pizza
                         move preco_cm2(1)       to ped-melhor-cm2
                         move "P"                to ped-origem
                         move centro-custo       to ped-centro-custo
                         write reg-pedido
                     end-if
                 end-perform
                 perform varying gp-idx from 1 by 1
                         until gp-idx > qtd-guias
                     if gp-taxa(gp-idx) > 0
                         move data-comparacao to ped-data
                         move gp-cod-pizzaria(gp-idx)
                             to ped-cod-pizzaria
                         move "TAXA ENTREGA"  to ped-nome
                         move 1               to ped-qtd
                         move gp-taxa(gp-idx) to ped-preco-unit
                         move 0               to ped-area-pizza
                         move 0               to ped-melhor-cm2
                         move "P"             to ped-origem
                         move centro-custo    to ped-centro-custo
                         write reg-pedido
                     end-if
                 end-perform
                 close arq-pedidos
                 display "Pedido Registrado em PEDIDOS.DAT"
             end-if
           end-if
           .
       grava-pedidos-plano-exit.
      *-----------------------------------------------------------------
      * Registra em PEDIDOS.DAT uma compra feita fora do planejador;
      * quando a pizza esta na tabela desta rodada, a area e o melhor
      * preco/cm2 do dia entram juntos para o calculo de economia; mes
      * ja fechado na contabilidade nao aceita pedido novo
       registra-pedido-manual section.
           perform confere-periodo
           if mes-fechado = "S"
               display "Mes Fechado na Contabilidade -- Pedido "
                   "Recusado"
           else
             display "Codigo da Pizzaria: "
             accept mp-cod-pizzaria
             display "Pizza: "
             accept mp-nome
             display "Quantidade: "
             accept mp-qtd
             display "Preco Pago por Pizza: "
             accept mp-preco
             display "Centro de Custo (Branco=Geral): "
             accept centro-custo
             if mp-qtd = 0 or mp-preco = 0
                 display "Quantidade e Preco Devem Ser Maiores que Zero"
             else
                 move 0 to mp-achada
                 perform varying mp-idx from 1 by 1
                         until mp-idx > qtd_pizza
                     if cod_pizzaria(mp-idx) = mp-cod-pizzaria
                         and nome(mp-idx) = mp-nome
                         move mp-idx to mp-achada
                         move qtd_pizza to mp-idx
                     end-if
                 end-perform
                 open extend arq-pedidos
                 if st-arq-pedidos = "35"
                     open output arq-pedidos
                 end-if
                 if st-arq-pedidos <> "00"
                     display "Nao foi Possivel Gravar PEDIDOS.DAT"
                 else
                     move data-comparacao to ped-data
                     move mp-cod-pizzaria to ped-cod-pizzaria
                     move mp-nome         to ped-nome
                     move mp-qtd          to ped-qtd
                     move mp-preco        to ped-preco-unit
                     if mp-achada > 0
                         move area_pizza(mp-achada) to ped-area-pizza
                         move preco_cm2(1)          to ped-melhor-cm2
                     else
                         move 0 to ped-area-pizza
                         move 0 to ped-melhor-cm2
                     end-if
                     move "M" to ped-origem
                     move centro-custo to ped-centro-custo
                     write reg-pedido
                     close arq-pedidos
                     display "Pedido Registrado em PEDIDOS.DAT"
                 end-if
             end-if
           end-if
           .
       registra-pedido-manual-exit.
           exit.
      *-----------------------------------------------------------------
      * Confere no controle de periodos se o mes dos pedidos desta
      * rodada (data da comparacao) ja foi fechado e exportado para a
      * contabilidade; sem PERIODO.DAT nenhum mes esta fechado
       confere-periodo section.
           move "N" to mes-fechado
           move data-comparacao to data-pedido-periodo
           open input arq-periodo
           if st-arq-periodo = "00"
               move dpp-anomes to per-anomes
               read arq-periodo
                   invalid key
                       continue
                   not invalid key
                       if periodo-fechado
                           move "S" to mes-fechado
                       end-if
               end-read
               close arq-periodo
           end-if
           .
       confere-periodo-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega SABORES.DAT para a memoria; sem cadastro os sabores
      * seguem como digitados e nada vai para o supervisor
       carrega-sabores section.
           move 0   to qtd-sabores-mestre
           move "N" to sabores-carregados
           move "N" to fim-arquivo
           open input arq-sabores
           if st-arq-sabores = "00"
               move "S" to sabores-carregados
               read arq-sabores next record
                   at end move "S" to fim-arquivo
               end-read
               perform until fim-arquivo = "S"
                   if qtd-sabores-mestre < max-sabores-mestre
                       add 1 to qtd-sabores-mestre
                       move sab-codigo
                           to sm-codigo(qtd-sabores-mestre)
                       move sab-nome
                           to sm-nome(qtd-sabores-mestre)
                       perform varying ap-idx from 1 by 1
                               until ap-idx > 5
                           move sab-apelido(ap-idx)
                               to sm-apelido(qtd-sabores-mestre, ap-idx)
                       end-perform
                       move sab-vegetariano
                           to sm-vegetariano(qtd-sabores-mestre)
                       move sab-porco
                           to sm-porco(qtd-sabores-mestre)
                       move sab-sem-lactose
                           to sm-sem-lactose(qtd-sabores-mestre)
                       move sab-sem-gluten
                           to sm-sem-gluten(qtd-sabores-mestre)
                   else
                       display "Limite do Cadastro de Sabores "
                           "Atingido -- Restante Ignorado"
                       move "S" to fim-arquivo
                   end-if
                   if fim-arquivo = "N"
                       read arq-sabores next record
                           at end move "S" to fim-arquivo
                       end-read
                   end-if
               end-perform
               close arq-sabores
           else
               display "Sem Cadastro de Sabores (SABORES.DAT) -- "
                   "Sabores Ficam Como Digitados"
           end-if
           .
       carrega-sabores-exit.
           exit.
      *-----------------------------------------------------------------
      * Troca cada sabor da pizza corrente (IND) pelo nome padrao do
      * cadastro; sabor que nao bate com nenhum nome ou apelido fica
      * como digitado e vai para a lista do supervisor
       padroniza-sabores-pizza section.
           if sabores-carregados = "S"
               and qtd_sabor(ind) > 0
               and qtd_sabor(ind) not > max-sabores
               perform varying sub-sabor from 1 by 1
                       until sub-sabor > qtd_sabor(ind)
                   move nome_sabor(ind, sub-sabor) to sabor-digitado
                   perform localiza-sabor
                   if sm-achado > 0
                       move sm-nome(sm-achado)
                           to nome_sabor(ind, sub-sabor)
                   else
                       if registra-sem-sabor = "S"
                           and sabor-digitado <> spaces
                           perform guarda-sem-sabor
                       end-if
                   end-if
               end-perform
           end-if
           .
       padroniza-sabores-pizza-exit.
           exit.
      *-----------------------------------------------------------------
      * Padroniza SABOR-DIGITADO (maiusculas, sem brancos a esquerda) e
      * procura pelo nome e pelos apelidos do cadastro; devolve a
      * posicao em SM-ACHADO (0 quando nao bate com nenhum)
       localiza-sabor section.
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
           move 0 to sm-achado
           if sabor-digitado <> spaces
               perform varying sm-idx from 1 by 1
                       until sm-idx > qtd-sabores-mestre
                   if sm-nome(sm-idx) = sabor-digitado
                       move sm-idx to sm-achado
                   end-if
                   perform varying ap-idx from 1 by 1
                           until ap-idx > 5
                       if sm-apelido(sm-idx, ap-idx) = sabor-digitado
                           move sm-idx to sm-achado
                       end-if
                   end-perform
                   if sm-achado > 0
                       move qtd-sabores-mestre to sm-idx
                   end-if
               end-perform
           end-if
           .
       localiza-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Guarda o sabor sem cadastro da pizza corrente (IND), uma vez
      * por pizzaria + pizza + sabor
       guarda-sem-sabor section.
           move 0 to ss-achado
           perform varying ss-idx from 1 by 1
                   until ss-idx > qtd-sem-sabor
               if ss-cod-pizzaria(ss-idx) = cod_pizzaria(ind)
                   and ss-pizza(ss-idx) = nome(ind)
                   and ss-sabor(ss-idx) = sabor-digitado
                   move ss-idx to ss-achado
                   move qtd-sem-sabor to ss-idx
               end-if
           end-perform
           if ss-achado = 0
               if qtd-sem-sabor < max-sem-sabor
                   add 1 to qtd-sem-sabor
                   move cod_pizzaria(ind)
                       to ss-cod-pizzaria(qtd-sem-sabor)
                   move nome(ind)         to ss-pizza(qtd-sem-sabor)
                   move sabor-digitado    to ss-sabor(qtd-sem-sabor)
               end-if
               if modo-automatico <> "S"
                   display "Sabor Sem Cadastro: " sabor-digitado
                       " -- Fica para o Supervisor"
               end-if
           end-if
           .
       guarda-sem-sabor-exit.
           exit.
      *-----------------------------------------------------------------
      * Acrescenta em SEMSABOR.DAT os sabores sem cadastro da rodada
       grava-sem-sabores section.
           open extend arq-semsabor
           if st-arq-semsabor = "35"
               open output arq-semsabor
           end-if
           if st-arq-semsabor <> "00"
               display "Nao foi Possivel Gravar SEMSABOR.DAT"
           else
               perform varying ss-idx from 1 by 1
                       until ss-idx > qtd-sem-sabor
                   move data-comparacao         to sem-data
                   move ss-cod-pizzaria(ss-idx) to sem-cod-pizzaria
                   move ss-pizza(ss-idx)        to sem-pizza
                   move ss-sabor(ss-idx)        to sem-sabor
                   write reg-semsabor
               end-perform
               close arq-semsabor
               move qtd-sem-sabor to num-edt
               display num-edt " Sabor(es) Sem Cadastro em "
                   "SEMSABOR.DAT -- Aguardando o Supervisor"
           end-if
           .
       grava-sem-sabores-exit.
           exit.
      *-----------------------------------------------------------------
      * Carrega a lista de vigilancia de VIGIA.DAT para a memoria; sem
                   open output arq-log
               end-if
               move spaces to reg-log
      *        com todas as pizzas fora da area de entrega a primeira da
      *        tabela nao passou por ranking nenhum e nao e vencedora
               if qtd-ranking = 0
                   string ws-data-log delimited by size
                          " " delimited by size
                          ws-hora-log delimited by size
                          " OPERADOR=" delimited by size
                          operador-id delimited by size
                          " QTD=" delimited by size
                          qtd-pizza-edt delimited by size
                          " VENCEDOR=NENHUM" delimited by size
                       into reg-log
                   end-string
               else
                   string ws-data-log delimited by size
                          " " delimited by size
                          ws-hora-log delimited by size
                          " OPERADOR=" delimited by size
                          operador-id delimited by size
                          " QTD=" delimited by size
                          qtd-pizza-edt delimited by size
                          " VENCEDOR=" delimited by size
                          nome(1) delimited by size
                          " PRECO_CM2=" delimited by size
                          preco-cm2-edt delimited by size
                          " PORCENT=" delimited by size
                          porcent-edt delimited by size
                          " PIZZARIA=" delimited by size
                          cod_pizzaria(1) delimited by size
                          "-" delimited by size
                          nome_pizzaria(1) delimited by size
                       into reg-log
                   end-string
               end-if
               write reg-log
               close arq-log
           end-if
      * Finalizacao do site
       finaliza section.
           close arq-pizzaria
           if cobertura-aberta = "S"
               close arq-cobertura
           end-if
           close arq-operador
           Stop run
           .
