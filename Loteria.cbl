      *>                identificador de rodada gravado no checkpoint, para
      *>                o trecho retomado do historico nao misturar duas
      *>                rodadas na amarracao do Reconcilia
      *>   21/09/2026 - precos da ficha e premios estimados por faixa lidos
      *>                da tabela com vigencia mantida pelo programa Precos
      *>                (TABPRECO.DAT), valendo a tabela em vigor na data
      *>                da execucao; a conferencia credita o rateio oficial
      *>                do concurso gravado no resultado e passa a gravar a
      *>                apuracao financeira no resumo da rodada
      *>   24/09/2026 - desdobramento das fichas de 7 a 20 dezenas nos seus
      *>                jogos simples na simulacao, na competicao e na
      *>                conferencia: cada sorteio paga todas as senas,
      *>                quinas e quadras contidas na ficha, como nas regras
      *>                oficiais, e o total de jogos premiados por faixa vai
      *>                para o relatorio da ficha e para o resumo da rodada
      *>   09/10/2026 - lote de ate 10000 fichas e 999 apostadores numa
      *>                unica rodada: apostador localizado no resumo por
      *>                acesso direto pelo codigo, acertos do sorteio contra
      *>                o lote por tabela de presenca das dezenas sorteadas,
      *>                classificacao da competicao pelo SORT e placar por
      *>                ficha no console so para lotes pequenos
      *>   12/10/2026 - conferencia aponta, pelo calendario de concursos
      *>                (CALENDAR.DAT), os concursos ja sorteados sem
      *>                resultado oficial cadastrado e as fichas pendentes
      *>                depois da data do sorteio do concurso-alvo
      *>   15/10/2026 - cada ficha premiada na conferencia (quadra, quina
      *>                ou sena) gera a sua entrada no arquivo de premios a
      *>                resgatar (PREMIOS.DAT), com o valor apurado, a data
      *>                do sorteio e o prazo de prescricao de 90 dias, para
      *>                o controle de resgate do programa Resgate
      *>   15/10/2026 - premio ja registrado e ainda pendente de resgate e
      *>                atualizado quando a nova conferencia apura faixa,
      *>                valor ou dezenas diferentes (rateio oficial chegado
      *>                depois, ficha alterada e conferida de novo); premio
      *>                ja resgatado que diverge sai com ATENCAO no relatorio
      *>   15/10/2026 - conferencia sem fichas conferidas (lote vazio ou
      *>                sem resultados oficiais) mantem o RESUMFIN.DAT da
      *>                rodada anterior; concursos sorteados sem resultado
      *>                oficial apontados em toda conferencia
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               access mode is dynamic
               record key is res-concurso
               file status is fs-resultados.
           select calendario-concursos
               assign to "CALENDAR.DAT"
               organization is indexed
               access mode is sequential
               record key is cal-concurso
               file status is fs-calendario.
           select premios-resgate
               assign to "PREMIOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is prm-chave
               file status is fs-premios.
           select arquivo-precos
               assign to "TABPRECO.DAT"
               organization is indexed
               access mode is dynamic
               record key is prc-vigencia
               file status is fs-precos.
           select cadastro-apostadores
               assign to "APOSTDOR.DAT"
               organization is indexed
               assign to "APOSTAS.TMP"
               organization is line sequential
               file status is fs-apostas-tmp.
           select arquivo-classificacao
               assign to "LOTCLASS.SRT".
       I-O-Control.

       *>Declaração de variáveis
           05  res-concurso                        pic 9(04).
           05  res-data                            pic 9(08).
           05  res-dezenas                         pic 9(02) occurs 20.
           05  res-ganhadores-sena                 pic 9(06).
           05  res-ganhadores-quina                pic 9(06).
           05  res-ganhadores-quadra               pic 9(06).
           05  res-premio-sena                     pic 9(11)v99.
           05  res-premio-quina                    pic 9(11)v99.
           05  res-premio-quadra                   pic 9(11)v99.

      *>----Calendario dos concursos mantido pelo programa Calendario
       FD  calendario-concursos.
       01  reg-calendario.
           05  cal-concurso                        pic 9(04).
           05  cal-data-sorteio                    pic 9(08).
           05  cal-data-limite                     pic 9(08).
           05  cal-hora-limite                     pic 9(04).
           05  cal-especial                        pic x(01).
           05  cal-descricao                       pic x(30).

      *>----Premios a resgatar gerados pela conferencia, um por ficha
      *>----premiada (concurso e posicao da ficha no lote); a situacao, a
      *>----data e o valor do resgate sao mantidos pelo programa Resgate
       FD  premios-resgate.
       01  reg-premio.
           05  prm-chave.
               10  prm-concurso                    pic 9(04).
               10  prm-ficha                       pic 9(05).
           05  prm-apostador                       pic 9(04).
           05  prm-faixa                           pic x(06).
           05  prm-valor                           pic 9(11)v99.
           05  prm-estimado                        pic x(01).
           05  prm-data-sorteio                    pic 9(08).
           05  prm-data-prescricao                 pic 9(08).
           05  prm-situacao                        pic x(01).
               88  prm-pendente                    value "P".
               88  prm-resgatado                   value "R".
           05  prm-data-resgate                    pic 9(08).
           05  prm-valor-recebido                  pic 9(11)v99.
           05  prm-rodada                          pic 9(12).
           05  prm-quantidade                      pic 9(02).
           05  prm-dezenas                         pic 9(02) occurs 20.

       FD  arquivo-precos.
       01  reg-preco.
           05  prc-vigencia                        pic 9(08).
           05  prc-valor-ficha                     pic 9(07)v99 occurs 20.
           05  prc-premio-quadra                   pic 9(09)v99.
           05  prc-premio-quina                    pic 9(09)v99.
           05  prc-premio-sena                     pic 9(09)v99.

       FD  cadastro-apostadores.
       01  reg-apostador.
           05  rsm-saldo                           pic s9(15)v99
                                                   sign leading separate.
           05  rsm-rodada                          pic 9(12).
           05  rsm-senas                           pic 9(09).
           05  rsm-quinas                          pic 9(09).
           05  rsm-quadras                         pic 9(09).

       FD  arquivo-relatorio.
       01  reg-relatorio                           pic x(132).
           05  tmp-aposta-status                  pic x(01).
           05  tmp-aposta-faixa                   pic x(06).

      *>----Trabalho do SORT da classificacao final da competicao
       SD  arquivo-classificacao.
       01  reg-classificacao.
           05  cls-vencedora                       pic 9(01).
           05  cls-quinas                          pic 9(09).
           05  cls-quadras                         pic 9(09).
           05  cls-acertos                         pic 9(02).
           05  cls-ficha                           pic 9(05).

       *>----Variaveis de trabalho
       working-storage section.
       01  numero-sorteio.
       77  ind3                                    pic 9(03).
       01  numeros-aposta occurs 20.
           05  numero-esc                          pic 9(02).
      *>----Dezenas do sorteio corrente marcadas por valor, para contar os
      *>----acertos de cada ficha do lote sem percorrer o sorteio inteiro
       01  tabela-presenca.
           05  presenca-dezena occurs 99           pic x(01).
       77  controle                                pic x(1).
           88  trocou                              value "t" "T".
           88  nao_trocou                          value "n" "N".
           88  operacao-competicao                 value "P".

      *>----Variaveis do modo competicao (placar por ficha e classificacao)
       01  tabela-placar occurs 10000.
           05  plc-acertos                         pic 9(02).
           05  plc-quadras                         pic 9(09).
           05  plc-quinas                          pic 9(09).
       77  ficha-vencedora                         pic 9(05) value 0.
       77  vencedora-sw                            pic x(01) value "N".
           88  vencedora-encontrada                value "S".
       77  ind-classif                             pic 9(05) value 0.
       77  fim-classificacao-sw                    pic x(01) value "N".
           88  fim-classificacao                   value "S".
      *>----Acima deste tamanho de lote o placar de cada sorteio aparece no
      *>----console so resumido (o placar completo sai na classificacao)
       77  limite-placar-console                   pic 9(05) value 50.

      *>----Variaveis para o modo de corrida (com ou sem pausa entre sorteios)
       77  modo-corrida                            pic x(01) value "I".
       77  modo-entrada                            pic x(01) value "U".
           88  entrada-unica                       value "U".
           88  entrada-lote                        value "L".
       77  quantidade-apostas                      pic 9(05) value 0.
       77  quantidade-validas                      pic 9(05) value 0.
       77  ind-aposta                              pic 9(05) value 0.
       77  limite-apostas                          pic 9(05) value 10000.
       77  ticket-valido                           pic x(01) value "S".
           88  ticket-ok                           value "S".
       01  tabela-apostas occurs 10000.
           05  tab-apostador                       pic 9(04).
           05  tab-quantidade                      pic 9(02).
           05  tab-numeros occurs 20               pic 9(02).

      *>----Resumo por apostador dos relatorios de lote e de conferencia
       01  tabela-resumo-apostador.
           05  resumo-apostador occurs 999.
               10  rap-codigo                      pic 9(04).
               10  rap-fichas                      pic 9(05).
               10  rap-quadras                     pic 9(09).
               10  rap-custo                       pic 9(15)v99.
               10  rap-retorno                     pic 9(15)v99.
       77  quantidade-resumo-apo                   pic 9(03) value 0.
       77  limite-resumo-apo                       pic 9(03) value 999.
       77  ind-apo                                 pic 9(03) value 0.
      *>----Posicao de cada codigo de apostador (0000 a 9999) no resumo,
      *>----zero enquanto o apostador nao aparece no lote
       01  tabela-posicao-apostador                value zeros.
           05  posicao-apostador occurs 10000      pic 9(03).
       77  codigo-apostador                        pic 9(04) value 0.
       77  cadastro-aberto-sw                      pic x(01) value "N".
           88  cadastro-aberto                     value "S".

      *>----Variaveis da apuracao financeira (preco por quantidade de dezenas,
      *>----valores de premio por faixa e acumuladores por ficha e por lote)
      *>----precos e premios estimados vem da tabela em vigor na data da
      *>----execucao; o valor pago por faixa e o premio estimado na
      *>----simulacao e o rateio oficial do concurso na conferencia
       01  tabela-precos.
           05  preco-ficha occurs 20               pic 9(07)v99.
       77  premio-quadra                           pic 9(09)v99 value 0.
       77  premio-quina                            pic 9(09)v99 value 0.
       77  premio-sena                             pic 9(09)v99 value 0.
       77  vigencia-precos                         pic 9(08) value 0.
       77  data-execucao                           pic 9(08) value 0.
       77  valor-quadra                            pic 9(11)v99 value 0.
       77  valor-quina                             pic 9(11)v99 value 0.
       77  valor-sena                              pic 9(11)v99 value 0.
       77  custo-ficha                             pic 9(15)v99 value 0.
       77  retorno-ficha                           pic 9(15)v99 value 0.
       77  saldo-ficha                             pic s9(15)v99 value 0.
       77  valor-editado                           pic -(13)9,99.
       77  saldo-ledger                            pic -(10)9,99.

      *>----Contadores de premios por faixa (quadra, quina e sena)
       77  controle-quadra                         pic 9(09) value 0.
       77  controle-quina                          pic 9(09) value 0.
       77  controle-sena                           pic 9(09) value 0.

      *>----Desdobramento da ficha em jogos simples: com k acertos numa
      *>----ficha de n dezenas, os jogos simples com j acertos sao as
      *>----combinacoes C(k,j) x C(n-k,q-j), q = dezenas do jogo simples
       77  jogos-sena                              pic 9(09) value 0.
       77  jogos-quina                             pic 9(09) value 0.
       77  jogos-quadra                            pic 9(09) value 0.
       77  comb-n                                  pic 9(02) value 0.
       77  comb-k                                  pic 9(02) value 0.
       77  comb-passo                              pic 9(02) value 0.
       77  comb-resultado                          pic 9(09) value 0.
       77  comb-acertos                            pic 9(09) value 0.
       77  senas-lote                              pic 9(09) value 0.
       77  quinas-lote                             pic 9(09) value 0.
       77  quadras-lote                            pic 9(09) value 0.

      *>----Variaveis da conferencia contra resultados oficiais
       77  quantidade-resultados                   pic 9(04) value 0.
       77  faixa-premio                            pic x(06) value spaces.
       77  conf-total-sena                         pic 9(09) value 0.
       77  conf-total-quina                        pic 9(09) value 0.
       77  conf-total-quadra                       pic 9(09) value 0.
       77  conf-total-nada                         pic 9(05) value 0.
       77  conf-fichas-conferidas                  pic 9(05) value 0.
       77  conf-fichas-pendentes                   pic 9(05) value 0.

      *>----Pendencias de resultado pelo calendario de concursos: data do
      *>----sorteio de cada concurso do calendario (zero = fora dele) e
      *>----marca dos concursos com resultado oficial cadastrado
       77  fs-calendario                           pic x(02).
       77  calendario-sw                           pic x(01) value "N".
           88  calendario-carregado                value "S".
       01  tabela-calendario                       value zeros.
           05  data-sorteio-concurso occurs 9999   pic 9(08).
       01  tabela-resultados-cadastrados           value spaces.
           05  resultado-cadastrado occurs 9999    pic x(01).
       77  ind-concurso                            pic 9(04) value 0.
       77  ind-calendario                          pic 9(05) value 0.
       77  conf-concursos-sem-resultado            pic 9(05) value 0.
       77  conf-fichas-atrasadas                   pic 9(05) value 0.
       77  resultados-ausentes-sw                  pic x(01) value "N".
           88  resultados-ausentes                 value "S".
       01  data-sorteio-editada                    pic x(10) value spaces.

      *>----Premios a resgatar: prazo de prescricao contado da data do
      *>----sorteio e contagem das entradas geradas na conferencia
       77  fs-premios                              pic x(02).
       77  premios-sw                              pic x(01) value "N".
           88  premios-aberto                      value "S".
       77  dias-prescricao                         pic 9(03) value 90.
       77  conf-premios-registrados                pic 9(05) value 0.
       77  conf-premios-existentes                 pic 9(05) value 0.
       77  conf-premios-atualizados                pic 9(05) value 0.
       77  conf-premios-divergentes                pic 9(05) value 0.

      *>----Premio apurado na conferencia e premio ja registrado para a
      *>----mesma ficha, comparados quando a entrada ja existe
       01  premio-apurado.
           05  apu-apostador                       pic 9(04).
           05  apu-faixa                           pic x(06).
           05  apu-valor                           pic 9(11)v99.
           05  apu-estimado                        pic x(01).
           05  apu-quantidade                      pic 9(02).
           05  apu-dezenas                         pic 9(02) occurs 20.
       01  premio-registrado.
           05  reg-prm-apostador                   pic 9(04).
           05  reg-prm-faixa                       pic x(06).
           05  reg-prm-valor                       pic 9(11)v99.
           05  reg-prm-estimado                    pic x(01).
           05  reg-prm-quantidade                  pic 9(02).
           05  reg-prm-dezenas                     pic 9(02) occurs 20.

      *>----Tabela de frequencia dos numeros sorteados
       01  tabela-frequencia.
           05  frequencia-numero occurs 99         pic 9(07).
       77  fs-ledger                                pic x(02).
       77  fs-resultados                            pic x(02).
       77  fs-apostadores                           pic x(02).
       77  fs-precos                                pic x(02).
       77  fs-parametros                            pic x(02).
       77  fs-catalogo                              pic x(02).
       77  fs-ledger-tmp                            pic x(02).
                  move 0 to custo-lote
                  move 0 to retorno-lote
                  move 0 to saldo-lote
                  move 0 to senas-lote
                  move 0 to quinas-lote
                  move 0 to quadras-lote
                  perform gera-rodada-id
                  perform monta-tabela-precos
                  .
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Tabela de preco da ficha por quantidade de dezenas apostadas e
      *> de premio estimado por faixa: vale a vigencia mais recente do
      *> arquivo mantido pelo programa Precos que nao seja posterior a
      *> data da execucao; sem tabela em vigor a rodada nao pode ser
      *> apurada e o programa encerra com codigo 8
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       monta-tabela-precos section.
                  perform varying ind3 from 1 by 1 until ind3 > 20
                      move 0 to preco-ficha(ind3)
                  end-perform
                  move 0 to vigencia-precos
                  compute data-execucao = 20000000 + data-atual
                  open input arquivo-precos
                  if fs-precos = "00" then
                      perform until fs-precos not = "00"
                          read arquivo-precos next
                              at end
                                  move "10" to fs-precos
                              not at end
                                  if prc-vigencia > data-execucao then
                                      move "10" to fs-precos
                                  else
                                      move prc-vigencia to vigencia-precos
                                      perform varying ind3 from 1 by 1 until ind3 > 20
                                          move prc-valor-ficha(ind3) to preco-ficha(ind3)
                                      end-perform
                                      move prc-premio-quadra to premio-quadra
                                      move prc-premio-quina to premio-quina
                                      move prc-premio-sena to premio-sena
                                  end-if
                          end-read
                      end-perform
                      close arquivo-precos
                  end-if
                  if vigencia-precos = 0 then
                      display "Nenhuma tabela de precos em vigor em " data-execucao
                          ". Cadastre a tabela pelo programa Precos."
                      move 8 to return-code
                      stop run
                  end-if
      *>            na simulacao cada faixa paga o premio estimado da tabela
                  move premio-quadra to valor-quadra
                  move premio-quina to valor-quina
                  move premio-sena to valor-sena
                  .
       monta-tabela-precos-exit.
                  exit.
      *>                            processamento mas preservado na regravacao
      *>                            do lote (a validade depende da faixa da
      *>                            rodada e nao pode destruir o registro)
                                  if quantidade-apostas < limite-apostas then
                                      add 1 to quantidade-apostas
                                      move reg-aposta-apostador to tab-apostador(quantidade-apostas)
                                      move reg-aposta-quantidade to tab-quantidade(quantidade-apostas)
                                              " fora do processamento."
                                      end-if
                                  else
                                      display "Limite de " limite-apostas " apostas em lote atingido."
                                          " Ticket " ind-aposta " fora do processamento."
                                  end-if
                          end-read

       conferencia section.

                  move 0 to conf-fichas-conferidas
                  move "N" to resultados-ausentes-sw
                  perform carrega-calendario
                  perform carrega-apostas
                  if quantidade-validas = 0 then
                      display "Nenhuma aposta valida carregada para conferencia."
                      perform marca-resultados-cadastrados
                  else
                      move 0 to quantidade-resultados
                      move 0 to conf-total-sena
                      move 0 to conf-total-quadra
                      move 0 to conf-total-nada
                      move 0 to conf-fichas-conferidas
                      perform abre-premios
                      open input resultados-oficiais
                      if fs-resultados = "00" then
                          perform until fs-resultados = "10"
                                      move "10" to fs-resultados
                                  not at end
                                      add 1 to quantidade-resultados
                                      if res-concurso > 0 then
                                          move "S" to resultado-cadastrado(res-concurso)
                                      end-if
                                      perform confere-resultado
                              end-read
                          end-perform
                          close resultados-oficiais
                          perform fecha-premios
                          perform resumo-conferencia
                          perform lista-fichas-pendentes
                          perform regrava-apostas
                      else
                          display "Arquivo de resultados oficiais nao encontrado, status " fs-resultados
                          perform fecha-premios
                          move "S" to resultados-ausentes-sw
                      end-if
                  end-if
                  perform lista-concursos-sem-resultado
                  if resultados-ausentes and execucao-batch then
                      perform libera-trava
                      move 8 to return-code
                      stop run
                  end-if
                  .
       conferencia-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Lote sem fichas válidas: os resultados oficiais são lidos só para
      *> marcar os concursos já cadastrados, base das pendências de
      *> resultado do calendário
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       marca-resultados-cadastrados section.

                  open input resultados-oficiais
                  if fs-resultados = "00" then
                      perform until fs-resultados = "10"
                          read resultados-oficiais next
                              at end
                                  move "10" to fs-resultados
                              not at end
                                  if res-concurso > 0 then
                                      move "S" to resultado-cadastrado(res-concurso)
                                  end-if
                          end-read
                      end-perform
                      close resultados-oficiais
                  end-if
                  .
       marca-resultados-cadastrados-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Confere todas as fichas do lote contra um concurso oficial
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
                         into linha-impressao
                  end-string
                  perform imprime-linha
                  perform valores-concurso
                  perform varying ind3 from 1 by 1 until ind3 > 20
                      if ind3 <= qtd-sorteio then
                          move res-dezenas(ind3) to sorteio(ind3)
                          move 0 to sorteio(ind3)
                      end-if
                  end-perform
                  perform marca-sorteio
      *>            cada ficha vale para um unico concurso: so as fichas
      *>            pendentes do concurso corrente entram na conferencia,
      *>            e uma ficha ja conferida nunca e conferida de novo
                          perform varying ind from 1 by 1 until ind > quantidade_numero
                              move tab-numeros(ind-aposta ind) to numero-esc(ind)
                          end-perform
                          perform teste-lote
                          perform classifica-acertos
                          move "C" to tab-status(ind-aposta)
                          move faixa-premio to tab-faixa(ind-aposta)
                          add 1 to conf-fichas-conferidas
      *>                    a ficha conferida custa uma aposta e recebe o
      *>                    premio da faixa pelo rateio oficial do concurso
                          move 1 to controle3
                          perform apura-financeiro
                          move retorno-ficha to valor-editado
                          move spaces to linha-impressao
                          string "Ficha " delimited by size
                                 ind-aposta delimited by size
                                 controle2 delimited by size
                                 " acertos - " delimited by size
                                 faixa-premio delimited by size
                                 " premio " delimited by size
                                 valor-editado delimited by size
                                 into linha-impressao
                          end-string
                          perform imprime-linha
                          if tab-quantidade(ind-aposta) > qtd-sorteio then
                              move spaces to linha-impressao
                              string "  jogos simples premiados: senas " delimited by size
                                     controle-sena delimited by size
                                     " quinas " delimited by size
                                     controle-quina delimited by size
                                     " quadras " delimited by size
                                     controle-quadra delimited by size
                                     into linha-impressao
                              end-string
                              perform imprime-linha
                          end-if
                          if (controle-sena > 0 and res-premio-sena = 0)
                             or (controle-quina > 0 and res-premio-quina = 0)
                             or (controle-quadra > 0 and res-premio-quadra = 0) then
                              move "  ATENCAO: rateio oficial nao cadastrado, premio estimado pela tabela"
                                  to linha-impressao
                              perform imprime-linha
                          end-if
                          if faixa-premio not = "NADA" then
                              perform registra-premio
                          end-if
                          move tab-apostador(ind-aposta) to codigo-apostador
                          perform acumula-apostador
                      end-if
                  end-perform
                  .
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Arquivo de prêmios a resgatar, criado na primeira conferência;
      *> sem ele a conferência segue, com aviso no relatório de que os
      *> prêmios do lote não entraram no controle de resgate
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-premios section.

                  move 0 to conf-premios-registrados
                  move 0 to conf-premios-existentes
                  move 0 to conf-premios-atualizados
                  move 0 to conf-premios-divergentes
                  move "N" to premios-sw
                  open i-o premios-resgate
                  if fs-premios = "35" then
                      open output premios-resgate
                      close premios-resgate
                      open i-o premios-resgate
                  end-if
                  if fs-premios = "00" then
                      move "S" to premios-sw
                  else
                      display "Arquivo de premios PREMIOS.DAT indisponivel, status " fs-premios
                      move spaces to linha-impressao
                      string "ATENCAO: arquivo de premios PREMIOS.DAT indisponivel, status " delimited by size
                             fs-premios delimited by size
                             " - premios fora do controle de resgate" delimited by size
                             into linha-impressao
                      end-string
                      perform imprime-linha
                  end-if
                  .
       abre-premios-exit.
                  exit.

       fecha-premios section.

                  if premios-aberto then
                      close premios-resgate
                      move "N" to premios-sw
                  end-if
                  .
       fecha-premios-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Entrada da ficha premiada no arquivo de prêmios a resgatar: valor
      *> apurado na conferência (estimado quando a faixa não tem rateio
      *> oficial), data do sorteio e data da prescrição; a ficha já
      *> registrada não é registrada de novo, mas tem o prêmio conferido
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       registra-premio section.

                  if premios-aberto then
                      move tab-apostador(ind-aposta) to apu-apostador
                      move faixa-premio to apu-faixa
                      move retorno-ficha to apu-valor
                      if (controle-sena > 0 and res-premio-sena = 0)
                         or (controle-quina > 0 and res-premio-quina = 0)
                         or (controle-quadra > 0 and res-premio-quadra = 0) then
                          move "S" to apu-estimado
                      else
                          move "N" to apu-estimado
                      end-if
                      move tab-quantidade(ind-aposta) to apu-quantidade
                      perform varying ind from 1 by 1 until ind > 20
                          move tab-numeros(ind-aposta ind) to apu-dezenas(ind)
                      end-perform

                      move res-concurso to prm-concurso
                      move ind-aposta to prm-ficha
                      perform move-premio-apurado
                      move res-data to prm-data-sorteio
                      compute prm-data-prescricao = function date-of-integer
                          (function integer-of-date(res-data) + dias-prescricao)
                      move "P" to prm-situacao
                      move 0 to prm-data-resgate
                      move 0 to prm-valor-recebido
                      move rodada-id to prm-rodada
                      write reg-premio
                          invalid key
                              perform confere-premio-registrado
                          not invalid key
                              add 1 to conf-premios-registrados
                      end-write
                  end-if
                  .
       registra-premio-exit.
                  exit.

       move-premio-apurado section.

                  move apu-apostador to prm-apostador
                  move apu-faixa to prm-faixa
                  move apu-valor to prm-valor
                  move apu-estimado to prm-estimado
                  move apu-quantidade to prm-quantidade
                  perform varying ind from 1 by 1 until ind > 20
                      move apu-dezenas(ind) to prm-dezenas(ind)
                  end-perform
                  .
       move-premio-apurado-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Prêmio já registrado para a ficha: o pendente de resgate recebe a
      *> faixa, o valor e as dezenas da nova conferência quando mudaram; o
      *> já resgatado não muda, e a divergência sai com ATENCAO
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       confere-premio-registrado section.

                  read premios-resgate
                      invalid key
                          add 1 to conf-premios-existentes
                      not invalid key
                          move prm-apostador to reg-prm-apostador
                          move prm-faixa to reg-prm-faixa
                          move prm-valor to reg-prm-valor
                          move prm-estimado to reg-prm-estimado
                          move prm-quantidade to reg-prm-quantidade
                          perform varying ind from 1 by 1 until ind > 20
                              move prm-dezenas(ind) to reg-prm-dezenas(ind)
                          end-perform
                          evaluate true
                              when premio-registrado = premio-apurado
                                  add 1 to conf-premios-existentes
                              when prm-pendente
                                  perform move-premio-apurado
                                  move rodada-id to prm-rodada
                                  rewrite reg-premio
                                      invalid key
                                          add 1 to conf-premios-existentes
                                      not invalid key
                                          add 1 to conf-premios-atualizados
                                  end-rewrite
                              when other
                                  add 1 to conf-premios-divergentes
                                  move spaces to linha-impressao
                                  move 1 to ponteiro-linha
                                  move reg-prm-valor to valor-editado
                                  string "  ATENCAO: premio resgatado da ficha " delimited by size
                                         prm-ficha delimited by size
                                         " diverge da conferencia: registrado " delimited by size
                                         reg-prm-faixa delimited by size
                                         valor-editado delimited by size
                                         into linha-impressao with pointer ponteiro-linha
                                  end-string
                                  move apu-valor to valor-editado
                                  string ", apurado " delimited by size
                                         apu-faixa delimited by size
                                         valor-editado delimited by size
                                         into linha-impressao with pointer ponteiro-linha
                                  end-string
                                  perform imprime-linha
                          end-evaluate
                  end-read
                  .
       confere-premio-registrado-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Classifica a quantidade de acertos da ficha na faixa de premiacao,
      *> contando os jogos simples premiados em cada faixa
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       classifica-acertos section.

                  perform desdobra-acertos
                  move jogos-sena to controle-sena
                  move jogos-quina to controle-quina
                  move jogos-quadra to controle-quadra
                  add jogos-sena to conf-total-sena
                  add jogos-quina to conf-total-quina
                  add jogos-quadra to conf-total-quadra
      *>            a faixa gravada na ficha e a melhor faixa entre os seus
      *>            jogos simples
                  evaluate true
                      when jogos-sena > 0
                          move "SENA" to faixa-premio
                      when jogos-quina > 0
                          move "QUINA" to faixa-premio
                      when jogos-quadra > 0
                          move "QUADRA" to faixa-premio
                      when other
                          move "NADA" to faixa-premio
                          add 1 to conf-total-nada
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Valores pagos por faixa no concurso conferido: o rateio oficial
      *> gravado no resultado; faixa sem rateio cadastrado paga o premio
      *> estimado da tabela em vigor, com aviso no relatorio
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valores-concurso section.

                  if res-premio-sena > 0 then
                      move res-premio-sena to valor-sena
                  else
                      move premio-sena to valor-sena
                  end-if
                  if res-premio-quina > 0 then
                      move res-premio-quina to valor-quina
                  else
                      move premio-quina to valor-quina
                  end-if
                  if res-premio-quadra > 0 then
                      move res-premio-quadra to valor-quadra
                  else
                      move premio-quadra to valor-quadra
                  end-if
                  .
       valores-concurso-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
                  perform imprime-linha
                  move conf-total-sena to contagem-editada
                  move spaces to linha-impressao
                  string "Senas (jogos simples).....: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  move conf-total-quina to contagem-editada
                  move spaces to linha-impressao
                  string "Quinas (jogos simples)....: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  move conf-total-quadra to contagem-editada
                  move spaces to linha-impressao
                  string "Quadras (jogos simples)...: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  display "Premios registrados para resgate: " conf-premios-registrados
                  move conf-premios-registrados to contagem-editada
                  move spaces to linha-impressao
                  string "Premios a resgatar........: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  if conf-premios-existentes > 0 then
                      move conf-premios-existentes to contagem-editada
                      move spaces to linha-impressao
                      string "Premios ja registrados....: " contagem-editada delimited by size
                          into linha-impressao
                      end-string
                      perform imprime-linha
                  end-if
                  if conf-premios-atualizados > 0 then
                      move conf-premios-atualizados to contagem-editada
                      move spaces to linha-impressao
                      string "Premios atualizados.......: " contagem-editada delimited by size
                          into linha-impressao
                      end-string
                      perform imprime-linha
                  end-if
                  if conf-premios-divergentes > 0 then
                      move conf-premios-divergentes to contagem-editada
                      move spaces to linha-impressao
                      string "Premios com divergencia...: " contagem-editada delimited by size
                          into linha-impressao
                      end-string
                      perform imprime-linha
                  end-if
                  perform relatorio-apostadores
                  .
       resumo-conferencia-exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Listagem das fichas do lote ainda pendentes, aguardando o
      *> resultado do concurso-alvo; com o calendário carregado, a ficha
      *> pendente depois da data do sorteio do concurso sai em destaque
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lista-fichas-pendentes section.

                  move 0 to conf-fichas-pendentes
                  move 0 to conf-fichas-atrasadas
                  perform varying ind-aposta from 1 by 1 until ind-aposta > quantidade-apostas
                      if tab-valida(ind-aposta) = "S"
                         and tab-status(ind-aposta) = "P" then
                          add 1 to conf-fichas-pendentes
                          move 0 to ind-concurso
                          if calendario-carregado and tab-concurso(ind-aposta) > 0 then
                              if data-sorteio-concurso(tab-concurso(ind-aposta)) > 0
                                 and data-sorteio-concurso(tab-concurso(ind-aposta)) < data-execucao then
                                  move tab-concurso(ind-aposta) to ind-concurso
                              end-if
                          end-if
                          move spaces to linha-impressao
                          if ind-concurso > 0 then
                              add 1 to conf-fichas-atrasadas
                              perform edita-data-sorteio
                              string "ATENCAO: ficha " delimited by size
                                     ind-aposta delimited by size
                                     " (apostador " delimited by size
                                     tab-apostador(ind-aposta) delimited by size
                                     ") pendente, concurso " delimited by size
                                     tab-concurso(ind-aposta) delimited by size
                                     " sorteado em " delimited by size
                                     data-sorteio-editada delimited by size
                                     into linha-impressao
                              end-string
                          else
                              string "Ficha " delimited by size
                                     ind-aposta delimited by size
                                     " (apostador " delimited by size
                                     tab-apostador(ind-aposta) delimited by size
                                     ") pendente, aguardando o concurso " delimited by size
                                     tab-concurso(ind-aposta) delimited by size
                                     into linha-impressao
                              end-string
                          end-if
                          perform imprime-linha
                      end-if
                  end-perform
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  if calendario-carregado then
                      display "Fichas pendentes apos a data do sorteio: " conf-fichas-atrasadas
                      move conf-fichas-atrasadas to contagem-editada
                      move spaces to linha-impressao
                      string "Pendentes apos o sorteio..: " contagem-editada delimited by size
                          into linha-impressao
                      end-string
                      perform imprime-linha
                  end-if
                  .
       lista-fichas-pendentes-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Carrega do calendário de concursos a data do sorteio de cada
      *> concurso; sem o calendário as pendências de resultado não são
      *> verificadas
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       carrega-calendario section.

                  move "N" to calendario-sw
                  open input calendario-concursos
                  if fs-calendario = "00" then
                      move "S" to calendario-sw
                      perform until fs-calendario not = "00"
                          read calendario-concursos next
                              at end
                                  move "10" to fs-calendario
                              not at end
                                  if cal-concurso > 0 then
                                      move cal-data-sorteio to data-sorteio-concurso(cal-concurso)
                                  end-if
                          end-read
                      end-perform
                      close calendario-concursos
                  else
                      display "Calendario de concursos indisponivel, status " fs-calendario
                          ": pendencias de resultado nao verificadas."
                  end-if
                  .
       carrega-calendario-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Concursos do calendário já sorteados (data do sorteio anterior à
      *> data da execução) sem resultado oficial cadastrado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lista-concursos-sem-resultado section.

                  move 0 to conf-concursos-sem-resultado
                  if calendario-carregado then
                      perform varying ind-calendario from 1 by 1 until ind-calendario > 9999
                          move ind-calendario to ind-concurso
                          if data-sorteio-concurso(ind-concurso) > 0
                             and data-sorteio-concurso(ind-concurso) < data-execucao
                             and resultado-cadastrado(ind-concurso) not = "S" then
                              add 1 to conf-concursos-sem-resultado
                              perform edita-data-sorteio
                              move spaces to linha-impressao
                              string "ATENCAO: concurso " delimited by size
                                     ind-concurso delimited by size
                                     " sorteado em " delimited by size
                                     data-sorteio-editada delimited by size
                                     " sem resultado oficial cadastrado" delimited by size
                                     into linha-impressao
                              end-string
                              perform imprime-linha
                              display "Concurso " ind-concurso " sorteado em "
                                  data-sorteio-editada " sem resultado oficial cadastrado."
                          end-if
                      end-perform
                      display "Concursos sorteados sem resultado: " conf-concursos-sem-resultado
                      move conf-concursos-sem-resultado to contagem-editada
                      move spaces to linha-impressao
                      string "Concursos sem resultado...: " contagem-editada delimited by size
                          into linha-impressao
                      end-string
                      perform imprime-linha
                  end-if
                  .
       lista-concursos-sem-resultado-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Data do sorteio do concurso ind-concurso no formato DD/MM/AAAA
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       edita-data-sorteio section.

                  move spaces to data-sorteio-editada
                  string data-sorteio-concurso(ind-concurso)(7:2) "/"
                         data-sorteio-concurso(ind-concurso)(5:2) "/"
                         data-sorteio-concurso(ind-concurso)(1:4)
                         delimited by size into data-sorteio-editada
                  end-string
                  .
       edita-data-sorteio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Regrava o lote de apostas com o ciclo de vida atualizado pela
      *> conferência (status e faixa apurada gravados no próprio registro).
                      move 0 to ficha-vencedora
                      move "N" to vencedora-sw
                      move "N" to limite-atingido-sw
                      perform varying ind-aposta from 1 by 1 until ind-aposta > quantidade-apostas
                          move 0 to plc-acertos(ind-aposta)
                          move 0 to plc-quadras(ind-aposta)
                          move 0 to plc-quinas(ind-aposta)
                      end-perform
                      perform until vencedora-encontrada or limite-atingido
                          perform zera-sorteio

       avalia-placar section.

                  if quantidade-validas <= limite-placar-console then
                      display "Sorteio " controle3 " - placar do lote:"
                  else
                      display "Sorteio " controle3 " aplicado as "
                          quantidade-validas " fichas do lote"
                  end-if
                  perform marca-sorteio
                  perform varying ind-aposta from 1 by 1 until ind-aposta > quantidade-apostas
                      if tab-valida(ind-aposta) = "S" then
                          move tab-quantidade(ind-aposta) to quantidade_numero
                          perform teste-lote
                          move controle2 to plc-acertos(ind-aposta)
                          if qtd-sorteio = 6 then
                              perform desdobra-acertos
                              add jogos-quadra to plc-quadras(ind-aposta)
                              add jogos-quina to plc-quinas(ind-aposta)
                          end-if
                          if controle2 = qtd-sorteio and not vencedora-encontrada then
                              move ind-aposta to ficha-vencedora
                              move "S" to vencedora-sw
                          end-if
                          if quantidade-validas <= limite-placar-console then
                              display "  Ficha " ind-aposta
                                  ": acertos " plc-acertos(ind-aposta)
                                  " quadras " plc-quadras(ind-aposta)
                                  " quinas " plc-quinas(ind-aposta)
                          end-if
                      end-if
                  end-perform
                  .
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Classificação final da competição: a vencedora em primeiro e as
      *> demais fichas ordenadas por quinas, quadras e acertos no último
      *> sorteio (empate pela ordem da ficha no lote), ordenadas pelo SORT
      *> para suportar lotes de milhares de fichas
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       classificacao-final section.

                  display "===== Classificacao final da competicao ====="
                  move "===== Classificacao final da competicao =====" to linha-impressao
                  perform imprime-linha
                  sort arquivo-classificacao
                      on descending key cls-vencedora cls-quinas cls-quadras cls-acertos
                      on ascending key cls-ficha
                      input procedure is alimenta-classificacao
                      output procedure is emite-classificacao
                  display "Classificacao completa gravada no arquivo de impressao."
                  .
       classificacao-final-exit.
                  exit.

       alimenta-classificacao section.

                  perform varying ind-aposta from 1 by 1 until ind-aposta > quantidade-apostas
                      if tab-valida(ind-aposta) = "S" then
                          if ind-aposta = ficha-vencedora then
                              move 1 to cls-vencedora
                          else
                              move 0 to cls-vencedora
                          end-if
                          move plc-quinas(ind-aposta) to cls-quinas
                          move plc-quadras(ind-aposta) to cls-quadras
                          move plc-acertos(ind-aposta) to cls-acertos
                          move ind-aposta to cls-ficha
                          release reg-classificacao
                      end-if
                  end-perform
                  .
       alimenta-classificacao-exit.
                  exit.

       emite-classificacao section.

                  move 0 to ind-classif
                  move "N" to fim-classificacao-sw
                  perform until fim-classificacao
                      return arquivo-classificacao
                          at end
                              move "S" to fim-classificacao-sw
                          not at end
                              add 1 to ind-classif
                              if ind-classif = 1 then
                                  display ind-classif "o lugar: ficha " cls-ficha
                                      " - quinas " cls-quinas
                                      " quadras " cls-quadras
                              end-if
                              move spaces to linha-impressao
                              string ind-classif delimited by size
                                     "o lugar: ficha " delimited by size
                                     cls-ficha delimited by size
                                     " - quinas " delimited by size
                                     cls-quinas delimited by size
                                     " quadras " delimited by size
                                     cls-quadras delimited by size
                                     " acertos no ultimo sorteio " delimited by size
                                     cls-acertos delimited by size
                                     into linha-impressao
                              end-string
                              perform imprime-linha
                      end-return
                  end-perform
                  .
       emite-classificacao-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
                          move plc-acertos(ind-aposta) to controle2
                          move plc-quadras(ind-aposta) to controle-quadra
                          move plc-quinas(ind-aposta) to controle-quina
                          if controle2 = qtd-sorteio then
                              perform desdobra-acertos
                              move jogos-sena to controle-sena
                          else
                              move 0 to controle-sena
                          end-if
                          evaluate true
                              when ind-aposta = ficha-vencedora
                                  move "VENCEDORA" to resultado-ledger

       localiza-apostador section.

                  move posicao-apostador(codigo-apostador + 1) to ind-apo
                  if ind-apo = 0 and quantidade-resumo-apo >= limite-resumo-apo then
                      display "Limite de " limite-resumo-apo " apostadores no resumo atingido."
                          " Apostador " codigo-apostador " fora do resumo."
                  end-if
                  if ind-apo = 0 and quantidade-resumo-apo < limite-resumo-apo then
                      add 1 to quantidade-resumo-apo
                      move quantidade-resumo-apo to ind-apo
                      move ind-apo to posicao-apostador(codigo-apostador + 1)
                      move codigo-apostador to rap-codigo(ind-apo)
                      move 0 to rap-fichas(ind-apo)
                      move 0 to rap-quadras(ind-apo)
                      add 1 to rap-fichas(ind-apo)
                      add controle-quadra to rap-quadras(ind-apo)
                      add controle-quina to rap-quinas(ind-apo)
                      add controle-sena to rap-senas(ind-apo)
                      add custo-ficha to rap-custo(ind-apo)
                      add retorno-ficha to rap-retorno(ind-apo)
                  end-if
                      display "Foram realizados " controle3 " sorteios"

                      if qtd-sorteio = 6 then
                          perform desdobra-acertos
                          if jogos-quadra > 0 then
                              add jogos-quadra to controle-quadra
                              display "Quadra! Total de quadras nesta ficha: " controle-quadra
                          end-if
                          if jogos-quina > 0 then
                              add jogos-quina to controle-quina
                              display "Quina! Total de quinas nesta ficha: " controle-quina
                          end-if
                      end-if

                      if limite-tentativas > 0
                      end-if
                      move "LIMITE-ATINGIDO" to resultado-ledger
                  end-if
                  if controle2 = qtd-sorteio then
                      perform desdobra-acertos
                      move jogos-sena to controle-sena
                  else
                      move 0 to controle-sena
                  end-if
                  perform apura-financeiro
                  perform grava-ledger
                  .
       apura-financeiro section.

                  compute custo-ficha = controle3 * preco-ficha(quantidade_numero)
                  compute retorno-ficha = (controle-quadra * valor-quadra)
                                        + (controle-quina * valor-quina)
                                        + (controle-sena * valor-sena)
                  compute saldo-ficha = retorno-ficha - custo-ficha

                  add custo-ficha to custo-lote
                  add retorno-ficha to retorno-lote
                  compute saldo-lote = retorno-lote - custo-lote
                  add controle-sena to senas-lote
                  add controle-quina to quinas-lote
                  add controle-quadra to quadras-lote

                  move custo-ficha to valor-editado
                  display "Custo das apostas desta ficha: " valor-editado
                  display "Retorno em premios desta ficha: " valor-editado
                  move saldo-ficha to valor-editado
                  display "Saldo desta ficha: " valor-editado
                  display "Jogos simples premiados: senas " controle-sena
                      " quinas " controle-quina " quadras " controle-quadra
                  .
       apura-financeiro-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Desdobramento da ficha corrente em jogos simples: a partir dos
      *> acertos (controle2) entre as dezenas da ficha (quantidade_numero),
      *> conta quantos jogos simples de qtd-sorteio dezenas fazem sena,
      *> quina e quadra; a ficha mínima vale um único jogo simples
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       desdobra-acertos section.

                  move 0 to jogos-sena
                  move 0 to jogos-quina
                  move 0 to jogos-quadra
                  if quantidade_numero >= qtd-sorteio then
      *>                sena: todas as dezenas do jogo entre os acertos
                      move controle2 to comb-n
                      move qtd-sorteio to comb-k
                      perform calcula-combinacao
                      move comb-resultado to jogos-sena
      *>                quina: 5 acertos e o restante entre as dezenas erradas
                      if qtd-sorteio >= 5 then
                          move controle2 to comb-n
                          move 5 to comb-k
                          perform calcula-combinacao
                          move comb-resultado to comb-acertos
                          compute comb-n = quantidade_numero - controle2
                          compute comb-k = qtd-sorteio - 5
                          perform calcula-combinacao
                          compute jogos-quina = comb-acertos * comb-resultado
                      end-if
      *>                quadra: 4 acertos e o restante entre as dezenas erradas
                      if qtd-sorteio >= 4 then
                          move controle2 to comb-n
                          move 4 to comb-k
                          perform calcula-combinacao
                          move comb-resultado to comb-acertos
                          compute comb-n = quantidade_numero - controle2
                          compute comb-k = qtd-sorteio - 4
                          perform calcula-combinacao
                          compute jogos-quadra = comb-acertos * comb-resultado
                      end-if
      *>                jogo simples com todos os acertos e so sena: as
      *>                faixas menores so contam abaixo do sorteio inteiro
                      if qtd-sorteio = 5 then
                          move 0 to jogos-quina
                      end-if
                      if qtd-sorteio = 4 then
                          move 0 to jogos-quadra
                      end-if
                  end-if
                  .
       desdobra-acertos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Combinação de comb-n elementos tomados comb-k a comb-k (zero
      *> quando comb-k é maior que comb-n), calculada de forma exata a
      *> cada passo
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       calcula-combinacao section.

                  if comb-k > comb-n then
                      move 0 to comb-resultado
                  else
                      move 1 to comb-resultado
                      perform varying comb-passo from 1 by 1 until comb-passo > comb-k
                          compute comb-resultado =
                              comb-resultado * (comb-n - comb-k + comb-passo) / comb-passo
                      end-perform
                  end-if
                  .
       calcula-combinacao-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Zera a tabela de números sorteados antes de um novo sorteio
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
                  .
              teste-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Marca as dezenas do sorteio corrente na tabela de presença, uma
      *> vez por sorteio, antes de aplicá-lo às fichas do lote
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       marca-sorteio section.

                  move all "N" to tabela-presenca
                  perform varying ind3 from 1 by 1 until ind3 > qtd-sorteio
                      if sorteio(ind3) > 0 then
                          move "S" to presenca-dezena(sorteio(ind3))
                      end-if
                  end-perform
                  .
       marca-sorteio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Acertos da ficha corrente do lote (tab-numeros da ficha ind-aposta)
      *> contra o sorteio marcado na tabela de presença; deixa os índices
      *> como a seção teste, que alimenta a semente do próximo sorteio
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       teste-lote section.

                  move 0 to controle2
                  perform varying ind from 1 by 1 until ind > quantidade_numero
                      if tab-numeros(ind-aposta ind) > 0 then
                          if presenca-dezena(tab-numeros(ind-aposta ind)) = "S" then
                              add 1 to controle2
                          end-if
                      end-if
                  end-perform
                  move 1 to ind
                  move 1 to ind2
                  .
       teste-lote-exit.
                  exit.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Captura da ficha de aposta digitada pelo usuario
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
                  display "===== Apuracao financeira da rodada ====="
                  move "===== Apuracao financeira da rodada =====" to linha-impressao
                  perform imprime-linha
                  display "Tabela de precos vigente desde " vigencia-precos
                  move spaces to linha-impressao
                  string "Tabela de precos vigente.: " vigencia-precos delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  move custo-lote to valor-editado
                  display "Custo total das apostas: " valor-editado
                  move spaces to linha-impressao
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  display "Jogos simples premiados: senas " senas-lote
                      " quinas " quinas-lote " quadras " quadras-lote
                  move senas-lote to contagem-editada
                  move spaces to linha-impressao
                  string "Senas (jogos simples)....: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  move quinas-lote to contagem-editada
                  move spaces to linha-impressao
                  string "Quinas (jogos simples)...: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  move quadras-lote to contagem-editada
                  move spaces to linha-impressao
                  string "Quadras (jogos simples)..: " contagem-editada delimited by size
                      into linha-impressao
                  end-string
                  perform imprime-linha
                  perform grava-resumo-rodada
                  .
       resumo-financeiro-exit.
                  move retorno-lote to rsm-retorno
                  move saldo-lote to rsm-saldo
                  move rodada-id to rsm-rodada
                  move senas-lote to rsm-senas
                  move quinas-lote to rsm-quinas
                  move quadras-lote to rsm-quadras
                  open output resumo-rodada
                  if fs-resumo = "00" then
                      write reg-resumo
           exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Finalização do modo conferência (não há sorteios nem frequência;
      *> a apuração pelo rateio oficial vai para o resumo da rodada)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       finaliza-conferencia section.

          if conf-fichas-conferidas > 0 then
              perform resumo-financeiro
          else
              display "Nenhuma ficha conferida: resumo da rodada RESUMFIN.DAT mantido sem alteracao."
              move "Nenhuma ficha conferida: resumo da rodada RESUMFIN.DAT mantido sem alteracao."
                  to linha-impressao
              perform imprime-linha
          end-if
          perform fecha-relatorio
          perform libera-trava
          stop run
