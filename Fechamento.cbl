      *>   02/09/2026 - custo e retorno rateados com sinal, para o residuo
      *>                de arredondamento negativo do ultimo apostador nao
      *>                sair em valor absoluto no extrato
      *>   24/09/2026 - quantidade de jogos simples premiados na rodada
      *>                (senas, quinas e quadras, com o desdobramento das
      *>                fichas de mais de 6 dezenas) lida do resumo e
      *>                impressa no extrato
      *>   28/09/2026 - saldo rateado de cada apostador lancado na conta
      *>                corrente permanente (CONTACOR.DAT) como movimento
      *>                de rateio estampado com a rodada, uma unica vez por
      *>                rodada mesmo com o fechamento repetido
      *>   09/10/2026 - rateio para ate 999 apostadores, acompanhando o
      *>                lote de ate 10000 fichas da rodada
      *>   15/10/2026 - falha na gravacao do movimento de rateio na conta
      *>                corrente encerra com codigo 8
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               assign to "EXTRATO.TXT"
               organization is line sequential
               file status is fs-extrato.
           select conta-corrente
               assign to "CONTACOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is cta-chave
               file status is fs-conta.

       *>Declaração de variáveis
       Data Division.
           05  rsm-saldo                           pic s9(15)v99
                                                   sign leading separate.
           05  rsm-rodada                          pic 9(12).
           05  rsm-senas                           pic 9(09).
           05  rsm-quinas                          pic 9(09).
           05  rsm-quadras                         pic 9(09).

       FD  cadastro-apostadores.
       01  reg-apostador.
       FD  arquivo-extrato.
       01  reg-extrato                             pic x(120).

       FD  conta-corrente.
       01  reg-conta.
           05  cta-chave.
               10  cta-codigo                      pic 9(04).
               10  cta-sequencia                   pic 9(06).
           05  cta-data                            pic 9(08).
           05  cta-tipo                            pic x(01).
           05  cta-valor                           pic s9(13)v99
                                                   sign leading separate.
           05  cta-rodada                          pic 9(12).
           05  cta-historico                       pic x(30).

       *>----Variaveis de trabalho
       working-storage section.
       77  fs-resumo                               pic x(02).
       77  fs-apostadores                          pic x(02).
       77  fs-extrato                              pic x(02).
       77  fs-conta                                pic x(02).

      *>----Apostadores carregados do cadastro, com o rateio calculado
       01  tabela-rateio.
           05  rateio-apostador occurs 999.
               10  rat-codigo                      pic 9(04).
               10  rat-nome                        pic x(30).
               10  rat-cota                        pic 9(03)v99.
               10  rat-saldo                       pic s9(15)v99.
       77  quantidade-apostadores                  pic 9(03) value 0.
       77  ind-apo                                 pic 9(03) value 0.
       77  limite-apostadores                      pic 9(03) value 999.

      *>----Totais do rateio (para o fechamento conferir com a rodada)
       77  total-cotas                             pic 9(07)v99 value 0.
      *>----Edicao de valores do extrato
       77  valor-editado                           pic -(13)9,99.
       77  cota-editada                            pic zz9,99.
       77  contagem-editada                        pic z(8)9.
       77  linha-extrato                           pic x(120) value spaces.

      *>----Lancamento do rateio na conta corrente dos apostadores
       77  data-atual                              pic 9(06) value 0.
       77  ultima-sequencia                        pic 9(06) value 0.
       77  rateio-lancado-sw                       pic x(01) value "N".
           88  rateio-lancado                      value "S".
       77  movimentos-lancados                     pic 9(03) value 0.

       *>Declaração do corpo do programa
       procedure Division.

                  end-if
                  perform calcula-rateio.
                  perform emite-extrato.
                  perform lanca-conta-corrente.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
                          at end
                              move "10" to fs-apostadores
                          not at end
                              if quantidade-apostadores < limite-apostadores then
                                  add 1 to quantidade-apostadores
                                  move apo-codigo to rat-codigo(quantidade-apostadores)
                                  move apo-nome to rat-nome(quantidade-apostadores)
                                  move apo-cota to rat-cota(quantidade-apostadores)
                                  add apo-cota to total-cotas
                              else
                                  display "Limite de " limite-apostadores
                                      " apostadores no rateio atingido."
                              end-if
                      end-read
                  end-perform
                      into linha-extrato
                  end-string
                  perform emite-linha
                  move rsm-senas to contagem-editada
                  move spaces to linha-extrato
                  string "Senas............: " contagem-editada delimited by size
                      into linha-extrato
                  end-string
                  perform emite-linha
                  move rsm-quinas to contagem-editada
                  move spaces to linha-extrato
                  string "Quinas...........: " contagem-editada delimited by size
                      into linha-extrato
                  end-string
                  perform emite-linha
                  move rsm-quadras to contagem-editada
                  move spaces to linha-extrato
                  string "Quadras..........: " contagem-editada delimited by size
                      into linha-extrato
                  end-string
                  perform emite-linha
                  move spaces to linha-extrato
                  perform emite-linha

       emite-apostador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Lança o saldo rateado de cada apostador na conta corrente
      *> permanente, estampado com a rodada; a rodada já lançada para o
      *> apostador não é lançada de novo quando o fechamento é repetido
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lanca-conta-corrente section.

                  open i-o conta-corrente
                  if fs-conta = "35" then
                      open output conta-corrente
                      close conta-corrente
                      open i-o conta-corrente
                  end-if
                  if fs-conta not = "00" then
                      display "Falha ao abrir a conta corrente, status " fs-conta
                      display "Rateio nao lancado na conta corrente dos apostadores."
                      move 8 to return-code
                  else
                      move 0 to movimentos-lancados
                      accept data-atual from date
                      perform varying ind-apo from 1 by 1
                              until ind-apo > quantidade-apostadores
                          perform lanca-rateio-apostador
                      end-perform
                      close conta-corrente
                      display movimentos-lancados
                          " movimentos de rateio lancados na conta corrente."
                  end-if
                  .
       lanca-conta-corrente-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Lançamento do rateio de um apostador: percorre os movimentos da
      *> conta procurando o rateio desta rodada e a última sequência usada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lanca-rateio-apostador section.

                  move "N" to rateio-lancado-sw
                  move 0 to ultima-sequencia
                  move rat-codigo(ind-apo) to cta-codigo
                  move 0 to cta-sequencia
                  start conta-corrente key >= cta-chave
                      invalid key
                          move "10" to fs-conta
                  end-start
                  perform until fs-conta not = "00"
                      read conta-corrente next
                          at end
                              move "10" to fs-conta
                          not at end
                              if cta-codigo not = rat-codigo(ind-apo) then
                                  move "10" to fs-conta
                              else
                                  move cta-sequencia to ultima-sequencia
                                  if cta-tipo = "R" and cta-rodada = rsm-rodada then
                                      move "S" to rateio-lancado-sw
                                  end-if
                              end-if
                      end-read
                  end-perform
                  move "00" to fs-conta
                  if rateio-lancado then
                      display "Rateio da rodada " rsm-rodada " ja lancado para o apostador "
                          rat-codigo(ind-apo) "."
                  else
                      if rat-saldo(ind-apo) not = 0 then
                          move rat-codigo(ind-apo) to cta-codigo
                          compute cta-sequencia = ultima-sequencia + 1
                          compute cta-data = 20000000 + data-atual
                          move "R" to cta-tipo
                          move rat-saldo(ind-apo) to cta-valor
                          move rsm-rodada to cta-rodada
                          move "RATEIO DA RODADA" to cta-historico
                          write reg-conta
                              invalid key
                                  display "Falha ao lancar o rateio do apostador "
                                      rat-codigo(ind-apo) ", status " fs-conta
                                  move 8 to return-code
                              not invalid key
                                  add 1 to movimentos-lancados
                          end-write
                      end-if
                  end-if
                  .
       lanca-rateio-apostador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Emite uma linha do extrato no arquivo e no console
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
