      *>                lote, para nunca passar das 50 fichas processadas
      *>   02/09/2026 - trava compartilhada com o Loteria (RODADA.LCK)
      *>                protegendo a gravacao no lote de apostas
      *>   28/09/2026 - geracao recusada (codigo 8) para o apostador com
      *>                saldo devedor na conta corrente acima do limite
      *>                combinado
      *>   09/10/2026 - limite do lote elevado para 10000 fichas; o
      *>                deslocamento no ranking volta ao inicio depois
      *>                da ultima dezena observada
      *>   12/10/2026 - geracao recusada (codigo 8) para concurso-alvo fora
      *>                do calendario de concursos (CALENDAR.DAT) ou com as
      *>                apostas encerradas
      *>   15/10/2026 - cada volta pelo ranking anda com um passo proprio
      *>                (1 na primeira volta, 2 na segunda...) e a ficha
      *>                igual a outra ja sugerida na execucao e descartada;
      *>                esgotadas as combinacoes do ranking o lote fica
      *>                menor que o pedido (codigo 4)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               access mode is random
               record key is apo-codigo
               file status is fs-apostadores.
           select conta-corrente
               assign to "CONTACOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is cta-chave
               file status is fs-conta.
           select calendario-concursos
               assign to "CALENDAR.DAT"
               organization is indexed
               access mode is random
               record key is cal-concurso
               file status is fs-calendario.
           select arquivo-trava
               assign to "RODADA.LCK"
               organization is line sequential
           05  apo-nome                            pic x(30).
           05  apo-cota                            pic 9(03)v99.

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

      *>----Calendario dos concursos mantido pelo programa Calendario: as
      *>----apostas do concurso fecham na data e hora limite
       FD  calendario-concursos.
       01  reg-calendario.
           05  cal-concurso                        pic 9(04).
           05  cal-data-sorteio                    pic 9(08).
           05  cal-data-limite                     pic 9(08).
           05  cal-hora-limite                     pic 9(04).
           05  cal-especial                        pic x(01).
           05  cal-descricao                       pic x(30).

       FD  arquivo-trava.
       01  reg-trava.
           05  trv-programa                        pic x(10).
       77  fs-apostas                              pic x(02).
       77  fs-apostadores                          pic x(02).
       77  fs-trava                                pic x(02).
       77  fs-conta                                pic x(02).
       77  data-atual                              pic 9(06) value 0.
       77  hora-atual                              pic 9(08) value 0.
       77  ret-arquivo                             pic s9(09) comp-5.
           88  estrategia-atrasadas                value "A" "a".
           88  estrategia-frequentes               value "F" "f".
           88  estrategia-mix                      value "M" "m".
       77  fichas-gerar                            pic 9(05) value 0.
       77  fichas-existentes                       pic 9(05) value 0.
       77  limite-apostas                          pic 9(05) value 10000.
       77  dezenas-por-ficha                       pic 9(02) value 0.
       77  codigo-apostador                        pic 9(04) value 0.
       77  concurso-alvo                           pic 9(04) value 0.
       77  apostador-ok-sw                         pic x(01) value "N".
           88  apostador-ok                        value "S".

      *>----Limite de saldo devedor da conta corrente (CONTACOR.DAT): o
      *>----apostador com divida acima do limite nao faz fichas novas
       77  saldo-conta                             pic s9(13)v99 value 0.
       77  limite-divida                           pic 9(13)v99 value 0.
       77  valor-editado                           pic -(13)9,99.
       77  divida-ok-sw                            pic x(01) value "S".
           88  divida-ok                           value "S".

      *>----Concurso-alvo conferido no calendario (CALENDAR.DAT): concurso
      *>----fora do calendario ou com as apostas encerradas nao recebe
      *>----fichas novas; sem o calendario nao ha conferencia
       77  fs-calendario                           pic x(02).
       77  data-hoje                               pic 9(08) value 0.
       77  hora-hoje                               pic 9(04) value 0.
       77  concurso-sw                             pic x(01) value "N".
           88  concurso-aceito                     value "S".
           88  concurso-cancelado                  value "C".
       01  data-limite-editada                     pic x(10) value spaces.

      *>----Estatisticas levantadas do historico (mesma mecanica do
      *>----AnaliseHist)
       77  total-sorteios                          pic 9(09) value 0.
       01  ficha-montada.
           05  dezena-ficha occurs 20              pic 9(02).
       77  qtd-montada                             pic 9(02) value 0.
       77  ficha-gerada                            pic 9(05) value 0.
       77  deslocamento                            pic 9(03) value 0.
       77  voltas-ranking                          pic 9(05) value 0.
       77  passo-ranking                           pic 9(03) value 0.
       77  combinacao-ranking                      pic 9(05) value 0.
       77  limite-combinacoes                      pic 9(05) value 0.
       77  posicao-corrente                        pic 9(03) value 0.
       77  lista-ranking-sw                        pic x(01) value "A".
           88  lista-atraso                        value "A".
       77  dezena-candidata                        pic 9(02) value 0.
       77  dezena-repetida-sw                      pic x(01) value "N".
           88  dezena-repetida                     value "S".
           88  vez-atraso                          value "S".
       77  posicao-atraso                          pic 9(03) value 0.
       77  posicao-freq                            pic 9(03) value 0.

      *>----Fichas ja sugeridas na execucao, com as dezenas em ordem
      *>----crescente, para o lote nao receber a mesma ficha duas vezes
       01  tabela-fichas-sugeridas.
           05  ficha-sugerida occurs 10000         pic x(40).
       01  chave-ficha.
           05  dezena-chave occurs 20              pic 9(02).
       77  ind-sugerida                            pic 9(05) value 0.
       77  ficha-nova-sw                           pic x(01) value "S".
           88  ficha-nova                          value "S".
       01  linha-numeros                           pic x(60) value spaces.
       77  ponteiro-linha                          pic 9(03) value 1.

                  end-if
                  perform monta-rankings.
                  perform conta-lote.
                  if fichas-existentes >= limite-apostas then
                      display "Lote de apostas ja esta com o limite de "
                          limite-apostas " fichas."
                      perform libera-trava
                      move 8 to return-code
                      stop run
                  end-if
                  perform pergunta-parametros.
                  perform confere-limite-divida.
                  if not divida-ok then
                      perform libera-trava
                      move 8 to return-code
                      stop run
                  end-if
                  perform confere-calendario.
                  if not concurso-aceito then
                      display "Geracao cancelada."
                      perform libera-trava
                      move 8 to return-code
                      stop run
                  end-if
                  perform gera-fichas.
                  perform libera-trava.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Conta as fichas já gravadas no lote, para a geração respeitar o
      *> limite-apostas (10000 fichas por lote)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       conta-lote section.

                  move 0 to fichas-gerar
                  perform until fichas-gerar >= 1
                             and fichas-gerar + fichas-existentes <= limite-apostas
                      display "Quantas fichas gerar (o lote tem "
                          fichas-existentes " de " limite-apostas ")?"
                      accept fichas-gerar
                  end-perform

       pergunta-parametros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Limite de saldo devedor: o apostador cuja conta corrente deve
      *> mais do que o limite combinado (registro de controle 0000 da
      *> conta, zero = sem limite) não faz fichas novas; sem o arquivo da
      *> conta corrente não há controle
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       confere-limite-divida section.

                  move "S" to divida-ok-sw
                  open input conta-corrente
                  if fs-conta = "00" then
                      move 0 to limite-divida
                      move 0 to cta-codigo
                      move 0 to cta-sequencia
                      read conta-corrente
                          invalid key
                              continue
                          not invalid key
                              move cta-valor to limite-divida
                      end-read
                      if limite-divida > 0 then
                          move 0 to saldo-conta
                          move codigo-apostador to cta-codigo
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
                                      if cta-codigo not = codigo-apostador then
                                          move "10" to fs-conta
                                      else
                                          add cta-valor to saldo-conta
                                      end-if
                              end-read
                          end-perform
                          if saldo-conta < 0 - limite-divida then
                              move saldo-conta to valor-editado
                              display "Apostador " codigo-apostador " com saldo devedor de "
                                  valor-editado
                              move limite-divida to valor-editado
                              display "  acima do limite de " valor-editado
                                  ". Fichas novas recusadas."
                              move "N" to divida-ok-sw
                          end-if
                      end-if
                      close conta-corrente
                  end-if
                  .
       confere-limite-divida-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Concurso-alvo contra o calendário de concursos mantido pelo
      *> programa Calendario: concurso fora do calendário ou com as apostas
      *> encerradas (passada a data e hora limite) é recusado; sem o
      *> arquivo do calendário não há conferência
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       confere-calendario section.

                  move "N" to concurso-sw
                  open input calendario-concursos
                  if fs-calendario = "00" then
                      move concurso-alvo to cal-concurso
                      read calendario-concursos
                          invalid key
                              display "Concurso " concurso-alvo
                                  " nao consta do calendario de concursos."
                          not invalid key
                              accept data-atual from date
                              accept hora-atual from time
                              compute data-hoje = 20000000 + data-atual
                              move hora-atual(1:4) to hora-hoje
                              if data-hoje > cal-data-limite
                                 or (data-hoje = cal-data-limite
                                     and hora-hoje >= cal-hora-limite) then
                                  move spaces to data-limite-editada
                                  string cal-data-limite(7:2) "/" cal-data-limite(5:2) "/"
                                         cal-data-limite(1:4)
                                         delimited by size into data-limite-editada
                                  end-string
                                  display "Apostas do concurso " concurso-alvo
                                      " encerradas em " data-limite-editada " as "
                                      cal-hora-limite(1:2) ":" cal-hora-limite(3:2) "."
                              else
                                  if cal-especial = "V" or cal-especial = "E" then
                                      display "Concurso especial " concurso-alvo ": " cal-descricao
                                  end-if
                                  move "S" to concurso-sw
                              end-if
                      end-read
                      close calendario-concursos
                  else
                      display "Calendario de concursos indisponivel, status " fs-calendario
                          ". Concurso " concurso-alvo " aceito sem conferencia."
                      move "S" to concurso-sw
                  end-if
                  .
       confere-calendario-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Geração das fichas sugeridas no fim do lote de apostas; cada ficha
      *> parte de um deslocamento diferente do ranking e cada volta pelo
      *> ranking anda com um passo maior, para as fichas não saírem
      *> iguais; a ficha repetida na execução é descartada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       gera-fichas section.
                      stop run
                  end-if

                  compute limite-combinacoes =
                      quantidade-rank * (quantidade-rank - 1)
                  move 0 to ficha-gerada
                  move 0 to combinacao-ranking
                  perform until ficha-gerada >= fichas-gerar
                             or combinacao-ranking >= limite-combinacoes
      *>                o deslocamento circula pelo ranking e, a cada volta,
      *>                o passo entre as dezenas escolhidas cresce de um
                      divide combinacao-ranking by quantidade-rank
                          giving voltas-ranking remainder deslocamento
                      compute passo-ranking = voltas-ranking + 1
                      evaluate true
                          when estrategia-atrasadas
                              perform monta-ficha-atrasadas
                          when estrategia-mix
                              perform monta-ficha-mix
                      end-evaluate
                      perform confere-ficha-nova
                      if ficha-nova then
                          add 1 to ficha-gerada
                          move chave-ficha to ficha-sugerida(ficha-gerada)
                          perform grava-ficha
                      end-if
                      add 1 to combinacao-ranking
                  end-perform

                  close arquivo-apostas
                  display ficha-gerada " fichas sugeridas gravadas no lote de apostas."
                  if ficha-gerada < fichas-gerar then
                      display "O ranking de " quantidade-rank " dezenas observadas nao"
                          " rende mais fichas distintas; pedidas " fichas-gerar "."
                      move 4 to return-code
                  end-if
                  .
       gera-fichas-exit.
                  exit.
       monta-ficha-atrasadas section.

                  move 0 to qtd-montada
                  move "A" to lista-ranking-sw
                  move deslocamento to posicao-corrente
                  perform until qtd-montada >= dezenas-por-ficha
                      perform escolhe-dezena-ranking
                  end-perform
                  .
       monta-ficha-atrasadas-exit.
       monta-ficha-frequentes section.

                  move 0 to qtd-montada
                  move "F" to lista-ranking-sw
                  move deslocamento to posicao-corrente
                  perform until qtd-montada >= dezenas-por-ficha
                      perform escolhe-dezena-ranking
                  end-perform
                  .
       monta-ficha-frequentes-exit.
                  move deslocamento to posicao-freq
                  perform until qtd-montada >= dezenas-por-ficha
                      if vez-atraso then
                          move "A" to lista-ranking-sw
                          move posicao-atraso to posicao-corrente
                          perform escolhe-dezena-ranking
                          move posicao-corrente to posicao-atraso
                          move "N" to vez-atraso-sw
                      else
                          move "F" to lista-ranking-sw
                          move posicao-freq to posicao-corrente
                          perform escolhe-dezena-ranking
                          move posicao-corrente to posicao-freq
                          move "S" to vez-atraso-sw
                      end-if
                  end-perform
                  .
       monta-ficha-mix-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Avança o passo da volta no ranking corrente e inclui a dezena da
      *> posição; dezena já na ficha faz a posição andar uma casa até
      *> achar outra (a ficha nunca passa do total de dezenas observadas)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       escolhe-dezena-ranking section.

                  compute posicao-corrente = posicao-corrente + passo-ranking
                  perform until posicao-corrente <= quantidade-rank
                      subtract quantidade-rank from posicao-corrente
                  end-perform
                  perform le-dezena-ranking
                  perform inclui-dezena-candidata
                  perform until not dezena-repetida
                      add 1 to posicao-corrente
                      if posicao-corrente > quantidade-rank then
                          move 1 to posicao-corrente
                      end-if
                      perform le-dezena-ranking
                      perform inclui-dezena-candidata
                  end-perform
                  .
       escolhe-dezena-ranking-exit.
                  exit.

       le-dezena-ranking section.

                  if lista-atraso then
                      move rank-atraso(posicao-corrente) to dezena-candidata
                  else
                      move rank-freq(posicao-corrente) to dezena-candidata
                  end-if
                  .
       le-dezena-ranking-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Confere se a ficha montada, com as dezenas em ordem crescente, já
      *> foi sugerida nesta execução
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       confere-ficha-nova section.

                  move zeros to chave-ficha
                  perform varying ind from 1 by 1 until ind > dezenas-por-ficha
                      move dezena-ficha(ind) to dezena-chave(ind)
                  end-perform
                  perform varying ind from 1 by 1 until ind >= dezenas-por-ficha
                      perform varying ind4 from 1 by 1
                              until ind4 > dezenas-por-ficha - ind
                          if dezena-chave(ind4) > dezena-chave(ind4 + 1) then
                              move dezena-chave(ind4) to dezena-troca
                              move dezena-chave(ind4 + 1) to dezena-chave(ind4)
                              move dezena-troca to dezena-chave(ind4 + 1)
                          end-if
                      end-perform
                  end-perform
                  move "S" to ficha-nova-sw
                  perform varying ind-sugerida from 1 by 1
                          until ind-sugerida > ficha-gerada or not ficha-nova
                      if ficha-sugerida(ind-sugerida) = chave-ficha then
                          move "N" to ficha-nova-sw
                      end-if
                  end-perform
                  .
       confere-ficha-nova-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Inclui a dezena candidata na ficha montada, se ainda não estiver
      *> nela (a repetição nunca passa para o lote)
