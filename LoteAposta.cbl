      *>   02/09/2026 - trava compartilhada com o Loteria (RODADA.LCK) na
      *>                sessao de manutencao e regravacao pelo arquivo
      *>                temporario preservando os registros alem da tabela
      *>   28/09/2026 - inclusao de ficha e surpresinha recusadas para o
      *>                apostador com saldo devedor na conta corrente acima
      *>                do limite combinado
      *>   05/10/2026 - inclusao, alteracao, exclusao e surpresinha de
      *>                ficha registradas no diario de auditoria
      *>                (AUDITORI.DAT) com o operador e as imagens antes e
      *>                depois da ficha
      *>   09/10/2026 - lote de ate 10000 fichas na manutencao, no mesmo
      *>                limite do processamento da rodada
      *>   12/10/2026 - concurso-alvo da ficha nova conferido no calendario
      *>                de concursos (CALENDAR.DAT): concurso fora do
      *>                calendario ou com as apostas encerradas e recusado,
      *>                e o concurso 0000 cancela a inclusao
      *>   15/10/2026 - alteracao de ficha tambem recusada para apostador
      *>                com saldo devedor acima do limite, como na inclusao
      *>                e na surpresinha
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               assign to "APOSTAS.TMP"
               organization is line sequential
               file status is fs-apostas-tmp.
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
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.
           select arquivo-trava
               assign to "RODADA.LCK"
               organization is line sequential
           05  tmp-aposta-status                  pic x(01).
           05  tmp-aposta-faixa                   pic x(06).

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

      *>----Diario de auditoria das manutencoes (AUDITORI.DAT), comum aos
      *>----programas de cadastro: quem alterou, quando, em que arquivo e
      *>----chave, com a imagem do registro antes e depois da alteracao
       FD  diario-auditoria.
       01  reg-auditoria.
           05  aud-data                            pic 9(08).
           05  aud-hora                            pic 9(06).
           05  aud-programa                        pic x(10).
           05  aud-operador                        pic x(10).
           05  aud-arquivo                         pic x(12).
           05  aud-operacao                        pic x(01).
           05  aud-chave                           pic x(20).
           05  aud-antes                           pic x(120).
           05  aud-depois                          pic x(120).

       FD  arquivo-trava.
       01  reg-trava.
           05  trv-programa                        pic x(10).
       77  fs-apostadores                          pic x(02).
       77  fs-apostas-tmp                          pic x(02).
       77  fs-trava                                pic x(02).
       77  fs-conta                                pic x(02).
       77  cadastro-aberto-sw                      pic x(01) value "N".
           88  cadastro-aberto                     value "S".
       77  data-atual                              pic 9(06) value 0.
       77  amplitude-faixa                         pic 9(04) value 0.

      *>----Lote de apostas carregado em memoria para a manutencao
       01  tabela-apostas occurs 10000.
           05  tab-apostador                       pic 9(04).
           05  tab-quantidade                      pic 9(02).
           05  tab-numeros occurs 20               pic 9(02).
           05  tab-concurso                        pic 9(04).
           05  tab-status                          pic x(01).
           05  tab-faixa                           pic x(06).
       77  quantidade-apostas                      pic 9(05) value 0.
       77  fichas-na-carga                         pic 9(05) value 0.
       77  ind-aposta                              pic 9(05) value 0.
       77  ficha-escolhida                         pic 9(05) value 0.
       77  limite-apostas                          pic 9(05) value 10000.

      *>----Digitacao e validacao das dezenas da ficha
       77  codigo-apostador                        pic 9(04) value 0.
       77  concurso-alvo                           pic 9(04) value 0.
       77  fichas-pendentes                        pic 9(05) value 0.
       77  quantidade-dezenas                      pic 9(02) value 0.
       77  dezena-digitada                         pic 9(02) value 0.
       77  ind                                     pic 9(02).
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

      *>----Geracao aleatoria da surpresinha
       77  semente                                 pic 9(08).
       77  numero_random                           pic 9(02)V9(4).
       77  dezena-sorteada                         pic 9(02) value 0.
       77  tentativa-sorteio                       pic 9(05) value 0.
       77  fichas-gerar                            pic 9(05) value 0.
       77  ficha-gerada                            pic 9(05) value 0.

      *>----Trilha de auditoria: operador da sessao e dados da alteracao
      *>----a registrar no diario
       77  fs-auditoria                            pic x(02).
       77  operador                                pic x(10) value spaces.
       77  operacao-auditoria                      pic x(01) value space.
       01  chave-auditoria                         pic x(20) value spaces.
       01  imagem-antes                            pic x(120) value spaces.
       01  imagem-depois                           pic x(120) value spaces.

      *>----Montagem da linha de listagem
       01  linha-numeros                           pic x(60) value spaces.
           05  blank screen.
           05  line 01 column 05 value "===== Loteria - Lote de Apostas =====".
           05  line 02 column 05 value "Ficha: ".
           05  line 02 column 12 pic zzzz9 from ficha-escolhida.
           05  line 02 column 18 value "Apostador: ".
           05  line 02 column 29 pic 9(04) from codigo-apostador.
           05  line 03 column 05 value "Dezenas digitadas: ".

                  perform configura-validacao.
                  perform obtem-trava.
                  perform identifica-operador.
                  perform abre-cadastro.
                  perform carrega-lote.
                  perform until opcao-sair
                                  move "10" to fs-apostas
                              not at end
                                  add 1 to fichas-na-carga
                                  if quantidade-apostas < limite-apostas then
                                      add 1 to quantidade-apostas
                                      move reg-aposta-apostador to tab-apostador(quantidade-apostas)
                                      move reg-aposta-quantidade to tab-quantidade(quantidade-apostas)
                                          move spaces to tab-faixa(quantidade-apostas)
                                      end-if
                                  else
                                      display "Limite de " limite-apostas " fichas na tabela atingido."
                                          " Ficha " fichas-na-carga " fora da manutencao,"
                                          " preservada na regravacao."
                                  end-if
       copia-cauda-lote-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Operador da sessão, tirado do usuário do sistema ou perguntado no
      *> console, e conferência do diário de auditoria: sem o diário a
      *> manutenção não roda, para nenhuma alteração ficar sem registro
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       identifica-operador section.

                  move spaces to operador
                  accept operador from environment "USER"
                  perform until operador not = spaces
                      display "Digite a identificacao do operador"
                      accept operador
                  end-perform
                  open extend diario-auditoria
                  if fs-auditoria = "35" then
                      open output diario-auditoria
                  end-if
                  if fs-auditoria not = "00" then
                      display "Falha ao abrir o diario de auditoria AUDITORI.DAT, status "
                          fs-auditoria
                      display "Manutencao encerrada sem tocar no lote."
                      perform libera-trava
                      move 12 to return-code
                      stop run
                  end-if
                  close diario-auditoria
                  .
       identifica-operador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Registro de uma inclusão (I), alteração (A) ou exclusão (E) no
      *> diário de auditoria, com as imagens antes e depois do registro
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       grava-auditoria section.

                  open extend diario-auditoria
                  if fs-auditoria = "35" then
                      open output diario-auditoria
                  end-if
                  if fs-auditoria = "00" then
                      accept data-atual from date
                      accept hora-atual from time
                      compute aud-data = 20000000 + data-atual
                      move hora-atual(1:6) to aud-hora
                      move "LOTEAPOSTA" to aud-programa
                      move operador to aud-operador
                      move "APOSTAS.DAT" to aud-arquivo
                      move operacao-auditoria to aud-operacao
                      move chave-auditoria to aud-chave
                      move imagem-antes to aud-antes
                      move imagem-depois to aud-depois
                      write reg-auditoria
                      close diario-auditoria
                  else
                      display "Falha ao gravar o diario de auditoria, status " fs-auditoria
                  end-if
                  .
       grava-auditoria-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Dados da ficha escolhida para o diário de auditoria: a chave
      *> identifica apostador, concurso-alvo e posição da ficha no lote, e
      *> a imagem depois é a ficha como fica na tabela (a exclusão registra
      *> só a imagem antes)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       audita-ficha section.

                  move spaces to chave-auditoria
                  string tab-apostador(ficha-escolhida) delimited by size
                         " " delimited by size
                         tab-concurso(ficha-escolhida) delimited by size
                         " F" delimited by size
                         ficha-escolhida delimited by size
                         into chave-auditoria
                  end-string
                  if operacao-auditoria = "E" then
                      move spaces to imagem-depois
                  else
                      move tabela-apostas(ficha-escolhida) to imagem-depois
                  end-if
                  perform grava-auditoria
                  .
       audita-ficha-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Menu principal da manutenção
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       confere-apostador-exit.
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
      *> Concurso-alvo da ficha: no bolão cada ficha vale para um único
      *> concurso, conferido quando o resultado oficial for processado.
      *> O concurso precisa estar aberto no calendário; 0000 desiste
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       pergunta-concurso section.

                  move 0 to concurso-alvo
                  move "N" to concurso-sw
                  perform until concurso-aceito or concurso-cancelado
                      display "Digite o concurso-alvo da ficha (ex: 0001; 0000 cancela)"
                      accept concurso-alvo
                      if concurso-alvo = 0 then
                          move "C" to concurso-sw
                      else
                          perform confere-calendario
                      end-if
                  end-perform
                  .
       pergunta-concurso-exit.
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
      *> Inclusão de uma ficha no lote, com as mesmas validações da carga
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       inclui-ficha section.

                  if quantidade-apostas >= limite-apostas then
                      display "Limite de " limite-apostas " fichas no lote atingido."
                  else
                      display "Digite o codigo do apostador da ficha"
                      accept codigo-apostador
                      perform confere-apostador
                      if apostador-ok then
                          perform confere-limite-divida
                          if not divida-ok then
                              move "N" to apostador-ok-sw
                          end-if
                      end-if
                      if apostador-ok then
                          perform pergunta-concurso
                          if concurso-cancelado then
                              move "N" to apostador-ok-sw
                          end-if
                      end-if
                      if apostador-ok then
                          add 1 to quantidade-apostas
                          move quantidade-apostas to ficha-escolhida
                          move codigo-apostador to tab-apostador(ficha-escolhida)
                          move concurso-alvo to tab-concurso(ficha-escolhida)
                          move "P" to tab-status(ficha-escolhida)
                          move spaces to tab-faixa(ficha-escolhida)
                          perform digita-ficha
                          display "Ficha " ficha-escolhida " incluida (pendente)."
                          move "I" to operacao-auditoria
                          move spaces to imagem-antes
                          perform audita-ficha
                      else
                          display "Inclusao cancelada."
                      end-if
                  if ficha-escolhida < 1 or ficha-escolhida > quantidade-apostas then
                      display "Ficha inexistente."
                  else
                      move tabela-apostas(ficha-escolhida) to imagem-antes
                      display "Digite o codigo do apostador da ficha"
                      accept codigo-apostador
                      perform confere-apostador
                      if apostador-ok then
                          perform confere-limite-divida
                          if not divida-ok then
                              move "N" to apostador-ok-sw
                          end-if
                      end-if
                      if apostador-ok then
                          perform pergunta-concurso
                          if concurso-cancelado then
                              move "N" to apostador-ok-sw
                          end-if
                      end-if
                      if apostador-ok then
                          move codigo-apostador to tab-apostador(ficha-escolhida)
                          move concurso-alvo to tab-concurso(ficha-escolhida)
      *>                    ficha redigitada volta a pendente, para entrar
      *>                    na proxima conferencia do concurso-alvo
                          move spaces to tab-faixa(ficha-escolhida)
                          perform digita-ficha
                          display "Ficha " ficha-escolhida " alterada (pendente)."
                          move "A" to operacao-auditoria
                          perform audita-ficha
                      else
                          display "Alteracao cancelada."
                      end-if
                      display "Confirma a exclusao? (S/N)"
                      accept confirma-exclusao
                      if confirma-exclusao = "S" or confirma-exclusao = "s" then
                          move "E" to operacao-auditoria
                          move tabela-apostas(ficha-escolhida) to imagem-antes
                          perform audita-ficha
                          perform varying ind-aposta from ficha-escolhida by 1
                                  until ind-aposta >= quantidade-apostas
                              move tabela-apostas(ind-aposta + 1)

       surpresinha section.

                  if quantidade-apostas >= limite-apostas then
                      display "Limite de " limite-apostas " fichas no lote atingido."
                  else
                      display "Digite o codigo do apostador das fichas surpresinha"
                      accept codigo-apostador
                      perform confere-apostador
                      if apostador-ok then
                          perform confere-limite-divida
                          if not divida-ok then
                              move "N" to apostador-ok-sw
                          end-if
                      end-if
                      if apostador-ok then
                          perform pergunta-concurso
                          if concurso-cancelado then
                              move "N" to apostador-ok-sw
                          end-if
                      end-if
                      if apostador-ok then
                          move 0 to quantidade-dezenas
                          perform until quantidade-dezenas >= qtd-sorteio
                                     and quantidade-dezenas <= 20
                          end-perform
                          move 0 to fichas-gerar
                          perform until fichas-gerar >= 1
                                     and fichas-gerar + quantidade-apostas <= limite-apostas
                              display "Quantas fichas gerar (o lote tem "
                                  quantidade-apostas " de " limite-apostas ")?"
                              accept fichas-gerar
                          end-perform
                          perform varying ficha-gerada from 1 by 1
                              move spaces to tab-faixa(ficha-escolhida)
                              perform gera-ficha-aleatoria
                              perform mostra-ficha
                              move "I" to operacao-auditoria
                              move spaces to imagem-antes
                              perform audita-ficha
                          end-perform
                          display fichas-gerar " fichas surpresinha geradas."
                      else
