      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "ContaCor".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 28/09/2026.
       Date-compiled. 28/09/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   28/09/2026 - versao inicial: conta corrente permanente do
      *>                apostador (CONTACOR.DAT) em arquivo indexado por
      *>                apostador e sequencia do movimento, com lancamento
      *>                de depositos, premios pagos e ajustes, extrato com
      *>                saldo corrente entre rodadas (EXTRCC.TXT) e limite
      *>                de saldo devedor para novas fichas; o rateio de
      *>                cada rodada e lancado pelo Fechamento
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select conta-corrente
               assign to "CONTACOR.DAT"
               organization is indexed
               access mode is dynamic
               record key is cta-chave
               file status is fs-conta.
           select cadastro-apostadores
               assign to "APOSTDOR.DAT"
               organization is indexed
               access mode is random
               record key is apo-codigo
               file status is fs-apostadores.
           select arquivo-extrato
               assign to "EXTRCC.TXT"
               organization is line sequential
               file status is fs-extrato.
           select arquivo-trava
               assign to "RODADA.LCK"
               organization is line sequential
               file status is fs-trava.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

      *>----Movimentos da conta corrente: valor positivo e credito do
      *>----apostador (deposito, rateio a receber) e negativo e debito
      *>----(premio pago a ele, rateio a aportar); o registro de controle
      *>----0000/000000 (tipo L) guarda o limite de saldo devedor
       FD  conta-corrente.
       01  reg-conta.
           05  cta-chave.
               10  cta-codigo                      pic 9(04).
               10  cta-sequencia                   pic 9(06).
           05  cta-data                            pic 9(08).
           05  cta-tipo                            pic x(01).
               88  cta-rateio                      value "R".
               88  cta-deposito                    value "D".
               88  cta-premio-pago                 value "P".
               88  cta-ajuste                      value "A".
               88  cta-controle                    value "L".
           05  cta-valor                           pic s9(13)v99
                                                   sign leading separate.
           05  cta-rodada                          pic 9(12).
           05  cta-historico                       pic x(30).

       FD  cadastro-apostadores.
       01  reg-apostador.
           05  apo-codigo                          pic 9(04).
           05  apo-nome                            pic x(30).
           05  apo-cota                            pic 9(03)v99.

       FD  arquivo-extrato.
       01  reg-extrato                             pic x(120).

       FD  arquivo-trava.
       01  reg-trava.
           05  trv-programa                        pic x(10).
           05  trv-data                            pic 9(06).
           05  trv-hora                            pic 9(06).
           05  trv-rodada                          pic 9(12).

       *>----Variaveis de trabalho
       working-storage section.
       77  opcao-menu                              pic x(01) value space.
           88  opcao-deposito                      value "D" "d".
           88  opcao-premio-pago                   value "P" "p".
           88  opcao-ajuste                        value "A" "a".
           88  opcao-extrato                       value "X" "x".
           88  opcao-limite                        value "T" "t".
           88  opcao-sair                          value "S" "s".
       77  fs-conta                                pic x(02).
       77  fs-apostadores                          pic x(02).
       77  fs-extrato                              pic x(02).
       77  fs-trava                                pic x(02).
       77  cadastro-aberto-sw                      pic x(01) value "N".
           88  cadastro-aberto                     value "S".
       77  data-atual                              pic 9(06) value 0.
       77  hora-atual                              pic 9(08) value 0.
       77  ret-arquivo                             pic s9(09) comp-5.

      *>----Idade da trava de execucao: trava mais velha que o limite de
      *>----horas e tratada como orfa de execucao abortada
       77  horas-trava-orfa                        pic 9(03) value 6.
       77  minutos-trava                           pic 9(12) value 0.
       77  minutos-agora                           pic 9(12) value 0.
       77  idade-trava                             pic s9(12) value 0.
       77  hh-trava                                pic 9(02) value 0.
       77  mm-trava                                pic 9(02) value 0.

      *>----Lancamento de movimento
       77  codigo-apostador                        pic 9(04) value 0.
       77  tipo-lancamento                         pic x(01) value space.
       77  valor-lancamento                        pic 9(13)v99 value 0.
       77  historico-lancamento                    pic x(30) value spaces.
       77  natureza-ajuste                         pic x(01) value space.
           88  ajuste-credito                      value "C" "c".
           88  ajuste-debito                       value "D" "d".
       77  apostador-ok-sw                         pic x(01) value "N".
           88  apostador-ok                        value "S".

      *>----Posicao da conta do apostador: saldo e ultima sequencia usada
       77  saldo-conta                             pic s9(13)v99 value 0.
       77  ultima-sequencia                        pic 9(06) value 0.
       77  limite-divida                           pic 9(13)v99 value 0.

      *>----Extrato com saldo corrente
       77  codigo-extrato                          pic 9(04) value 0.
       77  codigo-anterior                         pic 9(04) value 0.
       77  saldo-corrente                          pic s9(13)v99 value 0.
       77  saldo-geral                             pic s9(13)v99 value 0.
       77  movimentos-listados                     pic 9(07) value 0.
       77  descricao-tipo                          pic x(11) value spaces.
       77  valor-editado                           pic -(13)9,99.
       77  saldo-editado                           pic -(13)9,99.
       77  limite-editado                          pic z(12)9,99.
       77  linha-extrato                           pic x(120) value spaces.

      *>----Variaveis da tela de lancamento
       01  mensagem-tela                           pic x(40) value spaces.

       *>----Declaração de tela
       screen section.
       01  tela-lancamento.
           05  blank screen.
           05  line 01 column 05 value "===== Loteria - Conta Corrente do Apostador =====".
           05  line 03 column 05 pic x(40) from mensagem-tela.
           05  line 05 column 05 value "Apostador: ".
           05  line 05 column 17 pic 9(04) using codigo-apostador.
           05  line 07 column 05 value "Valor....: ".
           05  line 07 column 17 pic 9(13)v99 using valor-lancamento.
           05  line 09 column 05 value "Historico: ".
           05  line 09 column 17 pic x(30) using historico-lancamento.

       *>Declaração do corpo do programa
       procedure Division.

                  perform obtem-trava.
                  perform abre-arquivos.
                  perform until opcao-sair
                      perform exibe-menu
                      evaluate true
                          when opcao-deposito
                              move "D" to tipo-lancamento
                              move "Deposito do apostador" to mensagem-tela
                              perform lanca-movimento
                          when opcao-premio-pago
                              move "P" to tipo-lancamento
                              move "Premio pago ao apostador" to mensagem-tela
                              perform lanca-movimento
                          when opcao-ajuste
                              move "A" to tipo-lancamento
                              move "Ajuste manual" to mensagem-tela
                              perform lanca-movimento
                          when opcao-extrato
                              perform emite-extrato
                          when opcao-limite
                              perform define-limite
                          when opcao-sair
                              continue
                          when other
                              display "Opcao invalida."
                      end-evaluate
                  end-perform.
                  perform fecha-arquivos.
                  perform libera-trava.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura da conta corrente, criando o arquivo na primeira
      *> utilização, e do cadastro de apostadores para a conferência do
      *> código e o nome no extrato
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-arquivos section.

                  open i-o conta-corrente
                  if fs-conta = "35" then
                      open output conta-corrente
                      close conta-corrente
                      open i-o conta-corrente
                  end-if
                  if fs-conta not = "00" then
                      display "Nao foi possivel abrir a conta corrente, status " fs-conta
                      perform libera-trava
                      stop run
                  end-if
                  open input cadastro-apostadores
                  if fs-apostadores = "00" then
                      move "S" to cadastro-aberto-sw
                  else
                      move "N" to cadastro-aberto-sw
                      display "Cadastro de apostadores indisponivel, status " fs-apostadores
                      display "Lancamentos serao aceitos sem conferencia do codigo."
                  end-if
                  .
       abre-arquivos-exit.
                  exit.

       fecha-arquivos section.

                  close conta-corrente
                  if cadastro-aberto then
                      close cadastro-apostadores
                  end-if
                  .
       fecha-arquivos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Trava compartilhada com o Loteria (RODADA.LCK): a conta corrente
      *> não recebe lançamentos enquanto uma rodada estiver em curso; uma
      *> trava mais velha que o limite de horas é tratada como órfã de
      *> execução abortada, reportada e substituída
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       obtem-trava section.

                  accept data-atual from date
                  open input arquivo-trava
                  evaluate fs-trava
                      when "35"
                          perform grava-trava
                      when "00"
                          read arquivo-trava
                              at end
                                  continue
                          end-read
                          close arquivo-trava
                          perform calcula-idade-trava
                          if idade-trava < horas-trava-orfa * 60 then
                              display "Ja existe uma execucao em curso sobre os"
                                  " arquivos da rodada:"
                              display "  programa " trv-programa " desde "
                                  trv-data " " trv-hora
                              display "Se aquela execucao abortou, a trava sera"
                                  " tratada como orfa apos " horas-trava-orfa
                                  " horas (ou remova RODADA.LCK)."
                              display "Conta corrente encerrada sem lancamentos."
                              move 4 to return-code
                              stop run
                          else
                              display "Trava orfa de execucao abortada encontrada"
                                  " (programa " trv-programa " de "
                                  trv-data " " trv-hora ")."
                              display "Trava orfa removida, a conta corrente segue."
                              perform libera-trava
                              perform grava-trava
                          end-if
                      when other
                          display "Falha ao verificar a trava de execucao, status " fs-trava
                          move 12 to return-code
                          stop run
                  end-evaluate
                  .
       obtem-trava-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Idade da trava encontrada, em minutos, a partir da data e da hora
      *> gravadas nela; trava ilegível conta como velhíssima (órfã)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       calcula-idade-trava section.

                  if trv-data is numeric and trv-hora is numeric then
                      move trv-hora(1:2) to hh-trava
                      move trv-hora(3:2) to mm-trava
                      compute minutos-trava =
                          (function integer-of-date(20000000 + trv-data) * 1440)
                          + (hh-trava * 60) + mm-trava
                      accept data-atual from date
                      accept hora-atual from time
                      move hora-atual(1:2) to hh-trava
                      move hora-atual(3:2) to mm-trava
                      compute minutos-agora =
                          (function integer-of-date(20000000 + data-atual) * 1440)
                          + (hh-trava * 60) + mm-trava
                      compute idade-trava = minutos-agora - minutos-trava
                  else
                      compute idade-trava = 999999
                  end-if
                  .
       calcula-idade-trava-exit.
                  exit.

       grava-trava section.

                  open output arquivo-trava
                  if fs-trava = "00" then
                      move "CONTACOR" to trv-programa
                      accept hora-atual from time
                      move data-atual to trv-data
                      move hora-atual(1:6) to trv-hora
                      move 0 to trv-rodada
                      write reg-trava
                      close arquivo-trava
                  else
                      display "Falha ao gravar a trava de execucao, status " fs-trava
                      move 12 to return-code
                      stop run
                  end-if
                  .
       grava-trava-exit.
                  exit.

       libera-trava section.

                  call "CBL_DELETE_FILE"
                      using "RODADA.LCK"
                      returning ret-arquivo
                  .
       libera-trava-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Menu principal da conta corrente
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       exibe-menu section.

                  display " "
                  display "===== Conta Corrente do Apostador ====="
                  display "(D) deposito   (P) premio pago   (A) ajuste   (X) extrato"
                      "   (T) limite de divida   (S) sair"
                  accept opcao-menu
                  .
       exibe-menu-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Lançamento de um movimento na conta do apostador: depósito entra
      *> a crédito, prêmio pago entra a débito e o ajuste tem a natureza
      *> escolhida pelo operador; o movimento recebe a próxima sequência
      *> da conta
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lanca-movimento section.

                  move 0 to codigo-apostador
                  move 0 to valor-lancamento
                  move spaces to historico-lancamento
                  display tela-lancamento
                  accept tela-lancamento
                  perform confere-apostador
                  if not apostador-ok then
                      display "Lancamento cancelado."
                  else
                      if valor-lancamento = 0 then
                          display "Valor zero nao e lancado. Lancamento cancelado."
                      else
                          move space to natureza-ajuste
                          if tipo-lancamento = "A" then
                              perform until ajuste-credito or ajuste-debito
                                  display "Ajuste a (C) credito ou a (D) debito do apostador?"
                                  accept natureza-ajuste
                              end-perform
                          end-if
                          perform posiciona-conta
                          move codigo-apostador to cta-codigo
                          compute cta-sequencia = ultima-sequencia + 1
                          accept data-atual from date
                          compute cta-data = 20000000 + data-atual
                          move tipo-lancamento to cta-tipo
                          if tipo-lancamento = "P" or ajuste-debito then
                              compute cta-valor = 0 - valor-lancamento
                          else
                              move valor-lancamento to cta-valor
                          end-if
                          move 0 to cta-rodada
                          move historico-lancamento to cta-historico
                          write reg-conta
                              invalid key
                                  display "Falha ao gravar o movimento, status " fs-conta
                              not invalid key
                                  add cta-valor to saldo-conta
                                  move saldo-conta to saldo-editado
                                  display "Movimento " cta-sequencia " lancado. Saldo do apostador: "
                                      saldo-editado
                          end-write
                      end-if
                  end-if
                  .
       lanca-movimento-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Conferência do código do apostador no cadastro indexado mantido
      *> pelo programa Apostador
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       confere-apostador section.

                  move "N" to apostador-ok-sw
                  if codigo-apostador = 0 then
                      display "Codigo 0000 nao e permitido."
                  else
                      if cadastro-aberto then
                          move codigo-apostador to apo-codigo
                          read cadastro-apostadores
                              invalid key
                                  display "Apostador " codigo-apostador " nao cadastrado."
                              not invalid key
                                  display "Apostador: " apo-nome
                                  move "S" to apostador-ok-sw
                          end-read
                      else
                          move "S" to apostador-ok-sw
                      end-if
                  end-if
                  .
       confere-apostador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Posição da conta do apostador corrente: soma dos movimentos e
      *> última sequência usada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       posiciona-conta section.

                  move 0 to saldo-conta
                  move 0 to ultima-sequencia
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
                                  move cta-sequencia to ultima-sequencia
                              end-if
                      end-read
                  end-perform
                  move "00" to fs-conta
                  .
       posiciona-conta-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Limite de saldo devedor acima do qual o apostador não faz fichas
      *> novas (zero = sem limite), guardado no registro de controle
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       define-limite section.

                  move 0 to cta-codigo
                  move 0 to cta-sequencia
                  read conta-corrente
                      invalid key
                          move 0 to limite-divida
                      not invalid key
                          move cta-valor to limite-divida
                  end-read
                  move limite-divida to limite-editado
                  display "Limite atual de saldo devedor (zero = sem limite): " limite-editado
                  display "Digite o novo limite"
                  accept limite-divida
                  move 0 to cta-codigo
                  move 0 to cta-sequencia
                  accept data-atual from date
                  compute cta-data = 20000000 + data-atual
                  move "L" to cta-tipo
                  move limite-divida to cta-valor
                  move 0 to cta-rodada
                  move "LIMITE DE SALDO DEVEDOR" to cta-historico
                  rewrite reg-conta
                      invalid key
                          write reg-conta
                              invalid key
                                  display "Falha ao gravar o limite, status " fs-conta
                          end-write
                  end-rewrite
                  move limite-divida to limite-editado
                  display "Limite de saldo devedor: " limite-editado
                  .
       define-limite-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Extrato da conta corrente, de um apostador ou de todos, com o
      *> saldo corrente movimento a movimento, em arquivo e no console
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-extrato section.

                  display "Digite o codigo do apostador (0000 = todos)"
                  accept codigo-extrato
                  open output arquivo-extrato
                  if fs-extrato not = "00" then
                      display "Falha ao abrir o extrato, status " fs-extrato
                  else
                      accept data-atual from date
                      move spaces to linha-extrato
                      string "===== Extrato da conta corrente - emitido em " delimited by size
                             data-atual delimited by size
                             " =====" delimited by size
                             into linha-extrato
                      end-string
                      perform emite-linha
                      move 0 to codigo-anterior
                      move 0 to saldo-corrente
                      move 0 to saldo-geral
                      move 0 to movimentos-listados
      *>                o registro de controle (0000) nao entra no extrato
                      if codigo-extrato = 0 then
                          move 1 to cta-codigo
                      else
                          move codigo-extrato to cta-codigo
                      end-if
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
                                  if codigo-extrato not = 0
                                     and cta-codigo not = codigo-extrato then
                                      move "10" to fs-conta
                                  else
                                      perform emite-movimento
                                  end-if
                          end-read
                      end-perform
                      move "00" to fs-conta
                      if movimentos-listados = 0 then
                          move "Nenhum movimento na conta corrente." to linha-extrato
                          perform emite-linha
                      else
                          perform emite-saldo-apostador
                          if codigo-extrato = 0 then
                              move saldo-geral to saldo-editado
                              move spaces to linha-extrato
                              string "Saldo geral das contas.......: " delimited by size
                                     saldo-editado delimited by size
                                     into linha-extrato
                              end-string
                              perform emite-linha
                          end-if
                      end-if
                      close arquivo-extrato
                      display "Extrato gravado em EXTRCC.TXT"
                  end-if
                  .
       emite-extrato-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Linha de um movimento do extrato, abrindo o bloco do apostador na
      *> troca de código
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-movimento section.

                  if cta-codigo not = codigo-anterior then
                      if codigo-anterior not = 0 then
                          perform emite-saldo-apostador
                      end-if
                      move cta-codigo to codigo-anterior
                      move 0 to saldo-corrente
                      if cadastro-aberto then
                          move cta-codigo to apo-codigo
                          read cadastro-apostadores
                              invalid key
                                  move "*** NAO CADASTRADO ***" to apo-nome
                          end-read
                      else
                          move "*** CADASTRO INDISPONIVEL ***" to apo-nome
                      end-if
                      move spaces to linha-extrato
                      perform emite-linha
                      move spaces to linha-extrato
                      string "Apostador " delimited by size
                             cta-codigo delimited by size
                             " - " delimited by size
                             apo-nome delimited by size
                             into linha-extrato
                      end-string
                      perform emite-linha
                      move "DATA     TIPO        HISTORICO                                  VALOR              SALDO"
                          to linha-extrato
                      perform emite-linha
                  end-if
                  add cta-valor to saldo-corrente
                  add cta-valor to saldo-geral
                  add 1 to movimentos-listados
                  evaluate true
                      when cta-rateio
                          move "RATEIO" to descricao-tipo
                      when cta-deposito
                          move "DEPOSITO" to descricao-tipo
                      when cta-premio-pago
                          move "PREMIO PAGO" to descricao-tipo
                      when cta-ajuste
                          move "AJUSTE" to descricao-tipo
                      when other
                          move cta-tipo to descricao-tipo
                  end-evaluate
                  move cta-valor to valor-editado
                  move saldo-corrente to saldo-editado
                  move spaces to linha-extrato
                  move cta-data to linha-extrato(1:8)
                  move descricao-tipo to linha-extrato(10:11)
                  move cta-historico to linha-extrato(22:30)
                  move valor-editado to linha-extrato(53:17)
                  move saldo-editado to linha-extrato(71:17)
                  perform emite-linha
                  .
       emite-movimento-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Saldo final do apostador no extrato
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-saldo-apostador section.

                  move saldo-corrente to saldo-editado
                  move spaces to linha-extrato
                  if saldo-corrente < 0 then
                      string "Saldo devedor do apostador...: " delimited by size
                             saldo-editado delimited by size
                             into linha-extrato
                      end-string
                  else
                      string "Saldo credor do apostador....: " delimited by size
                             saldo-editado delimited by size
                             into linha-extrato
                      end-string
                  end-if
                  perform emite-linha
                  .
       emite-saldo-apostador-exit.
                  exit.

       emite-linha section.

                  display linha-extrato
                  move linha-extrato to reg-extrato
                  write reg-extrato
                  .
       emite-linha-exit.
                  exit.
