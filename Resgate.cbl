      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Resgate".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   15/10/2026 - versao inicial: controle de resgate dos premios
      *>                gerados pela conferencia do Loteria (PREMIOS.DAT),
      *>                com tela para registrar a data e o valor recebido
      *>                na loterica dentro do prazo de prescricao, anulacao
      *>                de resgate lancado por engano e consulta dos
      *>                premios de um concurso; registros no diario de
      *>                auditoria (AUDITORI.DAT) e trava compartilhada com
      *>                a rodada (RODADA.LCK)
      *>   15/10/2026 - imagem do premio no diario de auditoria limitada
      *>                aos 85 primeiros bytes do registro (tudo menos as
      *>                dezenas), para o valor recebido nunca ser cortado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select premios-resgate
               assign to "PREMIOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is prm-chave
               file status is fs-premios.
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.
           select arquivo-trava
               assign to "RODADA.LCK"
               organization is line sequential
               file status is fs-trava.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

      *>----Premios a resgatar gerados pela conferencia, um por ficha
      *>----premiada (concurso e posicao da ficha no lote); situacao P
      *>----pendente e R resgatado, com a data e o valor recebido
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
           05  trv-data                            pic 9(06).
           05  trv-hora                            pic 9(06).
           05  trv-rodada                          pic 9(12).

       *>----Variaveis de trabalho
       working-storage section.
       77  opcao-menu                              pic x(01) value space.
           88  opcao-resgatar                      value "R" "r".
           88  opcao-anular                        value "A" "a".
           88  opcao-consultar                     value "C" "c".
           88  opcao-sair                          value "S" "s".
       77  confirma-anulacao                       pic x(01) value "N".
       77  fs-premios                              pic x(02).
       77  fs-trava                                pic x(02).
       77  data-atual                              pic 9(06) value 0.
       77  hora-atual                              pic 9(08) value 0.
       77  data-hoje                               pic 9(08) value 0.
       77  ret-arquivo                             pic s9(09) comp-5.

      *>----Idade da trava de execucao: trava mais velha que o limite de
      *>----horas e tratada como orfa de execucao abortada
       77  horas-trava-orfa                        pic 9(03) value 6.
       77  minutos-trava                           pic 9(12) value 0.
       77  minutos-agora                           pic 9(12) value 0.
       77  idade-trava                             pic s9(12) value 0.
       77  hh-trava                                pic 9(02) value 0.
       77  mm-trava                                pic 9(02) value 0.

      *>----Trilha de auditoria: operador da sessao e dados da alteracao
      *>----a registrar no diario; a imagem do premio leva os 85
      *>----primeiros bytes do registro (da chave ate prm-quantidade),
      *>----sem as dezenas, que nao cabem nos 120 bytes do diario
       77  fs-auditoria                            pic x(02).
       77  operador                                pic x(10) value spaces.
       77  operacao-auditoria                      pic x(01) value space.
       01  chave-auditoria                         pic x(20) value spaces.
       01  imagem-antes                            pic x(120) value spaces.
       01  imagem-depois                           pic x(120) value spaces.

      *>----Resgate digitado na tela e sua validacao
       77  data-resgate                            pic 9(08) value 0.
       77  valor-recebido                          pic 9(11)v99 value 0.
       77  resgate-valido-sw                       pic x(01) value "N".
           88  resgate-valido                      value "S".
       77  data-em-validacao                       pic 9(08) value 0.
       77  data-valida-sw                          pic x(01) value "N".
           88  data-valida                         value "S".
       01  data-decomposta.
           05  dat-ano                             pic 9(04).
           05  dat-mes                             pic 9(02).
           05  dat-dia                             pic 9(02).
       77  ultimo-dia-mes                          pic 9(02) value 0.
       77  resto-bissexto                          pic 9(04) value 0.

      *>----Consulta dos premios de um concurso
       77  concurso-consulta                       pic 9(04) value 0.
       77  quantidade-listada                      pic 9(05) value 0.
       77  dias-restantes                          pic s9(05) value 0.
       77  dias-editados                           pic zz9.
       01  situacao-premio                         pic x(10) value spaces.
       01  data-sorteio-editada                    pic x(10) value spaces.
       01  data-prescricao-editada                 pic x(10) value spaces.
       01  data-resgate-editada                    pic x(10) value spaces.
       77  valor-editado                           pic z(10)9,99.
       77  recebido-editado                        pic z(10)9,99.
       01  linha-dezenas                           pic x(60) value spaces.
       77  posicao-linha                           pic 9(02) value 1.
       77  ind                                     pic 9(02) value 0.

      *>----Variaveis da tela de resgate
       01  mensagem-tela                           pic x(40) value spaces.

       *>----Declaração de tela
       screen section.
       01  tela-resgate.
           05  blank screen.
           05  line 01 column 05 value "===== Loteria - Resgate de Premios =====".
           05  line 03 column 05 pic x(40) from mensagem-tela.
           05  line 05 column 05 value "Concurso...........: ".
           05  line 05 column 26 pic 9(04) from prm-concurso.
           05  line 05 column 33 value "Ficha: ".
           05  line 05 column 40 pic 9(05) from prm-ficha.
           05  line 06 column 05 value "Apostador..........: ".
           05  line 06 column 26 pic 9(04) from prm-apostador.
           05  line 07 column 05 value "Faixa..............: ".
           05  line 07 column 26 pic x(06) from prm-faixa.
           05  line 08 column 05 value "Dezenas............: ".
           05  line 08 column 26 pic x(60) from linha-dezenas.
           05  line 09 column 05 value "Premio apurado.....: ".
           05  line 09 column 26 pic z(10)9,99 from prm-valor.
           05  line 10 column 05 value "Data do sorteio....: ".
           05  line 10 column 26 pic x(10) from data-sorteio-editada.
           05  line 11 column 05 value "Prescreve em.......: ".
           05  line 11 column 26 pic x(10) from data-prescricao-editada.
           05  line 13 column 05 value "Data do resgate....: ".
           05  line 13 column 26 pic 9(08) using data-resgate.
           05  line 13 column 36 value "(AAAAMMDD)".
           05  line 14 column 05 value "Valor recebido.....: ".
           05  line 14 column 26 pic 9(11)v99 using valor-recebido.

       *>Declaração do corpo do programa
       procedure Division.

                  perform identifica-operador.
                  perform obtem-trava.
                  perform abre-premios.
                  perform until opcao-sair
                      perform exibe-menu
                      evaluate true
                          when opcao-resgatar
                              perform registra-resgate
                          when opcao-anular
                              perform anula-resgate
                          when opcao-consultar
                              perform consulta-premios
                          when opcao-sair
                              continue
                          when other
                              display "Opcao invalida."
                      end-evaluate
                  end-perform.
                  perform fecha-premios.
                  perform libera-trava.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura do arquivo de prêmios; o arquivo nasce na primeira
      *> conferência com ficha premiada, sem ele não há o que resgatar
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-premios section.

                  open i-o premios-resgate
                  if fs-premios not = "00" then
                      if fs-premios = "35" then
                          display "Nenhum premio registrado ainda: PREMIOS.DAT inexistente."
                          move 2 to return-code
                      else
                          display "Nao foi possivel abrir o arquivo de premios, status " fs-premios
                          move 12 to return-code
                      end-if
                      perform libera-trava
                      stop run
                  end-if
                  .
       abre-premios-exit.
                  exit.

       fecha-premios section.

                  close premios-resgate
                  .
       fecha-premios-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Operador da sessão, tirado do usuário do sistema ou perguntado no
      *> console, e conferência do diário de auditoria: sem o diário o
      *> resgate não roda, para nenhuma alteração ficar sem registro
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
                      display "Resgate encerrado sem tocar nos premios."
                      move 12 to return-code
                      stop run
                  end-if
                  close diario-auditoria
                  .
       identifica-operador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Registro do resgate e da anulação de resgate no diário de
      *> auditoria, como alteração (A) do prêmio, com as imagens antes e
      *> depois do registro
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
                      move "RESGATE" to aud-programa
                      move operador to aud-operador
                      move "PREMIOS.DAT" to aud-arquivo
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
      *> Trava compartilhada com o Loteria (RODADA.LCK): os prêmios não
      *> são alterados enquanto uma rodada estiver em curso; uma trava
      *> mais velha que o limite de horas é tratada como órfã de execução
      *> abortada, reportada e substituída
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
                              display "Resgate encerrado sem alteracoes."
                              move 4 to return-code
                              stop run
                          else
                              display "Trava orfa de execucao abortada encontrada"
                                  " (programa " trv-programa " de "
                                  trv-data " " trv-hora ")."
                              display "Trava orfa removida, o resgate segue."
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
                      move "RESGATE" to trv-programa
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
      *> Menu principal do resgate de prêmios
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       exibe-menu section.

                  display " "
                  display "===== Resgate de Premios ====="
                  display "(R) registrar resgate   (A) anular resgate   (C) consultar concurso   (S) sair"
                  accept opcao-menu
                  .
       exibe-menu-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Localiza o prêmio pelo concurso e pela ficha (posição da ficha no
      *> lote, como no relatório da conferência)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-premio section.

                  display "Digite o numero do concurso"
                  accept prm-concurso
                  display "Digite o numero da ficha"
                  accept prm-ficha
                  read premios-resgate
                      invalid key
                          display "Nao ha premio do concurso " prm-concurso
                              " para a ficha " prm-ficha "."
                  end-read
                  .
       le-premio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Registro do resgate feito na lotérica: data do resgate (hoje, se
      *> não informada) entre o sorteio e a prescrição e valor recebido
      *> (o apurado, se não informado); o prêmio prescrito não é mais
      *> resgatável
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       registra-resgate section.

                  perform le-premio
                  if fs-premios = "00" then
                      perform edita-premio
                      if prm-resgatado then
                          move prm-valor-recebido to recebido-editado
                          display "Premio ja resgatado em " data-resgate-editada
                              ", valor recebido " recebido-editado
                      else
                          move reg-premio(1:85) to imagem-antes
                          accept data-atual from date
                          compute data-hoje = 20000000 + data-atual
                          move data-hoje to data-resgate
                          move prm-valor to valor-recebido
                          move "Registro de resgate" to mensagem-tela
                          display tela-resgate
                          accept tela-resgate
                          perform valida-resgate
                          if not resgate-valido then
                              display "Resgate cancelado."
                          else
                              move "R" to prm-situacao
                              move data-resgate to prm-data-resgate
                              move valor-recebido to prm-valor-recebido
                              rewrite reg-premio
                                  invalid key
                                      display "Falha ao regravar, status " fs-premios
                                  not invalid key
                                      display "Resgate do concurso " prm-concurso
                                          " ficha " prm-ficha " registrado."
                                      move "A" to operacao-auditoria
                                      perform monta-chave-auditoria
                                      move reg-premio(1:85) to imagem-depois
                                      perform grava-auditoria
                              end-rewrite
                          end-if
                      end-if
                  end-if
                  .
       registra-resgate-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Validação do resgate digitado: data válida, não anterior ao
      *> sorteio, não futura e dentro do prazo de prescrição; valor
      *> recebido diferente do apurado é aceito com aviso
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-resgate section.

                  move "S" to resgate-valido-sw
                  move data-resgate to data-em-validacao
                  perform valida-data
                  if not data-valida then
                      display "Data do resgate " data-resgate " invalida."
                      move "N" to resgate-valido-sw
                  else
                      if data-resgate < prm-data-sorteio then
                          display "Data do resgate anterior ao sorteio do concurso."
                          move "N" to resgate-valido-sw
                      end-if
                      if data-resgate > data-hoje then
                          display "Data do resgate " data-resgate " no futuro."
                          move "N" to resgate-valido-sw
                      end-if
                      if data-resgate > prm-data-prescricao then
                          display "Premio prescrito em " data-prescricao-editada
                              ": resgate nao e mais possivel."
                          move "N" to resgate-valido-sw
                      end-if
                  end-if
                  if valor-recebido = 0 then
                      display "Valor recebido nao informado."
                      move "N" to resgate-valido-sw
                  end-if
                  if resgate-valido and valor-recebido not = prm-valor then
                      move valor-recebido to recebido-editado
                      move prm-valor to valor-editado
                      display "ATENCAO: valor recebido " recebido-editado
                          " difere do premio apurado " valor-editado
                  end-if
                  .
       valida-resgate-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Anulação de um resgate registrado por engano: o prêmio volta a
      *> pendente, com confirmação
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       anula-resgate section.

                  perform le-premio
                  if fs-premios = "00" then
                      perform edita-premio
                      if not prm-resgatado then
                          display "Premio do concurso " prm-concurso " ficha " prm-ficha
                              " nao consta como resgatado."
                      else
                          move prm-valor-recebido to recebido-editado
                          display "Anular o resgate de " data-resgate-editada
                              ", valor " recebido-editado "? (S/N)"
                          accept confirma-anulacao
                          if confirma-anulacao = "S" or confirma-anulacao = "s" then
                              move reg-premio(1:85) to imagem-antes
                              move "P" to prm-situacao
                              move 0 to prm-data-resgate
                              move 0 to prm-valor-recebido
                              rewrite reg-premio
                                  invalid key
                                      display "Falha ao regravar, status " fs-premios
                                  not invalid key
                                      display "Resgate anulado, premio pendente de novo."
                                      move "A" to operacao-auditoria
                                      perform monta-chave-auditoria
                                      move reg-premio(1:85) to imagem-depois
                                      perform grava-auditoria
                              end-rewrite
                          else
                              display "Anulacao cancelada."
                          end-if
                      end-if
                  end-if
                  .
       anula-resgate-exit.
                  exit.

       monta-chave-auditoria section.

                  move spaces to chave-auditoria
                  string prm-concurso delimited by size
                         " F" delimited by size
                         prm-ficha delimited by size
                         into chave-auditoria
                  end-string
                  .
       monta-chave-auditoria-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Consulta dos prêmios de um concurso, com a situação de cada um e
      *> os dias que faltam para a prescrição dos pendentes
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       consulta-premios section.

                  display "Digite o numero do concurso"
                  accept concurso-consulta
                  accept data-atual from date
                  compute data-hoje = 20000000 + data-atual
                  move 0 to quantidade-listada
                  move concurso-consulta to prm-concurso
                  move 0 to prm-ficha
                  start premios-resgate key >= prm-chave
                      invalid key
                          move "10" to fs-premios
                  end-start
                  display "===== Premios do concurso " concurso-consulta " ====="
                  display "Ficha Apost Faixa            Premio Prescreve  Situacao   Resgate"
                  perform until fs-premios not = "00"
                      read premios-resgate next
                          at end
                              move "10" to fs-premios
                          not at end
                              if prm-concurso not = concurso-consulta then
                                  move "10" to fs-premios
                              else
                                  add 1 to quantidade-listada
                                  perform mostra-premio
                              end-if
                      end-read
                  end-perform
                  display "Total de premios: " quantidade-listada
                  move "00" to fs-premios
                  .
       consulta-premios-exit.
                  exit.

       mostra-premio section.

                  perform edita-premio
                  evaluate true
                      when prm-resgatado
                          move "RESGATADO" to situacao-premio
                      when data-hoje > prm-data-prescricao
                          move "PRESCRITO" to situacao-premio
                      when other
                          compute dias-restantes =
                              function integer-of-date(prm-data-prescricao)
                              - function integer-of-date(data-hoje)
                          move dias-restantes to dias-editados
                          move spaces to situacao-premio
                          string "FALTAM " delimited by size
                                 dias-editados delimited by size
                                 into situacao-premio
                          end-string
                  end-evaluate
                  move prm-valor to valor-editado
                  display prm-ficha " " prm-apostador " " prm-faixa " " valor-editado " "
                      data-prescricao-editada " " situacao-premio " " data-resgate-editada
                  .
       mostra-premio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Edição das datas e das dezenas do prêmio para a tela e a consulta
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       edita-premio section.

                  move spaces to data-sorteio-editada
                  string prm-data-sorteio(7:2) "/" prm-data-sorteio(5:2) "/"
                         prm-data-sorteio(1:4)
                         delimited by size into data-sorteio-editada
                  end-string
                  move spaces to data-prescricao-editada
                  string prm-data-prescricao(7:2) "/" prm-data-prescricao(5:2) "/"
                         prm-data-prescricao(1:4)
                         delimited by size into data-prescricao-editada
                  end-string
                  move spaces to data-resgate-editada
                  if prm-data-resgate > 0 then
                      string prm-data-resgate(7:2) "/" prm-data-resgate(5:2) "/"
                             prm-data-resgate(1:4)
                             delimited by size into data-resgate-editada
                      end-string
                  end-if
                  move spaces to linha-dezenas
                  move 1 to posicao-linha
                  perform varying ind from 1 by 1 until ind > prm-quantidade or ind > 20
                      move prm-dezenas(ind) to linha-dezenas(posicao-linha:2)
                      add 3 to posicao-linha
                  end-perform
                  .
       edita-premio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Valida uma data (AAAAMMDD): mês entre 01 e 12 e dia dentro do
      *> tamanho do mês, considerando ano bissexto
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-data section.

                  move "N" to data-valida-sw
                  move data-em-validacao to data-decomposta
                  if dat-ano < 1990 or dat-mes < 1 or dat-mes > 12 or dat-dia < 1 then
                      continue
                  else
                      evaluate dat-mes
                          when 01
                          when 03
                          when 05
                          when 07
                          when 08
                          when 10
                          when 12
                              move 31 to ultimo-dia-mes
                          when 04
                          when 06
                          when 09
                          when 11
                              move 30 to ultimo-dia-mes
                          when 02
                              divide dat-ano by 4 giving resto-bissexto
                                  remainder resto-bissexto
                              if resto-bissexto = 0 then
                                  move 29 to ultimo-dia-mes
                              else
                                  move 28 to ultimo-dia-mes
                              end-if
                      end-evaluate
                      if dat-dia <= ultimo-dia-mes then
                          move "S" to data-valida-sw
                      end-if
                  end-if
                  .
       valida-data-exit.
                  exit.
