      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Calendario".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 12/10/2026.
       Date-compiled. 12/10/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   12/10/2026 - versao inicial: calendario dos concursos
      *>                (CALENDAR.DAT) em arquivo indexado pelo numero do
      *>                concurso, com data do sorteio, data e hora limite
      *>                das apostas, indicador de concurso especial (Mega
      *>                da Virada e demais especiais) e descricao; tela de
      *>                manutencao para inclusao, alteracao, exclusao e
      *>                listagem, registradas no diario de auditoria
      *>                (AUDITORI.DAT). O calendario e a base da validacao
      *>                do concurso-alvo das fichas novas e das pendencias
      *>                de resultado apontadas na conferencia do Loteria
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select calendario-concursos
               assign to "CALENDAR.DAT"
               organization is indexed
               access mode is dynamic
               record key is cal-concurso
               file status is fs-calendario.
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

      *>----Calendario dos concursos: as apostas do concurso fecham na data
      *>----e hora limite; o indicador especial marca a Mega da Virada (V)
      *>----e os demais concursos especiais (E), N para o concurso normal
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

       *>----Variaveis de trabalho
       working-storage section.
       77  opcao-menu                              pic x(01) value space.
           88  opcao-incluir                       value "I" "i".
           88  opcao-alterar                       value "A" "a".
           88  opcao-excluir                       value "E" "e".
           88  opcao-listar                        value "L" "l".
           88  opcao-sair                          value "S" "s".
       77  confirma-exclusao                       pic x(01) value "N".
       77  quantidade-listada                      pic 9(04) value 0.
       77  fs-calendario                           pic x(02).
       77  data-atual                              pic 9(06) value 0.
       77  hora-atual                              pic 9(08) value 0.

      *>----Momento da listagem, para a situacao das apostas de cada concurso
       77  data-hoje                               pic 9(08) value 0.
       77  hora-hoje                               pic 9(04) value 0.
       01  situacao-concurso                       pic x(09) value spaces.

      *>----Trilha de auditoria: operador da sessao e dados da alteracao
      *>----a registrar no diario
       77  fs-auditoria                            pic x(02).
       77  operador                                pic x(10) value spaces.
       77  operacao-auditoria                      pic x(01) value space.
       01  chave-auditoria                         pic x(20) value spaces.
       01  imagem-antes                            pic x(120) value spaces.
       01  imagem-depois                           pic x(120) value spaces.

      *>----Validacao das datas (AAAAMMDD) e da hora limite (HHMM)
       77  data-em-validacao                       pic 9(08) value 0.
       77  data-valida-sw                          pic x(01) value "N".
           88  data-valida                         value "S".
       01  data-decomposta.
           05  dat-ano                             pic 9(04).
           05  dat-mes                             pic 9(02).
           05  dat-dia                             pic 9(02).
       77  ultimo-dia-mes                          pic 9(02) value 0.
       77  resto-bissexto                          pic 9(04) value 0.
       01  hora-decomposta.
           05  hor-hora                            pic 9(02).
           05  hor-minuto                          pic 9(02).
       77  calendario-valido-sw                    pic x(01) value "N".
           88  calendario-valido                   value "S".

      *>----Edicao das datas e da hora na listagem
       01  data-sorteio-editada                    pic x(10) value spaces.
       01  data-limite-editada                     pic x(10) value spaces.
       01  hora-limite-editada                     pic x(05) value spaces.

      *>----Variaveis da tela de manutencao
       01  mensagem-tela                           pic x(40) value spaces.

       *>----Declaração de tela
       screen section.
       01  tela-calendario.
           05  blank screen.
           05  line 01 column 05 value "===== Loteria - Calendario de Concursos =====".
           05  line 03 column 05 pic x(40) from mensagem-tela.
           05  line 05 column 05 value "Concurso...........: ".
           05  line 05 column 26 pic 9(04) using cal-concurso.
           05  line 07 column 05 value "Data do sorteio....: ".
           05  line 07 column 26 pic 9(08) using cal-data-sorteio.
           05  line 07 column 36 value "(AAAAMMDD)".
           05  line 08 column 05 value "Data limite apostas: ".
           05  line 08 column 26 pic 9(08) using cal-data-limite.
           05  line 08 column 36 value "(AAAAMMDD)".
           05  line 09 column 05 value "Hora limite apostas: ".
           05  line 09 column 26 pic 9(04) using cal-hora-limite.
           05  line 09 column 36 value "(HHMM)".
           05  line 11 column 05 value "Especial...........: ".
           05  line 11 column 26 pic x(01) using cal-especial.
           05  line 11 column 36 value "(N normal, V Mega da Virada, E outro especial)".
           05  line 12 column 05 value "Descricao..........: ".
           05  line 12 column 26 pic x(30) using cal-descricao.

       *>Declaração do corpo do programa
       procedure Division.

                  perform identifica-operador.
                  perform abre-cadastro.
                  perform until opcao-sair
                      perform exibe-menu
                      evaluate true
                          when opcao-incluir
                              perform inclui-concurso
                          when opcao-alterar
                              perform altera-concurso
                          when opcao-excluir
                              perform exclui-concurso
                          when opcao-listar
                              perform lista-calendario
                          when opcao-sair
                              continue
                          when other
                              display "Opcao invalida."
                      end-evaluate
                  end-perform.
                  perform fecha-cadastro.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura do calendário, criando o arquivo na primeira utilização
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-cadastro section.

                  open i-o calendario-concursos
                  if fs-calendario = "35" then
                      open output calendario-concursos
                      close calendario-concursos
                      open i-o calendario-concursos
                  end-if
                  if fs-calendario not = "00" then
                      display "Nao foi possivel abrir o calendario, status " fs-calendario
                      stop run
                  end-if
                  .
       abre-cadastro-exit.
                  exit.

       fecha-cadastro section.

                  close calendario-concursos
                  .
       fecha-cadastro-exit.
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
                      display "Manutencao encerrada sem tocar no calendario."
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
                      move "CALENDARIO" to aud-programa
                      move operador to aud-operador
                      move "CALENDAR.DAT" to aud-arquivo
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
      *> Menu principal da manutenção
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       exibe-menu section.

                  display " "
                  display "===== Calendario de Concursos ====="
                  display "(I) incluir   (A) alterar   (E) excluir   (L) listar   (S) sair"
                  accept opcao-menu
                  .
       exibe-menu-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Inclusão de um concurso no calendário pela tela de manutenção
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       inclui-concurso section.

                  move 0 to cal-concurso
                  move 0 to cal-data-sorteio
                  move 0 to cal-data-limite
                  move 0 to cal-hora-limite
                  move "N" to cal-especial
                  move spaces to cal-descricao
                  move "Inclusao de concurso" to mensagem-tela
                  display tela-calendario
                  accept tela-calendario
                  if cal-concurso = 0 then
                      display "Concurso 0000 nao e permitido. Inclusao cancelada."
                  else
                      perform valida-calendario
                      if not calendario-valido then
                          display "Inclusao cancelada."
                      else
                          write reg-calendario
                              invalid key
                                  display "Concurso " cal-concurso " ja consta do calendario."
                              not invalid key
                                  display "Concurso " cal-concurso " incluido no calendario."
                                  move "I" to operacao-auditoria
                                  move cal-concurso to chave-auditoria
                                  move spaces to imagem-antes
                                  move reg-calendario to imagem-depois
                                  perform grava-auditoria
                          end-write
                      end-if
                  end-if
                  .
       inclui-concurso-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Alteração das datas, do indicador especial e da descrição de um
      *> concurso do calendário (adiamento do sorteio, por exemplo)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       altera-concurso section.

                  display "Digite o numero do concurso a alterar"
                  accept cal-concurso
                  read calendario-concursos
                      invalid key
                          display "Concurso " cal-concurso " nao consta do calendario."
                      not invalid key
                          move reg-calendario to imagem-antes
                          move "Alteracao de concurso" to mensagem-tela
                          display tela-calendario
                          accept tela-calendario
      *>                    a chave nao muda na alteracao
                          move imagem-antes(1:4) to cal-concurso
                          perform valida-calendario
                          if not calendario-valido then
                              display "Alteracao cancelada."
                          else
                              rewrite reg-calendario
                                  invalid key
                                      display "Falha ao regravar, status " fs-calendario
                                  not invalid key
                                      display "Concurso " cal-concurso " alterado."
                                      move "A" to operacao-auditoria
                                      move cal-concurso to chave-auditoria
                                      move reg-calendario to imagem-depois
                                      perform grava-auditoria
                              end-rewrite
                          end-if
                  end-read
                  .
       altera-concurso-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Exclusão de um concurso do calendário, com confirmação
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       exclui-concurso section.

                  display "Digite o numero do concurso a excluir"
                  accept cal-concurso
                  read calendario-concursos
                      invalid key
                          display "Concurso " cal-concurso " nao consta do calendario."
                      not invalid key
                          display "Excluir o concurso " cal-concurso " de " cal-data-sorteio "? (S/N)"
                          accept confirma-exclusao
                          if confirma-exclusao = "S" or confirma-exclusao = "s" then
                              move reg-calendario to imagem-antes
                              delete calendario-concursos
                                  invalid key
                                      display "Falha ao excluir, status " fs-calendario
                                  not invalid key
                                      display "Concurso " cal-concurso " excluido do calendario."
                                      move "E" to operacao-auditoria
                                      move cal-concurso to chave-auditoria
                                      move spaces to imagem-depois
                                      perform grava-auditoria
                              end-delete
                          else
                              display "Exclusao cancelada."
                          end-if
                  end-read
                  .
       exclui-concurso-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Listagem do calendário em ordem de concurso, com a situação das
      *> apostas de cada concurso no momento da listagem
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lista-calendario section.

                  accept data-atual from date
                  accept hora-atual from time
                  compute data-hoje = 20000000 + data-atual
                  move hora-atual(1:4) to hora-hoje
                  move 0 to quantidade-listada
                  move 0 to cal-concurso
                  start calendario-concursos key >= cal-concurso
                      invalid key
                          move "10" to fs-calendario
                  end-start
                  display "===== Concursos do calendario ====="
                  display "Conc  Sorteio    Limite           Esp Situacao  Descricao"
                  perform until fs-calendario not = "00"
                      read calendario-concursos next
                          at end
                              move "10" to fs-calendario
                          not at end
                              add 1 to quantidade-listada
                              perform mostra-concurso
                      end-read
                  end-perform
                  display "Total de concursos: " quantidade-listada
                  move "00" to fs-calendario
                  .
       lista-calendario-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Linha da listagem de um concurso: apostas abertas até a data e
      *> hora limite, encerradas depois dela, e sorteio já realizado
      *> passada a data do sorteio
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       mostra-concurso section.

                  evaluate true
                      when data-hoje > cal-data-sorteio
                          move "SORTEADO" to situacao-concurso
                      when data-hoje > cal-data-limite
                          move "ENCERRADO" to situacao-concurso
                      when data-hoje = cal-data-limite
                           and hora-hoje >= cal-hora-limite
                          move "ENCERRADO" to situacao-concurso
                      when other
                          move "ABERTO" to situacao-concurso
                  end-evaluate
                  move spaces to data-sorteio-editada
                  string cal-data-sorteio(7:2) "/" cal-data-sorteio(5:2) "/"
                         cal-data-sorteio(1:4)
                         delimited by size into data-sorteio-editada
                  end-string
                  move spaces to data-limite-editada
                  string cal-data-limite(7:2) "/" cal-data-limite(5:2) "/"
                         cal-data-limite(1:4)
                         delimited by size into data-limite-editada
                  end-string
                  move spaces to hora-limite-editada
                  string cal-hora-limite(1:2) ":" cal-hora-limite(3:2)
                         delimited by size into hora-limite-editada
                  end-string
                  display cal-concurso " " data-sorteio-editada " "
                      data-limite-editada " " hora-limite-editada "  "
                      cal-especial "   " situacao-concurso " " cal-descricao
                  .
       mostra-concurso-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Validação do concurso digitado: datas válidas, limite das apostas
      *> no máximo na data do sorteio, hora limite entre 00:00 e 23:59 e
      *> indicador especial N, V ou E
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-calendario section.

                  move "S" to calendario-valido-sw
                  move cal-data-sorteio to data-em-validacao
                  perform valida-data
                  if not data-valida then
                      display "Data do sorteio " cal-data-sorteio " invalida."
                      move "N" to calendario-valido-sw
                  end-if
                  move cal-data-limite to data-em-validacao
                  perform valida-data
                  if not data-valida then
                      display "Data limite " cal-data-limite " invalida."
                      move "N" to calendario-valido-sw
                  end-if
                  if calendario-valido
                     and cal-data-limite > cal-data-sorteio then
                      display "Data limite das apostas depois da data do sorteio."
                      move "N" to calendario-valido-sw
                  end-if
                  move cal-hora-limite to hora-decomposta
                  if hor-hora > 23 or hor-minuto > 59 then
                      display "Hora limite " cal-hora-limite " invalida."
                      move "N" to calendario-valido-sw
                  end-if
                  evaluate cal-especial
                      when "N"
                      when "V"
                      when "E"
                          continue
                      when "n"
                          move "N" to cal-especial
                      when "v"
                          move "V" to cal-especial
                      when "e"
                          move "E" to cal-especial
                      when space
                          move "N" to cal-especial
                      when other
                          display "Indicador especial " cal-especial " invalido (N, V ou E)."
                          move "N" to calendario-valido-sw
                  end-evaluate
                  .
       valida-calendario-exit.
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
