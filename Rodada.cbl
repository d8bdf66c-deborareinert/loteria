      *>   01/09/2026 - codigo de saida do passo extraido do status bruto
      *>                devolvido pelo SYSTEM (byte alto), para o log e o
      *>                codigo propagado baterem com o 8 e o 12 dos passos
      *>   01/10/2026 - controle de passos por rodada (RODCTL.DAT) com a
      *>                situacao e o codigo de retorno de cada passo, copia
      *>                de seguranca dos arquivos da rodada antes do passo
      *>                do Loteria e reinicio da cadeia interrompida pelo
      *>                cartao PARAMROD.DAT: retomar a partir do passo que
      *>                falhou ou restaurar a copia e refazer a rodada,
      *>                com as duas acoes registradas no log
      *>   07/10/2026 - passo IMPORTA (ImportaRes) antes do Loteria, para a
      *>                conferencia usar os resultados oficiais publicados;
      *>                arquivo ausente (2) e linhas recusadas (4) nao
      *>                interrompem a cadeia
      *>   14/10/2026 - passo ADERENCIA (teste de aderencia do gerador de
      *>                sorteios) logo depois do Loteria: gerador viciado
      *>                (8) interrompe a cadeia antes do Reconcilia e do
      *>                Extrai usarem a simulacao; amostra insuficiente (2)
      *>                nao interrompe
      *>   15/10/2026 - passo VENCPREMIO (relatorio de vencimento dos
      *>                premios a resgatar) no fim da cadeia; premio
      *>                prescrevendo dentro do alerta (4) e arquivo de
      *>                premios ainda inexistente (2) nao contam como falha
      *>   15/10/2026 - identificador da rodada gerado pelo Loteria (o que
      *>                vai para HISTSORT, LEDGER, RESUMFIN, PREMIOS e a
      *>                conta corrente) lido do resumo da rodada depois do
      *>                passo LOTERIA e guardado no controle de passos, no
      *>                log e nas mensagens de retomada e de restauracao
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               assign to "RODADA.LOG"
               organization is line sequential
               file status is fs-log.
           select controle-rodada
               assign to "RODCTL.DAT"
               organization is indexed
               access mode is dynamic
               record key is ctl-rodada
               file status is fs-controle.
           select cartao-reinicio
               assign to "PARAMROD.DAT"
               organization is line sequential
               file status is fs-cartao.
           select resumo-rodada
               assign to "RESUMFIN.DAT"
               organization is line sequential
               file status is fs-resumo.
           select arquivo-trava
               assign to "RODADA.LCK"
               organization is line sequential
               file status is fs-trava.

       *>Declaração de variáveis
       Data Division.
       FD  log-rodada.
       01  reg-log                                 pic x(80).

      *>----Controle de passos da rodada: situacao da cadeia, copia de
      *>----seguranca tirada antes do Loteria (com os arquivos que
      *>----existiam naquele momento) e situacao e codigo de cada passo
       FD  controle-rodada.
       01  reg-controle.
           05  ctl-rodada                          pic 9(12).
           05  ctl-situacao                        pic x(01).
               88  ctl-interrompida                value "A".
               88  ctl-encerrada                   value "F".
               88  ctl-restaurada                  value "R".
           05  ctl-data-inicio                     pic 9(06).
           05  ctl-hora-inicio                     pic 9(06).
           05  ctl-copia-feita                     pic x(01).
           05  ctl-arquivo-existia occurs 10       pic x(01).
           05  ctl-passo occurs 10.
               10  ctl-passo-nome                  pic x(10).
               10  ctl-passo-situacao              pic x(01).
               10  ctl-passo-rc                    pic 9(03).
           05  ctl-rodada-loteria                  pic 9(12).

      *>----Cartao de reinicio, de uso unico (apagado depois de lido):
      *>----R retoma a rodada interrompida a partir do passo que falhou,
      *>----D restaura a copia de seguranca e refaz a rodada inteira;
      *>----rodada zero indica a ultima rodada interrompida
       FD  cartao-reinicio.
       01  reg-cartao.
           05  par-acao                            pic x(01).
           05  par-rodada                          pic 9(12).

      *>----Resumo financeiro gravado pelo Loteria, lido so para o
      *>----identificador da rodada do Loteria
       FD  resumo-rodada.
       01  reg-resumo.
           05  rsm-data                            pic 9(06).
           05  rsm-custo                           pic 9(15)v99.
           05  rsm-retorno                         pic 9(15)v99.
           05  rsm-saldo                           pic s9(15)v99
                                                   sign leading separate.
           05  rsm-rodada                          pic 9(12).
           05  rsm-senas                           pic 9(09).
           05  rsm-quinas                          pic 9(09).
           05  rsm-quadras                         pic 9(09).

       FD  arquivo-trava.
       01  reg-trava.
           05  trv-programa                        pic x(10).
           05  trv-data                            pic 9(06).
           05  trv-hora                            pic 9(06).
           05  trv-rodada                          pic 9(12).

       *>----Variaveis de trabalho
       working-storage section.
       77  fs-log                                  pic x(02).
       01  linha-log                               pic x(80) value spaces.
       77  cadeia-ok-sw                            pic x(01) value "S".
           88  cadeia-ok                           value "S".
       77  fs-controle                             pic x(02).
       77  fs-cartao                               pic x(02).
       77  fs-trava                                pic x(02).
       77  ret-arquivo                             pic s9(09) comp-5.
       77  erro-rc                                 pic 9(02) value 0.

      *>----Passos da cadeia noturna, na ordem de execucao, com o maior
      *>----codigo de retorno tolerado sem interromper a cadeia
       01  tabela-passos.
           05  passo-cadeia occurs 10.
               10  def-nome                        pic x(10).
               10  def-comando                     pic x(20).
               10  def-tolerancia                  pic 9(03).
       77  quantidade-passos                       pic 9(02) value 0.
       77  ind-passo                               pic 9(02) value 0.
       77  passo-inicial                           pic 9(02) value 1.

      *>----Arquivos da rodada copiados antes do passo do Loteria e o nome
      *>----da copia de seguranca de cada um
       01  tabela-arquivos.
           05  arquivo-rodada occurs 10.
               10  arq-nome                        pic x(12).
               10  arq-copia                       pic x(12).
       77  quantidade-arquivos                     pic 9(02) value 0.
       77  ind-arquivo                             pic 9(02) value 0.
       01  detalhe-arquivo                         pic x(16).

      *>----Identificador da rodada da cadeia (AAMMDD + HHMMSS) e situacao
      *>----encontrada no controle
       77  rodada-id                               pic 9(12) value 0.
       77  hora-rodada                             pic 9(06) value 0.
       77  ultima-rodada                           pic 9(12) value 0.
       77  rodada-alvo                             pic 9(12) value 0.
       77  ultima-interrompida-sw                  pic x(01) value "N".
           88  ultima-interrompida                 value "S".
       77  cartao-presente-sw                      pic x(01) value "N".
           88  cartao-presente                     value "S".
       77  acao-reinicio                           pic x(01) value space.
           88  acao-retomar                        value "R" "r".
           88  acao-restaurar                      value "D" "d".
       77  rodada-editada                          pic 9(12).

      *>----Identificador da rodada gerado pelo Loteria, do resumo da
      *>----rodada antes e depois do passo
       77  fs-resumo                               pic x(02).
       77  rodada-resumo                           pic 9(12) value 0.
       77  rodada-resumo-anterior                  pic 9(12) value 0.

       *>Declaração do corpo do programa
       procedure Division.
                  perform abre-log.
                  move "Inicio da rodada noturna" to linha-log.
                  perform grava-log.
                  perform monta-tabela-passos.
                  perform abre-controle.
                  perform le-cartao-reinicio.
                  perform localiza-ultima-rodada.

                  evaluate true
                      when not cartao-presente
                          if ultima-interrompida then
                              perform recusa-sem-cartao
                          end-if
                          perform inicia-rodada-nova
                      when acao-retomar
                          perform prepara-retomada
                      when acao-restaurar
                          perform restaura-copia
                          perform inicia-rodada-nova
                      when other
                          move "Cartao PARAMROD.DAT com acao invalida (use R ou D)"
                              to linha-log
                          move 12 to erro-rc
                          perform encerra-com-erro
                  end-evaluate

                  perform varying ind-passo from passo-inicial by 1
                          until ind-passo > quantidade-passos or not cadeia-ok
                      perform executa-passo-controlado
                  end-perform

                  if cadeia-ok then
                      move "F" to ctl-situacao
                      perform regrava-controle
                      move "Rodada noturna encerrada sem erros" to linha-log
                      perform grava-log
                      move 0 to return-code
                  else
                      move "Rodada noturna interrompida" to linha-log
                      perform grava-log
                      move "Para reiniciar: cartao PARAMROD.DAT com R (retomar)"
                          to linha-log
                      perform grava-log
                      move "ou D (restaurar a copia e refazer a rodada)" to linha-log
                      perform grava-log
                      move passo-rc to return-code
                  end-if
                  close controle-rodada.
                  close log-rodada.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Passos da cadeia noturna, com o código de retorno tolerado de cada
      *> um, e arquivos da rodada protegidos pela cópia de segurança
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       monta-tabela-passos section.

                  move 6 to quantidade-passos
                  move "IMPORTA"      to def-nome(1)
                  move "./ImportaRes" to def-comando(1)
                  move 4              to def-tolerancia(1)
                  move "LOTERIA"      to def-nome(2)
                  move "./Loteria"    to def-comando(2)
                  move 0              to def-tolerancia(2)
                  move "ADERENCIA"    to def-nome(3)
                  move "./Aderencia"  to def-comando(3)
                  move 2              to def-tolerancia(3)
                  move "RECONCILIA"   to def-nome(4)
                  move "./Reconcilia" to def-comando(4)
                  move 0              to def-tolerancia(4)
                  move "EXTRAI"       to def-nome(5)
                  move "./Extrai"     to def-comando(5)
                  move 0              to def-tolerancia(5)
                  move "VENCPREMIO"   to def-nome(6)
                  move "./VencPremio" to def-comando(6)
                  move 4              to def-tolerancia(6)

                  move 7 to quantidade-arquivos
                  move "HISTSORT.DAT" to arq-nome(1)
                  move "HISTSORT.SNP" to arq-copia(1)
                  move "HISTGER.DAT"  to arq-nome(2)
                  move "HISTGER.SNP"  to arq-copia(2)
                  move "LEDGER.DAT"   to arq-nome(3)
                  move "LEDGER.SNP"   to arq-copia(3)
                  move "LEDGARCH.DAT" to arq-nome(4)
                  move "LEDGARCH.SNP" to arq-copia(4)
                  move "RESUMFIN.DAT" to arq-nome(5)
                  move "RESUMFIN.SNP" to arq-copia(5)
                  move "APOSTAS.DAT"  to arq-nome(6)
                  move "APOSTAS.SNP"  to arq-copia(6)
                  move "CHECKPT.DAT"  to arq-nome(7)
                  move "CHECKPT.SNP"  to arq-copia(7)
                  .
       monta-tabela-passos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura do controle de passos, criando o arquivo na primeira
      *> execução
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-controle section.

                  open i-o controle-rodada
                  if fs-controle = "35" then
                      open output controle-rodada
                      close controle-rodada
                      open i-o controle-rodada
                  end-if
                  if fs-controle not = "00" then
                      move spaces to linha-log
                      string "Falha ao abrir o controle RODCTL.DAT, status " delimited by size
                             fs-controle delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                      close log-rodada
                      move 12 to return-code
                      stop run
                  end-if
                  .
       abre-controle-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Leitura do cartão de reinício; o cartão vale para uma única
      *> execução e é apagado depois de lido
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-cartao-reinicio section.

                  move "N" to cartao-presente-sw
                  open input cartao-reinicio
                  if fs-cartao = "00" then
                      read cartao-reinicio
                          at end
                              move space to par-acao
                              move 0 to par-rodada
                      end-read
                      close cartao-reinicio
                      move "S" to cartao-presente-sw
                      move par-acao to acao-reinicio
                      if par-rodada is numeric then
                          move par-rodada to rodada-alvo
                      else
                          move 0 to rodada-alvo
                      end-if
                      call "CBL_DELETE_FILE"
                          using "PARAMROD.DAT"
                          returning ret-arquivo
                      move spaces to linha-log
                      string "Cartao de reinicio lido: acao " delimited by size
                             acao-reinicio delimited by size
                             " rodada " delimited by size
                             rodada-alvo delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                  end-if
                  .
       le-cartao-reinicio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Última rodada registrada no controle; só a última pode estar
      *> interrompida, porque a cadeia não começa rodada nova sem tratar
      *> a interrompida, e a cópia de segurança é sempre a dela
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       localiza-ultima-rodada section.

                  move 0 to ultima-rodada
                  move "N" to ultima-interrompida-sw
                  move 0 to ctl-rodada
                  start controle-rodada key >= ctl-rodada
                      invalid key
                          move "10" to fs-controle
                  end-start
                  perform until fs-controle not = "00"
                      read controle-rodada next
                          at end
                              move "10" to fs-controle
                          not at end
                              move ctl-rodada to ultima-rodada
                              if ctl-interrompida then
                                  move "S" to ultima-interrompida-sw
                              else
                                  move "N" to ultima-interrompida-sw
                              end-if
                      end-read
                  end-perform
                  move "00" to fs-controle
                  .
       localiza-ultima-rodada-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Rodada anterior interrompida e nenhum cartão de reinício: a cadeia
      *> não roda por cima dos arquivos da rodada quebrada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       recusa-sem-cartao section.

                  move ultima-rodada to rodada-editada
                  move spaces to linha-log
                  string "Rodada " delimited by size
                         rodada-editada delimited by size
                         " interrompida e sem cartao PARAMROD.DAT" delimited by size
                         into linha-log
                  end-string
                  perform grava-log
                  move "Informe R (retomar do passo que falhou) ou D (restaurar"
                      to linha-log
                  perform grava-log
                  move "a copia de seguranca e refazer a rodada). Cadeia nao iniciada."
                      to linha-log
                  move 12 to erro-rc
                  perform encerra-com-erro
                  .
       recusa-sem-cartao-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Registro de controle de uma rodada nova, com todos os passos
      *> pendentes, executada desde o primeiro passo
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       inicia-rodada-nova section.

                  accept data-atual from date
                  accept hora-atual from time
                  move hora-atual(1:6) to hora-rodada
                  compute rodada-id = (data-atual * 1000000) + hora-rodada
                  move rodada-id to ctl-rodada
                  move "A" to ctl-situacao
                  move data-atual to ctl-data-inicio
                  move hora-rodada to ctl-hora-inicio
                  move "N" to ctl-copia-feita
                  move 0 to ctl-rodada-loteria
                  perform varying ind-arquivo from 1 by 1 until ind-arquivo > 10
                      move space to ctl-arquivo-existia(ind-arquivo)
                  end-perform
                  perform varying ind-passo from 1 by 1 until ind-passo > 10
                      if ind-passo <= quantidade-passos then
                          move def-nome(ind-passo) to ctl-passo-nome(ind-passo)
                      else
                          move spaces to ctl-passo-nome(ind-passo)
                      end-if
                      move space to ctl-passo-situacao(ind-passo)
                      move 0 to ctl-passo-rc(ind-passo)
                  end-perform
                  write reg-controle
                      invalid key
                          move "Falha ao registrar a rodada no controle RODCTL.DAT"
                              to linha-log
                          move 12 to erro-rc
                          perform encerra-com-erro
                  end-write
                  move 1 to passo-inicial
                  move rodada-id to rodada-editada
                  move spaces to linha-log
                  string "Rodada " delimited by size
                         rodada-editada delimited by size
                         " registrada no controle de passos" delimited by size
                         into linha-log
                  end-string
                  perform grava-log
                  .
       inicia-rodada-nova-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Retomada da rodada interrompida a partir do primeiro passo que não
      *> terminou bem; se o passo que falhou foi o do Loteria, os arquivos
      *> podem estar pela metade e só a restauração da cópia é segura
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       prepara-retomada section.

                  perform le-rodada-alvo
                  move 0 to passo-inicial
                  perform varying ind-passo from 1 by 1
                          until ind-passo > quantidade-passos or passo-inicial > 0
                      if ctl-passo-situacao(ind-passo) not = "O" then
                          move ind-passo to passo-inicial
                      end-if
                  end-perform
                  if passo-inicial = 0 then
                      move "Todos os passos da rodada ja encerrados; rodada fechada"
                          to linha-log
                      perform grava-log
                      move "F" to ctl-situacao
                      perform regrava-controle
                      move quantidade-passos to passo-inicial
                      add 1 to passo-inicial
                  else
                      if def-nome(passo-inicial) = "LOTERIA" then
                          move "Falha no passo LOTERIA: retomada recusada, use D (restaurar)"
                              to linha-log
                          move 12 to erro-rc
                          perform encerra-com-erro
                      end-if
                      move ctl-rodada to rodada-id
                      move rodada-id to rodada-editada
                      move spaces to linha-log
                      string "Retomada da rodada " delimited by size
                             rodada-editada delimited by size
                             " a partir do passo " delimited by size
                             def-nome(passo-inicial) delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                      perform grava-log-rodada-loteria
                  end-if
                  .
       prepara-retomada-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Restauração da cópia de segurança da rodada interrompida: cada
      *> arquivo volta ao estado de antes do Loteria, e o que não existia
      *> naquele momento é apagado; a rodada fica marcada como restaurada
      *> e a noite é refeita como rodada nova
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       restaura-copia section.

                  perform le-rodada-alvo
                  perform grava-log-rodada-loteria
                  move ctl-rodada to rodada-editada
                  if ctl-copia-feita not = "S" then
                      move spaces to linha-log
                      string "Rodada " delimited by size
                             rodada-editada delimited by size
                             " sem copia de seguranca: nada a restaurar" delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                  else
                      perform varying ind-arquivo from 1 by 1
                              until ind-arquivo > quantidade-arquivos
                          perform restaura-arquivo
                      end-perform
                      move spaces to linha-log
                      string "Copia de seguranca da rodada " delimited by size
                             rodada-editada delimited by size
                             " restaurada" delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                  end-if
                  perform libera-trava-loteria
                  move "R" to ctl-situacao
                  perform regrava-controle
                  .
       restaura-copia-exit.
                  exit.

       restaura-arquivo section.

                  if ctl-arquivo-existia(ind-arquivo) = "S" then
                      call "CBL_COPY_FILE"
                          using arq-copia(ind-arquivo) arq-nome(ind-arquivo)
                          returning ret-arquivo
                      if ret-arquivo not = 0 then
                          move spaces to linha-log
                          string "Falha ao restaurar " delimited by size
                                 arq-nome(ind-arquivo) delimited by size
                                 " da copia " delimited by size
                                 arq-copia(ind-arquivo) delimited by size
                                 into linha-log
                          end-string
                          move 12 to erro-rc
                          perform encerra-com-erro
                      end-if
                      move spaces to linha-log
                      string "  restaurado " delimited by size
                             arq-nome(ind-arquivo) delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                  else
      *>                o arquivo nasceu na rodada interrompida
                      call "CBL_DELETE_FILE"
                          using arq-nome(ind-arquivo)
                          returning ret-arquivo
                      if ret-arquivo = 0 then
                          move spaces to linha-log
                          string "  removido " delimited by size
                                 arq-nome(ind-arquivo) delimited by size
                                 " (criado pela rodada interrompida)" delimited by size
                                 into linha-log
                          end-string
                          perform grava-log
                      end-if
                  end-if
                  .
       restaura-arquivo-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> A trava deixada pelo Loteria abortado na rodada restaurada
      *> impediria o passo refeito; trava de outro programa é preservada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       libera-trava-loteria section.

                  open input arquivo-trava
                  if fs-trava = "00" then
                      move spaces to trv-programa
                      read arquivo-trava
                          at end
                              continue
                      end-read
                      close arquivo-trava
                      if trv-programa = "LOTERIA" then
                          call "CBL_DELETE_FILE"
                              using "RODADA.LCK"
                              returning ret-arquivo
                          move "Trava do Loteria abortado removida" to linha-log
                          perform grava-log
                      end-if
                  end-if
                  .
       libera-trava-loteria-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Rodada indicada no cartão (zero = última interrompida): só a
      *> última rodada do controle, e interrompida, pode ser reiniciada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-rodada-alvo section.

                  if rodada-alvo = 0 then
                      move ultima-rodada to rodada-alvo
                  end-if
                  move rodada-alvo to rodada-editada
                  if rodada-alvo not = ultima-rodada or not ultima-interrompida then
                      move spaces to linha-log
                      string "Rodada " delimited by size
                             rodada-editada delimited by size
                             " nao e a ultima rodada interrompida" delimited by size
                             into linha-log
                      end-string
                      move 12 to erro-rc
                      perform encerra-com-erro
                  end-if
                  move rodada-alvo to ctl-rodada
                  read controle-rodada
                      invalid key
                          move spaces to linha-log
                          string "Rodada " delimited by size
                                 rodada-editada delimited by size
                                 " nao encontrada no controle" delimited by size
                                 into linha-log
                          end-string
                          move 12 to erro-rc
                          perform encerra-com-erro
                  end-read
                  .
       le-rodada-alvo-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Executa um passo registrando no controle o início e o desfecho;
      *> antes do Loteria os arquivos da rodada são copiados
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       executa-passo-controlado section.

                  move def-nome(ind-passo) to nome-passo
                  move def-comando(ind-passo) to comando-passo
                  if nome-passo = "LOTERIA" then
                      perform tira-copia-seguranca
                      perform le-rodada-resumo
                      move rodada-resumo to rodada-resumo-anterior
                  end-if
                  move "E" to ctl-passo-situacao(ind-passo)
                  move 0 to ctl-passo-rc(ind-passo)
                  perform regrava-controle
                  perform executa-passo
                  if nome-passo = "LOTERIA" then
                      perform registra-rodada-loteria
                  end-if
                  move passo-rc to ctl-passo-rc(ind-passo)
                  if cadeia-ok then
                      move "O" to ctl-passo-situacao(ind-passo)
                  else
                      move "F" to ctl-passo-situacao(ind-passo)
                  end-if
                  perform regrava-controle
                  .
       executa-passo-controlado-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Cópia de segurança dos arquivos da rodada, registrando quais
      *> existiam; sem a cópia completa a cadeia não segue para o Loteria
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       tira-copia-seguranca section.

                  perform varying ind-arquivo from 1 by 1
                          until ind-arquivo > quantidade-arquivos
                      call "CBL_CHECK_FILE_EXIST"
                          using arq-nome(ind-arquivo) detalhe-arquivo
                          returning ret-arquivo
                      if ret-arquivo = 0 then
                          call "CBL_COPY_FILE"
                              using arq-nome(ind-arquivo) arq-copia(ind-arquivo)
                              returning ret-arquivo
                          if ret-arquivo not = 0 then
                              move spaces to linha-log
                              string "Falha na copia de seguranca de " delimited by size
                                     arq-nome(ind-arquivo) delimited by size
                                     into linha-log
                              end-string
                              move 12 to erro-rc
                              perform encerra-com-erro
                          end-if
                          move "S" to ctl-arquivo-existia(ind-arquivo)
                      else
                          move "N" to ctl-arquivo-existia(ind-arquivo)
                          call "CBL_DELETE_FILE"
                              using arq-copia(ind-arquivo)
                              returning ret-arquivo
                      end-if
                  end-perform
                  move "S" to ctl-copia-feita
                  perform regrava-controle
                  move "Copia de seguranca dos arquivos da rodada concluida" to linha-log
                  perform grava-log
                  .
       tira-copia-seguranca-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Identificador da rodada gerado pelo Loteria: o do resumo da rodada
      *> regravado pelo passo; resumo igual ao de antes do passo indica
      *> Loteria encerrado antes de gravá-lo, e o identificador fica zero
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       registra-rodada-loteria section.

                  perform le-rodada-resumo
                  if rodada-resumo > 0 and rodada-resumo not = rodada-resumo-anterior then
                      move rodada-resumo to ctl-rodada-loteria
                  else
                      move 0 to ctl-rodada-loteria
                  end-if
                  perform grava-log-rodada-loteria
                  .
       registra-rodada-loteria-exit.
                  exit.

       le-rodada-resumo section.

                  move 0 to rodada-resumo
                  open input resumo-rodada
                  if fs-resumo = "00" then
                      read resumo-rodada
                          not at end
                              if rsm-rodada is numeric then
                                  move rsm-rodada to rodada-resumo
                              end-if
                      end-read
                      close resumo-rodada
                  end-if
                  .
       le-rodada-resumo-exit.
                  exit.

       grava-log-rodada-loteria section.

                  move spaces to linha-log
                  if ctl-rodada-loteria is numeric and ctl-rodada-loteria > 0 then
                      move ctl-rodada-loteria to rodada-editada
                      string "  identificador da rodada no Loteria: " delimited by size
                             rodada-editada delimited by size
                             into linha-log
                      end-string
                  else
                      move "  Loteria sem identificador de rodada registrado" to linha-log
                  end-if
                  perform grava-log
                  .
       grava-log-rodada-loteria-exit.
                  exit.

       regrava-controle section.

                  rewrite reg-controle
                      invalid key
                          move spaces to linha-log
                          string "Falha ao regravar o controle RODCTL.DAT, status " delimited by size
                                 fs-controle delimited by size
                                 into linha-log
                          end-string
                          perform grava-log
                  end-rewrite
                  .
       regrava-controle-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Encerramento da cadeia por erro de controle ou de cartão, com a
      *> mensagem no log e o código de retorno informado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       encerra-com-erro section.

                  perform grava-log
                  move "Rodada noturna nao executada" to linha-log
                  perform grava-log
                  close controle-rodada
                  close log-rodada
                  move erro-rc to return-code
                  stop run
                  .
       encerra-com-erro-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura do log da rodada, criando o arquivo na primeira execução
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Executa um passo da cadeia e registra no log o horário e o código
      *> de retorno; código acima do tolerado para o passo interrompe a
      *> cadeia
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       executa-passo section.
                  end-string
                  perform grava-log

                  if passo-rc > 0 and passo-rc <= def-tolerancia(ind-passo) then
                      move spaces to linha-log
                      string "Codigo do passo " delimited by size
                             nome-passo delimited by size
                             " dentro do tolerado, cadeia segue" delimited by size
                             into linha-log
                      end-string
                      perform grava-log
                  end-if
                  if passo-rc > def-tolerancia(ind-passo) then
                      move "N" to cadeia-ok-sw
                      move spaces to linha-log
                      string "Cadeia interrompida no passo " delimited by size
