      *>                encerra com codigo 4 sem tocar no cadastro
      *>   01/09/2026 - trava orfa reconhecida pela idade em horas em vez
      *>                do dia da gravacao
      *>   05/10/2026 - inclusao, alteracao e exclusao de apostador
      *>                registradas no diario de auditoria (AUDITORI.DAT)
      *>                com o operador e as imagens antes e depois
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               access mode is dynamic
               record key is apo-codigo
               file status is fs-apostadores.
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.
           select arquivo-trava
               assign to "RODADA.LCK"
               organization is line sequential
           05  apo-nome                            pic x(30).
           05  apo-cota                            pic 9(03)v99.

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
       77  hora-atual                              pic 9(08) value 0.
       77  ret-arquivo                             pic s9(09) comp-5.

      *>----Trilha de auditoria: operador da sessao e dados da alteracao
      *>----a registrar no diario
       77  fs-auditoria                            pic x(02).
       77  operador                                pic x(10) value spaces.
       77  operacao-auditoria                      pic x(01) value space.
       01  chave-auditoria                         pic x(20) value spaces.
       01  imagem-antes                            pic x(120) value spaces.
       01  imagem-depois                           pic x(120) value spaces.

      *>----Idade da trava de execucao: trava mais velha que o limite de
      *>----horas e tratada como orfa de execucao abortada
       77  horas-trava-orfa                        pic 9(03) value 6.
       procedure Division.

                  perform obtem-trava.
                  perform identifica-operador.
                  perform abre-cadastro.
                  perform until opcao-sair
                      perform exibe-menu
       libera-trava-exit.
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
                      display "Manutencao encerrada sem tocar no cadastro."
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
                      move "APOSTADOR" to aud-programa
                      move operador to aud-operador
                      move "APOSTDOR.DAT" to aud-arquivo
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
                              display "Codigo " apo-codigo " ja cadastrado."
                          not invalid key
                              display "Apostador " apo-codigo " incluido."
                              move "I" to operacao-auditoria
                              move apo-codigo to chave-auditoria
                              move spaces to imagem-antes
                              move reg-apostador to imagem-depois
                              perform grava-auditoria
                      end-write
                  end-if
                  .
                      invalid key
                          display "Codigo " apo-codigo " nao cadastrado."
                      not invalid key
                          move reg-apostador to imagem-antes
                          move "Alteracao de apostador" to mensagem-tela
                          display tela-apostador
                          accept tela-apostador
                                  display "Falha ao regravar, status " fs-apostadores
                              not invalid key
                                  display "Apostador " apo-codigo " alterado."
                                  move "A" to operacao-auditoria
                                  move apo-codigo to chave-auditoria
                                  move reg-apostador to imagem-depois
                                  perform grava-auditoria
                          end-rewrite
                  end-read
                  .
                          display "Excluir " apo-nome "? (S/N)"
                          accept confirma-exclusao
                          if confirma-exclusao = "S" or confirma-exclusao = "s" then
                              move reg-apostador to imagem-antes
                              delete cadastro-apostadores
                                  invalid key
                                      display "Falha ao excluir, status " fs-apostadores
                                  not invalid key
                                      display "Apostador " apo-codigo " excluido."
                                      move "E" to operacao-auditoria
                                      move apo-codigo to chave-auditoria
                                      move spaces to imagem-depois
                                      perform grava-auditoria
                              end-delete
                          else
                              display "Exclusao cancelada."
