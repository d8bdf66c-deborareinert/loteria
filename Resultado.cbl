      *>                repeticao, data valida, concurso nao duplicado)
      *>   01/09/2026 - dezenas digitadas em tela propria, no mesmo padrao
      *>                da tela de digitacao da ficha de aposta do Loteria
      *>   21/09/2026 - rateio oficial do concurso (ganhadores e premio por
      *>                ganhador nas faixas sena, quina e quadra) gravado
      *>                no resultado, em tela propria na inclusao e na
      *>                alteracao, para o credito dos premios na
      *>                conferencia do Loteria
      *>   05/10/2026 - inclusao, alteracao e exclusao de concurso
      *>                registradas no diario de auditoria (AUDITORI.DAT)
      *>                com o operador e as imagens antes e depois
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
               access mode is dynamic
               record key is res-concurso
               file status is fs-resultados.
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.

       *>Declaração de variáveis
       Data Division.
           05  res-concurso                        pic 9(04).
           05  res-data                            pic 9(08).
           05  res-dezenas                         pic 9(02) occurs 20.
           05  res-ganhadores-sena                 pic 9(06).
           05  res-ganhadores-quina                pic 9(06).
           05  res-ganhadores-quadra               pic 9(06).
           05  res-premio-sena                     pic 9(11)v99.
           05  res-premio-quina                    pic 9(11)v99.
           05  res-premio-quadra                   pic 9(11)v99.

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
       77  confirma-exclusao                       pic x(01) value "N".
       77  quantidade-listada                      pic 9(04) value 0.
       77  fs-resultados                           pic x(02).
       77  data-atual                              pic 9(06) value 0.
       77  hora-atual                              pic 9(08) value 0.

      *>----Trilha de auditoria: operador da sessao e dados da alteracao
      *>----a registrar no diario
       77  fs-auditoria                            pic x(02).
       77  operador                                pic x(10) value spaces.
       77  operacao-auditoria                      pic x(01) value space.
       01  chave-auditoria                         pic x(20) value spaces.
       01  imagem-antes                            pic x(120) value spaces.
       01  imagem-depois                           pic x(120) value spaces.

      *>----Faixa de validacao das dezenas, perguntada na abertura (a mesma
      *>----faixa configurada nas rodadas do Loteria)
       01  linha-dezenas                           pic x(60) value spaces.
       77  ponteiro-linha                          pic 9(03) value 1.

      *>----Edicao do rateio na listagem
       77  premio-editado                          pic z(10)9,99.
       77  ganhadores-editados                     pic z(5)9.

      *>----Variaveis da tela de manutencao
       01  mensagem-tela                           pic x(40) value spaces.

           05  line 07 column 28 value "): ".
           05  line 07 column 31 pic 9(02) using dezena-digitada.

       01  tela-rateio.
           05  blank screen.
           05  line 01 column 05 value "===== Loteria - Resultados Oficiais =====".
           05  line 02 column 05 value "Concurso: ".
           05  line 02 column 15 pic 9(04) from res-concurso.
           05  line 03 column 05 value "Rateio oficial (premio por ganhador; zeros se nao divulgado)".
           05  line 05 column 05 value "Faixa     Ganhadores   Premio".
           05  line 07 column 05 value "Sena....: ".
           05  line 07 column 15 pic 9(06) using res-ganhadores-sena.
           05  line 07 column 28 pic 9(11)v99 using res-premio-sena.
           05  line 08 column 05 value "Quina...: ".
           05  line 08 column 15 pic 9(06) using res-ganhadores-quina.
           05  line 08 column 28 pic 9(11)v99 using res-premio-quina.
           05  line 09 column 05 value "Quadra..: ".
           05  line 09 column 15 pic 9(06) using res-ganhadores-quadra.
           05  line 09 column 28 pic 9(11)v99 using res-premio-quadra.

       *>Declaração do corpo do programa
       procedure Division.

                  perform configura-faixa.
                  perform identifica-operador.
                  perform abre-cadastro.
                  perform until opcao-sair
                      perform exibe-menu
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
                      display "Manutencao encerrada sem tocar no cadastro."
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
                      move "RESULTADO" to aud-programa
                      move operador to aud-operador
                      move "RESULTOF.DAT" to aud-arquivo
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
                  perform varying ind3 from 1 by 1 until ind3 > 20
                      move 0 to res-dezenas(ind3)
                  end-perform
                  move 0 to res-ganhadores-sena
                  move 0 to res-ganhadores-quina
                  move 0 to res-ganhadores-quadra
                  move 0 to res-premio-sena
                  move 0 to res-premio-quina
                  move 0 to res-premio-quadra
                  move "Inclusao de concurso" to mensagem-tela
                  display tela-resultado
                  accept tela-resultado
                          display "Data " res-data " invalida. Inclusao cancelada."
                      else
                          perform captura-dezenas
                          perform captura-rateio
                          write reg-resultado
                              invalid key
                                  display "Concurso " res-concurso " ja cadastrado."
                              not invalid key
                                  display "Concurso " res-concurso " incluido."
                                  move "I" to operacao-auditoria
                                  move res-concurso to chave-auditoria
                                  move spaces to imagem-antes
                                  move reg-resultado to imagem-depois
                                  perform grava-auditoria
                          end-write
                      end-if
                  end-if
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Alteração da data, das dezenas e do rateio de um concurso existente
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       altera-resultado section.
                      invalid key
                          display "Concurso " res-concurso " nao cadastrado."
                      not invalid key
                          move reg-resultado to imagem-antes
                          move "Alteracao de concurso" to mensagem-tela
                          display tela-resultado
                          accept tela-resultado
                              display "Data " res-data " invalida. Alteracao cancelada."
                          else
                              perform captura-dezenas
                              perform captura-rateio
                              rewrite reg-resultado
                                  invalid key
                                      display "Falha ao regravar, status " fs-resultados
                                  not invalid key
                                      display "Concurso " res-concurso " alterado."
                                      move "A" to operacao-auditoria
                                      move res-concurso to chave-auditoria
                                      move reg-resultado to imagem-depois
                                      perform grava-auditoria
                              end-rewrite
                          end-if
                  end-read
                          display "Excluir o concurso " res-concurso " de " res-data "? (S/N)"
                          accept confirma-exclusao
                          if confirma-exclusao = "S" or confirma-exclusao = "s" then
                              move reg-resultado to imagem-antes
                              delete resultados-oficiais
                                  invalid key
                                      display "Falha ao excluir, status " fs-resultados
                                  not invalid key
                                      display "Concurso " res-concurso " excluido."
                                      move "E" to operacao-auditoria
                                      move res-concurso to chave-auditoria
                                      move spaces to imagem-depois
                                      perform grava-auditoria
                              end-delete
                          else
                              display "Exclusao cancelada."
                              add 1 to quantidade-listada
                              perform monta-linha-dezenas
                              display res-concurso " " res-data " dezenas " linha-dezenas
                              perform mostra-rateio
                      end-read
                  end-perform
                  display "Total de concursos: " quantidade-listada
       monta-linha-dezenas-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Exibe na listagem o rateio oficial do concurso, quando cadastrado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       mostra-rateio section.

                  if res-premio-sena > 0 or res-premio-quina > 0 or res-premio-quadra > 0 then
                      move res-ganhadores-sena to ganhadores-editados
                      move res-premio-sena to premio-editado
                      display "     sena   " ganhadores-editados " ganhadores  " premio-editado
                      move res-ganhadores-quina to ganhadores-editados
                      move res-premio-quina to premio-editado
                      display "     quina  " ganhadores-editados " ganhadores  " premio-editado
                      move res-ganhadores-quadra to ganhadores-editados
                      move res-premio-quadra to premio-editado
                      display "     quadra " ganhadores-editados " ganhadores  " premio-editado
                  else
                      display "     rateio oficial nao cadastrado"
                  end-if
                  .
       mostra-rateio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Valida a data do concurso (AAAAMMDD): mês entre 01 e 12 e dia
      *> dentro do tamanho do mês, considerando ano bissexto
       captura-dezenas-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Captura, na tela, o rateio oficial do concurso: quantidade de
      *> ganhadores e prêmio pago a cada ganhador por faixa; faixa sem
      *> ganhador fica com prêmio zero, e a conferência do Loteria usa o
      *> prêmio estimado da tabela enquanto o rateio não é divulgado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       captura-rateio section.

                  display tela-rateio
                  accept tela-rateio
                  if res-ganhadores-sena = 0 then
                      move 0 to res-premio-sena
                  end-if
                  if res-ganhadores-quina = 0 then
                      move 0 to res-premio-quina
                  end-if
                  if res-ganhadores-quadra = 0 then
                      move 0 to res-premio-quadra
                  end-if
                  .
       captura-rateio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Valida a dezena digitada na tela, exibindo o erro no próprio
      *> formulário em vez de simplesmente cair para o próximo passo
