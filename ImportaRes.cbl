      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "ImportaRes".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 07/10/2026.
       Date-compiled. 07/10/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   07/10/2026 - versao inicial: importacao em lote dos resultados
      *>                oficiais publicados pela Caixa (RESULTCX.TXT) para
      *>                o cadastro RESULTOF.DAT, com as validacoes da tela
      *>                do Resultado (dezenas na faixa e sem repeticao, data
      *>                valida, concurso nao repetido no arquivo), rateio
      *>                oficial quando publicado, linhas recusadas com o
      *>                motivo em IMPORREJ.TXT, inclusoes e alteracoes no
      *>                diario de auditoria e codigos de retorno distintos
      *>                para a cadeia da rodada noturna
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arquivo-caixa
               assign to "RESULTCX.TXT"
               organization is line sequential
               file status is fs-caixa.
           select resultados-oficiais
               assign to "RESULTOF.DAT"
               organization is indexed
               access mode is dynamic
               record key is res-concurso
               file status is fs-resultados.
           select relatorio-rejeicoes
               assign to "IMPORREJ.TXT"
               organization is line sequential
               file status is fs-rejeicoes.
           select arquivo-parametros
               assign to "PARAMIMP.DAT"
               organization is line sequential
               file status is fs-parametros.
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

      *>----Arquivo publicado: concurso;DD/MM/AAAA;dezenas...; e, quando
      *>----divulgado, ganhadores e premio por ganhador da sena, da quina e
      *>----da quadra, com valores no formato 1.234,56; linha de cabecalho
      *>----no inicio e ignorada
       FD  arquivo-caixa.
       01  reg-caixa                               pic x(300).

       FD  resultados-oficiais.
       01  reg-resultado.
           05  res-concurso                        pic 9(04).
           05  res-data                            pic 9(08).
           05  res-dezenas                         pic 9(02) occurs 20.
           05  res-ganhadores-sena                 pic 9(06).
           05  res-ganhadores-quina                pic 9(06).
           05  res-ganhadores-quadra               pic 9(06).
           05  res-premio-sena                     pic 9(11)v99.
           05  res-premio-quina                    pic 9(11)v99.
           05  res-premio-quadra                   pic 9(11)v99.

       FD  relatorio-rejeicoes.
       01  reg-rejeicao                            pic x(132).

      *>----Cartao de parametros: faixa das dezenas e quantidade de dezenas
      *>----sorteadas por concurso (sem cartao, 01 a 60 com 6 dezenas)
       FD  arquivo-parametros.
       01  reg-parametros.
           05  par-faixa-minima                    pic 9(02).
           05  par-faixa-maxima                    pic 9(02).
           05  par-qtd-dezenas                     pic 9(02).

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
       77  fs-caixa                                pic x(02).
       77  fs-resultados                           pic x(02).
       77  fs-rejeicoes                            pic x(02).
       77  fs-parametros                           pic x(02).
       77  data-atual                              pic 9(06) value 0.
       77  hora-atual                              pic 9(08) value 0.

      *>----Trilha de auditoria: operador da importacao e dados da
      *>----alteracao a registrar no diario
       77  fs-auditoria                            pic x(02).
       77  operador                                pic x(10) value spaces.
       77  operacao-auditoria                      pic x(01) value space.
       01  chave-auditoria                         pic x(20) value spaces.
       01  imagem-antes                            pic x(120) value spaces.
       01  imagem-depois                           pic x(120) value spaces.

      *>----Faixa de validacao das dezenas e quantidade de dezenas por
      *>----concurso (as mesmas regras da tela do Resultado)
       77  faixa-minima                            pic 9(02) value 1.
       77  faixa-maxima                            pic 9(02) value 60.
       77  qtd-dezenas                             pic 9(02) value 6.
       77  campos-com-rateio                       pic 9(02) value 0.

      *>----Campos separados da linha publicada
       01  tabela-campos.
           05  campo-linha occurs 30               pic x(20).
       77  quantidade-campos                       pic 9(02) value 0.
       77  tamanho-linha                           pic 9(03) value 0.
       77  ponteiro-linha                          pic 9(03) value 1.
       01  campo-atual                             pic x(20) value spaces.
       77  ind                                     pic 9(02).
       77  ind2                                    pic 9(02).
       77  ind3                                    pic 9(03).

      *>----Conversao de um campo numerico publicado (1.234,56)
       01  campo-numero                            pic x(20) value spaces.
       77  valor-convertido                        pic 9(13)v99 value 0.
       77  digito-numero                           pic 9(01) value 0.
       77  casas-decimais                          pic 9(02) value 0.
       77  digitos-inteiros                        pic 9(02) value 0.
       77  numero-valido-sw                        pic x(01) value "N".
           88  numero-valido                       value "S".
       77  virgula-vista-sw                        pic x(01) value "N".
           88  virgula-vista                       value "S".
       77  fim-numero-sw                           pic x(01) value "N".
           88  fim-numero                          value "S".
       77  digito-visto-sw                         pic x(01) value "N".
           88  digito-visto                        value "S".

      *>----Validacao da data do concurso (AAAAMMDD)
       77  data-valida-sw                          pic x(01) value "N".
           88  data-valida                         value "S".
       01  data-decomposta.
           05  dat-ano                             pic 9(04).
           05  dat-mes                             pic 9(02).
           05  dat-dia                             pic 9(02).
       77  ultimo-dia-mes                          pic 9(02) value 0.
       77  resto-bissexto                          pic 9(04) value 0.

      *>----Resultado montado da linha e situacao da validacao
       01  resultado-novo.
           05  nov-concurso                        pic 9(04).
           05  nov-data                            pic 9(08).
           05  nov-dezenas                         pic 9(02) occurs 20.
           05  nov-ganhadores-sena                 pic 9(06).
           05  nov-ganhadores-quina                pic 9(06).
           05  nov-ganhadores-quadra               pic 9(06).
           05  nov-premio-sena                     pic 9(11)v99.
           05  nov-premio-quina                    pic 9(11)v99.
           05  nov-premio-quadra                   pic 9(11)v99.
       77  rateio-publicado-sw                     pic x(01) value "N".
           88  rateio-publicado                    value "S".
       77  linha-valida-sw                         pic x(01) value "N".
           88  linha-valida                        value "S".
       01  motivo-rejeicao                         pic x(60) value spaces.

      *>----Concursos ja lidos no arquivo, para recusar o concurso repetido
       01  tabela-concursos-lidos.
           05  concurso-lido occurs 9999           pic x(01).

      *>----Totais da importacao
       77  linhas-lidas                            pic 9(07) value 0.
       77  linhas-dados                            pic 9(07) value 0.
       77  total-incluidos                         pic 9(07) value 0.
       77  total-alterados                         pic 9(07) value 0.
       77  total-sem-alteracao                     pic 9(07) value 0.
       77  total-rejeitados                        pic 9(07) value 0.
       77  contagem-editada                        pic z(6)9.
       01  linha-relatorio                         pic x(132) value spaces.

       *>Declaração do corpo do programa
       procedure Division.

                  perform le-parametros.
                  perform abre-arquivos.
                  perform identifica-operador.
                  perform importa-arquivo.
                  perform emite-totais.
                  perform fecha-arquivos.

                  evaluate true
                      when total-rejeitados = 0
                          move 0 to return-code
                      when total-rejeitados < linhas-dados
                          move 4 to return-code
                      when other
                          move 8 to return-code
                  end-evaluate
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Cartão de parâmetros com a faixa e a quantidade de dezenas; sem o
      *> cartão vale a configuração padrão (01 a 60, 6 dezenas), para a
      *> importação rodar na cadeia noturna sem prompts
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-parametros section.

                  open input arquivo-parametros
                  if fs-parametros = "00" then
                      read arquivo-parametros
                          at end
                              move spaces to reg-parametros
                      end-read
                      close arquivo-parametros
                      if par-faixa-minima is not numeric
                         or par-faixa-maxima is not numeric
                         or par-qtd-dezenas is not numeric then
                          display "Cartao PARAMIMP.DAT invalido: faixa e quantidade"
                              " devem ser numericas (ex: 016006)"
                          move 12 to return-code
                          stop run
                      end-if
                      move par-faixa-minima to faixa-minima
                      move par-faixa-maxima to faixa-maxima
                      move par-qtd-dezenas to qtd-dezenas
                  end-if
                  if faixa-minima < 1 or faixa-maxima <= faixa-minima
                     or qtd-dezenas < 1 or qtd-dezenas > 20
                     or qtd-dezenas > faixa-maxima - faixa-minima + 1 then
                      display "Parametros invalidos: faixa " faixa-minima " a "
                          faixa-maxima " com " qtd-dezenas " dezenas"
                      move 12 to return-code
                      stop run
                  end-if
                  compute campos-com-rateio = 2 + qtd-dezenas + 6
                  display "Importacao de resultados: faixa " faixa-minima " a "
                      faixa-maxima ", " qtd-dezenas " dezenas por concurso"
                  .
       le-parametros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura dos arquivos: sem o arquivo publicado não há o que
      *> importar (código 2); falha no cadastro encerra com código 12
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-arquivos section.

                  open input arquivo-caixa
                  if fs-caixa not = "00" then
                      display "Arquivo de resultados RESULTCX.TXT ausente, status "
                          fs-caixa ". Nada a importar."
                      move 2 to return-code
                      stop run
                  end-if

                  open i-o resultados-oficiais
                  if fs-resultados = "35" then
                      open output resultados-oficiais
                      close resultados-oficiais
                      open i-o resultados-oficiais
                  end-if
                  if fs-resultados not = "00" then
                      display "Nao foi possivel abrir o cadastro RESULTOF.DAT, status "
                          fs-resultados
                      close arquivo-caixa
                      move 12 to return-code
                      stop run
                  end-if

                  open output relatorio-rejeicoes
                  move "===== Loteria - Importacao de Resultados Oficiais - Linhas Recusadas ====="
                      to linha-relatorio
                  perform emite-linha
                  move spaces to linha-relatorio
                  perform emite-linha

                  move all "N" to tabela-concursos-lidos
                  .
       abre-arquivos-exit.
                  exit.

       fecha-arquivos section.

                  close arquivo-caixa
                  close resultados-oficiais
                  close relatorio-rejeicoes
                  .
       fecha-arquivos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Operador da importação, tirado do usuário do sistema (na cadeia
      *> noturna, sem usuário, fica BATCH), e conferência do diário de
      *> auditoria: sem o diário o cadastro não é tocado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       identifica-operador section.

                  move spaces to operador
                  accept operador from environment "USER"
                  if operador = spaces then
                      move "BATCH" to operador
                  end-if
                  open extend diario-auditoria
                  if fs-auditoria = "35" then
                      open output diario-auditoria
                  end-if
                  if fs-auditoria not = "00" then
                      display "Falha ao abrir o diario de auditoria AUDITORI.DAT, status "
                          fs-auditoria
                      display "Importacao encerrada sem tocar no cadastro."
                      perform fecha-arquivos
                      move 12 to return-code
                      stop run
                  end-if
                  close diario-auditoria
                  .
       identifica-operador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Leitura do arquivo publicado, linha a linha
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       importa-arquivo section.

                  perform until fs-caixa not = "00"
                      read arquivo-caixa
                          at end
                              move "10" to fs-caixa
                          not at end
                              add 1 to linhas-lidas
                              perform importa-linha
                      end-read
                  end-perform
                  .
       importa-arquivo-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Uma linha do arquivo: linha em branco é ignorada, assim como a
      *> primeira linha quando não começa por número (cabeçalho); as demais
      *> são validadas e aplicadas ao cadastro ou recusadas com o motivo
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       importa-linha section.

                  if reg-caixa not = spaces then
                      if linhas-lidas = 1 and reg-caixa(1:1) is not numeric then
                          display "Cabecalho ignorado: " reg-caixa(1:60)
                      else
                          add 1 to linhas-dados
                          perform separa-campos
                          perform valida-linha
                          if linha-valida then
                              perform aplica-resultado
                          else
                              perform rejeita-linha
                          end-if
                      end-if
                  end-if
                  .
       importa-linha-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Separa os campos da linha pelo ponto e vírgula
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       separa-campos section.

                  move spaces to tabela-campos
                  move 0 to quantidade-campos
                  move 0 to tamanho-linha
                  perform varying ind3 from 300 by -1
                          until ind3 < 1 or tamanho-linha > 0
                      if reg-caixa(ind3:1) not = space then
                          move ind3 to tamanho-linha
                      end-if
                  end-perform
                  move 1 to ponteiro-linha
                  perform until ponteiro-linha > tamanho-linha or quantidade-campos >= 30
                      move spaces to campo-atual
                      unstring reg-caixa delimited by ";"
                          into campo-atual
                          with pointer ponteiro-linha
                      end-unstring
                      add 1 to quantidade-campos
                      move campo-atual to campo-linha(quantidade-campos)
                  end-perform
      *>            linha terminada em ponto e virgula: ultimo campo vazio
                  if tamanho-linha > 0 and quantidade-campos < 30 then
                      if reg-caixa(tamanho-linha:1) = ";" then
                          add 1 to quantidade-campos
                      end-if
                  end-if
                  .
       separa-campos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Validação da linha com as regras da tela do Resultado; a primeira
      *> falha encontrada fica como motivo da recusa
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-linha section.

                  move "S" to linha-valida-sw
                  move spaces to motivo-rejeicao
                  initialize resultado-novo
                  move "N" to rateio-publicado-sw

      *>            quantidade de campos: so as dezenas, ou dezenas e rateio
                  if quantidade-campos = 2 + qtd-dezenas then
                      continue
                  else
                      if quantidade-campos = campos-com-rateio then
                          move "S" to rateio-publicado-sw
                      else
                          move "N" to linha-valida-sw
                          move "Quantidade de campos incompativel com as dezenas e o rateio"
                              to motivo-rejeicao
                      end-if
                  end-if

      *>            concurso
                  if linha-valida then
                      move campo-linha(1) to campo-numero
                      perform converte-numero
                      if not numero-valido or virgula-vista
                         or valor-convertido < 1 or valor-convertido > 9999 then
                          move "N" to linha-valida-sw
                          move "Concurso invalido" to motivo-rejeicao
                      else
                          move valor-convertido to nov-concurso
                          if concurso-lido(nov-concurso) = "S" then
                              move "N" to linha-valida-sw
                              move "Concurso repetido no arquivo" to motivo-rejeicao
                          else
                              move "S" to concurso-lido(nov-concurso)
                          end-if
                      end-if
                  end-if

      *>            data DD/MM/AAAA
                  if linha-valida then
                      perform converte-data
                      if not data-valida then
                          move "N" to linha-valida-sw
                          move "Data do concurso invalida" to motivo-rejeicao
                      end-if
                  end-if

      *>            dezenas dentro da faixa e sem repeticao
                  if linha-valida then
                      perform varying ind from 1 by 1
                              until ind > qtd-dezenas or not linha-valida
                          move campo-linha(ind + 2) to campo-numero
                          perform converte-numero
                          if not numero-valido or virgula-vista
                             or valor-convertido < faixa-minima
                             or valor-convertido > faixa-maxima then
                              move "N" to linha-valida-sw
                              move spaces to motivo-rejeicao
                              string "Dezena " delimited by size
                                     ind delimited by size
                                     " invalida ou fora da faixa: " delimited by size
                                     campo-linha(ind + 2) delimited by size
                                     into motivo-rejeicao
                              end-string
                          else
                              move valor-convertido to nov-dezenas(ind)
                              perform varying ind2 from 1 by 1 until ind2 >= ind
                                  if nov-dezenas(ind2) = nov-dezenas(ind) then
                                      move "N" to linha-valida-sw
                                      move spaces to motivo-rejeicao
                                      string "Dezena repetida no concurso: " delimited by size
                                             nov-dezenas(ind) delimited by size
                                             into motivo-rejeicao
                                      end-string
                                  end-if
                              end-perform
                          end-if
                      end-perform
                  end-if

      *>            rateio oficial, quando publicado
                  if linha-valida and rateio-publicado then
                      perform valida-rateio
                  end-if
                  .
       valida-linha-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Rateio publicado: ganhadores e prêmio por ganhador de cada faixa;
      *> faixa sem ganhador fica com prêmio zero, como na tela do Resultado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-rateio section.

                  compute ind = 3 + qtd-dezenas
                  move campo-linha(ind) to campo-numero
                  perform converte-numero
                  if not numero-valido or virgula-vista or valor-convertido > 999999 then
                      move "N" to linha-valida-sw
                  else
                      move valor-convertido to nov-ganhadores-sena
                  end-if
                  add 1 to ind
                  move campo-linha(ind) to campo-numero
                  perform converte-numero
                  if not numero-valido or valor-convertido > 99999999999,99 then
                      move "N" to linha-valida-sw
                  else
                      move valor-convertido to nov-premio-sena
                  end-if
                  add 1 to ind
                  move campo-linha(ind) to campo-numero
                  perform converte-numero
                  if not numero-valido or virgula-vista or valor-convertido > 999999 then
                      move "N" to linha-valida-sw
                  else
                      move valor-convertido to nov-ganhadores-quina
                  end-if
                  add 1 to ind
                  move campo-linha(ind) to campo-numero
                  perform converte-numero
                  if not numero-valido or valor-convertido > 99999999999,99 then
                      move "N" to linha-valida-sw
                  else
                      move valor-convertido to nov-premio-quina
                  end-if
                  add 1 to ind
                  move campo-linha(ind) to campo-numero
                  perform converte-numero
                  if not numero-valido or virgula-vista or valor-convertido > 999999 then
                      move "N" to linha-valida-sw
                  else
                      move valor-convertido to nov-ganhadores-quadra
                  end-if
                  add 1 to ind
                  move campo-linha(ind) to campo-numero
                  perform converte-numero
                  if not numero-valido or valor-convertido > 99999999999,99 then
                      move "N" to linha-valida-sw
                  else
                      move valor-convertido to nov-premio-quadra
                  end-if

                  if not linha-valida then
                      move "Rateio oficial com ganhadores ou premio invalido"
                          to motivo-rejeicao
                  end-if
                  if nov-ganhadores-sena = 0 then
                      move 0 to nov-premio-sena
                  end-if
                  if nov-ganhadores-quina = 0 then
                      move 0 to nov-premio-quina
                  end-if
                  if nov-ganhadores-quadra = 0 then
                      move 0 to nov-premio-quadra
                  end-if
                  .
       valida-rateio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Converte um campo publicado em número: dígitos com ponto de milhar
      *> opcional e vírgula decimal (até duas casas); espaços nas pontas
      *> são aceitos, qualquer outro caractere invalida o campo
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       converte-numero section.

                  move 0 to valor-convertido
                  move 0 to casas-decimais
                  move 0 to digitos-inteiros
                  move "S" to numero-valido-sw
                  move "N" to virgula-vista-sw
                  move "N" to fim-numero-sw
                  move "N" to digito-visto-sw
                  perform varying ind3 from 1 by 1
                          until ind3 > 20 or not numero-valido
                      evaluate true
                          when campo-numero(ind3:1) = space
                              if digito-visto or virgula-vista then
                                  move "S" to fim-numero-sw
                              end-if
                          when fim-numero
                              move "N" to numero-valido-sw
                          when campo-numero(ind3:1) is numeric
                              move "S" to digito-visto-sw
                              move campo-numero(ind3:1) to digito-numero
                              if virgula-vista then
                                  add 1 to casas-decimais
                                  evaluate casas-decimais
                                      when 1
                                          compute valor-convertido =
                                              valor-convertido + (digito-numero / 10)
                                      when 2
                                          compute valor-convertido =
                                              valor-convertido + (digito-numero / 100)
                                      when other
                                          move "N" to numero-valido-sw
                                  end-evaluate
                              else
                                  add 1 to digitos-inteiros
                                  if digitos-inteiros > 13 then
                                      move "N" to numero-valido-sw
                                  else
                                      compute valor-convertido =
                                          (valor-convertido * 10) + digito-numero
                                  end-if
                              end-if
                          when campo-numero(ind3:1) = "."
                              if virgula-vista or not digito-visto then
                                  move "N" to numero-valido-sw
                              end-if
                          when campo-numero(ind3:1) = ","
                              if virgula-vista then
                                  move "N" to numero-valido-sw
                              else
                                  move "S" to virgula-vista-sw
                              end-if
                          when other
                              move "N" to numero-valido-sw
                      end-evaluate
                  end-perform
                  if not digito-visto then
                      move "N" to numero-valido-sw
                  end-if
                  .
       converte-numero-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Data publicada DD/MM/AAAA convertida para AAAAMMDD e validada com
      *> as regras da tela do Resultado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       converte-data section.

                  move "N" to data-valida-sw
                  move campo-linha(2) to campo-atual
                  if campo-atual(1:2) is numeric and campo-atual(3:1) = "/"
                     and campo-atual(4:2) is numeric and campo-atual(6:1) = "/"
                     and campo-atual(7:4) is numeric and campo-atual(11:10) = spaces then
                      move campo-atual(7:4) to dat-ano
                      move campo-atual(4:2) to dat-mes
                      move campo-atual(1:2) to dat-dia
                      move data-decomposta to nov-data
                      perform valida-data
                  end-if
                  .
       converte-data-exit.
                  exit.

       valida-data section.

                  move "N" to data-valida-sw
                  move nov-data to data-decomposta
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

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Aplica o resultado validado: concurso novo é incluído, concurso
      *> existente é alterado quando difere do publicado (sem rateio na
      *> linha, o rateio já cadastrado é mantido) e fica como está quando
      *> igual; inclusões e alterações vão para o diário de auditoria
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       aplica-resultado section.

                  move nov-concurso to res-concurso
                  read resultados-oficiais
                      invalid key
                          move resultado-novo to reg-resultado
                          write reg-resultado
                              invalid key
                                  move spaces to motivo-rejeicao
                                  string "Falha ao incluir no cadastro, status " delimited by size
                                         fs-resultados delimited by size
                                         into motivo-rejeicao
                                  end-string
                                  perform rejeita-linha
                              not invalid key
                                  add 1 to total-incluidos
                                  move "I" to operacao-auditoria
                                  move spaces to imagem-antes
                                  move reg-resultado to imagem-depois
                                  perform grava-auditoria
                          end-write
                      not invalid key
                          move reg-resultado to imagem-antes
                          if not rateio-publicado then
                              move res-ganhadores-sena to nov-ganhadores-sena
                              move res-ganhadores-quina to nov-ganhadores-quina
                              move res-ganhadores-quadra to nov-ganhadores-quadra
                              move res-premio-sena to nov-premio-sena
                              move res-premio-quina to nov-premio-quina
                              move res-premio-quadra to nov-premio-quadra
                          end-if
                          if resultado-novo = reg-resultado then
                              add 1 to total-sem-alteracao
                          else
                              move resultado-novo to reg-resultado
                              rewrite reg-resultado
                                  invalid key
                                      move spaces to motivo-rejeicao
                                      string "Falha ao alterar o cadastro, status " delimited by size
                                             fs-resultados delimited by size
                                             into motivo-rejeicao
                                      end-string
                                      perform rejeita-linha
                                  not invalid key
                                      add 1 to total-alterados
                                      display "Concurso " res-concurso
                                          " alterado pelo resultado publicado."
                                      move "A" to operacao-auditoria
                                      move reg-resultado to imagem-depois
                                      perform grava-auditoria
                              end-rewrite
                          end-if
                  end-read
                  .
       aplica-resultado-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Linha recusada: número da linha, motivo e o conteúdo publicado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       rejeita-linha section.

                  add 1 to total-rejeitados
                  move linhas-lidas to contagem-editada
                  move spaces to linha-relatorio
                  string "Linha " delimited by size
                         contagem-editada delimited by size
                         ": " delimited by size
                         motivo-rejeicao delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  move spaces to linha-relatorio
                  string "    " delimited by size
                         reg-caixa delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  .
       rejeita-linha-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Registro de uma inclusão (I) ou alteração (A) no diário de
      *> auditoria, com as imagens antes e depois do registro
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
                      move "IMPORTARES" to aud-programa
                      move operador to aud-operador
                      move "RESULTOF.DAT" to aud-arquivo
                      move operacao-auditoria to aud-operacao
                      move res-concurso to chave-auditoria
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
      *> Totais da importação, no console e no fim do relatório de recusas
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-totais section.

                  move spaces to linha-relatorio
                  perform emite-linha
                  move "----- Totais da importacao -----" to linha-relatorio
                  perform emite-linha
                  move linhas-dados to contagem-editada
                  move spaces to linha-relatorio
                  string "Linhas de resultado lidas....: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-incluidos to contagem-editada
                  move spaces to linha-relatorio
                  string "Concursos incluidos..........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-alterados to contagem-editada
                  move spaces to linha-relatorio
                  string "Concursos alterados..........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-sem-alteracao to contagem-editada
                  move spaces to linha-relatorio
                  string "Concursos ja iguais..........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-rejeitados to contagem-editada
                  move spaces to linha-relatorio
                  string "Linhas recusadas.............: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  .
       emite-totais-exit.
                  exit.

       emite-linha section.

                  display linha-relatorio
                  move linha-relatorio to reg-rejeicao
                  write reg-rejeicao
                  .
       emite-linha-exit.
                  exit.
