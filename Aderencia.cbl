      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Aderencia".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 14/10/2026.
       Date-compiled. 14/10/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   14/10/2026 - versao inicial: teste de aderencia do gerador de
      *>                sorteios sobre o historico da rodada (HISTSORT.DAT)
      *>                e as geracoes retidas do catalogo HISTGER.DAT, por
      *>                identificador de rodada ou por periodo (cartao
      *>                PARAMADE.DAT), com testes qui-quadrado da frequencia
      *>                das dezenas, das dezenas por posicao de sorteio e
      *>                dos pares de dezenas contra o sorteio equiprovavel
      *>                na faixa, relatorio em ADERENC.TXT e codigo de
      *>                retorno para a cadeia da Rodada (0 aderente,
      *>                2 amostra insuficiente, 8 gerador viciado,
      *>                12 parametros invalidos)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select historico-sorteios
               assign to "HISTSORT.DAT"
               organization is line sequential
               file status is fs-historico.
           select catalogo-geracoes
               assign to "HISTGER.DAT"
               organization is line sequential
               file status is fs-catalogo.
           select historico-geracao
               assign to "HISTADER.TMP"
               organization is line sequential
               file status is fs-geracao.
           select relatorio-aderencia
               assign to "ADERENC.TXT"
               organization is line sequential
               file status is fs-relatorio.
           select arquivo-parametros
               assign to "PARAMADE.DAT"
               organization is line sequential
               file status is fs-parametros.
           select cartao-execucao
               assign to "PARAMEXE.DAT"
               organization is line sequential
               file status is fs-cartao-execucao.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

       FD  historico-sorteios.
       01  reg-historico.
           05  reg-hist-sorteio                   pic 9(02) occurs 20.
           05  reg-hist-tentativa                 pic 9(09).
           05  reg-hist-rodada                    pic 9(12).

       FD  catalogo-geracoes.
       01  reg-geracao.
           05  ger-data                            pic 9(06).
           05  ger-hora                            pic 9(06).
           05  ger-nome                            pic x(20).
           05  ger-rodada                          pic 9(12).

      *>----Copia de trabalho de uma geracao retida do historico, no mesmo
      *>----layout do HISTSORT.DAT
       FD  historico-geracao.
       01  reg-historico-geracao.
           05  gen-hist-sorteio                   pic 9(02) occurs 20.
           05  gen-hist-tentativa                 pic 9(09).
           05  gen-hist-rodada                    pic 9(12).

       FD  relatorio-aderencia.
       01  reg-relatorio                           pic x(100).

      *>----Cartao de parametros do teste: modo R (uma rodada, zero = a
      *>----ultima do historico) ou P (periodo AAMMDD das rodadas) e faixa
      *>----das dezenas (zeros = a faixa do cartao de execucao do Loteria)
       FD  arquivo-parametros.
       01  reg-parametros.
           05  par-modo                            pic x(01).
           05  par-rodada                          pic 9(12).
           05  par-data-inicial                    pic 9(06).
           05  par-data-final                      pic 9(06).
           05  par-faixa-minima                    pic 9(02).
           05  par-faixa-maxima                    pic 9(02).

      *>----Cartao de execucao do Loteria (PARAMEXE.DAT), lido so para a
      *>----faixa das dezenas configurada nas rodadas
       FD  cartao-execucao.
       01  reg-cartao-execucao.
           05  exe-faixa-minima                    pic 9(02).
           05  exe-faixa-maxima                    pic 9(02).
           05  filler                              pic x(40).

       *>----Variaveis de trabalho
       working-storage section.
       77  fs-historico                            pic x(02).
       77  fs-catalogo                             pic x(02).
       77  fs-geracao                              pic x(02).
       77  fs-relatorio                            pic x(02).
       77  fs-parametros                           pic x(02).
       77  fs-cartao-execucao                      pic x(02).
       77  ret-arquivo                             pic s9(09) comp-5.

      *>----Amostra escolhida
       77  modo-amostra                            pic x(01) value "R".
           88  modo-rodada                         value "R" "r".
           88  modo-periodo                        value "P" "p".
       77  rodada-alvo                             pic 9(12) value 0.
       77  data-inicial                            pic 9(06) value 0.
       77  data-final                              pic 9(06) value 999999.
       77  data-rodada                             pic 9(06) value 0.
       77  faixa-minima                            pic 9(02) value 0.
       77  faixa-maxima                            pic 9(02) value 0.
       77  amplitude-faixa                         pic 9(03) value 0.
       77  parametros-ok-sw                        pic x(01) value "S".
           88  parametros-ok                       value "S".

      *>----Registro do historico em exame (corrente ou de geracao)
       01  sorteio-exame.
           05  exa-sorteio                         pic 9(02) occurs 20.
           05  exa-tentativa                       pic 9(09).
           05  exa-rodada                          pic 9(12).
       01  dezenas-sorteio.
           05  dezena-sorteio occurs 20            pic 9(02).
       01  tabela-presenca.
           05  presenca-dezena occurs 99           pic x(01).
       77  qtd-dezenas                             pic 9(02) value 0.
       77  sorteio-valido-sw                       pic x(01) value "S".
           88  sorteio-valido                      value "S".
           88  sorteio-fora-faixa                  value "F".
           88  sorteio-repetido                    value "R".

      *>----Contagens da amostra
       77  arquivos-lidos                          pic 9(03) value 0.
       77  registros-lidos                         pic 9(12) value 0.
       77  total-sorteios                          pic 9(12) value 0.
       77  sorteios-fora-faixa                     pic 9(12) value 0.
       77  sorteios-repetidos                      pic 9(12) value 0.
       77  qtd-minima                              pic 9(02) value 99.
       77  qtd-maxima                              pic 9(02) value 0.
       77  soma-dezenas                            pic 9(14) value 0.
       77  soma-dezenas-quad                       pic 9(16) value 0.
       77  pares-sorteio                           pic 9(03) value 0.
       77  soma-pares                              pic 9(15) value 0.
       77  soma-pares-quad                         pic 9(18) value 0.
       01  tabela-dezenas                          value zeros.
           05  contagem-dezena occurs 99           pic 9(12).
       01  tabela-posicoes                         value zeros.
           05  posicao-sorteio occurs 20.
               10  contagem-posicao occurs 99      pic 9(12).
       01  tabela-pares                            value zeros.
           05  linha-par occurs 99.
               10  contagem-par occurs 99          pic 9(12).
       77  ind                                     pic 9(02).
       77  ind2                                    pic 9(02).
       77  ind3                                    pic 9(03).
       77  dezena-a                                pic 9(02).
       77  dezena-b                                pic 9(02).

      *>----Testes qui-quadrado: estatistica corrigida pela retirada sem
      *>----reposicao das dezenas de cada sorteio, graus de liberdade e
      *>----valor critico de Wilson-Hilferty ao nivel de 0,1% (z = 3,0902);
      *>----esperado abaixo de 5 por celula deixa o teste inconclusivo
       77  z-critico                               pic 9(01)v9(04) value 3,0902.
       77  esperado-minimo                         pic 9(02) value 5.
       77  esperado                                pic 9(12)v9(06) value 0.
       77  desvio                                  pic s9(12)v9(06) value 0.
       77  estatistica                             pic 9(12)v9(04) value 0.
       77  media-estatistica                       pic 9(12)v9(06) value 0.
       77  graus-liberdade                         pic 9(09) value 0.
       77  termo-wh                                pic 9(01)v9(12) value 0.
       77  valor-critico                           pic 9(12)v9(04) value 0.
       77  quantidade-pares                        pic 9(05) value 0.
       77  par-maximo                              pic 9(12) value 0.
       77  par-minimo                              pic 9(12) value 0.
       01  situacao-teste                          pic x(12) value spaces.
       77  testes-viciados                         pic 9(01) value 0.
       77  testes-inconclusivos                    pic 9(01) value 0.

      *>----Edicao do relatorio
       01  linha-relatorio                         pic x(100) value spaces.
       77  contagem-editada                        pic z(11)9.
       77  estatistica-editada                     pic z(11)9,9999.
       77  critico-editado                         pic z(11)9,9999.
       77  esperado-editado                        pic z(11)9,99.
       77  graus-editados                          pic z(8)9.

       *>Declaração do corpo do programa
       procedure Division.

                  perform le-parametros.
                  perform valida-parametros.
                  if modo-rodada and rodada-alvo = 0 then
                      perform localiza-ultima-rodada
                  end-if
                  perform le-historico-corrente.
                  perform le-geracoes.
                  perform emite-relatorio.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Leitura do cartão de parâmetros do teste. Sem o cartão o teste
      *> roda sem prompts sobre a última rodada do histórico, para entrar
      *> na cadeia da rodada noturna logo depois do Loteria
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-parametros section.

                  move "R" to modo-amostra
                  move 0 to rodada-alvo
                  move 0 to faixa-minima
                  move 0 to faixa-maxima
                  open input arquivo-parametros
                  if fs-parametros = "00" then
                      read arquivo-parametros
                          not at end
                              move par-modo to modo-amostra
                              if par-rodada is numeric then
                                  move par-rodada to rodada-alvo
                              end-if
                              if par-data-inicial is numeric then
                                  move par-data-inicial to data-inicial
                              end-if
                              if par-data-final is numeric then
                                  move par-data-final to data-final
                              end-if
                              if par-faixa-minima is numeric
                                 and par-faixa-maxima is numeric then
                                  move par-faixa-minima to faixa-minima
                                  move par-faixa-maxima to faixa-maxima
                              end-if
                              display "Cartao de parametros encontrado,"
                                  " teste nao assistido."
                      end-read
                      close arquivo-parametros
                  else
                      display "Cartao PARAMADE.DAT ausente: teste da ultima rodada do historico."
                  end-if

                  if faixa-minima = 0 and faixa-maxima = 0 then
                      move 1 to faixa-minima
                      move 60 to faixa-maxima
                      open input cartao-execucao
                      if fs-cartao-execucao = "00" then
                          read cartao-execucao
                              not at end
                                  if exe-faixa-minima is numeric
                                     and exe-faixa-maxima is numeric then
                                      move exe-faixa-minima to faixa-minima
                                      move exe-faixa-maxima to faixa-maxima
                                  end-if
                          end-read
                          close cartao-execucao
                      end-if
                  end-if
                  .
       le-parametros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Modo, período e faixa inválidos encerram com código 12
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-parametros section.

                  move "S" to parametros-ok-sw
                  if not modo-rodada and not modo-periodo then
                      display "Modo de amostra " modo-amostra " invalido (R rodada, P periodo)."
                      move "N" to parametros-ok-sw
                  end-if
                  if modo-periodo and data-inicial > data-final then
                      display "Periodo invalido: data inicial " data-inicial
                          " maior que a data final " data-final
                      move "N" to parametros-ok-sw
                  end-if
                  if faixa-minima < 1 or faixa-maxima <= faixa-minima then
                      display "Faixa das dezenas invalida: " faixa-minima " a " faixa-maxima
                      move "N" to parametros-ok-sw
                  end-if
                  if not parametros-ok then
                      display "Teste de aderencia cancelado."
                      move 12 to return-code
                      stop run
                  end-if
                  compute amplitude-faixa = faixa-maxima - faixa-minima + 1
                  .
       valida-parametros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> A última rodada é a do último registro do histórico corrente
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       localiza-ultima-rodada section.

                  open input historico-sorteios
                  if fs-historico = "00" then
                      perform until fs-historico not = "00"
                          read historico-sorteios
                              at end
                                  move "10" to fs-historico
                              not at end
                                  move reg-hist-rodada to rodada-alvo
                          end-read
                      end-perform
                      close historico-sorteios
                  end-if
                  display "Rodada testada: " rodada-alvo
                  .
       localiza-ultima-rodada-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Sorteios do histórico corrente (HISTSORT.DAT)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-historico-corrente section.

                  open input historico-sorteios
                  if fs-historico = "00" then
                      add 1 to arquivos-lidos
                      perform until fs-historico not = "00"
                          read historico-sorteios
                              at end
                                  move "10" to fs-historico
                              not at end
                                  move reg-historico to sorteio-exame
                                  perform examina-registro
                          end-read
                      end-perform
                      close historico-sorteios
                  else
                      display "Historico de sorteios HISTSORT.DAT ausente, status " fs-historico
                  end-if
                  .
       le-historico-corrente-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Sorteios das gerações retidas do histórico: cada geração do
      *> catálogo é copiada para o arquivo de trabalho HISTADER.TMP e lida
      *> no mesmo layout; geração expurgada do disco é só informada
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-geracoes section.

                  open input catalogo-geracoes
                  if fs-catalogo = "00" then
                      perform until fs-catalogo not = "00"
                          read catalogo-geracoes
                              at end
                                  move "10" to fs-catalogo
                              not at end
                                  perform le-geracao
                          end-read
                      end-perform
                      close catalogo-geracoes
                  end-if
                  .
       le-geracoes-exit.
                  exit.

       le-geracao section.

                  call "CBL_COPY_FILE"
                      using ger-nome "HISTADER.TMP"
                      returning ret-arquivo
                  if ret-arquivo not = 0 then
                      display "Geracao " ger-nome " indisponivel, codigo " ret-arquivo
                  else
                      open input historico-geracao
                      if fs-geracao = "00" then
                          add 1 to arquivos-lidos
                          perform until fs-geracao not = "00"
                              read historico-geracao
                                  at end
                                      move "10" to fs-geracao
                                  not at end
                                      move reg-historico-geracao to sorteio-exame
                                      perform examina-registro
                              end-read
                          end-perform
                          close historico-geracao
                      else
                          display "Falha ao ler a geracao " ger-nome ", status " fs-geracao
                      end-if
                      call "CBL_DELETE_FILE"
                          using "HISTADER.TMP"
                          returning ret-arquivo
                  end-if
                  .
       le-geracao-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Seleciona o registro pela rodada ou pelo período (a data da rodada
      *> são os seis primeiros dígitos do identificador AAMMDDHHMMSS)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       examina-registro section.

                  add 1 to registros-lidos
                  if modo-rodada then
                      if exa-rodada = rodada-alvo and rodada-alvo > 0 then
                          perform acumula-sorteio
                      end-if
                  else
                      compute data-rodada = exa-rodada / 1000000
                      if data-rodada >= data-inicial and data-rodada <= data-final then
                          perform acumula-sorteio
                      end-if
                  end-if
                  .
       examina-registro-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Acumula um sorteio da amostra: dezenas, dezena por posição de
      *> sorteio e pares de dezenas. Sorteio com dezena fora da faixa ou
      *> repetida é defeito do gerador, contado à parte e fora dos testes
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       acumula-sorteio section.

                  move 0 to qtd-dezenas
                  move "S" to sorteio-valido-sw
                  move all "N" to tabela-presenca
                  perform varying ind from 1 by 1 until ind > 20
                      if exa-sorteio(ind) > 0 then
                          add 1 to qtd-dezenas
                          move exa-sorteio(ind) to dezena-sorteio(qtd-dezenas)
                          if exa-sorteio(ind) < faixa-minima
                             or exa-sorteio(ind) > faixa-maxima then
                              move "F" to sorteio-valido-sw
                          else
                              if presenca-dezena(exa-sorteio(ind)) = "S" then
                                  if sorteio-valido then
                                      move "R" to sorteio-valido-sw
                                  end-if
                              else
                                  move "S" to presenca-dezena(exa-sorteio(ind))
                              end-if
                          end-if
                      end-if
                  end-perform

                  evaluate true
                      when qtd-dezenas = 0
                          continue
                      when sorteio-fora-faixa
                          add 1 to sorteios-fora-faixa
                      when sorteio-repetido
                          add 1 to sorteios-repetidos
                      when other
                          add 1 to total-sorteios
                          add qtd-dezenas to soma-dezenas
                          compute soma-dezenas-quad = soma-dezenas-quad + (qtd-dezenas * qtd-dezenas)
                          if qtd-dezenas < qtd-minima then
                              move qtd-dezenas to qtd-minima
                          end-if
                          if qtd-dezenas > qtd-maxima then
                              move qtd-dezenas to qtd-maxima
                          end-if
                          perform varying ind from 1 by 1 until ind > qtd-dezenas
                              add 1 to contagem-dezena(dezena-sorteio(ind))
                              add 1 to contagem-posicao(ind dezena-sorteio(ind))
                          end-perform
                          perform varying ind from 1 by 1 until ind >= qtd-dezenas
                              compute ind3 = ind + 1
                              perform varying ind2 from ind3 by 1 until ind2 > qtd-dezenas
                                  if dezena-sorteio(ind) < dezena-sorteio(ind2) then
                                      move dezena-sorteio(ind) to dezena-a
                                      move dezena-sorteio(ind2) to dezena-b
                                  else
                                      move dezena-sorteio(ind2) to dezena-a
                                      move dezena-sorteio(ind) to dezena-b
                                  end-if
                                  add 1 to contagem-par(dezena-a dezena-b)
                              end-perform
                          end-perform
                          compute pares-sorteio = qtd-dezenas * (qtd-dezenas - 1) / 2
                          add pares-sorteio to soma-pares
                          compute soma-pares-quad = soma-pares-quad + (pares-sorteio * pares-sorteio)
                  end-evaluate
                  .
       acumula-sorteio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Relatório do teste e código de retorno: 8 com algum teste
      *> rejeitando o sorteio equiprovável ou com sorteio defeituoso, 2 com
      *> algum teste inconclusivo por amostra pequena, 0 aderente
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-relatorio section.

                  open output relatorio-aderencia
                  move "===== Loteria - Teste de Aderencia do Gerador de Sorteios =====" to linha-relatorio
                  perform emite-linha
                  move spaces to linha-relatorio
                  if modo-rodada then
                      string "Amostra: rodada " delimited by size
                             rodada-alvo delimited by size
                             into linha-relatorio
                      end-string
                  else
                      string "Amostra: rodadas de " delimited by size
                             data-inicial delimited by size
                             " a " delimited by size
                             data-final delimited by size
                             " (AAMMDD)" delimited by size
                             into linha-relatorio
                      end-string
                  end-if
                  perform emite-linha
                  move spaces to linha-relatorio
                  string "Faixa das dezenas: " delimited by size
                         faixa-minima delimited by size
                         " a " delimited by size
                         faixa-maxima delimited by size
                         "   arquivos de historico lidos: " delimited by size
                         arquivos-lidos delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  move registros-lidos to contagem-editada
                  move spaces to linha-relatorio
                  string "Registros lidos.............: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-sorteios to contagem-editada
                  move spaces to linha-relatorio
                  string "Sorteios na amostra.........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  if total-sorteios > 0 then
                      move spaces to linha-relatorio
                      string "Dezenas por sorteio.........: " delimited by size
                             qtd-minima delimited by size
                             " a " delimited by size
                             qtd-maxima delimited by size
                             into linha-relatorio
                      end-string
                      perform emite-linha
                  end-if
                  move sorteios-fora-faixa to contagem-editada
                  move spaces to linha-relatorio
                  string "Sorteios com dezena fora da faixa: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move sorteios-repetidos to contagem-editada
                  move spaces to linha-relatorio
                  string "Sorteios com dezena repetida.....: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move spaces to linha-relatorio
                  perform emite-linha

                  move 0 to testes-viciados
                  move 0 to testes-inconclusivos
                  if sorteios-fora-faixa > 0 or sorteios-repetidos > 0 then
                      move "GERADOR VICIADO: sorteios defeituosos na amostra" to linha-relatorio
                      perform emite-linha
                      add 1 to testes-viciados
                  end-if
                  if total-sorteios = 0 then
                      move "Nenhum sorteio na amostra: testes nao realizados." to linha-relatorio
                      perform emite-linha
                      add 1 to testes-inconclusivos
                  else
                      perform testa-dezenas
                      perform testa-posicoes
                      perform testa-pares
                  end-if

                  move spaces to linha-relatorio
                  perform emite-linha
                  evaluate true
                      when testes-viciados > 0
                          move "Resultado: GERADOR VICIADO - a simulacao da rodada nao e confiavel" to linha-relatorio
                          move 8 to return-code
                      when testes-inconclusivos > 0
                          move "Resultado: AMOSTRA INSUFICIENTE para concluir todos os testes" to linha-relatorio
                          move 2 to return-code
                      when other
                          move "Resultado: GERADOR ADERENTE ao sorteio equiprovavel" to linha-relatorio
                          move 0 to return-code
                  end-evaluate
                  perform emite-linha
                  close relatorio-aderencia
                  display "Relatorio do teste de aderencia gravado em ADERENC.TXT"
                  .
       emite-relatorio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Frequência de cada dezena da faixa. Cada sorteio tira q dezenas
      *> distintas, então a estatística de Pearson tem média
      *> (k.Sq - Sq2) / Sq em vez de k - 1 (k dezenas na faixa, q dezenas
      *> por sorteio); a estatística é reescalada para a média k - 1
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       testa-dezenas section.

                  move "----- Frequencia das dezenas -----" to linha-relatorio
                  perform emite-linha
                  compute esperado rounded = soma-dezenas / amplitude-faixa
                  move 0 to estatistica
                  perform varying ind3 from faixa-minima by 1 until ind3 > faixa-maxima
                      compute desvio = contagem-dezena(ind3) - esperado
                      compute estatistica rounded = estatistica + (desvio * desvio) / esperado
                      move contagem-dezena(ind3) to contagem-editada
                      move spaces to linha-relatorio
                      string "  Dezena " delimited by size
                             ind3(2:2) delimited by size
                             ": " delimited by size
                             contagem-editada delimited by size
                             into linha-relatorio
                      end-string
                      perform emite-linha
                  end-perform
                  compute media-estatistica rounded =
                      ((amplitude-faixa * soma-dezenas) - soma-dezenas-quad) / soma-dezenas
                  if media-estatistica > 0 then
                      compute estatistica rounded =
                          estatistica * (amplitude-faixa - 1) / media-estatistica
                  end-if
                  compute graus-liberdade = amplitude-faixa - 1
                  perform avalia-teste
                  .
       testa-dezenas-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Dezena por posição de sorteio (primeira dezena tirada, segunda,
      *> ...) nas posições presentes em todos os sorteios da amostra: cada
      *> posição deve ser equiprovável na faixa; as estatísticas das
      *> posições somam-se num único teste
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       testa-posicoes section.

                  move "----- Dezenas por posicao de sorteio -----" to linha-relatorio
                  perform emite-linha
                  compute esperado rounded = total-sorteios / amplitude-faixa
                  move 0 to media-estatistica
                  perform varying ind from 1 by 1 until ind > qtd-minima
                      move 0 to estatistica
                      perform varying ind3 from faixa-minima by 1 until ind3 > faixa-maxima
                          compute desvio = contagem-posicao(ind ind3) - esperado
                          compute estatistica rounded = estatistica + (desvio * desvio) / esperado
                      end-perform
                      add estatistica to media-estatistica
                      move estatistica to estatistica-editada
                      move spaces to linha-relatorio
                      string "  Posicao " delimited by size
                             ind delimited by size
                             ": qui-quadrado " delimited by size
                             estatistica-editada delimited by size
                             into linha-relatorio
                      end-string
                      perform emite-linha
                  end-perform
                  move media-estatistica to estatistica
                  compute graus-liberdade = qtd-minima * (amplitude-faixa - 1)
                  perform avalia-teste
                  .
       testa-posicoes-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Pares de dezenas sorteadas juntas: cada um dos k(k-1)/2 pares da
      *> faixa deve aparecer na mesma proporção; a estatística é
      *> reescalada pela média (M.Sp - Sp2) / Sp (M pares na faixa, p pares
      *> por sorteio), da mesma forma que a frequência das dezenas
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       testa-pares section.

                  move "----- Pares de dezenas -----" to linha-relatorio
                  perform emite-linha
                  compute quantidade-pares = amplitude-faixa * (amplitude-faixa - 1) / 2
                  compute esperado rounded = soma-pares / quantidade-pares
                  move 0 to estatistica
                  move 0 to par-maximo
                  move 999999999999 to par-minimo
                  perform varying ind from faixa-minima by 1 until ind >= faixa-maxima
                      compute ind3 = ind + 1
                      perform varying ind2 from ind3 by 1 until ind2 > faixa-maxima
                          if esperado > 0 then
                              compute desvio = contagem-par(ind ind2) - esperado
                              compute estatistica rounded = estatistica + (desvio * desvio) / esperado
                          end-if
                          if contagem-par(ind ind2) > par-maximo then
                              move contagem-par(ind ind2) to par-maximo
                          end-if
                          if contagem-par(ind ind2) < par-minimo then
                              move contagem-par(ind ind2) to par-minimo
                          end-if
                      end-perform
                  end-perform
                  move par-minimo to contagem-editada
                  move spaces to linha-relatorio
                  string "  Par menos sorteado: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move par-maximo to contagem-editada
                  move spaces to linha-relatorio
                  string "  Par mais sorteado.: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  if soma-pares > 0 then
                      compute media-estatistica rounded =
                          ((quantidade-pares * soma-pares) - soma-pares-quad) / soma-pares
                      if media-estatistica > 0 then
                          compute estatistica rounded =
                              estatistica * (quantidade-pares - 1) / media-estatistica
                      end-if
                  end-if
                  compute graus-liberdade = quantidade-pares - 1
                  perform avalia-teste
                  .
       testa-pares-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Compara a estatística com o valor crítico do qui-quadrado pela
      *> aproximação de Wilson-Hilferty:
      *>   critico = gl * (1 - 2/(9 gl) + z * raiz(2/(9 gl))) ** 3
      *> O teste é inconclusivo com esperado por célula abaixo de 5
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       avalia-teste section.

                  compute termo-wh rounded = 2 / (9 * graus-liberdade)
                  compute valor-critico rounded =
                      graus-liberdade * ((1 - termo-wh + (z-critico * (termo-wh ** 0,5))) ** 3)
                  evaluate true
                      when esperado < esperado-minimo
                          move "INCONCLUSIVO" to situacao-teste
                          add 1 to testes-inconclusivos
                      when estatistica > valor-critico
                          move "VICIADO" to situacao-teste
                          add 1 to testes-viciados
                      when other
                          move "ADERENTE" to situacao-teste
                  end-evaluate
                  move estatistica to estatistica-editada
                  move valor-critico to critico-editado
                  move graus-liberdade to graus-editados
                  move esperado to esperado-editado
                  move spaces to linha-relatorio
                  string "  Qui-quadrado " delimited by size
                         estatistica-editada delimited by size
                         "  gl " delimited by size
                         graus-editados delimited by size
                         "  critico " delimited by size
                         critico-editado delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  move spaces to linha-relatorio
                  string "  Esperado por celula " delimited by size
                         esperado-editado delimited by size
                         "  -> " delimited by size
                         situacao-teste delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  .
       avalia-teste-exit.
                  exit.

       emite-linha section.

                  display linha-relatorio
                  move linha-relatorio to reg-relatorio
                  write reg-relatorio
                  .
       emite-linha-exit.
                  exit.
