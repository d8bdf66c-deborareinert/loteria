      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Precos".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 21/09/2026.
       Date-compiled. 21/09/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   21/09/2026 - versao inicial: tabela de precos da ficha por
      *>                quantidade de dezenas e de valores estimados de
      *>                premio por faixa (TABPRECO.DAT), em arquivo indexado
      *>                pela data de inicio de vigencia, com tela de
      *>                manutencao para inclusao, alteracao, exclusao e
      *>                listagem; a tabela em vigor numa data e a de maior
      *>                vigencia ate aquela data
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arquivo-precos
               assign to "TABPRECO.DAT"
               organization is indexed
               access mode is dynamic
               record key is prc-vigencia
               file status is fs-precos.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

       FD  arquivo-precos.
       01  reg-preco.
           05  prc-vigencia                        pic 9(08).
           05  prc-valor-ficha                     pic 9(07)v99 occurs 20.
           05  prc-premio-quadra                   pic 9(09)v99.
           05  prc-premio-quina                    pic 9(09)v99.
           05  prc-premio-sena                     pic 9(09)v99.

       *>----Variaveis de trabalho
       working-storage section.
       77  opcao-menu                              pic x(01) value space.
           88  opcao-incluir                       value "I" "i".
           88  opcao-alterar                       value "A" "a".
           88  opcao-excluir                       value "E" "e".
           88  opcao-listar                        value "L" "l".
           88  opcao-sair                          value "S" "s".
       77  confirma-exclusao                       pic x(01) value "N".
       77  confirma-calculo                        pic x(01) value "N".
       77  quantidade-listada                      pic 9(04) value 0.
       77  fs-precos                               pic x(02).
       77  ind3                                    pic 9(03).

      *>----Ultima vigencia cadastrada, oferecida como base da inclusao
       01  ultima-tabela.
           05  ult-valor-ficha                     pic 9(07)v99 occurs 20.
           05  ult-premio-quadra                   pic 9(09)v99.
           05  ult-premio-quina                    pic 9(09)v99.
           05  ult-premio-sena                     pic 9(09)v99.
       77  nova-vigencia                           pic 9(08) value 0.

      *>----Validacao da data de vigencia (AAAAMMDD)
       77  data-valida-sw                          pic x(01) value "N".
           88  data-valida                         value "S".
       01  data-decomposta.
           05  dat-ano                             pic 9(04).
           05  dat-mes                             pic 9(02).
           05  dat-dia                             pic 9(02).
       77  ultimo-dia-mes                          pic 9(02) value 0.
       77  resto-bissexto                          pic 9(04) value 0.

      *>----Validacao da escala de precos (cresce com as dezenas)
       77  tabela-valida-sw                        pic x(01) value "N".
           88  tabela-valida                       value "S".

      *>----Preco pelo numero de jogos simples contidos na ficha
      *>----(combinacoes das dezenas da ficha seis a seis)
       77  jogos-simples                           pic 9(09) value 0.
       77  comb-passo                              pic 9(02) value 0.

      *>----Edicao dos valores na listagem
       77  valor-editado                           pic z(8)9,99.
       77  preco-editado                           pic z(6)9,99.

      *>----Variaveis da tela de manutencao
       01  mensagem-tela                           pic x(40) value spaces.

       *>----Declaração de tela
       screen section.
       01  tela-preco.
           05  blank screen.
           05  line 01 column 05 value "===== Loteria - Tabela de Precos e Premios =====".
           05  line 03 column 05 pic x(40) from mensagem-tela.
           05  line 05 column 05 value "Vigencia (AAAAMMDD): ".
           05  line 05 column 27 pic 9(08) using prc-vigencia.
           05  line 07 column 05 value "Premio estimado quadra: ".
           05  line 07 column 30 pic 9(09)v99 using prc-premio-quadra.
           05  line 08 column 05 value "Premio estimado quina.: ".
           05  line 08 column 30 pic 9(09)v99 using prc-premio-quina.
           05  line 09 column 05 value "Premio estimado sena..: ".
           05  line 09 column 30 pic 9(09)v99 using prc-premio-sena.
           05  line 11 column 05 value "Preco da ficha por quantidade de dezenas:".
           05  line 12 column 05 value "06: ".
           05  line 12 column 09 pic 9(07)v99 using prc-valor-ficha(06).
           05  line 13 column 05 value "07: ".
           05  line 13 column 09 pic 9(07)v99 using prc-valor-ficha(07).
           05  line 14 column 05 value "08: ".
           05  line 14 column 09 pic 9(07)v99 using prc-valor-ficha(08).
           05  line 15 column 05 value "09: ".
           05  line 15 column 09 pic 9(07)v99 using prc-valor-ficha(09).
           05  line 16 column 05 value "10: ".
           05  line 16 column 09 pic 9(07)v99 using prc-valor-ficha(10).
           05  line 17 column 05 value "11: ".
           05  line 17 column 09 pic 9(07)v99 using prc-valor-ficha(11).
           05  line 18 column 05 value "12: ".
           05  line 18 column 09 pic 9(07)v99 using prc-valor-ficha(12).
           05  line 19 column 05 value "13: ".
           05  line 19 column 09 pic 9(07)v99 using prc-valor-ficha(13).
           05  line 12 column 30 value "14: ".
           05  line 12 column 34 pic 9(07)v99 using prc-valor-ficha(14).
           05  line 13 column 30 value "15: ".
           05  line 13 column 34 pic 9(07)v99 using prc-valor-ficha(15).
           05  line 14 column 30 value "16: ".
           05  line 14 column 34 pic 9(07)v99 using prc-valor-ficha(16).
           05  line 15 column 30 value "17: ".
           05  line 15 column 34 pic 9(07)v99 using prc-valor-ficha(17).
           05  line 16 column 30 value "18: ".
           05  line 16 column 34 pic 9(07)v99 using prc-valor-ficha(18).
           05  line 17 column 30 value "19: ".
           05  line 17 column 34 pic 9(07)v99 using prc-valor-ficha(19).
           05  line 18 column 30 value "20: ".
           05  line 18 column 34 pic 9(07)v99 using prc-valor-ficha(20).

       *>Declaração do corpo do programa
       procedure Division.

                  perform abre-tabela.
                  perform until opcao-sair
                      perform exibe-menu
                      evaluate true
                          when opcao-incluir
                              perform inclui-vigencia
                          when opcao-alterar
                              perform altera-vigencia
                          when opcao-excluir
                              perform exclui-vigencia
                          when opcao-listar
                              perform lista-vigencias
                          when opcao-sair
                              continue
                          when other
                              display "Opcao invalida."
                      end-evaluate
                  end-perform.
                  perform fecha-tabela.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Abertura da tabela, criando o arquivo na primeira utilização
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       abre-tabela section.

                  open i-o arquivo-precos
                  if fs-precos = "35" then
                      open output arquivo-precos
                      close arquivo-precos
                      open i-o arquivo-precos
                  end-if
                  if fs-precos not = "00" then
                      display "Nao foi possivel abrir a tabela de precos, status " fs-precos
                      stop run
                  end-if
                  .
       abre-tabela-exit.
                  exit.

       fecha-tabela section.

                  close arquivo-precos
                  .
       fecha-tabela-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Menu principal da manutenção
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       exibe-menu section.

                  display " "
                  display "===== Tabela de Precos e Premios ====="
                  display "(I) incluir   (A) alterar   (E) excluir   (L) listar   (S) sair"
                  accept opcao-menu
                  .
       exibe-menu-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Inclusão de uma nova vigência; a tela vem preenchida com os
      *> valores da última vigência cadastrada, para o operador alterar só
      *> o que mudou no reajuste
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       inclui-vigencia section.

                  perform busca-ultima-vigencia
                  move 0 to prc-vigencia
                  perform varying ind3 from 1 by 1 until ind3 > 20
                      move ult-valor-ficha(ind3) to prc-valor-ficha(ind3)
                  end-perform
                  move ult-premio-quadra to prc-premio-quadra
                  move ult-premio-quina to prc-premio-quina
                  move ult-premio-sena to prc-premio-sena
                  move "Inclusao de vigencia" to mensagem-tela
                  display tela-preco
                  accept tela-preco
                  perform valida-data
                  if not data-valida then
                      display "Vigencia " prc-vigencia " invalida. Inclusao cancelada."
                  else
                      perform oferece-calculo-precos
                      perform valida-tabela
                      if not tabela-valida then
                          display "Inclusao cancelada."
                      else
                          write reg-preco
                              invalid key
                                  display "Vigencia " prc-vigencia " ja cadastrada."
                              not invalid key
                                  display "Vigencia " prc-vigencia " incluida."
                          end-write
                      end-if
                  end-if
                  .
       inclui-vigencia-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Alteração dos preços e prêmios de uma vigência existente (a data
      *> de vigência é a chave e não muda na alteração)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       altera-vigencia section.

                  display "Digite a vigencia a alterar (AAAAMMDD)"
                  accept prc-vigencia
                  read arquivo-precos
                      invalid key
                          display "Vigencia " prc-vigencia " nao cadastrada."
                      not invalid key
                          move prc-vigencia to nova-vigencia
                          move "Alteracao de vigencia" to mensagem-tela
                          display tela-preco
                          accept tela-preco
                          move nova-vigencia to prc-vigencia
                          perform oferece-calculo-precos
                          perform valida-tabela
                          if not tabela-valida then
                              display "Alteracao cancelada."
                          else
                              rewrite reg-preco
                                  invalid key
                                      display "Falha ao regravar, status " fs-precos
                                  not invalid key
                                      display "Vigencia " prc-vigencia " alterada."
                              end-rewrite
                          end-if
                  end-read
                  .
       altera-vigencia-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Exclusão de uma vigência, com confirmação
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       exclui-vigencia section.

                  display "Digite a vigencia a excluir (AAAAMMDD)"
                  accept prc-vigencia
                  read arquivo-precos
                      invalid key
                          display "Vigencia " prc-vigencia " nao cadastrada."
                      not invalid key
                          display "Excluir a vigencia " prc-vigencia "? (S/N)"
                          accept confirma-exclusao
                          if confirma-exclusao = "S" or confirma-exclusao = "s" then
                              delete arquivo-precos
                                  invalid key
                                      display "Falha ao excluir, status " fs-precos
                                  not invalid key
                                      display "Vigencia " prc-vigencia " excluida."
                              end-delete
                          else
                              display "Exclusao cancelada."
                          end-if
                  end-read
                  .
       exclui-vigencia-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Listagem de todas as vigências cadastradas, em ordem de data
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       lista-vigencias section.

                  move 0 to quantidade-listada
                  move 0 to prc-vigencia
                  start arquivo-precos key >= prc-vigencia
                      invalid key
                          move "10" to fs-precos
                  end-start
                  display "===== Vigencias cadastradas ====="
                  perform until fs-precos not = "00"
                      read arquivo-precos next
                          at end
                              move "10" to fs-precos
                          not at end
                              add 1 to quantidade-listada
                              perform mostra-vigencia
                      end-read
                  end-perform
                  display "Total de vigencias: " quantidade-listada
                  move "00" to fs-precos
                  .
       lista-vigencias-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Exibe a vigência lida: prêmios estimados e preço por quantidade
      *> de dezenas
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       mostra-vigencia section.

                  display "Vigencia " prc-vigencia
                  move prc-premio-quadra to valor-editado
                  display "  premio estimado quadra " valor-editado
                  move prc-premio-quina to valor-editado
                  display "  premio estimado quina. " valor-editado
                  move prc-premio-sena to valor-editado
                  display "  premio estimado sena.. " valor-editado
                  perform varying ind3 from 6 by 1 until ind3 > 20
                      move prc-valor-ficha(ind3) to preco-editado
                      display "  ficha de " ind3(2:2) " dezenas: " preco-editado
                  end-perform
                  .
       mostra-vigencia-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Guarda os valores da última vigência cadastrada (zeros quando a
      *> tabela ainda está vazia), preservando o registro corrente
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       busca-ultima-vigencia section.

                  perform varying ind3 from 1 by 1 until ind3 > 20
                      move 0 to ult-valor-ficha(ind3)
                  end-perform
                  move 0 to ult-premio-quadra
                  move 0 to ult-premio-quina
                  move 0 to ult-premio-sena
                  move 0 to prc-vigencia
                  start arquivo-precos key >= prc-vigencia
                      invalid key
                          move "10" to fs-precos
                  end-start
                  perform until fs-precos not = "00"
                      read arquivo-precos next
                          at end
                              move "10" to fs-precos
                          not at end
                              perform varying ind3 from 1 by 1 until ind3 > 20
                                  move prc-valor-ficha(ind3) to ult-valor-ficha(ind3)
                              end-perform
                              move prc-premio-quadra to ult-premio-quadra
                              move prc-premio-quina to ult-premio-quina
                              move prc-premio-sena to ult-premio-sena
                      end-read
                  end-perform
                  move "00" to fs-precos
                  .
       busca-ultima-vigencia-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Cálculo opcional dos preços de 07 a 20 dezenas a partir do preço
      *> da aposta simples (06 dezenas), pelo número de jogos simples que
      *> cada ficha contém, como na tabela oficial
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       oferece-calculo-precos section.

                  display "Calcular os precos de 07 a 20 dezenas a partir do"
                      " preco da aposta simples? (S/N)"
                  accept confirma-calculo
                  if confirma-calculo = "S" or confirma-calculo = "s" then
                      perform varying ind3 from 7 by 1 until ind3 > 20
                          perform calcula-jogos-simples
                          compute prc-valor-ficha(ind3) =
                              prc-valor-ficha(06) * jogos-simples
                      end-perform
                  end-if
                  .
       oferece-calculo-precos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Jogos simples de 6 dezenas contidos numa ficha de ind3 dezenas
      *> (combinação de ind3 tomados 6 a 6, exata a cada passo)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       calcula-jogos-simples section.

                  move 1 to jogos-simples
                  perform varying comb-passo from 1 by 1 until comb-passo > 6
                      compute jogos-simples =
                          jogos-simples * (ind3 - 6 + comb-passo) / comb-passo
                  end-perform
                  .
       calcula-jogos-simples-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Validação da tabela: preço da aposta simples informado e preços
      *> nunca menores do que os da quantidade de dezenas anterior
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-tabela section.

                  move "S" to tabela-valida-sw
                  if prc-valor-ficha(06) = 0 then
                      display "Preco da aposta simples (06 dezenas) nao informado."
                      move "N" to tabela-valida-sw
                  end-if
                  perform varying ind3 from 7 by 1 until ind3 > 20
                      if prc-valor-ficha(ind3) < prc-valor-ficha(ind3 - 1) then
                          display "Preco da ficha de " ind3(2:2)
                              " dezenas menor que o da ficha anterior."
                          move "N" to tabela-valida-sw
                      end-if
                  end-perform
      *>            quantidades abaixo da aposta simples nao tem preco
                  perform varying ind3 from 1 by 1 until ind3 > 5
                      move 0 to prc-valor-ficha(ind3)
                  end-perform
                  .
       valida-tabela-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Valida a data de vigência (AAAAMMDD): mês entre 01 e 12 e dia
      *> dentro do tamanho do mês, considerando ano bissexto
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-data section.

                  move "N" to data-valida-sw
                  move prc-vigencia to data-decomposta
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
