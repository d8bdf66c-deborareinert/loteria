      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Auditoria".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 05/10/2026.
       Date-compiled. 05/10/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   05/10/2026 - versao inicial: relatorio do diario de auditoria
      *>                das manutencoes (AUDITORI.DAT) em AUDITREL.TXT, com
      *>                filtro por periodo, arquivo e chave (cartao
      *>                PARAMAUD.DAT ou console), as imagens antes e depois
      *>                decodificadas campo a campo para o cadastro de
      *>                apostadores, os resultados oficiais e o lote de
      *>                apostas, e destaque para as alteracoes de cota e de
      *>                dezenas
      *>   15/10/2026 - premios (PREMIOS.DAT) decodificados campo a campo:
      *>                apostador, faixa e valor, situacao, data e valor
      *>                do resgate; prompt do arquivo lista tambem o
      *>                calendario e os premios
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
       special-names. decimal-point is comma.
       *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select diario-auditoria
               assign to "AUDITORI.DAT"
               organization is line sequential
               file status is fs-auditoria.
           select relatorio-auditoria
               assign to "AUDITREL.TXT"
               organization is line sequential
               file status is fs-relatorio.
           select arquivo-parametros
               assign to "PARAMAUD.DAT"
               organization is line sequential
               file status is fs-parametros.

       *>Declaração de variáveis
       Data Division.

       *>----Variaveis de arquivos
       File Section.

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

       FD  relatorio-auditoria.
       01  reg-relatorio                           pic x(100).

      *>----Cartao de parametros do relatorio: periodo (AAAAMMDD), arquivo
      *>----e inicio da chave; campos em branco nao filtram
       FD  arquivo-parametros.
       01  reg-parametros.
           05  par-data-inicial                    pic 9(08).
           05  par-data-final                      pic 9(08).
           05  par-arquivo                         pic x(12).
           05  par-chave                           pic x(20).

       *>----Variaveis de trabalho
       working-storage section.
       77  fs-auditoria                            pic x(02).
       77  fs-relatorio                            pic x(02).
       77  fs-parametros                           pic x(02).

      *>----Variaveis da execucao nao assistida por cartao de parametros
       77  execucao-assistida-sw                   pic x(01) value "S".
           88  execucao-assistida                  value "S".
           88  execucao-batch                      value "N".

      *>----Filtros do relatorio
       77  filtro-data-inicial                     pic 9(08) value 0.
       77  filtro-data-final                       pic 9(08) value 99999999.
       77  filtro-arquivo                          pic x(12) value spaces.
       01  filtro-chave                            pic x(20) value spaces.
       77  tamanho-chave                           pic 9(02) value 0.
       77  registro-aceito-sw                      pic x(01) value "N".
           88  registro-aceito                     value "S".

      *>----Totais do relatorio
       77  total-lidos                             pic 9(07) value 0.
       77  total-listados                          pic 9(07) value 0.
       77  total-inclusoes                         pic 9(07) value 0.
       77  total-alteracoes                        pic 9(07) value 0.
       77  total-exclusoes                         pic 9(07) value 0.
       77  total-cotas-alteradas                   pic 9(07) value 0.
       77  total-dezenas-alteradas                 pic 9(07) value 0.
       77  contagem-editada                        pic z(6)9.

      *>----Imagens do cadastro de apostadores (APOSTDOR.DAT)
       01  apostador-antes.
           05  ant-apo-codigo                      pic 9(04).
           05  ant-apo-nome                        pic x(30).
           05  ant-apo-cota                        pic 9(03)v99.
       01  apostador-depois.
           05  dep-apo-codigo                      pic 9(04).
           05  dep-apo-nome                        pic x(30).
           05  dep-apo-cota                        pic 9(03)v99.

      *>----Imagens dos resultados oficiais (RESULTOF.DAT)
       01  resultado-antes.
           05  ant-res-concurso                    pic 9(04).
           05  ant-res-data                        pic 9(08).
           05  ant-res-dezenas                     pic 9(02) occurs 20.
           05  ant-res-ganhadores-sena             pic 9(06).
           05  ant-res-ganhadores-quina            pic 9(06).
           05  ant-res-ganhadores-quadra           pic 9(06).
           05  ant-res-premio-sena                 pic 9(11)v99.
           05  ant-res-premio-quina                pic 9(11)v99.
           05  ant-res-premio-quadra               pic 9(11)v99.
       01  resultado-depois.
           05  dep-res-concurso                    pic 9(04).
           05  dep-res-data                        pic 9(08).
           05  dep-res-dezenas                     pic 9(02) occurs 20.
           05  dep-res-ganhadores-sena             pic 9(06).
           05  dep-res-ganhadores-quina            pic 9(06).
           05  dep-res-ganhadores-quadra           pic 9(06).
           05  dep-res-premio-sena                 pic 9(11)v99.
           05  dep-res-premio-quina                pic 9(11)v99.
           05  dep-res-premio-quadra               pic 9(11)v99.

      *>----Imagens das fichas do lote de apostas (APOSTAS.DAT)
       01  aposta-antes.
           05  ant-apt-apostador                   pic 9(04).
           05  ant-apt-quantidade                  pic 9(02).
           05  ant-apt-numeros                     pic 9(02) occurs 20.
           05  ant-apt-concurso                    pic 9(04).
           05  ant-apt-status                      pic x(01).
           05  ant-apt-faixa                       pic x(06).
       01  aposta-depois.
           05  dep-apt-apostador                   pic 9(04).
           05  dep-apt-quantidade                  pic 9(02).
           05  dep-apt-numeros                     pic 9(02) occurs 20.
           05  dep-apt-concurso                    pic 9(04).
           05  dep-apt-status                      pic x(01).
           05  dep-apt-faixa                       pic x(06).

      *>----Imagens dos premios (PREMIOS.DAT): a imagem leva o registro
      *>----ate prm-quantidade, sem as dezenas
       01  premio-antes.
           05  ant-prm-concurso                    pic 9(04).
           05  ant-prm-ficha                       pic 9(05).
           05  ant-prm-apostador                   pic 9(04).
           05  ant-prm-faixa                       pic x(06).
           05  ant-prm-valor                       pic 9(11)v99.
           05  ant-prm-estimado                    pic x(01).
           05  ant-prm-data-sorteio                pic 9(08).
           05  ant-prm-data-prescricao             pic 9(08).
           05  ant-prm-situacao                    pic x(01).
           05  ant-prm-data-resgate                pic 9(08).
           05  ant-prm-valor-recebido              pic 9(11)v99.
           05  ant-prm-rodada                      pic 9(12).
           05  ant-prm-quantidade                  pic 9(02).
           05  filler                              pic x(35).
       01  premio-depois.
           05  dep-prm-concurso                    pic 9(04).
           05  dep-prm-ficha                       pic 9(05).
           05  dep-prm-apostador                   pic 9(04).
           05  dep-prm-faixa                       pic x(06).
           05  dep-prm-valor                       pic 9(11)v99.
           05  dep-prm-estimado                    pic x(01).
           05  dep-prm-data-sorteio                pic 9(08).
           05  dep-prm-data-prescricao             pic 9(08).
           05  dep-prm-situacao                    pic x(01).
           05  dep-prm-data-resgate                pic 9(08).
           05  dep-prm-valor-recebido              pic 9(11)v99.
           05  dep-prm-rodada                      pic 9(12).
           05  dep-prm-quantidade                  pic 9(02).
           05  filler                              pic x(35).

      *>----Montagem das linhas do relatorio
       01  linha-relatorio                         pic x(100) value spaces.
       01  rotulo-campo                            pic x(14) value spaces.
       01  valor-antes                             pic x(60) value spaces.
       01  valor-depois                            pic x(60) value spaces.
       01  descricao-operacao                      pic x(10) value spaces.
       77  campo-alterado-sw                       pic x(01) value "N".
           88  campo-alterado                      value "S".
       77  ind3                                    pic 9(03).
       77  ponteiro-linha                          pic 9(03) value 1.
       77  cota-editada                            pic zz9,99.
       77  premio-editado                          pic z(10)9,99.
       77  ganhadores-editados                     pic z(5)9.
       01  data-editada                            pic x(10) value spaces.
       01  hora-editada                            pic x(08) value spaces.

       *>Declaração do corpo do programa
       procedure Division.

                  perform le-parametros.
                  if execucao-assistida then
                      perform pergunta-filtros
                  end-if
                  perform valida-filtros.
                  perform emite-relatorio.
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Leitura do cartão de parâmetros do relatório. Quando o cartão
      *> existe os filtros saem dele e nenhum prompt aparece no console
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-parametros section.

                  move "S" to execucao-assistida-sw
                  open input arquivo-parametros
                  if fs-parametros = "00" then
                      read arquivo-parametros
                          not at end
                              move "N" to execucao-assistida-sw
                              if par-data-inicial is numeric then
                                  move par-data-inicial to filtro-data-inicial
                              else
                                  move 0 to filtro-data-inicial
                              end-if
                              if par-data-final is numeric then
                                  move par-data-final to filtro-data-final
                              else
                                  move 99999999 to filtro-data-final
                              end-if
                              move par-arquivo to filtro-arquivo
                              move par-chave to filtro-chave
                              display "Cartao de parametros encontrado,"
                                  " relatorio nao assistido."
                      end-read
                      close arquivo-parametros
                  end-if
                  .
       le-parametros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Filtros do relatório perguntados no console
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       pergunta-filtros section.

                  display "                   Loteria - Diario de Auditoria"
                  display "Data inicial (AAAAMMDD, 00000000 = desde o inicio)"
                  accept filtro-data-inicial
                  display "Data final (AAAAMMDD, 99999999 = ate o fim)"
                  accept filtro-data-final
                  display "Arquivo (APOSTDOR.DAT, RESULTOF.DAT, APOSTAS.DAT, CALENDAR.DAT,"
                      " PREMIOS.DAT; espacos = todos)"
                  accept filtro-arquivo
                  display "Chave ou inicio da chave (ex: 0012; espacos = todas)"
                  accept filtro-chave
                  .
       pergunta-filtros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Período invertido encerra com código 12; o tamanho útil da chave
      *> informada permite filtrar pelo início da chave
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       valida-filtros section.

                  if filtro-data-inicial > filtro-data-final then
                      display "Periodo invalido: data inicial " filtro-data-inicial
                          " maior que a data final " filtro-data-final
                      move 12 to return-code
                      stop run
                  end-if
                  move 0 to tamanho-chave
                  perform varying ind3 from 20 by -1
                          until ind3 < 1 or tamanho-chave > 0
                      if filtro-chave(ind3:1) not = space then
                          move ind3 to tamanho-chave
                      end-if
                  end-perform
                  .
       valida-filtros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Leitura do diário na ordem de gravação e emissão de cada registro
      *> aceito pelos filtros, com os totais no final
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-relatorio section.

                  open input diario-auditoria
                  if fs-auditoria not = "00" then
                      display "Diario de auditoria AUDITORI.DAT ausente, status "
                          fs-auditoria
                      move 8 to return-code
                      stop run
                  end-if
                  open output relatorio-auditoria

                  move "===== Loteria - Diario de Auditoria das Manutencoes =====" to linha-relatorio
                  perform emite-linha
                  move spaces to linha-relatorio
                  string "Periodo " delimited by size
                         filtro-data-inicial delimited by size
                         " a " delimited by size
                         filtro-data-final delimited by size
                         "   arquivo " delimited by size
                         filtro-arquivo delimited by size
                         "   chave " delimited by size
                         filtro-chave delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  move spaces to linha-relatorio
                  perform emite-linha

                  perform until fs-auditoria not = "00"
                      read diario-auditoria
                          at end
                              move "10" to fs-auditoria
                          not at end
                              add 1 to total-lidos
                              perform filtra-registro
                              if registro-aceito then
                                  perform emite-registro
                              end-if
                      end-read
                  end-perform
                  close diario-auditoria

                  perform emite-totais
                  close relatorio-auditoria
                  display "Relatorio do diario de auditoria gravado em AUDITREL.TXT"
                  move 0 to return-code
                  .
       emite-relatorio-exit.
                  exit.

       filtra-registro section.

                  move "S" to registro-aceito-sw
                  if aud-data < filtro-data-inicial or aud-data > filtro-data-final then
                      move "N" to registro-aceito-sw
                  end-if
                  if filtro-arquivo not = spaces and aud-arquivo not = filtro-arquivo then
                      move "N" to registro-aceito-sw
                  end-if
                  if tamanho-chave > 0 then
                      if aud-chave(1:tamanho-chave) not = filtro-chave(1:tamanho-chave) then
                          move "N" to registro-aceito-sw
                      end-if
                  end-if
                  .
       filtra-registro-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Cabeçalho do registro (quando, quem, onde e o quê) seguido dos
      *> campos decodificados do arquivo alterado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-registro section.

                  add 1 to total-listados
                  evaluate aud-operacao
                      when "I"
                          move "INCLUSAO" to descricao-operacao
                          add 1 to total-inclusoes
                      when "A"
                          move "ALTERACAO" to descricao-operacao
                          add 1 to total-alteracoes
                      when "E"
                          move "EXCLUSAO" to descricao-operacao
                          add 1 to total-exclusoes
                      when other
                          move aud-operacao to descricao-operacao
                  end-evaluate

                  move spaces to data-editada
                  string aud-data(7:2) "/" aud-data(5:2) "/" aud-data(1:4)
                         delimited by size into data-editada
                  end-string
                  move spaces to hora-editada
                  string aud-hora(1:2) ":" aud-hora(3:2) ":" aud-hora(5:2)
                         delimited by size into hora-editada
                  end-string
                  move spaces to linha-relatorio
                  string data-editada delimited by size
                         " " delimited by size
                         hora-editada delimited by size
                         "  " delimited by size
                         aud-programa delimited by size
                         " " delimited by size
                         aud-operador delimited by size
                         " " delimited by size
                         aud-arquivo delimited by size
                         " " delimited by size
                         descricao-operacao delimited by size
                         " chave " delimited by size
                         aud-chave delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha

                  evaluate aud-arquivo
                      when "APOSTDOR.DAT"
                          perform decodifica-apostador
                      when "RESULTOF.DAT"
                          perform decodifica-resultado
                      when "APOSTAS.DAT"
                          perform decodifica-aposta
                      when "PREMIOS.DAT"
                          perform decodifica-premio
                      when other
                          move "Imagem........" to rotulo-campo
                          move aud-antes to valor-antes
                          move aud-depois to valor-depois
                          perform emite-campo
                  end-evaluate
                  move spaces to linha-relatorio
                  perform emite-linha
                  .
       emite-registro-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Cadastro de apostadores: nome e cota (a cota reparte o rateio no
      *> Fechamento)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       decodifica-apostador section.

                  move aud-antes to apostador-antes
                  move aud-depois to apostador-depois

                  move "Nome.........." to rotulo-campo
                  move ant-apo-nome to valor-antes
                  move dep-apo-nome to valor-depois
                  perform emite-campo

                  move "Cota.........." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-apo-cota to cota-editada
                      move cota-editada to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-apo-cota to cota-editada
                      move cota-editada to valor-depois
                  end-if
                  perform emite-campo
                  if campo-alterado then
                      add 1 to total-cotas-alteradas
                  end-if
                  .
       decodifica-apostador-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Resultados oficiais: data, dezenas (base da conferência) e rateio
      *> oficial de cada faixa
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       decodifica-resultado section.

                  move aud-antes to resultado-antes
                  move aud-depois to resultado-depois

                  move "Data.........." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-res-data to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-res-data to valor-depois
                  end-if
                  perform emite-campo

                  move "Dezenas......." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move 1 to ponteiro-linha
                      perform varying ind3 from 1 by 1 until ind3 > 20
                          if ant-res-dezenas(ind3) not = 0 then
                              string ant-res-dezenas(ind3) " " delimited by size
                                  into valor-antes with pointer ponteiro-linha
                          end-if
                      end-perform
                  end-if
                  if aud-operacao not = "E" then
                      move 1 to ponteiro-linha
                      perform varying ind3 from 1 by 1 until ind3 > 20
                          if dep-res-dezenas(ind3) not = 0 then
                              string dep-res-dezenas(ind3) " " delimited by size
                                  into valor-depois with pointer ponteiro-linha
                          end-if
                      end-perform
                  end-if
                  perform emite-campo
                  if campo-alterado then
                      add 1 to total-dezenas-alteradas
                  end-if

                  move "Rateio sena..." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-res-ganhadores-sena to ganhadores-editados
                      move ant-res-premio-sena to premio-editado
                      string ganhadores-editados " x " premio-editado
                          delimited by size into valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-res-ganhadores-sena to ganhadores-editados
                      move dep-res-premio-sena to premio-editado
                      string ganhadores-editados " x " premio-editado
                          delimited by size into valor-depois
                  end-if
                  perform emite-campo

                  move "Rateio quina.." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-res-ganhadores-quina to ganhadores-editados
                      move ant-res-premio-quina to premio-editado
                      string ganhadores-editados " x " premio-editado
                          delimited by size into valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-res-ganhadores-quina to ganhadores-editados
                      move dep-res-premio-quina to premio-editado
                      string ganhadores-editados " x " premio-editado
                          delimited by size into valor-depois
                  end-if
                  perform emite-campo

                  move "Rateio quadra." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-res-ganhadores-quadra to ganhadores-editados
                      move ant-res-premio-quadra to premio-editado
                      string ganhadores-editados " x " premio-editado
                          delimited by size into valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-res-ganhadores-quadra to ganhadores-editados
                      move dep-res-premio-quadra to premio-editado
                      string ganhadores-editados " x " premio-editado
                          delimited by size into valor-depois
                  end-if
                  perform emite-campo
                  .
       decodifica-resultado-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Lote de apostas: apostador, concurso-alvo, dezenas e situação da
      *> ficha
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       decodifica-aposta section.

                  move aud-antes to aposta-antes
                  move aud-depois to aposta-depois

                  move "Apostador....." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-apt-apostador to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-apt-apostador to valor-depois
                  end-if
                  perform emite-campo

                  move "Concurso......" to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-apt-concurso to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-apt-concurso to valor-depois
                  end-if
                  perform emite-campo

                  move "Dezenas......." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move 1 to ponteiro-linha
                      perform varying ind3 from 1 by 1 until ind3 > 20
                          if ant-apt-numeros(ind3) not = 0 then
                              string ant-apt-numeros(ind3) " " delimited by size
                                  into valor-antes with pointer ponteiro-linha
                          end-if
                      end-perform
                  end-if
                  if aud-operacao not = "E" then
                      move 1 to ponteiro-linha
                      perform varying ind3 from 1 by 1 until ind3 > 20
                          if dep-apt-numeros(ind3) not = 0 then
                              string dep-apt-numeros(ind3) " " delimited by size
                                  into valor-depois with pointer ponteiro-linha
                          end-if
                      end-perform
                  end-if
                  perform emite-campo
                  if campo-alterado then
                      add 1 to total-dezenas-alteradas
                  end-if

                  move "Situacao......" to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      string ant-apt-status " " ant-apt-faixa
                          delimited by size into valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      string dep-apt-status " " dep-apt-faixa
                          delimited by size into valor-depois
                  end-if
                  perform emite-campo
                  .
       decodifica-aposta-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Prêmios: apostador, faixa e valor do prêmio, situação e o resgate
      *> lançado (data e valor recebido na lotérica)
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       decodifica-premio section.

                  move aud-antes to premio-antes
                  move aud-depois to premio-depois

                  move "Apostador....." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-prm-apostador to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-prm-apostador to valor-depois
                  end-if
                  perform emite-campo

                  move "Faixa/valor..." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-prm-valor to premio-editado
                      string ant-prm-faixa " " premio-editado " " ant-prm-estimado
                          delimited by size into valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-prm-valor to premio-editado
                      string dep-prm-faixa " " premio-editado " " dep-prm-estimado
                          delimited by size into valor-depois
                  end-if
                  perform emite-campo

                  move "Situacao......" to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-prm-situacao to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-prm-situacao to valor-depois
                  end-if
                  perform emite-campo

                  move "Data resgate.." to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-prm-data-resgate to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-prm-data-resgate to valor-depois
                  end-if
                  perform emite-campo

                  move "Valor recebido" to rotulo-campo
                  move spaces to valor-antes
                  move spaces to valor-depois
                  if aud-operacao not = "I" then
                      move ant-prm-valor-recebido to premio-editado
                      move premio-editado to valor-antes
                  end-if
                  if aud-operacao not = "E" then
                      move dep-prm-valor-recebido to premio-editado
                      move premio-editado to valor-depois
                  end-if
                  perform emite-campo
                  .
       decodifica-premio-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Linha de um campo: a inclusão mostra o valor novo, a exclusão o
      *> valor excluído e a alteração o valor anterior, seguido do novo em
      *> linha própria quando o campo mudou
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-campo section.

                  move "N" to campo-alterado-sw
                  move spaces to linha-relatorio
                  move rotulo-campo to linha-relatorio(5:14)
                  move ": " to linha-relatorio(19:2)
                  evaluate aud-operacao
                      when "I"
                          move valor-depois to linha-relatorio(21:60)
                          perform emite-linha
                      when "E"
                          move valor-antes to linha-relatorio(21:60)
                          perform emite-linha
                      when other
                          move valor-antes to linha-relatorio(21:60)
                          perform emite-linha
                          if valor-depois not = valor-antes then
                              move "S" to campo-alterado-sw
                              move spaces to linha-relatorio
                              move "-> " to linha-relatorio(18:3)
                              move valor-depois to linha-relatorio(21:60)
                              move "*** ALTERADO" to linha-relatorio(83:12)
                              perform emite-linha
                          end-if
                  end-evaluate
                  .
       emite-campo-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Totais do relatório
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-totais section.

                  move "----- Totais -----" to linha-relatorio
                  perform emite-linha
                  move total-lidos to contagem-editada
                  move spaces to linha-relatorio
                  string "Registros lidos no diario....: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-listados to contagem-editada
                  move spaces to linha-relatorio
                  string "Registros listados...........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-inclusoes to contagem-editada
                  move spaces to linha-relatorio
                  string "  inclusoes..................: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-alteracoes to contagem-editada
                  move spaces to linha-relatorio
                  string "  alteracoes.................: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-exclusoes to contagem-editada
                  move spaces to linha-relatorio
                  string "  exclusoes..................: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-cotas-alteradas to contagem-editada
                  move spaces to linha-relatorio
                  string "Alteracoes de cota...........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-dezenas-alteradas to contagem-editada
                  move spaces to linha-relatorio
                  string "Alteracoes de dezenas........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  .
       emite-totais-exit.
                  exit.

       emite-linha section.

                  display linha-relatorio
                  move linha-relatorio to reg-relatorio
                  write reg-relatorio
                  .
       emite-linha-exit.
                  exit.
