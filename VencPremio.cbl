      $set sourceformat"free"
       *>Divisão de identificação do programa
       Identification Division.
       Program-id. "VencPremio".
       Author. "Debora Reinert".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Historico de alteracoes
      *>   15/10/2026 - versao inicial: relatorio diario de vencimento dos
      *>                premios nao resgatados (PREMIOS.DAT) por dias que
      *>                faltam para a prescricao, em faixas de prazo com
      *>                subtotais, premios ja prescritos e totais de
      *>                resgates, em VENCPREM.TXT; cartao PARAMVEN.DAT com
      *>                a data de referencia e os dias de alerta, e codigo
      *>                de retorno 4 quando ha premio prescrevendo dentro
      *>                do alerta, para a cadeia da Rodada
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
               access mode is sequential
               record key is prm-chave
               file status is fs-premios.
           select relatorio-vencimentos
               assign to "VENCPREM.TXT"
               organization is line sequential
               file status is fs-relatorio.
           select arquivo-parametros
               assign to "PARAMVEN.DAT"
               organization is line sequential
               file status is fs-parametros.
           select arquivo-vencimentos
               assign to "VENCPREM.SRT".

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

       FD  relatorio-vencimentos.
       01  reg-relatorio                           pic x(100).

      *>----Cartao de parametros do relatorio: data de referencia AAAAMMDD
      *>----(zeros = hoje) e dias de alerta antes da prescricao (zeros = 7)
       FD  arquivo-parametros.
       01  reg-parametros.
           05  par-data-referencia                 pic 9(08).
           05  par-dias-alerta                     pic 9(03).

      *>----Trabalho do SORT dos premios pendentes por prazo: faixa de
      *>----prazo e dias para a prescricao (deslocados de 10000 para a
      *>----chave nao ter sinal)
       SD  arquivo-vencimentos.
       01  reg-vencimento.
           05  vnc-grupo                           pic 9(01).
           05  vnc-dias-chave                      pic 9(05).
           05  vnc-concurso                        pic 9(04).
           05  vnc-ficha                           pic 9(05).
           05  vnc-apostador                       pic 9(04).
           05  vnc-faixa                           pic x(06).
           05  vnc-valor                           pic 9(11)v99.
           05  vnc-estimado                        pic x(01).
           05  vnc-data-sorteio                    pic 9(08).
           05  vnc-data-prescricao                 pic 9(08).

       *>----Variaveis de trabalho
       working-storage section.
       77  fs-premios                              pic x(02).
       77  fs-relatorio                            pic x(02).
       77  fs-parametros                           pic x(02).
       77  data-atual                              pic 9(06) value 0.
       77  data-referencia                         pic 9(08) value 0.
       77  dias-alerta                             pic 9(03) value 7.
       77  dias-restantes                          pic s9(05) value 0.
       77  data-em-validacao                       pic 9(08) value 0.
       77  data-valida-sw                          pic x(01) value "N".
           88  data-valida                         value "S".
       01  data-decomposta.
           05  dat-ano                             pic 9(04).
           05  dat-mes                             pic 9(02).
           05  dat-dia                             pic 9(02).
       77  ultimo-dia-mes                          pic 9(02) value 0.
       77  resto-bissexto                          pic 9(04) value 0.
       77  fim-vencimentos-sw                      pic x(01) value "N".
           88  fim-vencimentos                     value "S".

      *>----Faixas de prazo do relatorio
       01  tabela-grupos.
           05  grupo-prazo occurs 5.
               10  grp-titulo                      pic x(40).
               10  grp-quantidade                  pic 9(07).
               10  grp-valor                       pic 9(15)v99.
       77  ind-grupo                               pic 9(01) value 0.
       77  grupo-corrente                          pic 9(01) value 0.

      *>----Totais do arquivo de premios
       77  total-premios                           pic 9(07) value 0.
       77  total-pendentes                         pic 9(07) value 0.
       77  valor-pendente                          pic 9(15)v99 value 0.
       77  total-resgatados                        pic 9(07) value 0.
       77  valor-resgatado                         pic 9(15)v99 value 0.
       77  total-alerta                            pic 9(07) value 0.

      *>----Edicao do relatorio
       01  linha-relatorio                         pic x(100) value spaces.
       77  contagem-editada                        pic z(6)9.
       77  valor-editado                           pic z(12)9,99.
       77  premio-editado                          pic z(10)9,99.
       77  dias-editados                           pic -(4)9.
       01  data-sorteio-editada                    pic x(10) value spaces.
       01  data-prescricao-editada                 pic x(10) value spaces.
       01  data-referencia-editada                 pic x(10) value spaces.

       *>Declaração do corpo do programa
       procedure Division.

                  perform le-parametros.
                  perform monta-tabela-grupos.
                  open input premios-resgate
                  if fs-premios not = "00" then
                      if fs-premios = "35" then
                          display "Nenhum premio registrado: PREMIOS.DAT inexistente."
                          move 2 to return-code
                      else
                          display "Falha ao abrir o arquivo de premios, status " fs-premios
                          move 12 to return-code
                      end-if
                      stop run
                  end-if
                  open output relatorio-vencimentos
                  perform emite-cabecalho
                  sort arquivo-vencimentos
                      on ascending key vnc-grupo vnc-dias-chave vnc-concurso vnc-ficha
                      input procedure is seleciona-pendentes
                      output procedure is emite-vencimentos
                  close premios-resgate
                  perform emite-totais
                  close relatorio-vencimentos
                  display "Relatorio de vencimento dos premios gravado em VENCPREM.TXT"
                  if total-alerta > 0 then
                      move 4 to return-code
                  else
                      move 0 to return-code
                  end-if
                  stop run.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Leitura do cartão de parâmetros: sem o cartão o relatório sai para
      *> a data de hoje com alerta de 7 dias, sem prompts, para rodar na
      *> cadeia da rodada noturna
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       le-parametros section.

                  accept data-atual from date
                  compute data-referencia = 20000000 + data-atual
                  move 7 to dias-alerta
                  open input arquivo-parametros
                  if fs-parametros = "00" then
                      read arquivo-parametros
                          not at end
                              if par-data-referencia is numeric
                                 and par-data-referencia > 0 then
                                  move par-data-referencia to data-referencia
                              end-if
                              if par-dias-alerta is numeric
                                 and par-dias-alerta > 0 then
                                  move par-dias-alerta to dias-alerta
                              end-if
                      end-read
                      close arquivo-parametros
                  end-if
                  move data-referencia to data-em-validacao
                  perform valida-data
                  if not data-valida then
                      display "Data de referencia " data-referencia " invalida."
                      move 12 to return-code
                      stop run
                  end-if
                  .
       le-parametros-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Faixas de prazo: prescritos, dentro do alerta e os demais prazos
      *> até os 90 dias da prescrição
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       monta-tabela-grupos section.

                  move "PRESCRITOS SEM RESGATE" to grp-titulo(1)
                  move "PRESCREVEM DENTRO DO ALERTA" to grp-titulo(2)
                  move "PRESCREVEM EM ATE 30 DIAS" to grp-titulo(3)
                  move "PRESCREVEM EM ATE 60 DIAS" to grp-titulo(4)
                  move "PRESCREVEM EM MAIS DE 60 DIAS" to grp-titulo(5)
                  perform varying ind-grupo from 1 by 1 until ind-grupo > 5
                      move 0 to grp-quantidade(ind-grupo)
                      move 0 to grp-valor(ind-grupo)
                  end-perform
                  .
       monta-tabela-grupos-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Seleção dos prêmios pendentes para o SORT, com os dias que faltam
      *> para a prescrição na data de referência; os resgatados só entram
      *> nos totais
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       seleciona-pendentes section.

                  perform until fs-premios not = "00"
                      read premios-resgate next
                          at end
                              move "10" to fs-premios
                          not at end
                              add 1 to total-premios
                              if prm-resgatado then
                                  add 1 to total-resgatados
                                  add prm-valor-recebido to valor-resgatado
                              else
                                  perform libera-pendente
                              end-if
                      end-read
                  end-perform
                  .
       seleciona-pendentes-exit.
                  exit.

       libera-pendente section.

                  compute dias-restantes =
                      function integer-of-date(prm-data-prescricao)
                      - function integer-of-date(data-referencia)
                  evaluate true
                      when dias-restantes < 0
                          move 1 to vnc-grupo
                      when dias-restantes <= dias-alerta
                          move 2 to vnc-grupo
                          add 1 to total-alerta
                      when dias-restantes <= 30
                          move 3 to vnc-grupo
                      when dias-restantes <= 60
                          move 4 to vnc-grupo
                      when other
                          move 5 to vnc-grupo
                  end-evaluate
                  compute vnc-dias-chave = dias-restantes + 10000
                  move prm-concurso to vnc-concurso
                  move prm-ficha to vnc-ficha
                  move prm-apostador to vnc-apostador
                  move prm-faixa to vnc-faixa
                  move prm-valor to vnc-valor
                  move prm-estimado to vnc-estimado
                  move prm-data-sorteio to vnc-data-sorteio
                  move prm-data-prescricao to vnc-data-prescricao
                  release reg-vencimento
                  .
       libera-pendente-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Listagem dos pendentes por faixa de prazo, do mais urgente para o
      *> mais folgado, com subtotal de cada faixa
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-vencimentos section.

                  move 0 to grupo-corrente
                  move "N" to fim-vencimentos-sw
                  perform until fim-vencimentos
                      return arquivo-vencimentos
                          at end
                              move "S" to fim-vencimentos-sw
                          not at end
                              if vnc-grupo not = grupo-corrente then
                                  perform fecha-grupo
                                  move vnc-grupo to grupo-corrente
                                  move spaces to linha-relatorio
                                  perform emite-linha
                                  move spaces to linha-relatorio
                                  string "----- " delimited by size
                                         grp-titulo(grupo-corrente) delimited by "  "
                                         " -----" delimited by size
                                         into linha-relatorio
                                  end-string
                                  perform emite-linha
                                  move "Conc  Ficha Apost Faixa           Premio  Sorteio    Prescreve  Dias"
                                      to linha-relatorio
                                  perform emite-linha
                              end-if
                              perform emite-pendente
                      end-return
                  end-perform
                  perform fecha-grupo
                  .
       emite-vencimentos-exit.
                  exit.

       emite-pendente section.

                  add 1 to grp-quantidade(vnc-grupo)
                  add vnc-valor to grp-valor(vnc-grupo)
                  add 1 to total-pendentes
                  add vnc-valor to valor-pendente
                  move vnc-valor to premio-editado
                  compute dias-restantes = vnc-dias-chave - 10000
                  move dias-restantes to dias-editados
                  move spaces to data-sorteio-editada
                  string vnc-data-sorteio(7:2) "/" vnc-data-sorteio(5:2) "/"
                         vnc-data-sorteio(1:4)
                         delimited by size into data-sorteio-editada
                  end-string
                  move spaces to data-prescricao-editada
                  string vnc-data-prescricao(7:2) "/" vnc-data-prescricao(5:2) "/"
                         vnc-data-prescricao(1:4)
                         delimited by size into data-prescricao-editada
                  end-string
                  move spaces to linha-relatorio
                  string vnc-concurso delimited by size
                         "  " delimited by size
                         vnc-ficha delimited by size
                         " " delimited by size
                         vnc-apostador delimited by size
                         "  " delimited by size
                         vnc-faixa delimited by size
                         " " delimited by size
                         premio-editado delimited by size
                         "  " delimited by size
                         data-sorteio-editada delimited by size
                         " " delimited by size
                         data-prescricao-editada delimited by size
                         " " delimited by size
                         dias-editados delimited by size
                         into linha-relatorio
                  end-string
                  if vnc-estimado = "S" then
                      move "(estimado)" to linha-relatorio(75:10)
                  end-if
                  perform emite-linha
                  .
       emite-pendente-exit.
                  exit.

       fecha-grupo section.

                  if grupo-corrente > 0 then
                      move grp-quantidade(grupo-corrente) to contagem-editada
                      move grp-valor(grupo-corrente) to valor-editado
                      move spaces to linha-relatorio
                      string "  Subtotal: " delimited by size
                             contagem-editada delimited by size
                             " premio(s), valor " delimited by size
                             valor-editado delimited by size
                             into linha-relatorio
                      end-string
                      perform emite-linha
                  end-if
                  .
       fecha-grupo-exit.
                  exit.

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Cabeçalho e totais do relatório
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       emite-cabecalho section.

                  move "===== Loteria - Vencimento dos Premios a Resgatar =====" to linha-relatorio
                  perform emite-linha
                  move spaces to data-referencia-editada
                  string data-referencia(7:2) "/" data-referencia(5:2) "/"
                         data-referencia(1:4)
                         delimited by size into data-referencia-editada
                  end-string
                  move dias-alerta to contagem-editada
                  move spaces to linha-relatorio
                  string "Data de referencia: " delimited by size
                         data-referencia-editada delimited by size
                         "   alerta de prescricao (dias): " delimited by size
                         contagem-editada delimited by size
                         into linha-relatorio
                  end-string
                  perform emite-linha
                  .
       emite-cabecalho-exit.
                  exit.

       emite-totais section.

                  move spaces to linha-relatorio
                  perform emite-linha
                  move "===== Totais =====" to linha-relatorio
                  perform emite-linha
                  move total-premios to contagem-editada
                  move spaces to linha-relatorio
                  string "Premios registrados.........: " contagem-editada
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-resgatados to contagem-editada
                  move valor-resgatado to valor-editado
                  move spaces to linha-relatorio
                  string "Premios resgatados..........: " contagem-editada
                         "  valor recebido " valor-editado
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  compute total-pendentes = total-pendentes - grp-quantidade(1)
                  compute valor-pendente = valor-pendente - grp-valor(1)
                  move total-pendentes to contagem-editada
                  move valor-pendente to valor-editado
                  move spaces to linha-relatorio
                  string "Premios a resgatar no prazo.: " contagem-editada
                         "  valor apurado  " valor-editado
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move total-alerta to contagem-editada
                  move grp-valor(2) to valor-editado
                  move spaces to linha-relatorio
                  string "  prescrevendo no alerta....: " contagem-editada
                         "  valor apurado  " valor-editado
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  move grp-quantidade(1) to contagem-editada
                  move grp-valor(1) to valor-editado
                  move spaces to linha-relatorio
                  string "Premios prescritos..........: " contagem-editada
                         "  valor perdido  " valor-editado
                         delimited by size into linha-relatorio
                  end-string
                  perform emite-linha
                  if total-alerta > 0 then
                      move spaces to linha-relatorio
                      perform emite-linha
                      move "ATENCAO: ha premios prescrevendo dentro do prazo de alerta - providenciar o resgate"
                          to linha-relatorio
                      perform emite-linha
                  end-if
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
