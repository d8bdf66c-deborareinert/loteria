      *>                em lugar da inferencia pelo numero de tentativas
      *>   02/09/2026 - limpeza do campo de sobra antes da extracao do
      *>                identificador de rodada da linha do ledger
      *>   09/10/2026 - trechos do historico para o lote de ate 10000
      *>                fichas, com a procura no ledger a partir do
      *>                primeiro trecho ainda nao casado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
       *>Divisão para configuração do ambiente
       Environment Division.
      *>----de tentativas 1..n; guardamos a rodada e a tentativa final de
      *>----cada trecho para casar com as execucoes do ledger)
       01  tabela-trechos.
           05  trecho occurs 10000.
               10  trecho-final                    pic 9(09).
               10  trecho-rodada                   pic 9(12).
               10  trecho-usado                    pic x(01).
       77  quantidade-trechos                      pic 9(05) value 0.
       77  limite-trechos                          pic 9(05) value 10000.
       77  ind-trecho                              pic 9(05) value 0.
       77  primeiro-trecho-livre                   pic 9(05) value 1.
       77  trecho-livre-sw                         pic x(01) value "N".
           88  trecho-livre                        value "S".
       77  trechos-excedentes                      pic 9(09) value 0.
       77  trecho-encontrado-sw                    pic x(01) value "N".
           88  trecho-encontrado                   value "S".

                  move 0 to tentativa-anterior
                  move 0 to ultima-tentativa
                  move 0 to quantidade-trechos
                  move 0 to trechos-excedentes
                  move 1 to primeiro-trecho-livre
                  move 0 to rodada-corrente-hist
                  move 0 to rodada-ultimo-hist
                  open input historico-sorteios
                             into linha-auditoria
                      end-string
                      perform audita-linha
                      if trechos-excedentes > 0 then
                          add 1 to total-divergencias
                          move spaces to linha-auditoria
                          string "DIVERGENCIA: " delimited by size
                                 trechos-excedentes delimited by size
                                 " trechos alem do limite de " delimited by size
                                 limite-trechos delimited by size
                                 " fora do cruzamento com o ledger" delimited by size
                                 into linha-auditoria
                          end-string
                          perform audita-linha
                      end-if
                  end-if
                  .
       verifica-historico-exit.

       fecha-trecho section.

                  if tentativa-anterior > 0 then
                      if quantidade-trechos < limite-trechos then
                          add 1 to quantidade-trechos
                          move tentativa-anterior to trecho-final(quantidade-trechos)
                          move rodada-corrente-hist to trecho-rodada(quantidade-trechos)
                          move "N" to trecho-usado(quantidade-trechos)
                      else
                          add 1 to trechos-excedentes
                      end-if
                  end-if
                  move 0 to tentativa-anterior
                  .

      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------
      *> Procura um trecho do histórico ainda não usado da rodada informada
      *> pelo ledger, terminando na tentativa informada. Ledger e histórico
      *> seguem a mesma ordem das fichas, então a procura começa no
      *> primeiro trecho ainda não casado
      *>-----------------------------------------------------------------------------------------------------------------------------------------------------------

       procura-trecho section.

                  move "N" to trecho-encontrado-sw
                  perform varying ind-trecho from primeiro-trecho-livre by 1
                          until ind-trecho > quantidade-trechos or trecho-encontrado
                      if trecho-usado(ind-trecho) = "N"
                         and trecho-rodada(ind-trecho) = ledger-rodada-num
                          move "S" to trecho-encontrado-sw
                      end-if
                  end-perform
                  move "N" to trecho-livre-sw
                  perform until primeiro-trecho-livre > quantidade-trechos
                             or trecho-livre
                      if trecho-usado(primeiro-trecho-livre) = "N" then
                          move "S" to trecho-livre-sw
                      else
                          add 1 to primeiro-trecho-livre
                      end-if
                  end-perform
                  .
       procura-trecho-exit.
                  exit.
