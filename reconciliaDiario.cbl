      *contador de CONTROLE.LOG; orfaos e divergencias vao para
      *RECONCILIA.OUT e derrubam o RETURN-CODE para o agendador
      *segurar os jobs seguintes.
      *15/10/2026 FLE - com o indice do historico HISTORICO.IDX
      *presente, as linhas do dia sao lidas direto pela chave
      *alternativa da data, sem varrer o historico inteiro; sem o
      *indice, HISTORICO.OUT é varrido como antes. A conferencia
      *das linhas do dia (orfaos, preco, contador) é a mesma nos dois
      *caminhos.



                                organization is line sequential
                                file status is statusHistoricoIn.

      * Indice do historico, mantido ao lado de HISTORICO.OUT (criado
      * pelo programa converteHistorico; ausente, fica desligado).
           select historicoIdx assign to "HISTORICO.IDX"
                                organization is indexed
                                access mode is dynamic
                                record key is chaveHix
                                alternate record key is dataHix
                                    with duplicates
                                file status is statusHistoricoIdx.

           select controleIn   assign to "CONTROLE.LOG"
                                organization is line sequential
                                file status is statusControleIn.
           05 comprimentoHis                        pic x(03).
           05 filler                                pic x(10).

      * Indice do historico: a chave da pizza mais a data e uma
      * sequencia que separa as execucoes do mesmo dia, com a data
      * tambem como chave alternativa. Origem H para a linha do
      * historico corrente e M para a que o expurgo levou ao arquivo
      * morto ARQHIST.OUT.
       FD  historicoIdx
           label record is standard.
       01  regHistoricoIdx.
           05 chaveHix.
              10 fornecedorHix                     pic x(15).
              10 formaHix                          pic x(01).
              10 diametroHix                       pic 9(03).
              10 comprimentoHix                    pic 9(03).
              10 dataHix                           pic 9(08).
              10 seqHix                            pic 9(04).
           05 nomeHix                              pic x(15).
           05 precoHix                             pic 9(03)v99.
           05 precoCm2Hix                          pic 9(03)v99.
           05 origemHix                            pic x(01).
              88 linhaCorrenteHix                  value "H".
              88 linhaArquivadaHix                 value "M".
           05 filler                               pic x(04).

      * Espelho das linhas de contadores de CONTROLE.LOG (rotulo de
      * largura fixa e valor em texto).
       FD  controleIn
       77  precoHistorico                          pic 9(03)v99.

      *----Chave normalizada da linha corrente do historico
       77  fornecedorChave                         pic x(15).
       77  formaChave                              pic x(01).
       77  comprimentoChave                        pic 9(03).
       77  diametroChave                           pic 9(03).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".

      *----Variaveis do indice do historico (HISTORICO.IDX): sem o
      *----arquivo o historico é varrido em HISTORICO.OUT
       77  statusHistoricoIdx                      pic x(02).
       77  fimIndice                               pic x(01).
           88 fimDoIndice                          value "S".



      *----Variaveis para comunicação entre programas
           move 0     to qtdDivergencias
           move space to fimCadastro
           move space to fimHistoricoIn
           move space to fimIndice
           move space to fimControleIn
           move space to erroArquivo

           exit.


      * Confere as linhas do historico com a data do dia: linha
      * cuja chave nao esta mais no mestre é orfa; linha com preco
      * diferente do mestre é divergencia; as demais marcam o
      * registro do mestre como visto. Com o indice, so as linhas do
      * dia sao lidas; sem ele, o historico é varrido inteiro.
       conferirHistorico section.

           open input historicoIdx

           if statusHistoricoIdx = "00" then
               perform conferirHistoricoIdx
               close historicoIdx
           else
               perform conferirHistoricoTexto
           end-if

           .
       conferirHistorico-exit.
           exit.


      * Leitura pela chave alternativa da data: posiciona no
      * primeiro registro do dia e le enquanto a data for a de hoje.
       conferirHistoricoIdx section.

           move dataExecucao to dataHix

           start historicoIdx key is >= dataHix
               invalid key
                   move "S" to fimIndice
           end-start

           perform until fimDoIndice

               read historicoIdx next record
                   at end
                       move "S" to fimIndice
               end-read

               if not fimDoIndice then

                   if dataHix <> dataExecucao then
                       move "S" to fimIndice
                   else
                       if linhaCorrenteHix then
                           move fornecedorHix  to fornecedorChave
                           move formaHix       to formaChave
                           move diametroHix    to diametroChave
                           move comprimentoHix to comprimentoChave
                           move precoHix       to precoHistorico
                           add 1 to qtdHistHoje
                           perform conferirLinhaHistorico
                       end-if
                   end-if

               end-if

           end-perform

           .
       conferirHistoricoIdx-exit.
           exit.


      * Varredura de HISTORICO.OUT inteiro, linha a linha.
       conferirHistoricoTexto section.

           open input historicoIn

           if statusHistoricoIn <> "00" then
                           and dataHis = dataExecucao then

                           add 1 to qtdHistHoje
                           perform normalizarLinhaHistorico
                           perform conferirLinhaHistorico

                       end-if
           end-if

           .
       conferirHistoricoTexto-exit.
           exit.


      * Monta a chave normalizada e o preco da linha de texto
      * corrente do historico.
       normalizarLinhaHistorico section.

           move fornecedorHis to fornecedorChave
           move diametroHis   to diametroChave

           if formaHis = space then
               move "R" to formaChave
           move precoHisDec to valorDec
           compute precoHistorico = valorInt + valorDec / 100

           .
       normalizarLinhaHistorico-exit.
           exit.


      * Confere uma linha do historico com a data do dia contra o
      * mestre carregado: procura a chave, compara o preco e marca o
      * registro como visto.
       conferirLinhaHistorico section.

           move 0 to indAux

           perform varying ind from 1 by 1 until ind > qtdMestre
               if fornecedorMe(ind) = fornecedorChave
                   and diametroMe(ind) = diametroChave
                   and formaMe(ind) = formaChave
                   and comprimentoMe(ind) = comprimentoChave then
               move space to regReconciliaOut
               string "Orfao no historico (chave fora do mestre): "
                                       delimited by size
                      fornecedorChave  delimited by size
                      " "              delimited by size
                      formaChave       delimited by size
                      " "              delimited by size
