      *custo-beneficio por execucao e comparacao com o mes anterior,
      *gravados no relatorio FECHAMENTO.OUT e no FECHAMENTO.CSV para
      *a revisao mensal de fornecedores.
      *15/10/2026 FLE - fornecedor de cada grupo conferido contra o
      *registro de fornecedores FORNECEDORES.DAT: nome nao registrado
      *(grafia divergente), suspenso ou bloqueado sai marcado no
      *FECHAMENTO.OUT. Sem o registro, nada é marcado.
      *15/10/2026 FLE - ocorrencias de entrega de OCORRENCIAS.DAT
      *(programa registroOcorrencia) contadas por mes + fornecedor,
      *no total e por tipo (atraso, pedido errado, qualidade, falta),
      *em linha propria no FECHAMENTO.OUT e em colunas novas no
      *FECHAMENTO.CSV. Fornecedor com ocorrencia e sem cotacao no mes
      *ganha o seu grupo.
      *15/10/2026 FLE - cartao FECHAMENTO.IN opcional para fechar um
      *fornecedor e/ou uma faixa de meses. Com o indice do historico
      *HISTORICO.IDX presente, so os registros do periodo (pela chave
      *alternativa da data) ou do fornecedor (pela chave, e depois as
      *datas em que ele cotou, para apurar as vitorias) sao lidos; sem
      *o indice, o filtro é aplicado na varredura de HISTORICO.OUT. O
      *mes anterior ao primeiro da faixa é lido para a comparacao, mas
      *nao sai no fechamento. Sem o cartao, nada muda.
      *15/10/2026 FLE - grupo aberto so por ocorrencia de entrega
      *(sem cotacao no mes) sai sem a comparacao com o mes anterior,
      *que mostrava queda de 100 % no preco.



                                organization is line sequential
                                file status is statusHistoricoIn.

           select fechamentoIn  assign to "FECHAMENTO.IN"
                                organization is line sequential
                                file status is statusFechamentoIn.

      * Indice do historico, mantido ao lado de HISTORICO.OUT (criado
      * pelo programa converteHistorico; ausente, fica desligado).
           select historicoIdx assign to "HISTORICO.IDX"
                                organization is indexed
                                access mode is dynamic
                                record key is chaveHix
                                alternate record key is dataHix
                                    with duplicates
                                file status is statusHistoricoIdx.

           select fechamentoOut assign to "FECHAMENTO.OUT"
                                organization is line sequential
                                file status is statusFechamento.
                                organization is line sequential
                                file status is statusFechamentoCsv.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

           select ocorrenciasDat assign to "OCORRENCIAS.DAT"
                                organization is line sequential
                                file status is statusOcorrencias.

       I-O-control.


           05 comprimentoHis                        pic x(03).
           05 filler                                pic x(10).

      * Cartao do fechamento: fornecedor (branco = todos) e a faixa
      * de meses AAAAMM (branco ou zero = sem limite). Campos em
      * texto, criticados na leitura.
       FD  fechamentoIn
           label record is standard.
       01  regFechamentoIn.
           05 fornecedorFeTx                       pic x(15).
           05 mesInicialFeTx                       pic x(06).
           05 mesInicialFe redefines mesInicialFeTx
                                                   pic 9(06).
           05 mesFinalFeTx                         pic x(06).
           05 mesFinalFe redefines mesFinalFeTx    pic 9(06).

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

       FD  fechamentoOut
           label record is standard.
       01  regFechamentoOut                        pic x(120).
           label record is standard.
       01  regFechamentoCsv                        pic x(120).

      * Espelho do registro de fornecedores gravado pelo programa
      * cadastroFornecedor (situacao A ativo, S suspenso, B
      * bloqueado).
       FD  registroForn
           label record is standard.
       01  regRegistroForn.
           05 codigoFor                            pic x(05).
           05 fornecedorFor                        pic x(15).
           05 razaoSocialFor                       pic x(40).
           05 cnpjFor                              pic x(14).
           05 contatoFor                           pic x(30).
           05 situacaoFor                          pic x(01).
           05 dataSituacaoFor                      pic 9(08).
           05 filler                               pic x(07).

      * Espelho do registro de ocorrencias de entrega gravado pelo
      * programa registroOcorrencia (tipo A atraso, E pedido errado,
      * Q qualidade ruim, F item faltando; gravidade de 1 a 5).
       FD  ocorrenciasDat
           label record is standard.
       01  regOcorrencia.
           05 numeroOc                             pic 9(06).
           05 tipoOc                               pic x(01).
              88 ocorrenciaAtraso                  value "A".
              88 ocorrenciaErrado                  value "E".
              88 ocorrenciaQualidade               value "Q".
              88 ocorrenciaFalta                   value "F".
           05 fornecedorOc                         pic x(15).
           05 dataOc                               pic 9(08).
           05 pedidoOc                             pic 9(10).
           05 gravidadeOc                          pic 9(01).
           05 descricaoOc                          pic x(30).
           05 dataLancamentoOc                     pic 9(08).
           05 filler                               pic x(01).



      *----Variaveis de trabalho
           05 somaCm2Fc                            pic 9(07)v99.
           05 mediaFc                              pic 9(03)v99.
           05 vitoriasFc                           pic 9(05).
           05 situacaoFc                           pic x(01).
           05 ocorTotalFc                          pic 9(03).
           05 ocorAtrasoFc                         pic 9(03).
           05 ocorErradoFc                         pic 9(03).
           05 ocorQualidadeFc                      pic 9(03).
           05 ocorFaltaFc                          pic 9(03).

       01  fechamentoTroca.
           05 mesTr                                pic 9(06).
           05 somaCm2Tr                            pic 9(07)v99.
           05 mediaTr                              pic 9(03)v99.
           05 vitoriasTr                           pic 9(05).
           05 situacaoTr                           pic x(01).
           05 ocorTotalTr                          pic 9(03).
           05 ocorAtrasoTr                         pic 9(03).
           05 ocorErradoTr                         pic 9(03).
           05 ocorQualidadeTr                      pic 9(03).
           05 ocorFaltaTr                          pic 9(03).

      * Melhor preco/cm2 visto em cada data de execucao, para contar
      * as vitorias de melhor custo-beneficio por fornecedor.
       77  precoCm2Linha                           pic 9(03)v99.
       77  dataLinha                               pic 9(08).
       77  mesLinha                                pic 9(06).
       77  fornecedorLinha                         pic x(15).

      *----Variaveis da quebra por mes e da comparacao com o mes
      *----anterior
       77  mediaEdt                                pic 9(03),99.
       77  mediaAntEdt                             pic 9(03),99.

      *----Filtro do cartao FECHAMENTO.IN (sem o cartao: todos os
      *----fornecedores e todos os meses). As datas de leitura
      *----comecam no mes anterior ao primeiro da faixa.
       77  statusFechamentoIn                      pic x(02).
       77  fimFechamentoIn                         pic x(01).
           88 fimCartaoFechamento                  value "S".
       77  cartaoFechamento                        pic x(01).
           88 fechamentoFiltrado                   value "S".
       77  filtroFornecedor                        pic x(15).
       77  mesInicial                              pic 9(06).
       77  mesFinal                                pic 9(06).
       77  dataInicialLeitura                      pic 9(08).
       77  dataFinalLeitura                        pic 9(08).
       77  qtdForaFiltro                           pic 9(06).
       77  qtdGruposGravados                       pic 9(03).

      *----Variaveis do indice do historico (HISTORICO.IDX): sem o
      *----arquivo o historico é varrido em HISTORICO.OUT
       77  statusHistoricoIdx                      pic x(02).
       77  fimIndice                               pic x(01).
           88 fimDoIndice                          value "S".
       77  leituraIndice                           pic x(01).
           88 lerPeloIndice                        value "S".
       77  indDt                                   pic 9(04).

      *----Variaveis de controle dos arquivos
       77  statusHistoricoIn                       pic x(02).
       77  fimHistoricoIn                          pic x(01).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".

      *----Variaveis do registro de fornecedores (FORNECEDORES.DAT):
      *----sem o arquivo o registro fica desligado e todo fornecedor
      *----vale como ativo
       77  statusRegistroForn                      pic x(02).
       77  fimRegistroForn                         pic x(01).
           88 fimDoRegistroForn                    value "S".
       77  registroFornecedores                    pic x(01).
           88 registroFornLigado                   value "S".
       77  qtdRegForn                              pic 9(03).
       77  indRf                                   pic 9(03).
       77  fornecedorBusca                         pic x(15).
       77  situacaoBusca                           pic x(01).
           88 buscaNaoRegistrado                   value "?".
           88 buscaSuspenso                        value "S".
           88 buscaBloqueado                       value "B".
       77  marcaRegistro                           pic x(16).
       77  qtdGruposNaoRegistrados                 pic 9(03).

      *----Variaveis das ocorrencias de entrega (OCORRENCIAS.DAT):
      *----sem o arquivo, nenhuma ocorrencia é contada
       77  statusOcorrencias                       pic x(02).
       77  fimOcorrencias                          pic x(01).
           88 fimDasOcorrencias                    value "S".
       77  qtdOcorrenciasLidas                     pic 9(05).

       01  fornecedoresRegistro occurs 200.
           05 nomeRf                               pic x(15).
           05 situacaoRf                           pic x(01).



      *----Variaveis para comunicação entre programas


           perform inicializa.
           perform carregarRegistroForn.
           perform carregarFechamento.
           perform carregarOcorrencias.
           perform apurarVitorias.
           perform ordenarFechamento.
           perform gravarFechamento.
           move 0     to qtdDatas
           move 0     to qtdLinhasLidas
           move 0     to qtdLinhasValidas
           move 0     to qtdGruposNaoRegistrados
           move 0     to qtdOcorrenciasLidas
           move 0     to qtdForaFiltro
           move 0     to qtdGruposGravados
           move space to fimHistoricoIn
           move space to fimOcorrencias
           move space to fimIndice
           move space to leituraIndice
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           perform lerCartaoFechamento

      * Fechamento filtrado com o indice presente: so os registros
      * do filtro sao lidos. Sem cartao, ou sem o indice, o
      * historico texto é varrido inteiro.
           if fechamentoFiltrado then
               open input historicoIdx
               if statusHistoricoIdx = "00" then
                   move "S" to leituraIndice
               end-if
           end-if

           if not lerPeloIndice then

               open input historicoIn

               if statusHistoricoIn <> "00" then
                   display "HISTORICO.OUT nao encontrado - status "
                           statusHistoricoIn
                   move 8 to return-code
                   stop run
               end-if

           end-if

           .
           exit.


      * Le o cartao FECHAMENTO.IN, quando presente, e monta a faixa
      * de datas de leitura. Cartao com mes invalido, ou com o mes
      * inicial depois do final, suspende o fechamento.
       lerCartaoFechamento section.

           move space    to cartaoFechamento
           move space    to filtroFornecedor
           move 0        to mesInicial
           move 999999   to mesFinal
           move space    to fimFechamentoIn

           open input fechamentoIn

           if statusFechamentoIn = "00" then

               read fechamentoIn
                   at end
                       move "S" to fimFechamentoIn
               end-read

               close fechamentoIn

               if not fimCartaoFechamento then

                   move "S" to cartaoFechamento
                   move fornecedorFeTx to filtroFornecedor

                   if mesInicialFeTx is numeric then
                       move mesInicialFe to mesInicial
                   else
                       if mesInicialFeTx <> space then
                           display "Cartao FECHAMENTO.IN invalido - "
                                   "mes inicial: " mesInicialFeTx
                           move 8 to return-code
                           stop run
                       end-if
                   end-if

                   if mesInicial > 0 then
                       compute anoTrab = mesInicial / 100
                       compute mmTrab = mesInicial - anoTrab * 100
                       if mmTrab < 1 or mmTrab > 12 then
                           display "Cartao FECHAMENTO.IN invalido - "
                                   "mes inicial: " mesInicialFeTx
                           move 8 to return-code
                           stop run
                       end-if
                   end-if

                   if mesFinalFeTx is numeric
                       and mesFinalFe > 0 then
                       move mesFinalFe to mesFinal
                       compute anoTrab = mesFinal / 100
                       compute mmTrab = mesFinal - anoTrab * 100
                       if mmTrab < 1 or mmTrab > 12 then
                           display "Cartao FECHAMENTO.IN invalido - "
                                   "mes final: " mesFinalFeTx
                           move 8 to return-code
                           stop run
                       end-if
                   else
                       if mesFinalFeTx <> space
                           and mesFinalFeTx is not numeric then
                           display "Cartao FECHAMENTO.IN invalido - "
                                   "mes final: " mesFinalFeTx
                           move 8 to return-code
                           stop run
                       end-if
                   end-if

                   if mesInicial > mesFinal then
                       display "Cartao FECHAMENTO.IN invalido - mes "
                               "inicial depois do final"
                       move 8 to return-code
                       stop run
                   end-if

                   display "Fechamento filtrado - fornecedor: "
                           filtroFornecedor " meses: " mesInicial
                           " a " mesFinal

               end-if

           end-if

      * Leitura a partir do mes anterior ao primeiro da faixa (janeiro
      * volta para dezembro do ano anterior), para a comparacao.
           if mesInicial > 0 then
               compute anoTrab = mesInicial / 100
               compute mmTrab = mesInicial - anoTrab * 100
               if mmTrab = 1 then
                   compute dataInicialLeitura
                         = ((anoTrab - 1) * 100 + 12) * 100 + 1
               else
                   compute dataInicialLeitura
                         = (mesInicial - 1) * 100 + 1
               end-if
           else
               move 0 to dataInicialLeitura
           end-if

           compute dataFinalLeitura = mesFinal * 100 + 99

           .
       lerCartaoFechamento-exit.
           exit.


      * Varre o historico linha a linha acumulando por mes +
      * fornecedor e guardando o melhor preco/cm2 de cada data de
      * execucao; linha com campos numericos corrompidos é
      * editado a mao).
       carregarFechamento section.

           if lerPeloIndice then
               if filtroFornecedor <> space then
                   perform carregarFornecedorIdx
                   perform carregarVencedoresIdx
               else
                   perform carregarPeriodoIdx
               end-if
               close historicoIdx
           else
               perform carregarFechamentoTexto
           end-if

           .
       carregarFechamento-exit.
           exit.


      * Varredura de HISTORICO.OUT inteiro; com o cartao, as linhas
      * fora da faixa de datas sao puladas e as de outro fornecedor
      * so entram na apuracao das vitorias.
       carregarFechamentoTexto section.

           perform until fimDoArquivoHistorico

               read historicoIn
                       and precoCm2HisDec is numeric
                       and dataHis is numeric then

                       move fornecedorHis  to fornecedorLinha
                       move dataHis        to dataLinha
                       move precoCm2HisInt to valorInt
                       move precoCm2HisDec to valorDec
                       compute precoCm2Linha = valorInt
                                             + valorDec / 100

                       perform acumularLinha

                   else
           close historicoIn

           .
       carregarFechamentoTexto-exit.
           exit.


      * Leitura pelo indice, so a faixa de datas: pela chave
      * alternativa da data, do primeiro dia de leitura ao ultimo.
      * Entram so as linhas do historico corrente, as mesmas de
      * HISTORICO.OUT.
       carregarPeriodoIdx section.

           move dataInicialLeitura to dataHix

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
                   if dataHix > dataFinalLeitura then
                       move "S" to fimIndice
                   end-if
               end-if

               if not fimDoIndice and linhaCorrenteHix then
                   add 1 to qtdLinhasLidas
                   move fornecedorHix to fornecedorLinha
                   move dataHix       to dataLinha
                   move precoCm2Hix   to precoCm2Linha
                   perform acumularLinha
               end-if

           end-perform

           .
       carregarPeriodoIdx-exit.
           exit.


      * Leitura pelo indice com fornecedor no cartao: pela chave, a
      * partir do primeiro registro dele, somando os seus grupos e
      * reservando cada data em que cotou para a apuracao das
      * vitorias, feita depois por carregarVencedoresIdx.
       carregarFornecedorIdx section.

           move filtroFornecedor to fornecedorHix
           move space            to formaHix
           move 0                to diametroHix
           move 0                to comprimentoHix
           move 0                to dataHix
           move 0                to seqHix

           start historicoIdx key is >= chaveHix
               invalid key
                   move "S" to fimIndice
           end-start

           perform until fimDoIndice

               read historicoIdx next record
                   at end
                       move "S" to fimIndice
               end-read

               if not fimDoIndice then
                   if fornecedorHix <> filtroFornecedor then
                       move "S" to fimIndice
                   end-if
               end-if

               if not fimDoIndice and linhaCorrenteHix then

                   add 1 to qtdLinhasLidas

                   if dataHix >= dataInicialLeitura
                       and dataHix <= dataFinalLeitura then
                       add 1 to qtdLinhasValidas
                       move fornecedorHix to fornecedorLinha
                       move dataHix       to dataLinha
                       move precoCm2Hix   to precoCm2Linha
                       perform acumularGrupo
                       perform reservarDataVencedor
                   else
                       add 1 to qtdForaFiltro
                   end-if

               end-if

           end-perform

           .
       carregarFornecedorIdx-exit.
           exit.


      * Vitorias do fornecedor do cartao: para cada data em que ele
      * cotou, le pela chave alternativa todas as linhas da data, de
      * todos os fornecedores, e apura o vencedor.
       carregarVencedoresIdx section.

           perform varying indDt from 1 by 1 until indDt > qtdDatas

               move space to fimIndice
               move dataDt(indDt) to dataHix

               start historicoIdx key is = dataHix
                   invalid key
                       move "S" to fimIndice
               end-start

               perform until fimDoIndice

                   read historicoIdx next record
                       at end
                           move "S" to fimIndice
                   end-read

                   if not fimDoIndice then
                       if dataHix <> dataDt(indDt) then
                           move "S" to fimIndice
                       end-if
                   end-if

                   if not fimDoIndice and linhaCorrenteHix then
                       move fornecedorHix to fornecedorLinha
                       move dataHix       to dataLinha
                       move precoCm2Hix   to precoCm2Linha
                       perform atualizarVencedor
                   end-if

               end-perform

           end-perform

           .
       carregarVencedoresIdx-exit.
           exit.


      * Linha corrente (fornecedorLinha, dataLinha, precoCm2Linha)
      * dentro da faixa do cartao: soma no grupo, quando é do
      * fornecedor pedido, e entra na apuracao do vencedor da data.
       acumularLinha section.

           if dataLinha >= dataInicialLeitura
               and dataLinha <= dataFinalLeitura then

               add 1 to qtdLinhasValidas

               if filtroFornecedor = space
                   or fornecedorLinha = filtroFornecedor then
                   perform acumularGrupo
               end-if

               perform atualizarVencedor

           else
               add 1 to qtdForaFiltro
           end-if

           .
       acumularLinha-exit.
           exit.


      * Soma a linha corrente nos acumuladores do seu mes +
      * fornecedor.
       acumularGrupo section.

           compute mesLinha = dataLinha / 100

           move 0 to indFc
           perform varying ind from 1 by 1
                   until ind > qtdFechamento
               if mesFc(ind) = mesLinha
                   and fornecedorFc(ind) = fornecedorLinha then
                   move ind to indFc
               end-if
           end-perform
                   add 1 to qtdFechamento
                   move qtdFechamento to indFc
                   initialize fechamento(indFc)
                   move mesLinha        to mesFc(indFc)
                   move fornecedorLinha to fornecedorFc(indFc)
                   move fornecedorLinha to fornecedorBusca
                   perform buscarRegistroForn
                   move situacaoBusca to situacaoFc(indFc)
                   if buscaNaoRegistrado then
                       add 1 to qtdGruposNaoRegistrados
                   end-if
               else
                   display "Limite de 600 grupos mes + fornecedor "
                           "atingido - fora do fechamento: "
                           fornecedorLinha " " mesLinha
               end-if
           end-if

               add precoCm2Linha to somaCm2Fc(indFc)
           end-if

           .
       acumularGrupo-exit.
           exit.


      * Vencedor da data: o menor preco/cm2 entre as linhas da mesma
      * data de execucao. Data reservada sem vencedor ainda
      * (fornecedor em branco) fica com a primeira linha lida.
       atualizarVencedor section.

           move 0 to indAux

           perform varying ind from 1 by 1 until ind > qtdDatas
               if qtdDatas < 2000 then
                   add 1 to qtdDatas
                   move qtdDatas to indAux
                   move dataLinha       to dataDt(indAux)
                   move precoCm2Linha   to minCm2Dt(indAux)
                   move fornecedorLinha to fornecedorDt(indAux)
               else
                   display "Limite de 2000 datas distintas atingido "
                           "- vitorias desta data fora da conta: "
                           dataLinha
               end-if
           else
               if fornecedorDt(indAux) = space
                   or precoCm2Linha < minCm2Dt(indAux) then
                   move precoCm2Linha   to minCm2Dt(indAux)
                   move fornecedorLinha to fornecedorDt(indAux)
               end-if
           end-if

           .
       atualizarVencedor-exit.
           exit.


      * Reserva a data da linha corrente na tabela de vencedores, sem
      * vencedor, para a leitura de todas as linhas da data depois.
       reservarDataVencedor section.

           move 0 to indAux

           perform varying ind from 1 by 1 until ind > qtdDatas
               if dataDt(ind) = dataLinha then
                   move ind to indAux
               end-if
           end-perform

           if indAux = 0 then
               if qtdDatas < 2000 then
                   add 1 to qtdDatas
                   move dataLinha to dataDt(qtdDatas)
                   move 0         to minCm2Dt(qtdDatas)
                   move space     to fornecedorDt(qtdDatas)
               else
                   display "Limite de 2000 datas distintas atingido "
                           "- vitorias desta data fora da conta: "
                           dataLinha
               end-if
           end-if

           .
       reservarDataVencedor-exit.
           exit.



           end-perform

      * Grupo aberto so por ocorrencia de entrega nao tem cotacao e
      * fica com media zero.
           perform varying ind from 1 by 1
                   until ind > qtdFechamento
               if qtdFc(ind) > 0 then
                   compute mediaFc(ind) rounded = somaCm2Fc(ind)
                                                / qtdFc(ind)
               end-if
           end-perform

           .
           write regFechamentoOut
           perform checarFechamento

           if fechamentoFiltrado then
               move space to regFechamentoOut
               if filtroFornecedor = space then
                   string "Filtro: todos os fornecedores - meses "
                                                delimited by size
                          mesInicial            delimited by size
                          " a "                 delimited by size
                          mesFinal              delimited by size
                          into regFechamentoOut
               else
                   string "Filtro: fornecedor " delimited by size
                          filtroFornecedor      delimited by size
                          " - meses "           delimited by size
                          mesInicial            delimited by size
                          " a "                 delimited by size
                          mesFinal              delimited by size
                          into regFechamentoOut
               end-if
               write regFechamentoOut
               perform checarFechamento
           end-if

           move space to regFechamentoCsv
           string "Mes;Fornecedor;Cotacoes;MediaPrecoCm2;Vitorias;"
                  "VariacaoMesAnteriorPct;Ocorrencias;Atraso;Errado;"
                  "Qualidade;Falta"              delimited by size
                  into regFechamentoCsv
           write regFechamentoCsv
           perform checarFechamentoCsv

           move 0 to mesAnt

      * O mes anterior ao primeiro da faixa do cartao so foi lido
      * para a comparacao.
           perform varying ind from 1 by 1
                   until ind > qtdFechamento
               if mesFc(ind) >= mesInicial then
                   add 1 to qtdGruposGravados
                   perform gravarGrupoFechamento
               end-if
           end-perform

           if qtdGruposGravados = 0 then
               move space to regFechamentoOut
               string "Nenhum registro valido no historico."
                                       delimited by size

           move mediaFc(ind) to mediaEdt

           evaluate situacaoFc(ind)
               when "?"
                   move " NAO REGISTRADO" to marcaRegistro
               when "S"
                   move " SUSPENSO"       to marcaRegistro
               when "B"
                   move " BLOQUEADO"      to marcaRegistro
               when other
                   move space             to marcaRegistro
           end-evaluate

      * Grupo so de ocorrencias (sem cotacao no mes) nao tem media
      * para comparar.
           if indMesAnt > 0 and mediaFc(indMesAnt) > 0
               and qtdFc(ind) > 0 then

               compute variacaoMes rounded
                     = (mediaFc(ind) - mediaFc(indMesAnt)) * 100
                      " ("                  delimited by size
                      variacaoMesEdt        delimited by size
                      " %)"                 delimited by size
                      marcaRegistro         delimited by size
                      into regFechamentoOut
               write regFechamentoOut
               perform checarFechamento
                      vitoriasFc(ind)   delimited by size
                      ";"               delimited by size
                      variacaoMesEdt    delimited by size
                      ";"               delimited by size
                      ocorTotalFc(ind)  delimited by size
                      ";"               delimited by size
                      ocorAtrasoFc(ind) delimited by size
                      ";"               delimited by size
                      ocorErradoFc(ind) delimited by size
                      ";"               delimited by size
                      ocorQualidadeFc(ind) delimited by size
                      ";"               delimited by size
                      ocorFaltaFc(ind)  delimited by size
                      into regFechamentoCsv
               write regFechamentoCsv
               perform checarFechamentoCsv
                      "  vitorias "         delimited by size
                      vitoriasFc(ind)       delimited by size
                      "  mes ant. ------"   delimited by size
                      marcaRegistro         delimited by size
                      into regFechamentoOut
               write regFechamentoOut
               perform checarFechamento
                      ";"               delimited by size
                      vitoriasFc(ind)   delimited by size
                      ";"               delimited by size
                      ";"               delimited by size
                      ocorTotalFc(ind)  delimited by size
                      ";"               delimited by size
                      ocorAtrasoFc(ind) delimited by size
                      ";"               delimited by size
                      ocorErradoFc(ind) delimited by size
                      ";"               delimited by size
                      ocorQualidadeFc(ind) delimited by size
                      ";"               delimited by size
                      ocorFaltaFc(ind)  delimited by size
                      into regFechamentoCsv
               write regFechamentoCsv
               perform checarFechamentoCsv

           end-if

      * Ocorrencias de entrega do fornecedor no mes, em linha propria
      * logo abaixo da sua (so quando houve alguma).
           if ocorTotalFc(ind) > 0 then
               move space to regFechamentoOut
               string "      ocorrencias de entrega "
                                                delimited by size
                      ocorTotalFc(ind)          delimited by size
                      " (atraso "               delimited by size
                      ocorAtrasoFc(ind)         delimited by size
                      " errado "                delimited by size
                      ocorErradoFc(ind)         delimited by size
                      " qualidade "             delimited by size
                      ocorQualidadeFc(ind)      delimited by size
                      " falta "                 delimited by size
                      ocorFaltaFc(ind)          delimited by size
                      ")"                       delimited by size
                      into regFechamentoOut
               write regFechamentoOut
               perform checarFechamento
           end-if

           .
       gravarGrupoFechamento-exit.
           exit.


      * Conta as ocorrencias de entrega de OCORRENCIAS.DAT no grupo
      * mes + fornecedor da data da ocorrencia; sem o arquivo, nada
      * é contado.
       carregarOcorrencias section.

           open input ocorrenciasDat

           if statusOcorrencias = "00" then

               perform until fimDasOcorrencias

                   read ocorrenciasDat
                       at end
                           move "S" to fimOcorrencias
                   end-read

                   if not fimDasOcorrencias then
                       if fornecedorOc not = space
                           and dataOc is numeric then
                           if (filtroFornecedor = space
                               or fornecedorOc = filtroFornecedor)
                               and dataOc >= dataInicialLeitura
                               and dataOc <= dataFinalLeitura then
                               perform acumularOcorrencia
                           end-if
                       else
                           display "Ocorrencia invalida - "
                                   "descartada: " regOcorrencia
                       end-if
                   end-if

               end-perform

               close ocorrenciasDat

               display "Ocorrencias de entrega contadas: "
                       qtdOcorrenciasLidas

           end-if

           .
       carregarOcorrencias-exit.
           exit.


      * Soma a ocorrencia corrente no grupo do seu mes + fornecedor,
      * abrindo o grupo quando o fornecedor nao teve cotacao no mes.
       acumularOcorrencia section.

           compute mesLinha = dataOc / 100

           move 0 to indFc

           perform varying ind from 1 by 1
                   until ind > qtdFechamento
               if mesFc(ind) = mesLinha
                   and fornecedorFc(ind) = fornecedorOc then
                   move ind to indFc
               end-if
           end-perform

           if indFc = 0 then
               if qtdFechamento < 600 then
                   add 1 to qtdFechamento
                   move qtdFechamento to indFc
                   initialize fechamento(indFc)
                   move mesLinha      to mesFc(indFc)
                   move fornecedorOc  to fornecedorFc(indFc)
                   move fornecedorOc  to fornecedorBusca
                   perform buscarRegistroForn
                   move situacaoBusca to situacaoFc(indFc)
                   if buscaNaoRegistrado then
                       add 1 to qtdGruposNaoRegistrados
                   end-if
               else
                   display "Limite de 600 grupos mes + fornecedor "
                           "atingido - ocorrencia fora do fechamento: "
                           fornecedorOc " " mesLinha
               end-if
           end-if

           if indFc > 0 then

               add 1 to qtdOcorrenciasLidas
               add 1 to ocorTotalFc(indFc)

               evaluate true
                   when ocorrenciaAtraso
                       add 1 to ocorAtrasoFc(indFc)
                   when ocorrenciaErrado
                       add 1 to ocorErradoFc(indFc)
                   when ocorrenciaQualidade
                       add 1 to ocorQualidadeFc(indFc)
                   when ocorrenciaFalta
                       add 1 to ocorFaltaFc(indFc)
               end-evaluate

           end-if

           .
       acumularOcorrencia-exit.
           exit.


      * Carrega o registro de fornecedores (nome e situacao) para a
      * tabela; sem FORNECEDORES.DAT o registro fica desligado.
       carregarRegistroForn section.

           move 0     to qtdRegForn
           move space to registroFornecedores
           move space to fimRegistroForn

           open input registroForn

           if statusRegistroForn = "00" then

               move "S" to registroFornecedores

               perform until fimDoRegistroForn

                   read registroForn
                       at end
                           move "S" to fimRegistroForn
                   end-read

                   if not fimDoRegistroForn then
                       if qtdRegForn < 200 then
                           add 1 to qtdRegForn
                           move fornecedorFor to nomeRf(qtdRegForn)
                           move situacaoFor   to situacaoRf(qtdRegForn)
                       else
                           move "S" to erroArquivo
                           display "FORNECEDORES.DAT acima de 200 "
                                   "fornecedores - excedentes "
                                   "ignorados"
                           move "S" to fimRegistroForn
                       end-if
                   end-if

               end-perform

               close registroForn

           end-if

           .
       carregarRegistroForn-exit.
           exit.


      * Situacao no registro do fornecedor pedido em fornecedorBusca:
      * A, S ou B, e "?" quando nao registrado. Com o registro
      * desligado, todo fornecedor vale como ativo.
       buscarRegistroForn section.

           if registroFornLigado then
               move "?" to situacaoBusca
               perform varying indRf from 1 by 1
                       until indRf > qtdRegForn
                   if nomeRf(indRf) = fornecedorBusca then
                       move situacaoRf(indRf) to situacaoBusca
                   end-if
               end-perform
           else
               move "A" to situacaoBusca
           end-if

           .
       buscarRegistroForn-exit.
           exit.


       checarFechamento section.

           if statusFechamento <> "00" then
                   " linha(s) de " qtdLinhasLidas " em "
                   qtdFechamento " grupo(s) mes + fornecedor"

           if fechamentoFiltrado then
               if lerPeloIndice then
                   display "Leitura pelo indice HISTORICO.IDX"
               end-if
               display "Linhas fora do filtro: " qtdForaFiltro
                       " - grupos no fechamento: " qtdGruposGravados
           end-if

           if qtdGruposNaoRegistrados > 0 then
               display "Grupos com fornecedor nao registrado: "
                       qtdGruposNaoRegistrados
           end-if

           if houveErroGravacao then
               move 8 to return-code
               display "Fechamento terminado com erro de gravacao"
