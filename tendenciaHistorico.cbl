      *cadastro em ate 500 pizzas por dia o teto caia em quatro
      *lotes. O relatorio agora processa o historico de qualquer
      *tamanho, sem depender do expurgo.
      *15/10/2026 FLE - fornecedor conferido contra o registro de
      *fornecedores FORNECEDORES.DAT: o cabecalho do grupo marca o
      *nome nao registrado (grafia divergente), suspenso ou bloqueado
      *e a linha de LIMITES.IN de fornecedor nao registrado gera
      *aviso. Sem o registro, nada é conferido.
      *15/10/2026 FLE - cartao TENDENCIA.IN opcional para emitir a
      *tendencia de um fornecedor e/ou de um periodo (data inicial e
      *final), com opcao de incluir as linhas do arquivo morto. Com
      *o indice do historico HISTORICO.IDX presente, so os registros
      *do fornecedor (pela chave) ou do periodo (pela chave
      *alternativa da data) sao lidos; sem o indice, o filtro é
      *aplicado na varredura de HISTORICO.OUT. Sem o cartao, o
      *relatorio sai do historico inteiro como sempre.
      *15/10/2026 FLE - datas do cartao TENDENCIA.IN criticadas como
      *datas de calendario.



                                organization is line sequential
                                file status is statusAlertasOut.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

           select tendenciaIn  assign to "TENDENCIA.IN"
                                organization is line sequential
                                file status is statusTendenciaIn.

      * Indice do historico, mantido ao lado de HISTORICO.OUT (criado
      * pelo programa converteHistorico; ausente, fica desligado).
           select historicoIdx assign to "HISTORICO.IDX"
                                organization is indexed
                                access mode is dynamic
                                record key is chaveHix
                                alternate record key is dataHix
                                    with duplicates
                                file status is statusHistoricoIdx.

           select sortWork     assign to "SORTWORK".

       I-O-control.
      *-----Variaveis de arquivos
       File Section.

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

      * Espelho da linha gravada por gravarHistoricoPizza no programa
      * desafioCorije: campos de largura fixa separados por " - ".
       FD  historicoIn
           label record is standard.
       01  regAlertasOut                           pic x(60).

      * Cartao da emissao: fornecedor (branco = todos), data inicial
      * e final AAAAMMDD (branco ou zero = sem limite) e S para
      * incluir as linhas do arquivo morto (so com o indice). Campos
      * em texto, criticados na leitura.
       FD  tendenciaIn
           label record is standard.
       01  regTendenciaIn.
           05 fornecedorTdTx                       pic x(15).
           05 dataInicialTdTx                      pic x(08).
           05 dataInicialTd redefines dataInicialTdTx
                                                   pic 9(08).
           05 dataFinalTdTx                        pic x(08).
           05 dataFinalTd redefines dataFinalTdTx  pic 9(08).
           05 arquivoTdTx                          pic x(01).

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

      * Arquivo de classificacao: uma linha validada do historico
      * por registro, ordenada por fornecedor + forma + tamanho +
      * data para a quebra por grupo sair em ordem cronologica.
           05 precoCm2NovoAl                       pic 9(03)v99.
           05 variacaoAl                           pic -zz9,99.

      *----Filtro do cartao TENDENCIA.IN (sem o cartao: todos os
      *----fornecedores, sem limite de data, sem o arquivo morto)
       77  statusTendenciaIn                       pic x(02).
       77  fimTendenciaIn                          pic x(01).
           88 fimCartaoTendencia                   value "S".
       77  filtroFornecedor                        pic x(15).
       77  dataInicial                             pic 9(08).
       77  dataFinal                               pic 9(08).
       77  incluirArquivo                          pic x(01).
           88 comArquivoMorto                      value "S".
       77  cartaoTendencia                         pic x(01).
           88 emissaoFiltrada                      value "S".
       77  qtdForaFiltro                           pic 9(07).

      *----Variaveis do indice do historico (HISTORICO.IDX): sem o
      *----arquivo o historico é varrido em HISTORICO.OUT
       77  statusHistoricoIdx                      pic x(02).
       77  fimIndice                               pic x(01).
           88 fimDoIndice                          value "S".
       77  leituraIndice                           pic x(01).
           88 lerPeloIndice                        value "S".

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

       01  fornecedoresRegistro occurs 200.
           05 nomeRf                               pic x(15).
           05 situacaoRf                           pic x(01).



      *----Variaveis para comunicação entre programas

           move 0     to qtdHistorico
           move 0     to qtdAlertas
           move 0     to qtdForaFiltro
           move space to fimHistoricoIn
           move space to fimIndice
           move space to leituraIndice
           move space to fimClassificacao
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           perform carregarRegistroForn
           perform carregarLimites
           perform lerCartaoTendencia

      * Arquivo de excecoes criado a cada emissao, mesmo vazio
      * (emissao sem alta acima do limite).
               stop run
           end-if

      * Emissao filtrada com o indice presente: so os registros do
      * filtro sao lidos. Sem cartao, ou sem o indice, o historico
      * texto é varrido inteiro.
           if emissaoFiltrada then
               open input historicoIdx
               if statusHistoricoIdx = "00" then
                   move "S" to leituraIndice
               else
                   if comArquivoMorto then
                       display "Sem HISTORICO.IDX o arquivo morto nao "
                               "entra na tendencia"
                   end-if
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


      * Le o cartao TENDENCIA.IN, quando presente. Cartao com data
      * invalida, ou com a data inicial depois da final, suspende a
      * emissao: um relatorio de outro periodo seria pior que
      * nenhum.
       lerCartaoTendencia section.

           move space    to cartaoTendencia
           move space    to filtroFornecedor
           move 0        to dataInicial
           move 99999999 to dataFinal
           move space    to incluirArquivo
           move space    to fimTendenciaIn

           open input tendenciaIn

           if statusTendenciaIn = "00" then

               read tendenciaIn
                   at end
                       move "S" to fimTendenciaIn
               end-read

               close tendenciaIn

               if not fimCartaoTendencia then

                   move "S" to cartaoTendencia
                   move fornecedorTdTx to filtroFornecedor

                   if dataInicialTdTx is numeric then
                       move dataInicialTd to dataInicial
                       if dataInicial > 0 and
                          function test-date-yyyymmdd(dataInicial)
                              <> 0 then
                           display "Cartao TENDENCIA.IN invalido - "
                                   "data inicial: " dataInicialTdTx
                           move 8 to return-code
                           stop run
                       end-if
                   else
                       if dataInicialTdTx <> space then
                           display "Cartao TENDENCIA.IN invalido - "
                                   "data inicial: " dataInicialTdTx
                           move 8 to return-code
                           stop run
                       end-if
                   end-if

                   if dataFinalTdTx is numeric
                       and dataFinalTd > 0 then
                       move dataFinalTd to dataFinal
                       if function test-date-yyyymmdd(dataFinal)
                              <> 0 then
                           display "Cartao TENDENCIA.IN invalido - "
                                   "data final: " dataFinalTdTx
                           move 8 to return-code
                           stop run
                       end-if
                   else
                       if dataFinalTdTx <> space
                           and dataFinalTdTx is not numeric then
                           display "Cartao TENDENCIA.IN invalido - "
                                   "data final: " dataFinalTdTx
                           move 8 to return-code
                           stop run
                       end-if
                   end-if

                   if dataInicial > dataFinal then
                       display "Cartao TENDENCIA.IN invalido - data "
                               "inicial depois da final"
                       move 8 to return-code
                       stop run
                   end-if

                   if arquivoTdTx = "S" or arquivoTdTx = "s" then
                       move "S" to incluirArquivo
                   end-if

                   display "Tendencia filtrada - fornecedor: "
                           filtroFornecedor " periodo: " dataInicial
                           " a " dataFinal

               end-if

           end-if

           .
       lerCartaoTendencia-exit.
           exit.


      * Carrega os limites de alerta por fornecedor de LIMITES.IN;
      * sem o arquivo, todo mundo fica no padrao. A linha com
      * fornecedor "*" redefine o padrao para os nao listados.
                                 to fornecedorLm(qtdLimites)
                               move limiteLim
                                 to limiteLm(qtdLimites)
                               move fornecedorLim to fornecedorBusca
                               perform buscarRegistroForn
                               if buscaNaoRegistrado then
                                   display "Limite de fornecedor nao "
                                           "registrado: "
                                           fornecedorLim
                               end-if
                           end-if

                       else
      * tabela em memoria, o historico pode ter qualquer tamanho.
       lerHistorico section.

           if lerPeloIndice then
               perform lerHistoricoIdx
           else
               perform lerHistoricoTexto
           end-if

           .
       lerHistorico-exit.
           exit.


      * Leitura pelo indice do historico: com fornecedor no cartao,
      * pela chave, a partir do primeiro registro dele; so com o
      * periodo, pela chave alternativa da data, do primeiro dia ao
      * ultimo. Entram as linhas do historico corrente e, pedido no
      * cartao, as do arquivo morto.
       lerHistoricoIdx section.

           if filtroFornecedor <> space then

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

           else

               move dataInicial to dataHix

               start historicoIdx key is >= dataHix
                   invalid key
                       move "S" to fimIndice
               end-start

           end-if

           perform until fimDoIndice

               read historicoIdx next record
                   at end
                       move "S" to fimIndice
               end-read

               if not fimDoIndice then

                   if filtroFornecedor <> space
                       and fornecedorHix <> filtroFornecedor then
                       move "S" to fimIndice
                   end-if

                   if filtroFornecedor = space
                       and dataHix > dataFinal then
                       move "S" to fimIndice
                   end-if

               end-if

               if not fimDoIndice then

                   if dataHix >= dataInicial
                       and dataHix <= dataFinal
                       and (linhaCorrenteHix or comArquivoMorto) then

                       add 1 to qtdHistorico

                       move fornecedorHix  to fornecedorSrt
                       move formaHix       to formaSrt
                       move diametroHix    to diametroSrt
                       move comprimentoHix to comprimentoSrt
                       move dataHix        to dataSrt
                       move precoHix       to precoSrt
                       move precoCm2Hix    to precoCm2Srt

                       release regSort

                   end-if

               end-if

           end-perform

           close historicoIdx

           .
       lerHistoricoIdx-exit.
           exit.


      * Varredura de HISTORICO.OUT inteiro, linha a linha; com o
      * cartao, as linhas fora do fornecedor ou do periodo sao
      * puladas.
       lerHistoricoTexto section.

           perform until fimDoArquivoHistorico

               read historicoIn
                       and precoCm2HisDec is numeric
                       and dataHis is numeric then

                       move fornecedorHis to fornecedorSrt
                       move diametroHis   to diametroSrt
                       move dataHis       to dataSrt
                       compute precoCm2Srt = valorInt
                                           + valorDec / 100

                       if (filtroFornecedor = space
                           or fornecedorSrt = filtroFornecedor)
                           and dataSrt >= dataInicial
                           and dataSrt <= dataFinal then
                           add 1 to qtdHistorico
                           release regSort
                       else
                           add 1 to qtdForaFiltro
                       end-if

                   else
                       display "Linha invalida no historico "
           close historicoIn

           .
       lerHistoricoTexto-exit.
           exit.


           write regTendenciaOut
           perform checarTendenciaOut

           if emissaoFiltrada then
               move space to regTendenciaOut
               if filtroFornecedor = space then
                   string "Filtro: todos os fornecedores - periodo "
                                                   delimited by size
                          dataInicial              delimited by size
                          " a "                    delimited by size
                          dataFinal                delimited by size
                          into regTendenciaOut
               else
                   string "Filtro: fornecedor "    delimited by size
                          filtroFornecedor         delimited by size
                          " - periodo "            delimited by size
                          dataInicial              delimited by size
                          " a "                    delimited by size
                          dataFinal                delimited by size
                          into regTendenciaOut
               end-if
               write regTendenciaOut
               perform checarTendenciaOut
               if comArquivoMorto and lerPeloIndice then
                   move "Inclui o arquivo morto (ARQHIST.OUT)"
                                               to regTendenciaOut
                   write regTendenciaOut
                   perform checarTendenciaOut
               end-if
           end-if

           move space          to fornecedorAnt
           move space          to formaAnt
           move 0              to diametroAnt
           move 0              to precoCm2Ant
           move "S"            to primeiraDoGrupo

           move fornecedorSrt to fornecedorBusca
           perform buscarRegistroForn

           evaluate true
               when buscaNaoRegistrado
                   move " NAO REGISTRADO" to marcaRegistro
               when buscaSuspenso
                   move " SUSPENSO"       to marcaRegistro
               when buscaBloqueado
                   move " BLOQUEADO"      to marcaRegistro
               when other
                   move space             to marcaRegistro
           end-evaluate

           move space to regTendenciaOut
           write regTendenciaOut
           perform checarTendenciaOut
                  diametroSrt        delimited by size
                  "x"                delimited by size
                  comprimentoSrt     delimited by size
                  marcaRegistro      delimited by size
                  into regTendenciaOut
           write regTendenciaOut
           perform checarTendenciaOut
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


      * Confere o file status da última gravação em TENDENCIA.OUT;
      * gravação furada liga o sinal de erro, que derruba o
      * RETURN-CODE no fim da execução.

           display "Linhas validas do historico: " qtdHistorico

           if emissaoFiltrada then
               if lerPeloIndice then
                   display "Leitura pelo indice HISTORICO.IDX"
               else
                   display "Linhas fora do filtro: " qtdForaFiltro
               end-if
           end-if

           display "Excecoes acima do limite: " qtdAlertas
                   " - ver ALERTAS.OUT"

