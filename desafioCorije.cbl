      *toca cadastro, historico, checkpoint nem controle, e por isso
      *pode rodar enquanto os arquivos do dia sao preparados. A
      *consulta tem precedencia sobre a manutencao e o planejamento.
      *15/10/2026 FLE - livro de pedidos de compra PEDIDOS.DAT: todo
      *pedido gerado pelo planejamento é lancado no livro com a
      *situacao G (gerado), o fornecedor, o valor e a data. A
      *numeracao do dia continua a partir do maior pedido ja lancado
      *na data, para uma segunda execucao do planejamento no mesmo
      *dia nao repetir numero nem regravar os PEDIDO.Fnn anteriores.
      *A confirmacao é lancada pelo conferePedido e as demais
      *situacoes (recebido, cancelado, fechado) pelo programa
      *situacaoPedido, que tambem emite o relatorio de pedidos em
      *aberto por fornecedor.
      *15/10/2026 FLE - orcamento mensal de compras ORCAMENTO.DAT
      *(mes, fornecedor em branco para o total do mes, valor): o
      *planejamento apura o comprometido do mes no livro de pedidos
      *(pedidos gerados no mes e nao cancelados) e confere o total
      *de cada plano, frete incluso, contra o saldo do mes e o do
      *fornecedor; plano acima do saldo é marcado em
      *PLANEJAMENTO.OUT e o seu pedido fica retido (nao gera
      *PEDIDO.Fnn, PEDIDOS.OUT nem lancamento no livro). O
      *confronto orcado x comprometido sai pelo programa
      *orcamentoCompra.
      *15/10/2026 FLE - fila de aprovacao de preco: com o limite de
      *variacao informado no cartao PARAMETROS.IN, a atualizacao de
      *preco de PIZZAS.IN que se afasta do preco do cadastro mais do
      *que o limite nao é aplicada - vai para PENDENTES.DAT e o
      *comparativo segue com o preco antigo. Modo de aprovacao via
      *cartao APROVACAO.IN (aprovar/rejeitar por fornecedor, tamanho
      *e forma, prazo de vencimento da fila): as aprovadas entram no
      *cadastro pelo jornal e pela rolagem de geracoes de sempre, e
      *aprovadas, rejeitadas e vencidas saem listadas em
      *APROVACAO.OUT para a equipe de digitacao.
      *15/10/2026 FLE - registro de fornecedores FORNECEDORES.DAT
      *(mantido pelo programa cadastroFornecedor): com o registro
      *presente, linha de PIZZAS.IN de fornecedor nao registrado é
      *rejeitada com o motivo FN, promocoes, condicoes comerciais e
      *orcamento de fornecedor nao registrado sao descartados na
      *carga e a inclusao via MANUTENCAO.MOV exige fornecedor
      *registrado. Fornecedor bloqueado fica fora da linha de melhor
      *custo-beneficio (marcado BLOQUEADO no relatorio) e do
      *planejamento de compra; suspenso fica fora so do
      *planejamento. Sem o registro, nada é conferido.
      *15/10/2026 FLE - modo de simulacao de precos: com um cartao
      *SIMULACAO.IN presente (alteracao de preco percentual ou em
      *reais por fornecedor/tamanho/forma, fornecedor excluido,
      *frete alterado), a execucao refaz em memoria o calculo, a
      *ordenacao, o ranking por fornecedor e, com o cartao
      *PLANEJAMENTO.IN presente, o plano de compra, e grava em
      *SIMULACAO.OUT o comparativo atual x simulado (preco, preco/
      *cm2, posicao, ranking, vencedor e custo do plano). Somente
      *leitura, como a consulta: nao toca cadastro, historico,
      *checkpoint, controle nem livro de pedidos; o detalhe dos
      *planos vai para PLANSIMUL.OUT. PLANEJAMENTO.OUT passa a ter o
      *nome montado em nomeArqPlanejamento.
      *15/10/2026 FLE - nota de qualidade por fornecedor: as
      *ocorrencias de entrega de OCORRENCIAS.DAT (programa
      *registroOcorrencia) dentro da janela do cartao de parametros
      *(padrao 90 dias) somam pontos de penalidade (gravidade x peso
      *do tipo, pesos no cartao); a nota, o preco/cm2 ajustado pela
      *penalidade e o ranking ajustado saem ao lado do ranking puro
      *no relatorio, no CSV e no placar FORNECEDOR.OUT.
      *15/10/2026 FLE - planejamento de compra por unidade: o cartao
      *PLANEJAMENTO.IN aceita uma linha por unidade (codigo da
      *unidade, area ou pessoas x porcao) e o plano de cada
      *fornecedor é montado sobre a soma das unidades, com frete e
      *pedido minimo sobre o total consolidado; a quantidade de cada
      *item é repartida entre as unidades na proporcao da area
      *(linhas por unidade em PLANEJAMENTO.OUT e registros U nos
      *pedidos) e o custo de cada pedido, mercadoria e frete, é
      *rateado por unidade em RATEIO.OUT.
      *15/10/2026 FLE - indice do historico HISTORICO.IDX (chave
      *fornecedor + forma + tamanho + comprimento + data, e chave
      *alternativa pela data), criado pelo programa
      *converteHistorico: quando presente, o comparativo grava nele
      *cada linha acrescentada a HISTORICO.OUT e a consulta vai
      *direto a chave da pizza em vez de varrer o historico. Sem o
      *indice, tudo segue no HISTORICO.OUT como antes.
      *15/10/2026 FLE - aprovacao de pendencia recusada quando o
      *preco do cadastro ja nao é o preco atual da pendencia
      *(alterado depois da retencao): sai da fila como preco
      *alterado, sem sobrepor a atualizacao mais nova.
      *15/10/2026 FLE - itens de cada pedido lancado no livro
      *guardados em PEDITENS.DAT (registros I do pedido, acrescidos
      *a cada execucao), para a conferencia da nota fiscal de pedido
      *de dia anterior ser feita item a item.



                                organization is line sequential
                                file status is statusPlanejamento.

      * Lista do plano de compra: PLANEJAMENTO.OUT no planejamento,
      * PLANSIMUL.OUT (detalhe dos planos atual e simulado) no modo
      * de simulacao; o nome é montado em nomeArqPlanejamento.
           select planejamentoOut assign to dynamic nomeArqPlanejamento
                                organization is line sequential
                                file status is statusPlanejOut.

                                organization is line sequential
                                file status is statusPedidosOut.

      * Rateio do custo dos pedidos entre as unidades do cartao de
      * planejamento (so quando o cartao vem por unidade).
           select rateioOut     assign to "RATEIO.OUT"
                                organization is line sequential
                                file status is statusRateioOut.

      * Livro de pedidos de compra, persistente entre execucoes: o
      * planejamento acrescenta os pedidos gerados ao final.
           select livroPedidos  assign to "PEDIDOS.DAT"
                                organization is line sequential
                                file status is statusLivro.

      * Itens dos pedidos do livro, persistente entre execucoes: o
      * planejamento acrescenta os itens de cada pedido lancado.
           select itensLivro    assign to "PEDITENS.DAT"
                                organization is line sequential
                                file status is statusItensLivro.

           select orcamentoIn   assign to "ORCAMENTO.DAT"
                                organization is line sequential
                                file status is statusOrcamento.

      * Fila de atualizacoes de preco aguardando aprovacao: o
      * comparativo acrescenta ao final, o modo de aprovacao le e
      * regrava somente as que continuam pendentes.
           select pendentesDat  assign to "PENDENTES.DAT"
                                organization is line sequential
                                file status is statusPendentes.

           select aprovacaoIn   assign to "APROVACAO.IN"
                                organization is line sequential
                                file status is statusAprovacao.

           select aprovacaoOut  assign to "APROVACAO.OUT"
                                organization is line sequential
                                file status is statusAprovacaoOut.

      * Registro de fornecedores mantido pelo programa
      * cadastroFornecedor, somente lido aqui.
           select registroForn  assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

           select vencidasOut   assign to "VENCIDAS.OUT"
                                organization is line sequential
                                file status is statusVencidas.
                                organization is line sequential
                                file status is statusConsulta.

           select simulacaoIn   assign to "SIMULACAO.IN"
                                organization is line sequential
                                file status is statusSimulacao.

           select simulacaoOut  assign to "SIMULACAO.OUT"
                                organization is line sequential
                                file status is statusSimulacaoOut.

      * Leitura do historico para o modo de consulta (o historicoOut
      * acima é a via de gravacao do comparativo; mesma dupla de
      * selects que o expurgo usa sobre HISTORICO.OUT).
                                organization is line sequential
                                file status is statusHistoricoCon.

      * Indice do historico, mantido ao lado de HISTORICO.OUT (criado
      * pelo programa converteHistorico; ausente, fica desligado).
           select historicoIdx  assign to "HISTORICO.IDX"
                                organization is indexed
                                access mode is dynamic
                                record key is chaveHix
                                alternate record key is dataHix
                                    with duplicates
                                file status is statusHistoricoIdx.

      * Ocorrencias de entrega dos fornecedores, mantidas pelo
      * programa registroOcorrencia (somente leitura aqui).
           select ocorrenciasDat assign to "OCORRENCIAS.DAT"
                                organization is line sequential
                                file status is statusOcorrencias.

           select cadastroGer1  assign to "CADASTRO.G01"
                                organization is line sequential
                                file status is statusGer1.

       FD  relatorioOut
           label record is standard.
       01  regRelatorioOut                         pic x(200).

       FD  historicoOut
           label record is standard.

       FD  csvOut
           label record is standard.
       01  regCsvOut                               pic x(200).

      * Cadastro mestre persistente entre execuções, com chave
      * lógica fornecedor + diametro (os dois primeiros campos).
      * Cartao de planejamento de compra: area alvo em cm2 ou, quando
      * zerada, pessoas x porcao por pessoa (porcao em branco vale a
      * porcao padrao). Campos em texto, criticados antes do uso.
      * Comprando para varias unidades, vem uma linha por unidade com
      * o codigo dela; o cartao de uma linha so dispensa o codigo.
       FD  planejamentoIn
           label record is standard.
       01  regPlanejamentoIn.
           05 pessoasCard redefines pessoasTx      pic 9(04).
           05 porcaoTx                             pic x(04).
           05 porcaoCard redefines porcaoTx        pic 9(04).
           05 unidadeTx                            pic x(04).

       FD  planejamentoOut
           label record is standard.
      * Pedido de compra em leiaute fixo, um arquivo por fornecedor
      * do plano e os mesmos registros consolidados em PEDIDOS.OUT:
      * registro C (cabecalho), registros I (itens) e registro T
      * (total a pagar, com frete e pedido minimo). No planejamento
      * por unidade, cada item vem seguido dos registros U com a
      * quantidade a entregar em cada unidade.
       FD  pedidoOut
           label record is standard.
       01  regPedidoOut                            pic x(60).
           label record is standard.
       01  regPedidosOut                           pic x(60).

       FD  rateioOut
           label record is standard.
       01  regRateioOut                            pic x(100).

      * Livro de pedidos de compra, chave numeroLiv (data da
      * execucao * 100 + sequencia do dia): situacao corrente do
      * pedido e a data de cada passo (zero = passo nao ocorrido).
      * Mesmo leiaute lido e regravado pelos programas conferePedido
      * e situacaoPedido.
       FD  livroPedidos
           label record is standard.
       01  regLivroPedidos.
           05 numeroLiv                            pic 9(10).
           05 fornecedorLiv                        pic x(15).
           05 valorLiv                             pic 9(07)v99.
           05 situacaoLiv                          pic x(01).
              88 pedidoGerado                      value "G".
              88 pedidoConfirmado                  value "C".
              88 pedidoRecebido                    value "R".
              88 pedidoCancelado                   value "X".
              88 pedidoFechado                     value "F".
           05 dataGeracaoLiv                       pic 9(08).
           05 dataConfirmacaoLiv                   pic 9(08).
           05 dataRecebimentoLiv                   pic 9(08).
           05 dataCancelamentoLiv                  pic 9(08).
           05 dataFechamentoLiv                    pic 9(08).
           05 filler                               pic x(05).

      * Itens dos pedidos do livro: o registro I de cada item do
      * pedido, como gravado no PEDIDO.Fnn (numero do pedido, forma,
      * largura, comprimento, quantidade e preco unitario com a
      * promocao aplicada). Lido pelo programa confereNota.
       FD  itensLivro
           label record is standard.
       01  regItensLivro                           pic x(60).

      * Orcamento mensal de compras: mes (aaaamm), fornecedor (em
      * branco = orcamento total do mes) e valor. Campos numericos em
      * texto, criticados na carga; arquivo ausente ou sem linha do
      * mes deixa o plano sem controle de orcamento.
       FD  orcamentoIn
           label record is standard.
       01  regOrcamento.
           05 mesOrcTx                             pic x(06).
           05 mesOrc redefines mesOrcTx            pic 9(06).
           05 fornecedorOrc                        pic x(15).
           05 valorOrcTx                           pic x(09).
           05 valorOrc redefines valorOrcTx        pic 9(07)v99.

      * Atualizacao de preco retida para aprovacao: data em que foi
      * retida, chave da pizza, nome e preco vindos de PIZZAS.IN, o
      * preco do cadastro naquele momento e a variacao em percentual
      * (limitada a 9999).
       FD  pendentesDat
           label record is standard.
       01  regPendentes.
           05 dataPen                              pic 9(08).
           05 fornecedorPen                        pic x(15).
           05 formaPen                             pic x(01).
           05 diametroPen                          pic 9(03).
           05 comprimentoPen                       pic 9(03).
           05 nomePen                              pic x(15).
           05 precoAtualPen                        pic 9(03)v99.
           05 precoNovoPen                         pic 9(03)v99.
           05 variacaoPen                          pic 9(04).
           05 filler                               pic x(21).

      * Cartao de aprovacao: A aprova, R rejeita (fornecedor,
      * tamanho - largura para Q e T -, forma em branco = redonda e
      * comprimento so para T; tamanho em branco vale para todas as
      * pendencias do fornecedor); P informa o prazo em dias para a
      * pendencia vencer (sem linha P vale prazoPadraoPen). Campos
      * numericos em texto, criticados na leitura.
       FD  aprovacaoIn
           label record is standard.
       01  regAprovacao.
           05 operacaoApr                          pic x(01).
              88 cartaoAprovar                     value "A".
              88 cartaoRejeitar                    value "R".
              88 cartaoPrazo                       value "P".
           05 fornecedorApr                        pic x(15).
           05 diametroAprTx                        pic x(03).
           05 diametroApr redefines diametroAprTx  pic 9(03).
           05 formaApr                             pic x(01).
           05 comprimentoAprTx                     pic x(03).
           05 comprimentoApr redefines comprimentoAprTx
                                                   pic 9(03).
           05 prazoAprTx                           pic x(03).
           05 prazoApr redefines prazoAprTx        pic 9(03).

       FD  aprovacaoOut
           label record is standard.
       01  regAprovacaoOut                         pic x(120).

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

      * Relatorio de envelhecimento das cotacoes: uma linha por
      * registro vencido do cadastro, para a equipe pedir cotacao
      * nova. Gravado somente com o prazo de validade ligado.
           05 diametroConTx                        pic x(03).
           05 diametroCon redefines diametroConTx  pic 9(03).

      * Cartao de simulacao, uma alteracao do cenario por linha:
      * P altera o preco de tabela do fornecedor (tamanho - largura
      * para Q e T - em branco ou zero = todos, forma em branco =
      * todas) em percentual (%) ou em reais (R), para menos com o
      * sinal "-"; X exclui o fornecedor; F troca o frete por
      * entrega do fornecedor pelo valor informado. Campos numericos
      * em texto, criticados na leitura.
       FD  simulacaoIn
           label record is standard.
       01  regSimulacao.
           05 tipoSim                              pic x(01).
              88 simPreco                          value "P".
              88 simExclusao                       value "X".
              88 simFrete                          value "F".
           05 fornecedorSim                        pic x(15).
           05 diametroSimTx                        pic x(03).
           05 diametroSim redefines diametroSimTx  pic 9(03).
           05 formaSim                             pic x(01).
           05 modoSim                              pic x(01).
              88 simPercentual                     value "%".
              88 simValor                          value "R".
           05 sinalSim                             pic x(01).
              88 simReducao                        value "-".
              88 sinalValido                       value "-" "+" " ".
           05 valorSimTx                           pic x(05).
           05 valorSim redefines valorSimTx        pic 9(03)v99.

       FD  simulacaoOut
           label record is standard.
       01  regSimulacaoOut                         pic x(120).

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

      * Espelho da linha gravada por gravarHistoricoPizza, para a
      * consulta reler o historico da chave pedida.
       FD  historicoCon
           05 comprimentoHisCon                     pic x(03).
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

      * Cartao de parametros do relatorio: fornecedor (branco = todos),
      * faixa de tamanho (zeros = sem limite), corte nos N melhores
      * (zero = todos), ordem A/D e linhas por pagina (zero = 20).
           05 diasValidadeTx                       pic x(03).
           05 diasValidadeCard redefines diasValidadeTx
                                                   pic 9(03).
      * Limite de variacao, em percentual sobre o preco do cadastro,
      * para a atualizacao de preco de PIZZAS.IN entrar direto (zero
      * ou em branco = sem limite, tudo entra como antes); acima dele
      * a atualizacao vai para a fila de aprovacao.
           05 limiteVariacaoTx                     pic x(03).
           05 limiteVariacaoCard redefines limiteVariacaoTx
                                                   pic 9(03).
      * Janela, em dias, das ocorrencias de entrega que contam para
      * a nota de qualidade (zero ou em branco = 90 dias) e os pesos
      * de penalidade de cada tipo de ocorrencia, em pontos por grau
      * de gravidade (em branco = peso padrao; zero = tipo nao
      * penaliza).
           05 janelaQualidadeTx                    pic x(03).
           05 janelaQualidadeCard redefines janelaQualidadeTx
                                                   pic 9(03).
           05 pesoAtrasoTx                         pic x(02).
           05 pesoAtrasoCard redefines pesoAtrasoTx
                                                   pic 9(02).
           05 pesoErradoTx                         pic x(02).
           05 pesoErradoCard redefines pesoErradoTx
                                                   pic 9(02).
           05 pesoQualidadeTx                      pic x(02).
           05 pesoQualidadeCard redefines pesoQualidadeTx
                                                   pic 9(02).
           05 pesoFaltaTx                          pic x(02).
           05 pesoFaltaCard redefines pesoFaltaTx  pic 9(02).

       FD  controleLog
           label record is standard.

      * Jornal de auditoria do cadastro mestre: uma linha por
      * alteracao aplicada, com a data da execucao, a operacao
      * (I/A/E), a origem (MOV, PIZ ou APR), a chave e a imagem do
      * registro antes e depois da alteracao. Acrescido sempre ao
      * final, nunca regravado.
       FD  cadastroLog
              value " - idade: ".
           05 idadeDias                            pic 9(04).
           05 marcaVencida                         pic x(09).
      * Nota de qualidade do fornecedor (100 = sem ocorrencias na
      * janela), preco/cm2 ajustado pela penalidade das ocorrencias
      * e a posicao da pizza no ranking ajustado, calculados em
      * aplicarQualidade depois da ordenacao pelo preco/cm2 puro.
           05 filler                               pic x(09)
              value " - nota: ".
           05 notaQualidade                        pic 9(03).
           05 filler                               pic x(08)
              value " - aj.: ".
           05 precoAjustadoCm2                     pic 9(03)v99.
           05 filler                               pic x(02)
              value " #".
           05 rankAjustado                         pic 9(03).

      * Comprimento das pizzas retangulares, linha a linha da tabela
      * relatorio (para quadrada e retangular a largura viaja na
      *----Variaveis de controle do historico de execuções
       77  statusHistoricoOut                      pic x(02).

      *----Variaveis do indice do historico (HISTORICO.IDX): sem o
      *----arquivo o indice fica desligado
       77  statusHistoricoIdx                      pic x(02).
       77  indiceHistorico                         pic x(01).
           88 indiceHistoricoLigado                value "S".
       77  historicoConsultado                     pic x(01).
           88 historicoFoiLido                     value "S".

      *----Variaveis de controle do checkpoint de recuperação
       77  statusCheckpoint                        pic x(02).
       77  fimCheckpoint                           pic x(01).
           88 motivoZerado                         value "ZE".
           88 motivoDuplicado                      value "DU".
           88 motivoFormaInvalida                  value "FO".
           88 motivoFornecedor                     value "FN".
       77  descricaoRejeicao                       pic x(30).
       77  qtdRejTruncada                          pic 9(05).
       77  qtdRejNomeBranco                        pic 9(05).
      *----Variaveis de controle do modo de planejamento de compra
       77  statusPlanejamento                      pic x(02).
       77  statusPlanejOut                         pic x(02).
       77  nomeArqPlanejamento                     pic x(16).
       77  modoPlanejamento                        pic x(01).
           88 planejamentoOk                       value "S".
       77  fimPlanejamentoIn                       pic x(01).
       01  fornecedoresPlano.
           05 fornecedorPl occurs 50               pic x(15).

      *----Unidades (filiais) do cartao de planejamento, com a area de
      *----cada uma: a area alvo do plano é a soma delas, e cada item
      *----do plano é repartido entre as unidades na proporcao da
      *----area (divisao inteira, a sobra vai para os maiores restos)
       77  qtdUnidades                             pic 9(02).
       77  qtdLinhasCartao                         pic 9(03).
       77  indUn                                   pic 9(02).
       77  indUnCartao                             pic 9(02).
       77  indUnMaior                              pic 9(02).
       77  areaUnidadeCard                         pic 9(08).
       77  cartaoPorUnidade                        pic x(01).
           88 planoPorUnidade                      value "S".
       77  cartaoInvalido                          pic x(01).
           88 cartaoComErro                        value "S".
       77  qtdRepartida                            pic 9(05).
       77  produtoRateio                           pic 9(12).
       77  restoMaior                              pic 9(07).
       77  qtdUnEdt                                pic z(4)9.
       01  unidadesPlano occurs 20.
           05 codigoUn                             pic x(04).
           05 areaUn                               pic 9(07).
           05 qtdItemUn                            pic 9(05).
           05 restoUn                              pic 9(07).
           05 contempladoUn                        pic x(01).
           05 mercadoriaUn                         pic 9(07)v99.
           05 termosUn                             pic 9(07)v99.
           05 mercadoriaAcUn                       pic 9(09)v99.
           05 termosAcUn                           pic 9(09)v99.

      *----Variaveis do rateio do custo dos pedidos por unidade
      *----(RATEIO.OUT): mercadoria pelo que cada unidade recebe,
      *----frete e complemento de pedido minimo na proporcao da
      *----mercadoria
       77  statusRateioOut                         pic x(02).
       77  mercadoriaPedido                        pic 9(07)v99.
       77  termosPedido                            pic 9(07)v99.
       77  termosRepartidos                        pic 9(07)v99.
       77  totalRateio                             pic 9(09)v99.
       77  mercadoriaRtEdt                         pic z(8)9,99.
       77  termosRtEdt                             pic z(8)9,99.
       77  totalRtEdt                              pic z(8)9,99.

      *----Variaveis da geracao dos pedidos de compra do plano
       77  statusPedidoOut                         pic x(02).
       77  statusPedidosOut                        pic x(02).
       77  indPo                                   pic 9(02).
       77  qtdPedidosGravados                      pic 9(02).

      *----Variaveis do livro de pedidos de compra (PEDIDOS.DAT)
       77  statusLivro                             pic x(02).
       77  statusItensLivro                        pic x(02).
       77  fimLivro                                pic x(01).
           88 fimDoLivro                           value "S".
       77  diaLivro                                pic 9(08).
       77  seqLivro                                pic 9(02).
       77  mesLivro                                pic 9(06).

      *----Variaveis do orcamento mensal de compras (ORCAMENTO.DAT):
      *----orcado e comprometido do mes corrente, no total e por
      *----fornecedor
       77  statusOrcamento                         pic x(02).
       77  fimOrcamento                            pic x(01).
           88 fimDoOrcamento                       value "S".
       77  mesExecucao                             pic 9(06).
       77  temOrcamentoMes                         pic x(01).
           88 orcamentoMesLigado                   value "S".
       77  orcamentoMes                            pic 9(07)v99.
       77  comprometidoMes                         pic 9(09)v99.
       77  qtdOrcForn                              pic 9(02).
       77  indOrc                                  pic 9(02).
       77  indOrcForn                              pic 9(02).
       77  saldoMes                                pic s9(09)v99.
       77  saldoForn                               pic s9(09)v99.
       77  saldoEdt                                pic -z(8)9,99.
       77  excedeOrcamento                         pic x(01).
           88 orcamentoExcedido                    value "S".
       77  qtdPedidosRetidos                       pic 9(02).

       01  orcamentoFornecedor occurs 50.
           05 fornecedorOr                         pic x(15).
           05 valorOr                              pic 9(07)v99.
           05 comprometidoOr                       pic 9(09)v99.

      * Itens do plano corrente no formato do pedido de compra,
      * capturados por gravarItemPlano e descarregados no arquivo do
      * fornecedor por gravarPedidoFornecedor.
           05 comprimentoPo                        pic 9(03).
           05 qtdPo                                pic 9(05).
           05 precoPo                              pic 9(03)v99.
           05 qtdUnPo occurs 20                    pic 9(05).

      *----Registros do pedido de compra (mesmo leiaute nos arquivos
      *----PEDIDO.Fnn e PEDIDOS.OUT)
           05 tipoTotPd                            pic x(01).
           05 numeroTotPd                          pic 9(10).
           05 totalTotPd                           pic 9(07)v99.
       01  regPedidoUnid.
           05 tipoUnPd                             pic x(01).
           05 numeroUnPd                           pic 9(10).
           05 formaUnPd                            pic x(01).
           05 larguraUnPd                          pic 9(03).
           05 comprimentoUnPd                      pic 9(03).
           05 unidadeUnPd                          pic x(04).
           05 qtdUnPd                              pic 9(05).

      *----Fornecedores envolvidos nos itens do plano corrente, com
      *----o subtotal de mercadoria de cada um, para aplicar frete e
           05 itensFornecedor occurs 10.
              10 fornecedorIt                      pic x(15).
              10 subtotalIt                        pic 9(07)v99.
              10 freteIt                           pic 9(05)v99.
              10 complementoIt                     pic 9(05)v99.

      *----Variaveis do bloco de controle de fim de execucao
       77  statusControle                          pic x(02).
           05 minSc                                pic 9(03)v99.
           05 maxSc                                pic 9(03)v99.
           05 top10Sc                              pic 9(02).
           05 ocorrenciasSc                        pic 9(03).
           05 notaSc                               pic 9(03).
           05 somaAjSc                             pic 9(07)v99.
           05 mediaAjSc                            pic 9(03)v99.
           05 posAjSc                              pic 9(02).

       01  placarTroca.
           05 fornecedorTr                         pic x(15).
           05 minTr                                pic 9(03)v99.
           05 maxTr                                pic 9(03)v99.
           05 top10Tr                              pic 9(02).
           05 ocorrenciasTr                        pic 9(03).
           05 notaTr                               pic 9(03).
           05 somaAjTr                             pic 9(07)v99.
           05 mediaAjTr                            pic 9(03)v99.
           05 posAjTr                              pic 9(02).

      *----Variaveis da nota de qualidade dos fornecedores
      *----(OCORRENCIAS.DAT)
       77  statusOcorrencias                       pic x(02).
       77  fimOcorrencias                          pic x(01).
           88 fimDasOcorrencias                    value "S".
       77  janelaQualidade                         pic 9(03).
       77  pesoAtraso                              pic 9(02).
       77  pesoErrado                              pic 9(02).
       77  pesoQualidade                           pic 9(02).
       77  pesoFalta                               pic 9(02).
       77  pesoOcorrencia                          pic 9(02).
       77  diaOcorrencia                           pic 9(08).
       77  qtdOcorJanela                           pic 9(05).
       77  qtdQualidadeFr                          pic 9(03).
       77  indQl                                   pic 9(03).
       77  fornecedorNota                          pic x(15).
       77  pontosPenalidade                        pic 9(05).
       77  fatorPenalidade                         pic 9(01)v99.
       77  precoAjustadoTrab                       pic 9(05)v99.
       77  precoAjustadoEdt                        pic 9(03),99.
       77  mediaAjScEdt                            pic 9(03),99.

      * Ocorrencias da janela acumuladas por fornecedor: quantidade
      * e pontos de penalidade (gravidade x peso do tipo).
       01  qualidadeFornecedor occurs 200.
           05 fornecedorQl                         pic x(15).
           05 qtdOcorQl                            pic 9(03).
           05 pontosQl                             pic 9(05).

      *----Variaveis de controle das geracoes de seguranca do
      *----cadastro mestre
       77  variacaoConEdt                          pic -zz9,99.
       77  descontoConEdt                          pic 9(02),99.

      *----Variaveis do modo de simulacao de precos (SIMULACAO.IN)
       77  statusSimulacao                         pic x(02).
       77  statusSimulacaoOut                      pic x(02).
       77  modoSimulacao                           pic x(01).
           88 simulacaoOk                          value "S".
       77  fimSimulacao                            pic x(01).
           88 fimDoCartaoSimulacao                 value "S".
       77  faseSimulacao                           pic x(01).
           88 faseAtual                            value "A".
           88 faseSimulada                         value "S".
       77  qtdCenario                              pic 9(02).
       77  indCn                                   pic 9(02).
       77  indExclusao                             pic 9(02).
       77  qtdCenarioInvalido                      pic 9(03).
       77  qtdSim                                  pic 9(03).
       77  indSm                                   pic 9(03).
       77  qtdPlanosSim                            pic 9(02).
       77  indPs                                   pic 9(02).
       77  linhaAlterada                           pic x(01).
           88 precoLinhaAlterado                   value "S".
       77  precoSimTrab                            pic s9(05)v99.
       77  vencedorAtual                           pic x(70).
       77  vencedorSimul                           pic x(70).
       77  melhorFornAtual                         pic x(15).
       77  melhorTotalAtual                        pic 9(07)v99.
       77  totalLivreAtual                         pic 9(07)v99.
       77  melhorFornSimul                         pic x(15).
       77  melhorTotalSimul                        pic 9(07)v99.
       77  totalLivreSimul                         pic 9(07)v99.
       77  diferencaPlano                          pic s9(07)v99.
       77  diferencaPlanoEdt                       pic -z(6)9,99.
       77  totalSimEdt                             pic 9(07),99.
       77  precoSimEdt                             pic 9(03),99.
       77  precoCm2SimEdt                          pic 9(03),99.
       77  valorCenarioEdt                         pic 9(03),99.
       77  marcaAlteracao                          pic x(01).
       77  movimentoSim                            pic x(05).

      * Linhas validas do cenario, com a quantidade de pizzas (ou de
      * fornecedores, no frete) que cada uma atingiu.
       01  cenarioSimulacao occurs 50.
           05 tipoCn                               pic x(01).
           05 fornecedorCn                         pic x(15).
           05 diametroCn                           pic 9(03).
           05 formaCn                              pic x(01).
           05 modoCn                               pic x(01).
           05 sinalCn                              pic x(01).
           05 valorCn                              pic 9(03)v99.
           05 qtdAfetadasCn                        pic 9(03).

      * Comparativo atual, na ordem de custo-beneficio de hoje, com
      * o resultado simulado da mesma chave ao lado (X = pizza fora
      * da simulacao, de fornecedor excluido).
       01  simulacao occurs 500.
           05 fornecedorSm                         pic x(15).
           05 nomeSm                               pic x(15).
           05 formaSm                              pic x(01).
           05 diametroSm                           pic 9(03).
           05 comprimentoSm                        pic 9(03).
           05 precoAtualSm                         pic 9(03)v99.
           05 precoSimSm                           pic 9(03)v99.
           05 cm2AtualSm                           pic 9(03)v99.
           05 cm2SimSm                             pic 9(03)v99.
           05 posAtualSm                           pic 9(03).
           05 posSimSm                             pic 9(03).
           05 rankFornAtualSm                      pic 9(03).
           05 rankFornSimSm                        pic 9(03).
           05 situacaoSm                           pic x(01).
              88 smExcluida                        value "X".

      * Custo do plano de compra de cada fornecedor, atual e
      * simulado.
       01  planosSimulacao occurs 50.
           05 fornecedorPs                         pic x(15).
           05 totalAtualPs                         pic 9(07)v99.
           05 totalSimPs                           pic 9(07)v99.
           05 planoAtualPs                         pic x(01).
              88 temPlanoAtual                     value "S".
           05 planoSimPs                           pic x(01).
              88 temPlanoSim                       value "S".

      * Ultimas execucoes do historico para a chave consultada (as
      * cinco mais recentes, na ordem do arquivo).
       01  ultimasExecucoes occurs 5.
           05 precoUl                              pic 9(03)v99.
           05 precoCm2Ul                           pic 9(03)v99.

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
       77  qtdRejFornecedor                        pic 9(05).

       01  fornecedoresRegistro occurs 200.
           05 nomeRf                               pic x(15).
           05 situacaoRf                           pic x(01).

      *----Variaveis da fila de aprovacao de preco (PENDENTES.DAT)
       77  statusPendentes                         pic x(02).
       77  fimPendentes                            pic x(01).
           88 fimDasPendentes                      value "S".
       77  limiteVariacao                          pic 9(03).
       77  variacaoTrab                            pic s9(07)v99.
       77  variacaoPreco                           pic 9(04).
       77  qtdPendentes                            pic 9(05).

      *----Variaveis do modo de aprovacao de preco (APROVACAO.IN)
       77  statusAprovacao                         pic x(02).
       77  statusAprovacaoOut                      pic x(02).
       77  modoAprovacao                           pic x(01).
           88 aprovacaoOk                          value "S".
       77  fimAprovacao                            pic x(01).
           88 fimDoCartaoAprovacao                 value "S".
       77  prazoPadraoPen                          pic 9(03)
           value 15.
       77  prazoPendencia                          pic 9(03).
       77  qtdPen                                  pic 9(03).
       77  indPen                                  pic 9(03).
       77  indPenAnt                               pic 9(03).
       77  pendentesCheio                          pic x(01).
           88 pendentesEstourado                   value "S".
       77  qtdCasadasApr                           pic 9(03).
       77  qtdPenAprovadas                         pic 9(05).
       77  qtdPenRejeitadas                        pic 9(05).
       77  qtdPenVencidas                          pic 9(05).
       77  qtdPenSubstituidas                      pic 9(05).
       77  qtdPenSemCadastro                       pic 9(05).
       77  qtdPenDesatualizadas                    pic 9(05).
       77  qtdPenMantidas                          pic 9(05).
       77  qtdCartoesInvalidos                     pic 9(05).
       77  idadePendencia                          pic 9(08).
       77  situacaoPenEdt                          pic x(12).
       77  situacaoFiltro                          pic x(01).
       77  precoNovoEdt                            pic 9(03),99.
       77  qtdPenEdt                               pic zzzz9.

      * Pendencias carregadas de PENDENTES.DAT, com a decisao tomada
      * nesta execucao (branco = continua pendente).
       01  pendencias occurs 500.
           05 dataPd                               pic 9(08).
           05 fornecedorPd                         pic x(15).
           05 formaPd                              pic x(01).
           05 diametroPd                           pic 9(03).
           05 comprimentoPd                        pic 9(03).
           05 nomePd                               pic x(15).
           05 precoAtualPd                         pic 9(03)v99.
           05 precoNovoPd                          pic 9(03)v99.
           05 variacaoPd                           pic 9(04).
           05 situacaoPd                           pic x(01).
              88 pendenciaAberta                   value space.
              88 pendenciaAprovada                 value "A".
              88 pendenciaRejeitada                value "R".
              88 pendenciaVencida                  value "V".
              88 pendenciaSubstituida              value "S".
              88 pendenciaSemCadastro              value "N".
              88 pendenciaDesatualizada            value "D".

      *----Variaveis do jornal de auditoria do cadastro mestre
       77  statusCadastroLog                       pic x(02).
       77  operacaoJrn                             pic x(01).
      * Com um cartão CONSULTA.IN presente, a execução é uma
      * consulta somente leitura ao cadastro (tem precedência, pois
      * não toca arquivo nenhum e pode rodar a qualquer hora); com
      * um cartão SIMULACAO.IN, é a simulação de preços, também
      * somente leitura; com um arquivo de movimentos
      * MANUTENCAO.MOV, é manutenção do cadastro mestre; com um
      * cartão APROVACAO.IN, é a aprovação das atualizações de preço
      * retidas em PENDENTES.DAT; com um cartão PLANEJAMENTO.IN, é
      * uma consulta de planejamento de compra sobre o cadastro; sem
      * nenhum deles, é uma execução normal do comparativo.
           if consultaOk
               perform consultaCadastro
           else
               if simulacaoOk
                   perform simulacaoPrecos
               else
                   if manutencaoOk
                       perform manutencaoCadastro
                   else
                       if aprovacaoOk
                           perform aprovacaoPrecos
                       else
                           if planejamentoOk
                               perform planejamentoCompra
                           else
                               perform inicializaComparativo
                               perform processamento
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           move 0 to qtdRejZerada
           move 0 to qtdRejDuplicada
           move 0 to qtdRejForma
           move 0 to qtdRejFornecedor

           move space to erroArquivo
           move 0 to qtdLidasSessao
           move 0 to qtdExcluidos
           move 0 to qtdListados
           move 0 to qtdMovInvalidos
           move 0 to qtdPendentes

           accept dataExecucao from date yyyymmdd

               move "S" to modoConsulta
           end-if

      * Cartão de simulação: presente (e sem consulta), a execução
      * refaz o comparativo e o plano em memória com os preços do
      * cenário e não grava nada além do próprio relatório.
           move space to modoSimulacao
           move space to fimSimulacao

           open input simulacaoIn

           if statusSimulacao = "00" then
               move "S" to modoSimulacao
           end-if

      * Arquivo de movimentos de manutenção: se estiver presente, a
      * execução inteira vira manutenção do cadastro mestre e o
      * comparativo não roda.
               move "S" to modoManutencao
           end-if

      * Cartão de aprovação de preços: presente (e sem manutenção
      * pendente), a execução decide a fila PENDENTES.DAT.
           move space to modoAprovacao
           move space to fimAprovacao

           open input aprovacaoIn

           if statusAprovacao = "00" then
               move "S" to modoAprovacao
           end-if

      * Cartão de planejamento de compra: presente (e sem manutenção
      * pendente), a execução vira uma consulta de plano de compra.
           move space to modoPlanejamento
           move space to fimPlanejamentoIn
           move "PLANEJAMENTO.OUT" to nomeArqPlanejamento

           open input planejamentoIn

               move "S" to modoPlanejamento
           end-if

      * Registro de fornecedores, antes das cargas que conferem o
      * fornecedor de cada linha contra ele.
           perform carregarRegistroForn

      * Promocoes vigentes: carregadas antes de qualquer calculo,
      * tanto para o comparativo quanto para o planejamento.
           perform carregarPromocoes
      * pagina), com os padrões de sempre quando não houver cartão.
           perform lerParametros

      * Ocorrencias de entrega da janela do cartao, acumuladas por
      * fornecedor para a nota de qualidade.
           perform carregarOcorrencias

      * Checkpoint de recuperação: se a sessão anterior não terminou
      * em finaliza, as pizzas já cadastradas até então estão
      * gravadas em CHECKPOINT.OUT e são recarregadas aqui, para que
               open extend historicoOut
           end-if

      * Indice do historico: so é mantido quando ja existe (o
      * programa converteHistorico o cria a partir do historico
      * inteiro); criado vazio aqui, ficaria sem o passado.
           move space to indiceHistorico

           open i-o historicoIdx

           if statusHistoricoIdx = "00" then
               move "S" to indiceHistorico
           else
               if statusHistoricoIdx <> "35" then
                   display "Erro ao abrir HISTORICO.IDX - status "
                           statusHistoricoIdx " - indice fica "
                           "desatualizado, refazer com "
                           "converteHistorico"
               end-if
           end-if

      * Sem checkpoint para retomar, o lote parte do cadastro mestre
      * corrente; com checkpoint, a tabela já foi recarregada acima e
      * o cadastro não é relido.
                   perform calculo

                   if not manutencaoOk and not planejamentoOk
                       and not consultaOk and not aprovacaoOk
                       and not simulacaoOk then
                       perform gravarCheckpointPizza
                   end-if

      * Chamar o section do ranking por fornecedor
           perform rankearFornecedor

      * Nota de qualidade e ranking ajustado pelas ocorrencias de
      * entrega, ao lado do ranking puro por preco/cm2
           perform aplicarQualidade

      * Primeira linha nao vencida da tabela ordenada: é ela que
      * leva o destaque de melhor custo-beneficio.
           perform buscarMelhorValido

                           else

                               perform calcularVariacaoPreco

                               if limiteVariacao > 0
                                   and variacaoTrab > limiteVariacao
                                   then

      * Atualização que se afasta do preço do cadastro mais do que o
      * limite do cartão: vai para a fila de aprovação e a pizza
      * segue com o preço antigo. O checkpoint regrava a linha sem
      * alteração só para avançar as linhas lidas, e a retomada não
      * lança a mesma atualização duas vezes na fila.
                                   perform gravarPendente

                                   move "S"
                                     to atualizadaNoLote(indExistente)

                                   initialize relatorio(ind)
                                   subtract 1 from ind

                                   move ind          to indSalvo
                                   move indExistente to ind
                                   perform gravarCheckpointPizza
                                   move indSalvo to ind

                                   add 1 to qtdPendentes

                               else

      * A pizza já existe na tabela (veio do cadastro mestre): a
      * linha do arquivo é uma atualização de preço do dia, aplicada
      * por cima do registro existente e regravada no cadastro.
                                   move indExistente to indJrn
                                   perform montarImagemJrn
                                   move imagemCadastroJrn
                                     to imagemAntesJrn

                                   move nomeIn  to nome(indExistente)
                                   move precoIn to preco(indExistente)
                                   move dataExecucao
                                     to dataAtualPz(indExistente)
                                   move "S"
                                     to atualizadaNoLote(indExistente)

                                   initialize relatorio(ind)
                                   subtract 1 from ind

                                   move ind          to indSalvo
                                   move indExistente to ind

                                   perform calculo

                                   perform gravarCheckpointPizza

      * A atualização de preço aplicada sobre o cadastro vai para o
      * jornal de auditoria, com a imagem antes e depois.
                                   perform montarImagemJrn
                                   move imagemCadastroJrn
                                     to imagemDepoisJrn
                                   move "A"   to operacaoJrn
                                   move "PIZ" to origemJrn
                                   perform gravarJornal

                                   move indSalvo to ind

                                   add 1 to qtdAceitas

                               end-if

                           end-if
                       else

           end-evaluate

      * Fornecedor fora do registro (erro de digitacao ou fornecedor
      * ainda nao cadastrado): criaria um fornecedor "novo" no
      * cadastro e no placar.
           if linhaAprovada then
               move fornecedorIn to fornecedorBusca
               perform buscarRegistroForn
               if buscaNaoRegistrado then
                   move "FN" to motivoRejeicao
               end-if
           end-if

           .
       validarLinhaEntrada-exit.
           exit.
               when motivoFormaInvalida
                   move "forma invalida (R/Q/T)" to descricaoRejeicao
                   add 1 to qtdRejForma
               when motivoFornecedor
                   move "fornecedor nao registrado"
                                                 to descricaoRejeicao
                   add 1 to qtdRejFornecedor
           end-evaluate

           move space to regPizzasErr
                           and minimoTerTx is numeric
                           and gratisTerTx is numeric then

                           move fornecedorTer to fornecedorBusca
                           perform buscarRegistroForn

                           if buscaNaoRegistrado then
                               display "Condicao comercial de "
                                       "fornecedor nao registrado - "
                                       "descartada: " fornecedorTer
                           else
                               add 1 to qtdTermos
                               move fornecedorTer
                                 to fornecedorTm(qtdTermos)
                               move freteTer  to freteTm(qtdTermos)
                               move minimoTer to minimoTm(qtdTermos)
                               move gratisTer to gratisTm(qtdTermos)
                           end-if

                       else
                           display "Condicao comercial invalida - "
                           and descontoProTx is numeric
                           and precoPromoTx is numeric then

                           move fornecedorPro to fornecedorBusca
                           perform buscarRegistroForn

                           if buscaNaoRegistrado then
                               display "Promocao de fornecedor nao "
                                       "registrado - descartada: "
                                       fornecedorPro
                           else
                               perform guardarPromocao
                           end-if

                       else
                           display "Promocao invalida - descartada: "
                                   regPromocoes
           exit.


      * Guarda na tabela a promocao recem lida, ja criticada.
       guardarPromocao section.

           add 1 to qtdPromocoes
           move fornecedorPro to fornecedorPm(qtdPromocoes)

           if diametroProTx is numeric then
               move diametroPro to diametroPm(qtdPromocoes)
           else
               move 0 to diametroPm(qtdPromocoes)
           end-if

           move formaPro      to formaPm(qtdPromocoes)
           move descontoPro   to descontoPm(qtdPromocoes)
           move precoPromoPro to precoPromoPm(qtdPromocoes)

           .
       guardarPromocao-exit.
           exit.


      * Carrega o registro de fornecedores (nome e situacao) para a
      * tabela; sem FORNECEDORES.DAT o registro fica desligado e
      * nenhuma entrada é conferida.
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

               display "Fornecedores registrados: " qtdRegForn

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


      * Aplica sobre a pizza corrente (ind) a primeira promoção que
      * casar com o fornecedor e, quando informados na promoção, com
      * o diâmetro e a forma: preço fechado diferente de zero vale no
           perform checarHistoricoOut
           add 1 to qtdGravHistorico

           if indiceHistoricoLigado then
               perform gravarIndiceHistorico
           end-if

           .
       gravarHistoricoPizza-exit.
           exit.


      * Grava no indice do historico a linha recem acrescentada a
      * HISTORICO.OUT. A sequencia separa as execucoes do mesmo dia:
      * chave ja gravada (status 22) tenta a sequencia seguinte.
       gravarIndiceHistorico section.

           move fornecedor(ind)    to fornecedorHix
           move forma(ind)         to formaHix
           move diametro(ind)      to diametroHix
           move comprimentoPz(ind) to comprimentoHix
           move dataExecucao       to dataHix
           move 0                  to seqHix
           move nome(ind)          to nomeHix
           move preco(ind)         to precoHix
           move precoCm2(ind)      to precoCm2Hix
           move "H"                to origemHix

           move "22" to statusHistoricoIdx

           perform until statusHistoricoIdx <> "22"
                      or seqHix >= 9999
               add 1 to seqHix
               write regHistoricoIdx
                   invalid key
                       continue
               end-write
           end-perform

           if statusHistoricoIdx <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em HISTORICO.IDX - status "
                       statusHistoricoIdx " - chave "
                       fornecedorHix " " diametroHix
           end-if

           .
       gravarIndiceHistorico-exit.
           exit.


      * Grava a pizza recém calculada no checkpoint de recuperação,
      * para que uma sessão que seja interrompida antes de finaliza
      * não perca as pizzas já cadastradas.
           exit.


      * Variacao, em percentual e sem sinal, do preco da linha de
      * PIZZAS.IN sobre o preco corrente da pizza no cadastro
      * (linha indExistente): variacaoTrab para a comparacao com o
      * limite e variacaoPreco, limitada a 9999, para a fila.
       calcularVariacaoPreco section.

           if preco(indExistente) = 0 then
               move 9999 to variacaoTrab
           else
               compute variacaoTrab rounded
                     = (precoIn - preco(indExistente)) * 100
                     / preco(indExistente)
               if variacaoTrab < 0 then
                   compute variacaoTrab = variacaoTrab * -1
               end-if
           end-if

           if variacaoTrab > 9999 then
               move 9999 to variacaoPreco
           else
               compute variacaoPreco rounded = variacaoTrab
           end-if

           .
       calcularVariacaoPreco-exit.
           exit.


      * Acrescenta a PENDENTES.DAT a atualizacao de preco da linha
      * corrente de PIZZAS.IN, retida por passar do limite de
      * variacao. Aberto e fechado a cada linha, como o jornal.
       gravarPendente section.

           open extend pendentesDat

           if statusPendentes <> "00" then
               open output pendentesDat
               close pendentesDat
               open extend pendentesDat
           end-if

           if statusPendentes <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir PENDENTES.DAT - status "
                       statusPendentes
           else

               move space                      to regPendentes
               move dataExecucao               to dataPen
               move fornecedor(indExistente)   to fornecedorPen
               move forma(indExistente)        to formaPen
               move diametro(indExistente)     to diametroPen
               move comprimentoPz(indExistente) to comprimentoPen
               move nomeIn                     to nomePen
               move preco(indExistente)        to precoAtualPen
               move precoIn                    to precoNovoPen
               move variacaoPreco              to variacaoPen

               write regPendentes
               perform checarPendentes

               close pendentesDat

               move precoIn to precoNovoEdt
               display "Preco retido para aprovacao: "
                       fornecedorPen " " formaPen " " diametroPen
                       " " precoNovoEdt " (" variacaoPreco "%)"

           end-if

           .
       gravarPendente-exit.
           exit.


       checarPendentes section.

           if statusPendentes <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em PENDENTES.DAT - status "
                       statusPendentes
           end-if

           .
       checarPendentes-exit.
           exit.


      * Calcula a idade (em dias corridos) de cada cotacao da tabela
      * e, com o prazo de validade do cartao ligado, marca como
      * vencida a cotacao mais velha que o prazo; cotacao sem data
               move "  VENCIDA" to marcaVencida(ind)
           end-if

      * Fornecedor bloqueado no registro: a pizza segue no relatorio,
      * marcada, mas nao concorre à linha de melhor custo-beneficio.
           if marcaVencida(ind) = space then
               move fornecedor(ind) to fornecedorBusca
               perform buscarRegistroForn
               if buscaBloqueado then
                   move "BLOQUEADO" to marcaVencida(ind)
               end-if
           end-if

           .
       calcularValidadePizza-exit.
           exit.

           perform varying indAux from 1 by 1 until indAux > qtdPizza
                                              or nome(indAux) = space
      * Cotacao vencida ou fornecedor bloqueado (marcados em
      * calcularValidadePizza) nao levam o destaque.
               if indMelhorLote = 0
                   and marcaVencida(indAux) = space then
                   move indAux to indMelhorLote
               end-if
           end-perform
           exit.


      * Carrega as ocorrencias de entrega de OCORRENCIAS.DAT que
      * caem na janela do cartao (dos ultimos janelaQualidade dias
      * ate hoje) e acumula, por fornecedor, a quantidade e os pontos
      * de penalidade (gravidade x peso do tipo). Sem o arquivo, todo
      * fornecedor fica com nota 100 e o ranking ajustado repete o
      * puro.
       carregarOcorrencias section.

           move 0     to qtdQualidadeFr
           move 0     to qtdOcorJanela
           move space to fimOcorrencias

           compute diaHoje = function integer-of-date(dataExecucao)

           open input ocorrenciasDat

           if statusOcorrencias = "00" then

               perform until fimDasOcorrencias

                   read ocorrenciasDat
                       at end
                           move "S" to fimOcorrencias
                   end-read

                   if not fimDasOcorrencias
                       and dataOc <= dataExecucao
                       and gravidadeOc is numeric then

                       compute diaOcorrencia
                             = function integer-of-date(dataOc)

                       if diaOcorrencia > 0
                           and diaHoje - diaOcorrencia
                               < janelaQualidade then
                           perform acumularOcorrencia
                       end-if

                   end-if

               end-perform

               close ocorrenciasDat

               display "Ocorrencias de entrega na janela de "
                       janelaQualidade " dias: " qtdOcorJanela

           end-if

           .
       carregarOcorrencias-exit.
           exit.


      * Soma a ocorrencia lida na linha do seu fornecedor.
       acumularOcorrencia section.

           evaluate true
               when ocorrenciaAtraso
                   move pesoAtraso    to pesoOcorrencia
               when ocorrenciaErrado
                   move pesoErrado    to pesoOcorrencia
               when ocorrenciaQualidade
                   move pesoQualidade to pesoOcorrencia
               when ocorrenciaFalta
                   move pesoFalta     to pesoOcorrencia
               when other
                   move 0             to pesoOcorrencia
           end-evaluate

           move fornecedorOc to fornecedorNota
           perform buscarQualidade

           if indQl = 0 then
               if qtdQualidadeFr < 200 then
                   add 1 to qtdQualidadeFr
                   move qtdQualidadeFr to indQl
                   move fornecedorOc   to fornecedorQl(indQl)
                   move 0              to qtdOcorQl(indQl)
                   move 0              to pontosQl(indQl)
               else
                   display "Limite de 200 fornecedores nas ocorrencias "
                           "atingido - fora da nota: " fornecedorOc
               end-if
           end-if

           if indQl > 0 then
               add 1 to qtdOcorJanela
               add 1 to qtdOcorQl(indQl)
               compute pontosQl(indQl) = pontosQl(indQl)
                                       + gravidadeOc * pesoOcorrencia
           end-if

           .
       acumularOcorrencia-exit.
           exit.


      * Localiza o fornecedor pedido em fornecedorNota na tabela das
      * ocorrencias (indQl zerado quando ele nao tem ocorrencia na
      * janela) e devolve os seus pontos de penalidade, limitados a
      * 100.
       buscarQualidade section.

           move 0 to indQl
           move 0 to pontosPenalidade

           perform varying indAux from 1 by 1
                   until indAux > qtdQualidadeFr
               if fornecedorQl(indAux) = fornecedorNota then
                   move indAux to indQl
               end-if
           end-perform

           if indQl > 0 then
               move pontosQl(indQl) to pontosPenalidade
               if pontosPenalidade > 100 then
                   move 100 to pontosPenalidade
               end-if
           end-if

           .
       buscarQualidade-exit.
           exit.


      * Nota de qualidade (100 menos os pontos de penalidade do
      * fornecedor) e preco/cm2 ajustado (o preco/cm2 acrescido da
      * penalidade em percentual) de cada linha da tabela ja
      * ordenada, e a posicao de cada uma no ranking pelo preco
      * ajustado (empate fica com a melhor no ranking puro).
       aplicarQualidade section.

           perform varying ind from 1 by 1 until ind > qtdPizza
                                              or nome(ind) = space

               move fornecedor(ind) to fornecedorNota
               perform buscarQualidade

               compute notaQualidade(ind) = 100 - pontosPenalidade

               compute fatorPenalidade = (100 + pontosPenalidade) / 100

               compute precoAjustadoTrab rounded
                     = precoCm2(ind) * fatorPenalidade

               if precoAjustadoTrab > 999,99 then
                   move 999,99 to precoAjustadoTrab
               end-if

               move precoAjustadoTrab to precoAjustadoCm2(ind)

           end-perform

           perform varying ind from 1 by 1 until ind > qtdPizza
                                              or nome(ind) = space

               move 1 to rankAjustado(ind)

               perform varying indAux from 1 by 1
                       until indAux > qtdPizza or nome(indAux) = space
                   if precoAjustadoCm2(indAux) < precoAjustadoCm2(ind)
                       or (precoAjustadoCm2(indAux)
                           = precoAjustadoCm2(ind)
                           and indAux < ind) then
                       add 1 to rankAjustado(ind)
                   end-if
               end-perform

           end-perform

           .
       aplicarQualidade-exit.
           exit.


      * Lê o cartão de parametros do relatório, quando presente, por
      * cima dos padrões de sempre (lote inteiro, ascendente, página
      * de 20 linhas). Campo inválido no cartão fica no padrão.
       lerParametros section.

           move space to filtroFornecedorPar
           move 0     to diametroMinPar
           move 999   to diametroMaxPar
           move 0     to topNPar
           move "A"   to ordemPar
           move 20    to qtdLinhasPagina
           move 0     to diasValidade
           move 0     to limiteVariacao
           move 90    to janelaQualidade
           move 2     to pesoAtraso
           move 3     to pesoErrado
           move 3     to pesoQualidade
           move 2     to pesoFalta
           move space to fimParametros

           open input parametrosIn

           if statusParametros = "00" then

               read parametrosIn
                   at end
                       move "S" to fimParametros
               end-read

               if not fimCartaoParametros then

                   move fornecedorParTx to filtroFornecedorPar

                   if diametroMinTx is numeric then
                       move diametroMinCard to diametroMinPar
                   end-if

                   if diametroMaxTx is numeric
                       and diametroMaxCard > 0 then
                       move diametroMaxCard to diametroMaxPar
                   end-if

                   if topNTx is numeric then
                       move topNCard to topNPar
                   end-if

                   if ordemParTx = "D" or ordemParTx = "d" then
                       move "D" to ordemPar
                   end-if

                   if linhasPagTx is numeric
                       and linhasPagCard > 0 then
                       move linhasPagCard to qtdLinhasPagina
                   end-if

                   if diasValidadeTx is numeric then
                       move diasValidadeCard to diasValidade
                   end-if

                   if limiteVariacaoTx is numeric then
                       move limiteVariacaoCard to limiteVariacao
                   end-if

                   if janelaQualidadeTx is numeric
                       and janelaQualidadeCard > 0 then
                       move janelaQualidadeCard to janelaQualidade
                   end-if

                   if pesoAtrasoTx is numeric then
                       move pesoAtrasoCard to pesoAtraso
                   end-if

                   if pesoErradoTx is numeric then
                       move pesoErradoCard to pesoErrado
                   end-if

                   if pesoQualidadeTx is numeric then
                       move pesoQualidadeCard to pesoQualidade
                   end-if

                   if pesoFaltaTx is numeric then
                       move pesoFaltaCard to pesoFalta
                   end-if

                   display "Parametros do relatorio aplicados "
                           "(PARAMETROS.IN)"

               end-if

               close parametrosIn

           end-if

           .
       lerParametros-exit.
           exit.


      * Diz se a linha corrente (ind) da tabela passa no filtro do
      * cartão de parametros (fornecedor e faixa de tamanho).
       testarSelecao section.

           move space to selecionada

           if (filtroFornecedorPar = space
               or fornecedor(ind) = filtroFornecedorPar)
               and diametro(ind) >= diametroMinPar
               and diametro(ind) <= diametroMaxPar then
               move "S" to selecionada
           end-if

           .
       testarSelecao-exit.
           exit.


      * Localiza a última linha ocupada da tabela e a melhor linha
      * (menor preco/cm2) dentro do filtro — a tabela já está
      * ordenada, então é a primeira selecionada — para o destaque
      * independer da ordem de impressão escolhida.
               perform testarSelecao
               if linhaSelecionada then
                   add 1 to qtdSelTotal
      * Linha vencida ou de fornecedor bloqueado nao leva o
      * destaque de melhor selecionada.
                   if indMelhorSel = 0
                       and marcaVencida(ind) = space then
                       move ind to indMelhorSel
                   end-if
               end-if
               move space to regCsvOut
               string "Nome;Fornecedor;Forma;Largura;Comprimento;"
                      "Preco;PrecoEfetivo;PrecoCm2;CustoRealCm2;"
                      "Diferenca;Porcentagem;IdadeDias;Vencida;"
                      "NotaQualidade;PrecoAjustadoCm2;RankAjustado"
                                                    delimited by size
                      into regCsvOut
               write regCsvOut
               move precoCm2(ind)     to precoCm2Edt
               move custoRealCm2(ind) to custoRealEdt
               move diferenca(ind)    to diferencaEdt
               move precoAjustadoCm2(ind) to precoAjustadoEdt

               move space to regCsvOut
               string nome(ind)       delimited by size
                      idadeDias(ind)  delimited by size
                      ";"             delimited by size
                      vencidaPz(ind)  delimited by size
                      ";"             delimited by size
                      notaQualidade(ind) delimited by size
                      ";"             delimited by size
                      precoAjustadoEdt delimited by size
                      ";"             delimited by size
                      rankAjustado(ind) delimited by size
                      into regCsvOut
               write regCsvOut
               perform checarCsvOut

               move space to regFornecedorOut
               string "Pos Fornecedor      Tam Medio  Melhor Pior"
                      "   Top10 Ocor Nota MedAj  PosAj"
                                                   delimited by size
                      into regFornecedorOut
               write regFornecedorOut
               perform checarFornecedorOut
                   move mediaSc(indSc) to mediaScEdt
                   move minSc(indSc)   to minScEdt
                   move maxSc(indSc)   to maxScEdt
                   move mediaAjSc(indSc) to mediaAjScEdt

                   move space to regFornecedorOut
                   string indSc               delimited by size
                          maxScEdt            delimited by size
                          "    "              delimited by size
                          top10Sc(indSc)      delimited by size
                          "    "              delimited by size
                          ocorrenciasSc(indSc) delimited by size
                          "  "                delimited by size
                          notaSc(indSc)       delimited by size
                          "  "                delimited by size
                          mediaAjScEdt        delimited by size
                          " "                 delimited by size
                          posAjSc(indSc)      delimited by size
                          into regFornecedorOut
                   write regFornecedorOut
                   perform checarFornecedorOut

                   add 1 to qtdTamanhosSc(indSc)
                   add precoCm2(ind) to somaSc(indSc)
                   add precoAjustadoCm2(ind) to somaAjSc(indSc)

                   if precoCm2(ind) < minSc(indSc) then
                       move precoCm2(ind) to minSc(indSc)
                   until indSc > qtdFornecedoresSc
               compute mediaSc(indSc) rounded = somaSc(indSc)
                                              / qtdTamanhosSc(indSc)
               compute mediaAjSc(indSc) rounded = somaAjSc(indSc)
                                              / qtdTamanhosSc(indSc)
               move fornecedorSc(indSc) to fornecedorNota
               perform buscarQualidade
               if indQl > 0 then
                   move qtdOcorQl(indQl) to ocorrenciasSc(indSc)
               end-if
               move 100 to notaSc(indSc)
               subtract pontosPenalidade from notaSc(indSc)
           end-perform

      * Posicao de cada fornecedor pelo preco/cm2 medio ajustado
      * (empate fica com quem vem antes no placar).
           perform varying indSc from 1 by 1
                   until indSc > qtdFornecedoresSc
               move 1 to posAjSc(indSc)
               perform varying indAux from 1 by 1
                       until indAux > qtdFornecedoresSc
                   if mediaAjSc(indAux) < mediaAjSc(indSc)
                       or (mediaAjSc(indAux) = mediaAjSc(indSc)
                           and indAux < indSc) then
                       add 1 to posAjSc(indSc)
                   end-if
               end-perform
           end-perform

           .

           perform localizarCadastro

           move fornecedorMov to fornecedorBusca
           perform buscarRegistroForn

           if buscaNaoRegistrado then
               add 1 to qtdMovInvalidos
               display "Fornecedor nao registrado: " fornecedorMov
                       " - inclusao ignorada"
           else
               if indExistente > 0 then
                   display "Ja cadastrado: " fornecedorMov " "
                           diametroMov " - inclusao ignorada"
               else
                   if qtdPizza >= 500 then
                       display "Cadastro cheio (500 pizzas) - inclusao "
                               "ignorada"
                   else
                       add 1 to qtdPizza
                       move fornecedorMov to fornecedor(qtdPizza)
                       move diametroMov   to diametro(qtdPizza)
                       move nomeMov       to nome(qtdPizza)
                       move precoMov      to preco(qtdPizza)
                       move formaAux      to forma(qtdPizza)
                       move comprimentoAux to comprimentoPz(qtdPizza)
                       move dataExecucao  to dataAtualPz(qtdPizza)
                       add 1 to qtdIncluidos

                       move qtdPizza to indJrn
                       perform montarImagemJrn
                       move space to imagemAntesJrn
                       move imagemCadastroJrn to imagemDepoisJrn
                       move "I"   to operacaoJrn
                       move "MOV" to origemJrn
                       perform gravarJornal
                   end-if
               end-if
           end-if

           exit.


      * Modo de aprovacao de precos: as atualizacoes retidas em
      * PENDENTES.DAT sao decididas pelo cartao APROVACAO.IN. As
      * aprovadas entram no cadastro pelo jornal de auditoria e pela
      * regravacao de sempre (com a rolagem das geracoes); as
      * rejeitadas, vencidas no prazo, substituidas por atualizacao
      * mais nova da mesma chave ou sem a pizza no cadastro saem da
      * fila; as demais seguem pendentes. Tudo é listado em
      * APROVACAO.OUT para a equipe de digitacao.
       aprovacaoPrecos section.

           display "Aprovacao de precos pendentes - " dataExecucao

           move 0 to qtdPenAprovadas
           move 0 to qtdPenRejeitadas
           move 0 to qtdPenVencidas
           move 0 to qtdPenSubstituidas
           move 0 to qtdPenSemCadastro
           move 0 to qtdPenDesatualizadas
           move 0 to qtdPenMantidas
           move 0 to qtdCartoesInvalidos
           move prazoPadraoPen to prazoPendencia

           perform carregarCadastro

           perform carregarPendentes

           if pendentesEstourado then

      * Fila maior que a tabela: regravar perderia as pendencias que
      * nao couberam, entao nada é decidido nesta execucao.
               move "S" to erroArquivo
               display "PENDENTES.DAT com mais de 500 linhas - fila "
                       "nao processada"
               close aprovacaoIn

           else

               perform until fimDoCartaoAprovacao

                   read aprovacaoIn
                       at end
                           move "S" to fimAprovacao
                   end-read

                   if not fimDoCartaoAprovacao then
                       perform aplicarCartaoAprovacao
                   end-if

               end-perform

               close aprovacaoIn

               perform vencerPendencias

               if qtdPenAprovadas > 0 then
                   perform gravarCadastro
               end-if

               perform regravarPendentes

               perform gravarAprovacao

               display " "
               display "Aprovadas ..........: " qtdPenAprovadas
               display "Rejeitadas .........: " qtdPenRejeitadas
               display "Vencidas ...........: " qtdPenVencidas
               display "Substituidas .......: " qtdPenSubstituidas
               display "Sem cadastro .......: " qtdPenSemCadastro
               display "Preco alterado .....: " qtdPenDesatualizadas
               display "Seguem pendentes ...: " qtdPenMantidas
               display "Cartoes invalidos ..: " qtdCartoesInvalidos
               display "Jornal (CADASTRO.LOG): " qtdGravJornal

           end-if

           .
       aprovacaoPrecos-exit.
           exit.


      * Carrega a fila PENDENTES.DAT para a tabela pendencias. A
      * mesma chave retida mais de uma vez vale pela atualizacao
      * mais nova (a ultima do arquivo): as anteriores ficam
      * substituidas.
       carregarPendentes section.

           move 0     to qtdPen
           move space to pendentesCheio
           move space to fimPendentes

           open input pendentesDat

           if statusPendentes <> "00" then
               move "S" to fimPendentes
           end-if

           perform until fimDasPendentes

               read pendentesDat
                   at end
                       move "S" to fimPendentes
               end-read

               if not fimDasPendentes then

                   if qtdPen >= 500 then
                       move "S" to pendentesCheio
                       move "S" to fimPendentes
                   else
                       add 1 to qtdPen
                       move dataPen        to dataPd(qtdPen)
                       move fornecedorPen  to fornecedorPd(qtdPen)
                       move formaPen       to formaPd(qtdPen)
                       move diametroPen    to diametroPd(qtdPen)
                       move comprimentoPen to comprimentoPd(qtdPen)
                       move nomePen        to nomePd(qtdPen)
                       move precoAtualPen  to precoAtualPd(qtdPen)
                       move precoNovoPen   to precoNovoPd(qtdPen)
                       move variacaoPen    to variacaoPd(qtdPen)
                       move space          to situacaoPd(qtdPen)

                       perform varying indPenAnt from 1 by 1
                               until indPenAnt >= qtdPen
                           if pendenciaAberta(indPenAnt)
                               and fornecedorPd(indPenAnt)
                                   = fornecedorPen
                               and formaPd(indPenAnt) = formaPen
                               and diametroPd(indPenAnt)
                                   = diametroPen
                               and comprimentoPd(indPenAnt)
                                   = comprimentoPen then
                               move "S" to situacaoPd(indPenAnt)
                               add 1 to qtdPenSubstituidas
                           end-if
                       end-perform
                   end-if

               end-if

           end-perform

           if statusPendentes = "00" or statusPendentes = "10" then
               close pendentesDat
           end-if

           .
       carregarPendentes-exit.
           exit.


      * Aplica uma linha do cartao de aprovacao: P troca o prazo de
      * vencimento da fila; A e R decidem as pendencias abertas que
      * casam com a chave (tamanho em branco = todas as pendencias
      * do fornecedor).
       aplicarCartaoAprovacao section.

           move "S" to movimentoOk

           evaluate true

               when cartaoPrazo
                   if prazoAprTx is numeric and prazoApr > 0 then
                       move prazoApr to prazoPendencia
                   else
                       move "N" to movimentoOk
                   end-if

               when cartaoAprovar or cartaoRejeitar

                   if fornecedorApr = space then
                       move "N" to movimentoOk
                   end-if

                   if diametroAprTx <> space
                       and (diametroAprTx not numeric
                            or diametroApr = 0) then
                       move "N" to movimentoOk
                   end-if

                   if formaApr <> space and formaApr <> "R"
                       and formaApr <> "Q" and formaApr <> "T" then
                       move "N" to movimentoOk
                   end-if

                   if formaApr = "T" and diametroAprTx <> space
                       and (comprimentoAprTx not numeric
                            or comprimentoApr = 0) then
                       move "N" to movimentoOk
                   end-if

                   if movimentoValido then
                       perform decidirPendencias
                   end-if

               when other
                   move "N" to movimentoOk

           end-evaluate

           if not movimentoValido then
               add 1 to qtdCartoesInvalidos
               display "Cartao de aprovacao invalido - ignorado: "
                       regAprovacao
           end-if

           .
       aplicarCartaoAprovacao-exit.
           exit.


      * Aprova ou rejeita as pendencias abertas que casam com a
      * chave do cartao corrente.
       decidirPendencias section.

           if formaApr = space then
               move "R" to formaAux
           else
               move formaApr to formaAux
           end-if

           if formaApr = "T" and comprimentoAprTx is numeric then
               move comprimentoApr to comprimentoAux
           else
               move 0 to comprimentoAux
           end-if

           move 0 to qtdCasadasApr

           perform varying indPen from 1 by 1 until indPen > qtdPen

               if pendenciaAberta(indPen)
                   and fornecedorPd(indPen) = fornecedorApr
                   and (diametroAprTx = space
                        or (diametroPd(indPen) = diametroApr
                            and formaPd(indPen) = formaAux
                            and comprimentoPd(indPen)
                                = comprimentoAux)) then

                   add 1 to qtdCasadasApr

                   if cartaoAprovar then
                       perform aprovarPendencia
                   else
                       move "R" to situacaoPd(indPen)
                       add 1 to qtdPenRejeitadas
                   end-if

               end-if

           end-perform

           if qtdCasadasApr = 0 then
               display "Nenhuma pendencia aberta para o cartao: "
                       regAprovacao
           end-if

           .
       decidirPendencias-exit.
           exit.


      * Aplica ao cadastro a pendencia indPen aprovada: nome e preco
      * retidos, com a data em que a cotacao chegou, jornalizados
      * com a origem APR. Pizza excluida do cadastro depois da
      * retencao nao tem onde aplicar e sai da fila como sem
      * cadastro; pizza cujo preco no cadastro mudou depois da
      * retencao (o preco atual da pendencia ficou velho) nao recebe
      * o preco retido e sai da fila como preco alterado.
       aprovarPendencia section.

           move 0 to indExistente

           perform varying indAux from 1 by 1 until indAux > qtdPizza
               if fornecedor(indAux) = fornecedorPd(indPen)
                   and diametro(indAux) = diametroPd(indPen)
                   and forma(indAux) = formaPd(indPen)
                   and comprimentoPz(indAux) = comprimentoPd(indPen)
                   then
                   move indAux to indExistente
               end-if
           end-perform

           evaluate true
               when indExistente = 0
                   move "N" to situacaoPd(indPen)
                   add 1 to qtdPenSemCadastro
               when preco(indExistente) not = precoAtualPd(indPen)
                   move "D" to situacaoPd(indPen)
                   add 1 to qtdPenDesatualizadas
                   display "Pendencia nao aprovada - preco alterado "
                           "desde a pendencia: " fornecedorPd(indPen)
                           " " formaPd(indPen) " " diametroPd(indPen)
                           " " comprimentoPd(indPen)
               when other
                   move indExistente to indJrn
                   perform montarImagemJrn
                   move imagemCadastroJrn to imagemAntesJrn

                   move nomePd(indPen)      to nome(indExistente)
                   move precoNovoPd(indPen) to preco(indExistente)
                   move dataPd(indPen)      to dataAtualPz(indExistente)

                   perform montarImagemJrn
                   move imagemCadastroJrn to imagemDepoisJrn
                   move "A"   to operacaoJrn
                   move "APR" to origemJrn
                   perform gravarJornal

                   move "A" to situacaoPd(indPen)
                   add 1 to qtdPenAprovadas
           end-evaluate

           .
       aprovarPendencia-exit.
           exit.


      * Pendencia ainda aberta depois dos cartoes e retida ha mais
      * dias que o prazo vence e sai da fila; as demais seguem
      * pendentes.
       vencerPendencias section.

           compute diaHoje = function integer-of-date(dataExecucao)

           perform varying indPen from 1 by 1 until indPen > qtdPen

               if pendenciaAberta(indPen) then

                   compute diaCotacao
                         = function integer-of-date(dataPd(indPen))

                   if diaCotacao > diaHoje then
                       move 0 to idadePendencia
                   else
                       compute idadePendencia = diaHoje - diaCotacao
                   end-if

                   if idadePendencia > prazoPendencia then
                       move "V" to situacaoPd(indPen)
                       add 1 to qtdPenVencidas
                   else
                       add 1 to qtdPenMantidas
                   end-if

               end-if

           end-perform

           .
       vencerPendencias-exit.
           exit.


      * Regrava PENDENTES.DAT somente com as pendencias que seguem
      * abertas.
       regravarPendentes section.

           open output pendentesDat

           if statusPendentes <> "00" then
               move "S" to erroArquivo
               display "Erro ao regravar PENDENTES.DAT - status "
                       statusPendentes
           else

               perform varying indPen from 1 by 1 until indPen > qtdPen
                   if pendenciaAberta(indPen) then
                       move space                 to regPendentes
                       move dataPd(indPen)        to dataPen
                       move fornecedorPd(indPen)  to fornecedorPen
                       move formaPd(indPen)       to formaPen
                       move diametroPd(indPen)    to diametroPen
                       move comprimentoPd(indPen) to comprimentoPen
                       move nomePd(indPen)        to nomePen
                       move precoAtualPd(indPen)  to precoAtualPen
                       move precoNovoPd(indPen)   to precoNovoPen
                       move variacaoPd(indPen)    to variacaoPen
                       write regPendentes
                       perform checarPendentes
                   end-if
               end-perform

               close pendentesDat

           end-if

           .
       regravarPendentes-exit.
           exit.


      * Lista em APROVACAO.OUT o resultado da fila, agrupado pela
      * situacao: aprovadas, rejeitadas, vencidas, substituidas, sem
      * cadastro, com preco alterado e as que seguem pendentes, com
      * os totais ao final.
       gravarAprovacao section.

           open output aprovacaoOut

           if statusAprovacaoOut <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir APROVACAO.OUT - status "
                       statusAprovacaoOut
           else

               move space to regAprovacaoOut
               string "Aprovacao de precos pendentes - Data: "
                                               delimited by size
                      dataExecucao             delimited by size
                      "   Prazo da fila: "     delimited by size
                      prazoPendencia           delimited by size
                      " dias"                  delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut
               perform checarAprovacaoOut

               move space to regAprovacaoOut
               write regAprovacaoOut

               move space to regAprovacaoOut
               string "Situacao     Fornecedor      Fo Larg Comp "
                                               delimited by size
                      "Nome            Atual  Novo   Var% Retida em"
                                               delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut
               perform checarAprovacaoOut

               move "A" to situacaoFiltro
               perform listarSituacao
               move "R" to situacaoFiltro
               perform listarSituacao
               move "V" to situacaoFiltro
               perform listarSituacao
               move "S" to situacaoFiltro
               perform listarSituacao
               move "N" to situacaoFiltro
               perform listarSituacao
               move "D" to situacaoFiltro
               perform listarSituacao
               move space to situacaoFiltro
               perform listarSituacao

               move space to regAprovacaoOut
               write regAprovacaoOut

               move qtdPenAprovadas to qtdPenEdt
               move space to regAprovacaoOut
               string "Aprovadas ..........: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdPenRejeitadas to qtdPenEdt
               move space to regAprovacaoOut
               string "Rejeitadas .........: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdPenVencidas to qtdPenEdt
               move space to regAprovacaoOut
               string "Vencidas ...........: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdPenSubstituidas to qtdPenEdt
               move space to regAprovacaoOut
               string "Substituidas .......: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdPenSemCadastro to qtdPenEdt
               move space to regAprovacaoOut
               string "Sem cadastro .......: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdPenDesatualizadas to qtdPenEdt
               move space to regAprovacaoOut
               string "Preco alterado .....: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdPenMantidas to qtdPenEdt
               move space to regAprovacaoOut
               string "Seguem pendentes ...: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut

               move qtdCartoesInvalidos to qtdPenEdt
               move space to regAprovacaoOut
               string "Cartoes invalidos ..: " delimited by size
                      qtdPenEdt                delimited by size
                      into regAprovacaoOut
               write regAprovacaoOut
               perform checarAprovacaoOut

               close aprovacaoOut

           end-if

           .
       gravarAprovacao-exit.
           exit.


      * Uma linha de APROVACAO.OUT por pendencia na situacao
      * situacaoFiltro.
       listarSituacao section.

           perform varying indPen from 1 by 1 until indPen > qtdPen

               if situacaoPd(indPen) = situacaoFiltro then

                   evaluate true
                       when pendenciaAprovada(indPen)
                           move "APROVADA"     to situacaoPenEdt
                       when pendenciaRejeitada(indPen)
                           move "REJEITADA"    to situacaoPenEdt
                       when pendenciaVencida(indPen)
                           move "VENCIDA"      to situacaoPenEdt
                       when pendenciaSubstituida(indPen)
                           move "SUBSTITUIDA"  to situacaoPenEdt
                       when pendenciaSemCadastro(indPen)
                           move "SEM CADASTRO" to situacaoPenEdt
                       when pendenciaDesatualizada(indPen)
                           move "PRECO ALTER." to situacaoPenEdt
                       when other
                           move "PENDENTE"     to situacaoPenEdt
                   end-evaluate

                   move precoAtualPd(indPen) to precoEdt
                   move precoNovoPd(indPen)  to precoNovoEdt

                   move space to regAprovacaoOut
                   string situacaoPenEdt         delimited by size
                          " "                    delimited by size
                          fornecedorPd(indPen)   delimited by size
                          " "                    delimited by size
                          formaPd(indPen)        delimited by size
                          "  "                   delimited by size
                          diametroPd(indPen)     delimited by size
                          "  "                   delimited by size
                          comprimentoPd(indPen)  delimited by size
                          "  "                   delimited by size
                          nomePd(indPen)         delimited by size
                          " "                    delimited by size
                          precoEdt               delimited by size
                          " "                    delimited by size
                          precoNovoEdt           delimited by size
                          " "                    delimited by size
                          variacaoPd(indPen)     delimited by size
                          " "                    delimited by size
                          dataPd(indPen)         delimited by size
                          into regAprovacaoOut
                   write regAprovacaoOut
                   perform checarAprovacaoOut

               end-if

           end-perform

           .
       listarSituacao-exit.
           exit.


       checarAprovacaoOut section.

           if statusAprovacaoOut <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em APROVACAO.OUT - status "
                       statusAprovacaoOut
           end-if

           .
       checarAprovacaoOut-exit.
           exit.


      * Modo de consulta ao cadastro: exibe, para cada chave pedida
      * no cartão CONSULTA.IN (ou digitada, quando o cartão está
      * vazio), o registro do cadastro, o preço efetivo com a
      * promoção que casou, o preço por cm2 e as últimas execuções
      * do histórico com a variação. Somente leitura: não toca
      * cadastro, histórico, checkpoint nem controle.
       consultaCadastro section.

           display "Consulta ao cadastro - " dataExecucao

           perform carregarCadastro

           read consultaIn
               at end
                   move "S" to fimConsulta
           end-read

           if fimDoCartaoConsulta then
               perform consultaInterativa
           else

               perform until fimDoCartaoConsulta

                   if fornecedorCon = space then
                       display "Consulta sem fornecedor - ignorada"
                   else

                       move fornecedorCon to fornecedorQry

                       if diametroConTx is numeric then
                           move diametroCon to diametroQry
                       else
                           move 0 to diametroQry
                       end-if

                       perform executarConsulta

                   end-if

                   read consultaIn
                       at end
                           move "S" to fimConsulta
                   end-read

               end-perform

           end-if

           close consultaIn

           .
       consultaCadastro-exit.
           exit.


      * Consulta digitada no terminal, usada quando CONSULTA.IN
      * existe mas está vazio (mesmo esquema de accept do cadastro
      * interativo).
       consultaInterativa section.

           move space to continuarConsulta

           perform until continuarConsulta = "n"
                      or continuarConsulta = "N"

               display "Informe o fornecedor "
               accept fornecedorQry

               if fornecedorQry = space then
                   move "N" to continuarConsulta
               else

                   display "Informe o tamanho (branco = todos) "
                   move space to tamanhoQryTx
                   accept tamanhoQryTx

                   if tamanhoQryTx is numeric then
                       move tamanhoQryTx to diametroQry
                   else
                       move 0 to diametroQry
                   end-if

                   perform executarConsulta

                   display "Deseja consultar outra? ('S'/'N')"
                   accept continuarConsulta

               end-if

           end-perform

           .
       consultaInterativa-exit.
           exit.


      * Executa a consulta corrente (fornecedorQry + diametroQry,
      * zero = todos os tamanhos do fornecedor) sobre a tabela
      * carregada do cadastro.
       executarConsulta section.

           move 0 to qtdEncontradasCon

           display " "
           display "Consulta: " fornecedorQry " tamanho "
                   diametroQry " (000 = todos)"

           perform varying ind from 1 by 1 until ind > qtdPizza

               if fornecedor(ind) = fornecedorQry
                   and (diametroQry = 0
                        or diametro(ind) = diametroQry) then
                   add 1 to qtdEncontradasCon
                   perform exibirPizzaConsulta

           perform exibirHistoricoChave

           .
       exibirPizzaConsulta-exit.
           exit.


      * Guarda as cinco últimas execuções da chave da linha
      * corrente (ind) e as exibe com a variação percentual entre
      * elas. Com o indice HISTORICO.IDX, a leitura vai direto a
      * chave; sem ele, HISTORICO.OUT é relido inteiro.
       exibirHistoricoChave section.

           move 0     to qtdUltimas
           move space to fimHistoricoCon
           move space to historicoConsultado

           open input historicoIdx

           if statusHistoricoIdx = "00" then

               perform lerHistoricoChaveIdx

               close historicoIdx

               move "S" to historicoConsultado

           else

               open input historicoCon

               if statusHistoricoCon = "00" then

                   perform until fimDoHistoricoCon

                       read historicoCon
                           at end
                               move "S" to fimHistoricoCon
                       end-read

                       if not fimDoHistoricoCon then
                           perform guardarLinhaHistoricoCon
                       end-if

                   end-perform

                   close historicoCon

                   move "S" to historicoConsultado

               end-if

           end-if

           if not historicoFoiLido then
               display "  Historico ........: HISTORICO.OUT "
                       "indisponivel"
           else

               display "  Ultimas execucoes:"

               if qtdUltimas = 0 then
                   display "    (sem linhas no historico para a "
                           "chave)"
               else
                   perform exibirUltimasExecucoes
               end-if

           end-if

           .
       exibirHistoricoChave-exit.
           exit.


      * Se a linha recém lida do histórico é da chave consultada,
      * guarda-a entre as cinco últimas (as mais antigas caem).
       guardarLinhaHistoricoCon section.

           if diametroHisCon is numeric
               and precoHisConInt is numeric
               and precoHisConDec is numeric
               and precoCm2HisConInt is numeric
               and precoCm2HisConDec is numeric
               and dataHisCon is numeric then

               move diametroHisCon to diametroTrabCon

               if formaHisCon = space then
                   move "R" to formaTrabCon
               else
                   move formaHisCon to formaTrabCon
               end-if

               if comprimentoHisCon is numeric then
                   move comprimentoHisCon to comprimentoTrabCon
               else
                   move 0 to comprimentoTrabCon
               end-if

               if fornecedorHisCon = fornecedor(ind)
                   and diametroTrabCon = diametro(ind)
                   and formaTrabCon = forma(ind)
                   and comprimentoTrabCon = comprimentoPz(ind) then

                   perform abrirVagaUltimas

                   move dataHisCon to dataUl(qtdUltimas)

                   move precoHisConInt to valorIntCon
                   move precoHisConDec to valorDecCon
                   compute precoUl(qtdUltimas)
                         = valorIntCon + valorDecCon / 100

                   move precoCm2HisConInt to valorIntCon
                   move precoCm2HisConDec to valorDecCon
                   compute precoCm2Ul(qtdUltimas)
                         = valorIntCon + valorDecCon / 100

               end-if

           end-if

           .
       guardarLinhaHistoricoCon-exit.
           exit.


      * Abre a vaga da proxima execucao guardada: ate cinco, soma;
      * cheia, a mais antiga cai e a vaga é a quinta.
       abrirVagaUltimas section.

           if qtdUltimas < 5 then
               add 1 to qtdUltimas
           else
               perform varying indUl from 1 by 1
                       until indUl >= 5
                   move ultimasExecucoes(indUl + 1)
                     to ultimasExecucoes(indUl)
               end-perform
           end-if

           .
       abrirVagaUltimas-exit.
           exit.


      * Leitura pela chave no indice do historico: posiciona no
      * primeiro registro da pizza corrente (ind) e le em sequencia
      * enquanto a chave for a dela, ja em ordem de data. So as
      * linhas do historico corrente entram; as do arquivo morto
      * ficam de fora, como na leitura de HISTORICO.OUT.
       lerHistoricoChaveIdx section.

           move fornecedor(ind)    to fornecedorHix
           move forma(ind)         to formaHix
           move diametro(ind)      to diametroHix
           move comprimentoPz(ind) to comprimentoHix
           move 0                  to dataHix
           move 0                  to seqHix

           start historicoIdx key is >= chaveHix
               invalid key
                   move "S" to fimHistoricoCon
           end-start

           perform until fimDoHistoricoCon

               read historicoIdx next record
                   at end
                       move "S" to fimHistoricoCon
               end-read

               if not fimDoHistoricoCon then

                   if fornecedorHix = fornecedor(ind)
                       and formaHix = forma(ind)
                       and diametroHix = diametro(ind)
                       and comprimentoHix = comprimentoPz(ind) then

                       if linhaCorrenteHix then
                           perform abrirVagaUltimas
                           move dataHix     to dataUl(qtdUltimas)
                           move precoHix    to precoUl(qtdUltimas)
                           move precoCm2Hix to precoCm2Ul(qtdUltimas)
                       end-if

                   else
                       move "S" to fimHistoricoCon
                   end-if

               end-if

           end-perform

           .
       lerHistoricoChaveIdx-exit.
           exit.


      * Exibe as últimas execuções guardadas, com a variação do
      * preço por cm2 sobre a execução anterior exibida.
       exibirUltimasExecucoes section.

           move 0 to precoCm2AntCon

           perform varying indUl from 1 by 1
                   until indUl > qtdUltimas

               move precoUl(indUl)    to precoEdt
               move precoCm2Ul(indUl) to precoCm2Edt

               if indUl = 1 then
                   display "    " dataUl(indUl) "  preco: " precoEdt
                           "  preco/cm2: " precoCm2Edt
                           "  variacao: ------"
               else
                   compute variacaoCon = precoCm2Ul(indUl)
                                       - precoCm2AntCon
                   if precoCm2AntCon > 0 then
                       compute variacaoCon rounded
                             = (variacaoCon * 100) / precoCm2AntCon
                   else
                       move 0 to variacaoCon
                   end-if
                   move variacaoCon to variacaoConEdt
                   display "    " dataUl(indUl) "  preco: " precoEdt
                           "  preco/cm2: " precoCm2Edt
                           "  variacao: " variacaoConEdt " %"
               end-if

               move precoCm2Ul(indUl) to precoCm2AntCon

           end-perform

           .
       exibirUltimasExecucoes-exit.
           exit.


      * Modo de simulacao de precos: a partir do cenario do cartao
      * SIMULACAO.IN, refaz em memoria o comparativo (calculo,
      * ordenacao, ranking por fornecedor, melhor custo-beneficio) e,
      * com o cartao PLANEJAMENTO.IN presente, o plano de compra,
      * primeiro com os precos de hoje e depois com os do cenario, e
      * grava o lado a lado em SIMULACAO.OUT. Nao toca cadastro,
      * historico, checkpoint, controle, pedidos nem o livro de
      * pedidos: o detalhe dos dois planos vai para PLANSIMUL.OUT.
       simulacaoPrecos section.

           display "Simulacao de precos - " dataExecucao

           perform lerParametros

           perform carregarCenario

           close simulacaoIn

           if qtdCenario = 0 then

               move "S" to erroArquivo
               display "Cartao SIMULACAO.IN sem linha valida - "
                       "simulacao nao executada"

           else

               open output simulacaoOut

               if statusSimulacaoOut <> "00" then
                   move "S" to erroArquivo
                   display "Erro ao abrir SIMULACAO.OUT - status "
                           statusSimulacaoOut
               else

      * Area alvo do plano: o mesmo cartao do planejamento; sem ele
      * (ou com ele imprestavel), so o comparativo é simulado.
                   move 0 to areaAlvo
                   move 0 to qtdPlanosSim

                   if planejamentoOk then
                       perform lerCartaoPlanejamento
                   end-if

                   if areaAlvo > 0 then
                       move "PLANSIMUL.OUT" to nomeArqPlanejamento
                       open output planejamentoOut
                       if statusPlanejOut <> "00" then
                           move "S" to erroArquivo
                           display "Erro ao abrir PLANSIMUL.OUT - "
                                   "status " statusPlanejOut
                           move 0 to areaAlvo
                       end-if
                   end-if

      * Situacao atual: o cadastro com os precos e o frete de hoje.
                   move "A" to faseSimulacao
                   perform limparTabela
                   perform carregarCadastro
                   perform classificarSimulacao
                   perform guardarSituacaoAtual

                   if areaAlvo > 0 then
                       perform simularPlanos
                   end-if

      * Situacao simulada: o frete do cenario entra nas condicoes
      * comerciais antes da releitura do cadastro (o calculo do
      * custo real é feito na carga), e os precos e as exclusoes
      * depois dela.
                   move "S" to faseSimulacao
                   perform aplicarFreteCenario
                   perform limparTabela
                   perform carregarCadastro
                   perform aplicarPrecosCenario
                   perform removerExcluidos
                   perform classificarSimulacao
                   perform conferirSituacaoSimulada

                   if areaAlvo > 0 then
                       perform simularPlanos
                       close planejamentoOut
                   end-if

                   perform gravarSimulacao

                   close simulacaoOut

                   display "Simulacao gravada em SIMULACAO.OUT"

                   if areaAlvo > 0 then
                       display "Detalhe dos planos atual e simulado "
                               "em PLANSIMUL.OUT"
                   end-if

               end-if

           end-if

           .
       simulacaoPrecos-exit.
           exit.


      * Le as linhas do cenario; linha invalida (tipo desconhecido,
      * fornecedor em branco ou nao registrado, campo numerico
      * imprestavel) é ignorada com aviso e contada no relatorio.
       carregarCenario section.

           move 0     to qtdCenario
           move 0     to qtdCenarioInvalido
           move space to fimSimulacao

           perform until fimDoCartaoSimulacao

               read simulacaoIn
                   at end
                       move "S" to fimSimulacao
               end-read

               if not fimDoCartaoSimulacao
                   and regSimulacao not = space then
                   perform guardarCenario
               end-if

           end-perform

           .
       carregarCenario-exit.
           exit.


       guardarCenario section.

           move fornecedorSim to fornecedorBusca
           perform buscarRegistroForn

           evaluate true
               when not simPreco and not simExclusao
                    and not simFrete
                   move "N" to linhaAlterada
               when fornecedorSim = space
                   move "N" to linhaAlterada
               when buscaNaoRegistrado
                   move "N" to linhaAlterada
               when simPreco
                    and (valorSimTx not numeric
                         or not (simPercentual or simValor)
                         or not sinalValido
                         or (diametroSimTx not = space
                             and diametroSimTx not numeric))
                   move "N" to linhaAlterada
               when simFrete and valorSimTx not numeric
                   move "N" to linhaAlterada
               when qtdCenario >= 50
                   move "N" to linhaAlterada
               when other
                   move "S" to linhaAlterada
           end-evaluate

           if linhaAlterada = "S" then

               add 1 to qtdCenario
               move tipoSim       to tipoCn(qtdCenario)
               move fornecedorSim to fornecedorCn(qtdCenario)
               move 0             to diametroCn(qtdCenario)
               move formaSim      to formaCn(qtdCenario)
               move modoSim       to modoCn(qtdCenario)
               move sinalSim      to sinalCn(qtdCenario)
               move 0             to valorCn(qtdCenario)
               move 0             to qtdAfetadasCn(qtdCenario)

               if diametroSimTx is numeric then
                   move diametroSim to diametroCn(qtdCenario)
               end-if

               if valorSimTx is numeric then
                   move valorSim to valorCn(qtdCenario)
               end-if

           else

               add 1 to qtdCenarioInvalido
               display "Linha invalida em SIMULACAO.IN - ignorada: "
                       regSimulacao

           end-if

           .
       guardarCenario-exit.
           exit.


      * Esvazia a tabela de pizzas para uma nova carga do cadastro.
       limparTabela section.

           perform varying ind from 1 by 1 until ind > 500
               initialize relatorio(ind)
               move 0     to comprimentoPz(ind)
               move 0     to areaPz(ind)
               move 0     to dataAtualPz(ind)
               move space to vencidaPz(ind)
           end-perform

           move 0 to ind
           move 0 to qtdPizza

           .
       limparTabela-exit.
           exit.


      * Validade, ordenacao, ranking por fornecedor e melhor
      * custo-beneficio da tabela carregada, com o vencedor descrito
      * em vencedorAtual ou vencedorSimul, conforme a fase.
       classificarSimulacao section.

           perform calcularValidadeLote
           perform ordenar
           perform rankearFornecedor
           perform buscarMelhorValido

           move space to regSimulacaoOut

           if indMelhorLote = 0 then
               string "(nenhuma cotacao valida)" delimited by size
                      into regSimulacaoOut
           else
               move precoCm2(indMelhorLote) to precoCm2Edt
               string nome(indMelhorLote)       delimited by size
                      " ("                      delimited by size
                      fornecedor(indMelhorLote) delimited by size
                      ") "                      delimited by size
                      forma(indMelhorLote)      delimited by size
                      " "                       delimited by size
                      diametro(indMelhorLote)   delimited by size
                      "x"                       delimited by size
                      comprimentoPz(indMelhorLote) delimited by size
                      " - preco/cm2 "           delimited by size
                      precoCm2Edt               delimited by size
                      into regSimulacaoOut
           end-if

           if faseAtual then
               move regSimulacaoOut to vencedorAtual
           else
               move regSimulacaoOut to vencedorSimul
           end-if

           .
       classificarSimulacao-exit.
           exit.


      * Guarda o comparativo atual, na ordem de custo-beneficio, com
      * todas as pizzas marcadas fora da simulacao ate a chave ser
      * encontrada na tabela simulada.
       guardarSituacaoAtual section.

           move 0 to qtdSim

           perform varying ind from 1 by 1 until ind > qtdPizza
                                              or nome(ind) = space

               add 1 to qtdSim
               initialize simulacao(qtdSim)
               move fornecedor(ind)     to fornecedorSm(qtdSim)
               move nome(ind)           to nomeSm(qtdSim)
               move forma(ind)          to formaSm(qtdSim)
               move diametro(ind)       to diametroSm(qtdSim)
               move comprimentoPz(ind)  to comprimentoSm(qtdSim)
               move preco(ind)          to precoAtualSm(qtdSim)
               move precoCm2(ind)       to cm2AtualSm(qtdSim)
               move ind                 to posAtualSm(qtdSim)
               move rankFornecedor(ind) to rankFornAtualSm(qtdSim)
               move "X"                 to situacaoSm(qtdSim)

           end-perform

           .
       guardarSituacaoAtual-exit.
           exit.


      * Frete do cenario nas condicoes comerciais em memoria;
      * fornecedor sem condicoes cadastradas ganha uma linha so com o
      * frete (sem pedido minimo nem entrega gratis).
       aplicarFreteCenario section.

           perform varying indCn from 1 by 1 until indCn > qtdCenario

               if tipoCn(indCn) = "F" then

                   move fornecedorCn(indCn) to fornecedorTermo
                   perform buscarTermos

                   if indTermo = 0 and qtdTermos < 50 then
                       add 1 to qtdTermos
                       move qtdTermos to indTermo
                       move fornecedorCn(indCn)
                                      to fornecedorTm(indTermo)
                       move 0         to minimoTm(indTermo)
                       move 0         to gratisTm(indTermo)
                   end-if

                   if indTermo > 0 then
                       move valorCn(indCn) to freteTm(indTermo)
                       move 1 to qtdAfetadasCn(indCn)
                   end-if

               end-if

           end-perform

           .
       aplicarFreteCenario-exit.
           exit.


      * Aplica as alteracoes de preco do cenario ao preco de tabela
      * de cada pizza que casar (varias linhas sobre a mesma pizza
      * valem em sequencia) e refaz o calculo da pizza alterada; a
      * promocao vigente continua valendo sobre o preco simulado.
      * Preco simulado zerado ou acima de 999,99 é ignorado.
       aplicarPrecosCenario section.

           perform varying ind from 1 by 1 until ind > qtdPizza

               move space to linhaAlterada

               perform varying indCn from 1 by 1
                       until indCn > qtdCenario

                   if tipoCn(indCn) = "P"
                       and fornecedorCn(indCn) = fornecedor(ind)
                       and (diametroCn(indCn) = 0
                            or diametroCn(indCn) = diametro(ind))
                       and (formaCn(indCn) = space
                            or formaCn(indCn) = forma(ind)) then

                       evaluate true
                           when modoCn(indCn) = "%"
                                and sinalCn(indCn) = "-"
                               compute precoSimTrab rounded
                                     = preco(ind)
                                     * (100 - valorCn(indCn)) / 100
                           when modoCn(indCn) = "%"
                               compute precoSimTrab rounded
                                     = preco(ind)
                                     * (100 + valorCn(indCn)) / 100
                           when sinalCn(indCn) = "-"
                               compute precoSimTrab
                                     = preco(ind) - valorCn(indCn)
                           when other
                               compute precoSimTrab
                                     = preco(ind) + valorCn(indCn)
                       end-evaluate

                       if precoSimTrab > 0
                           and precoSimTrab <= 999,99 then
                           move precoSimTrab to preco(ind)
                           move "S" to linhaAlterada
                           add 1 to qtdAfetadasCn(indCn)
                       else
                           display "Preco simulado fora da faixa - "
                                   "alteracao ignorada: "
                                   fornecedor(ind) " " diametro(ind)
                       end-if

                   end-if

               end-perform

               if precoLinhaAlterado then
                   perform calculo
               end-if

           end-perform

           .
       aplicarPrecosCenario-exit.
           exit.


      * Retira da tabela as pizzas dos fornecedores excluidos pelo
      * cenario, fechando os buracos.
       removerExcluidos section.

           move 0 to indAux

           perform varying ind from 1 by 1 until ind > qtdPizza

               move 0 to indExclusao

               perform varying indCn from 1 by 1
                       until indCn > qtdCenario
                   if tipoCn(indCn) = "X"
                       and fornecedorCn(indCn) = fornecedor(ind) then
                       move indCn to indExclusao
                   end-if
               end-perform

               if indExclusao > 0 then
                   add 1 to qtdAfetadasCn(indExclusao)
               else
                   add 1 to indAux
                   if indAux < ind then
                       move relatorio(ind)     to relatorio(indAux)
                       move comprimentoPz(ind) to comprimentoPz(indAux)
                       move areaPz(ind)        to areaPz(indAux)
                       move dataAtualPz(ind)   to dataAtualPz(indAux)
                       move vencidaPz(ind)     to vencidaPz(indAux)
                   end-if
               end-if

           end-perform

           perform varying ind from indAux by 1 until ind >= qtdPizza
               initialize relatorio(ind + 1)
               move 0     to comprimentoPz(ind + 1)
               move 0     to areaPz(ind + 1)
               move 0     to dataAtualPz(ind + 1)
               move space to vencidaPz(ind + 1)
           end-perform

           move indAux to qtdPizza

           .
       removerExcluidos-exit.
           exit.


      * Leva o resultado simulado de cada pizza para a linha da
      * mesma chave no comparativo atual.
       conferirSituacaoSimulada section.

           perform varying ind from 1 by 1 until ind > qtdPizza
                                              or nome(ind) = space

               perform varying indSm from 1 by 1 until indSm > qtdSim

                   if fornecedorSm(indSm)  = fornecedor(ind)
                       and formaSm(indSm)  = forma(ind)
                       and diametroSm(indSm) = diametro(ind)
                       and comprimentoSm(indSm) = comprimentoPz(ind)
                       then
                       move preco(ind)          to precoSimSm(indSm)
                       move precoCm2(ind)       to cm2SimSm(indSm)
                       move ind                 to posSimSm(indSm)
                       move rankFornecedor(ind) to rankFornSimSm(indSm)
                       move space               to situacaoSm(indSm)
                   end-if

               end-perform

           end-perform

           .
       conferirSituacaoSimulada-exit.
           exit.


      * Monta em PLANSIMUL.OUT os planos de cada fornecedor e a
      * combinacao livre pela mesma rotina do planejamento (sem
      * orcamento, pedidos nem livro) e guarda os totais da fase.
       simularPlanos section.

           move space to regPlanejamentoOut
           write regPlanejamentoOut
           perform checarPlanejamentoOut

           move space to regPlanejamentoOut
           if faseAtual then
               string "PLANO COM OS PRECOS ATUAIS - Data: "
                                                 delimited by size
                      dataExecucao               delimited by size
                      "  Area alvo: "            delimited by size
                      areaAlvo                   delimited by size
                      " cm2"                     delimited by size
                      into regPlanejamentoOut
           else
               string "PLANO SIMULADO - Data: "  delimited by size
                      dataExecucao               delimited by size
                      "  Area alvo: "            delimited by size
                      areaAlvo                   delimited by size
                      " cm2"                     delimited by size
                      into regPlanejamentoOut
           end-if
           write regPlanejamentoOut
           perform checarPlanejamentoOut

           if planoPorUnidade then
               perform gravarUnidadesPlano
           end-if

           perform levantarFornecedores

           move 0     to melhorTotalPl
           move space to melhorFornecedorPl

           perform varying indFornPl from 1 by 1
                   until indFornPl > qtdFornecedoresPl

               move fornecedorPl(indFornPl) to filtroPlano

               perform montarPlano

               if melhorFornecedorPl = space
                   or totalFornecedorPl < melhorTotalPl then
                   move totalFornecedorPl to melhorTotalPl
                   move filtroPlano       to melhorFornecedorPl
               end-if

               perform guardarPlanoSimulacao

           end-perform

           move space to filtroPlano
           perform montarPlano

           if faseAtual then
               move melhorFornecedorPl to melhorFornAtual
               move melhorTotalPl      to melhorTotalAtual
               move totalFornecedorPl  to totalLivreAtual
           else
               move melhorFornecedorPl to melhorFornSimul
               move melhorTotalPl      to melhorTotalSimul
               move totalFornecedorPl  to totalLivreSimul
           end-if

           .
       simularPlanos-exit.
           exit.


      * Guarda o total do plano do fornecedor corrente (filtroPlano)
      * na coluna da fase.
       guardarPlanoSimulacao section.

           move 0 to indPs

           perform varying indCn from 1 by 1 until indCn > qtdPlanosSim
               if fornecedorPs(indCn) = filtroPlano then
                   move indCn to indPs
               end-if
           end-perform

           if indPs = 0 and qtdPlanosSim < 50 then
               add 1 to qtdPlanosSim
               move qtdPlanosSim to indPs
               initialize planosSimulacao(indPs)
               move filtroPlano  to fornecedorPs(indPs)
           end-if

           if indPs > 0 then
               if faseAtual then
                   move totalFornecedorPl to totalAtualPs(indPs)
                   move "S"               to planoAtualPs(indPs)
               else
                   move totalFornecedorPl to totalSimPs(indPs)
                   move "S"               to planoSimPs(indPs)
               end-if
           end-if

           .
       guardarPlanoSimulacao-exit.
           exit.


      * Grava SIMULACAO.OUT: o cenario aplicado, o comparativo atual
      * x simulado pizza a pizza, o vencedor das duas fases e o custo
      * dos planos de compra.
       gravarSimulacao section.

           move space to regSimulacaoOut
           string "Simulacao de precos - Data: " delimited by size
                  dataExecucao                   delimited by size
                  " - comparativo atual x simulado"
                                                 delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           string "Cenario (SIMULACAO.IN):" delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           perform varying indCn from 1 by 1 until indCn > qtdCenario
               perform gravarLinhaCenario
           end-perform

           if qtdCenarioInvalido > 0 then
               move space to regSimulacaoOut
               string "  Linhas invalidas ignoradas: "
                                                 delimited by size
                      qtdCenarioInvalido         delimited by size
                      into regSimulacaoOut
               write regSimulacaoOut
               perform checarSimulacaoOut
           end-if

           move space to regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           string "Fornecedor      Nome            F Tamanho Preco  "
                  "P.Sim   Cm2    Cm2Sim Pos Sim RkF Sim Mov."
                                                 delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           perform varying indSm from 1 by 1 until indSm > qtdSim
               perform gravarLinhaSimulacao
           end-perform

           move space to regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           string "Melhor custo-beneficio atual ...: "
                                                 delimited by size
                  vencedorAtual                  delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           string "Melhor custo-beneficio simulado : "
                                                 delimited by size
                  vencedorSimul                  delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           if vencedorAtual = vencedorSimul then
               string "Vencedor mantido na simulacao." delimited by size
                      into regSimulacaoOut
           else
               string "*** O VENCEDOR MUDA NA SIMULACAO ***"
                                                 delimited by size
                      into regSimulacaoOut
           end-if
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           if areaAlvo = 0 then

               move space to regSimulacaoOut
               string "Sem cartao PLANEJAMENTO.IN valido - plano de "
                      "compra nao simulado."     delimited by size
                      into regSimulacaoOut
               write regSimulacaoOut
               perform checarSimulacaoOut

           else

               perform gravarPlanosSimulacao

           end-if

           .
       gravarSimulacao-exit.
           exit.


      * Linha do cenario indCn, com a quantidade de pizzas atingidas
      * (ou o fornecedor atingido, no frete).
       gravarLinhaCenario section.

           move valorCn(indCn) to valorCenarioEdt

           move space to regSimulacaoOut

           evaluate tipoCn(indCn)
               when "P"
                   string "  Preco "            delimited by size
                          fornecedorCn(indCn)   delimited by size
                          " tamanho "           delimited by size
                          diametroCn(indCn)     delimited by size
                          " forma "             delimited by size
                          formaCn(indCn)        delimited by size
                          " "                   delimited by size
                          sinalCn(indCn)        delimited by size
                          valorCenarioEdt       delimited by size
                          " "                   delimited by size
                          modoCn(indCn)         delimited by size
                          " - pizzas alteradas: " delimited by size
                          qtdAfetadasCn(indCn)  delimited by size
                          into regSimulacaoOut
               when "X"
                   string "  Exclui "           delimited by size
                          fornecedorCn(indCn)   delimited by size
                          " - pizzas retiradas: " delimited by size
                          qtdAfetadasCn(indCn)  delimited by size
                          into regSimulacaoOut
               when other
                   string "  Frete "            delimited by size
                          fornecedorCn(indCn)   delimited by size
                          " passa a R$ "        delimited by size
                          valorCenarioEdt       delimited by size
                          " por entrega"        delimited by size
                          into regSimulacaoOut
           end-evaluate

           write regSimulacaoOut
           perform checarSimulacaoOut

           .
       gravarLinhaCenario-exit.
           exit.


      * Linha da pizza indSm: preco, preco/cm2, posicao geral e
      * ranking no fornecedor, atual e simulado, com a marca de preco
      * alterado (*) e o movimento na ordem de custo-beneficio.
       gravarLinhaSimulacao section.

           move precoAtualSm(indSm) to precoEdt
           move cm2AtualSm(indSm)   to precoCm2Edt
           move precoSimSm(indSm)   to precoSimEdt
           move cm2SimSm(indSm)     to precoCm2SimEdt

           move space to regSimulacaoOut

           if smExcluida(indSm) then

               string fornecedorSm(indSm)    delimited by size
                      " "                    delimited by size
                      nomeSm(indSm)          delimited by size
                      " "                    delimited by size
                      formaSm(indSm)         delimited by size
                      " "                    delimited by size
                      diametroSm(indSm)      delimited by size
                      "x"                    delimited by size
                      comprimentoSm(indSm)   delimited by size
                      " "                    delimited by size
                      precoEdt               delimited by size
                      " ------  "            delimited by size
                      precoCm2Edt            delimited by size
                      " ------ "             delimited by size
                      posAtualSm(indSm)      delimited by size
                      " --- "                delimited by size
                      rankFornAtualSm(indSm) delimited by size
                      " --- "                delimited by size
                      "EXCL."                delimited by size
                      into regSimulacaoOut

           else

               if precoSimSm(indSm) = precoAtualSm(indSm) then
                   move space to marcaAlteracao
               else
                   move "*"   to marcaAlteracao
               end-if

               evaluate true
                   when posSimSm(indSm) < posAtualSm(indSm)
                       move "SOBE"  to movimentoSim
                   when posSimSm(indSm) > posAtualSm(indSm)
                       move "DESCE" to movimentoSim
                   when other
                       move "="     to movimentoSim
               end-evaluate

               string fornecedorSm(indSm)    delimited by size
                      " "                    delimited by size
                      nomeSm(indSm)          delimited by size
                      " "                    delimited by size
                      formaSm(indSm)         delimited by size
                      " "                    delimited by size
                      diametroSm(indSm)      delimited by size
                      "x"                    delimited by size
                      comprimentoSm(indSm)   delimited by size
                      " "                    delimited by size
                      precoEdt               delimited by size
                      " "                    delimited by size
                      precoSimEdt            delimited by size
                      marcaAlteracao         delimited by size
                      " "                    delimited by size
                      precoCm2Edt            delimited by size
                      " "                    delimited by size
                      precoCm2SimEdt         delimited by size
                      " "                    delimited by size
                      posAtualSm(indSm)      delimited by size
                      " "                    delimited by size
                      posSimSm(indSm)        delimited by size
                      " "                    delimited by size
                      rankFornAtualSm(indSm) delimited by size
                      " "                    delimited by size
                      rankFornSimSm(indSm)   delimited by size
                      " "                    delimited by size
                      movimentoSim           delimited by size
                      into regSimulacaoOut

           end-if

           write regSimulacaoOut
           perform checarSimulacaoOut

           .
       gravarLinhaSimulacao-exit.
           exit.


      * Custo do plano de compra por fornecedor, atual e simulado,
      * com a diferenca, e o melhor fornecedor isolado e a combinacao
      * livre das duas fases.
       gravarPlanosSimulacao section.

           move space to regSimulacaoOut
           string "Plano de compra - area alvo: " delimited by size
                  areaAlvo                        delimited by size
                  " cm2 (detalhe em PLANSIMUL.OUT)"
                                                  delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move space to regSimulacaoOut
           string "  Fornecedor       Plano atual  Plano simul.  "
                  "   Diferenca"                  delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           perform varying indPs from 1 by 1 until indPs > qtdPlanosSim

               move totalAtualPs(indPs) to totalPlanoEdt
               move totalSimPs(indPs)   to totalSimEdt

               move space to regSimulacaoOut

               evaluate true
                   when temPlanoAtual(indPs) and temPlanoSim(indPs)
                       compute diferencaPlano = totalSimPs(indPs)
                                              - totalAtualPs(indPs)
                       move diferencaPlano to diferencaPlanoEdt
                       string "  "                delimited by size
                              fornecedorPs(indPs) delimited by size
                              "  "                delimited by size
                              totalPlanoEdt       delimited by size
                              "    "              delimited by size
                              totalSimEdt         delimited by size
                              "  "                delimited by size
                              diferencaPlanoEdt   delimited by size
                              into regSimulacaoOut
                   when temPlanoAtual(indPs)
                       string "  "                delimited by size
                              fornecedorPs(indPs) delimited by size
                              "  "                delimited by size
                              totalPlanoEdt       delimited by size
                              "    EXCLUIDO"      delimited by size
                              into regSimulacaoOut
                   when other
                       string "  "                delimited by size
                              fornecedorPs(indPs) delimited by size
                              "  ----------    "  delimited by size
                              totalSimEdt         delimited by size
                              into regSimulacaoOut
               end-evaluate

               write regSimulacaoOut
               perform checarSimulacaoOut

           end-perform

           move melhorTotalAtual to totalPlanoEdt
           move space to regSimulacaoOut
           string "  Melhor fornecedor isolado atual ..: "
                                                delimited by size
                  melhorFornAtual               delimited by size
                  " R$ "                        delimited by size
                  totalPlanoEdt                 delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move melhorTotalSimul to totalPlanoEdt
           move space to regSimulacaoOut
           string "  Melhor fornecedor isolado simulado: "
                                                delimited by size
                  melhorFornSimul               delimited by size
                  " R$ "                        delimited by size
                  totalPlanoEdt                 delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           move totalLivreAtual to totalPlanoEdt
           move totalLivreSimul to totalSimEdt
           compute diferencaPlano = totalLivreSimul - totalLivreAtual
           move diferencaPlano to diferencaPlanoEdt
           move space to regSimulacaoOut
           string "  Combinacao livre: atual R$ "   delimited by size
                  totalPlanoEdt                     delimited by size
                  " - simulada R$ "                 delimited by size
                  totalSimEdt                       delimited by size
                  " - diferenca R$ "                delimited by size
                  diferencaPlanoEdt                 delimited by size
                  into regSimulacaoOut
           write regSimulacaoOut
           perform checarSimulacaoOut

           .
       gravarPlanosSimulacao-exit.
           exit.


       checarSimulacaoOut section.

           if statusSimulacaoOut <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em SIMULACAO.OUT - status "
                       statusSimulacaoOut
           end-if

           .
       checarSimulacaoOut-exit.
           exit.


      * Modo de planejamento de compra: a partir do cartão
      * PLANEJAMENTO.IN (area alvo em cm2 ou pessoas x porcao), monta
      * para cada fornecedor do cadastro a combinação mais barata de
      * tamanhos e quantidades que cobre a area alvo, e grava a lista
      * de compras em PLANEJAMENTO.OUT com os totais por fornecedor,
      * a melhor opção e a combinação livre misturando fornecedores.
      * Não mexe no cadastro, no histórico nem no checkpoint: grava
      * somente o plano, os pedidos e o lançamento deles no livro de
      * pedidos PEDIDOS.DAT, com os itens em PEDITENS.DAT.
       planejamentoCompra section.

           perform lerCartaoPlanejamento

           if areaAlvo = 0 then

                   write regPlanejamentoOut
                   perform checarPlanejamentoOut

                   if planoPorUnidade then
                       perform gravarUnidadesPlano
                       perform abrirRateio
                   end-if

      * Pedidos de compra consolidados do plano, um bloco C/I/T por
      * fornecedor, no mesmo leiaute dos arquivos PEDIDO.Fnn.
                   move 0 to seqPedido
                   move 0 to qtdPedidosGravados
                   move 0 to qtdPedidosRetidos

      * Orcamento do mes corrente, antes da leitura do livro, que
      * apura o comprometido do mes sobre ele.
                   perform carregarOrcamento

      * Livro de pedidos: a numeracao do dia continua do maior
      * pedido ja lancado na data, e os novos pedidos sao
      * acrescentados ao final do livro (criado vazio na primeira
      * vez).
                   perform lerLivroPedidos

                   open extend livroPedidos

                   if statusLivro <> "00" then
                       open output livroPedidos
                       close livroPedidos
                       open extend livroPedidos
                   end-if

                   if statusLivro <> "00" then
                       move "S" to erroArquivo
                       display "Erro ao abrir PEDIDOS.DAT - status "
                               statusLivro
                   end-if

                   open extend itensLivro

                   if statusItensLivro <> "00" then
                       open output itensLivro
                       close itensLivro
                       open extend itensLivro
                   end-if

                   if statusItensLivro <> "00" then
                       move "S" to erroArquivo
                       display "Erro ao abrir PEDITENS.DAT - status "
                               statusItensLivro
                   end-if

                   open output pedidosOut

                               move filtroPlano to melhorFornecedorPl
                           end-if

      * Plano acima do saldo do orcamento fica retido. A sequencia
      * do dia vai no nome PEDIDO.Fnn e no numero do pedido: passou
      * de 99, o pedido nao sai.
                           if qtdItensPo > 0 then
                               perform conferirOrcamento
                               if orcamentoExcedido then
                                   add 1 to qtdPedidosRetidos
                               else
                                   if seqPedido < 99 then
                                       perform gravarPedidoFornecedor
                                   else
                                       move "S" to erroArquivo
                                       display "Limite de 99 pedidos "
                                               "no dia atingido - "
                                               "pedido nao gerado: "
                                               filtroPlano
                                   end-if
                               end-if
                           end-if

                       end-perform
      * um unico fornecedor, para quando dividir a compra compensa.
                       move space to filtroPlano
                       perform montarPlano
                       perform conferirOrcamento

                       move totalFornecedorPl to totalPlanoEdt
                       move space to regPlanejamentoOut

                   end-if

                   if qtdPedidosRetidos > 0 then
                       move space to regPlanejamentoOut
                       write regPlanejamentoOut
                       perform checarPlanejamentoOut
                       move space to regPlanejamentoOut
                       string "Pedidos retidos por falta de saldo no "
                              "orcamento: "      delimited by size
                              qtdPedidosRetidos  delimited by size
                              into regPlanejamentoOut
                       write regPlanejamentoOut
                       perform checarPlanejamentoOut
                   end-if

                   close pedidosOut

                   close livroPedidos

                   close itensLivro

                   close planejamentoOut

                   if planoPorUnidade then
                       perform gravarResumoRateio
                       close rateioOut
                   end-if

                   display "Plano de compra gravado em "
                           "PLANEJAMENTO.OUT"

                               " (PEDIDO.Fnn e PEDIDOS.OUT)"
                   end-if

                   if qtdPedidosRetidos > 0 then
                       display "Pedidos retidos por falta de saldo no "
                               "orcamento: " qtdPedidosRetidos
                   end-if

                   if planoPorUnidade then
                       display "Rateio do custo por unidade gravado "
                               "em RATEIO.OUT"
                   end-if

               end-if

           end-if
           exit.


      * Le o cartao PLANEJAMENTO.IN e deixa em areaAlvo a area a
      * cobrir (zero = cartao vazio ou imprestavel). Cada linha é uma
      * unidade, com o codigo nas colunas 15-18, e a area alvo é a
      * soma das unidades; o cartao de uma linha so, sem codigo, é a
      * compra de uma unidade unica, como sempre foi. Uma linha
      * imprestavel derruba o cartao inteiro: comprar para menos
      * unidades do que as pedidas seria pior que nao comprar.
       lerCartaoPlanejamento section.

           move 0     to areaAlvo
           move 0     to qtdUnidades
           move 0     to qtdLinhasCartao
           move space to cartaoPorUnidade
           move space to cartaoInvalido

           perform until fimCartaoPlanejamento

               read planejamentoIn
                   at end
                       move "S" to fimPlanejamentoIn
               end-read

               if not fimCartaoPlanejamento
                   and regPlanejamentoIn <> space then
                   add 1 to qtdLinhasCartao
                   perform lerUnidadePlanejamento
               end-if

           end-perform

           close planejamentoIn

      * Codigo da unidade em branco so vale no cartao de uma linha.
           if qtdLinhasCartao > 1 then
               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades
                   if codigoUn(indUn) = space then
                       move "S" to cartaoInvalido
                       display "Cartao PLANEJAMENTO.IN com varias "
                               "linhas - unidade sem codigo"
                   end-if
               end-perform
           end-if

           if cartaoComErro then
               move 0 to areaAlvo
               move 0 to qtdUnidades
           end-if

           if qtdUnidades > 0 and codigoUn(1) <> space then
               move "S" to cartaoPorUnidade
           end-if

           .
       lerCartaoPlanejamento-exit.
           exit.


      * Critica uma linha do cartao de planejamento e acrescenta a
      * unidade na tabela, somando a area dela na area alvo.
       lerUnidadePlanejamento section.

           move 0 to areaUnidadeCard

           if areaAlvoTx is numeric then
               move areaAlvoCard to areaUnidadeCard
           end-if

      * Sem area direta, o alvo vem de pessoas x porcao por pessoa
      * (porcao em branco ou zerada vale a porcao padrao).
           if areaUnidadeCard = 0
               and pessoasTx is numeric
               and pessoasCard > 0 then

               if porcaoTx is numeric and porcaoCard > 0 then
                   compute areaUnidadeCard = pessoasCard * porcaoCard
               else
                   compute areaUnidadeCard = pessoasCard * porcaoPadrao
               end-if

           end-if

           move 0 to indUnCartao

           if unidadeTx <> space then
               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades
                   if codigoUn(indUn) = unidadeTx then
                       move indUn to indUnCartao
                   end-if
               end-perform
           end-if

           evaluate true

               when areaUnidadeCard = 0
                   move "S" to cartaoInvalido
                   display "Linha do cartao PLANEJAMENTO.IN sem area "
                           "nem pessoas: " regPlanejamentoIn

               when indUnCartao > 0
                   move "S" to cartaoInvalido
                   display "Unidade repetida no cartao "
                           "PLANEJAMENTO.IN: " unidadeTx

               when qtdUnidades >= 20
                   move "S" to cartaoInvalido
                   display "Limite de 20 unidades no cartao "
                           "PLANEJAMENTO.IN - fora do plano: "
                           unidadeTx

               when areaAlvo + areaUnidadeCard > 9999999
                   move "S" to cartaoInvalido
                   display "Area alvo do cartao PLANEJAMENTO.IN "
                           "acima de 9999999 cm2"

               when other
                   add 1 to qtdUnidades
                   move unidadeTx       to codigoUn(qtdUnidades)
                   move areaUnidadeCard to areaUn(qtdUnidades)
                   add areaUnidadeCard  to areaAlvo

           end-evaluate

           .
       lerUnidadePlanejamento-exit.
           exit.


      * Levanta os fornecedores distintos presentes na tabela, na
      * ordem em que aparecem no cadastro.
       levantarFornecedores section.
                   end-if
               end-perform

      * Fornecedor suspenso ou bloqueado no registro nao entra no
      * planejamento de compra.
               move fornecedor(indAux) to fornecedorBusca
               perform buscarRegistroForn

               if indFornPl = 0
                   and not buscaSuspenso and not buscaBloqueado then
                   if qtdFornecedoresPl < 50 then
                       add 1 to qtdFornecedoresPl
                       move fornecedor(indAux)

           perform varying indAux from 1 by 1 until indAux > qtdPizza

               move fornecedor(indAux) to fornecedorBusca
               perform buscarRegistroForn

               if (filtroPlano = space
                   or fornecedor(indAux) = filtroPlano)
                   and areaPz(indAux) > 0
                   and not buscaSuspenso and not buscaBloqueado then

                   if indMelhor = 0
                       or precoCm2(indAux) < precoCm2(indMelhor) then

           perform varying indAux from 1 by 1 until indAux > qtdPizza

               move fornecedor(indAux) to fornecedorBusca
               perform buscarRegistroForn

               if (filtroPlano = space
                   or fornecedor(indAux) = filtroPlano)
                   and areaPz(indAux) >= areaRestante
                   and not buscaSuspenso and not buscaBloqueado then

                   if indCobertura = 0
                       or precoEfetivo(indAux)
               add totalItemPlano to subtotalIt(indFornItem)
           end-if

      * Comprando por unidade, a quantidade do item é repartida entre
      * as unidades, e a reparticao vai junto do item capturado.
           if planoPorUnidade then
               perform repartirItemUnidades
           end-if

      * Item capturado no formato do pedido de compra, para o
      * arquivo do fornecedor gerado no fechamento do plano.
           if qtdItensPo < 20 then
               move qtdCompra              to qtdPo(qtdItensPo)
               move precoEfetivo(indItemPlano)
                 to precoPo(qtdItensPo)
               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades
                   move qtdItemUn(indUn) to qtdUnPo(qtdItensPo, indUn)
               end-perform
           end-if

           compute areaFornecedorPl = areaFornecedorPl
           write regPlanejamentoOut
           perform checarPlanejamentoOut

      * Separacao da entrega: quanto do item vai para cada unidade.
           if planoPorUnidade then
               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades
                   if qtdItemUn(indUn) > 0 then
                       move qtdItemUn(indUn) to qtdUnEdt
                       move space to regPlanejamentoOut
                       string "      unidade "    delimited by size
                              codigoUn(indUn)     delimited by size
                              ": "                delimited by size
                              qtdUnEdt            delimited by size
                              into regPlanejamentoOut
                       write regPlanejamentoOut
                       perform checarPlanejamentoOut
                   end-if
               end-perform
           end-if

           .
       gravarItemPlano-exit.
           exit.


      * Reparte a quantidade do item corrente (qtdCompra) entre as
      * unidades do cartao na proporcao da area de cada uma: a parte
      * inteira da divisao primeiro, e a sobra, uma pizza por vez,
      * para as unidades de maior resto (empate fica com a que vem
      * antes no cartao). A soma das partes é sempre qtdCompra.
       repartirItemUnidades section.

           move 0 to qtdRepartida

           perform varying indUn from 1 by 1 until indUn > qtdUnidades
               compute produtoRateio = qtdCompra * areaUn(indUn)
               divide produtoRateio by areaAlvo
                      giving qtdItemUn(indUn)
                      remainder restoUn(indUn)
               add qtdItemUn(indUn) to qtdRepartida
               move space to contempladoUn(indUn)
           end-perform

           perform until qtdRepartida >= qtdCompra

               move 0 to indUnMaior
               move 0 to restoMaior

               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades
                   if contempladoUn(indUn) = space
                       and (indUnMaior = 0
                            or restoUn(indUn) > restoMaior) then
                       move indUn          to indUnMaior
                       move restoUn(indUn) to restoMaior
                   end-if
               end-perform

               add 1 to qtdItemUn(indUnMaior)
               move "S" to contempladoUn(indUnMaior)
               add 1 to qtdRepartida

           end-perform

           .
       repartirItemUnidades-exit.
           exit.


      * Lista no plano as unidades do cartao com a area de cada uma.
       gravarUnidadesPlano section.

           perform varying indUn from 1 by 1 until indUn > qtdUnidades
               move space to regPlanejamentoOut
               string "  Unidade "        delimited by size
                      codigoUn(indUn)     delimited by size
                      " - area: "         delimited by size
                      areaUn(indUn)       delimited by size
                      " cm2"              delimited by size
                      into regPlanejamentoOut
               write regPlanejamentoOut
               perform checarPlanejamentoOut
           end-perform

           .
       gravarUnidadesPlano-exit.
           exit.


      * Grava o pedido de compra do fornecedor corrente do plano
      * (filtroPlano), em leiaute fixo: registro C com numero, data,
      * nossa identificacao e fornecedor; um registro I por item com
      * a promocao ja aplicada no preco unitario, seguido, no plano
      * por unidade, dos registros U da separacao da entrega;
      * registro T com o total a pagar (frete e pedido minimo
      * inclusos). O mesmo bloco vai para o arquivo proprio do
      * fornecedor (PEDIDO.Fnn) e para o consolidado PEDIDOS.OUT,
      * usado pela conferencia da confirmacao (programa
      * conferePedido).
       gravarPedidoFornecedor section.

           add 1 to seqPedido
                   write regPedidosOut
                   perform checarPedidosOut

                   if planoPorUnidade then
                       perform gravarUnidadesPedido
                   end-if

               end-perform

               move "T"               to tipoTotPd

               add 1 to qtdPedidosGravados

               perform gravarLivroPedido

               if planoPorUnidade then
                   perform gravarRateioPedido
               end-if

           end-if

           .
           exit.


      * Registros U do item corrente do pedido (indPo): a quantidade
      * a entregar em cada unidade, com a chave do item repetida para
      * o registro se bastar na separacao da entrega.
       gravarUnidadesPedido section.

           perform varying indUn from 1 by 1 until indUn > qtdUnidades

               if qtdUnPo(indPo, indUn) > 0 then

                   move "U"                  to tipoUnPd
                   move numeroPedido         to numeroUnPd
                   move formaPo(indPo)       to formaUnPd
                   move larguraPo(indPo)     to larguraUnPd
                   move comprimentoPo(indPo) to comprimentoUnPd
                   move codigoUn(indUn)      to unidadeUnPd
                   move qtdUnPo(indPo, indUn) to qtdUnPd

                   move space to regPedidoOut
                   move regPedidoUnid to regPedidoOut
                   write regPedidoOut
                   perform checarPedidoOut
                   move space to regPedidosOut
                   move regPedidoUnid to regPedidosOut
                   write regPedidosOut
                   perform checarPedidosOut

               end-if

           end-perform

           .
       gravarUnidadesPedido-exit.
           exit.


      * Abre o RATEIO.OUT do planejamento por unidade e zera os
      * acumulados de cada unidade no dia.
       abrirRateio section.

           perform varying indUn from 1 by 1 until indUn > qtdUnidades
               move 0 to mercadoriaAcUn(indUn)
               move 0 to termosAcUn(indUn)
           end-perform

           open output rateioOut

           if statusRateioOut <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir RATEIO.OUT - status "
                       statusRateioOut
           end-if

           move space to regRateioOut
           string "Rateio do custo dos pedidos por unidade - Data: "
                                             delimited by size
                  dataExecucao               delimited by size
                  into regRateioOut
           write regRateioOut
           perform checarRateioOut

           .
       abrirRateio-exit.
           exit.


      * Rateio do pedido recem gravado: cada unidade paga a
      * mercadoria que recebe (quantidade repartida x preco do item)
      * e a parte do frete e do complemento de pedido minimo na
      * proporcao dessa mercadoria. O centavo que sobra do
      * arredondamento fica com a unidade de maior mercadoria, para
      * o rateio fechar com o total do pedido.
       gravarRateioPedido section.

           move 0 to mercadoriaPedido
           move 0 to termosPedido

           perform varying indUn from 1 by 1 until indUn > qtdUnidades
               move 0 to mercadoriaUn(indUn)
               move 0 to termosUn(indUn)
               perform varying indPo from 1 by 1
                       until indPo > qtdItensPo
                   compute mercadoriaUn(indUn) = mercadoriaUn(indUn)
                         + qtdUnPo(indPo, indUn) * precoPo(indPo)
               end-perform
               add mercadoriaUn(indUn) to mercadoriaPedido
           end-perform

           perform varying indIt from 1 by 1 until indIt > qtdFornItens
               if fornecedorIt(indIt) = filtroPlano then
                   compute termosPedido = termosPedido
                         + freteIt(indIt) + complementoIt(indIt)
               end-if
           end-perform

           move 0 to indUnMaior
           move 0 to termosRepartidos

           perform varying indUn from 1 by 1 until indUn > qtdUnidades
               if indUnMaior = 0
                   or mercadoriaUn(indUn) > mercadoriaUn(indUnMaior)
                   then
                   move indUn to indUnMaior
               end-if
           end-perform

           if mercadoriaPedido > 0 then
               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades
                   if indUn <> indUnMaior then
                       compute termosUn(indUn) rounded
                             = termosPedido * mercadoriaUn(indUn)
                             / mercadoriaPedido
                       add termosUn(indUn) to termosRepartidos
                   end-if
               end-perform
               compute termosUn(indUnMaior)
                     = termosPedido - termosRepartidos
           end-if

           move space to regRateioOut
           write regRateioOut
           perform checarRateioOut

           move space to regRateioOut
           string "Pedido "            delimited by size
                  numeroPedido         delimited by size
                  " - Fornecedor: "    delimited by size
                  filtroPlano          delimited by size
                  into regRateioOut
           write regRateioOut
           perform checarRateioOut

           move space to regRateioOut
           string "  Unidade  Mercadoria  Frete/minimo"
                                       delimited by size
                  "         Total"     delimited by size
                  into regRateioOut
           write regRateioOut
           perform checarRateioOut

           perform varying indUn from 1 by 1 until indUn > qtdUnidades

               add mercadoriaUn(indUn) to mercadoriaAcUn(indUn)
               add termosUn(indUn)     to termosAcUn(indUn)

               compute totalRateio = mercadoriaUn(indUn)
                                   + termosUn(indUn)
               move mercadoriaUn(indUn) to mercadoriaRtEdt
               move termosUn(indUn)     to termosRtEdt
               move totalRateio         to totalRtEdt

               move space to regRateioOut
               string "  "                 delimited by size
                      codigoUn(indUn)      delimited by size
                      "   "                delimited by size
                      mercadoriaRtEdt      delimited by size
                      "  "                 delimited by size
                      termosRtEdt          delimited by size
                      "  "                 delimited by size
                      totalRtEdt           delimited by size
                      into regRateioOut
               write regRateioOut
               perform checarRateioOut

           end-perform

           compute totalRateio = mercadoriaPedido + termosPedido
           move mercadoriaPedido to mercadoriaRtEdt
           move termosPedido     to termosRtEdt
           move totalRateio      to totalRtEdt

           move space to regRateioOut
           string "  Total  "          delimited by size
                  mercadoriaRtEdt      delimited by size
                  "  "                 delimited by size
                  termosRtEdt          delimited by size
                  "  "                 delimited by size
                  totalRtEdt           delimited by size
                  into regRateioOut
           write regRateioOut
           perform checarRateioOut

           .
       gravarRateioPedido-exit.
           exit.


      * Fecha o RATEIO.OUT com o total do dia por unidade, somando
      * todos os pedidos gerados (pedido retido nao entra).
       gravarResumoRateio section.

           move space to regRateioOut
           write regRateioOut
           perform checarRateioOut

           move space to regRateioOut
           if qtdPedidosGravados = 0 then
               string "Nenhum pedido gerado no plano."
                                       delimited by size
                      into regRateioOut
           else
               string "Total do dia por unidade (pedidos gerados: "
                                       delimited by size
                      qtdPedidosGravados delimited by size
                      ")"              delimited by size
                      into regRateioOut
           end-if
           write regRateioOut
           perform checarRateioOut

           if qtdPedidosGravados > 0 then

               move space to regRateioOut
               string "  Unidade  Mercadoria  Frete/minimo"
                                           delimited by size
                      "         Total"     delimited by size
                      into regRateioOut
               write regRateioOut
               perform checarRateioOut

               perform varying indUn from 1 by 1
                       until indUn > qtdUnidades

                   compute totalRateio = mercadoriaAcUn(indUn)
                                       + termosAcUn(indUn)
                   move mercadoriaAcUn(indUn) to mercadoriaRtEdt
                   move termosAcUn(indUn)     to termosRtEdt
                   move totalRateio           to totalRtEdt

                   move space to regRateioOut
                   string "  "                 delimited by size
                          codigoUn(indUn)      delimited by size
                          "   "                delimited by size
                          mercadoriaRtEdt      delimited by size
                          "  "                 delimited by size
                          termosRtEdt          delimited by size
                          "  "                 delimited by size
                          totalRtEdt           delimited by size
                          into regRateioOut
                   write regRateioOut
                   perform checarRateioOut

               end-perform

           end-if

           .
       gravarResumoRateio-exit.
           exit.


      * Varre o livro de pedidos e deixa em seqPedido a maior
      * sequencia ja lancada na data da execucao (zero quando o dia
      * ainda nao tem pedido ou o livro nao existe), apurando no
      * caminho o comprometido do mes.
       lerLivroPedidos section.

           move space to fimLivro

           open input livroPedidos

           if statusLivro = "00" then

               perform until fimDoLivro

                   read livroPedidos
                       at end
                           move "S" to fimLivro
                   end-read

                   if not fimDoLivro and numeroLiv is numeric then
                       divide numeroLiv by 100 giving diaLivro
                              remainder seqLivro
                       if diaLivro = dataExecucao
                           and seqLivro > seqPedido then
                           move seqLivro to seqPedido
                       end-if
                       perform acumularComprometido
                   end-if

               end-perform

               close livroPedidos

           end-if

           .
       lerLivroPedidos-exit.
           exit.


      * Soma ao comprometido do mes (total e do fornecedor) o pedido
      * do livro recem lido, quando gerado no mes corrente e nao
      * cancelado.
       acumularComprometido section.

           if dataGeracaoLiv is numeric and valorLiv is numeric
               and not pedidoCancelado then

               divide dataGeracaoLiv by 100 giving mesLivro

               if mesLivro = mesExecucao then

                   add valorLiv to comprometidoMes

                   perform varying indOrc from 1 by 1
                           until indOrc > qtdOrcForn
                       if fornecedorOr(indOrc) = fornecedorLiv then
                           add valorLiv to comprometidoOr(indOrc)
                       end-if
                   end-perform

               end-if

           end-if

           .
       acumularComprometido-exit.
           exit.


      * Carrega de ORCAMENTO.DAT as linhas do mes corrente: a de
      * fornecedor em branco é o orcamento total do mes, as demais
      * o orcamento de cada fornecedor.
       carregarOrcamento section.

           divide dataExecucao by 100 giving mesExecucao

           move space to temOrcamentoMes
           move 0     to orcamentoMes
           move 0     to comprometidoMes
           move 0     to qtdOrcForn
           move space to fimOrcamento

           open input orcamentoIn

           if statusOrcamento = "00" then

               perform until fimDoOrcamento

                   read orcamentoIn
                       at end
                           move "S" to fimOrcamento
                   end-read

                   if not fimDoOrcamento then

                       if mesOrcTx not numeric
                           or valorOrcTx not numeric then
                           display "Linha invalida em ORCAMENTO.DAT - "
                                   "descartada: " regOrcamento
                       else
                           if mesOrc = mesExecucao then
                               if fornecedorOrc = space then
                                   move "S" to temOrcamentoMes
                                   move valorOrc to orcamentoMes
                               else
                                   perform guardarOrcamentoForn
                               end-if
                           end-if
                       end-if

                   end-if

               end-perform

               close orcamentoIn

           end-if

           .
       carregarOrcamento-exit.
           exit.


      * Guarda na tabela a linha de orcamento do fornecedor recem
      * lida; fornecedor fora do registro é descartado.
       guardarOrcamentoForn section.

           move fornecedorOrc to fornecedorBusca
           perform buscarRegistroForn

           if buscaNaoRegistrado then
               display "Orcamento de fornecedor nao registrado - "
                       "descartado: " fornecedorOrc
           else
               if qtdOrcForn < 50 then
                   add 1 to qtdOrcForn
                   move fornecedorOrc to fornecedorOr(qtdOrcForn)
                   move valorOrc      to valorOr(qtdOrcForn)
                   move 0             to comprometidoOr(qtdOrcForn)
               end-if
           end-if

           .
       guardarOrcamentoForn-exit.
           exit.


      * Confere o total do plano corrente (frete e minimo inclusos)
      * contra o saldo do orcamento do mes e, no plano de um
      * fornecedor, contra o saldo do orcamento dele, gravando o
      * saldo e a marca de estouro em PLANEJAMENTO.OUT. Sem
      * orcamento para o mes nem para o fornecedor, nada é
      * conferido.
       conferirOrcamento section.

           move space to excedeOrcamento
           move 0     to indOrcForn

           if filtroPlano not = space then
               perform varying indOrc from 1 by 1
                       until indOrc > qtdOrcForn
                   if fornecedorOr(indOrc) = filtroPlano then
                       move indOrc to indOrcForn
                   end-if
               end-perform
           end-if

           if orcamentoMesLigado then

               compute saldoMes = orcamentoMes - comprometidoMes

               if totalFornecedorPl > saldoMes then
                   move "S" to excedeOrcamento
               end-if

               move saldoMes to saldoEdt
               move space to regPlanejamentoOut
               string "  Orcamento do mes "  delimited by size
                      mesExecucao            delimited by size
                      " - saldo R$ "         delimited by size
                      saldoEdt               delimited by size
                      into regPlanejamentoOut
               write regPlanejamentoOut
               perform checarPlanejamentoOut

           end-if

           if indOrcForn > 0 then

               compute saldoForn = valorOr(indOrcForn)
                                 - comprometidoOr(indOrcForn)

               if totalFornecedorPl > saldoForn then
                   move "S" to excedeOrcamento
               end-if

               move saldoForn to saldoEdt
               move space to regPlanejamentoOut
               string "  Orcamento do fornecedor - saldo R$ "
                                             delimited by size
                      saldoEdt               delimited by size
                      into regPlanejamentoOut
               write regPlanejamentoOut
               perform checarPlanejamentoOut

           end-if

           if orcamentoExcedido then
               move space to regPlanejamentoOut
               if filtroPlano = space then
                   string "  *** COMBINACAO ACIMA DO SALDO DO "
                          "ORCAMENTO ***"    delimited by size
                          into regPlanejamentoOut
               else
                   string "  *** PLANO ACIMA DO SALDO DO ORCAMENTO "
                          "- PEDIDO RETIDO ***" delimited by size
                          into regPlanejamentoOut
               end-if
               write regPlanejamentoOut
               perform checarPlanejamentoOut
           end-if

           .
       conferirOrcamento-exit.
           exit.


      * Lanca no livro de pedidos o pedido recem gravado, com a
      * situacao G (gerado) e a data da execucao, e os seus itens em
      * PEDITENS.DAT, e soma o valor ao comprometido do mes, que os
      * planos seguintes ja enxergam.
       gravarLivroPedido section.

           move space             to regLivroPedidos
           move numeroPedido      to numeroLiv
           move filtroPlano       to fornecedorLiv
           move totalFornecedorPl to valorLiv
           move "G"               to situacaoLiv
           move dataExecucao      to dataGeracaoLiv
           move 0                 to dataConfirmacaoLiv
           move 0                 to dataRecebimentoLiv
           move 0                 to dataCancelamentoLiv
           move 0                 to dataFechamentoLiv

           write regLivroPedidos

           if statusLivro <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em PEDIDOS.DAT - status "
                       statusLivro
           end-if

           perform varying indPo from 1 by 1 until indPo > qtdItensPo

               move "I"                  to tipoItemPd
               move numeroPedido         to numeroItemPd
               move formaPo(indPo)       to formaItemPd
               move larguraPo(indPo)     to larguraItemPd
               move comprimentoPo(indPo) to comprimentoItemPd
               move qtdPo(indPo)         to qtdItemPd
               move precoPo(indPo)       to precoItemPd

               move space to regItensLivro
               move regPedidoItem to regItensLivro
               write regItensLivro

               if statusItensLivro <> "00" then
                   move "S" to erroArquivo
                   display "Erro de gravacao em PEDITENS.DAT - status "
                           statusItensLivro
               end-if

           end-perform

           add totalFornecedorPl to comprometidoMes

           perform varying indOrc from 1 by 1 until indOrc > qtdOrcForn
               if fornecedorOr(indOrc) = filtroPlano then
                   add totalFornecedorPl to comprometidoOr(indOrc)
               end-if
           end-perform

           .
       gravarLivroPedido-exit.
           exit.


       checarPedidoOut section.

           if statusPedidoOut <> "00" then
           exit.


       checarRateioOut section.

           if statusRateioOut <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em RATEIO.OUT - status "
                       statusRateioOut
           end-if

           .
       checarRateioOut-exit.
           exit.


      * Fecha o plano corrente com as condicoes comerciais de cada
      * fornecedor envolvido: soma o frete (zerado quando o subtotal
      * do fornecedor alcanca a entrega gratis) e o complemento ate
      * o pedido minimo, gravando uma linha por parcela somada. As
      * parcelas ficam guardadas por fornecedor para o rateio do
      * pedido entre as unidades.
       aplicarTermosPlano section.

           perform varying indIt from 1 by 1
                   until indIt > qtdFornItens

               move 0 to freteIt(indIt)
               move 0 to complementoIt(indIt)

               move fornecedorIt(indIt) to fornecedorTermo
               perform buscarTermos

                       move 0 to freteAplicado
                   end-if

                   move freteAplicado to freteIt(indIt)

                   if freteAplicado > 0 then
                       add freteAplicado to totalFornecedorPl
                       move freteAplicado to valorTermoEdt
                       then
                       compute complementoMinimo
                             = minimoTm(indTermo) - subtotalIt(indIt)
                       move complementoMinimo to complementoIt(indIt)
                       add complementoMinimo to totalFornecedorPl
                       move complementoMinimo to valorTermoEdt
                       move space to regPlanejamentoOut

           if statusPlanejOut <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em " nomeArqPlanejamento
                       " - status " statusPlanejOut
           end-if

           .


      * Bloco de controle de fim de execução: contadores de lidas,
      * aceitas, retidas para aprovação, rejeitadas por motivo e
      * gravadas em cada saída, com a conferência lidas = aceitas +
      * retidas + rejeitadas, gravado em CONTROLE.LOG para o script
      * agendado auditar a execução.
       gravarControle section.

           compute qtdRejTotal = qtdRejTruncada + qtdRejNomeBranco
                               + qtdRejDiamNaoNum + qtdRejPrecoNaoNum
                               + qtdRejZerada + qtdRejDuplicada
                               + qtdRejForma + qtdRejFornecedor

           compute somaConferencia = qtdAceitas + qtdPendentes
                                   + qtdRejTotal

           if somaConferencia = qtdLidasSessao then
               move "S" to conferencia
               move "S" to erroArquivo
               display "Conferencia do lote NAO FECHOU: lidas "
                       qtdLidasSessao " <> aceitas " qtdAceitas
                       " + retidas " qtdPendentes
                       " + rejeitadas " qtdRejTotal
           end-if

                      into regControleLog
               write regControleLog

               move space to regControleLog
               string "Retidas para aprovacao .........: "
                                               delimited by size
                      qtdPendentes             delimited by size
                      into regControleLog
               write regControleLog

               move space to regControleLog
               string "Rej. registro truncado .........: "
                                               delimited by size
                      into regControleLog
               write regControleLog

               move space to regControleLog
               string "Rej. fornecedor nao registrado .: "
                                               delimited by size
                      qtdRejFornecedor         delimited by size
                      into regControleLog
               write regControleLog

               move space to regControleLog
               string "Rejeitadas total ...............: "
                                               delimited by size

               move space to regControleLog
               if conferenciaOk then
                   string "Conferencia lidas = aceitas + retidas + "
                          "rejeitadas: OK"      delimited by size
                          into regControleLog
               else
                   string "Conferencia lidas = aceitas + retidas + "
                          "rejeitadas: NAO CONFERE"
                                                delimited by size
                          into regControleLog
               end-if
               write regControleLog
       finaliza section.

           if not manutencaoOk and not planejamentoOk
               and not consultaOk and not aprovacaoOk
               and not simulacaoOk then

               close historicoOut

               if indiceHistoricoLigado then
                   close historicoIdx
               end-if

      * Sessão terminou normalmente: o checkpoint de recuperação não
      * é mais necessário, então é esvaziado para a próxima execução.
               close checkpointOut
