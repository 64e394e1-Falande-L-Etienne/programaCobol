      *Divisão de identificação do programa
       Identification Division.
       Program-id. "confereNota".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: conferencia em tres pontas
      *da nota fiscal do fornecedor (NOTAS.IN, leiaute C/I/T como o
      *do pedido) contra o pedido gerado pelo planejamento
      *(PEDIDOS.OUT) e a confirmacao devolvida pelo fornecedor
      *(CONFIRMA.IN): quantidade, preco unitario com a promocao
      *aplicada, frete de FORNTERMOS.IN e complemento de pedido
      *minimo. Nota que bate vai para o arquivo de liberacao de
      *pagamento LIBERACAO.OUT (leiaute fixo, para o financeiro);
      *nota com divergencia vai para EXCNOTAS.OUT com o codigo do
      *motivo e segura o pagamento com RETURN-CODE 8.
      *15/10/2026 FLE - fornecedor da nota conferido contra o
      *registro de fornecedores FORNECEDORES.DAT: nao registrado
      *(motivo NR) ou bloqueado (motivo BL) retem o pagamento. Sem o
      *registro, nada é conferido.
      *15/10/2026 FLE - registros U (separacao da entrega por
      *unidade, gravados pelo planejamento por unidade) aceitos e
      *ignorados no PEDIDOS.OUT e na confirmacao: a nota é
      *conferida contra o item consolidado.
      *15/10/2026 FLE - notas liberadas guardadas em NOTASLIB.DAT:
      *nota ou pedido ja liberado em execucao anterior é cobranca em
      *duplicidade (DP). Pedido fora do PEDIDOS.OUT do dia é
      *procurado no livro PEDIDOS.DAT (pedido de dia anterior,
      *conferido pelo valor, sem os itens); pedido cancelado no
      *livro retem a nota (CA). Total da nota acima do total do
      *pedido retem a nota (VP).
      *15/10/2026 FLE - cabecalho de nota descartado na carga (numero
      *em branco, pedido nao numerico, acima de 50 notas) e registro
      *I ou T sem o cabecalho da sua nota vao para EXCNOTAS.OUT com o
      *motivo CB e derrubam o RETURN-CODE: a nota nao some mais da
      *conferencia sem rastro.
      *15/10/2026 FLE - nota de pedido de dia anterior conferida item
      *a item (IN, PR, QP, IC, QC) contra os itens do pedido em
      *PEDITENS.DAT, gravado pelo planejamento junto com o livro;
      *pedido sem os itens no arquivo retem a nota (SI) em vez de
      *ser conferido so pelo valor. Item ou total invalido e item
      *acima da tabela, sob cabecalho valido, vao para EXCNOTAS.OUT
      *com o motivo CB e retem a nota.



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select notasIn      assign to "NOTAS.IN"
                                organization is line sequential
                                file status is statusNotasIn.

           select pedidosIn    assign to "PEDIDOS.OUT"
                                organization is line sequential
                                file status is statusPedidosIn.

           select confirmaIn   assign to "CONFIRMA.IN"
                                organization is line sequential
                                file status is statusConfirmaIn.

           select fornTermosIn assign to "FORNTERMOS.IN"
                                organization is line sequential
                                file status is statusFornTermos.

           select liberacaoOut assign to "LIBERACAO.OUT"
                                organization is line sequential
                                file status is statusLiberacao.

           select excecaoOut   assign to "EXCNOTAS.OUT"
                                organization is line sequential
                                file status is statusExcecao.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

           select livroPedidos assign to "PEDIDOS.DAT"
                                organization is line sequential
                                file status is statusLivro.

           select notasLiberadas assign to "NOTASLIB.DAT"
                                organization is line sequential
                                file status is statusNotasLib.

           select itensLivro   assign to "PEDITENS.DAT"
                                organization is line sequential
                                file status is statusItensLivro.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

      * Nota fiscal do fornecedor no leiaute C/I/T do pedido de
      * compra: registro C com o numero da nota, a data de emissao,
      * o numero do pedido faturado e o fornecedor; registros I com
      * os itens faturados; registro T com o total da nota e as
      * parcelas de frete e de complemento de pedido minimo.
      * Campos em texto, criticados na carga.
       FD  notasIn
           label record is standard.
       01  regNotasIn                              pic x(60).
       01  regNotaCab redefines regNotasIn.
           05 tipoCabNf                            pic x(01).
           05 numeroCabNf                          pic x(10).
           05 dataCabNf                            pic x(08).
           05 pedidoCabNf                          pic x(10).
           05 fornecedorCabNf                      pic x(15).
           05 filler                               pic x(16).
       01  regNotaItem redefines regNotasIn.
           05 tipoItemNf                           pic x(01).
           05 numeroItemNf                         pic x(10).
           05 formaItemNf                          pic x(01).
           05 larguraItemNf                        pic x(03).
           05 comprimentoItemNf                    pic x(03).
           05 qtdItemNf                            pic x(05).
           05 precoItemNf                          pic x(05).
           05 filler                               pic x(32).
       01  regNotaTot redefines regNotasIn.
           05 tipoTotNf                            pic x(01).
           05 numeroTotNf                          pic x(10).
           05 totalTotNf                           pic x(09).
           05 freteTotNf                           pic x(07).
           05 complementoTotNf                     pic x(07).
           05 filler                               pic x(26).

      * Espelho dos registros gravados por gravarPedidoFornecedor no
      * programa desafioCorije (mesmo leiaute no arquivo de
      * confirmacao dos fornecedores): registro C de cabecalho, I de
      * item e T de total, identificados pelo primeiro byte. Os
      * registros U (quantidade do item por unidade) nao entram na
      * conferencia.
       FD  pedidosIn
           label record is standard.
       01  regPedidosIn                            pic x(60).
       01  regPedCab redefines regPedidosIn.
           05 tipoCabPd                            pic x(01).
           05 numeroCabPd                          pic x(10).
           05 dataCabPd                            pic x(08).
           05 idCompradorPd                        pic x(20).
           05 fornecedorCabPd                      pic x(15).
           05 filler                               pic x(06).
       01  regPedItem redefines regPedidosIn.
           05 tipoItemPd                           pic x(01).
           05 numeroItemPd                         pic x(10).
           05 formaItemPd                          pic x(01).
           05 larguraItemPd                        pic x(03).
           05 comprimentoItemPd                    pic x(03).
           05 qtdItemPd                            pic x(05).
           05 precoItemPd                          pic x(05).
           05 filler                               pic x(32).
       01  regPedTot redefines regPedidosIn.
           05 tipoTotPd                            pic x(01).
           05 numeroTotPd                          pic x(10).
           05 totalTotPd                           pic x(09).
           05 filler                               pic x(40).

       FD  confirmaIn
           label record is standard.
       01  regConfirmaIn                           pic x(60).
       01  regConfCab redefines regConfirmaIn.
           05 tipoCabCf                            pic x(01).
           05 numeroCabCf                          pic x(10).
           05 dataCabCf                            pic x(08).
           05 idCompradorCf                        pic x(20).
           05 fornecedorCabCf                      pic x(15).
           05 filler                               pic x(06).
       01  regConfItem redefines regConfirmaIn.
           05 tipoItemCf                           pic x(01).
           05 numeroItemCf                         pic x(10).
           05 formaItemCf                          pic x(01).
           05 larguraItemCf                        pic x(03).
           05 comprimentoItemCf                    pic x(03).
           05 qtdItemCf                            pic x(05).
           05 precoItemCf                          pic x(05).
           05 filler                               pic x(32).

      * Espelho das condicoes comerciais lidas pelo desafioCorije:
      * frete por entrega, pedido minimo e piso de entrega gratis.
       FD  fornTermosIn
           label record is standard.
       01  regFornTermos.
           05 fornecedorTer                        pic x(15).
           05 freteTerTx                           pic x(05).
           05 freteTer redefines freteTerTx        pic 9(03)v99.
           05 minimoTerTx                          pic x(07).
           05 minimoTer redefines minimoTerTx      pic 9(05)v99.
           05 gratisTerTx                          pic x(07).
           05 gratisTer redefines gratisTerTx      pic 9(05)v99.

      * Liberacao de pagamento para o financeiro, uma linha por nota
      * conferida sem divergencia, em leiaute fixo.
       FD  liberacaoOut
           label record is standard.
       01  regLiberacaoOut                         pic x(90).

       FD  excecaoOut
           label record is standard.
       01  regExcecaoOut                           pic x(120).



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

      * Espelho do livro de pedidos gravado por gravarLivroPedido no
      * programa desafioCorije: situacao corrente do pedido e a data
      * de cada passo (zero = passo nao ocorrido).
       FD  livroPedidos
           label record is standard.
       01  regLivroPedidos.
           05 numeroLiv                            pic 9(10).
           05 fornecedorLiv                        pic x(15).
           05 valorLiv                             pic 9(07)v99.
           05 situacaoLiv                          pic x(01).
           05 dataGeracaoLiv                       pic 9(08).
           05 dataConfirmacaoLiv                   pic 9(08).
           05 dataRecebimentoLiv                   pic 9(08).
           05 dataCancelamentoLiv                  pic 9(08).
           05 dataFechamentoLiv                    pic 9(08).
           05 filler                               pic x(05).

      * Controle das notas ja liberadas para pagamento, acrescentado
      * a cada liberacao e nunca regravado: a mesma nota, ou outra
      * nota do mesmo pedido, numa execucao seguinte é duplicidade.
       FD  notasLiberadas
           label record is standard.
       01  regNotaLiberada.
           05 numeroNl                             pic x(10).
           05 pedidoNl                             pic 9(10).
           05 fornecedorNl                         pic x(15).
           05 totalNl                              pic 9(07)v99.
           05 dataNotaNl                           pic x(08).
           05 dataLiberacaoNl                      pic 9(08).

      * Espelho dos itens dos pedidos do livro gravados por
      * gravarLivroPedido no programa desafioCorije: o registro I de
      * cada item do pedido, no leiaute do PEDIDOS.OUT.
       FD  itensLivro
           label record is standard.
       01  regItensLivro.
           05 tipoItemIl                           pic x(01).
           05 numeroItemIl                         pic x(10).
           05 formaItemIl                          pic x(01).
           05 larguraItemIl                        pic x(03).
           05 comprimentoItemIl                    pic x(03).
           05 qtdItemIl                            pic x(05).
           05 precoItemIl                          pic x(05).
           05 filler                               pic x(32).

      *----Variaveis de trabalho
       Working-storage Section.

      * Pedidos do plano, com a marca de confirmacao recebida e a
      * marca de pedido ja faturado (segunda nota do mesmo pedido é
      * cobranca em duplicidade).
       01  pedidos occurs 50.
           05 numeroPed                            pic 9(10).
           05 fornecedorPed                        pic x(15).
           05 totalPed                             pic 9(07)v99.
           05 confirmadoPed                        pic x(01).
              88 pedidoConfirmado                  value "S".
           05 faturadoPed                          pic x(01).
              88 pedidoFaturado                    value "S".

      * Livro de pedidos PEDIDOS.DAT, para a nota de pedido gerado
      * em dia anterior (fora do PEDIDOS.OUT do dia), com as marcas
      * de confirmacao recebida hoje, de pedido ja faturado e dos
      * itens carregados de PEDITENS.DAT (S todos, I incompletos por
      * falta de espaco na tabela, branco nenhum).
       01  livroPedido occurs 5000.
           05 numeroLv                             pic 9(10).
           05 fornecedorLv                         pic x(15).
           05 valorLv                              pic 9(07)v99.
           05 situacaoLv                           pic x(01).
              88 livroConfirmado                   value "C" "R" "F".
              88 livroCancelado                    value "X".
           05 dataGeracaoLv                        pic 9(08).
           05 confirmadoLv                         pic x(01).
           05 faturadoLv                           pic x(01).
           05 itensLv                              pic x(01).
              88 livroComItens                     value "S".
              88 livroItensIncompletos             value "I".

      * Notas liberadas em execucoes anteriores (NOTASLIB.DAT).
       01  liberadasAntes occurs 5000.
           05 numeroLa                             pic x(10).
           05 pedidoLa                             pic 9(10).
           05 fornecedorLa                         pic x(15).
           05 dataLiberacaoLa                      pic 9(08).

      * Itens dos pedidos e da confirmacao, somados por pedido +
      * chave (forma + largura + comprimento), como no conferePedido.
      * Os pedidos do livro faturados pelas notas do dia entram na
      * mesma tabela de itens dos pedidos.
       01  itensPed occurs 400.
           05 numeroItPe                           pic 9(10).
           05 formaItPe                            pic x(01).
           05 larguraItPe                          pic 9(03).
           05 comprimentoItPe                      pic 9(03).
           05 qtdItPe                              pic 9(05).
           05 precoItPe                            pic 9(03)v99.

       01  itensConf occurs 400.
           05 numeroItCf                           pic 9(10).
           05 formaItCf                            pic x(01).
           05 larguraItCf                          pic 9(03).
           05 comprimentoItCf                      pic 9(03).
           05 qtdItCf                              pic 9(05).
           05 precoItCf                            pic 9(03)v99.

      * Notas fiscais do arquivo, com os valores do registro T.
       01  notas occurs 50.
           05 numeroNf                             pic x(10).
           05 dataNf                               pic x(08).
           05 pedidoNf                             pic 9(10).
           05 fornecedorNf                         pic x(15).
           05 totalNf                              pic 9(07)v99.
           05 freteNf                              pic 9(05)v99.
           05 complementoNf                        pic 9(05)v99.
           05 totalLidoNf                          pic x(01).
              88 notaComTotal                      value "S".
           05 descarteNf                           pic x(01).
              88 notaComDescarte                   value "S".

      * Itens faturados, somados por nota + chave.
       01  itensNota occurs 400.
           05 numeroItNf                           pic x(10).
           05 formaItNf                            pic x(01).
           05 larguraItNf                          pic 9(03).
           05 comprimentoItNf                      pic 9(03).
           05 qtdItNf                              pic 9(05).
           05 precoItNf                            pic 9(03)v99.

      * Condicoes comerciais carregadas na abertura, uma linha por
      * fornecedor.
       01  termosFornecedor occurs 50.
           05 fornecedorTm                         pic x(15).
           05 freteTm                              pic 9(03)v99.
           05 minimoTm                             pic 9(05)v99.
           05 gratisTm                             pic 9(05)v99.

      *----Registro da liberacao de pagamento em leiaute fixo
       01  regLiberacaoW.
           05 numeroNotaLb                         pic x(10).
           05 pedidoLb                             pic 9(10).
           05 fornecedorLb                         pic x(15).
           05 dataNotaLb                           pic x(08).
           05 mercadoriaLb                         pic 9(07)v99.
           05 freteLb                              pic 9(05)v99.
           05 complementoLb                        pic 9(05)v99.
           05 totalLb                              pic 9(07)v99.
           05 dataLiberacaoLb                      pic 9(08).

       77  ind                                     pic 9(03).
       77  indAux                                  pic 9(03).
       77  indNf                                   pic 9(02).
       77  indPed                                  pic 9(02).
       77  indPo                                   pic 9(03).
       77  indTer                                  pic 9(02).
       77  indTermo                                pic 9(02).
       77  qtdPedidos                              pic 9(02).
       77  qtdItensPed                             pic 9(03).
       77  qtdItensConf                            pic 9(03).
       77  qtdNotas                                pic 9(02).
       77  qtdItensNota                            pic 9(03).
       77  qtdTermos                               pic 9(02).
       77  dataExecucao                            pic 9(08).
       77  indLivro                                pic 9(04).
       77  indLv                                   pic 9(04).
       77  qtdLivro                                pic 9(04).
       77  indLa                                   pic 9(04).
       77  indLiberada                             pic 9(04).
       77  qtdLiberadasAntes                       pic 9(04).

      *----Contadores da conferencia
       77  qtdLiberadas                            pic 9(05).
       77  qtdRetidas                              pic 9(05).
       77  qtdExcecoes                             pic 9(05).
       77  qtdExcNota                              pic 9(05).
       77  valorLiberado                           pic 9(09)v99.

      *----Valores apurados da nota corrente
       77  numeroCorrente                          pic x(10).
       77  mercadoriaNota                          pic 9(07)v99.
       77  freteEsperado                           pic 9(05)v99.
       77  complementoEsperado                     pic 9(05)v99.
       77  totalEsperado                           pic 9(07)v99.
       77  totalPedidoCorrente                     pic 9(07)v99.
       77  indCab                                  pic 9(02).
       77  qtdDescartes                            pic 9(05).
       77  motivoDescarte                          pic x(21).
       77  notaLiberadaAntes                       pic x(01).
           88 notaJaLiberada                       value "S".
       77  qtdTrab                                 pic 9(05).
       77  motivoExcecao                           pic x(02).
       77  descricaoExcecao                        pic x(34).
       77  detalheExcecao                          pic x(60).
       77  chaveItem                               pic x(12).

      *----Visoes numericas dos campos em texto
       01  valorTrab.
           05 totalTrabTx                          pic x(09).
           05 totalTrab redefines totalTrabTx      pic 9(07)v99.
       01  precoTrab.
           05 precoTrabTx                          pic x(05).
           05 precoTrabNum redefines precoTrabTx   pic 9(03)v99.
       01  parcelaTrab.
           05 parcelaTrabTx                        pic x(07).
           05 parcelaTrabNum redefines parcelaTrabTx
                                                   pic 9(05)v99.

      *----Variaveis de edicao dos valores nas linhas de excecao
       77  precoNotaEdt                            pic 9(03),99.
       77  precoPedEdt                             pic 9(03),99.
       77  valorNotaEdt                            pic 9(07),99.
       77  valorEsperadoEdt                        pic 9(07),99.
       77  valorLiberadoEdt                        pic 9(09),99.

      *----Variaveis de controle dos arquivos
       77  statusNotasIn                           pic x(02).
       77  fimNotasIn                              pic x(01).
           88 fimDasNotas                          value "S".
       77  statusPedidosIn                         pic x(02).
       77  fimPedidosIn                            pic x(01).
           88 fimDosPedidos                        value "S".
       77  statusConfirmaIn                        pic x(02).
       77  fimConfirmaIn                           pic x(01).
           88 fimDaConfirmacao                     value "S".
       77  statusFornTermos                        pic x(02).
       77  fimFornTermos                           pic x(01).
           88 fimDosTermos                         value "S".
       77  statusLiberacao                         pic x(02).
       77  statusExcecao                           pic x(02).
       77  statusLivro                             pic x(02).
       77  fimLivro                                pic x(01).
           88 fimDoLivro                           value "S".
       77  statusItensLivro                        pic x(02).
       77  fimItensLivro                           pic x(01).
           88 fimDosItensLivro                     value "S".
       77  statusNotasLib                          pic x(02).
       77  fimNotasLib                             pic x(01).
           88 fimDasNotasLib                       value "S".
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

       01  fornecedoresRegistro occurs 200.
           05 nomeRf                               pic x(15).
           05 situacaoRf                           pic x(01).



      *----Variaveis para comunicação entre programas
       Linkage Section.




      *Divisão do corpo do programa

      *    O conferePedido cruza o pedido com a confirmacao, mas
      *ninguem conferia o que o fornecedor de fato cobra: frete a
      *maior e item nunca entregue passavam direto para o
      *pagamento. Este programa le as notas fiscais (NOTAS.IN) e
      *confere cada nota em tres pontas - pedido, confirmacao e
      *nota - item a item (quantidade e preco unitario com a
      *promocao ja aplicada no pedido) e no fechamento (frete de
      *FORNTERMOS.IN, complemento de pedido minimo e total). Nota
      *que bate vai para LIBERACAO.OUT; nota com divergencia vai
      *para EXCNOTAS.OUT com o codigo do motivo e o RETURN-CODE 8
      *segura o pagamento.


       Procedure Division.


           perform inicializa.
           perform carregarTermos.
           perform carregarRegistroForn.
           perform carregarNotasLiberadas.
           perform carregarPedidos.
           perform carregarNotas.
           perform carregarLivroPedidos.
           perform carregarItensLivro.
           perform carregarConfirmacao.
           perform conferirNotas.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdPedidos
           move 0     to qtdItensPed
           move 0     to qtdItensConf
           move 0     to qtdNotas
           move 0     to qtdItensNota
           move 0     to qtdTermos
           move 0     to qtdLiberadas
           move 0     to qtdRetidas
           move 0     to qtdExcecoes
           move 0     to valorLiberado
           move 0     to qtdDescartes
           move 0     to qtdLivro
           move 0     to qtdLiberadasAntes
           move space to fimLivro
           move space to fimItensLivro
           move space to fimNotasLib
           move space to fimNotasIn
           move space to fimPedidosIn
           move space to fimConfirmaIn
           move space to fimFornTermos
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           open input notasIn

           if statusNotasIn <> "00" then
               display "NOTAS.IN nao encontrado - status "
                       statusNotasIn
               move 8 to return-code
               stop run
           end-if

           open output liberacaoOut

           if statusLiberacao <> "00" then
               display "Erro ao abrir LIBERACAO.OUT - status "
                       statusLiberacao
               close notasIn
               move 8 to return-code
               stop run
           end-if

           open output excecaoOut

           if statusExcecao <> "00" then
               display "Erro ao abrir EXCNOTAS.OUT - status "
                       statusExcecao
               close notasIn
               close liberacaoOut
               move 8 to return-code
               stop run
           end-if

           move space to regExcecaoOut
           string "Conferencia de notas fiscais (nota x pedido x "
                  "confirmacao) - Data: " delimited by size
                  dataExecucao            delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           move space to regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           .
       inicializa-exit.
           exit.


      * Carrega as condicoes comerciais de FORNTERMOS.IN; sem o
      * arquivo, todo fornecedor vale frete zero e sem minimo (o
      * mesmo criterio do planejamento que gerou o pedido).
       carregarTermos section.

           open input fornTermosIn

           if statusFornTermos = "00" then

               perform until fimDosTermos or qtdTermos >= 50

                   read fornTermosIn
                       at end
                           move "S" to fimFornTermos
                   end-read

                   if not fimDosTermos then

                       if fornecedorTer not = space
                           and freteTerTx is numeric
                           and minimoTerTx is numeric
                           and gratisTerTx is numeric then

                           add 1 to qtdTermos
                           move fornecedorTer
                             to fornecedorTm(qtdTermos)
                           move freteTer  to freteTm(qtdTermos)
                           move minimoTer to minimoTm(qtdTermos)
                           move gratisTer to gratisTm(qtdTermos)

                       else
                           display "Condicao comercial invalida - "
                                   "descartada: " regFornTermos
                       end-if

                   end-if

               end-perform

               close fornTermosIn

           end-if

           .
       carregarTermos-exit.
           exit.


      * Carrega os pedidos do consolidado PEDIDOS.OUT para as
      * tabelas, somando itens repetidos da mesma chave.
       carregarPedidos section.

           open input pedidosIn

           if statusPedidosIn <> "00" then
               display "PEDIDOS.OUT nao encontrado - status "
                       statusPedidosIn
               move space to regExcecaoOut
               string "PEDIDOS.OUT inexistente - so pedidos de dias "
                      "anteriores (PEDIDOS.DAT)" delimited by size
                      into regExcecaoOut
               write regExcecaoOut
               perform checarExcecao
           else

               perform until fimDosPedidos

                   read pedidosIn
                       at end
                           move "S" to fimPedidosIn
                   end-read

                   if not fimDosPedidos then

                       evaluate tipoCabPd

                           when "C"
                               if numeroCabPd is numeric
                                   and qtdPedidos < 50 then
                                   add 1 to qtdPedidos
                                   move qtdPedidos to indPed
                                   initialize pedidos(indPed)
                                   move numeroCabPd
                                     to numeroPed(indPed)
                                   move fornecedorCabPd
                                     to fornecedorPed(indPed)
                               end-if

                           when "I"
                               perform carregarItemPedido

                           when "U"
                               continue

                           when "T"
                               if numeroTotPd is numeric
                                   and totalTotPd is numeric then
                                   perform varying ind from 1 by 1
                                           until ind > qtdPedidos
                                       if numeroPed(ind) = numeroTotPd
                                           then
                                           move totalTotPd
                                             to totalTrabTx
                                           move totalTrab
                                             to totalPed(ind)
                                       end-if
                                   end-perform
                               end-if

                           when other
                               display "Registro invalido em "
                                       "PEDIDOS.OUT - descartado: "
                                       regPedidosIn

                       end-evaluate

                   end-if

               end-perform

               close pedidosIn

           end-if

           .
       carregarPedidos-exit.
           exit.


      * Carrega do livro PEDIDOS.DAT os pedidos que nao estao no
      * PEDIDOS.OUT do dia (gerados em dias anteriores). Sem o livro,
      * so os pedidos do dia sao conferidos.
       carregarLivroPedidos section.

           open input livroPedidos

           if statusLivro = "00" then

               perform until fimDoLivro

                   read livroPedidos
                       at end
                           move "S" to fimLivro
                   end-read

                   if not fimDoLivro then

                       move 0 to indPed

                       if numeroLiv is numeric then
                           perform varying ind from 1 by 1
                                   until ind > qtdPedidos
                               if numeroPed(ind) = numeroLiv then
                                   move ind to indPed
                               end-if
                           end-perform
                       end-if

                       if numeroLiv is numeric and valorLiv is numeric
                           and indPed = 0 then
                           if qtdLivro < 5000 then
                               add 1 to qtdLivro
                               move numeroLiv
                                 to numeroLv(qtdLivro)
                               move fornecedorLiv
                                 to fornecedorLv(qtdLivro)
                               move valorLiv
                                 to valorLv(qtdLivro)
                               move situacaoLiv
                                 to situacaoLv(qtdLivro)
                               move dataGeracaoLiv
                                 to dataGeracaoLv(qtdLivro)
                               move space
                                 to confirmadoLv(qtdLivro)
                               move space
                                 to faturadoLv(qtdLivro)
                               move space
                                 to itensLv(qtdLivro)
                           else
                               move "S" to erroArquivo
                               display "PEDIDOS.DAT acima de 5000 "
                                       "pedidos - excedentes "
                                       "ignorados"
                               move "S" to fimLivro
                           end-if
                       end-if

                   end-if

               end-perform

               close livroPedidos

           end-if

           .
       carregarLivroPedidos-exit.
           exit.


      * Carrega de PEDITENS.DAT os itens dos pedidos do livro que as
      * notas do dia faturam, na tabela de itens dos pedidos. Sem o
      * arquivo, a nota de pedido do livro fica retida (SI).
       carregarItensLivro section.

           open input itensLivro

           if statusItensLivro <> "00" then
               display "PEDITENS.DAT nao encontrado - status "
                       statusItensLivro
           else

               perform until fimDosItensLivro

                   read itensLivro
                       at end
                           move "S" to fimItensLivro
                   end-read

                   if not fimDosItensLivro then
                       if tipoItemIl = "I"
                           and numeroItemIl is numeric then
                           perform carregarItemLivro
                       end-if
                   end-if

               end-perform

               close itensLivro

           end-if

           .
       carregarItensLivro-exit.
           exit.


      * Item de pedido do livro: so entra o pedido fora do PEDIDOS.OUT
      * faturado por alguma nota do dia. Item que nao cabe na tabela
      * deixa o pedido com os itens incompletos.
       carregarItemLivro section.

           move 0 to indLivro

           perform varying indLv from 1 by 1 until indLv > qtdLivro
               if numeroLv(indLv) = numeroItemIl then
                   move indLv to indLivro
               end-if
           end-perform

           move 0 to indNf

           if indLivro > 0 then
               perform varying ind from 1 by 1 until ind > qtdNotas
                   if pedidoNf(ind) = numeroItemIl then
                       move ind to indNf
                   end-if
               end-perform
           end-if

           if indNf > 0 then

               if larguraItemIl not numeric
                   or qtdItemIl not numeric
                   or precoItemIl not numeric then
                   display "Item invalido em PEDITENS.DAT: "
                           regItensLivro
                   move "I" to itensLv(indLivro)
               else

                   move 0 to indAux

                   perform varying ind from 1 by 1
                           until ind > qtdItensPed
                       if numeroItPe(ind) = numeroItemIl
                           and formaItPe(ind) = formaItemIl
                           and larguraItPe(ind) = larguraItemIl
                           and comprimentoItPe(ind) = comprimentoItemIl
                           then
                           move ind to indAux
                       end-if
                   end-perform

                   if indAux > 0 then
                       move qtdItemIl to qtdTrab
                       add qtdTrab to qtdItPe(indAux)
                   else
                       if qtdItensPed < 400 then
                           add 1 to qtdItensPed
                           move numeroItemIl
                             to numeroItPe(qtdItensPed)
                           move formaItemIl
                             to formaItPe(qtdItensPed)
                           move larguraItemIl
                             to larguraItPe(qtdItensPed)
                           move comprimentoItemIl
                             to comprimentoItPe(qtdItensPed)
                           move qtdItemIl to qtdItPe(qtdItensPed)
                           move precoItemIl to precoTrabTx
                           move precoTrabNum
                             to precoItPe(qtdItensPed)
                       else
                           display "Itens de pedido acima de 400 - "
                                   "pedido " numeroItemIl
                                   " com itens incompletos"
                           move "I" to itensLv(indLivro)
                       end-if
                   end-if

                   if not livroItensIncompletos(indLivro) then
                       move "S" to itensLv(indLivro)
                   end-if

               end-if

           end-if

           .
       carregarItemLivro-exit.
           exit.


      * Carrega as notas ja liberadas em execucoes anteriores e abre
      * o controle para acrescentar as liberacoes do dia (criado
      * vazio na primeira vez). Controle maior que a tabela suspende
      * a conferencia: sem ele a duplicidade nao seria vista.
       carregarNotasLiberadas section.

           open input notasLiberadas

           if statusNotasLib = "00" then

               perform until fimDasNotasLib

                   read notasLiberadas
                       at end
                           move "S" to fimNotasLib
                   end-read

                   if not fimDasNotasLib then
                       if qtdLiberadasAntes < 5000 then
                           add 1 to qtdLiberadasAntes
                           move numeroNl
                             to numeroLa(qtdLiberadasAntes)
                           move pedidoNl
                             to pedidoLa(qtdLiberadasAntes)
                           move fornecedorNl
                             to fornecedorLa(qtdLiberadasAntes)
                           move dataLiberacaoNl
                             to dataLiberacaoLa(qtdLiberadasAntes)
                       else
                           display "NOTASLIB.DAT acima de 5000 notas "
                                   "- conferencia suspensa"
                           close notasLiberadas
                           close notasIn
                           close liberacaoOut
                           close excecaoOut
                           move 8 to return-code
                           stop run
                       end-if
                   end-if

               end-perform

               close notasLiberadas

           end-if

           open extend notasLiberadas

           if statusNotasLib <> "00" then
               open output notasLiberadas
               close notasLiberadas
               open extend notasLiberadas
           end-if

           if statusNotasLib <> "00" then
               display "Erro ao abrir NOTASLIB.DAT - status "
                       statusNotasLib " - conferencia suspensa"
               close notasIn
               close liberacaoOut
               close excecaoOut
               move 8 to return-code
               stop run
           end-if

           .
       carregarNotasLiberadas-exit.
           exit.


       carregarItemPedido section.

           if numeroItemPd not numeric
               or larguraItemPd not numeric
               or qtdItemPd not numeric
               or precoItemPd not numeric then
               display "Item invalido em PEDIDOS.OUT - descartado: "
                       regPedidosIn
           else

               move 0 to indAux

               perform varying ind from 1 by 1
                       until ind > qtdItensPed
                   if numeroItPe(ind) = numeroItemPd
                       and formaItPe(ind) = formaItemPd
                       and larguraItPe(ind) = larguraItemPd
                       and comprimentoItPe(ind) = comprimentoItemPd
                       then
                       move ind to indAux
                   end-if
               end-perform

               if indAux > 0 then
                   move qtdItemPd to qtdTrab
                   add qtdTrab to qtdItPe(indAux)
               else
                   if qtdItensPed < 400 then
                       add 1 to qtdItensPed
                       move numeroItemPd
                         to numeroItPe(qtdItensPed)
                       move formaItemPd
                         to formaItPe(qtdItensPed)
                       move larguraItemPd
                         to larguraItPe(qtdItensPed)
                       move comprimentoItemPd
                         to comprimentoItPe(qtdItensPed)
                       move qtdItemPd to qtdItPe(qtdItensPed)
                       move precoItemPd to precoTrabTx
                       move precoTrabNum
                         to precoItPe(qtdItensPed)
                   end-if
               end-if

           end-if

           .
       carregarItemPedido-exit.
           exit.


      * Carrega a confirmacao dos fornecedores (mesmo leiaute),
      * marcando o pedido como confirmado e somando os itens
      * confirmados por chave. Sem CONFIRMA.IN nenhum pedido vale
      * como confirmado e toda nota fica retida.
       carregarConfirmacao section.

           open input confirmaIn

           if statusConfirmaIn <> "00" then
               display "CONFIRMA.IN nao encontrado - status "
                       statusConfirmaIn
           else

               perform until fimDaConfirmacao

                   read confirmaIn
                       at end
                           move "S" to fimConfirmaIn
                   end-read

                   if not fimDaConfirmacao then

                       evaluate tipoCabCf

                           when "C"
                               if numeroCabCf is numeric then
                                   perform varying ind from 1 by 1
                                           until ind > qtdPedidos
                                       if numeroPed(ind)
                                           = numeroCabCf then
                                           move "S"
                                             to confirmadoPed(ind)
                                       end-if
                                   end-perform
                                   perform varying indLv from 1 by 1
                                           until indLv > qtdLivro
                                       if numeroLv(indLv)
                                           = numeroCabCf then
                                           move "S"
                                             to confirmadoLv(indLv)
                                       end-if
                                   end-perform
                               end-if

                           when "I"
                               perform carregarItemConfirmacao

                           when "U"
                               continue

                           when "T"
                               continue

                           when other
                               display "Registro invalido em "
                                       "CONFIRMA.IN - descartado: "
                                       regConfirmaIn

                       end-evaluate

                   end-if

               end-perform

               close confirmaIn

           end-if

           .
       carregarConfirmacao-exit.
           exit.


       carregarItemConfirmacao section.

           if numeroItemCf not numeric
               or larguraItemCf not numeric
               or qtdItemCf not numeric
               or precoItemCf not numeric then
               display "Item invalido em CONFIRMA.IN - descartado: "
                       regConfirmaIn
           else

               move 0 to indAux

               perform varying ind from 1 by 1
                       until ind > qtdItensConf
                   if numeroItCf(ind) = numeroItemCf
                       and formaItCf(ind) = formaItemCf
                       and larguraItCf(ind) = larguraItemCf
                       and comprimentoItCf(ind) = comprimentoItemCf
                       then
                       move ind to indAux
                   end-if
               end-perform

               if indAux > 0 then
                   move qtdItemCf to qtdTrab
                   add qtdTrab to qtdItCf(indAux)
               else
                   if qtdItensConf < 400 then
                       add 1 to qtdItensConf
                       move numeroItemCf
                         to numeroItCf(qtdItensConf)
                       move formaItemCf
                         to formaItCf(qtdItensConf)
                       move larguraItemCf
                         to larguraItCf(qtdItensConf)
                       move comprimentoItemCf
                         to comprimentoItCf(qtdItensConf)
                       move qtdItemCf to qtdItCf(qtdItensConf)
                       move precoItemCf to precoTrabTx
                       move precoTrabNum
                         to precoItCf(qtdItensConf)
                   end-if
               end-if

           end-if

           .
       carregarItemConfirmacao-exit.
           exit.


      * Carrega as notas fiscais: cabecalho, itens somados por nota
      * + chave e os valores do registro T. Registro com campo
      * numerico invalido é descartado com aviso; a nota que perder
      * o registro T fica retida na conferencia.
       carregarNotas section.

           perform until fimDasNotas

               read notasIn
                   at end
                       move "S" to fimNotasIn
               end-read

               if not fimDasNotas then

                   evaluate tipoCabNf

                       when "C"
                           if numeroCabNf not = space
                               and pedidoCabNf is numeric
                               and qtdNotas < 50 then
                               add 1 to qtdNotas
                               move qtdNotas to indNf
                               initialize notas(indNf)
                               move numeroCabNf  to numeroNf(indNf)
                               move dataCabNf    to dataNf(indNf)
                               move pedidoCabNf  to pedidoNf(indNf)
                               move fornecedorCabNf
                                 to fornecedorNf(indNf)
                           else
                               display "Cabecalho invalido em "
                                       "NOTAS.IN - descartado: "
                                       regNotasIn
                               if numeroCabNf not = space
                                   and pedidoCabNf is numeric then
                                   move "acima de 50 notas"
                                     to motivoDescarte
                               else
                                   move "cabecalho invalido"
                                     to motivoDescarte
                               end-if
                               perform registrarDescarte
                           end-if

                       when "I"
                           perform carregarItemNota

                       when "T"
                           perform carregarTotalNota

                       when other
                           display "Registro invalido em NOTAS.IN "
                                   "- descartado: " regNotasIn

                   end-evaluate

               end-if

           end-perform

           close notasIn

           .
       carregarNotas-exit.
           exit.


      * Item da nota: somado por nota + chave. Item sem cabecalho,
      * item com campo invalido e item que nao cabe na tabela sao
      * descartados com o motivo CB, e a nota do cabecalho fica
      * marcada para ser retida.
       carregarItemNota section.

           move numeroItemNf to numeroCorrente
           perform localizarCabecalhoNota

           evaluate true

               when numeroItemNf = space
                   display "Item invalido em NOTAS.IN - descartado: "
                           regNotasIn
                   move "item invalido" to motivoDescarte
                   perform registrarDescarte

               when indCab = 0
                   display "Item sem cabecalho em NOTAS.IN - "
                           "descartado: " regNotasIn
                   move "item sem cabecalho" to motivoDescarte
                   perform registrarDescarte

               when larguraItemNf not numeric
                   or qtdItemNf not numeric
                   or precoItemNf not numeric
                   display "Item invalido em NOTAS.IN - descartado: "
                           regNotasIn
                   move "S" to descarteNf(indCab)
                   move "item invalido" to motivoDescarte
                   perform registrarDescarte

               when other

                   move 0 to indAux

                   perform varying ind from 1 by 1
                           until ind > qtdItensNota
                       if numeroItNf(ind) = numeroItemNf
                           and formaItNf(ind) = formaItemNf
                           and larguraItNf(ind) = larguraItemNf
                           and comprimentoItNf(ind) = comprimentoItemNf
                           then
                           move ind to indAux
                       end-if
                   end-perform

                   if indAux > 0 then
                       move qtdItemNf to qtdTrab
                       add qtdTrab to qtdItNf(indAux)
                   else
                       if qtdItensNota < 400 then
                           add 1 to qtdItensNota
                           move numeroItemNf
                             to numeroItNf(qtdItensNota)
                           move formaItemNf
                             to formaItNf(qtdItensNota)
                           move larguraItemNf
                             to larguraItNf(qtdItensNota)
                           if comprimentoItemNf is numeric then
                               move comprimentoItemNf
                                 to comprimentoItNf(qtdItensNota)
                           else
                               move 0
                                 to comprimentoItNf(qtdItensNota)
                           end-if
                           move qtdItemNf to qtdItNf(qtdItensNota)
                           move precoItemNf to precoTrabTx
                           move precoTrabNum
                             to precoItNf(qtdItensNota)
                       else
                           display "NOTAS.IN acima de 400 itens - "
                                   "descartado: " regNotasIn
                           move "S" to descarteNf(indCab)
                           move "acima de 400 itens" to motivoDescarte
                           perform registrarDescarte
                       end-if
                   end-if

           end-evaluate

           .
       carregarItemNota-exit.
           exit.


      * Total da nota. Total sem cabecalho ou com campo invalido é
      * descartado com o motivo CB, e a nota do cabecalho fica
      * marcada para ser retida.
       carregarTotalNota section.

           move numeroTotNf to numeroCorrente
           perform localizarCabecalhoNota

           evaluate true

               when indCab = 0
                   display "Total sem cabecalho em NOTAS.IN - "
                           "descartado: " regNotasIn
                   move "total sem cabecalho" to motivoDescarte
                   perform registrarDescarte

               when totalTotNf not numeric
                   or freteTotNf not numeric
                   or complementoTotNf not numeric
                   display "Total invalido em NOTAS.IN - descartado: "
                           regNotasIn
                   move "S" to descarteNf(indCab)
                   move "total invalido" to motivoDescarte
                   perform registrarDescarte

               when other

                   perform varying ind from 1 by 1 until ind > qtdNotas
                       if numeroNf(ind) = numeroTotNf then
                           move totalTotNf to totalTrabTx
                           move totalTrab  to totalNf(ind)
                           move freteTotNf to parcelaTrabTx
                           move parcelaTrabNum to freteNf(ind)
                           move complementoTotNf to parcelaTrabTx
                           move parcelaTrabNum to complementoNf(ind)
                           move "S" to totalLidoNf(ind)
                       end-if
                   end-perform

           end-evaluate

           .
       carregarTotalNota-exit.
           exit.


      * Localiza em indCab o cabecalho ja carregado da nota de numero
      * numeroCorrente (zero quando a nota nao tem cabecalho valido).
       localizarCabecalhoNota section.

           move 0 to indCab

           perform varying ind from 1 by 1 until ind > qtdNotas
               if numeroNf(ind) = numeroCorrente then
                   move ind to indCab
               end-if
           end-perform

           .
       localizarCabecalhoNota-exit.
           exit.


      * Registro de NOTAS.IN descartado na carga: vai para
      * EXCNOTAS.OUT com o motivo CB e o registro como chegou, e o
      * RETURN-CODE cai no fim - a nota nao pode sumir da
      * conferencia sem rastro.
       registrarDescarte section.

           add 1 to qtdDescartes

           move "CB" to motivoExcecao
           move space to detalheExcecao
           string motivoDescarte      delimited by "  "
                  ": "                delimited by size
                  regNotasIn(1:40)    delimited by size
                  into detalheExcecao
           perform gravarExcecao

           .
       registrarDescarte-exit.
           exit.


      * Confere nota a nota: pedido faturado, fornecedor,
      * confirmacao, itens, frete, complemento de minimo e total;
      * nota sem nenhuma excecao é liberada para pagamento.
       conferirNotas section.

           perform varying indNf from 1 by 1 until indNf > qtdNotas

               move numeroNf(indNf) to numeroCorrente
               move 0 to qtdExcNota
               move 0 to mercadoriaNota

               move space to regExcecaoOut
               string "Nota "                delimited by size
                      numeroCorrente         delimited by size
                      " - pedido "           delimited by size
                      pedidoNf(indNf)        delimited by size
                      " - "                  delimited by size
                      fornecedorNf(indNf)    delimited by size
                      into regExcecaoOut
               write regExcecaoOut
               perform checarExcecao

               move fornecedorNf(indNf) to fornecedorBusca
               perform buscarRegistroForn

               if buscaNaoRegistrado then
                   move "NR" to motivoExcecao
                   move space to detalheExcecao
                   perform gravarExcecao
               end-if

               if buscaBloqueado then
                   move "BL" to motivoExcecao
                   move space to detalheExcecao
                   perform gravarExcecao
               end-if

               if notaComDescarte(indNf) then
                   move "CB" to motivoExcecao
                   move "registro da nota descartado na carga"
                     to detalheExcecao
                   perform gravarExcecao
               end-if

               perform verificarNotaLiberada

               perform localizarPedido

               move 0 to indLivro

               if indPed = 0 then
                   perform localizarPedidoLivro
               end-if

               if indPed = 0 and indLivro = 0 then
                   move "PN" to motivoExcecao
                   move space to detalheExcecao
                   perform gravarExcecao
               end-if

               if indPed = 0 and indLivro > 0 then
                   perform conferirNotaLivro
               end-if

               if indPed > 0 then

                   if pedidoFaturado(indPed)
                       and not notaJaLiberada then
                       move "DP" to motivoExcecao
                       move space to detalheExcecao
                       perform gravarExcecao
                   end-if

                   if fornecedorNf(indNf) not = fornecedorPed(indPed)
                       then
                       move "FO" to motivoExcecao
                       move space to detalheExcecao
                       string "pedido emitido para "
                                               delimited by size
                              fornecedorPed(indPed)
                                               delimited by size
                              into detalheExcecao
                       perform gravarExcecao
                   end-if

                   if not pedidoConfirmado(indPed) then
                       move "SC" to motivoExcecao
                       move space to detalheExcecao
                       perform gravarExcecao
                   end-if

                   perform conferirItensNota

                   move totalPed(indPed) to totalPedidoCorrente

                   if not notaComTotal(indNf) then
                       move "ST" to motivoExcecao
                       move space to detalheExcecao
                       perform gravarExcecao
                   else
                       perform conferirFechamentoNota
                   end-if

                   move "S" to faturadoPed(indPed)

               end-if

               if qtdExcNota = 0 then
                   perform gravarLiberacao
               else
                   add 1 to qtdRetidas
                   move space to regExcecaoOut
                   string "  PAGAMENTO RETIDO - "  delimited by size
                          qtdExcNota             delimited by size
                          " excecao(oes)"        delimited by size
                          into regExcecaoOut
                   write regExcecaoOut
                   perform checarExcecao
               end-if

           end-perform

           .
       conferirNotas-exit.
           exit.


      * Localiza em indPed o pedido faturado pela nota corrente
      * (zero quando o numero nao consta de PEDIDOS.OUT).
       localizarPedido section.

           move 0 to indPed

           perform varying ind from 1 by 1 until ind > qtdPedidos
               if numeroPed(ind) = pedidoNf(indNf) then
                   move ind to indPed
               end-if
           end-perform

           .
       localizarPedido-exit.
           exit.


      * Nota ou pedido ja liberado para pagamento em execucao
      * anterior (NOTASLIB.DAT): a mesma nota de novo, ou outra nota
      * do mesmo pedido, é cobranca em duplicidade.
       verificarNotaLiberada section.

           move space to notaLiberadaAntes
           move 0     to indLiberada

           perform varying indLa from 1 by 1
                   until indLa > qtdLiberadasAntes
               if pedidoLa(indLa) = pedidoNf(indNf)
                   or (numeroLa(indLa) = numeroCorrente
                       and fornecedorLa(indLa) = fornecedorNf(indNf))
                   then
                   move "S" to notaLiberadaAntes
                   move indLa to indLiberada
               end-if
           end-perform

           if notaJaLiberada then
               move "DP" to motivoExcecao
               move space to detalheExcecao
               string "nota "                  delimited by size
                      numeroLa(indLiberada)    delimited by size
                      " liberada em "          delimited by size
                      dataLiberacaoLa(indLiberada)
                                               delimited by size
                      into detalheExcecao
               perform gravarExcecao
           end-if

           .
       verificarNotaLiberada-exit.
           exit.


      * Localiza em indLivro o pedido da nota corrente no livro
      * PEDIDOS.DAT (zero quando nao consta).
       localizarPedidoLivro section.

           move 0 to indLivro

           perform varying indLv from 1 by 1 until indLv > qtdLivro
               if numeroLv(indLv) = pedidoNf(indNf) then
                   move indLv to indLivro
               end-if
           end-perform

           .
       localizarPedidoLivro-exit.
           exit.


      * Confere a nota de pedido de dia anterior, achado so no livro
      * PEDIDOS.DAT: fornecedor, situacao do pedido (cancelado,
      * confirmado no livro ou na confirmacao do dia), itens contra
      * os itens do pedido em PEDITENS.DAT e contra a confirmacao,
      * fechamento (frete, minimo e total) e valor do pedido. Pedido
      * sem os itens carregados nao tem contra o que conferir a nota
      * e a retem (SI).
       conferirNotaLivro section.

           move space to regExcecaoOut
           string "  Pedido de "              delimited by size
                  dataGeracaoLv(indLivro)     delimited by size
                  " (livro PEDIDOS.DAT)"      delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           if faturadoLv(indLivro) = "S"
               and not notaJaLiberada then
               move "DP" to motivoExcecao
               move space to detalheExcecao
               perform gravarExcecao
           end-if

           if fornecedorNf(indNf) not = fornecedorLv(indLivro) then
               move "FO" to motivoExcecao
               move space to detalheExcecao
               string "pedido emitido para "   delimited by size
                      fornecedorLv(indLivro)   delimited by size
                      into detalheExcecao
               perform gravarExcecao
           end-if

           if livroCancelado(indLivro) then
               move "CA" to motivoExcecao
               move space to detalheExcecao
               perform gravarExcecao
           else
               if not livroConfirmado(indLivro)
                   and confirmadoLv(indLivro) not = "S" then
                   move "SC" to motivoExcecao
                   move space to detalheExcecao
                   perform gravarExcecao
               end-if
           end-if

           if livroComItens(indLivro) then
               perform conferirItensNota
           else
               move "SI" to motivoExcecao
               if livroItensIncompletos(indLivro) then
                   move "itens incompletos em PEDITENS.DAT"
                     to detalheExcecao
               else
                   move "pedido sem itens em PEDITENS.DAT"
                     to detalheExcecao
               end-if
               perform gravarExcecao
               perform varying ind from 1 by 1
                       until ind > qtdItensNota
                   if numeroItNf(ind) = numeroCorrente then
                       compute mercadoriaNota = mercadoriaNota
                             + qtdItNf(ind) * precoItNf(ind)
                   end-if
               end-perform
           end-if

           move valorLv(indLivro) to totalPedidoCorrente

           if not notaComTotal(indNf) then
               move "ST" to motivoExcecao
               move space to detalheExcecao
               perform gravarExcecao
           else
               perform conferirFechamentoNota
           end-if

           move "S" to faturadoLv(indLivro)

           .
       conferirNotaLivro-exit.
           exit.


      * Confere cada item faturado da nota corrente contra o item do
      * pedido (existencia, preco unitario com a promocao aplicada e
      * quantidade pedida) e contra o item confirmado (existencia e
      * quantidade confirmada), somando a mercadoria faturada.
       conferirItensNota section.

           perform varying ind from 1 by 1 until ind > qtdItensNota

               if numeroItNf(ind) = numeroCorrente then

                   compute mercadoriaNota = mercadoriaNota
                         + qtdItNf(ind) * precoItNf(ind)

                   perform localizarItemPedido

                   if indAux = 0 then

                       move "IN" to motivoExcecao
                       perform montarChaveItem
                       perform gravarExcecao

                   else

                       if precoItNf(ind) not = precoItPe(indAux) then
                           move precoItNf(ind)    to precoNotaEdt
                           move precoItPe(indAux) to precoPedEdt
                           move "PR" to motivoExcecao
                           perform montarChaveItem
                           string chaveItem delimited by "  "
                                  ": nota R$ "   delimited by size
                                  precoNotaEdt   delimited by size
                                  " pedido R$ "  delimited by size
                                  precoPedEdt    delimited by size
                                  into detalheExcecao
                           perform gravarExcecao
                       end-if

                       if qtdItNf(ind) > qtdItPe(indAux) then
                           move "QP" to motivoExcecao
                           perform montarChaveItem
                           string chaveItem delimited by "  "
                                  ": nota "      delimited by size
                                  qtdItNf(ind)   delimited by size
                                  " pedida "     delimited by size
                                  qtdItPe(indAux) delimited by size
                                  into detalheExcecao
                           perform gravarExcecao
                       end-if

                       perform localizarItemConf

                       if indPo = 0 then
                           move "IC" to motivoExcecao
                           perform montarChaveItem
                           perform gravarExcecao
                       else
                           if qtdItNf(ind) > qtdItCf(indPo) then
                               move "QC" to motivoExcecao
                               perform montarChaveItem
                               string chaveItem
                                              delimited by "  "
                                      ": nota " delimited by size
                                      qtdItNf(ind)
                                              delimited by size
                                      " confirmada "
                                              delimited by size
                                      qtdItCf(indPo)
                                              delimited by size
                                      into detalheExcecao
                               perform gravarExcecao
                           end-if
                       end-if

                   end-if

               end-if

           end-perform

           .
       conferirItensNota-exit.
           exit.


      * Monta em chaveItem e em detalheExcecao a chave do item
      * corrente (ind) da nota: forma largura x comprimento.
       montarChaveItem section.

           move space to chaveItem
           string formaItNf(ind)       delimited by size
                  " "                  delimited by size
                  larguraItNf(ind)     delimited by size
                  "x"                  delimited by size
                  comprimentoItNf(ind) delimited by size
                  into chaveItem
           move chaveItem to detalheExcecao

           .
       montarChaveItem-exit.
           exit.


      * Localiza no pedido faturado o item de mesma chave do item
      * corrente (ind) da nota, deixando a linha em indAux (zero
      * quando o item nao foi pedido).
       localizarItemPedido section.

           move 0 to indAux

           perform varying indPo from 1 by 1
                   until indPo > qtdItensPed
               if numeroItPe(indPo) = pedidoNf(indNf)
                   and formaItPe(indPo) = formaItNf(ind)
                   and larguraItPe(indPo) = larguraItNf(ind)
                   and comprimentoItPe(indPo) = comprimentoItNf(ind)
                   then
                   move indPo to indAux
               end-if
           end-perform

           .
       localizarItemPedido-exit.
           exit.


      * Localiza na confirmacao o item de mesma chave do item
      * corrente (ind) da nota, deixando a linha em indPo (zero
      * quando o fornecedor nao confirmou o item).
       localizarItemConf section.

           move 0 to indTer
           move 0 to indPo

           perform varying indTer from 1 by 1
                   until indTer > qtdItensConf
                      or indPo > 0
               if numeroItCf(indTer) = pedidoNf(indNf)
                   and formaItCf(indTer) = formaItNf(ind)
                   and larguraItCf(indTer) = larguraItNf(ind)
                   and comprimentoItCf(indTer) = comprimentoItNf(ind)
                   then
                   move indTer to indPo
               end-if
           end-perform

           .
       localizarItemConf-exit.
           exit.


      * Confere o fechamento da nota corrente: frete esperado pelas
      * condicoes do fornecedor (zerado quando a mercadoria alcanca
      * a entrega gratis), complemento esperado ate o pedido minimo
      * e total = mercadoria + frete + complemento cobrados.
       conferirFechamentoNota section.

           move 0 to freteEsperado
           move 0 to complementoEsperado

           move 0 to indTermo

           perform varying indTer from 1 by 1 until indTer > qtdTermos
               if fornecedorTm(indTer) = fornecedorNf(indNf) then
                   move indTer to indTermo
               end-if
           end-perform

           if indTermo > 0 then

               move freteTm(indTermo) to freteEsperado

               if gratisTm(indTermo) > 0
                   and mercadoriaNota >= gratisTm(indTermo) then
                   move 0 to freteEsperado
               end-if

               if minimoTm(indTermo) > 0
                   and mercadoriaNota < minimoTm(indTermo) then
                   compute complementoEsperado
                         = minimoTm(indTermo) - mercadoriaNota
               end-if

           end-if

           if freteNf(indNf) not = freteEsperado then
               move freteNf(indNf) to valorNotaEdt
               move freteEsperado  to valorEsperadoEdt
               move "FR" to motivoExcecao
               move space to detalheExcecao
               string "nota R$ "        delimited by size
                      valorNotaEdt      delimited by size
                      " esperado R$ "   delimited by size
                      valorEsperadoEdt  delimited by size
                      into detalheExcecao
               perform gravarExcecao
           end-if

           if complementoNf(indNf) not = complementoEsperado then
               move complementoNf(indNf) to valorNotaEdt
               move complementoEsperado  to valorEsperadoEdt
               move "MI" to motivoExcecao
               move space to detalheExcecao
               string "nota R$ "        delimited by size
                      valorNotaEdt      delimited by size
                      " esperado R$ "   delimited by size
                      valorEsperadoEdt  delimited by size
                      into detalheExcecao
               perform gravarExcecao
           end-if

           compute totalEsperado = mercadoriaNota + freteNf(indNf)
                                 + complementoNf(indNf)

           if totalNf(indNf) not = totalEsperado then
               move totalNf(indNf) to valorNotaEdt
               move totalEsperado  to valorEsperadoEdt
               move "TO" to motivoExcecao
               move space to detalheExcecao
               string "nota R$ "        delimited by size
                      valorNotaEdt      delimited by size
                      " itens+frete+min R$ " delimited by size
                      valorEsperadoEdt  delimited by size
                      into detalheExcecao
               perform gravarExcecao
           end-if

      * O total do pedido ja traz frete e complemento de minimo; a
      * nota pode faturar menos (entrega parcial), nunca mais. Pedido
      * sem registro T (total zero) nao tem contra o que conferir.
           if totalPedidoCorrente > 0
               and totalNf(indNf) > totalPedidoCorrente then
               move totalNf(indNf)      to valorNotaEdt
               move totalPedidoCorrente to valorEsperadoEdt
               move "VP" to motivoExcecao
               move space to detalheExcecao
               string "nota R$ "        delimited by size
                      valorNotaEdt      delimited by size
                      " pedido R$ "     delimited by size
                      valorEsperadoEdt  delimited by size
                      into detalheExcecao
               perform gravarExcecao
           end-if

           .
       conferirFechamentoNota-exit.
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


      * Grava a excecao da nota corrente com o codigo do motivo, a
      * descricao e o detalhe ja montado, e soma nos totais que
      * retem o pagamento e derrubam o RETURN-CODE.
       gravarExcecao section.

           evaluate motivoExcecao
               when "PN"
                   move "pedido nao encontrado"
                                            to descricaoExcecao
               when "DP"
                   move "pedido ja faturado em outra nota"
                                            to descricaoExcecao
               when "FO"
                   move "fornecedor diferente do pedido"
                                            to descricaoExcecao
               when "SC"
                   move "pedido sem confirmacao"
                                            to descricaoExcecao
               when "IN"
                   move "item faturado nao pedido"
                                            to descricaoExcecao
               when "PR"
                   move "preco unitario divergente"
                                            to descricaoExcecao
               when "QP"
                   move "quantidade acima da pedida"
                                            to descricaoExcecao
               when "IC"
                   move "item faturado nao confirmado"
                                            to descricaoExcecao
               when "QC"
                   move "quantidade acima da confirmada"
                                            to descricaoExcecao
               when "ST"
                   move "nota sem registro de total"
                                            to descricaoExcecao
               when "FR"
                   move "frete divergente"  to descricaoExcecao
               when "MI"
                   move "complemento de minimo divergente"
                                            to descricaoExcecao
               when "TO"
                   move "total da nota divergente"
                                            to descricaoExcecao
               when "NR"
                   move "fornecedor nao registrado"
                                            to descricaoExcecao
               when "BL"
                   move "fornecedor bloqueado no registro"
                                            to descricaoExcecao
               when "CA"
                   move "pedido cancelado no livro"
                                            to descricaoExcecao
               when "VP"
                   move "total acima do total do pedido"
                                            to descricaoExcecao
               when "CB"
                   move "registro de NOTAS.IN descartado"
                                            to descricaoExcecao
               when "SI"
                   move "itens do pedido nao localizados"
                                            to descricaoExcecao
               when other
                   move space               to descricaoExcecao
           end-evaluate

           move space to regExcecaoOut
           string "  "             delimited by size
                  motivoExcecao    delimited by size
                  " - "            delimited by size
                  descricaoExcecao delimited by size
                  " "              delimited by size
                  detalheExcecao   delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           add 1 to qtdExcNota
           add 1 to qtdExcecoes

           .
       gravarExcecao-exit.
           exit.


      * Grava a liberacao de pagamento da nota corrente, conferida
      * sem excecao, em leiaute fixo.
       gravarLiberacao section.

           move numeroNf(indNf)      to numeroNotaLb
           move pedidoNf(indNf)      to pedidoLb
           move fornecedorNf(indNf)  to fornecedorLb
           move dataNf(indNf)        to dataNotaLb
           move mercadoriaNota       to mercadoriaLb
           move freteNf(indNf)       to freteLb
           move complementoNf(indNf) to complementoLb
           move totalNf(indNf)       to totalLb
           move dataExecucao         to dataLiberacaoLb

           move space to regLiberacaoOut
           move regLiberacaoW to regLiberacaoOut
           write regLiberacaoOut
           perform checarLiberacao

           move space                to regNotaLiberada
           move numeroNf(indNf)      to numeroNl
           move pedidoNf(indNf)      to pedidoNl
           move fornecedorNf(indNf)  to fornecedorNl
           move totalNf(indNf)       to totalNl
           move dataNf(indNf)        to dataNotaNl
           move dataExecucao         to dataLiberacaoNl
           write regNotaLiberada
           perform checarNotasLib

           add 1 to qtdLiberadas
           add totalNf(indNf) to valorLiberado

           move totalNf(indNf) to valorNotaEdt
           move space to regExcecaoOut
           string "  Conferida - pagamento liberado: R$ "
                                          delimited by size
                  valorNotaEdt            delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           .
       gravarLiberacao-exit.
           exit.


       checarLiberacao section.

           if statusLiberacao <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em LIBERACAO.OUT - status "
                       statusLiberacao
           end-if

           .
       checarLiberacao-exit.
           exit.


       checarNotasLib section.

           if statusNotasLib <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em NOTASLIB.DAT - status "
                       statusNotasLib
           end-if

           .
       checarNotasLib-exit.
           exit.


       checarExcecao section.

           if statusExcecao <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em EXCNOTAS.OUT - status "
                       statusExcecao
           end-if

           .
       checarExcecao-exit.
           exit.


      * Finalização do programa
       finaliza section.

           move valorLiberado to valorLiberadoEdt

           move space to regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           move space to regExcecaoOut
           string "Notas conferidas .......: " delimited by size
                  qtdNotas                     delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           move space to regExcecaoOut
           string "Notas liberadas ........: " delimited by size
                  qtdLiberadas                 delimited by size
                  " - R$ "                     delimited by size
                  valorLiberadoEdt             delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           move space to regExcecaoOut
           string "Notas retidas ..........: " delimited by size
                  qtdRetidas                   delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           move space to regExcecaoOut
           string "Registros descartados ..: " delimited by size
                  qtdDescartes                 delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           move space to regExcecaoOut
           string "Excecoes ...............: " delimited by size
                  qtdExcecoes                  delimited by size
                  into regExcecaoOut
           write regExcecaoOut
           perform checarExcecao

           close liberacaoOut
           close excecaoOut
           close notasLiberadas

           display "Conferencia de notas: " qtdLiberadas
                   " liberada(s), " qtdRetidas
                   " retida(s) - ver EXCNOTAS.OUT"

           if qtdDescartes > 0 then
               display "Registros descartados em NOTAS.IN: "
                       qtdDescartes " - ver EXCNOTAS.OUT"
           end-if

           if qtdRetidas > 0 or qtdDescartes > 0
               or houveErroGravacao then
               move 8 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
