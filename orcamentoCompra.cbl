      *Divisão de identificação do programa
       Identification Division.
       Program-id. "orcamentoCompra".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: confronto do orcamento mensal
      *de compras (ORCAMENTO.DAT) com o comprometido no livro de
      *pedidos (PEDIDOS.DAT, pedidos nao cancelados pelo mes da
      *geracao), por mes e fornecedor, com saldo, percentual usado
      *e marca de estouro, gravado em ORCAMENTO.OUT para a reuniao
      *financeira.
      *15/10/2026 FLE - fornecedor de cada linha conferido contra o
      *registro de fornecedores FORNECEDORES.DAT: nome nao registrado
      *(orcamento que o planejamento desconsidera), suspenso ou
      *bloqueado sai marcado. Sem o registro, nada é marcado.



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select orcamentoIn  assign to "ORCAMENTO.DAT"
                                organization is line sequential
                                file status is statusOrcamento.

           select livroPedidos assign to "PEDIDOS.DAT"
                                organization is line sequential
                                file status is statusLivro.

           select orcamentoOut assign to "ORCAMENTO.OUT"
                                organization is line sequential
                                file status is statusOrcamentoOut.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

      * Espelho do orcamento lido pelo planejamento no programa
      * desafioCorije: mes (aaaamm), fornecedor (em branco =
      * orcamento total do mes) e valor.
       FD  orcamentoIn
           label record is standard.
       01  regOrcamento.
           05 mesOrcTx                             pic x(06).
           05 mesOrc redefines mesOrcTx            pic 9(06).
           05 fornecedorOrc                        pic x(15).
           05 valorOrcTx                           pic x(09).
           05 valorOrc redefines valorOrcTx        pic 9(07)v99.

      * Espelho do livro de pedidos gravado por gravarLivroPedido no
      * programa desafioCorije.
       FD  livroPedidos
           label record is standard.
       01  regLivroPedidos.
           05 numeroLiv                            pic 9(10).
           05 fornecedorLiv                        pic x(15).
           05 valorLiv                             pic 9(07)v99.
           05 situacaoLiv                          pic x(01).
              88 pedidoCancelado                   value "X".
           05 dataGeracaoLiv                       pic 9(08).
           05 dataConfirmacaoLiv                   pic 9(08).
           05 dataRecebimentoLiv                   pic 9(08).
           05 dataCancelamentoLiv                  pic 9(08).
           05 dataFechamentoLiv                    pic 9(08).
           05 filler                               pic x(05).

       FD  orcamentoOut
           label record is standard.
       01  regOrcamentoOut                         pic x(120).



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

      *----Variaveis de trabalho
       Working-storage Section.

      * Uma linha por mes + fornecedor, com o orcado e o
      * comprometido; a linha de fornecedor em branco é o total do
      * mes (orcamento total e todos os pedidos do mes).
       01  linhasOrc occurs 1000.
           05 mesLo                                pic 9(06).
           05 fornecedorLo                         pic x(15).
           05 temOrcadoLo                          pic x(01).
              88 linhaOrcada                       value "S".
           05 orcadoLo                             pic 9(07)v99.
           05 comprometidoLo                       pic 9(09)v99.
           05 qtdPedidosLo                         pic 9(04).

       01  linhaTroca.
           05 mesTr                                pic 9(06).
           05 fornecedorTr                         pic x(15).
           05 temOrcadoTr                          pic x(01).
           05 orcadoTr                             pic 9(07)v99.
           05 comprometidoTr                       pic 9(09)v99.
           05 qtdPedidosTr                         pic 9(04).

       77  ind                                     pic 9(04).
       77  indLo                                   pic 9(04).
       77  qtdLinhas                               pic 9(04).
       77  controle                                pic x(10).
       77  dataExecucao                            pic 9(08).
       77  mesChave                                pic 9(06).
       77  fornecedorChave                         pic x(15).
       77  mesQuebra                               pic 9(06).
       77  saldoLo                                 pic s9(09)v99.
       77  percentualUso                           pic 9(04).
       77  percentualTrab                          pic 9(09).
       77  situacaoLinha                           pic x(13).
       77  qtdEstouradas                           pic 9(04).
       77  qtdPedidosLidos                         pic 9(05).

      *----Variaveis de edicao dos valores do relatorio
       77  orcadoEdt                               pic 9(07),99.
       77  comprometidoEdt                         pic 9(09),99.
       77  saldoEdt                                pic -z(8)9,99.

      *----Variaveis de controle dos arquivos
       77  statusOrcamento                         pic x(02).
       77  fimOrcamento                            pic x(01).
           88 fimDoOrcamento                       value "S".
       77  statusLivro                             pic x(02).
       77  fimLivro                                pic x(01).
           88 fimDoLivro                           value "S".
       77  statusOrcamentoOut                      pic x(02).
       77  tabelaCheia                             pic x(01).
           88 tabelaEstourada                      value "S".
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
       Linkage Section.




      *Divisão do corpo do programa

      *    O planejamento confere cada plano contra o saldo do
      *orcamento do mes; este programa da a visao do mes inteiro
      *para a reuniao financeira: para cada mes e fornecedor, o
      *orcado (ORCAMENTO.DAT), o comprometido (pedidos nao
      *cancelados do livro PEDIDOS.DAT, pelo mes da geracao), o
      *saldo e o percentual usado, com o total do mes ao final de
      *cada bloco e a marca ESTOURADO onde o comprometido passou do
      *orcado.


       Procedure Division.


           perform inicializa.
           perform carregarRegistroForn.
           perform carregarOrcamento.
           perform carregarComprometido.
           perform ordenarLinhas.
           perform gravarOrcamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdLinhas
           move 0     to qtdEstouradas
           move 0     to qtdPedidosLidos
           move space to fimOrcamento
           move space to fimLivro
           move space to tabelaCheia
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           open output orcamentoOut

           if statusOrcamentoOut <> "00" then
               display "Erro ao abrir ORCAMENTO.OUT - status "
                       statusOrcamentoOut
               move 8 to return-code
               stop run
           end-if

           move space to regOrcamentoOut
           string "Orcamento x comprometido de compras - Data: "
                                                delimited by size
                  dataExecucao                  delimited by size
                  into regOrcamentoOut
           write regOrcamentoOut
           perform checarOrcamentoOut

           .
       inicializa-exit.
           exit.


      * Carrega as linhas do orcamento; linha repetida da mesma
      * chave fica com o ultimo valor lido.
       carregarOrcamento section.

           open input orcamentoIn

           if statusOrcamento <> "00" then
               display "ORCAMENTO.DAT nao encontrado - somente o "
                       "comprometido sera listado"
           else

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
                           move mesOrc        to mesChave
                           move fornecedorOrc to fornecedorChave
                           perform localizarLinha
                           if indLo > 0 then
                               move "S"      to temOrcadoLo(indLo)
                               move valorOrc to orcadoLo(indLo)
                           end-if
      * Todo mes orcado ganha a sua linha de total, mesmo sem o
      * orcamento total lancado.
                           move space to fornecedorChave
                           perform localizarLinha
                       end-if

                   end-if

               end-perform

               close orcamentoIn

           end-if

           .
       carregarOrcamento-exit.
           exit.


      * Soma os pedidos nao cancelados do livro no mes da geracao,
      * na linha do fornecedor e na linha de total do mes.
       carregarComprometido section.

           open input livroPedidos

           if statusLivro <> "00" then
               display "PEDIDOS.DAT nao encontrado - nada comprometido"
           else

               perform until fimDoLivro

                   read livroPedidos
                       at end
                           move "S" to fimLivro
                   end-read

                   if not fimDoLivro
                       and dataGeracaoLiv is numeric
                       and valorLiv is numeric
                       and not pedidoCancelado then

                       add 1 to qtdPedidosLidos

                       divide dataGeracaoLiv by 100 giving mesChave

                       move fornecedorLiv to fornecedorChave
                       perform localizarLinha
                       if indLo > 0 then
                           add valorLiv to comprometidoLo(indLo)
                           add 1        to qtdPedidosLo(indLo)
                       end-if

                       move space to fornecedorChave
                       perform localizarLinha
                       if indLo > 0 then
                           add valorLiv to comprometidoLo(indLo)
                           add 1        to qtdPedidosLo(indLo)
                       end-if

                   end-if

               end-perform

               close livroPedidos

           end-if

           .
       carregarComprometido-exit.
           exit.


      * Localiza a linha de mesChave + fornecedorChave, criando-a
      * quando ainda nao existe (indLo zerado com a tabela cheia).
       localizarLinha section.

           move 0 to indLo

           perform varying ind from 1 by 1 until ind > qtdLinhas
               if mesLo(ind) = mesChave
                   and fornecedorLo(ind) = fornecedorChave then
                   move ind to indLo
               end-if
           end-perform

           if indLo = 0 then
               if qtdLinhas < 1000 then
                   add 1 to qtdLinhas
                   move qtdLinhas       to indLo
                   initialize linhasOrc(indLo)
                   move mesChave        to mesLo(indLo)
                   move fornecedorChave to fornecedorLo(indLo)
               else
                   if not tabelaEstourada then
                       move "S" to tabelaCheia
                       move "S" to erroArquivo
                       display "Limite de 1000 linhas de orcamento "
                               "atingido - relatorio incompleto"
                   end-if
               end-if
           end-if

           .
       localizarLinha-exit.
           exit.


      * Ordena por mes e fornecedor; a linha de total do mes
      * (fornecedor em branco) fica no alto do bloco e é gravada no
      * fim dele.
       ordenarLinhas section.

           move "trocou" to controle

           perform until controle <> "trocou"
               move 1 to ind
               move "N_trocou" to controle

               perform until ind >= qtdLinhas

                   if mesLo(ind) > mesLo(ind + 1)
                       or (mesLo(ind) = mesLo(ind + 1)
                           and fornecedorLo(ind)
                             > fornecedorLo(ind + 1)) then
                       move linhasOrc(ind + 1) to linhaTroca
                       move linhasOrc(ind) to linhasOrc(ind + 1)
                       move linhaTroca to linhasOrc(ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform

           .
       ordenarLinhas-exit.
           exit.


      * Grava o confronto mes a mes: uma linha por fornecedor e, no
      * fim do bloco, o total do mes.
       gravarOrcamento section.

           move 0 to mesQuebra
           move 0 to indLo

           if qtdLinhas = 0 then
               move space to regOrcamentoOut
               write regOrcamentoOut
               perform checarOrcamentoOut
               move space to regOrcamentoOut
               string "  (nenhum orcamento nem pedido lancado)"
                                             delimited by size
                      into regOrcamentoOut
               write regOrcamentoOut
               perform checarOrcamentoOut
           end-if

           perform varying ind from 1 by 1 until ind > qtdLinhas

               if mesLo(ind) not = mesQuebra then

                   if indLo > 0 then
                       perform gravarTotalMes
                   end-if

                   move mesLo(ind) to mesQuebra
                   move ind        to indLo

                   move space to regOrcamentoOut
                   write regOrcamentoOut
                   perform checarOrcamentoOut

                   move space to regOrcamentoOut
                   string "Mes "       delimited by size
                          mesQuebra    delimited by size
                          into regOrcamentoOut
                   write regOrcamentoOut
                   perform checarOrcamentoOut

                   move space to regOrcamentoOut
                   string "  Fornecedor          Orcado  "
                          "Comprometido         Saldo Uso% "
                          "Ped. Situacao"   delimited by size
                          into regOrcamentoOut
                   write regOrcamentoOut
                   perform checarOrcamentoOut

               end-if

               if fornecedorLo(ind) not = space then
                   move ind to indLo
                   perform montarLinhaOrcamento

                   move fornecedorLo(ind) to fornecedorBusca
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

                   move space to regOrcamentoOut
                   string "  "                 delimited by size
                          fornecedorLo(ind)    delimited by size
                          " "                  delimited by size
                          orcadoEdt            delimited by size
                          "  "                 delimited by size
                          comprometidoEdt      delimited by size
                          " "                  delimited by size
                          saldoEdt             delimited by size
                          " "                  delimited by size
                          percentualUso        delimited by size
                          " "                  delimited by size
                          qtdPedidosLo(ind)    delimited by size
                          " "                  delimited by size
                          situacaoLinha        delimited by size
                          marcaRegistro        delimited by size
                          into regOrcamentoOut
                   write regOrcamentoOut
                   perform checarOrcamentoOut
               end-if

           end-perform

           if indLo > 0 then
               perform gravarTotalMes
           end-if

           .
       gravarOrcamento-exit.
           exit.


      * Grava a linha de total do mes de mesQuebra.
       gravarTotalMes section.

           move 0 to indLo

           perform varying indLo from 1 by 1 until indLo > qtdLinhas
               if mesLo(indLo) = mesQuebra
                   and fornecedorLo(indLo) = space then
                   perform montarLinhaOrcamento
                   move space to regOrcamentoOut
                   string "  TOTAL DO MES    " delimited by size
                          orcadoEdt            delimited by size
                          "  "                 delimited by size
                          comprometidoEdt      delimited by size
                          " "                  delimited by size
                          saldoEdt             delimited by size
                          " "                  delimited by size
                          percentualUso        delimited by size
                          " "                  delimited by size
                          qtdPedidosLo(indLo)  delimited by size
                          " "                  delimited by size
                          situacaoLinha        delimited by size
                          into regOrcamentoOut
                   write regOrcamentoOut
                   perform checarOrcamentoOut
               end-if
           end-perform

           .
       gravarTotalMes-exit.
           exit.


      * Monta os valores editados, o saldo, o percentual usado e a
      * situacao da linha indLo.
       montarLinhaOrcamento section.

           move orcadoLo(indLo)       to orcadoEdt
           move comprometidoLo(indLo) to comprometidoEdt

           compute saldoLo = orcadoLo(indLo) - comprometidoLo(indLo)
           move saldoLo to saldoEdt

           move 0 to percentualUso

           if orcadoLo(indLo) > 0 then
               compute percentualTrab rounded
                     = comprometidoLo(indLo) * 100 / orcadoLo(indLo)
               if percentualTrab > 9999 then
                   move 9999 to percentualUso
               else
                   move percentualTrab to percentualUso
               end-if
           end-if

           evaluate true
               when not linhaOrcada(indLo)
                   move "SEM ORCAMENTO" to situacaoLinha
               when comprometidoLo(indLo) > orcadoLo(indLo)
                   move "ESTOURADO"     to situacaoLinha
                   add 1 to qtdEstouradas
               when other
                   move "OK"            to situacaoLinha
           end-evaluate

           .
       montarLinhaOrcamento-exit.
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


       checarOrcamentoOut section.

           if statusOrcamentoOut <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em ORCAMENTO.OUT - status "
                       statusOrcamentoOut
           end-if

           .
       checarOrcamentoOut-exit.
           exit.


      * Finalização do programa
       finaliza section.

           move space to regOrcamentoOut
           write regOrcamentoOut
           perform checarOrcamentoOut

           move space to regOrcamentoOut
           string "Pedidos considerados ...: " delimited by size
                  qtdPedidosLidos              delimited by size
                  into regOrcamentoOut
           write regOrcamentoOut
           perform checarOrcamentoOut

           move space to regOrcamentoOut
           string "Linhas estouradas ......: " delimited by size
                  qtdEstouradas                delimited by size
                  into regOrcamentoOut
           write regOrcamentoOut
           perform checarOrcamentoOut

           close orcamentoOut

           display "Orcamento x comprometido gravado em ORCAMENTO.OUT"
                   " - estouradas: " qtdEstouradas

           if houveErroGravacao then
               move 8 to return-code
               display "Execucao terminada com erro"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
