      *Divisão de identificação do programa
       Identification Division.
       Program-id. "registroOcorrencia".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: registro das ocorrencias de
      *entrega dos fornecedores em OCORRENCIAS.DAT (atraso, pedido
      *errado, qualidade ruim, item faltando, com fornecedor, data,
      *numero do pedido e gravidade de 1 a 5) mantido pelos
      *movimentos de OCORRENCIAS.MOV (incluir, excluir), com critica
      *contra o registro de fornecedores e o livro de pedidos e
      *listagem por fornecedor em OCORRENCIAS.OUT.
      *15/10/2026 FLE - data da ocorrencia criticada como data de
      *calendario (20260231 passava no teste de mes e dia).



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select ocorrenciasDat assign to "OCORRENCIAS.DAT"
                                organization is line sequential
                                file status is statusOcorrencias.

           select movimentoIn  assign to "OCORRENCIAS.MOV"
                                organization is line sequential
                                file status is statusMovimento.

           select listagemOut  assign to "OCORRENCIAS.OUT"
                                organization is line sequential
                                file status is statusListagem.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

           select livroPedidos assign to "PEDIDOS.DAT"
                                organization is line sequential
                                file status is statusLivro.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

      * Registro de ocorrencias de entrega: numero sequencial da
      * ocorrencia, tipo (A atraso na entrega, E pedido errado, Q
      * qualidade ruim, F item faltando), fornecedor, data da
      * ocorrencia, numero do pedido de compra, gravidade de 1 (leve)
      * a 5 (grave), descricao livre e a data do lancamento. Mesmo
      * leiaute lido pelo comparativo e pelo fechamento mensal.
       FD  ocorrenciasDat
           label record is standard.
       01  regOcorrencia.
           05 numeroOc                             pic 9(06).
           05 tipoOc                               pic x(01).
           05 fornecedorOc                         pic x(15).
           05 dataOc                               pic 9(08).
           05 pedidoOc                             pic 9(10).
           05 gravidadeOc                          pic 9(01).
           05 descricaoOc                          pic x(30).
           05 dataLancamentoOc                     pic 9(08).
           05 filler                               pic x(01).

      * Movimento do registro: I inclui uma ocorrencia (tipo,
      * fornecedor, pedido e gravidade obrigatorios; data em branco =
      * data da execucao), E exclui a ocorrencia pelo numero (lancada
      * por engano). Campos numericos em texto, criticados antes de
      * tocar o registro.
       FD  movimentoIn
           label record is standard.
       01  regMovimentoIn.
           05 operacaoMv                           pic x(01).
              88 movimentoIncluir                  value "I".
              88 movimentoExcluir                  value "E".
           05 numeroMvTx                           pic x(06).
           05 numeroMv redefines numeroMvTx        pic 9(06).
           05 tipoMv                               pic x(01).
              88 tipoValido                        value "A" "E"
                                                         "Q" "F".
           05 fornecedorMv                         pic x(15).
           05 dataMvTx                             pic x(08).
           05 dataMv redefines dataMvTx            pic 9(08).
           05 pedidoMvTx                           pic x(10).
           05 pedidoMv redefines pedidoMvTx        pic 9(10).
           05 gravidadeMvTx                        pic x(01).
           05 gravidadeMv redefines gravidadeMvTx  pic 9(01).
           05 descricaoMv                          pic x(30).

       FD  listagemOut
           label record is standard.
       01  regListagemOut                          pic x(120).

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
      * programa desafioCorije (so o numero, o fornecedor e a data de
      * geracao interessam aqui).
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



      *----Variaveis de trabalho
       Working-storage Section.

      * Registro de ocorrencias carregado inteiro (no leiaute do
      * arquivo) e regravado com os movimentos do dia.
       01  ocorrencias occurs 2000.
           05 numeroRo                             pic 9(06).
           05 tipoRo                               pic x(01).
              88 ocorrenciaAtraso                  value "A".
              88 ocorrenciaErrado                  value "E".
              88 ocorrenciaQualidade               value "Q".
              88 ocorrenciaFalta                   value "F".
           05 fornecedorRo                         pic x(15).
           05 dataRo                               pic 9(08).
           05 pedidoRo                             pic 9(10).
           05 gravidadeRo                          pic 9(01).
           05 descricaoRo                          pic x(30).
           05 dataLancamentoRo                     pic 9(08).
           05 filler                               pic x(01).

       01  ocorrenciaTroca                         pic x(80).

      * Livro de pedidos (numero, fornecedor e data de geracao) para
      * a critica do pedido informado na ocorrencia.
       01  pedidosLivro occurs 5000.
           05 numeroLv                             pic 9(10).
           05 fornecedorLv                         pic x(15).
           05 dataGeracaoLv                        pic 9(08).

       77  ind                                     pic 9(04).
       77  indRo                                   pic 9(04).
       77  indOcorrencia                           pic 9(04).
       77  qtdOcorrencias                          pic 9(04).
       77  ultimoNumero                            pic 9(06).
       77  controle                                pic x(10).
       77  dataExecucao                            pic 9(08).
       77  dataOcorrencia                          pic 9(08).
       77  motivoRecusa                            pic x(50).
       77  descricaoTipo                           pic x(09).
       77  fornecedorQuebra                        pic x(15).

      *----Contadores dos movimentos e da listagem
       77  qtdAplicados                            pic 9(05).
       77  qtdRecusados                            pic 9(05).
       77  qtdAtrasoForn                           pic 9(04).
       77  qtdErradoForn                           pic 9(04).
       77  qtdQualidadeForn                        pic 9(04).
       77  qtdFaltaForn                            pic 9(04).
       77  qtdTotalForn                            pic 9(04).

      *----Variaveis de controle dos arquivos
       77  statusOcorrencias                       pic x(02).
       77  fimOcorrencias                          pic x(01).
           88 fimDasOcorrencias                    value "S".
       77  registroCheio                           pic x(01).
           88 registroEstourado                    value "S".
       77  statusMovimento                         pic x(02).
       77  fimMovimento                            pic x(01).
           88 fimDosMovimentos                     value "S".
       77  statusListagem                          pic x(02).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".

      *----Variaveis do livro de pedidos
       77  statusLivro                             pic x(02).
       77  fimLivro                                pic x(01).
           88 fimDoLivro                           value "S".
       77  livroPresente                           pic x(01).
           88 livroLigado                          value "S".
       77  qtdLivro                                pic 9(04).
       77  indLv                                   pic 9(04).
       77  indLivro                                pic 9(04).

      *----Espelho do registro de fornecedores (FORNECEDORES.DAT)
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

      *    O placar dos fornecedores so enxergava preco: a pizza mais
      *barata por cm2 que chega fria ou uma hora atrasada continuava
      *no topo. Este programa mantem em OCORRENCIAS.DAT as
      *ocorrencias de entrega de cada fornecedor a partir dos
      *movimentos de OCORRENCIAS.MOV, listando cada movimento com o
      *resultado e, ao final, o registro inteiro por fornecedor em
      *OCORRENCIAS.OUT. O comparativo tira dele a nota de qualidade
      *de cada fornecedor e o fechamento mensal, as contagens do mes.


       Procedure Division.


           perform inicializa.
           perform carregarRegistroForn.
           perform carregarLivro.
           perform carregarOcorrencias.
           perform aplicarMovimentos.
           perform listarOcorrencias.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdOcorrencias
           move 0     to ultimoNumero
           move 0     to qtdAplicados
           move 0     to qtdRecusados
           move 0     to qtdLivro
           move space to fimOcorrencias
           move space to registroCheio
           move space to fimMovimento
           move space to fimLivro
           move space to livroPresente
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           open output listagemOut

           if statusListagem <> "00" then
               display "Erro ao abrir OCORRENCIAS.OUT - status "
                       statusListagem
               move 8 to return-code
               stop run
           end-if

           move space to regListagemOut
           string "Ocorrencias de entrega dos fornecedores - Data: "
                                                delimited by size
                  dataExecucao                  delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           .
       inicializa-exit.
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


      * Carrega numero e fornecedor dos pedidos do livro; sem
      * PEDIDOS.DAT o pedido da ocorrencia so é conferido quanto ao
      * formato.
       carregarLivro section.

           open input livroPedidos

           if statusLivro = "00" then

               move "S" to livroPresente

               perform until fimDoLivro

                   read livroPedidos
                       at end
                           move "S" to fimLivro
                   end-read

                   if not fimDoLivro then
                       if qtdLivro < 5000 then
                           add 1 to qtdLivro
                           move numeroLiv     to numeroLv(qtdLivro)
                           move fornecedorLiv to fornecedorLv(qtdLivro)
                           move dataGeracaoLiv
                             to dataGeracaoLv(qtdLivro)
                       else
                           move "S" to erroArquivo
                           display "PEDIDOS.DAT acima de 5000 pedidos"
                                   " - excedentes ignorados"
                           move "S" to fimLivro
                       end-if
                   end-if

               end-perform

               close livroPedidos

           end-if

           .
       carregarLivro-exit.
           exit.


      * Carrega o registro de ocorrencias inteiro para a tabela;
      * registro ausente vale registro vazio (primeira execucao). O
      * proximo numero continua do maior ja lancado.
       carregarOcorrencias section.

           open input ocorrenciasDat

           if statusOcorrencias <> "00" then
               display "OCORRENCIAS.DAT nao encontrado - registro "
                       "vazio"
           else

               perform until fimDasOcorrencias

                   read ocorrenciasDat
                       at end
                           move "S" to fimOcorrencias
                   end-read

                   if not fimDasOcorrencias then
                       if qtdOcorrencias < 2000 then
                           add 1 to qtdOcorrencias
                           move regOcorrencia
                             to ocorrencias(qtdOcorrencias)
                           if numeroOc > ultimoNumero then
                               move numeroOc to ultimoNumero
                           end-if
                       else
                           move "S" to registroCheio
                           move "S" to fimOcorrencias
                       end-if
                   end-if

               end-perform

               close ocorrenciasDat

               if registroEstourado then
                   move "S" to erroArquivo
                   display "OCORRENCIAS.DAT acima de 2000 "
                           "ocorrencias - movimentos nao aplicados"
               end-if

           end-if

           .
       carregarOcorrencias-exit.
           exit.


      * Aplica os movimentos de OCORRENCIAS.MOV sobre a tabela,
      * listando cada um com o resultado, e regrava o registro
      * quando algum foi aplicado.
       aplicarMovimentos section.

           open input movimentoIn

           if statusMovimento = "00" then

               move space to regListagemOut
               write regListagemOut
               perform checarListagem

               move space to regListagemOut
               string "Movimentos de OCORRENCIAS.MOV:"
                                                delimited by size
                      into regListagemOut
               write regListagemOut
               perform checarListagem

               perform until fimDosMovimentos

                   read movimentoIn
                       at end
                           move "S" to fimMovimento
                   end-read

                   if not fimDosMovimentos then
                       perform aplicarMovimento
                   end-if

               end-perform

               close movimentoIn

               if qtdAplicados > 0 and not registroEstourado then
                   perform ordenarOcorrencias
                   perform regravarOcorrencias
               end-if

               display "Movimentos aplicados: " qtdAplicados
                       " - recusados: " qtdRecusados

           end-if

           .
       aplicarMovimentos-exit.
           exit.


      * Critica e aplica o movimento corrente; o primeiro motivo de
      * recusa encontrado vai para a linha da listagem.
       aplicarMovimento section.

           move space to motivoRecusa

           if not movimentoIncluir and not movimentoExcluir then
               move "operacao invalida" to motivoRecusa
           end-if

           if motivoRecusa = space and registroEstourado then
               move "registro de ocorrencias acima da capacidade"
                 to motivoRecusa
           end-if

           if motivoRecusa = space then
               evaluate true
                   when movimentoIncluir
                       perform incluirOcorrencia
                   when movimentoExcluir
                       perform excluirOcorrencia
               end-evaluate
           end-if

           move space to regListagemOut

           if motivoRecusa = space then
               add 1 to qtdAplicados
               string "  "           delimited by size
                      operacaoMv     delimited by size
                      " "            delimited by size
                      numeroMvTx     delimited by size
                      " "            delimited by size
                      tipoMv         delimited by size
                      " "            delimited by size
                      fornecedorMv   delimited by size
                      " "            delimited by size
                      pedidoMvTx     delimited by size
                      " - aplicado"  delimited by size
                      into regListagemOut
           else
               add 1 to qtdRecusados
               string "  "           delimited by size
                      operacaoMv     delimited by size
                      " "            delimited by size
                      numeroMvTx     delimited by size
                      " "            delimited by size
                      tipoMv         delimited by size
                      " "            delimited by size
                      fornecedorMv   delimited by size
                      " "            delimited by size
                      pedidoMvTx     delimited by size
                      " - RECUSADO: " delimited by size
                      motivoRecusa   delimited by size
                      into regListagemOut
           end-if

           write regListagemOut
           perform checarListagem

           .
       aplicarMovimento-exit.
           exit.


      * Inclusao: tipo, fornecedor registrado, data valida e nao
      * futura, pedido do proprio fornecedor no livro, gerado ate a
      * data da ocorrencia (quando o livro existe), e gravidade de 1
      * a 5. O numero da ocorrencia é atribuido aqui, na sequencia
      * do registro.
       incluirOcorrencia section.

           if not tipoValido then
               move "tipo invalido (A/E/Q/F)" to motivoRecusa
           end-if

           if motivoRecusa = space and fornecedorMv = space then
               move "fornecedor em branco" to motivoRecusa
           end-if

           if motivoRecusa = space then
               move fornecedorMv to fornecedorBusca
               perform buscarRegistroForn
               if buscaNaoRegistrado then
                   move "fornecedor nao registrado" to motivoRecusa
               end-if
           end-if

           if motivoRecusa = space then
               if dataMvTx = space then
                   move dataExecucao to dataOcorrencia
               else
                   if dataMvTx is numeric
                       and function test-date-yyyymmdd(dataMv) = 0
                       then
                       move dataMv to dataOcorrencia
                   else
                       move "data invalida" to motivoRecusa
                   end-if
               end-if
           end-if

           if motivoRecusa = space
               and dataOcorrencia > dataExecucao then
               move "data futura" to motivoRecusa
           end-if

           if motivoRecusa = space
               and (pedidoMvTx not numeric or pedidoMv = 0) then
               move "numero do pedido invalido" to motivoRecusa
           end-if

           if motivoRecusa = space and livroLigado then

               move 0 to indLivro

               perform varying indLv from 1 by 1
                       until indLv > qtdLivro
                   if numeroLv(indLv) = pedidoMv then
                       move indLv to indLivro
                   end-if
               end-perform

               if indLivro = 0 then
                   move "pedido nao consta do livro" to motivoRecusa
               else
                   if fornecedorLv(indLivro) <> fornecedorMv then
                       move "pedido de outro fornecedor"
                         to motivoRecusa
                   end-if
                   if motivoRecusa = space
                       and dataOcorrencia < dataGeracaoLv(indLivro) then
                       move "data anterior a geracao do pedido"
                         to motivoRecusa
                   end-if
               end-if

           end-if

           if motivoRecusa = space
               and (gravidadeMvTx not numeric
                    or gravidadeMv < 1 or gravidadeMv > 5) then
               move "gravidade invalida (1 a 5)" to motivoRecusa
           end-if

           if motivoRecusa = space and qtdOcorrencias >= 2000 then
               move "registro cheio (2000 ocorrencias)"
                 to motivoRecusa
           end-if

           if motivoRecusa = space then
               add 1 to ultimoNumero
               add 1 to qtdOcorrencias
               move space          to ocorrencias(qtdOcorrencias)
               move ultimoNumero   to numeroRo(qtdOcorrencias)
               move tipoMv         to tipoRo(qtdOcorrencias)
               move fornecedorMv   to fornecedorRo(qtdOcorrencias)
               move dataOcorrencia to dataRo(qtdOcorrencias)
               move pedidoMv       to pedidoRo(qtdOcorrencias)
               move gravidadeMv    to gravidadeRo(qtdOcorrencias)
               move descricaoMv    to descricaoRo(qtdOcorrencias)
               move dataExecucao   to dataLancamentoRo(qtdOcorrencias)
               move ultimoNumero   to numeroMv
           end-if

           .
       incluirOcorrencia-exit.
           exit.


      * Exclusao da ocorrencia pelo numero, compactando a tabela.
       excluirOcorrencia section.

           move 0 to indOcorrencia

           if numeroMvTx not numeric then
               move "numero da ocorrencia invalido" to motivoRecusa
           else
               perform varying indRo from 1 by 1
                       until indRo > qtdOcorrencias
                   if numeroRo(indRo) = numeroMv then
                       move indRo to indOcorrencia
                   end-if
               end-perform
           end-if

           if motivoRecusa = space and indOcorrencia = 0 then
               move "ocorrencia nao registrada" to motivoRecusa
           end-if

           if motivoRecusa = space then
               perform varying indRo from indOcorrencia by 1
                       until indRo >= qtdOcorrencias
                   move ocorrencias(indRo + 1) to ocorrencias(indRo)
               end-perform
               move space to ocorrencias(qtdOcorrencias)
               subtract 1 from qtdOcorrencias
           end-if

           .
       excluirOcorrencia-exit.
           exit.


      * Ordena o registro por fornecedor, data e numero antes da
      * regravacao (mesmo metodo de bolha usado no sistema).
       ordenarOcorrencias section.

           move "trocou" to controle

           perform until controle <> "trocou"

               move "N_trocou" to controle

               perform varying ind from 1 by 1
                       until ind >= qtdOcorrencias
                   if fornecedorRo(ind) > fornecedorRo(ind + 1)
                       or (fornecedorRo(ind) = fornecedorRo(ind + 1)
                           and dataRo(ind) > dataRo(ind + 1))
                       or (fornecedorRo(ind) = fornecedorRo(ind + 1)
                           and dataRo(ind) = dataRo(ind + 1)
                           and numeroRo(ind) > numeroRo(ind + 1))
                       then
                       move ocorrencias(ind + 1) to ocorrenciaTroca
                       move ocorrencias(ind)     to ocorrencias(ind + 1)
                       move ocorrenciaTroca      to ocorrencias(ind)
                       move "trocou" to controle
                   end-if
               end-perform

           end-perform

           .
       ordenarOcorrencias-exit.
           exit.


      * Regrava o registro de ocorrencias inteiro a partir da
      * tabela.
       regravarOcorrencias section.

           open output ocorrenciasDat

           if statusOcorrencias <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir OCORRENCIAS.DAT - status "
                       statusOcorrencias
           else

               perform varying indRo from 1 by 1
                       until indRo > qtdOcorrencias
                   move ocorrencias(indRo) to regOcorrencia
                   write regOcorrencia
                   if statusOcorrencias <> "00" then
                       move "S" to erroArquivo
                       display "Erro de gravacao em OCORRENCIAS.DAT"
                               " - status " statusOcorrencias
                   end-if
               end-perform

               close ocorrenciasDat

           end-if

           .
       regravarOcorrencias-exit.
           exit.


      * Lista o registro corrente (ja com os movimentos aplicados),
      * por fornecedor, com o total de cada tipo na quebra.
       listarOcorrencias section.

           move space to regListagemOut
           write regListagemOut
           perform checarListagem

           move space to regListagemOut
           string "Numero Fornecedor      Data     Pedido     "
                                                delimited by size
                  "Tipo      G Descricao"       delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           move space to fornecedorQuebra

           perform varying indRo from 1 by 1
                   until indRo > qtdOcorrencias

               if fornecedorRo(indRo) <> fornecedorQuebra then
                   if fornecedorQuebra <> space then
                       perform gravarTotalFornecedor
                   end-if
                   move fornecedorRo(indRo) to fornecedorQuebra
                   move 0 to qtdAtrasoForn
                   move 0 to qtdErradoForn
                   move 0 to qtdQualidadeForn
                   move 0 to qtdFaltaForn
                   move 0 to qtdTotalForn
               end-if

               add 1 to qtdTotalForn

               evaluate true
                   when ocorrenciaAtraso(indRo)
                       move "ATRASO"    to descricaoTipo
                       add 1 to qtdAtrasoForn
                   when ocorrenciaErrado(indRo)
                       move "ERRADO"    to descricaoTipo
                       add 1 to qtdErradoForn
                   when ocorrenciaQualidade(indRo)
                       move "QUALIDADE" to descricaoTipo
                       add 1 to qtdQualidadeForn
                   when ocorrenciaFalta(indRo)
                       move "FALTA"     to descricaoTipo
                       add 1 to qtdFaltaForn
                   when other
                       move "?"         to descricaoTipo
               end-evaluate

               move space to regListagemOut
               string numeroRo(indRo)       delimited by size
                      " "                   delimited by size
                      fornecedorRo(indRo)   delimited by size
                      " "                   delimited by size
                      dataRo(indRo)         delimited by size
                      " "                   delimited by size
                      pedidoRo(indRo)       delimited by size
                      " "                   delimited by size
                      descricaoTipo         delimited by size
                      " "                   delimited by size
                      gravidadeRo(indRo)    delimited by size
                      " "                   delimited by size
                      descricaoRo(indRo)    delimited by size
                      into regListagemOut
               write regListagemOut
               perform checarListagem

           end-perform

           if fornecedorQuebra <> space then
               perform gravarTotalFornecedor
           end-if

           move space to regListagemOut
           write regListagemOut
           perform checarListagem

           move space to regListagemOut
           string "Ocorrencias registradas: " delimited by size
                  qtdOcorrencias              delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           .
       listarOcorrencias-exit.
           exit.


      * Linha de total do fornecedor da quebra, por tipo.
       gravarTotalFornecedor section.

           move space to regListagemOut
           string "       Total "        delimited by size
                  fornecedorQuebra       delimited by size
                  ": "                   delimited by size
                  qtdTotalForn           delimited by size
                  " - atraso "           delimited by size
                  qtdAtrasoForn          delimited by size
                  " - errado "           delimited by size
                  qtdErradoForn          delimited by size
                  " - qualidade "        delimited by size
                  qtdQualidadeForn       delimited by size
                  " - falta "            delimited by size
                  qtdFaltaForn           delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           move space to regListagemOut
           write regListagemOut
           perform checarListagem

           .
       gravarTotalFornecedor-exit.
           exit.


       checarListagem section.

           if statusListagem <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em OCORRENCIAS.OUT - "
                       "status " statusListagem
           end-if

           .
       checarListagem-exit.
           exit.


      * Finalização do programa
       finaliza section.

           close listagemOut

           display "Ocorrencias registradas: " qtdOcorrencias
                   " - ver OCORRENCIAS.OUT"

           if houveErroGravacao then
               move 8 to return-code
               display "Execucao terminada com erro"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
