      *Divisão de identificação do programa
       Identification Division.
       Program-id. "situacaoPedido".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: manutencao da situacao dos
      *pedidos de compra no livro PEDIDOS.DAT a partir dos
      *movimentos de PEDIDOS.MOV (confirmado, recebido, cancelado,
      *fechado, com a data de cada passo e critica da sequencia
      *permitida) e relatorio de envelhecimento dos pedidos em
      *aberto por fornecedor em ABERTOS.OUT.
      *15/10/2026 FLE - data do movimento criticada como data de
      *calendario (20260231 era aceita) e recusada quando futura.



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select livroPedidos assign to "PEDIDOS.DAT"
                                organization is line sequential
                                file status is statusLivro.

           select movimentoIn  assign to "PEDIDOS.MOV"
                                organization is line sequential
                                file status is statusMovimento.

           select abertosOut   assign to "ABERTOS.OUT"
                                organization is line sequential
                                file status is statusAbertos.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

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

      * Movimento de situacao: operacao C (confirmado), R (recebido),
      * X (cancelado) ou F (fechado), numero do pedido e data do
      * passo (em branco = data da execucao). Campos em texto,
      * criticados antes de tocar o livro.
       FD  movimentoIn
           label record is standard.
       01  regMovimentoIn.
           05 operacaoMv                           pic x(01).
              88 movimentoConfirmar                value "C".
              88 movimentoReceber                  value "R".
              88 movimentoCancelar                 value "X".
              88 movimentoFechar                   value "F".
           05 numeroMvTx                           pic x(10).
           05 numeroMv redefines numeroMvTx        pic 9(10).
           05 dataMvTx                             pic x(08).
           05 dataMv redefines dataMvTx            pic 9(08).

       FD  abertosOut
           label record is standard.
       01  regAbertosOut                           pic x(120).



      *----Variaveis de trabalho
       Working-storage Section.

      * Livro de pedidos carregado inteiro (linha a linha, no
      * leiaute do registro) e regravado com os movimentos do dia.
       01  livroPedido occurs 5000.
           05 numeroLv                             pic 9(10).
           05 fornecedorLv                         pic x(15).
           05 valorLv                              pic 9(07)v99.
           05 situacaoLv                           pic x(01).
              88 livroGerado                       value "G".
              88 livroConfirmado                   value "C".
              88 livroRecebido                     value "R".
              88 livroCancelado                    value "X".
              88 livroFechado                      value "F".
           05 dataGeracaoLv                        pic 9(08).
           05 dataConfirmacaoLv                    pic 9(08).
           05 dataRecebimentoLv                    pic 9(08).
           05 dataCancelamentoLv                   pic 9(08).
           05 dataFechamentoLv                     pic 9(08).
           05 filler                               pic x(05).

      * Pedidos em aberto (gerados, confirmados e recebidos ainda nao
      * fechados), ordenados por fornecedor e numero para o
      * relatorio de envelhecimento.
       01  abertos occurs 5000.
           05 fornecedorAb                         pic x(15).
           05 numeroAb                             pic 9(10).
           05 situacaoAb                           pic x(01).
           05 valorAb                              pic 9(07)v99.
           05 dataGeracaoAb                        pic 9(08).
           05 dataPassoAb                          pic 9(08).
           05 idadeAb                              pic 9(04).
           05 paradoAb                             pic 9(04).

       01  abertoTroca.
           05 fornecedorTr                         pic x(15).
           05 numeroTr                             pic 9(10).
           05 situacaoTr                           pic x(01).
           05 valorTr                              pic 9(07)v99.
           05 dataGeracaoTr                        pic 9(08).
           05 dataPassoTr                          pic 9(08).
           05 idadeTr                              pic 9(04).
           05 paradoTr                             pic 9(04).

       77  ind                                     pic 9(04).
       77  indLv                                   pic 9(04).
       77  indLivro                                pic 9(04).
       77  qtdLivro                                pic 9(04).
       77  qtdAbertos                              pic 9(04).
       77  controle                                pic x(10).
       77  dataExecucao                            pic 9(08).
       77  dataPasso                               pic 9(08).
       77  diaHoje                                 pic 9(08).
       77  diaPasso                                pic 9(08).
       77  diasCorridos                            pic 9(08).
       77  fornecedorQuebra                        pic x(15).
       77  motivoRecusa                            pic x(50).
       77  descricaoSituacao                       pic x(10).

      *----Contadores dos movimentos e do envelhecimento
       77  qtdAplicados                            pic 9(05).
       77  qtdRecusados                            pic 9(05).
       77  qtdAbertosForn                          pic 9(04).
       77  valorAbertosForn                        pic 9(09)v99.
       77  valorAbertosTotal                       pic 9(09)v99.
       77  qtdFaixa1                               pic 9(04).
       77  qtdFaixa2                               pic 9(04).
       77  qtdFaixa3                               pic 9(04).
       77  qtdFaixa4                               pic 9(04).

      *----Variaveis de edicao dos valores do relatorio
       77  valorEdt                                pic 9(07),99.
       77  valorTotalEdt                           pic 9(09),99.

      *----Variaveis de controle dos arquivos
       77  statusLivro                             pic x(02).
       77  fimLivro                                pic x(01).
           88 fimDoLivro                           value "S".
       77  livroCheio                              pic x(01).
           88 livroEstourado                       value "S".
       77  statusMovimento                         pic x(02).
       77  fimMovimento                            pic x(01).
           88 fimDosMovimentos                     value "S".
       77  statusAbertos                           pic x(02).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".



      *----Variaveis para comunicação entre programas
       Linkage Section.




      *Divisão do corpo do programa

      *    O planejamento lanca cada pedido gerado no livro de
      *pedidos PEDIDOS.DAT e o conferePedido lanca a confirmacao;
      *este programa aplica os demais passos informados em
      *PEDIDOS.MOV (confirmacao manual, recebimento, cancelamento e
      *fechamento), recusando o movimento que nao segue a sequencia
      *gerado -> confirmado -> recebido -> fechado (cancelamento so
      *antes do recebimento), e emite em ABERTOS.OUT o
      *envelhecimento dos pedidos ainda em aberto por fornecedor,
      *para o comprador cobrar o pedido parado.


       Procedure Division.


           perform inicializa.
           perform carregarLivro.
           perform aplicarMovimentos.
           perform gravarAbertos.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdLivro
           move 0     to qtdAbertos
           move 0     to qtdAplicados
           move 0     to qtdRecusados
           move space to fimLivro
           move space to livroCheio
           move space to fimMovimento
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd
           compute diaHoje = function integer-of-date(dataExecucao)

           open output abertosOut

           if statusAbertos <> "00" then
               display "Erro ao abrir ABERTOS.OUT - status "
                       statusAbertos
               move 8 to return-code
               stop run
           end-if

           move space to regAbertosOut
           string "Situacao dos pedidos de compra - Data: "
                                                delimited by size
                  dataExecucao                  delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           .
       inicializa-exit.
           exit.


      * Carrega o livro de pedidos inteiro para a tabela; livro
      * ausente vale livro vazio (nenhum pedido gerado ainda).
       carregarLivro section.

           open input livroPedidos

           if statusLivro <> "00" then
               display "PEDIDOS.DAT nao encontrado - livro de pedidos "
                       "vazio"
           else

               perform until fimDoLivro

                   read livroPedidos
                       at end
                           move "S" to fimLivro
                   end-read

                   if not fimDoLivro then
                       if qtdLivro < 5000 then
                           add 1 to qtdLivro
                           move regLivroPedidos to livroPedido(qtdLivro)
                       else
                           move "S" to livroCheio
                           move "S" to fimLivro
                       end-if
                   end-if

               end-perform

               close livroPedidos

               if livroEstourado then
                   move "S" to erroArquivo
                   display "PEDIDOS.DAT acima de 5000 pedidos - "
                           "movimentos nao aplicados"
               end-if

           end-if

           .
       carregarLivro-exit.
           exit.


      * Aplica os movimentos de PEDIDOS.MOV sobre a tabela, listando
      * cada um em ABERTOS.OUT com o resultado, e regrava o livro
      * quando algum foi aplicado. Sem o arquivo de movimentos, so o
      * relatorio de envelhecimento sai.
       aplicarMovimentos section.

           open input movimentoIn

           if statusMovimento = "00" then

               move space to regAbertosOut
               write regAbertosOut
               perform checarAbertos

               move space to regAbertosOut
               string "Movimentos de PEDIDOS.MOV:" delimited by size
                      into regAbertosOut
               write regAbertosOut
               perform checarAbertos

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

               if qtdAplicados > 0 and not livroEstourado then
                   perform regravarLivro
               end-if

               display "Movimentos aplicados: " qtdAplicados
                       " - recusados: " qtdRecusados

           end-if

           .
       aplicarMovimentos-exit.
           exit.


      * Critica e aplica o movimento corrente; o primeiro motivo de
      * recusa encontrado vai para a linha do relatorio.
       aplicarMovimento section.

           move space to motivoRecusa
           move 0     to indLivro

           if not movimentoConfirmar and not movimentoReceber
               and not movimentoCancelar and not movimentoFechar then
               move "operacao invalida" to motivoRecusa
           end-if

           if motivoRecusa = space and numeroMvTx not numeric then
               move "numero do pedido invalido" to motivoRecusa
           end-if

           if motivoRecusa = space then
               if dataMvTx = space then
                   move dataExecucao to dataPasso
               else
                   if dataMvTx is numeric
                       and function test-date-yyyymmdd(dataMv) = 0
                       then
                       move dataMv to dataPasso
                   else
                       move "data invalida" to motivoRecusa
                   end-if
               end-if
           end-if

           if motivoRecusa = space
               and dataPasso > dataExecucao then
               move "data futura" to motivoRecusa
           end-if

           if motivoRecusa = space and livroEstourado then
               move "livro de pedidos acima da capacidade"
                 to motivoRecusa
           end-if

           if motivoRecusa = space then

               perform varying indLv from 1 by 1
                       until indLv > qtdLivro
                   if numeroLv(indLv) = numeroMv then
                       move indLv to indLivro
                   end-if
               end-perform

               if indLivro = 0 then
                   move "pedido nao consta do livro" to motivoRecusa
               end-if

           end-if

           if motivoRecusa = space then
               if dataPasso < dataGeracaoLv(indLivro) then
                   move "data anterior a geracao do pedido"
                     to motivoRecusa
               end-if
           end-if

      * Sequencia permitida: gerado -> confirmado -> recebido ->
      * fechado; cancelamento so enquanto o pedido nao foi recebido.
           if motivoRecusa = space then

               evaluate true
                   when movimentoConfirmar
                       if livroGerado(indLivro) then
                           move "C"       to situacaoLv(indLivro)
                           move dataPasso
                             to dataConfirmacaoLv(indLivro)
                       else
                           move "confirmacao exige pedido gerado"
                             to motivoRecusa
                       end-if
                   when movimentoReceber
                       if livroGerado(indLivro)
                           or livroConfirmado(indLivro) then
                           move "R"       to situacaoLv(indLivro)
                           move dataPasso
                             to dataRecebimentoLv(indLivro)
                       else
                           move "recebimento exige pedido nao recebido"
                             to motivoRecusa
                       end-if
                   when movimentoCancelar
                       if livroGerado(indLivro)
                           or livroConfirmado(indLivro) then
                           move "X"       to situacaoLv(indLivro)
                           move dataPasso
                             to dataCancelamentoLv(indLivro)
                       else
                           move "cancelamento so antes do recebimento"
                             to motivoRecusa
                       end-if
                   when movimentoFechar
                       if livroRecebido(indLivro) then
                           move "F"       to situacaoLv(indLivro)
                           move dataPasso
                             to dataFechamentoLv(indLivro)
                       else
                           move "fechamento exige pedido recebido"
                             to motivoRecusa
                       end-if
               end-evaluate

           end-if

           move space to regAbertosOut

           if motivoRecusa = space then
               add 1 to qtdAplicados
               string "  "           delimited by size
                      operacaoMv     delimited by size
                      " "            delimited by size
                      numeroMvTx     delimited by size
                      " - aplicado em " delimited by size
                      dataPasso      delimited by size
                      into regAbertosOut
           else
               add 1 to qtdRecusados
               string "  "           delimited by size
                      operacaoMv     delimited by size
                      " "            delimited by size
                      numeroMvTx     delimited by size
                      " - RECUSADO: " delimited by size
                      motivoRecusa   delimited by size
                      into regAbertosOut
           end-if

           write regAbertosOut
           perform checarAbertos

           .
       aplicarMovimento-exit.
           exit.


      * Regrava o livro de pedidos inteiro a partir da tabela.
       regravarLivro section.

           open output livroPedidos

           if statusLivro <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir PEDIDOS.DAT - status "
                       statusLivro
           else

               perform varying indLv from 1 by 1 until indLv > qtdLivro
                   move livroPedido(indLv) to regLivroPedidos
                   write regLivroPedidos
                   if statusLivro <> "00" then
                       move "S" to erroArquivo
                       display "Erro de gravacao em PEDIDOS.DAT - "
                               "status " statusLivro
                   end-if
               end-perform

               close livroPedidos

           end-if

           .
       regravarLivro-exit.
           exit.


      * Relatorio de envelhecimento: pedidos gerados, confirmados e
      * recebidos ainda nao fechados, por fornecedor, com a idade
      * desde a geracao, os dias parados na situacao corrente e o
      * subtotal por fornecedor; no fim, a contagem por faixa de
      * idade.
       gravarAbertos section.

           perform montarAbertos
           perform ordenarAbertos

           move 0     to valorAbertosTotal
           move 0     to qtdFaixa1
           move 0     to qtdFaixa2
           move 0     to qtdFaixa3
           move 0     to qtdFaixa4
           move space to fornecedorQuebra

           move space to regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "Pedidos em aberto por fornecedor" delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "  Pedido     Situacao   Geracao   Idade  Parado"
                  "  Valor (R$)"           delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           if qtdAbertos = 0 then
               move space to regAbertosOut
               string "  (nenhum pedido em aberto)" delimited by size
                      into regAbertosOut
               write regAbertosOut
               perform checarAbertos
           end-if

           perform varying ind from 1 by 1 until ind > qtdAbertos

               if fornecedorAb(ind) not = fornecedorQuebra then
                   if fornecedorQuebra not = space then
                       perform gravarSubtotalFornecedor
                   end-if
                   move fornecedorAb(ind) to fornecedorQuebra
                   move 0 to qtdAbertosForn
                   move 0 to valorAbertosForn
                   move space to regAbertosOut
                   write regAbertosOut
                   perform checarAbertos
                   move space to regAbertosOut
                   string "Fornecedor: "     delimited by size
                          fornecedorQuebra   delimited by size
                          into regAbertosOut
                   write regAbertosOut
                   perform checarAbertos
               end-if

               evaluate situacaoAb(ind)
                   when "G"
                       move "GERADO"     to descricaoSituacao
                   when "C"
                       move "CONFIRMADO" to descricaoSituacao
                   when "R"
                       move "RECEBIDO"   to descricaoSituacao
               end-evaluate

               move valorAb(ind) to valorEdt

               move space to regAbertosOut
               string "  "                delimited by size
                      numeroAb(ind)       delimited by size
                      " "                 delimited by size
                      descricaoSituacao   delimited by size
                      " "                 delimited by size
                      dataGeracaoAb(ind)  delimited by size
                      "  "                delimited by size
                      idadeAb(ind)        delimited by size
                      "   "               delimited by size
                      paradoAb(ind)       delimited by size
                      "  R$ "             delimited by size
                      valorEdt            delimited by size
                      into regAbertosOut
               write regAbertosOut
               perform checarAbertos

               add 1            to qtdAbertosForn
               add valorAb(ind) to valorAbertosForn
               add valorAb(ind) to valorAbertosTotal

               evaluate true
                   when idadeAb(ind) <= 7
                       add 1 to qtdFaixa1
                   when idadeAb(ind) <= 15
                       add 1 to qtdFaixa2
                   when idadeAb(ind) <= 30
                       add 1 to qtdFaixa3
                   when other
                       add 1 to qtdFaixa4
               end-evaluate

           end-perform

           if fornecedorQuebra not = space then
               perform gravarSubtotalFornecedor
           end-if

           move valorAbertosTotal to valorTotalEdt

           move space to regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "Pedidos em aberto ......: " delimited by size
                  qtdAbertos                   delimited by size
                  " - R$ "                     delimited by size
                  valorTotalEdt                delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "  ate 7 dias ...........: " delimited by size
                  qtdFaixa1                    delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "  de 8 a 15 dias .......: " delimited by size
                  qtdFaixa2                    delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "  de 16 a 30 dias ......: " delimited by size
                  qtdFaixa3                    delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           move space to regAbertosOut
           string "  acima de 30 dias .....: " delimited by size
                  qtdFaixa4                    delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           .
       gravarAbertos-exit.
           exit.


      * Separa os pedidos em aberto do livro, com a idade desde a
      * geracao e os dias parados desde o ultimo passo.
       montarAbertos section.

           perform varying indLv from 1 by 1 until indLv > qtdLivro

               if livroGerado(indLv) or livroConfirmado(indLv)
                   or livroRecebido(indLv) then

                   add 1 to qtdAbertos
                   move fornecedorLv(indLv)  to fornecedorAb(qtdAbertos)
                   move numeroLv(indLv)      to numeroAb(qtdAbertos)
                   move situacaoLv(indLv)    to situacaoAb(qtdAbertos)
                   move valorLv(indLv)       to valorAb(qtdAbertos)
                   move dataGeracaoLv(indLv)
                     to dataGeracaoAb(qtdAbertos)

                   evaluate true
                       when livroConfirmado(indLv)
                           move dataConfirmacaoLv(indLv)
                             to dataPassoAb(qtdAbertos)
                       when livroRecebido(indLv)
                           move dataRecebimentoLv(indLv)
                             to dataPassoAb(qtdAbertos)
                       when other
                           move dataGeracaoLv(indLv)
                             to dataPassoAb(qtdAbertos)
                   end-evaluate

                   move dataGeracaoAb(qtdAbertos) to dataPasso
                   perform calcularDias
                   move diasCorridos to idadeAb(qtdAbertos)

                   move dataPassoAb(qtdAbertos) to dataPasso
                   perform calcularDias
                   move diasCorridos to paradoAb(qtdAbertos)

               end-if

           end-perform

           .
       montarAbertos-exit.
           exit.


      * Dias corridos de dataPasso ate a data da execucao (zero para
      * data futura ou zerada, 9999 no maximo).
       calcularDias section.

           move 0 to diasCorridos

           if dataPasso > 0 and dataPasso <= dataExecucao then
               compute diaPasso = function integer-of-date(dataPasso)
               compute diasCorridos = diaHoje - diaPasso
               if diasCorridos > 9999 then
                   move 9999 to diasCorridos
               end-if
           end-if

           .
       calcularDias-exit.
           exit.


      * Ordena os pedidos em aberto por fornecedor e numero.
       ordenarAbertos section.

           move "trocou" to controle

           perform until controle <> "trocou"
               move 1 to ind
               move "N_trocou" to controle

               perform until ind >= qtdAbertos

                   if fornecedorAb(ind) > fornecedorAb(ind + 1)
                       or (fornecedorAb(ind) = fornecedorAb(ind + 1)
                           and numeroAb(ind) > numeroAb(ind + 1)) then
                       move abertos(ind + 1) to abertoTroca
                       move abertos(ind) to abertos(ind + 1)
                       move abertoTroca to abertos(ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform

           .
       ordenarAbertos-exit.
           exit.


       gravarSubtotalFornecedor section.

           move valorAbertosForn to valorTotalEdt

           move space to regAbertosOut
           string "  Subtotal "      delimited by size
                  fornecedorQuebra   delimited by size
                  ": "               delimited by size
                  qtdAbertosForn     delimited by size
                  " pedido(s) - R$ " delimited by size
                  valorTotalEdt      delimited by size
                  into regAbertosOut
           write regAbertosOut
           perform checarAbertos

           .
       gravarSubtotalFornecedor-exit.
           exit.


       checarAbertos section.

           if statusAbertos <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em ABERTOS.OUT - status "
                       statusAbertos
           end-if

           .
       checarAbertos-exit.
           exit.


      * Finalização do programa
       finaliza section.

           close abertosOut

           display "Pedidos em aberto: " qtdAbertos
                   " - ver ABERTOS.OUT"

           if houveErroGravacao then
               move 8 to return-code
               display "Execucao terminada com erro"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
