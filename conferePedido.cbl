      *chegarem. Itens sao somados por chave (forma + largura +
      *comprimento) dentro do pedido, porque o plano guloso pode
      *repetir a mesma pizza em duas linhas.
      *15/10/2026 FLE - pedido confirmado sem nenhuma divergencia
      *passa a situacao C (confirmado), com a data, no livro de
      *pedidos PEDIDOS.DAT; pedido com divergencia segue G (gerado)
      *ate o comprador resolver com o fornecedor.
      *15/10/2026 FLE - fornecedor do pedido conferido contra o
      *registro de fornecedores FORNECEDORES.DAT: fornecedor nao
      *registrado ou bloqueado vira divergencia (e o pedido nao é
      *lancado como confirmado no livro). Sem o registro, nada é
      *conferido.
      *15/10/2026 FLE - registros U (separacao da entrega por
      *unidade, gravados pelo planejamento por unidade) aceitos e
      *ignorados no PEDIDOS.OUT e na confirmacao: a conferencia é
      *feita sobre o item consolidado.



                                organization is line sequential
                                file status is statusConfereOut.

           select livroPedidos assign to "PEDIDOS.DAT"
                                organization is line sequential
                                file status is statusLivro.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistroForn.

       I-O-control.


      * Espelho dos registros gravados por gravarPedidoFornecedor no
      * programa desafioCorije (mesmo leiaute no arquivo de
      * confirmacao dos fornecedores): registro C de cabecalho, I de
      * item e T de total, identificados pelo primeiro byte. Os
      * registros U (quantidade do item por unidade) nao entram na
      * conferencia.
       FD  pedidosIn
           label record is standard.
       01  regPedidosIn                            pic x(60).
           label record is standard.
       01  regConfereOut                           pic x(120).

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
           05 totalConfPed                         pic 9(07)v99.
           05 confirmadoPed                        pic x(01).
              88 pedidoConfirmado                  value "S".
           05 divergentePed                        pic x(01).
              88 pedidoDivergente                  value "S".

      * Itens dos pedidos e da confirmacao, somados por pedido +
      * chave (forma + largura + comprimento); a marca de visto
       77  qtdItensConf                            pic 9(03).
       77  dataExecucao                            pic 9(08).
       77  qtdDivergencias                         pic 9(05).
       77  divergenciasAntes                       pic 9(05).

      * Livro de pedidos carregado inteiro (linha a linha, no
      * leiaute do registro) e regravado com as confirmacoes do dia.
       01  livroPedido occurs 5000.
           05 numeroLv                             pic 9(10).
           05 fornecedorLv                         pic x(15).
           05 valorLv                              pic 9(07)v99.
           05 situacaoLv                           pic x(01).
              88 livroGerado                       value "G".
           05 dataGeracaoLv                        pic 9(08).
           05 dataConfirmacaoLv                    pic 9(08).
           05 dataRecebimentoLv                    pic 9(08).
           05 dataCancelamentoLv                   pic 9(08).
           05 dataFechamentoLv                     pic 9(08).
           05 filler                               pic x(05).

       77  indLv                                   pic 9(04).
       77  indLivro                                pic 9(04).
       77  qtdLivro                                pic 9(04).
       77  qtdConfirmadosLivro                     pic 9(03).
       77  livroCheio                              pic x(01).
           88 livroEstourado                       value "S".

      *----Chave e valores da linha corrente em conferencia
       77  numeroCorrente                          pic 9(10).
       77  fimConfirmaIn                           pic x(01).
           88 fimDaConfirmacao                     value "S".
       77  statusConfereOut                        pic x(02).
       77  statusLivro                             pic x(02).
       77  fimLivro                                pic x(01).
           88 fimDoLivro                           value "S".
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
           perform carregarPedidos.
           perform carregarConfirmacao.
           perform conferirPedidos.
           perform atualizarLivroPedidos.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
           move 0     to qtdItensPed
           move 0     to qtdItensConf
           move 0     to qtdDivergencias
           move 0     to qtdConfirmadosLivro
           move space to fimPedidosIn
           move space to fimConfirmaIn
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           perform carregarRegistroForn

           open output confereOut

           if statusConfereOut <> "00" then
                       when "I"
                           perform carregarItemPedido

                       when "U"
                           continue

                       when "T"
                           if numeroTotPd is numeric
                               and totalTotPd is numeric then
                           when "I"
                               perform carregarItemConfirmacao

                           when "U"
                               continue

                           when "T"
                               if numeroTotCf is numeric
                                   and totalTotCf is numeric then
                   until indPed > qtdPedidos

               move numeroPed(indPed) to numeroCorrente
               move qtdDivergencias   to divergenciasAntes

               move space to regConfereOut
               string "Pedido "              delimited by size
               write regConfereOut
               perform checarConfereOut

      * Fornecedor fora do registro ou bloqueado depois da geracao
      * do pedido: o recebimento tem de ser segurado.
               move fornecedorPed(indPed) to fornecedorBusca
               perform buscarRegistroForn

               if buscaNaoRegistrado then
                   move space to regConfereOut
                   string "  Fornecedor NAO REGISTRADO em "
                          "FORNECEDORES.DAT" delimited by size
                          into regConfereOut
                   perform gravarDivergencia
               end-if

               if buscaBloqueado then
                   move space to regConfereOut
                   string "  Fornecedor BLOQUEADO no registro de "
                          "fornecedores"     delimited by size
                          into regConfereOut
                   perform gravarDivergencia
               end-if

               if not pedidoConfirmado(indPed) then

                   move space to regConfereOut

               end-if

               if qtdDivergencias > divergenciasAntes then
                   move "S" to divergentePed(indPed)
               end-if

           end-perform

      * Itens confirmados que nao constam de nenhum pedido.
                          comprimentoItCf(ind) delimited by size
                          into regConfereOut
                   perform gravarDivergencia
                   perform varying indPed from 1 by 1
                           until indPed > qtdPedidos
                       if numeroPed(indPed) = numeroItCf(ind) then
                           move "S" to divergentePed(indPed)
                       end-if
                   end-perform
               end-if

           end-perform
           exit.


      * Lanca no livro de pedidos PEDIDOS.DAT a situacao C
      * (confirmado), com a data, de cada pedido confirmado pelo
      * fornecedor sem nenhuma divergencia e ainda na situacao G. O
      * livro é carregado inteiro e regravado somente quando alguma
      * confirmacao foi lancada.
       atualizarLivroPedidos section.

           move 0     to qtdLivro
           move space to fimLivro
           move space to livroCheio

           open input livroPedidos

           if statusLivro <> "00" then

               display "PEDIDOS.DAT nao encontrado - confirmacoes "
                       "nao lancadas no livro de pedidos"
               move space to regConfereOut
               string "Livro de pedidos PEDIDOS.DAT inexistente - "
                      "confirmacoes nao lancadas" delimited by size
                      into regConfereOut
               write regConfereOut
               perform checarConfereOut

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

      * Livro maior que a tabela: regravar perderia as linhas que
      * nao couberam, entao nada é lancado.
               if livroEstourado then

                   move "S" to erroArquivo
                   display "PEDIDOS.DAT acima de 5000 pedidos - "
                           "confirmacoes nao lancadas"

               else

                   perform varying indPed from 1 by 1
                           until indPed > qtdPedidos

                       if pedidoConfirmado(indPed)
                           and not pedidoDivergente(indPed) then
                           perform lancarConfirmacaoLivro
                       end-if

                   end-perform

                   if qtdConfirmadosLivro > 0 then
                       perform regravarLivroPedidos
                   end-if

               end-if

           end-if

           .
       atualizarLivroPedidos-exit.
           exit.


      * Localiza no livro o pedido corrente (indPed) e, se ainda
      * estiver gerado, passa para confirmado com a data do dia.
       lancarConfirmacaoLivro section.

           move 0 to indLivro

           perform varying indLv from 1 by 1 until indLv > qtdLivro
               if numeroLv(indLv) = numeroPed(indPed) then
                   move indLv to indLivro
               end-if
           end-perform

           if indLivro = 0 then
               move space to regConfereOut
               string "Pedido "             delimited by size
                      numeroPed(indPed)     delimited by size
                      " nao consta do livro PEDIDOS.DAT"
                                            delimited by size
                      into regConfereOut
               write regConfereOut
               perform checarConfereOut
           else
               if livroGerado(indLivro) then
                   move "C"          to situacaoLv(indLivro)
                   move dataExecucao to dataConfirmacaoLv(indLivro)
                   add 1 to qtdConfirmadosLivro
               end-if
           end-if

           .
       lancarConfirmacaoLivro-exit.
           exit.


      * Regrava o livro de pedidos inteiro a partir da tabela.
       regravarLivroPedidos section.

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
       regravarLivroPedidos-exit.
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


      * Grava a divergencia ja montada em regConfereOut e soma no
      * total que derruba o RETURN-CODE.
       gravarDivergencia section.
           write regConfereOut
           perform checarConfereOut

           move space to regConfereOut
           string "Confirmados no livro ...: "
                                       delimited by size
                  qtdConfirmadosLivro  delimited by size
                  into regConfereOut
           write regConfereOut
           perform checarConfereOut

           close confereOut

           display "Conferencia: " qtdDivergencias
