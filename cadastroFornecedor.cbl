      *Divisão de identificação do programa
       Identification Division.
       Program-id. "cadastroFornecedor".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: registro de fornecedores
      *FORNECEDORES.DAT (codigo, nome usado nos arquivos, razao
      *social, CNPJ, contato e situacao ativo/suspenso/bloqueado)
      *mantido pelos movimentos de FORNECEDORES.MOV (incluir,
      *alterar, trocar a situacao, excluir), com critica do CNPJ e
      *listagem do registro em FORNECEDORES.OUT.
      *15/10/2026 FLE - inclusao e alteracao recusam CNPJ ja
      *registrado para outro codigo (o mesmo fornecedor com o nome
      *grafado de outro jeito).



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select registroForn assign to "FORNECEDORES.DAT"
                                organization is line sequential
                                file status is statusRegistro.

           select movimentoIn  assign to "FORNECEDORES.MOV"
                                organization is line sequential
                                file status is statusMovimento.

           select listagemOut  assign to "FORNECEDORES.OUT"
                                organization is line sequential
                                file status is statusListagem.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

      * Registro de fornecedores: codigo, nome do fornecedor tal como
      * vai nos demais arquivos (cadastro, promocoes, condicoes
      * comerciais, movimentos), razao social, CNPJ, contato e a
      * situacao (A ativo, S suspenso - fora do planejamento de
      * compra -, B bloqueado - fora tambem da linha de melhor
      * custo-beneficio) com a data da ultima troca. Mesmo leiaute
      * lido pelos demais programas do sistema.
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

      * Movimento do registro: I inclui (codigo, nome e CNPJ
      * obrigatorios, situacao em branco = ativo), A altera razao
      * social, CNPJ e contato (campo em branco = mantem), S troca a
      * situacao, E exclui. O fornecedor é localizado pelo codigo
      * ou, com o codigo em branco, pelo nome; o nome nao muda,
      * porque é ele que liga o registro aos demais arquivos.
       FD  movimentoIn
           label record is standard.
       01  regMovimentoIn.
           05 operacaoMv                           pic x(01).
              88 movimentoIncluir                  value "I".
              88 movimentoAlterar                  value "A".
              88 movimentoSituacao                 value "S".
              88 movimentoExcluir                  value "E".
           05 codigoMv                             pic x(05).
           05 fornecedorMv                         pic x(15).
           05 razaoSocialMv                        pic x(40).
           05 cnpjMv                               pic x(14).
           05 contatoMv                            pic x(30).
           05 situacaoMv                           pic x(01).

       FD  listagemOut
           label record is standard.
       01  regListagemOut                          pic x(120).



      *----Variaveis de trabalho
       Working-storage Section.

      * Registro carregado inteiro (no leiaute do arquivo) e
      * regravado com os movimentos do dia.
       01  registros occurs 200.
           05 codigoRg                             pic x(05).
           05 fornecedorRg                         pic x(15).
           05 razaoSocialRg                        pic x(40).
           05 cnpjRg                               pic x(14).
           05 contatoRg                            pic x(30).
           05 situacaoRg                           pic x(01).
              88 registroAtivo                     value "A".
              88 registroSuspenso                  value "S".
              88 registroBloqueado                 value "B".
           05 dataSituacaoRg                       pic 9(08).
           05 filler                               pic x(07).

       01  registroTroca                           pic x(120).

      * Digitos do CNPJ em critica e os pesos do calculo dos
      * digitos verificadores (modulo 11): o primeiro digito usa os
      * doze pesos a partir do segundo, o segundo usa os treze.
       01  cnpjTrab.
           05 digitoCnpj occurs 14                 pic 9(01).
       01  cnpjTrabTx redefines cnpjTrab           pic x(14).

       01  pesosCnpjTx                             pic x(13)
           value "6543298765432".
       01  pesosCnpj redefines pesosCnpjTx.
           05 pesoCnpj occurs 13                   pic 9(01).

       77  ind                                     pic 9(03).
       77  indAux                                  pic 9(03).
       77  indRg                                   pic 9(03).
       77  indRegistro                             pic 9(03).
       77  qtdRegistro                             pic 9(03).
       77  controle                                pic x(10).
       77  dataExecucao                            pic 9(08).
       77  motivoRecusa                            pic x(50).
       77  descricaoSituacao                       pic x(09).
       77  cnpjEdt                                 pic x(18).
       77  somaCnpj                                pic 9(04).
       77  restoCnpj                               pic 9(02).
       77  quocienteCnpj                           pic 9(04).
       77  digitoCalc                              pic 9(01).
       77  cnpjOk                                  pic x(01).
           88 cnpjValido                           value "S".

      *----Contadores dos movimentos e do registro
       77  qtdAplicados                            pic 9(05).
       77  qtdRecusados                            pic 9(05).
       77  qtdAtivos                               pic 9(03).
       77  qtdSuspensos                            pic 9(03).
       77  qtdBloqueados                           pic 9(03).

      *----Variaveis de controle dos arquivos
       77  statusRegistro                          pic x(02).
       77  fimRegistro                             pic x(01).
           88 fimDoRegistro                        value "S".
       77  registroCheio                           pic x(01).
           88 registroEstourado                    value "S".
       77  statusMovimento                         pic x(02).
       77  fimMovimento                            pic x(01).
           88 fimDosMovimentos                     value "S".
       77  statusListagem                          pic x(02).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".



      *----Variaveis para comunicação entre programas
       Linkage Section.




      *Divisão do corpo do programa

      *    O fornecedor era so um nome digitado em cada arquivo, e
      *um erro de digitacao criava um fornecedor "novo" no placar e
      *no fechamento mensal. Este programa mantem o registro de
      *fornecedores em FORNECEDORES.DAT a partir dos movimentos de
      *FORNECEDORES.MOV, listando cada movimento com o resultado e,
      *ao final, o registro inteiro em FORNECEDORES.OUT. Os demais
      *programas conferem contra ele o fornecedor de cada entrada
      *(sem o registro, nada é conferido, como antes).


       Procedure Division.


           perform inicializa.
           perform carregarRegistro.
           perform aplicarMovimentos.
           perform listarRegistro.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdRegistro
           move 0     to qtdAplicados
           move 0     to qtdRecusados
           move 0     to qtdAtivos
           move 0     to qtdSuspensos
           move 0     to qtdBloqueados
           move space to fimRegistro
           move space to registroCheio
           move space to fimMovimento
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           open output listagemOut

           if statusListagem <> "00" then
               display "Erro ao abrir FORNECEDORES.OUT - status "
                       statusListagem
               move 8 to return-code
               stop run
           end-if

           move space to regListagemOut
           string "Registro de fornecedores - Data: "
                                                delimited by size
                  dataExecucao                  delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           .
       inicializa-exit.
           exit.


      * Carrega o registro inteiro para a tabela; registro ausente
      * vale registro vazio (primeira execucao).
       carregarRegistro section.

           open input registroForn

           if statusRegistro <> "00" then
               display "FORNECEDORES.DAT nao encontrado - registro "
                       "vazio"
           else

               perform until fimDoRegistro

                   read registroForn
                       at end
                           move "S" to fimRegistro
                   end-read

                   if not fimDoRegistro then
                       if qtdRegistro < 200 then
                           add 1 to qtdRegistro
                           move regRegistroForn
                             to registros(qtdRegistro)
                       else
                           move "S" to registroCheio
                           move "S" to fimRegistro
                       end-if
                   end-if

               end-perform

               close registroForn

               if registroEstourado then
                   move "S" to erroArquivo
                   display "FORNECEDORES.DAT acima de 200 "
                           "fornecedores - movimentos nao aplicados"
               end-if

           end-if

           .
       carregarRegistro-exit.
           exit.


      * Aplica os movimentos de FORNECEDORES.MOV sobre a tabela,
      * listando cada um com o resultado, e regrava o registro
      * quando algum foi aplicado.
       aplicarMovimentos section.

           open input movimentoIn

           if statusMovimento = "00" then

               move space to regListagemOut
               write regListagemOut
               perform checarListagem

               move space to regListagemOut
               string "Movimentos de FORNECEDORES.MOV:"
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
                   perform ordenarRegistro
                   perform regravarRegistro
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
           move 0     to indRegistro

           if not movimentoIncluir and not movimentoAlterar
               and not movimentoSituacao and not movimentoExcluir then
               move "operacao invalida" to motivoRecusa
           end-if

           if motivoRecusa = space and registroEstourado then
               move "registro de fornecedores acima da capacidade"
                 to motivoRecusa
           end-if

           if motivoRecusa = space
               and codigoMv = space and fornecedorMv = space then
               move "codigo e nome em branco" to motivoRecusa
           end-if

           if motivoRecusa = space then
               perform localizarRegistro
           end-if

           if motivoRecusa = space then
               evaluate true
                   when movimentoIncluir
                       perform incluirRegistro
                   when movimentoAlterar
                       perform alterarRegistro
                   when movimentoSituacao
                       perform trocarSituacao
                   when movimentoExcluir
                       perform excluirRegistro
               end-evaluate
           end-if

           move space to regListagemOut

           if motivoRecusa = space then
               add 1 to qtdAplicados
               string "  "           delimited by size
                      operacaoMv     delimited by size
                      " "            delimited by size
                      codigoMv       delimited by size
                      " "            delimited by size
                      fornecedorMv   delimited by size
                      " - aplicado"  delimited by size
                      into regListagemOut
           else
               add 1 to qtdRecusados
               string "  "           delimited by size
                      operacaoMv     delimited by size
                      " "            delimited by size
                      codigoMv       delimited by size
                      " "            delimited by size
                      fornecedorMv   delimited by size
                      " - RECUSADO: " delimited by size
                      motivoRecusa   delimited by size
                      into regListagemOut
           end-if

           write regListagemOut
           perform checarListagem

           .
       aplicarMovimento-exit.
           exit.


      * Localiza na tabela o fornecedor do movimento, pelo codigo
      * ou, com o codigo em branco, pelo nome (indRegistro zerado
      * quando nao registrado).
       localizarRegistro section.

           perform varying indRg from 1 by 1 until indRg > qtdRegistro
               if codigoMv <> space then
                   if codigoRg(indRg) = codigoMv then
                       move indRg to indRegistro
                   end-if
               else
                   if fornecedorRg(indRg) = fornecedorMv then
                       move indRg to indRegistro
                   end-if
               end-if
           end-perform

           .
       localizarRegistro-exit.
           exit.


      * Inclusao: codigo, nome e CNPJ obrigatorios; codigo e nome
      * nao podem repetir no registro.
       incluirRegistro section.

           if codigoMv = space or fornecedorMv = space then
               move "inclusao exige codigo e nome" to motivoRecusa
           end-if

           if motivoRecusa = space and indRegistro > 0 then
               move "codigo ja registrado" to motivoRecusa
           end-if

           if motivoRecusa = space then
               perform varying indRg from 1 by 1
                       until indRg > qtdRegistro
                   if fornecedorRg(indRg) = fornecedorMv then
                       move "nome ja registrado com outro codigo"
                         to motivoRecusa
                   end-if
               end-perform
           end-if

           if motivoRecusa = space then
               move cnpjMv to cnpjTrabTx
               perform validarCnpj
               if not cnpjValido then
                   move "CNPJ invalido" to motivoRecusa
               else
                   perform verificarCnpjRepetido
               end-if
           end-if

           if motivoRecusa = space
               and situacaoMv <> space and situacaoMv <> "A"
               and situacaoMv <> "S" and situacaoMv <> "B" then
               move "situacao invalida (A/S/B)" to motivoRecusa
           end-if

           if motivoRecusa = space and qtdRegistro >= 200 then
               move "registro cheio (200 fornecedores)"
                 to motivoRecusa
           end-if

           if motivoRecusa = space then
               add 1 to qtdRegistro
               move space          to registros(qtdRegistro)
               move codigoMv       to codigoRg(qtdRegistro)
               move fornecedorMv   to fornecedorRg(qtdRegistro)
               move razaoSocialMv  to razaoSocialRg(qtdRegistro)
               move cnpjMv         to cnpjRg(qtdRegistro)
               move contatoMv      to contatoRg(qtdRegistro)
               if situacaoMv = space then
                   move "A"        to situacaoRg(qtdRegistro)
               else
                   move situacaoMv to situacaoRg(qtdRegistro)
               end-if
               move dataExecucao   to dataSituacaoRg(qtdRegistro)
           end-if

           .
       incluirRegistro-exit.
           exit.


      * CNPJ do movimento ja registrado para outro codigo: o mesmo
      * fornecedor com o nome grafado de outro jeito. O registro do
      * proprio fornecedor (indRegistro, na alteracao) é pulado.
       verificarCnpjRepetido section.

           perform varying indRg from 1 by 1
                   until indRg > qtdRegistro
               if indRg <> indRegistro
                   and cnpjRg(indRg) = cnpjMv then
                   move "CNPJ ja registrado p/ outro codigo"
                     to motivoRecusa
               end-if
           end-perform

           .
       verificarCnpjRepetido-exit.
           exit.


      * Alteracao dos dados cadastrais; campo em branco mantem o
      * valor registrado.
       alterarRegistro section.

           if indRegistro = 0 then
               move "fornecedor nao registrado" to motivoRecusa
           end-if

           if motivoRecusa = space and fornecedorMv <> space
               and fornecedorMv <> fornecedorRg(indRegistro) then
               move "nome do fornecedor nao pode ser alterado"
                 to motivoRecusa
           end-if

           if motivoRecusa = space and cnpjMv <> space then
               move cnpjMv to cnpjTrabTx
               perform validarCnpj
               if not cnpjValido then
                   move "CNPJ invalido" to motivoRecusa
               else
                   perform verificarCnpjRepetido
               end-if
           end-if

           if motivoRecusa = space then
               if razaoSocialMv <> space then
                   move razaoSocialMv to razaoSocialRg(indRegistro)
               end-if
               if cnpjMv <> space then
                   move cnpjMv to cnpjRg(indRegistro)
               end-if
               if contatoMv <> space then
                   move contatoMv to contatoRg(indRegistro)
               end-if
           end-if

           .
       alterarRegistro-exit.
           exit.


      * Troca da situacao (ativo, suspenso, bloqueado), datada.
       trocarSituacao section.

           if indRegistro = 0 then
               move "fornecedor nao registrado" to motivoRecusa
           end-if

           if motivoRecusa = space
               and situacaoMv <> "A" and situacaoMv <> "S"
               and situacaoMv <> "B" then
               move "situacao invalida (A/S/B)" to motivoRecusa
           end-if

           if motivoRecusa = space then
               move situacaoMv   to situacaoRg(indRegistro)
               move dataExecucao to dataSituacaoRg(indRegistro)
           end-if

           .
       trocarSituacao-exit.
           exit.


      * Exclusao do fornecedor, compactando a tabela.
       excluirRegistro section.

           if indRegistro = 0 then
               move "fornecedor nao registrado" to motivoRecusa
           else
               perform varying indRg from indRegistro by 1
                       until indRg >= qtdRegistro
                   move registros(indRg + 1) to registros(indRg)
               end-perform
               move space to registros(qtdRegistro)
               subtract 1 from qtdRegistro
           end-if

           .
       excluirRegistro-exit.
           exit.


      * Confere os digitos verificadores do CNPJ em cnpjTrab
      * (modulo 11, pesos 5 a 2 e 9 a 2 para o primeiro digito e 6 a
      * 2 e 9 a 2 para o segundo); CNPJ com caracter nao numerico ou
      * todo zerado é invalido.
       validarCnpj section.

           move "S" to cnpjOk

           if cnpjTrabTx not numeric or cnpjTrabTx = all "0" then
               move "N" to cnpjOk
           else

               move 0 to somaCnpj
               perform varying ind from 1 by 1 until ind > 12
                   compute somaCnpj = somaCnpj
                         + digitoCnpj(ind) * pesoCnpj(ind + 1)
               end-perform
               divide somaCnpj by 11 giving quocienteCnpj
                      remainder restoCnpj
               if restoCnpj < 2 then
                   move 0 to digitoCalc
               else
                   compute digitoCalc = 11 - restoCnpj
               end-if
               if digitoCalc <> digitoCnpj(13) then
                   move "N" to cnpjOk
               end-if

               move 0 to somaCnpj
               perform varying ind from 1 by 1 until ind > 13
                   compute somaCnpj = somaCnpj
                         + digitoCnpj(ind) * pesoCnpj(ind)
               end-perform
               divide somaCnpj by 11 giving quocienteCnpj
                      remainder restoCnpj
               if restoCnpj < 2 then
                   move 0 to digitoCalc
               else
                   compute digitoCalc = 11 - restoCnpj
               end-if
               if digitoCalc <> digitoCnpj(14) then
                   move "N" to cnpjOk
               end-if

           end-if

           .
       validarCnpj-exit.
           exit.


      * Ordena o registro pelo nome do fornecedor antes da
      * regravacao (mesmo metodo de bolha usado no sistema).
       ordenarRegistro section.

           move "trocou" to controle

           perform until controle <> "trocou"

               move "N_trocou" to controle

               perform varying ind from 1 by 1
                       until ind >= qtdRegistro
                   if fornecedorRg(ind) > fornecedorRg(ind + 1) then
                       move registros(ind + 1) to registroTroca
                       move registros(ind)     to registros(ind + 1)
                       move registroTroca      to registros(ind)
                       move "trocou" to controle
                   end-if
               end-perform

           end-perform

           .
       ordenarRegistro-exit.
           exit.


      * Regrava o registro de fornecedores inteiro a partir da
      * tabela.
       regravarRegistro section.

           open output registroForn

           if statusRegistro <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir FORNECEDORES.DAT - status "
                       statusRegistro
           else

               perform varying indRg from 1 by 1
                       until indRg > qtdRegistro
                   move registros(indRg) to regRegistroForn
                   write regRegistroForn
                   if statusRegistro <> "00" then
                       move "S" to erroArquivo
                       display "Erro de gravacao em FORNECEDORES.DAT"
                               " - status " statusRegistro
                   end-if
               end-perform

               close registroForn

           end-if

           .
       regravarRegistro-exit.
           exit.


      * Lista o registro corrente (ja com os movimentos aplicados),
      * com os totais por situacao.
       listarRegistro section.

           move space to regListagemOut
           write regListagemOut
           perform checarListagem

           move space to regListagemOut
           string "Codig Fornecedor      Razao social          "
                                                delimited by size
                  "                   CNPJ               Situacao  "
                                                delimited by size
                  "Desde"                       delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           perform varying indRg from 1 by 1 until indRg > qtdRegistro

               evaluate true
                   when registroAtivo(indRg)
                       move "ATIVO"     to descricaoSituacao
                       add 1 to qtdAtivos
                   when registroSuspenso(indRg)
                       move "SUSPENSO"  to descricaoSituacao
                       add 1 to qtdSuspensos
                   when registroBloqueado(indRg)
                       move "BLOQUEADO" to descricaoSituacao
                       add 1 to qtdBloqueados
                   when other
                       move "?"         to descricaoSituacao
               end-evaluate

               move space to cnpjEdt
               string cnpjRg(indRg)(1:2)  delimited by size
                      "."                 delimited by size
                      cnpjRg(indRg)(3:3)  delimited by size
                      "."                 delimited by size
                      cnpjRg(indRg)(6:3)  delimited by size
                      "/"                 delimited by size
                      cnpjRg(indRg)(9:4)  delimited by size
                      "-"                 delimited by size
                      cnpjRg(indRg)(13:2) delimited by size
                      into cnpjEdt

               move space to regListagemOut
               string codigoRg(indRg)       delimited by size
                      " "                   delimited by size
                      fornecedorRg(indRg)   delimited by size
                      " "                   delimited by size
                      razaoSocialRg(indRg)  delimited by size
                      " "                   delimited by size
                      cnpjEdt               delimited by size
                      " "                   delimited by size
                      descricaoSituacao     delimited by size
                      " "                   delimited by size
                      dataSituacaoRg(indRg) delimited by size
                      into regListagemOut
               write regListagemOut
               perform checarListagem

               if contatoRg(indRg) <> space then
                   move space to regListagemOut
                   string "      Contato: "     delimited by size
                          contatoRg(indRg)      delimited by size
                          into regListagemOut
                   write regListagemOut
                   perform checarListagem
               end-if

           end-perform

           move space to regListagemOut
           write regListagemOut
           perform checarListagem

           move space to regListagemOut
           string "Fornecedores registrados: " delimited by size
                  qtdRegistro                  delimited by size
                  " - ativos: "                delimited by size
                  qtdAtivos                    delimited by size
                  " - suspensos: "             delimited by size
                  qtdSuspensos                 delimited by size
                  " - bloqueados: "            delimited by size
                  qtdBloqueados                delimited by size
                  into regListagemOut
           write regListagemOut
           perform checarListagem

           .
       listarRegistro-exit.
           exit.


       checarListagem section.

           if statusListagem <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em FORNECEDORES.OUT - "
                       "status " statusListagem
           end-if

           .
       checarListagem-exit.
           exit.


      * Finalização do programa
       finaliza section.

           close listagemOut

           display "Fornecedores registrados: " qtdRegistro
                   " - ver FORNECEDORES.OUT"

           if houveErroGravacao then
               move 8 to return-code
               display "Execucao terminada com erro"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
