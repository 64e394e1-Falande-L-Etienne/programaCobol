      *Divisão de identificação do programa
       Identification Division.
       Program-id. "controleLote".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: controle dos passos do lote
      *noturno a partir da tabela PASSOS.IN (sequencia, nome,
      *periodicidade diaria ou de fim de periodo, RC maximo aceito e
      *comando), com o diario de passos PASSOS.LOG por data de
      *negocio, recusa de passo ja concluido na data, retomada a
      *partir do passo que falhou e relatorio de situacao LOTE.OUT
      *para o turno da manha.
      *15/10/2026 FLE - data de negocio de LOTE.IN criticada como
      *data de calendario; data impossivel suspende o lote com
      *RETURN-CODE 8 antes de qualquer passo.
      *15/10/2026 FLE - passo pendente com data de negocio diferente
      *da data do sistema nao é disparado (os passos tomam a data do
      *sistema); o lote para com RETURN-CODE 8 sem executar nada.



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select passosIn     assign to "PASSOS.IN"
                                organization is line sequential
                                file status is statusPassos.

           select loteIn       assign to "LOTE.IN"
                                organization is line sequential
                                file status is statusLote.

           select passosLog    assign to "PASSOS.LOG"
                                organization is line sequential
                                file status is statusLog.

           select loteOut      assign to "LOTE.OUT"
                                organization is line sequential
                                file status is statusLoteOut.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

      * Tabela de passos do lote, um por linha, em colunas fixas:
      * sequencia (01-02), nome do passo (04-23), periodicidade
      * (25: D diario, F so no fim de periodo), RC maximo aceito
      * (27-28, em branco = 00) e o comando que dispara o passo
      * (30-89). Linha em branco é ignorada.
       FD  passosIn
           label record is standard.
       01  regPassos.
           05 seqPasTx                             pic x(02).
           05 seqPas redefines seqPasTx            pic 9(02).
           05 filler                               pic x(01).
           05 nomePas                              pic x(20).
           05 filler                               pic x(01).
           05 periodicidadePas                     pic x(01).
              88 periodicidadeValida               value "D" "F".
           05 filler                               pic x(01).
           05 rcMaximoPasTx                        pic x(02).
           05 rcMaximoPas redefines rcMaximoPasTx  pic 9(02).
           05 filler                               pic x(01).
           05 comandoPas                           pic x(60).

      * Cartao do lote: data de negocio (01-08) e a marca de fim de
      * periodo (10: S ou N; em branco, fim de periodo quando a data
      * de negocio é o ultimo dia do mes). Sem o cartao, a data de
      * negocio é a data do sistema.
       FD  loteIn
           label record is standard.
       01  regLote.
           05 dataNegocioTx                        pic x(08).
           05 dataNegocioLt redefines dataNegocioTx
                                                   pic 9(08).
           05 filler                               pic x(01).
           05 fimPeriodoLt                         pic x(01).

      * Diario de passos, acrescido a cada inicio (I) e termino (T)
      * de passo: data de negocio, sequencia e nome do passo, hora
      * de inicio e de fim (hhmmsscc), RC devolvido, resultado (OK
      * ou FA) e a data do sistema em que o passo rodou. Inicio sem
      * termino na mesma data de negocio é passo interrompido.
       FD  passosLog
           label record is standard.
       01  regPassosLog.
           05 dataNegocioLg                        pic 9(08).
           05 seqLg                                pic 9(02).
           05 nomeLg                               pic x(20).
           05 eventoLg                             pic x(01).
              88 logInicio                         value "I".
              88 logTermino                        value "T".
           05 horaInicioLg                         pic 9(08).
           05 horaFimLg                            pic 9(08).
           05 rcLg                                 pic 9(04).
           05 resultadoLg                          pic x(02).
              88 logPassoOk                        value "OK".
           05 dataSistemaLg                        pic 9(08).
           05 filler                               pic x(19).

       FD  loteOut
           label record is standard.
       01  regLoteOut                              pic x(120).



      *----Variaveis de trabalho
       Working-storage Section.

      * Passos da tabela, na ordem de sequencia, com a situacao
      * registrada no diario para a data de negocio e o resultado
      * desta execucao.
       01  passos occurs 50.
           05 seqPs                                pic 9(02).
           05 nomePs                               pic x(20).
           05 periodicidadePs                      pic x(01).
              88 passoFimPeriodo                   value "F".
           05 rcMaximoPs                           pic 9(02).
           05 comandoPs                            pic x(60).
           05 situacaoPs                           pic x(01).
              88 psSemRegistro                     value space.
              88 psConcluido                       value "O".
              88 psFalhou                          value "F".
              88 psIniciado                        value "I".
           05 resultadoPs                          pic x(01).
              88 resNaoExecutado                   value space.
              88 resJaConcluido                    value "J".
              88 resExecutadoOk                    value "O".
              88 resFalhou                         value "F".
              88 resForaPeriodo                    value "P".
           05 horaInicioPs                         pic 9(08).
           05 horaFimPs                            pic 9(08).
           05 rcPs                                 pic 9(04).

       01  passoTroca                              pic x(107).

      * Hora do sistema (hhmmsscc) e a sua edicao hh:mm:ss.
       01  horaTrab.
           05 hhTrab                               pic 9(02).
           05 mmTrab                               pic 9(02).
           05 ssTrab                               pic 9(02).
           05 ccTrab                               pic 9(02).
       01  horaTrabNum redefines horaTrab          pic 9(08).

       01  horaEdt.
           05 hhEdt                                pic 9(02).
           05 filler                               pic x(01) value ":".
           05 mmEdt                                pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ssEdt                                pic 9(02).

      * Dia seguinte a data de negocio, para saber se ela fecha o
      * mes.
       01  dataSeguinte.
           05 aaaammSeguinte                       pic 9(06).
           05 ddSeguinte                           pic 9(02).
       01  dataSeguinteNum redefines dataSeguinte  pic 9(08).

       77  ind                                     pic 9(02).
       77  indPs                                   pic 9(02).
       77  indFalha                                pic 9(02).
       77  qtdPassos                               pic 9(02).
       77  controle                                pic x(10).
       77  dataExecucao                            pic 9(08).
       77  horaExecucao                            pic 9(08).
       77  dataNegocio                             pic 9(08).
       77  fimPeriodo                              pic x(01).
           88 fimDePeriodo                         value "S".
       77  loteInterrompido                        pic x(01).
           88 loteParado                           value "S".
       77  dataDivergente                          pic x(01).
           88 dataRetroativa                       value "S".
       77  tabelaPassos                            pic x(01).
           88 passosInvalidos                      value "S".
       77  descricaoResultado                      pic x(16).
       77  eventoPasso                             pic x(01).
       77  diarioGravado                           pic x(01).
           88 diarioOk                             value "S".
       77  horaInicioEdt                           pic x(08).
       77  horaFimEdt                              pic x(08).

      *----Variaveis do retorno do comando: o sistema devolve o
      *----codigo de saida do passo multiplicado por 256; resto
      *----diferente de zero é passo derrubado pelo sistema
       77  rcSistema                               pic s9(09).
       77  quocienteSistema                        pic 9(09).
       77  restoSistema                            pic 9(03).

      *----Contadores da execucao
       77  qtdExecutados                           pic 9(02).
       77  qtdJaConcluidos                         pic 9(02).
       77  qtdForaPeriodo                          pic 9(02).
       77  qtdNaoExecutados                        pic 9(02).
       77  qtdLogDaData                            pic 9(05).

      *----Variaveis de controle dos arquivos
       77  statusPassos                            pic x(02).
       77  fimPassos                               pic x(01).
           88 fimDosPassos                         value "S".
       77  statusLote                              pic x(02).
       77  statusLog                               pic x(02).
       77  fimLog                                  pic x(01).
           88 fimDoLog                             value "S".
       77  statusLoteOut                           pic x(02).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".



      *----Variaveis para comunicação entre programas
       Linkage Section.




      *Divisão do corpo do programa

      *    O lote noturno é uma cadeia de programas (desafioCorije,
      *reconciliaDiario, tendenciaHistorico, conferePedido e, no fim
      *do periodo, expurgoHistorico e fechamentoMensal), cada um com
      *RETURN-CODE 8 quando ha problema, mas nada registrava quais
      *passos terminaram: depois de uma falha o operador decidia na
      *mao o que rodar de novo, e um desafioCorije repetido duplicava
      *linhas no HISTORICO.OUT. Este programa dispara os passos da
      *tabela PASSOS.IN em ordem, registra inicio, fim e RC de cada
      *um no diario PASSOS.LOG pela data de negocio, nao repete
      *passo ja concluido na data e para no primeiro passo que
      *falhar; rodado de novo, retoma a partir dele. A situacao do
      *lote fica em LOTE.OUT para o turno da manha.


       Procedure Division.


           perform inicializa.
           perform carregarPassos.
           perform ordenarPassos.
           perform carregarLog.
           perform executarLote.
           perform gravarSituacao.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdPassos
           move 0     to indFalha
           move 0     to qtdExecutados
           move 0     to qtdJaConcluidos
           move 0     to qtdForaPeriodo
           move 0     to qtdNaoExecutados
           move 0     to qtdLogDaData
           move space to fimPassos
           move space to fimLog
           move space to loteInterrompido
           move space to dataDivergente
           move space to tabelaPassos
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd
           accept horaExecucao from time

           move dataExecucao to dataNegocio
           move space        to fimPeriodo

           open input loteIn

           if statusLote = "00" then

               read loteIn
                   at end
                       move space to regLote
               end-read

               if dataNegocioTx is numeric then
                   if function test-date-yyyymmdd(dataNegocioLt)
                          <> 0 then
                       display "Data de negocio invalida em LOTE.IN: "
                               dataNegocioTx
                       close loteIn
                       move 8 to return-code
                       stop run
                   end-if
                   move dataNegocioLt to dataNegocio
                   move fimPeriodoLt  to fimPeriodo
               else
                   if dataNegocioTx not = space then
                       display "Data de negocio invalida em LOTE.IN: "
                               dataNegocioTx
                       close loteIn
                       move 8 to return-code
                       stop run
                   end-if
               end-if

               close loteIn

           end-if

           if fimPeriodo not = "S" and fimPeriodo not = "N" then
               perform calcularFimPeriodo
           end-if

           open output loteOut

           if statusLoteOut <> "00" then
               display "Erro ao abrir LOTE.OUT - status "
                       statusLoteOut
               move 8 to return-code
               stop run
           end-if

           move horaExecucao to horaTrabNum
           perform editarHora
           move horaEdt to horaInicioEdt

           move space to regLoteOut
           string "Controle do lote noturno - data de negocio: "
                                                delimited by size
                  dataNegocio                   delimited by size
                  "  fim de periodo: "          delimited by size
                  fimPeriodo                    delimited by size
                  "  emissao: "                 delimited by size
                  dataExecucao                  delimited by size
                  " "                           delimited by size
                  horaInicioEdt                 delimited by size
                  into regLoteOut
           write regLoteOut
           perform checarLoteOut

           .
       inicializa-exit.
           exit.


      * Sem a marca no cartao, a data de negocio fecha o periodo
      * quando o dia seguinte a ela é o primeiro do mes.
       calcularFimPeriodo section.

           compute dataSeguinteNum = function date-of-integer
                   (function integer-of-date(dataNegocio) + 1)

           if ddSeguinte = 1 then
               move "S" to fimPeriodo
           else
               move "N" to fimPeriodo
           end-if

           .
       calcularFimPeriodo-exit.
           exit.


      * Carrega e critica a tabela de passos. Qualquer linha
      * invalida (sequencia ou RC nao numericos, nome ou comando em
      * branco, periodicidade diferente de D/F, sequencia ou nome
      * repetidos, mais de 50 passos) suspende o lote inteiro: com
      * a tabela em duvida, a ordem da cadeia nao é confiavel.
       carregarPassos section.

           open input passosIn

           if statusPassos <> "00" then
               display "PASSOS.IN nao encontrado - status "
                       statusPassos
               move "S" to tabelaPassos
           else

               perform until fimDosPassos

                   read passosIn
                       at end
                           move "S" to fimPassos
                   end-read

                   if not fimDosPassos
                       and regPassos not = space then
                       perform guardarPasso
                   end-if

               end-perform

               close passosIn

           end-if

           if qtdPassos = 0 then
               move "S" to tabelaPassos
           end-if

           if passosInvalidos then

               move space to regLoteOut
               write regLoteOut
               perform checarLoteOut

               move space to regLoteOut
               string "Tabela de passos PASSOS.IN ausente, vazia ou "
                      "com erro - lote NAO executado (ver mensagens "
                      "da execucao)"            delimited by size
                      into regLoteOut
               write regLoteOut
               perform checarLoteOut

               close loteOut

               display "Tabela de passos com erro - lote nao "
                       "executado"
               move 8 to return-code
               stop run

           end-if

           .
       carregarPassos-exit.
           exit.


      * Critica a linha corrente de PASSOS.IN e a guarda na tabela.
       guardarPasso section.

           if rcMaximoPasTx = space then
               move "00" to rcMaximoPasTx
           end-if

           move 0 to ind

           perform varying indPs from 1 by 1
                   until indPs > qtdPassos
               if nomePs(indPs) = nomePas
                   or (seqPasTx is numeric
                       and seqPs(indPs) = seqPas) then
                   move indPs to ind
               end-if
           end-perform

           evaluate true
               when seqPasTx not numeric
                   display "Passo com sequencia invalida: "
                           regPassos
                   move "S" to tabelaPassos
               when nomePas = space
                   display "Passo sem nome: " regPassos
                   move "S" to tabelaPassos
               when not periodicidadeValida
                   display "Passo com periodicidade invalida "
                           "(D ou F): " regPassos
                   move "S" to tabelaPassos
               when rcMaximoPasTx not numeric
                   display "Passo com RC maximo invalido: "
                           regPassos
                   move "S" to tabelaPassos
               when comandoPas = space
                   display "Passo sem comando: " regPassos
                   move "S" to tabelaPassos
               when ind > 0
                   display "Passo com sequencia ou nome repetido: "
                           regPassos
                   move "S" to tabelaPassos
               when qtdPassos >= 50
                   display "PASSOS.IN acima de 50 passos: "
                           regPassos
                   move "S" to tabelaPassos
               when other
                   add 1 to qtdPassos
                   initialize passos(qtdPassos)
                   move seqPas           to seqPs(qtdPassos)
                   move nomePas          to nomePs(qtdPassos)
                   move periodicidadePas to periodicidadePs(qtdPassos)
                   move rcMaximoPas      to rcMaximoPs(qtdPassos)
                   move comandoPas       to comandoPs(qtdPassos)
                   move space            to situacaoPs(qtdPassos)
                   move space            to resultadoPs(qtdPassos)
           end-evaluate

           .
       guardarPasso-exit.
           exit.


      * Ordena os passos pela sequencia (mesmo metodo de troca usado
      * na ordenacao do relatorio do comparativo).
       ordenarPassos section.

           move "trocou" to controle

           perform until controle <> "trocou"
               move 1 to ind
               move "N_trocou" to controle

               perform until ind >= qtdPassos

                   if seqPs(ind) > seqPs(ind + 1) then
                       move passos(ind + 1) to passoTroca
                       move passos(ind) to passos(ind + 1)
                       move passoTroca to passos(ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform

           .
       ordenarPassos-exit.
           exit.


      * Le o diario e leva para cada passo a sua ultima situacao na
      * data de negocio: concluido (termino OK), falhou (termino
      * acima do RC maximo) ou iniciado sem termino (o controle caiu
      * com o passo em andamento). Diario ausente é a primeira
      * execucao.
       carregarLog section.

           open input passosLog

           if statusLog = "00" then

               perform until fimDoLog

                   read passosLog
                       at end
                           move "S" to fimLog
                   end-read

                   if not fimDoLog
                       and dataNegocioLg = dataNegocio then
                       add 1 to qtdLogDaData
                       perform aplicarLog
                   end-if

               end-perform

               close passosLog

           end-if

           .
       carregarLog-exit.
           exit.


      * Aplica a linha corrente do diario ao passo de mesmo nome;
      * passo que ja saiu da tabela é ignorado.
       aplicarLog section.

           move 0 to ind

           perform varying indPs from 1 by 1
                   until indPs > qtdPassos
               if nomePs(indPs) = nomeLg then
                   move indPs to ind
               end-if
           end-perform

           if ind > 0 then
               move horaInicioLg to horaInicioPs(ind)
               move horaFimLg    to horaFimPs(ind)
               move rcLg         to rcPs(ind)
               evaluate true
                   when logInicio
                       move "I" to situacaoPs(ind)
                   when logTermino and logPassoOk
                       move "O" to situacaoPs(ind)
                   when other
                       move "F" to situacaoPs(ind)
               end-evaluate
           end-if

           .
       aplicarLog-exit.
           exit.


      * Percorre os passos em ordem: concluido na data nao roda de
      * novo, passo de fim de periodo so roda no fim de periodo e o
      * primeiro que falhar interrompe a cadeia.
       executarLote section.

           perform varying indPs from 1 by 1
                   until indPs > qtdPassos or loteParado

               evaluate true
                   when psConcluido(indPs)
                       move "J" to resultadoPs(indPs)
                       add 1 to qtdJaConcluidos
                       display "Passo " seqPs(indPs) " "
                               nomePs(indPs)
                               " ja concluido na data de negocio - "
                               "nao executado de novo"
                   when passoFimPeriodo(indPs) and not fimDePeriodo
                       move "P" to resultadoPs(indPs)
                       add 1 to qtdForaPeriodo
                   when dataNegocio not = dataExecucao
                       perform recusarPasso
                   when other
                       perform rodarPasso
               end-evaluate

           end-perform

           perform varying indPs from 1 by 1
                   until indPs > qtdPassos
               if resNaoExecutado(indPs) then
                   add 1 to qtdNaoExecutados
               end-if
           end-perform

           .
       executarLote-exit.
           exit.


      * Passo pendente com data de negocio diferente da data do
      * sistema: os programas do lote tomam a data do sistema, entao
      * rodar agora gravaria o movimento no dia errado e o diario o
      * daria como concluido na data de negocio. Nada é disparado e
      * o lote para neste passo.
       recusarPasso section.

           move "S"   to loteInterrompido
           move "S"   to dataDivergente
           move indPs to indFalha
           display "Passo " seqPs(indPs) " " nomePs(indPs)
                   " pendente para a data de negocio " dataNegocio
                   " - data do sistema " dataExecucao
           display "Os passos usam a data do sistema - lote "
                   "interrompido sem executar nenhum passo"

           .
       recusarPasso-exit.
           exit.


      * Dispara o passo indPs: registra o inicio no diario antes do
      * comando (se o controle cair no meio, a retomada sabe que o
      * passo nao terminou), executa, e registra o termino com o RC.
      * Sem conseguir gravar o diario o passo nao é disparado.
       rodarPasso section.

           if psFalhou(indPs) then
               display "Passo " seqPs(indPs) " " nomePs(indPs)
                       " falhou antes (RC " rcPs(indPs)
                       ") - retomando por ele"
           end-if

           if psIniciado(indPs) then
               display "Passo " seqPs(indPs) " " nomePs(indPs)
                       " iniciado sem termino registrado - "
                       "executado de novo"
           end-if

           accept horaInicioPs(indPs) from time
           move 0 to horaFimPs(indPs)
           move 0 to rcPs(indPs)

           move "I" to eventoPasso
           perform gravarLog

           if not diarioOk then

               move "S"   to loteInterrompido
               move indPs to indFalha
               display "PASSOS.LOG indisponivel - lote interrompido "
                       "antes do passo " nomePs(indPs)

           else

               display "Passo " seqPs(indPs) " " nomePs(indPs)
                       " - inicio " horaInicioPs(indPs)

               move 0 to return-code
               call "SYSTEM" using comandoPs(indPs)
               move return-code to rcSistema
               move 0 to return-code

               accept horaFimPs(indPs) from time
               perform decodificarRc

               add 1 to qtdExecutados

               if rcPs(indPs) > rcMaximoPs(indPs) then
                   move "F"   to resultadoPs(indPs)
                   move "F"   to situacaoPs(indPs)
                   move "S"   to loteInterrompido
                   move indPs to indFalha
                   display "Passo " seqPs(indPs) " " nomePs(indPs)
                           " FALHOU - RC " rcPs(indPs)
                           " (maximo " rcMaximoPs(indPs) ")"
               else
                   move "O" to resultadoPs(indPs)
                   move "O" to situacaoPs(indPs)
                   display "Passo " seqPs(indPs) " " nomePs(indPs)
                           " concluido - RC " rcPs(indPs)
               end-if

               move "T" to eventoPasso
               perform gravarLog

           end-if

           .
       rodarPasso-exit.
           exit.


      * Converte o retorno do sistema no RC do passo: codigo de saida
      * vem multiplicado por 256; retorno com resto (passo derrubado)
      * fica como veio, e retorno negativo (comando nao disparado)
      * vale 9999. RC acima de 9999 é limitado a 9999.
       decodificarRc section.

           if rcSistema < 0 then
               move 9999 to rcPs(indPs)
           else
               divide rcSistema by 256 giving quocienteSistema
                      remainder restoSistema
               if restoSistema = 0 then
                   move quocienteSistema to rcSistema
               end-if
               if rcSistema > 9999 then
                   move 9999 to rcPs(indPs)
               else
                   move rcSistema to rcPs(indPs)
               end-if
           end-if

           .
       decodificarRc-exit.
           exit.


      * Acrescenta ao diario o evento (eventoPasso) do passo indPs. O
      * diario é fechado a cada linha, para que o registro ja esteja
      * no disco enquanto o passo roda.
       gravarLog section.

           move space to diarioGravado

           open extend passosLog

           if statusLog <> "00" then
               open output passosLog
               close passosLog
               open extend passosLog
           end-if

           if statusLog <> "00" then
               move "S" to erroArquivo
               display "Erro ao abrir PASSOS.LOG - status "
                       statusLog
           else

               move space              to regPassosLog
               move eventoPasso        to eventoLg
               move dataNegocio        to dataNegocioLg
               move seqPs(indPs)       to seqLg
               move nomePs(indPs)      to nomeLg
               move horaInicioPs(indPs) to horaInicioLg
               move horaFimPs(indPs)   to horaFimLg
               move rcPs(indPs)        to rcLg
               move dataExecucao       to dataSistemaLg

               if logTermino and resExecutadoOk(indPs) then
                   move "OK" to resultadoLg
               end-if

               if logTermino and resFalhou(indPs) then
                   move "FA" to resultadoLg
               end-if

               write regPassosLog

               if statusLog = "00" then
                   move "S" to diarioGravado
               else
                   move "S" to erroArquivo
                   display "Erro de gravacao em PASSOS.LOG - status "
                           statusLog
               end-if

               close passosLog

           end-if

           .
       gravarLog-exit.
           exit.


      * Grava em LOTE.OUT a situacao de cada passo na data de
      * negocio e, no fim, se o lote terminou ou por onde retomar.
       gravarSituacao section.

           move space to regLoteOut
           write regLoteOut
           perform checarLoteOut

           move space to regLoteOut
           string "Seq Passo                Per RcMax Situacao"
                  "         Inicio   Fim        RC"
                                                delimited by size
                  into regLoteOut
           write regLoteOut
           perform checarLoteOut

           perform varying indPs from 1 by 1
                   until indPs > qtdPassos
               perform gravarLinhaPasso
           end-perform

           move space to regLoteOut
           write regLoteOut
           perform checarLoteOut

           move space to regLoteOut
           string "Passos executados agora ........: "
                                                delimited by size
                  qtdExecutados                 delimited by size
                  into regLoteOut
           write regLoteOut
           perform checarLoteOut

           move space to regLoteOut
           string "Ja concluidos antes na data ....: "
                                                delimited by size
                  qtdJaConcluidos               delimited by size
                  into regLoteOut
           write regLoteOut
           perform checarLoteOut

           move space to regLoteOut
           string "Fora do periodo ................: "
                                                delimited by size
                  qtdForaPeriodo                delimited by size
                  into regLoteOut
           write regLoteOut
           perform checarLoteOut

           move space to regLoteOut
           string "Nao executados .................: "
                                                delimited by size
                  qtdNaoExecutados              delimited by size
                  into regLoteOut
           write regLoteOut
           perform checarLoteOut

           move space to regLoteOut
           write regLoteOut
           perform checarLoteOut

           if loteParado then

               move space to regLoteOut
               string "LOTE INTERROMPIDO no passo " delimited by size
                      seqPs(indFalha)               delimited by size
                      " "                           delimited by size
                      nomePs(indFalha)              delimited by size
                      into regLoteOut
               write regLoteOut
               perform checarLoteOut

               if dataRetroativa then
                   move space to regLoteOut
                   string "Data de negocio " delimited by size
                          dataNegocio        delimited by size
                          " diferente da data do sistema "
                                             delimited by size
                          dataExecucao       delimited by size
                          ": os passos"      delimited by size
                          into regLoteOut
                   write regLoteOut
                   perform checarLoteOut

                   move space to regLoteOut
                   string "tomam a data do sistema e nao foram "
                          "disparados."      delimited by size
                          into regLoteOut
                   write regLoteOut
                   perform checarLoteOut
               end-if

               move space to regLoteOut
               string "Corrigir a causa e executar o controle de "
                      "novo: os passos ja concluidos na data"
                                                  delimited by size
                      into regLoteOut
               write regLoteOut
               perform checarLoteOut

               move space to regLoteOut
               string "nao se repetem e a retomada comeca por este "
                      "passo."                    delimited by size
                      into regLoteOut
               write regLoteOut
               perform checarLoteOut

           else

               move space to regLoteOut
               string "LOTE CONCLUIDO para a data de negocio "
                                                    delimited by size
                      dataNegocio                   delimited by size
                      into regLoteOut
               write regLoteOut
               perform checarLoteOut

           end-if

           .
       gravarSituacao-exit.
           exit.


      * Linha do passo indPs no relatorio de situacao; as horas e o
      * RC sao os desta execucao ou, para passo concluido antes, os
      * do diario.
       gravarLinhaPasso section.

           evaluate true
               when resJaConcluido(indPs)
                   move "CONCLUIDO ANTES" to descricaoResultado
               when resExecutadoOk(indPs)
                   move "OK"              to descricaoResultado
               when resFalhou(indPs)
                   move "FALHOU"          to descricaoResultado
               when resForaPeriodo(indPs)
                   move "FORA DO PERIODO" to descricaoResultado
               when other
                   move "NAO EXECUTADO"   to descricaoResultado
           end-evaluate

           move space to horaInicioEdt
           move space to horaFimEdt

           if not resForaPeriodo(indPs)
               and not resNaoExecutado(indPs) then
               move horaInicioPs(indPs) to horaTrabNum
               perform editarHora
               move horaEdt to horaInicioEdt
               move horaFimPs(indPs) to horaTrabNum
               perform editarHora
               move horaEdt to horaFimEdt
           end-if

           move space to regLoteOut

           if resForaPeriodo(indPs) or resNaoExecutado(indPs) then
               string seqPs(indPs)          delimited by size
                      "  "                  delimited by size
                      nomePs(indPs)         delimited by size
                      " "                   delimited by size
                      periodicidadePs(indPs) delimited by size
                      "   "                 delimited by size
                      rcMaximoPs(indPs)     delimited by size
                      "    "                delimited by size
                      descricaoResultado    delimited by size
                      into regLoteOut
           else
               string seqPs(indPs)          delimited by size
                      "  "                  delimited by size
                      nomePs(indPs)         delimited by size
                      " "                   delimited by size
                      periodicidadePs(indPs) delimited by size
                      "   "                 delimited by size
                      rcMaximoPs(indPs)     delimited by size
                      "    "                delimited by size
                      descricaoResultado    delimited by size
                      " "                   delimited by size
                      horaInicioEdt         delimited by size
                      " "                   delimited by size
                      horaFimEdt            delimited by size
                      " "                   delimited by size
                      rcPs(indPs)           delimited by size
                      into regLoteOut
           end-if

           write regLoteOut
           perform checarLoteOut

           .
       gravarLinhaPasso-exit.
           exit.


      * Edita a hora de horaTrab (hhmmsscc) em horaEdt (hh:mm:ss).
       editarHora section.

           move hhTrab to hhEdt
           move mmTrab to mmEdt
           move ssTrab to ssEdt

           .
       editarHora-exit.
           exit.


       checarLoteOut section.

           if statusLoteOut <> "00" then
               move "S" to erroArquivo
               display "Erro de gravacao em LOTE.OUT - status "
                       statusLoteOut
           end-if

           .
       checarLoteOut-exit.
           exit.


      * Finalização do programa
       finaliza section.

           close loteOut

           display "Controle do lote - data de negocio " dataNegocio
                   ": executados " qtdExecutados
                   " - ja concluidos " qtdJaConcluidos
                   " - nao executados " qtdNaoExecutados

           if loteParado or houveErroGravacao then
               move 8 to return-code
               display "Lote interrompido - ver LOTE.OUT"
           else
               move 0 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
