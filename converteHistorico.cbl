      *Divisão de identificação do programa
       Identification Division.
       Program-id. "converteHistorico".
       Author. "Falande Loiseau Etienne".
       Installation. "PC".
       Date-Written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *----Historico de alteracoes
      *15/10/2026 FLE - versao inicial: monta o indice do historico
      *HISTORICO.IDX (chave fornecedor + forma + tamanho +
      *comprimento + data, chave alternativa pela data) a partir do
      *arquivo morto ARQHIST.OUT e do historico corrente
      *HISTORICO.OUT. O indice é refeito do zero a cada execucao,
      *entao o programa serve tambem para ressincronizar o indice com
      *os arquivos texto.



      *Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.


      *------ Declaração dos recursos externos
       Input-output Section.
       File-control.

           select arquivoMorto assign to "ARQHIST.OUT"
                                organization is line sequential
                                file status is statusArquivoMorto.

           select historicoIn  assign to "HISTORICO.OUT"
                                organization is line sequential
                                file status is statusHistoricoIn.

           select historicoIdx assign to "HISTORICO.IDX"
                                organization is indexed
                                access mode is dynamic
                                record key is chaveHix
                                alternate record key is dataHix
                                    with duplicates
                                file status is statusHistoricoIdx.

       I-O-control.


      *Declaração de variaveis
       Data Division.



      *-----Variaveis de arquivos
       File Section.

      * Arquivo morto do expurgo: as linhas do historico no leiaute
      * de sempre, atras de um cabecalho "*" por expurgo.
       FD  arquivoMorto
           label record is standard.
       01  regArquivoMorto                         pic x(100).

       FD  historicoIn
           label record is standard.
       01  regHistoricoIn                          pic x(100).

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



      *----Variaveis de trabalho
       Working-storage Section.

      * Espelho da linha gravada por gravarHistoricoPizza no programa
      * desafioCorije: campos de largura fixa separados por " - ".
      * As duas entradas tem o mesmo leiaute; a linha lida é copiada
      * aqui para a critica.
       01  linhaHistorico.
           05 nomeHis                               pic x(15).
           05 filler                                pic x(03).
           05 fornecedorHis                         pic x(15).
           05 filler                                pic x(03).
           05 diametroHis                           pic x(03).
           05 filler                                pic x(03).
           05 precoHis.
              10 precoHisInt                        pic x(03).
              10 filler                             pic x(01).
              10 precoHisDec                        pic x(02).
           05 filler                                pic x(03).
           05 precoCm2His.
              10 precoCm2HisInt                     pic x(03).
              10 filler                             pic x(01).
              10 precoCm2HisDec                     pic x(02).
           05 filler                                pic x(03).
           05 dataHis                               pic x(08).
           05 filler                                pic x(03).
           05 formaHis                              pic x(01).
           05 filler                                pic x(03).
           05 comprimentoHis                        pic x(03).
           05 filler                                pic x(10).

      *----Origem da linha em conversao (H corrente, M arquivo morto)
       77  origemLinha                             pic x(01).
       77  dataExecucao                            pic 9(08).

      *----Variaveis de montagem dos valores lidos do historico (a
      *----parte inteira e os centavos vem em campos texto separados
      *----pela virgula decimal)
       77  valorInt                                pic 9(03).
       77  valorDec                                pic 9(02).

      *----Contadores do resumo da conversao
       77  qtdMortoLidas                           pic 9(07).
       77  qtdMortoConvertidas                     pic 9(07).
       77  qtdCabecalhos                           pic 9(05).
       77  qtdHistLidas                            pic 9(07).
       77  qtdHistConvertidas                      pic 9(07).
       77  qtdInvalidas                            pic 9(07).

      *----Variaveis de controle dos arquivos
       77  statusArquivoMorto                      pic x(02).
       77  fimArquivoMorto                         pic x(01).
           88 fimDoArquivoMorto                    value "S".
       77  statusHistoricoIn                       pic x(02).
       77  fimHistoricoIn                          pic x(01).
           88 fimDoArquivoHistorico                value "S".
       77  statusHistoricoIdx                      pic x(02).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".



      *----Variaveis para comunicação entre programas
       Linkage Section.




      *Divisão do corpo do programa

      *    A consulta, a reconciliacao, a tendencia e o fechamento
      *mensal liam HISTORICO.OUT inteiro para achar uma chave ou um
      *periodo, e o arquivo so cresce entre os expurgos. O indice
      *HISTORICO.IDX guarda as mesmas linhas com acesso pela chave
      *da pizza e pela data; este programa o monta uma vez a partir
      *do arquivo morto (origem M) e do historico corrente (origem
      *H), nessa ordem, para a sequencia do dia seguir a ordem dos
      *arquivos. Dai em diante o comparativo e o expurgo o mantem.
      *Linhas com campos numericos corrompidos ficam so no texto,
      *listadas na execucao.


       Procedure Division.


           perform inicializa.
           perform converterArquivoMorto.
           perform converterHistorico.
           perform finaliza.

      * Inicilizacao de variaveis, criacao do indice
      * procedimentos que serao realizados apenas uma vez
       inicializa section.

           move 0     to qtdMortoLidas
           move 0     to qtdMortoConvertidas
           move 0     to qtdCabecalhos
           move 0     to qtdHistLidas
           move 0     to qtdHistConvertidas
           move 0     to qtdInvalidas
           move space to fimArquivoMorto
           move space to fimHistoricoIn
           move space to erroArquivo

           accept dataExecucao from date yyyymmdd

           open output historicoIdx

           if statusHistoricoIdx <> "00" then
               display "Erro ao criar HISTORICO.IDX - status "
                       statusHistoricoIdx
               move 8 to return-code
               stop run
           end-if

           display "Conversao do historico para HISTORICO.IDX - "
                   dataExecucao

           .
       inicializa-exit.
           exit.


      * Arquivo morto: ausente quando nunca houve expurgo, e entao so
      * o historico corrente entra no indice. Os cabecalhos "*" de
      * cada expurgo sao pulados.
       converterArquivoMorto section.

           open input arquivoMorto

           if statusArquivoMorto <> "00" then
               display "ARQHIST.OUT nao encontrado - so o historico "
                       "corrente entra no indice"
           else

               move "M" to origemLinha

               perform until fimDoArquivoMorto

                   read arquivoMorto
                       at end
                           move "S" to fimArquivoMorto
                   end-read

                   if not fimDoArquivoMorto then

                       add 1 to qtdMortoLidas

                       if regArquivoMorto(1:1) = "*" then
                           add 1 to qtdCabecalhos
                       else
                           move regArquivoMorto to linhaHistorico
                           perform converterLinha
                           if statusHistoricoIdx = "00" then
                               add 1 to qtdMortoConvertidas
                           end-if
                       end-if

                   end-if

               end-perform

               close arquivoMorto

           end-if

           .
       converterArquivoMorto-exit.
           exit.


      * Historico corrente: ausente numa instalacao nova, e o indice
      * sai vazio, pronto para o comparativo.
       converterHistorico section.

           open input historicoIn

           if statusHistoricoIn <> "00" then
               display "HISTORICO.OUT nao encontrado - status "
                       statusHistoricoIn
           else

               move "H" to origemLinha

               perform until fimDoArquivoHistorico

                   read historicoIn
                       at end
                           move "S" to fimHistoricoIn
                   end-read

                   if not fimDoArquivoHistorico then

                       add 1 to qtdHistLidas

                       move regHistoricoIn to linhaHistorico
                       perform converterLinha
                       if statusHistoricoIdx = "00" then
                           add 1 to qtdHistConvertidas
                       end-if

                   end-if

               end-perform

               close historicoIn

           end-if

           .
       converterHistorico-exit.
           exit.


      * Critica a linha corrente (linhaHistorico) e grava o registro
      * do indice; statusHistoricoIdx fica "00" so quando gravou.
      * Linhas gravadas antes das formas nao tem as duas colunas
      * finais e valem como pizza redonda.
       converterLinha section.

           move space to statusHistoricoIdx

           if fornecedorHis not = space
               and diametroHis is numeric
               and precoHisInt is numeric
               and precoHisDec is numeric
               and precoCm2HisInt is numeric
               and precoCm2HisDec is numeric
               and dataHis is numeric then

               move fornecedorHis to fornecedorHix
               move diametroHis   to diametroHix
               move dataHis       to dataHix
               move nomeHis       to nomeHix
               move origemLinha   to origemHix

               if formaHis = space then
                   move "R" to formaHix
               else
                   move formaHis to formaHix
               end-if

               if comprimentoHis is numeric then
                   move comprimentoHis to comprimentoHix
               else
                   move 0 to comprimentoHix
               end-if

               move precoHisInt to valorInt
               move precoHisDec to valorDec
               compute precoHix = valorInt + valorDec / 100

               move precoCm2HisInt to valorInt
               move precoCm2HisDec to valorDec
               compute precoCm2Hix = valorInt + valorDec / 100

               perform gravarRegistroIndice

           else
               add 1 to qtdInvalidas
               display "Linha invalida - fora do indice: "
                       linhaHistorico
           end-if

           .
       converterLinha-exit.
           exit.


      * Grava o registro montado no indice. A sequencia separa as
      * linhas da mesma chave e data: chave ja gravada (status 22)
      * tenta a sequencia seguinte.
       gravarRegistroIndice section.

           move 0    to seqHix
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
                       fornecedorHix " " diametroHix " " dataHix
           end-if

           .
       gravarRegistroIndice-exit.
           exit.


      * Finalização do programa
       finaliza section.

           close historicoIdx

           display " "
           display "ARQHIST.OUT - linhas lidas .....: " qtdMortoLidas
           display "              cabecalhos .......: " qtdCabecalhos
           display "              convertidas ......: "
                   qtdMortoConvertidas
           display "HISTORICO.OUT - linhas lidas ...: " qtdHistLidas
           display "              convertidas ......: "
                   qtdHistConvertidas
           display "Linhas invalidas (fora) ........: " qtdInvalidas

           if houveErroGravacao then
               move 8 to return-code
               display "Conversao terminada com erro - HISTORICO.IDX "
                       "incompleto, reexecutar"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
