      *opcionalmente, com uma linha de media mensal por fornecedor +
      *forma + tamanho do periodo expurgado, para a tendencia de
      *longo prazo sobreviver ao expurgo.
      *15/10/2026 FLE - indice do historico HISTORICO.IDX mantido no
      *expurgo, quando presente: os registros do periodo expurgado
      *passam a origem M (arquivo morto), pela chave alternativa da
      *data, e as linhas de media mensal regravadas no historico
      *entram no indice. Com erro no indice, o expurgo termina com
      *RETURN-CODE 8 e o indice deve ser refeito pelo programa
      *converteHistorico.



                                organization is line sequential
                                file status is statusExpurgoIn.

      * Indice do historico, mantido ao lado de HISTORICO.OUT (criado
      * pelo programa converteHistorico; ausente, fica desligado).
           select historicoIdx assign to "HISTORICO.IDX"
                                organization is indexed
                                access mode is dynamic
                                record key is chaveHix
                                alternate record key is dataHix
                                    with duplicates
                                file status is statusHistoricoIdx.

       I-O-control.


           05 dataCorteCard redefines dataCorteTx  pic 9(08).
           05 condensarTx                          pic x(01).

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

      *----Contadores do resumo do expurgo
       77  qtdArquivadas                           pic 9(04).
       77  qtdIndiceArquivados                     pic 9(07).
       77  qtdIndiceMedias                         pic 9(04).
       77  qtdMantidas                             pic 9(04).
       77  qtdInvalidas                            pic 9(04).
       77  qtdMedias                               pic 9(04).
       77  erroArquivo                             pic x(01).
           88 houveErroGravacao                    value "S".

      *----Variaveis do indice do historico (HISTORICO.IDX): sem o
      *----arquivo o indice fica desligado
       77  statusHistoricoIdx                      pic x(02).
       77  indiceHistorico                         pic x(01).
           88 indiceHistoricoLigado                value "S".
       77  fimIndice                               pic x(01).
           88 fimDoIndice                          value "S".



      *----Variaveis para comunicação entre programas
           move 0     to qtdMantidas
           move 0     to qtdInvalidas
           move 0     to qtdMedias
           move 0     to qtdIndiceArquivados
           move 0     to qtdIndiceMedias
           move space to indiceHistorico
           move space to fimIndice
           move space to fimHistoricoIn
           move space to fimExpurgoIn
           move space to erroArquivo
                   move "S" to erroArquivo
               else

      * Indice: o periodo expurgado sai do historico corrente antes
      * das medias entrarem, que tem data dentro dele.
                   perform abrirIndiceHistorico

                   if indiceHistoricoLigado then
                       perform arquivarIndice
                   end-if

                   if condensarMedias then
                       perform gravarMediasMensais
                   end-if

                   close historicoNovo

                   if indiceHistoricoLigado then
                       close historicoIdx
                   end-if

               end-if

           end-if
           exit.


      * Abre o indice do historico para atualizacao; sem o arquivo,
      * o indice fica desligado e o expurgo segue so nos textos.
       abrirIndiceHistorico section.

           open i-o historicoIdx

           if statusHistoricoIdx = "00" then
               move "S" to indiceHistorico
           else
               if statusHistoricoIdx <> "35" then
                   move "S" to erroArquivo
                   display "Erro ao abrir HISTORICO.IDX - status "
                           statusHistoricoIdx
               end-if
           end-if

           .
       abrirIndiceHistorico-exit.
           exit.


      * Percorre o indice pela chave alternativa da data, do comeco
      * ate a data de corte, e passa a origem M (arquivo morto) os
      * registros do historico corrente: as mesmas linhas que
      * arquivarAntigas levou para ARQHIST.OUT.
       arquivarIndice section.

           move 0 to dataHix

           start historicoIdx key is >= dataHix
               invalid key
                   move "S" to fimIndice
           end-start

           perform until fimDoIndice

               read historicoIdx next record
                   at end
                       move "S" to fimIndice
               end-read

               if not fimDoIndice then

                   if dataHix >= dataCorte then
                       move "S" to fimIndice
                   else
                       if linhaCorrenteHix then
                           move "M" to origemHix
                           rewrite regHistoricoIdx
                               invalid key
                                   continue
                           end-rewrite
                           if statusHistoricoIdx = "00" then
                               add 1 to qtdIndiceArquivados
                           else
                               move "S" to erroArquivo
                               display "Erro de regravacao em "
                                       "HISTORICO.IDX - status "
                                       statusHistoricoIdx
                           end-if
                       end-if
                   end-if

               end-if

           end-perform

           .
       arquivarIndice-exit.
           exit.


      * Grava no indice a linha de media mensal do grupo corrente
      * (ind), como linha do historico corrente. A sequencia separa
      * as linhas da mesma chave e data: chave ja gravada (status
      * 22) tenta a sequencia seguinte.
       gravarMediaIndice section.

           move fornecedorHi(ind)  to fornecedorHix
           move formaHi(ind)       to formaHix
           move diametroHi(ind)    to diametroHix
           move comprimentoHi(ind) to comprimentoHix
           move dataMedia          to dataHix
           move 0                  to seqHix
           move "MEDIA MENSAL"     to nomeHix
           move mediaPreco         to precoHix
           move mediaPrecoCm2      to precoCm2Hix
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

           if statusHistoricoIdx = "00" then
               add 1 to qtdIndiceMedias
           else
               move "S" to erroArquivo
               display "Erro de gravacao em HISTORICO.IDX - status "
                       statusHistoricoIdx
           end-if

           .
       gravarMediaIndice-exit.
           exit.


      * Varre as linhas expurgadas agrupando por fornecedor + forma +
      * tamanho + mes e grava uma linha de media por grupo; o grupo é
      * consumido marcando as linhas ja somadas, entao cada linha

           add 1 to qtdMedias

           if indiceHistoricoLigado then
               perform gravarMediaIndice
           end-if

           .
       gravarLinhaMedia-exit.
           exit.
           display "Linhas mantidas ......: " qtdMantidas
           display "Linhas invalidas .....: " qtdInvalidas

           if indiceHistoricoLigado then
               display "Indice - arquivados ..: " qtdIndiceArquivados
               display "Indice - medias ......: " qtdIndiceMedias
           end-if

           if houveErroGravacao then
               move 8 to return-code
               display "Expurgo terminado com erro"
               if indiceHistoricoLigado then
                   display "Refazer HISTORICO.IDX pelo programa "
                           "converteHistorico"
               end-if
           end-if

           Stop run
