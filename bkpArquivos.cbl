           relative key is ws-rk-bkpPerguntas
           file status is ws-fs-bkpPerguntas.

      *> Situacao de cada pergunta do banco (ativa, em revisao, retirada),
      *> um registro por posicao do banco de perguntas.
           select arqSitPerguntas assign to "arqSitPerguntas.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqSitPerg
           file status is ws-fs-arqSitPerg.

      *> Copia de seguranca da situacao das perguntas.
           select bkpSitPerguntas assign to ws-nome-bkp-sitperguntas
           organization is relative
           access mode is dynamic
           relative key is ws-rk-bkpSitPerg
           file status is ws-fs-bkpSitPerg.

      *> Ranking historico dos jogadores.
           select arqRanking assign to "arqRanking.dat"
           organization is indexed
           record key is fd-bk-cq-chave
           file status is ws-fs-bkpConquistas.

      *> Rating de habilidade por jogador (matricula), do calcRating.
           select arqRatings assign to "arqRatings.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rt-codigo
           file status is ws-fs-arqRatings.

      *> Copia de seguranca dos ratings dos jogadores.
           select bkpRatings assign to ws-nome-bkp-ratings
           organization is indexed
           access mode is dynamic
           record key is fd-bk-rt-codigo
           file status is ws-fs-bkpRatings.

      *> Origem generica dos arquivos sequenciais do conjunto (historico de
      *> partidas, temporadas, resumos do log, detalhe do log, parametros
      *> do jogo, ajustes de pontos, historico de ratings, controle de
      *> numeracao, gabaritos, diario de alteracoes e diario de lotes): o
      *> nome do arquivo e montado antes de cada copia.
           select arqSeqOrigem assign to ws-nome-seq-origem
           organization is line sequential
           access mode is sequential
           access mode is sequential
           file status is ws-fs-arqSeqDestino.

      *> Cadastro de operadores do jogo: a operacao exige a entrada de um
      *> supervisor.
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-op-id
           file status is ws-fs-arqOperadores.

      *> Copia de seguranca do cadastro de operadores.
           select bkpOperadores assign to ws-nome-bkp-operadores
           organization is indexed
           access mode is dynamic
           record key is fd-bk-op-id
           file status is ws-fs-bkpOperadores.

      *> Registro de acessos: entradas, falhas de entrada e recusas.
           select arqAcessos assign to "arqAcessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAcessos.

      *> Diario de execucoes dos lotes: cada execucao anexa um registro de
      *> controle (programa, inicio, fim, totais e situacao final).
           select arqLotes assign to "arqLotes.dat"
       fd bkpPerguntas.
       01  fd-bkp-perguntas                        pic x(87).

       fd arqSitPerguntas.
       01  fd-sit-pergunta.
           05 fd-sp-situacao                       pic x(01).
           05 fd-sp-data                           pic x(08).
           05 fd-sp-operador                       pic x(08).

       fd bkpSitPerguntas.
       01  fd-bkp-sit-pergunta                     pic x(17).

       fd arqRanking.
       01  fd-ranking.
           05 fd-rk-nome                           pic x(25).
           05 fd-bk-cq-nome                        pic x(25).
           05 fd-bk-cq-data                        pic x(08).

       fd arqRatings.
       01  fd-rating-reg.
           05 fd-rt-codigo                         pic 9(04).
           05 fd-rt-nome                           pic x(25).
           05 fd-rt-rating                         pic 9(04).
           05 fd-rt-pico                           pic 9(04).
           05 fd-rt-partidas                       pic 9(05).
           05 fd-rt-ult-partida                    pic x(14).

       fd bkpRatings.
       01  fd-bkp-rating-reg.
           05 fd-bk-rt-codigo                      pic 9(04).
           05 fd-bk-rt-nome                        pic x(25).
           05 fd-bk-rt-rating                      pic 9(04).
           05 fd-bk-rt-pico                        pic 9(04).
           05 fd-bk-rt-partidas                    pic 9(05).
           05 fd-bk-rt-ult-partida                 pic x(14).

       fd arqSeqOrigem.
       01  fd-seq-origem-rec                       pic x(400).

       fd arqSeqDestino.
       01  fd-seq-destino-rec                      pic x(400).

       fd arqOperadores.
       01  fd-operador-reg.
           05 fd-op-id                             pic x(08).
           05 fd-op-nome                           pic x(25).
           05 fd-op-senha                          pic x(08).
           05 fd-op-perfil                         pic x(01).

       fd bkpOperadores.
       01  fd-bkp-operador-reg.
           05 fd-bk-op-id                          pic x(08).
           05 fd-bk-op-nome                        pic x(25).
           05 fd-bk-op-senha                       pic x(08).
           05 fd-bk-op-perfil                      pic x(01).

       fd arqAcessos.
       01  fd-acesso-rec                           pic x(78).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).

       77  ws-fs-arqPerguntas                      pic 9(02).
       77  ws-rk-bkpPerguntas                      pic 9(02).
       77  ws-fs-bkpPerguntas                      pic 9(02).
       77  ws-rk-arqSitPerg                        pic 9(02).
       77  ws-fs-arqSitPerg                        pic 9(02).
       77  ws-rk-bkpSitPerg                        pic 9(02).
       77  ws-fs-bkpSitPerg                        pic 9(02).
       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-bkpRanking                        pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-bkpFatos                          pic 9(02).
       77  ws-fs-arqConquistas                     pic 9(02).
       77  ws-fs-bkpConquistas                     pic 9(02).
       77  ws-fs-arqRatings                        pic 9(02).
       77  ws-fs-bkpRatings                        pic 9(02).
       77  ws-fs-arqSeqOrigem                      pic 9(02).
       77  ws-fs-arqSeqDestino                     pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-bkpOperadores                     pic 9(02).
       77  ws-fs-arqAcessos                        pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).

      *>------------------------------------------------------------------------
       77 ws-qtd-lidos-total                       pic 9(06) value zero.
       77 ws-qtd-gravados-total                    pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Linha do registro de acessos: data-hora, programa, operador,
      *> evento (ENTRADA, FALHA, RECUSA) e detalhe.
      *>------------------------------------------------------------------------
       01 ws-acesso-rec.
          05 ac-data-hora                          pic x(14).
          05 filler                                pic x(01) value space.
          05 ac-programa                           pic x(12).
          05 filler                                pic x(01) value space.
          05 ac-operador                           pic x(08).
          05 filler                                pic x(01) value space.
          05 ac-evento                             pic x(10).
          05 filler                                pic x(01) value space.
          05 ac-detalhe                            pic x(30).

      *>------------------------------------------------------------------------
      *> Entrada do supervisor que autoriza a operacao.
      *>------------------------------------------------------------------------
       77 ws-operador-id                           pic x(08).
       77 ws-logon-id                              pic x(08).
       77 ws-logon-senha                           pic x(08).
       77 ws-tentativas-logon                      pic 9(01) value zero.
       77 ws-flag-logon                            pic x(01) value "N".
          88 ws-logon-ok                           value "S".

      *>------------------------------------------------------------------------
      *> Nomes dos arquivos da geracao de backup: "bkp<nome>.<AAAAMMDD>.dat".
      *> Um backup por dia: refazer o backup no mesmo dia regrava a geracao.
       77 ws-nome-bkp-conquistas                   pic x(30).
       77 ws-nome-bkp-parametros                   pic x(30).
       77 ws-nome-bkp-lotes                        pic x(30).
       77 ws-nome-bkp-sitperguntas                 pic x(30).
       77 ws-nome-bkp-ratings                      pic x(30).
       77 ws-nome-bkp-operadores                   pic x(30).
       77 ws-nome-bkp-ajustes                      pic x(30).
       77 ws-nome-bkp-histrating                   pic x(30).
       77 ws-nome-bkp-controle                     pic x(30).
       77 ws-nome-bkp-gabaritos                    pic x(30).
       77 ws-nome-bkp-jornal                       pic x(30).

       77 ws-nome-seq-origem                       pic x(30).
       77 ws-nome-seq-destino                      pic x(30).
               perform finalizar-lote
           end-if

      *>     restaurar sobrescreve o jogo inteiro: so com supervisor
           if ws-op-restaurar
               perform exigir-supervisor
           end-if

           if ws-op-backup
               accept ws-geracao from date yyyymmdd
           else
                  delimited by size into ws-nome-bkp-lotes
           end-string

           move spaces to ws-nome-bkp-sitperguntas
           string "bkpSitPerguntas." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-sitperguntas
           end-string

           move spaces to ws-nome-bkp-ratings
           string "bkpRatings." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-ratings
           end-string

           move spaces to ws-nome-bkp-operadores
           string "bkpOperadores." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-operadores
           end-string

           move spaces to ws-nome-bkp-ajustes
           string "bkpAjustes." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-ajustes
           end-string

           move spaces to ws-nome-bkp-histrating
           string "bkpHistRating." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-histrating
           end-string

           move spaces to ws-nome-bkp-controle
           string "bkpControle." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-controle
           end-string

           move spaces to ws-nome-bkp-gabaritos
           string "bkpGabaritos." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-gabaritos
           end-string

           move spaces to ws-nome-bkp-jornal
           string "bkpJornal." ws-geracao ".dat"
                  delimited by size into ws-nome-bkp-jornal
           end-string

           .
       montar-nomes-geracao-exit.
           exit.
               close bkpConquistas
           end-if

           open input bkpSitPerguntas
           if ws-fs-bkpSitPerg = 0
               add 1 to ws-qtd-bkp-achados
               close bkpSitPerguntas
           end-if

           open input bkpRatings
           if ws-fs-bkpRatings = 0
               add 1 to ws-qtd-bkp-achados
               close bkpRatings
           end-if

           open input bkpOperadores
           if ws-fs-bkpOperadores = 0
               add 1 to ws-qtd-bkp-achados
               close bkpOperadores
           end-if

           move ws-nome-bkp-partidas to ws-nome-seq-origem
           open input arqSeqOrigem
           if ws-fs-arqSeqOrigem = 0
               close arqSeqOrigem
           end-if

           move ws-nome-bkp-ajustes to ws-nome-seq-origem
           open input arqSeqOrigem
           if ws-fs-arqSeqOrigem = 0
               add 1 to ws-qtd-bkp-achados
               close arqSeqOrigem
           end-if

           move ws-nome-bkp-histrating to ws-nome-seq-origem
           open input arqSeqOrigem
           if ws-fs-arqSeqOrigem = 0
               add 1 to ws-qtd-bkp-achados
               close arqSeqOrigem
           end-if

           move ws-nome-bkp-controle to ws-nome-seq-origem
           open input arqSeqOrigem
           if ws-fs-arqSeqOrigem = 0
               add 1 to ws-qtd-bkp-achados
               close arqSeqOrigem
           end-if

           move ws-nome-bkp-gabaritos to ws-nome-seq-origem
           open input arqSeqOrigem
           if ws-fs-arqSeqOrigem = 0
               add 1 to ws-qtd-bkp-achados
               close arqSeqOrigem
           end-if

           move ws-nome-bkp-jornal to ws-nome-seq-origem
           open input arqSeqOrigem
           if ws-fs-arqSeqOrigem = 0
               add 1 to ws-qtd-bkp-achados
               close arqSeqOrigem
           end-if

           if ws-qtd-bkp-achados = zero
               display "Geracao " ws-geracao " nao encontrada em disco."
               display "Nada foi alterado."

           perform copiar-estados
           perform copiar-perguntas
           perform copiar-sit-perguntas
           perform copiar-fatos
           perform copiar-ranking
           perform copiar-jogadores
           perform copiar-conquistas
           perform copiar-ratings
           perform copiar-operadores

           move "arqPartidas.dat"   to ws-nome-exibido
           move ws-nome-bkp-partidas to ws-nome-seq-destino
           move ws-nome-bkp-parametros to ws-nome-seq-destino
           perform copiar-sequencial

           move "arqAjustes.dat"    to ws-nome-exibido
           move ws-nome-bkp-ajustes to ws-nome-seq-destino
           perform copiar-sequencial

           move "arqHistRating.dat" to ws-nome-exibido
           move ws-nome-bkp-histrating to ws-nome-seq-destino
           perform copiar-sequencial

           move "arqControle.dat"   to ws-nome-exibido
           move ws-nome-bkp-controle to ws-nome-seq-destino
           perform copiar-sequencial

           move "arqGabaritos.dat"  to ws-nome-exibido
           move ws-nome-bkp-gabaritos to ws-nome-seq-destino
           perform copiar-sequencial

           move "arqJornal.dat"     to ws-nome-exibido
           move ws-nome-bkp-jornal  to ws-nome-seq-destino
           perform copiar-sequencial

           move "arqLotes.dat"      to ws-nome-exibido
           move ws-nome-bkp-lotes   to ws-nome-seq-destino
           perform copiar-sequencial
       copiar-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Copia a situacao das perguntas (relativo, posicoes 1-50, as do
      *>   banco de perguntas) no sentido escolhido, preservando a posicao
      *>   de cada registro.
      *>------------------------------------------------------------------------
       copiar-sit-perguntas section.

           move zero to ws-qtd-origem
           move zero to ws-qtd-destino
           move zero to ws-qtd-verif
           move "OK" to ws-resultado-arq
           move "arqSitPerguntas.dat" to ws-nome-exibido

           if ws-op-backup
               open input arqSitPerguntas
               if ws-fs-arqSitPerg <> 0
                   move "AUSENTE" to ws-resultado-arq
               else
                   open output bkpSitPerguntas
                   if ws-fs-bkpSitPerg <> 0
                       move "ERRO" to ws-resultado-arq
                       move "S"    to ws-flag-erro-geral
                   else
                       perform varying ws-rk-arqSitPerg from 1 by 1
                                              until ws-rk-arqSitPerg > 50
                           read arqSitPerguntas
                           if ws-fs-arqSitPerg = 0
                               add 1 to ws-qtd-origem
                               move ws-rk-arqSitPerg to ws-rk-bkpSitPerg
                               write fd-bkp-sit-pergunta from fd-sit-pergunta
                               if ws-fs-bkpSitPerg = 0
                                   add 1 to ws-qtd-destino
                               else
                                   move "ERRO" to ws-resultado-arq
                                   move "S"    to ws-flag-erro-geral
                               end-if
                           end-if
                       end-perform
                       close bkpSitPerguntas
                   end-if
                   close arqSitPerguntas
               end-if
           else
               open input bkpSitPerguntas
               if ws-fs-bkpSitPerg <> 0
                   move "AUSENTE" to ws-resultado-arq
               else
                   open output arqSitPerguntas
                   if ws-fs-arqSitPerg <> 0
                       move "ERRO" to ws-resultado-arq
                       move "S"    to ws-flag-erro-geral
                   else
                       perform varying ws-rk-bkpSitPerg from 1 by 1
                                              until ws-rk-bkpSitPerg > 50
                           read bkpSitPerguntas
                           if ws-fs-bkpSitPerg = 0
                               add 1 to ws-qtd-origem
                               move ws-rk-bkpSitPerg to ws-rk-arqSitPerg
                               write fd-sit-pergunta from fd-bkp-sit-pergunta
                               if ws-fs-arqSitPerg = 0
                                   add 1 to ws-qtd-destino
                               else
                                   move "ERRO" to ws-resultado-arq
                                   move "S"    to ws-flag-erro-geral
                               end-if
                           end-if
                       end-perform
                       close arqSitPerguntas
                   end-if
                   close bkpSitPerguntas
               end-if
           end-if

           if ws-resultado-arq = "OK"
               if ws-op-backup
                   open input bkpSitPerguntas
                   perform varying ws-rk-bkpSitPerg from 1 by 1
                                          until ws-rk-bkpSitPerg > 50
                       read bkpSitPerguntas
                       if ws-fs-bkpSitPerg = 0
                           add 1 to ws-qtd-verif
                       end-if
                   end-perform
                   close bkpSitPerguntas
               else
                   open input arqSitPerguntas
                   perform varying ws-rk-arqSitPerg from 1 by 1
                                          until ws-rk-arqSitPerg > 50
                       read arqSitPerguntas
                       if ws-fs-arqSitPerg = 0
                           add 1 to ws-qtd-verif
                       end-if
                   end-perform
                   close arqSitPerguntas
               end-if

               if ws-qtd-verif <> ws-qtd-origem
                   move "DIVERGE" to ws-resultado-arq
                   move "S"       to ws-flag-erro-geral
               end-if
           end-if

           perform exibir-linha-copia

           .
       copiar-sit-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Copia os fatos dos estados (relativo, posicoes 1-27) no sentido
      *>   escolhido, preservando a posicao de cada registro.
       copiar-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Copia os ratings dos jogadores (indexado pela matricula) no
      *>   sentido escolhido e verifica o total de registros do destino.
      *>------------------------------------------------------------------------
       copiar-ratings section.

           move zero to ws-qtd-origem
           move zero to ws-qtd-destino
           move zero to ws-qtd-verif
           move "OK" to ws-resultado-arq
           move "arqRatings.dat" to ws-nome-exibido

           if ws-op-backup
               open input arqRatings
               if ws-fs-arqRatings <> 0
                   move "AUSENTE" to ws-resultado-arq
               else
                   open output bkpRatings
                   if ws-fs-bkpRatings <> 0
                       move "ERRO" to ws-resultado-arq
                       move "S"    to ws-flag-erro-geral
                   else
                       perform until ws-fs-arqRatings <> 0
                           read arqRatings next
                           if ws-fs-arqRatings = 0
                               add 1 to ws-qtd-origem
                               write fd-bkp-rating-reg from fd-rating-reg
                               if ws-fs-bkpRatings = 0
                                   add 1 to ws-qtd-destino
                               else
                                   move "ERRO" to ws-resultado-arq
                                   move "S"    to ws-flag-erro-geral
                               end-if
                           end-if
                       end-perform
                       close bkpRatings
                   end-if
                   close arqRatings
               end-if
           else
               open input bkpRatings
               if ws-fs-bkpRatings <> 0
                   move "AUSENTE" to ws-resultado-arq
               else
                   open output arqRatings
                   if ws-fs-arqRatings <> 0
                       move "ERRO" to ws-resultado-arq
                       move "S"    to ws-flag-erro-geral
                   else
                       perform until ws-fs-bkpRatings <> 0
                           read bkpRatings next
                           if ws-fs-bkpRatings = 0
                               add 1 to ws-qtd-origem
                               write fd-rating-reg from fd-bkp-rating-reg
                               if ws-fs-arqRatings = 0
                                   add 1 to ws-qtd-destino
                               else
                                   move "ERRO" to ws-resultado-arq
                                   move "S"    to ws-flag-erro-geral
                               end-if
                           end-if
                       end-perform
                       close arqRatings
                   end-if
                   close bkpRatings
               end-if
           end-if

           if ws-resultado-arq = "OK"
               if ws-op-backup
                   open input bkpRatings
                   perform until ws-fs-bkpRatings <> 0
                       read bkpRatings next
                       if ws-fs-bkpRatings = 0
                           add 1 to ws-qtd-verif
                       end-if
                   end-perform
                   close bkpRatings
               else
                   open input arqRatings
                   perform until ws-fs-arqRatings <> 0
                       read arqRatings next
                       if ws-fs-arqRatings = 0
                           add 1 to ws-qtd-verif
                       end-if
                   end-perform
                   close arqRatings
               end-if

               if ws-qtd-verif <> ws-qtd-origem
                   move "DIVERGE" to ws-resultado-arq
                   move "S"       to ws-flag-erro-geral
               end-if
           end-if

           perform exibir-linha-copia

           .
       copiar-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Copia o cadastro de operadores (indexado pela identificacao) no
      *>   sentido escolhido e verifica o total de registros do destino.
      *>------------------------------------------------------------------------
       copiar-operadores section.

           move zero to ws-qtd-origem
           move zero to ws-qtd-destino
           move zero to ws-qtd-verif
           move "OK" to ws-resultado-arq
           move "arqOperadores.dat" to ws-nome-exibido

           if ws-op-backup
               open input arqOperadores
               if ws-fs-arqOperadores <> 0
                   move "AUSENTE" to ws-resultado-arq
               else
                   open output bkpOperadores
                   if ws-fs-bkpOperadores <> 0
                       move "ERRO" to ws-resultado-arq
                       move "S"    to ws-flag-erro-geral
                   else
                       perform until ws-fs-arqOperadores <> 0
                           read arqOperadores next
                           if ws-fs-arqOperadores = 0
                               add 1 to ws-qtd-origem
                               write fd-bkp-operador-reg from fd-operador-reg
                               if ws-fs-bkpOperadores = 0
                                   add 1 to ws-qtd-destino
                               else
                                   move "ERRO" to ws-resultado-arq
                                   move "S"    to ws-flag-erro-geral
                               end-if
                           end-if
                       end-perform
                       close bkpOperadores
                   end-if
                   close arqOperadores
               end-if
           else
               open input bkpOperadores
               if ws-fs-bkpOperadores <> 0
                   move "AUSENTE" to ws-resultado-arq
               else
                   open output arqOperadores
                   if ws-fs-arqOperadores <> 0
                       move "ERRO" to ws-resultado-arq
                       move "S"    to ws-flag-erro-geral
                   else
                       perform until ws-fs-bkpOperadores <> 0
                           read bkpOperadores next
                           if ws-fs-bkpOperadores = 0
                               add 1 to ws-qtd-origem
                               write fd-operador-reg from fd-bkp-operador-reg
                               if ws-fs-arqOperadores = 0
                                   add 1 to ws-qtd-destino
                               else
                                   move "ERRO" to ws-resultado-arq
                                   move "S"    to ws-flag-erro-geral
                               end-if
                           end-if
                       end-perform
                       close arqOperadores
                   end-if
                   close bkpOperadores
               end-if
           end-if

           if ws-resultado-arq = "OK"
               if ws-op-backup
                   open input bkpOperadores
                   perform until ws-fs-bkpOperadores <> 0
                       read bkpOperadores next
                       if ws-fs-bkpOperadores = 0
                           add 1 to ws-qtd-verif
                       end-if
                   end-perform
                   close bkpOperadores
               else
                   open input arqOperadores
                   perform until ws-fs-arqOperadores <> 0
                       read arqOperadores next
                       if ws-fs-arqOperadores = 0
                           add 1 to ws-qtd-verif
                       end-if
                   end-perform
                   close arqOperadores
               end-if

               if ws-qtd-verif <> ws-qtd-origem
                   move "DIVERGE" to ws-resultado-arq
                   move "S"       to ws-flag-erro-geral
               end-if
           end-if

           perform exibir-linha-copia

           .
       copiar-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Copia um arquivo sequencial do conjunto no sentido escolhido.
      *>   Antes da chamada, ws-nome-exibido tem o nome do arquivo real e
       exibir-linha-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exige a entrada de um supervisor (tres tentativas). Falhas e
      *>   recusas ficam no registro de acessos; sem entrada valida o
      *>   programa termina sem alterar nada.
      *>------------------------------------------------------------------------
       exigir-supervisor section.

           open input arqOperadores

           if ws-fs-arqOperadores <> 0
               display "Arquivo arqOperadores.dat nao encontrado."
               display "Cadastre os operadores com o cadOperadores antes."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           display "Operacao restrita a supervisor."

           move zero to ws-tentativas-logon
           move "N"  to ws-flag-logon

           perform until ws-logon-ok
                      or ws-tentativas-logon >= 3

               add 1 to ws-tentativas-logon

               display "Operador: " with no advancing
               accept ws-logon-id
               display "Senha   : " with no advancing
               accept ws-logon-senha

               move function upper-case(ws-logon-id) to ws-logon-id
               move ws-logon-id to ws-operador-id
               move ws-logon-id to fd-op-id
               read arqOperadores

               if ws-fs-arqOperadores = 0
                  and ws-logon-id <> spaces
                  and fd-op-senha = ws-logon-senha
                   if fd-op-perfil = "S"
                       move "S"       to ws-flag-logon
                       move "ENTRADA" to ac-evento
                       move spaces    to ac-detalhe
                       perform registrar-acesso
                   else
                       display "Operador sem perfil de supervisor."
                       move "RECUSA"  to ac-evento
                       move "restauracao de backup" to ac-detalhe
                       perform registrar-acesso
                       move 3 to ws-tentativas-logon
                   end-if
               else
                   display "Operador ou senha invalidos."
                   move "FALHA"   to ac-evento
                   move "operador ou senha invalidos" to ac-detalhe
                   perform registrar-acesso
               end-if

           end-perform

           close arqOperadores

           if not ws-logon-ok
               display "Acesso nao autorizado. Nada foi alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       exigir-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa um evento ao registro de acessos. Antes da chamada,
      *>   ac-evento e ac-detalhe ja vem preenchidos.
      *>------------------------------------------------------------------------
       registrar-acesso section.

           move function current-date(1:14) to ac-data-hora
           move "bkpArquivos"                to ac-programa
           move ws-operador-id               to ac-operador

           open extend arqAcessos

           if ws-fs-arqAcessos = 35
               open output arqAcessos
           end-if

           if ws-fs-arqAcessos = 0
               write fd-acesso-rec from ws-acesso-rec
               close arqAcessos
           else
               display "Aviso: nao foi possivel gravar arqAcessos.dat"
           end-if

           .
       registrar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao Normal
      *>------------------------------------------------------------------------
