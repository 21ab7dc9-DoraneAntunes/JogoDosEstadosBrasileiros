           access mode is sequential
           file status is ws-fs-arqLogJogo.

      *> Ajustes de pontos: os lancados no ranking pelo lancaAjustes sao a
      *> quarta fonte da conciliacao.
           select arqAjustes assign to "arqAjustes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAjustes.

      *> Relatorio de conciliacao, para impressao/arquivamento.
           select arqConcilia assign to "relConcilia.txt"
           organization is line sequential
       fd arqLogJogo.
       01  fd-log-rec                              pic x(120).

       fd arqAjustes.
       01  fd-ajuste-rec                           pic x(140).

       fd arqConcilia.
       01  fd-concilia-rec                         pic x(80).

       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqPartidas                       pic 9(02).
       77  ws-fs-arqLogJogo                        pic 9(02).
       77  ws-fs-arqAjustes                        pic 9(02).
       77  ws-fs-arqConcilia                       pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).

          05 log-pontos                            pic x(03).

      *>------------------------------------------------------------------------
      *> Transacao de ajuste como gravada pelo lancaAjustes; so as lancadas
      *> (situacao L) entram na conciliacao.
      *>------------------------------------------------------------------------
       01 ws-ajuste-rec.
          05 aj-data                               pic x(08).
          05 filler                                pic x(01).
          05 aj-jogador                            pic x(25).
          05 filler                                pic x(01).
          05 aj-pontos                             pic s9(04)
                                                   sign is leading separate.
          05 filler                                pic x(01).
          05 aj-motivo                             pic x(02).
          05 filler                                pic x(01).
          05 aj-justificativa                      pic x(40).
          05 filler                                pic x(01).
          05 aj-autorizador                        pic x(08).
          05 filler                                pic x(01).
          05 aj-situacao                           pic x(01).
             88 aj-lancado                         value "L".
          05 filler                                pic x(45).

      *>------------------------------------------------------------------------
      *> Totais apurados por jogador nas quatro fontes: pontos do ranking,
      *> soma dos pontos nas partidas, soma dos pontos no log de jogadas e
      *> saldo dos ajustes lancados no ranking.
      *>------------------------------------------------------------------------
       01 ws-concilia occurs 200.
          05 ws-cc-nome                            pic x(25).
          05 ws-cc-pontos-rk                       pic 9(06).
          05 ws-cc-pontos-pt                       pic 9(06).
          05 ws-cc-pontos-log                      pic 9(06).
          05 ws-cc-pontos-aj                       pic s9(06).

       77 ws-qtd-concilia                          pic 9(03) value zero.
       77 ws-flag-cc-cheia                         pic x(01) value "N".
       01 ws-pontos-rk-ed                          pic zzzzz9.
       01 ws-pontos-pt-ed                          pic zzzzz9.
       01 ws-pontos-log-ed                         pic zzzzz9.
       01 ws-pontos-aj-ed                          pic +zzzz9.
       01 ws-qtd-ed                                pic zz9.



           move function current-date(1:14) to ws-lote-inicio

           display "Conciliacao de pontos: ranking x partidas x log x ajustes"

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: apura, por jogador, os pontos nas quatro
      *> fontes (ranking, historico de partidas, log de jogadas e ajustes
      *> lancados) e gera o relatorio de divergencias com os quatro valores
      *> lado a lado.
      *>------------------------------------------------------------------------
       processamento section.

           perform apurar-ranking
           perform apurar-partidas
           perform apurar-log
           perform apurar-ajustes

           if ws-qtd-concilia = zero
               display "Nenhum jogador encontrado nas quatro fontes."
               display "Nada a conciliar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
       apurar-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma, por jogador, os pontos (com sinal) dos ajustes ja lancados
      *>   no ranking. Ajustes pendentes ou rejeitados nao mexeram no
      *>   ranking e ficam de fora. Sem o arquivo, nao ha ajustes.
      *>------------------------------------------------------------------------
       apurar-ajustes section.

           open input arqAjustes

           if ws-fs-arqAjustes = 0

               perform until ws-fs-arqAjustes <> 0

                   read arqAjustes into ws-ajuste-rec

                   if ws-fs-arqAjustes = 0
                       add 1 to ws-qtd-registros-lidos
                   end-if

                   if ws-fs-arqAjustes = 0
                      and aj-lancado
                      and aj-jogador <> spaces
                      and aj-pontos is numeric
                       move aj-jogador to ws-nome-busca
                       perform localizar-jogador
                       if ws-ind-achado <> zero
                           add aj-pontos
                             to ws-cc-pontos-aj(ws-ind-achado)
                       end-if
                   end-if

               end-perform

               close arqAjustes

           end-if

           .
       apurar-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza o jogador ws-nome-busca na tabela de conciliacao,
      *>   criando a entrada (zerada) na primeira ocorrencia. Tabela cheia
                   move zero            to ws-cc-pontos-rk(ws-ind-achado)
                   move zero            to ws-cc-pontos-pt(ws-ind-achado)
                   move zero            to ws-cc-pontos-log(ws-ind-achado)
                   move zero            to ws-cc-pontos-aj(ws-ind-achado)
               else
                   move "S" to ws-flag-cc-cheia
               end-if

      *>------------------------------------------------------------------------
      *>   Gera o relatorio de conciliacao, um jogador por linha, com os
      *>   quatro totais lado a lado e a situacao: OK quando o ranking e
      *>   igual as partidas mais os ajustes e tambem ao log mais os
      *>   ajustes (os ajustes nao passam pelas partidas nem pelo log).
      *>------------------------------------------------------------------------
       gravar-relatorio-concilia section.


           move spaces to ws-relatorio-rec
           string "Jogador                   Ranking Partidas      Log"
                  " Ajustes  Situacao"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-concilia
               move ws-cc-pontos-rk(ws-ind-cc)  to ws-pontos-rk-ed
               move ws-cc-pontos-pt(ws-ind-cc)  to ws-pontos-pt-ed
               move ws-cc-pontos-log(ws-ind-cc) to ws-pontos-log-ed
               move ws-cc-pontos-aj(ws-ind-cc)  to ws-pontos-aj-ed

               if ws-cc-pontos-rk(ws-ind-cc)
                      = ws-cc-pontos-pt(ws-ind-cc) + ws-cc-pontos-aj(ws-ind-cc)
                  and ws-cc-pontos-rk(ws-ind-cc)
                      = ws-cc-pontos-log(ws-ind-cc) + ws-cc-pontos-aj(ws-ind-cc)
                   move "OK"      to ws-situacao
               else
                   move "DIVERGE" to ws-situacao
                      ws-pontos-rk-ed "   "
                      ws-pontos-pt-ed "   "
                      ws-pontos-log-ed "  "
                      ws-pontos-aj-ed "  "
                      ws-situacao
                      delimited by size into ws-relatorio-rec
               end-string
