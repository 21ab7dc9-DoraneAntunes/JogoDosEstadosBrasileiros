           access mode is sequential
           file status is ws-fs-arqLogJogo.

      *> Arquivo de trabalho da ordenacao do log por jogador, na ordem em
      *> que as jogadas foram gravadas.
           select arqOrdLog assign to "arqLogJogo.srt".

      *> Relatorio de estatisticas, para impressao/arquivamento.
           select arqEstatisticas assign to "relEstatisticas.txt"
           organization is line sequential
       fd arqLogJogo.
       01  fd-log-rec                              pic x(120).

       sd arqOrdLog.
       01  sd-log-rec.
           05 sd-log-jogador                       pic x(25).
           05 sd-log-seq                           pic 9(08).
           05 sd-log-linha                         pic x(120).

       fd arqEstatisticas.
       01  fd-estatisticas-rec                     pic x(80).

          05 log-pontos                            pic x(03).

      *>------------------------------------------------------------------------
      *> Acumuladores do jogador corrente na leitura do log ordenado:
      *> perguntas, acertos e sequencias de acertos (a corrente e a melhor
      *> ja alcancada). Cada jogador e totalizado e impresso na quebra.
      *>------------------------------------------------------------------------
       01 ws-jogador-estat.
          05 ws-est-jog-nome                       pic x(25).
          05 ws-est-jog-perguntas                  pic 9(05).
          05 ws-est-jog-acertos                    pic 9(05).
          05 ws-est-jog-qtd-tempo                  pic 9(05).
          05 ws-est-jog-pontos-total               pic 9(07).

       77 ws-qtd-jog-estat                         pic 9(06) value zero.
       77 ws-seq-log                               pic 9(08) value zero.

       77 ws-flag-fim-ordenacao                    pic x(01).
          88 ws-fim-ordenacao                      value "S".

      *>------------------------------------------------------------------------
      *> Acumuladores por estado/capital perguntado: vezes perguntado e
       77 ws-qtd-uf-estat                          pic 9(03) value zero.

       77 ws-ind-estat                             pic 9(03).
       77 ws-ind-uf-estat                          pic 9(03).

       77 ws-flag-uf-cheia                         pic x(01) value "N".
       77 ws-qtd-linhas-log                        pic 9(06) value zero.
       77 ws-taxa-acerto                           pic 9(03).
       77 ws-tempo-medio                           pic 9(05).
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: le o log acumulado, totaliza por estado/
      *> capital perguntado e, pela ordenacao do log por jogador, totaliza
      *> e imprime cada jogador na quebra -- sem limite de jogadores
      *> carregados em memoria.
      *>------------------------------------------------------------------------
       processamento section.

           perform abrir-relatorio-estat

           sort arqOrdLog
               on ascending key sd-log-jogador
               on ascending key sd-log-seq
               input procedure  is ler-log-jogo
               output procedure is apurar-jogadores

           perform gravar-relatorio-estat

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Entrada da ordenacao: le o log inteiro, acumula os totais por
      *>   estado/capital e libera cada jogada com o numero de sequencia de
      *>   leitura, que preserva a ordem das jogadas de cada jogador.
      *>------------------------------------------------------------------------
       ler-log-jogo section.

           perform until ws-fs-arqLogJogo <> 0

               read arqLogJogo into ws-log-rec
               if ws-fs-arqLogJogo = 0
                  and log-jogador <> spaces
                   add 1 to ws-qtd-linhas-log
                   perform acumular-estado

                   add  1              to ws-seq-log
                   move log-jogador    to sd-log-jogador
                   move ws-seq-log     to sd-log-seq
                   move ws-log-rec     to sd-log-linha
                   release sd-log-rec
               end-if

           end-perform

           .
       ler-log-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao: acumula as jogadas do jogador corrente e, na
      *>   troca de jogador (e no fim), grava a linha dele no relatorio.
      *>------------------------------------------------------------------------
       apurar-jogadores section.

           move "N"    to ws-flag-fim-ordenacao
           move spaces to ws-est-jog-nome

           perform until ws-fim-ordenacao

               return arqOrdLog
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       if sd-log-jogador <> ws-est-jog-nome
                           if ws-est-jog-nome <> spaces
                               perform gravar-linha-jogador
                           end-if
                           perform iniciar-jogador
                       end-if

                       move sd-log-linha to ws-log-rec
                       perform acumular-jogador
               end-return

           end-perform

           if ws-est-jog-nome <> spaces
               perform gravar-linha-jogador
           end-if

           .
       apurar-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Zera os acumuladores para o jogador que comeca no log ordenado.
      *>------------------------------------------------------------------------
       iniciar-jogador section.

           add  1              to ws-qtd-jog-estat
           move sd-log-jogador to ws-est-jog-nome
           move zero           to ws-est-jog-perguntas
           move zero           to ws-est-jog-acertos
           move zero           to ws-est-jog-seq-atual
           move zero           to ws-est-jog-seq-melhor
           move zero           to ws-est-jog-tempo-total
           move zero           to ws-est-jog-qtd-tempo
           move zero           to ws-est-jog-pontos-total

           .
       iniciar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acumula a linha corrente do log nos totais do jogador corrente.
      *>------------------------------------------------------------------------
       acumular-jogador section.

           add 1 to ws-est-jog-perguntas

      *>     linhas gravadas antes do campo de resultado ser corrigido
      *>     chegam com resultado em branco: contam como pergunta, mas
      *>     nao como acerto nem como erro, e nao mexem na sequencia
           evaluate log-resultado
               when "ACERTOU"
                   add 1 to ws-est-jog-acertos
                   add 1 to ws-est-jog-seq-atual
                   if ws-est-jog-seq-atual > ws-est-jog-seq-melhor
                       move ws-est-jog-seq-atual to ws-est-jog-seq-melhor
                   end-if
               when "ERROU"
                   move zero to ws-est-jog-seq-atual
               when other
                   continue
           end-evaluate

      *>     Tempo e pontos por jogada so existem nas linhas gravadas
      *>     depois que o jogo passou a registra-los; linhas antigas
      *>     chegam com espacos nesses campos.
           if log-tempo is numeric
               add function numval(log-tempo) to ws-est-jog-tempo-total
               add 1 to ws-est-jog-qtd-tempo
           end-if

           if log-pontos is numeric
               add function numval(log-pontos) to ws-est-jog-pontos-total
           end-if

           .
           exit.

      *>------------------------------------------------------------------------
      *>   Abre o relatorio de estatisticas e grava o cabecalho e o titulo
      *>   do quadro por jogador, preenchido na leitura do log ordenado.
      *>------------------------------------------------------------------------
       abrir-relatorio-estat section.

           open output arqEstatisticas

           end-string
           perform gravar-linha-estat

           move spaces to ws-relatorio-rec
           perform gravar-linha-estat

           move "--- Por jogador (ordem alfabetica) ---" to ws-relatorio-rec
           perform gravar-linha-estat

           move spaces to ws-relatorio-rec
           end-string
           perform gravar-linha-estat

           .
       abrir-relatorio-estat-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava no relatorio a linha de totais do jogador corrente.
      *>------------------------------------------------------------------------
       gravar-linha-jogador section.

           move ws-est-jog-perguntas  to ws-perguntas-ed
           move ws-est-jog-acertos    to ws-acertos-ed
           move ws-est-jog-seq-melhor to ws-seq-ed

           if ws-est-jog-perguntas > zero
               compute ws-taxa-acerto =
                   (ws-est-jog-acertos * 100) / ws-est-jog-perguntas
           else
               move zero to ws-taxa-acerto
           end-if
           move ws-taxa-acerto to ws-taxa-ed

           if ws-est-jog-qtd-tempo > zero
               compute ws-tempo-medio =
                   ws-est-jog-tempo-total / ws-est-jog-qtd-tempo
           else
               move zero to ws-tempo-medio
           end-if
           move ws-tempo-medio          to ws-tempo-ed
           move ws-est-jog-pontos-total to ws-pontos-ed

           move spaces to ws-relatorio-rec
           string ws-est-jog-nome " "
                  ws-perguntas-ed " "
                  ws-acertos-ed "  "
                  ws-taxa-ed "  "
                  ws-seq-ed "    "
                  ws-tempo-ed "  "
                  ws-pontos-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-estat

           .
       gravar-linha-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Completa o relatorio com os totais gerais e o quadro por estado/
      *>   capital perguntado, e fecha o arquivo.
      *>------------------------------------------------------------------------
       gravar-relatorio-estat section.

           move spaces to ws-relatorio-rec
           perform gravar-linha-estat

           move ws-qtd-linhas-log to ws-perguntas-ed
           move spaces to ws-relatorio-rec
           string "Jogadas analisadas: " ws-perguntas-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-estat

           move ws-qtd-jog-estat to ws-perguntas-ed
           move spaces to ws-relatorio-rec
           string "Jogadores         : " ws-perguntas-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-estat

           move spaces to ws-relatorio-rec
           perform gravar-linha-estat
