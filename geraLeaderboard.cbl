      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "geraLeaderboard".
       author. "Dorane Antunes".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *> Divisao para configuracao do ambiente.
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *> Declaracao dos recursos externos.
       input-output section.
       file-control.

      *> Ranking historico gravado pelo jogo (mesmo layout do jogo).
           select arqRanking assign to "arqRanking.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rk-nome
           file status is ws-fs-arqRanking.

      *> Arquivo de trabalho da ordenacao do ranking por pontos.
           select arqOrdRanking assign to "arqRanking.srt".

      *> Arquivo de interface do leaderboard da intranet (mesmo layout do
      *> gerado pelo jogo), delimitado por ";", uma linha de cabecalho e
      *> depois: TIPO (RK=ranking historico); POSICAO (4 dig); NOME (sem
      *> espacos a direita); PONTOS (4 dig); DATA-EXTRACAO (AAAAMMDD).
      *> Regravado por inteiro a cada extracao; a execucao em lote nao
      *> tem partida em andamento, portanto nao gera linhas PT.
           select arqLeaderboard assign to "intLeaderboard.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLeaderboard.

      *> Diario de execucoes dos lotes: cada execucao anexa um registro de
      *> controle (programa, inicio, fim, totais e situacao final).
           select arqLotes assign to "arqLotes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLotes.

       i-o-control.

      *>Divisao de Declaracao de variaveis.
       data division.

      *> Declaracao de variaveis do arquivo.
       file section.
       fd arqRanking.
       01  fd-ranking.
           05 fd-rk-nome                           pic x(25).
           05 fd-rk-pontos                         pic 9(04).

       sd arqOrdRanking.
       01  sd-ranking.
           05 sd-rk-nome                           pic x(25).
           05 sd-rk-pontos                         pic 9(04).

       fd arqLeaderboard.
       01  fd-leaderboard-rec                      pic x(80).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqLeaderboard                    pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).

      *>------------------------------------------------------------------------
      *> Registro de controle da execucao, anexado ao diario de lotes no
      *> encerramento (normal ou nao) do programa.
      *>------------------------------------------------------------------------
       01 ws-lote-rec.
          05 lt-programa                           pic x(12).
          05 filler                                pic x(01) value space.
          05 lt-inicio                             pic x(14).
          05 filler                                pic x(01) value space.
          05 lt-fim                                pic x(14).
          05 filler                                pic x(01) value space.
          05 lt-lidos                              pic 9(06).
          05 filler                                pic x(01) value space.
          05 lt-gravados                           pic 9(06).
          05 filler                                pic x(01) value space.
          05 lt-expurgados                         pic 9(06).
          05 filler                                pic x(01) value space.
          05 lt-status                             pic x(10).

       77 ws-lote-inicio                           pic x(14).
       77 ws-lote-status                           pic x(10).
       77 ws-qtd-registros-lidos                   pic 9(06) value zero.
       77 ws-qtd-linhas-lb                         pic 9(06) value zero.

       77 ws-flag-fim-ordenacao                    pic x(01).
          88 ws-fim-ordenacao                      value "S".

       77 ws-linha-lb                              pic x(80).
       77 ws-pos-lb                                pic 9(04).
       77 ws-data-relatorio                        pic x(08).
       01 ws-qtd-ed                                pic zzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: confere se ha ranking a extrair.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Extracao do leaderboard da intranet"

           open input arqRanking

           if ws-fs-arqRanking <> 0
               display "Arquivo arqRanking.dat nao encontrado ou vazio."
               display "Nada a extrair."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           close arqRanking

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: ordena o ranking historico inteiro, do
      *> maior para o menor pontuador, e grava o extrato na saida da
      *> ordenacao -- sem limite de nomes carregados em memoria.
      *>------------------------------------------------------------------------
       processamento section.

           accept ws-data-relatorio from date yyyymmdd

           open output arqLeaderboard

           if ws-fs-arqLeaderboard <> 0
               display "Erro ao gravar arq. intLeaderboard.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move "TIPO;POSICAO;NOME;PONTOS;DATA-EXTRACAO" to ws-linha-lb
           perform gravar-linha-leaderboard

           sort arqOrdRanking
               on descending key sd-rk-pontos
               on ascending  key sd-rk-nome
               using arqRanking
               output procedure is gravar-extrato

           close arqLeaderboard

           move ws-qtd-registros-lidos to ws-qtd-ed
           display "Jogadores extraidos       : " ws-qtd-ed
           display "Arquivo intLeaderboard.txt gerado com o ranking historico."

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao: uma linha RK por jogador, na ordem de
      *>   classificacao.
      *>------------------------------------------------------------------------
       gravar-extrato section.

           move "N"  to ws-flag-fim-ordenacao
           move zero to ws-pos-lb

           perform until ws-fim-ordenacao

               return arqOrdRanking
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       add 1 to ws-qtd-registros-lidos
                       add 1 to ws-pos-lb

                       move spaces to ws-linha-lb
                       string "RK;" ws-pos-lb ";"
                              function trim(sd-rk-nome) ";"
                              sd-rk-pontos ";"
                              ws-data-relatorio
                              delimited by size into ws-linha-lb
                       end-string
                       perform gravar-linha-leaderboard
               end-return

           end-perform

           .
       gravar-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no arquivo de interface do leaderboard.
      *>------------------------------------------------------------------------
       gravar-linha-leaderboard section.

           write fd-leaderboard-rec from ws-linha-lb

           if ws-fs-arqLeaderboard = 0
               add 1 to ws-qtd-linhas-lb
           else
               display "Erro ao gravar arq. intLeaderboard.txt"
           end-if

           .
       gravar-linha-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao Normal
      *>------------------------------------------------------------------------
       finaliza section.

           move "OK" to ws-lote-status
           perform finalizar-lote
           .
       finaliza-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa o registro de controle da execucao ao diario de lotes e
      *>   encerra o programa com a situacao corrente (todo encerramento,
      *>   normal ou nao, passa por aqui).
      *>------------------------------------------------------------------------
       finalizar-lote section.

           move "geraLeaderbo"              to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-linhas-lb            to lt-gravados
           move zero                        to lt-expurgados
           move ws-lote-status              to lt-status

           open extend arqLotes

           if ws-fs-arqLotes = 35
               open output arqLotes
           end-if

           if ws-fs-arqLotes = 0
               write fd-lote-rec from ws-lote-rec
               close arqLotes
           else
               display "Aviso: nao foi possivel gravar arqLotes.dat"
           end-if

           stop run
           .
       finalizar-lote-exit.
           exit.
