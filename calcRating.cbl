      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "calcRating".
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

      *> Historico de partidas gravado pelo jogo ao final de cada partida.
           select arqPartidas assign to "arqPartidas.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqPartidas.

      *> Arquivo de trabalho da ordenacao das partidas por data.
           select arqOrdPartidas assign to "arqPartidas.srt".

      *> Cadastro persistente de jogadores: o rating e do codigo de
      *> matricula, nao do nome digitado.
           select arqJogadores assign to "arqJogadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jg-nome-norm
           file status is ws-fs-arqJogadores.

      *> Rating de habilidade por jogador (codigo de matricula): rating
      *> atual, maior rating ja atingido e partidas avaliadas. Recalculado
      *> por inteiro a cada execucao, a partir do historico de partidas.
           select arqRatings assign to "arqRatings.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rt-codigo
           file status is ws-fs-arqRatings.

      *> Historico do rating: uma linha por jogador por partida avaliada,
      *> com o rating antes, a variacao e o rating depois da partida.
           select arqHistRating assign to "arqHistRating.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqHistRating.

      *> Arquivo de trabalho da ordenacao dos ratings para o relatorio.
           select arqOrdRatings assign to "arqRatings.srt".

      *> Tabela de ratings, para impressao/arquivamento.
           select arqRelRating assign to "relRating.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelRating.

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
       fd arqPartidas.
       01  fd-partida-rec                          pic x(400).

       sd arqOrdPartidas.
       01  sd-partida-rec.
           05 sd-pt-data-hora                      pic x(14).
           05 filler                               pic x(362).
           05 sd-pt-num-partida                    pic x(06).
           05 filler                               pic x(18).

       fd arqJogadores.
       01  fd-jogador-reg.
           05 fd-jg-nome-norm                      pic x(25).
           05 fd-jg-nome                           pic x(25).
           05 fd-jg-codigo                         pic 9(04).

       fd arqRatings.
       01  fd-rating-reg.
           05 fd-rt-codigo                         pic 9(04).
           05 fd-rt-nome                           pic x(25).
           05 fd-rt-rating                         pic 9(04).
           05 fd-rt-pico                           pic 9(04).
           05 fd-rt-partidas                       pic 9(05).
           05 fd-rt-ult-partida                    pic x(14).

       fd arqHistRating.
       01  fd-hist-rating-rec                      pic x(80).

       sd arqOrdRatings.
       01  sd-rating-reg.
           05 sd-rt-codigo                         pic 9(04).
           05 sd-rt-nome                           pic x(25).
           05 sd-rt-rating                         pic 9(04).
           05 sd-rt-pico                           pic 9(04).
           05 sd-rt-partidas                       pic 9(05).
           05 sd-rt-ult-partida                    pic x(14).

       fd arqRelRating.
       01  fd-rel-rating-rec                       pic x(80).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqPartidas                       pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqRatings                        pic 9(02).
       77  ws-fs-arqHistRating                     pic 9(02).
       77  ws-fs-arqRelRating                      pic 9(02).
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
       77 ws-qtd-partidas-lidas                    pic 9(06) value zero.
       77 ws-qtd-partidas-avaliadas                pic 9(06) value zero.
       77 ws-qtd-partidas-ignoradas                pic 9(06) value zero.
       77 ws-qtd-linhas-hist                       pic 9(06) value zero.
       77 ws-qtd-jogadores-rating                  pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Parametros do calculo: fator K (variacao maxima por partida contra
      *> um unico adversario) e rating de quem ainda nao tem partida.
      *>------------------------------------------------------------------------
       77 ws-fator-k                               pic 9(02) value 32.
       77 ws-rating-inicial                        pic 9(04) value 1000.

      *>------------------------------------------------------------------------
      *> Registro de partida como gravado pelo jogo: data, modo, regiao,
      *> vencedor e os participantes em ordem de classificacao.
      *>------------------------------------------------------------------------
       01 ws-partida-rec.
          05 pt-data-hora                          pic x(14).
          05 filler                                pic x(01).
          05 pt-modo                               pic x(08).
          05 filler                                pic x(01).
          05 pt-regiao                             pic x(12).
          05 filler                                pic x(01).
          05 pt-vencedor                           pic x(25).
          05 filler                                pic x(01).
          05 pt-qtd-jog                            pic 9(02).
          05 filler                                pic x(01).
          05 pt-jogadores occurs 10.
             10 pt-nome-jog                        pic x(25).
             10 filler                             pic x(01).
             10 pt-pontos-jog                      pic 9(04).
             10 filler                             pic x(01).
          05 pt-num-partida                        pic x(06).
          05 filler                                pic x(18).

      *>------------------------------------------------------------------------
      *> Participantes matriculados da partida em avaliacao, com o rating
      *> de antes da partida e a variacao calculada.
      *>------------------------------------------------------------------------
       01 ws-participantes occurs 10.
          05 pa-codigo                             pic 9(04).
          05 pa-nome                               pic x(25).
          05 pa-pontos                             pic 9(04).
          05 pa-colocacao                          pic 9(02).
          05 pa-rating-antes                       pic 9(04).
          05 pa-pico                               pic 9(04).
          05 pa-partidas                           pic 9(05).
          05 pa-novo                               pic x(01).
          05 pa-variacao                           pic s9(04).

       77 ws-qtd-part                              pic 9(02).
       77 ws-ind-pt                                pic 9(02).
       77 ws-ind-pa                                pic 9(02).
       77 ws-ind-pa2                               pic 9(02).
       77 ws-flag-repetido                         pic x(01).

       77 ws-elo-resultado                         pic 9v9.
       77 ws-elo-esperado                          pic 9v9(06).
       77 ws-elo-soma                              pic s9(03)v9(06).
       77 ws-elo-novo                              pic s9(05).

      *>------------------------------------------------------------------------
      *> Linha do historico do rating.
      *>------------------------------------------------------------------------
       01 ws-hist-rating-rec.
          05 hr-codigo                             pic 9(04).
          05 filler                                pic x(01) value space.
          05 hr-nome                               pic x(25).
          05 filler                                pic x(01) value space.
          05 hr-data-hora                          pic x(14).
          05 filler                                pic x(01) value space.
          05 hr-num-partida                        pic x(06).
          05 filler                                pic x(01) value space.
          05 hr-colocacao                          pic 9(02).
          05 filler                                pic x(01) value space.
          05 hr-qtd-part                           pic 9(02).
          05 filler                                pic x(01) value space.
          05 hr-rating-antes                       pic 9(04).
          05 filler                                pic x(01) value space.
          05 hr-variacao                           pic s9(03)
                                                   sign is leading separate.
          05 filler                                pic x(01) value space.
          05 hr-rating-depois                      pic 9(04).
          05 filler                                pic x(07) value spaces.

       77 ws-flag-fim-ordenacao                    pic x(01).
          88 ws-fim-ordenacao                      value "S".

       01 ws-relatorio-rec                         pic x(80).
       77 ws-data-relatorio                        pic x(08).
       77 ws-pos-rating                            pic 9(05) value zero.
       01 ws-pos-ed                                pic zzzz9.
       01 ws-rating-ed                             pic zzz9.
       01 ws-pico-ed                               pic zzz9.
       01 ws-partidas-ed                           pic zzzz9.
       01 ws-qtd-ed                                pic zzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: confere as entradas e recria o
      *>  arquivo de ratings e o historico.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Calculo do rating de habilidade dos jogadores"

           open input arqPartidas

           if ws-fs-arqPartidas <> 0
               display "Arquivo arqPartidas.dat nao encontrado ou vazio."
               display "Nada a calcular."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           close arqPartidas

           open input arqJogadores

           if ws-fs-arqJogadores <> 0
               display "Arquivo arqJogadores.dat nao encontrado ou vazio."
               display "Nada a calcular."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           open output arqRatings

           if ws-fs-arqRatings <> 0
               display "Erro ao gravar arq. arqRatings.dat"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           close arqRatings
           open i-o arqRatings

           open output arqHistRating

           if ws-fs-arqHistRating <> 0
               display "Erro ao gravar arq. arqHistRating.dat"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: repassa as partidas em ordem de data,
      *> atualizando o rating de cada participante matriculado, e depois
      *> imprime a tabela de ratings do maior para o menor.
      *>------------------------------------------------------------------------
       processamento section.

           sort arqOrdPartidas
               on ascending key sd-pt-data-hora
               on ascending key sd-pt-num-partida
               using arqPartidas
               output procedure is avaliar-partidas

           close arqJogadores
           close arqHistRating
           close arqRatings

           perform gravar-relatorio-rating

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao das partidas: cada partida, na ordem em que
      *>   foi jogada, move o rating dos participantes.
      *>------------------------------------------------------------------------
       avaliar-partidas section.

           move "N" to ws-flag-fim-ordenacao

           perform until ws-fim-ordenacao

               return arqOrdPartidas into ws-partida-rec
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       add 1 to ws-qtd-partidas-lidas
                       perform avaliar-partida
               end-return

           end-perform

           .
       avaliar-partidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Avalia uma partida: so entram os participantes matriculados em
      *>   arqJogadores; partida com menos de dois deles nao mexe no rating.
      *>------------------------------------------------------------------------
       avaliar-partida section.

           move zero to ws-qtd-part

           if pt-qtd-jog is numeric
               perform varying ws-ind-pt from 1 by 1
                                    until ws-ind-pt > pt-qtd-jog
                                       or ws-ind-pt > 10
                   if pt-nome-jog(ws-ind-pt) <> spaces
                      and pt-pontos-jog(ws-ind-pt) is numeric
                       perform incluir-participante
                   end-if
               end-perform
           end-if

           if ws-qtd-part < 2
               add 1 to ws-qtd-partidas-ignoradas
           else
               add 1 to ws-qtd-partidas-avaliadas
               perform calcular-variacoes
               perform gravar-ratings-partida
           end-if

           .
       avaliar-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Resolve o participante ws-ind-pt no cadastro de jogadores e
      *>   carrega o rating atual dele (ou o inicial, na primeira partida).
      *>   Codigo repetido na mesma partida (nomes mesclados) entra uma vez.
      *>------------------------------------------------------------------------
       incluir-participante section.

           move function upper-case(function trim(pt-nome-jog(ws-ind-pt)))
             to fd-jg-nome-norm

           read arqJogadores

           if ws-fs-arqJogadores = 0

               move "N" to ws-flag-repetido
               perform varying ws-ind-pa from 1 by 1
                                    until ws-ind-pa > ws-qtd-part
                   if pa-codigo(ws-ind-pa) = fd-jg-codigo
                       move "S" to ws-flag-repetido
                   end-if
               end-perform

               if ws-flag-repetido = "N"

                   add 1 to ws-qtd-part
                   move fd-jg-codigo  to pa-codigo(ws-qtd-part)
                   move fd-jg-nome    to pa-nome(ws-qtd-part)
                   move pt-pontos-jog(ws-ind-pt)
                                      to pa-pontos(ws-qtd-part)
                   move ws-ind-pt     to pa-colocacao(ws-qtd-part)
                   move zero          to pa-variacao(ws-qtd-part)

                   move fd-jg-codigo  to fd-rt-codigo
                   read arqRatings

                   if ws-fs-arqRatings = 0
                       move "N"            to pa-novo(ws-qtd-part)
                       move fd-rt-rating   to pa-rating-antes(ws-qtd-part)
                       move fd-rt-pico     to pa-pico(ws-qtd-part)
                       move fd-rt-partidas to pa-partidas(ws-qtd-part)
                   else
                       move "S"               to pa-novo(ws-qtd-part)
                       move ws-rating-inicial to pa-rating-antes(ws-qtd-part)
                       move ws-rating-inicial to pa-pico(ws-qtd-part)
                       move zero              to pa-partidas(ws-qtd-part)
                   end-if

               end-if

           end-if

           .
       incluir-participante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula a variacao de cada participante: a partida conta como um
      *>   confronto contra cada adversario (vitoria quem fez mais pontos,
      *>   empate com pontos iguais), com o resultado esperado dado pela
      *>   diferenca de rating. A soma e dividida pelo numero de adversarios
      *>   para a partida inteira valer no maximo o fator K. Todos usam o
      *>   rating de antes da partida.
      *>------------------------------------------------------------------------
       calcular-variacoes section.

           perform varying ws-ind-pa from 1 by 1
                                    until ws-ind-pa > ws-qtd-part

               move zero to ws-elo-soma

               perform varying ws-ind-pa2 from 1 by 1
                                     until ws-ind-pa2 > ws-qtd-part

                   if ws-ind-pa2 <> ws-ind-pa

                       evaluate true
                           when pa-pontos(ws-ind-pa) > pa-pontos(ws-ind-pa2)
                               move 1   to ws-elo-resultado
                           when pa-pontos(ws-ind-pa) = pa-pontos(ws-ind-pa2)
                               move 0,5 to ws-elo-resultado
                           when other
                               move 0   to ws-elo-resultado
                       end-evaluate

                       compute ws-elo-esperado rounded =
                           1 / (1 + 10 ** ((pa-rating-antes(ws-ind-pa2)
                                          - pa-rating-antes(ws-ind-pa)) / 400))
                       end-compute

                       add      ws-elo-resultado to   ws-elo-soma
                       subtract ws-elo-esperado  from ws-elo-soma

                   end-if

               end-perform

               compute pa-variacao(ws-ind-pa) rounded =
                   ws-fator-k * ws-elo-soma / (ws-qtd-part - 1)
               end-compute

           end-perform

           .
       calcular-variacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o rating novo de cada participante (limitado a 0-9999) e a
      *>   linha correspondente do historico.
      *>------------------------------------------------------------------------
       gravar-ratings-partida section.

           perform varying ws-ind-pa from 1 by 1
                                    until ws-ind-pa > ws-qtd-part

               compute ws-elo-novo = pa-rating-antes(ws-ind-pa)
                                   + pa-variacao(ws-ind-pa)
               end-compute
               if ws-elo-novo < 0
                   move 0    to ws-elo-novo
               end-if
               if ws-elo-novo > 9999
                   move 9999 to ws-elo-novo
               end-if

               move pa-codigo(ws-ind-pa)   to fd-rt-codigo
               move pa-nome(ws-ind-pa)     to fd-rt-nome
               move ws-elo-novo            to fd-rt-rating
               if ws-elo-novo > pa-pico(ws-ind-pa)
                   move ws-elo-novo        to fd-rt-pico
               else
                   move pa-pico(ws-ind-pa) to fd-rt-pico
               end-if
               compute fd-rt-partidas = pa-partidas(ws-ind-pa) + 1
               move pt-data-hora           to fd-rt-ult-partida

               if pa-novo(ws-ind-pa) = "S"
                   write fd-rating-reg
                   add 1 to ws-qtd-jogadores-rating
               else
                   rewrite fd-rating-reg
               end-if

               if ws-fs-arqRatings <> 0
                   display "Erro ao gravar arq. arqRatings.dat"
                   move "ABORTADO" to ws-lote-status
                   perform finalizar-lote
               end-if

               move pa-codigo(ws-ind-pa)       to hr-codigo
               move pa-nome(ws-ind-pa)         to hr-nome
               move pt-data-hora               to hr-data-hora
               move pt-num-partida             to hr-num-partida
               move pa-colocacao(ws-ind-pa)    to hr-colocacao
               move ws-qtd-part                to hr-qtd-part
               move pa-rating-antes(ws-ind-pa) to hr-rating-antes
               compute hr-variacao = ws-elo-novo - pa-rating-antes(ws-ind-pa)
               move ws-elo-novo                to hr-rating-depois

               write fd-hist-rating-rec from ws-hist-rating-rec

               if ws-fs-arqHistRating = 0
                   add 1 to ws-qtd-linhas-hist
               else
                   display "Erro ao gravar arq. arqHistRating.dat"
               end-if

           end-perform

           .
       gravar-ratings-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a tabela de ratings, do maior para o menor, com o pico e
      *>   o numero de partidas avaliadas de cada jogador.
      *>------------------------------------------------------------------------
       gravar-relatorio-rating section.

           open output arqRelRating

           if ws-fs-arqRelRating <> 0
               display "Erro ao gravar arq. relRating.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-relatorio-rec
           string "Rating de habilidade dos jogadores em " ws-data-relatorio
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-rating

           move spaces to ws-relatorio-rec
           perform gravar-linha-rating

           move spaces to ws-relatorio-rec
           string "  Pos Codigo Jogador                   Rating  Pico"
                  " Partidas"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-rating

           sort arqOrdRatings
               on descending key sd-rt-rating
               on ascending  key sd-rt-nome
               using arqRatings
               output procedure is imprimir-ratings

           move spaces to ws-relatorio-rec
           perform gravar-linha-rating

           move ws-qtd-jogadores-rating to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Jogadores com rating       : " ws-qtd-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-rating

           move ws-qtd-partidas-avaliadas to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Partidas avaliadas         : " ws-qtd-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-rating

           move ws-qtd-partidas-ignoradas to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Partidas nao avaliadas     : " ws-qtd-ed
                  "  (menos de 2 jogadores matriculados)"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-rating

           close arqRelRating

           move ws-qtd-partidas-avaliadas to ws-qtd-ed
           display "Partidas avaliadas         : " ws-qtd-ed
           move ws-qtd-jogadores-rating to ws-qtd-ed
           display "Jogadores com rating       : " ws-qtd-ed
           display "Relatorio gravado em relRating.txt"

           .
       gravar-relatorio-rating-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao dos ratings: uma linha por jogador.
      *>------------------------------------------------------------------------
       imprimir-ratings section.

           move "N"  to ws-flag-fim-ordenacao
           move zero to ws-pos-rating

           perform until ws-fim-ordenacao

               return arqOrdRatings
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       add 1 to ws-pos-rating
                       move ws-pos-rating   to ws-pos-ed
                       move sd-rt-rating    to ws-rating-ed
                       move sd-rt-pico      to ws-pico-ed
                       move sd-rt-partidas  to ws-partidas-ed

                       move spaces to ws-relatorio-rec
                       string ws-pos-ed "  "
                              sd-rt-codigo " "
                              sd-rt-nome "   "
                              ws-rating-ed "  "
                              ws-pico-ed "    "
                              ws-partidas-ed
                              delimited by size into ws-relatorio-rec
                       end-string
                       perform gravar-linha-rating
               end-return

           end-perform

           .
       imprimir-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha na tabela de ratings.
      *>------------------------------------------------------------------------
       gravar-linha-rating section.

           write fd-rel-rating-rec from ws-relatorio-rec

           if ws-fs-arqRelRating <> 0
               display "Erro ao gravar arq. relRating.txt"
           end-if

           .
       gravar-linha-rating-exit.
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

           move "calcRating"                to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-partidas-lidas       to lt-lidos
           move ws-qtd-linhas-hist          to lt-gravados
           move ws-qtd-partidas-ignoradas   to lt-expurgados
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
