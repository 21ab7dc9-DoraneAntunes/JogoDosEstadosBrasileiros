      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "anaPerguntas".
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

      *> Banco de perguntas de conhecimentos gerais (mesmo layout do jogo).
           select arqPerguntas assign to "arqPerguntas.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqPerguntas
           file status is ws-fs-arqPerguntas.

      *> Situacao de cada pergunta do banco (A = ativa, E = em revisao,
      *> R = retirada), um registro por posicao; sem registro vale ativa.
           select arqSitPerguntas assign to "arqSitPerguntas.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqSitPerg
           file status is ws-fs-arqSitPerg.

      *> Arquivo de log de perguntas e respostas gravado pelo jogo.
           select arqLogJogo assign to "arqLogJogo.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogJogo.

      *> Resumos mensais das linhas ja expurgadas do log (tipo E traz os
      *> totais por pergunta feita, inclusive as do banco).
           select arqLogResumo assign to "arqLogResumo.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogResumo.

      *> Relatorio de analise das perguntas do banco.
           select arqRelatorio assign to "relAnaPerguntas.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorio.

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
       fd arqPerguntas.
       01  fd-perguntas.
           05 fd-pb-categoria                      pic x(12).
           05 fd-pb-pergunta                       pic x(50).
           05 fd-pb-resposta                       pic x(25).

       fd arqSitPerguntas.
       01  fd-sit-pergunta.
           05 fd-sp-situacao                       pic x(01).
           05 fd-sp-data                           pic x(08).
           05 fd-sp-operador                       pic x(08).

       fd arqLogJogo.
       01  fd-log-rec                              pic x(120).

       fd arqLogResumo.
       01  fd-resumo-rec                           pic x(60).

       fd arqRelatorio.
       01  fd-relatorio-rec                        pic x(80).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-rk-arqPerguntas                      pic 9(02).
       77  ws-fs-arqPerguntas                      pic 9(02).
       77  ws-rk-arqSitPerg                        pic 9(02).
       77  ws-fs-arqSitPerg                        pic 9(02).
       77  ws-fs-arqLogJogo                        pic 9(02).
       77  ws-fs-arqLogResumo                      pic 9(02).
       77  ws-fs-arqRelatorio                      pic 9(02).
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
       77 ws-qtd-linhas-rel                        pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Linha do log como gravada pelo jogo. No modo banco de perguntas a
      *> coluna da pergunta leva os 25 primeiros caracteres do texto.
      *>------------------------------------------------------------------------
       01 ws-log-rec.
          05 log-data-hora                         pic x(14).
          05 filler                                pic x(01).
          05 log-jogador                           pic x(25).
          05 filler                                pic x(01).
          05 log-pergunta                          pic x(25).
          05 filler                                pic x(01).
          05 log-resposta                          pic x(25).
          05 filler                                pic x(01).
          05 log-resultado                         pic x(07).

      *>------------------------------------------------------------------------
      *> Registro de resumo mensal (mesmo layout do resumoLog).
      *>------------------------------------------------------------------------
       01 ws-resumo-rec.
          05 rs-mes                                pic x(06).
          05 filler                                pic x(01).
          05 rs-tipo                               pic x(01).
          05 filler                                pic x(01).
          05 rs-nome                               pic x(25).
          05 filler                                pic x(01).
          05 rs-perguntas                          pic 9(05).
          05 filler                                pic x(01).
          05 rs-acertos                            pic 9(05).
          05 filler                                pic x(01).
          05 rs-erros                              pic 9(05).

      *>------------------------------------------------------------------------
      *> Tabela de analise, uma entrada por posicao do banco: pergunta,
      *> situacao, totais e as respostas erradas distintas (normalizadas,
      *> como o jogo compara) com a quantidade de cada uma. Respostas
      *> erradas alem das 10 primeiras distintas contam so no total.
      *>------------------------------------------------------------------------
       01 ws-analise occurs 50.
          05 ws-ap-categoria                       pic x(12).
          05 ws-ap-pergunta                        pic x(50).
          05 ws-ap-situacao                        pic x(01).
          05 ws-ap-vezes                           pic 9(06).
          05 ws-ap-acertos                         pic 9(06).
          05 ws-ap-erros                           pic 9(06).
          05 ws-ap-qtd-erradas                     pic 9(02).
          05 ws-ap-errada occurs 10.
             10 ws-ap-resp-errada                  pic x(25).
             10 ws-ap-qtd-errada                   pic 9(05).

       77 ws-ind-ap                                pic 9(02).
       77 ws-ind-achado                            pic 9(02).
       77 ws-ind-err                               pic 9(02).
       77 ws-ind-err-achado                        pic 9(02).
       77 ws-ind-err-maior                         pic 9(02).
       77 ws-qtd-no-banco                          pic 9(02) value zero.

      *>------------------------------------------------------------------------
      *> Limites de sinalizacao, informados pelo operador (ENTER assume o
      *> valor padrao): minimo de vezes perguntada para a pergunta ser
      *> avaliada e faixa aceitavel do percentual de acerto.
      *>------------------------------------------------------------------------
       01 ws-limites.
          05 ws-lim-min-vezes                      pic 9(03) value 10.
          05 ws-lim-pct-minimo                     pic 9(03) value 20.
          05 ws-lim-pct-maximo                     pic 9(03) value 95.

       77 ws-entrada-limite                        pic x(03).
       77 ws-entrada-just                          pic x(03) justified right.
       77 ws-entrada-num redefines ws-entrada-just pic 9(03).
       77 ws-limite-lido                           pic 9(03).

       77 ws-pct-acerto                            pic 9(03)v9(01).
       77 ws-sinal                                 pic x(09).
       77 ws-qtd-sinal-dificil                     pic 9(02) value zero.
       77 ws-qtd-sinal-facil                       pic 9(02) value zero.
       77 ws-qtd-sinal-pouco-uso                   pic 9(02) value zero.
       77 ws-qtd-sinalizadas                       pic 9(06) value zero.

       77 ws-linha-rel                             pic x(80).
       77 ws-data-relatorio                        pic x(08).

       01 ws-detalhe-rel.
          05 dt-posicao                            pic 9(02).
          05 filler                                pic x(01) value space.
          05 dt-pergunta                           pic x(25).
          05 filler                                pic x(01) value space.
          05 dt-situacao                           pic x(01).
          05 filler                                pic x(01) value space.
          05 dt-vezes                              pic zzzz9.
          05 filler                                pic x(01) value space.
          05 dt-pct-acerto                         pic zz9,9.
          05 filler                                pic x(01) value space.
          05 dt-resp-errada                        pic x(20).
          05 filler                                pic x(01) value space.
          05 dt-qtd-errada                         pic zzz9.
          05 filler                                pic x(01) value space.
          05 dt-sinal                              pic x(09).

       01 ws-qtd-ed                                pic zz9.
       01 ws-qtd-ed2                               pic zz9.
       01 ws-qtd-ed3                               pic zz9.

       01 ws-normaliza.
          05 ws-texto-origem                       pic x(25).
          05 ws-texto-destino                      pic x(25).


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: pede os limites de sinalizacao e
      *>  carrega o banco de perguntas com a situacao de cada pergunta.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Analise das perguntas do banco pelo log do jogo"
           display "Informe os limites de sinalizacao (ENTER = padrao)."

           display "Minimo de vezes perguntada para avaliar (padrao 10): "
                   with no advancing
           move ws-lim-min-vezes to ws-limite-lido
           perform ler-limite
           move ws-limite-lido   to ws-lim-min-vezes

           display "Acerto abaixo de (%) sinaliza DIFICIL  (padrao 20): "
                   with no advancing
           move ws-lim-pct-minimo to ws-limite-lido
           perform ler-limite
           move ws-limite-lido    to ws-lim-pct-minimo

           display "Acerto acima de (%) sinaliza FACIL     (padrao 95): "
                   with no advancing
           move ws-lim-pct-maximo to ws-limite-lido
           perform ler-limite
           move ws-limite-lido    to ws-lim-pct-maximo

           if ws-lim-pct-minimo > 100
              or ws-lim-pct-maximo > 100
              or ws-lim-pct-minimo > ws-lim-pct-maximo
               display "Faixa de percentuais invalida. Nada foi analisado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open input arqPerguntas

           if ws-fs-arqPerguntas <> 0
               display "Arquivo arqPerguntas.dat nao encontrado ou vazio."
               display "Nada a analisar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform varying ws-ind-ap from 1 by 1 until ws-ind-ap > 50

               move ws-ind-ap to ws-rk-arqPerguntas
               read arqPerguntas

               move spaces to ws-ap-categoria(ws-ind-ap)
               move spaces to ws-ap-pergunta(ws-ind-ap)
               if ws-fs-arqPerguntas = 0
                   move fd-pb-categoria to ws-ap-categoria(ws-ind-ap)
                   move fd-pb-pergunta  to ws-ap-pergunta(ws-ind-ap)
                   if fd-pb-pergunta <> spaces
                       add 1 to ws-qtd-no-banco
                   end-if
               end-if

               move "A"  to ws-ap-situacao(ws-ind-ap)
               move zero to ws-ap-vezes(ws-ind-ap)
               move zero to ws-ap-acertos(ws-ind-ap)
               move zero to ws-ap-erros(ws-ind-ap)
               move zero to ws-ap-qtd-erradas(ws-ind-ap)

           end-perform

           close arqPerguntas

           if ws-qtd-no-banco = zero
               display "Banco de perguntas vazio. Nada a analisar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

      *>     situacao: sem arquivo ou sem registro, a pergunta esta ativa
           open input arqSitPerguntas

           if ws-fs-arqSitPerg = 0
               perform varying ws-ind-ap from 1 by 1 until ws-ind-ap > 50
                   move ws-ind-ap to ws-rk-arqSitPerg
                   read arqSitPerguntas
                   if ws-fs-arqSitPerg = 0
                      and fd-sp-situacao <> space
                       move fd-sp-situacao to ws-ap-situacao(ws-ind-ap)
                   end-if
               end-perform
               close arqSitPerguntas
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le um limite do operador: em branco mantem o valor atual de
      *>   ws-limite-lido; valor nao numerico aborta sem analisar.
      *>------------------------------------------------------------------------
       ler-limite section.

           move spaces to ws-entrada-limite
           accept ws-entrada-limite

           if ws-entrada-limite <> spaces
               move function trim(ws-entrada-limite) to ws-entrada-just
               inspect ws-entrada-just replacing leading space by zero
               if ws-entrada-num is numeric
                   move ws-entrada-num to ws-limite-lido
               else
                   display "Limite invalido. Nada foi analisado."
                   move "ABORTADO" to ws-lote-status
                   perform finalizar-lote
               end-if
           end-if

           .
       ler-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: acumula o log de detalhe e os resumos
      *> mensais das linhas ja expurgadas e grava o relatorio.
      *>------------------------------------------------------------------------
       processamento section.

           perform acumular-log
           perform acumular-resumos
           perform gravar-relatorio

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o log do jogo e acumula cada linha cuja pergunta e o inicio
      *>   do texto de uma pergunta do banco (as demais sao de outros modos
      *>   de jogo). Se duas perguntas comecam com os mesmos 25 caracteres,
      *>   a linha conta para a de menor posicao.
      *>------------------------------------------------------------------------
       acumular-log section.

           open input arqLogJogo

           if ws-fs-arqLogJogo <> 0
               display "Arquivo arqLogJogo.dat nao encontrado ou vazio."
           else

           perform until ws-fs-arqLogJogo <> 0

               read arqLogJogo into ws-log-rec

               if ws-fs-arqLogJogo = 0
                   add 1 to ws-qtd-registros-lidos
                   perform localizar-pergunta
                   if ws-ind-achado <> zero
                       perform acumular-linha-log
                   end-if
               end-if

           end-perform

           close arqLogJogo

           end-if

           .
       acumular-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Procura no banco a pergunta cujo inicio e log-pergunta e devolve
      *>   a posicao em ws-ind-achado (zero se nao for do banco).
      *>------------------------------------------------------------------------
       localizar-pergunta section.

           move zero to ws-ind-achado

           if log-pergunta <> spaces
               perform varying ws-ind-ap from 1 by 1
                                         until ws-ind-ap > 50
                                            or ws-ind-achado <> zero
                   if ws-ap-pergunta(ws-ind-ap) <> spaces
                      and ws-ap-pergunta(ws-ind-ap)(1:25) = log-pergunta
                       move ws-ind-ap to ws-ind-achado
                   end-if
               end-perform
           end-if

           .
       localizar-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acumula a linha de log na pergunta ws-ind-achado. Linhas antigas
      *>   sem resultado contam so como vezes perguntada.
      *>------------------------------------------------------------------------
       acumular-linha-log section.

           add 1 to ws-ap-vezes(ws-ind-achado)

           if log-resultado = "ACERTOU"
               add 1 to ws-ap-acertos(ws-ind-achado)
           end-if

           if log-resultado = "ERROU"
               add 1 to ws-ap-erros(ws-ind-achado)

               move log-resposta to ws-texto-origem
               perform normaliza-texto
               if ws-texto-destino = spaces
                   move "(EM BRANCO)" to ws-texto-destino
               end-if

               move zero to ws-ind-err-achado
               perform varying ws-ind-err from 1 by 1
                              until ws-ind-err > ws-ap-qtd-erradas(ws-ind-achado)
                                 or ws-ind-err-achado <> zero
                   if ws-ap-resp-errada(ws-ind-achado, ws-ind-err)
                                                        = ws-texto-destino
                       move ws-ind-err to ws-ind-err-achado
                   end-if
               end-perform

               if ws-ind-err-achado = zero
                  and ws-ap-qtd-erradas(ws-ind-achado) < 10
                   add  1 to ws-ap-qtd-erradas(ws-ind-achado)
                   move ws-ap-qtd-erradas(ws-ind-achado) to ws-ind-err-achado
                   move ws-texto-destino
                     to ws-ap-resp-errada(ws-ind-achado, ws-ind-err-achado)
                   move zero
                     to ws-ap-qtd-errada(ws-ind-achado, ws-ind-err-achado)
               end-if

               if ws-ind-err-achado <> zero
                   add 1 to ws-ap-qtd-errada(ws-ind-achado, ws-ind-err-achado)
               end-if
           end-if

           .
       acumular-linha-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma os resumos mensais por pergunta (tipo E) das perguntas do
      *>   banco: entram nas vezes e no percentual de acerto; as respostas
      *>   dadas nessas linhas nao foram guardadas pelo expurgo.
      *>------------------------------------------------------------------------
       acumular-resumos section.

           open input arqLogResumo

           if ws-fs-arqLogResumo = 0

           perform until ws-fs-arqLogResumo <> 0

               read arqLogResumo into ws-resumo-rec

               if ws-fs-arqLogResumo = 0
                  and rs-tipo = "E"
                   add 1 to ws-qtd-registros-lidos
                   move rs-nome to log-pergunta
                   perform localizar-pergunta
                   if ws-ind-achado <> zero
                       add rs-perguntas to ws-ap-vezes(ws-ind-achado)
                       add rs-acertos   to ws-ap-acertos(ws-ind-achado)
                       add rs-erros     to ws-ap-erros(ws-ind-achado)
                   end-if
               end-if

           end-perform

           close arqLogResumo

           end-if

           .
       acumular-resumos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava relAnaPerguntas.txt: cabecalho com os limites usados, uma
      *>   linha por pergunta cadastrada e os totais de sinalizacao.
      *>------------------------------------------------------------------------
       gravar-relatorio section.

           open output arqRelatorio

           if ws-fs-arqRelatorio <> 0
               display "Erro ao gravar arq. relAnaPerguntas.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-linha-rel
           string "Analise das perguntas do banco em "
                  ws-data-relatorio
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-lim-min-vezes  to ws-qtd-ed
           move ws-lim-pct-minimo to ws-qtd-ed2
           move ws-lim-pct-maximo to ws-qtd-ed3
           string "Avaliadas com " ws-qtd-ed " vezes ou mais; acerto < "
                  ws-qtd-ed2 "% = DIFICIL, > " ws-qtd-ed3 "% = FACIL"
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           move "Ps Pergunta                  S Vezes Acer% Errada mais comum     Qtd Sinal"
             to ws-linha-rel
           perform gravar-linha-rel

           move all "-" to ws-linha-rel
           perform gravar-linha-rel

           perform varying ws-ind-ap from 1 by 1 until ws-ind-ap > 50
               if ws-ap-pergunta(ws-ind-ap) <> spaces
                   perform gravar-detalhe
               end-if
           end-perform

           move all "-" to ws-linha-rel
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-qtd-no-banco to ws-qtd-ed
           string "Perguntas no banco: " ws-qtd-ed
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-qtd-sinal-dificil   to ws-qtd-ed
           move ws-qtd-sinal-facil     to ws-qtd-ed2
           move ws-qtd-sinal-pouco-uso to ws-qtd-ed3
           string "DIFICIL: " ws-qtd-ed "   FACIL: " ws-qtd-ed2
                  "   POUCO-USO: " ws-qtd-ed3
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           move "S = situacao: A ativa, E em revisao, R retirada (manutencao do banco)"
             to ws-linha-rel
           perform gravar-linha-rel

           move "DIFICIL costuma indicar gabarito errado; FACIL, pergunta que nao vale a pena"
             to ws-linha-rel
           perform gravar-linha-rel

           close arqRelatorio

           move ws-qtd-no-banco to ws-qtd-ed
           display "Perguntas analisadas   : " ws-qtd-ed
           move ws-qtd-sinalizadas to ws-qtd-ed
           display "Perguntas sinalizadas  : " ws-qtd-ed
           display "Relatorio gravado em relAnaPerguntas.txt"

           .
       gravar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta e grava a linha da pergunta ws-ind-ap: percentual de acerto,
      *>   resposta errada mais frequente e sinalizacao pelos limites.
      *>------------------------------------------------------------------------
       gravar-detalhe section.

           move ws-ind-ap                      to dt-posicao
           move ws-ap-pergunta(ws-ind-ap)      to dt-pergunta
           move ws-ap-situacao(ws-ind-ap)      to dt-situacao
           move ws-ap-vezes(ws-ind-ap)         to dt-vezes

           if ws-ap-vezes(ws-ind-ap) = zero
               move zero to ws-pct-acerto
           else
               compute ws-pct-acerto rounded =
                       ws-ap-acertos(ws-ind-ap) * 100 / ws-ap-vezes(ws-ind-ap)
           end-if
           move ws-pct-acerto to dt-pct-acerto

      *>     resposta errada mais comum (a primeira, em caso de empate)
           move zero to ws-ind-err-maior
           perform varying ws-ind-err from 1 by 1
                          until ws-ind-err > ws-ap-qtd-erradas(ws-ind-ap)
               if ws-ind-err-maior = zero
                   move ws-ind-err to ws-ind-err-maior
               else
                   if ws-ap-qtd-errada(ws-ind-ap, ws-ind-err) >
                      ws-ap-qtd-errada(ws-ind-ap, ws-ind-err-maior)
                       move ws-ind-err to ws-ind-err-maior
                   end-if
               end-if
           end-perform

           if ws-ind-err-maior = zero
               move spaces to dt-resp-errada
               move zero   to dt-qtd-errada
           else
               move ws-ap-resp-errada(ws-ind-ap, ws-ind-err-maior) to dt-resp-errada
               move ws-ap-qtd-errada(ws-ind-ap, ws-ind-err-maior)  to dt-qtd-errada
           end-if

           move spaces to ws-sinal
           if ws-ap-vezes(ws-ind-ap) < ws-lim-min-vezes
               move "POUCO-USO" to ws-sinal
               add 1 to ws-qtd-sinal-pouco-uso
           else
               if ws-pct-acerto < ws-lim-pct-minimo
                   move "DIFICIL" to ws-sinal
                   add 1 to ws-qtd-sinal-dificil
                   add 1 to ws-qtd-sinalizadas
               end-if
               if ws-pct-acerto > ws-lim-pct-maximo
                   move "FACIL"   to ws-sinal
                   add 1 to ws-qtd-sinal-facil
                   add 1 to ws-qtd-sinalizadas
               end-if
           end-if
           move ws-sinal to dt-sinal

           move ws-detalhe-rel to ws-linha-rel
           perform gravar-linha-rel

           .
       gravar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no relatorio.
      *>------------------------------------------------------------------------
       gravar-linha-rel section.

           write fd-relatorio-rec from ws-linha-rel

           if ws-fs-arqRelatorio = 0
               add 1 to ws-qtd-linhas-rel
           else
               display "Erro ao gravar arq. relAnaPerguntas.txt"
           end-if

           .
       gravar-linha-rel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Normaliza um texto (ws-texto-origem) em ws-texto-destino, removendo
      *>   diferencas de caixa, acentuacao e espacos nas bordas.
      *>------------------------------------------------------------------------
       normaliza-texto section.

           move function trim(ws-texto-origem) to ws-texto-destino

      *>     Troca as letras acentuadas (minusculas e maiusculas) pela letra
      *>     simples correspondente, antes de converter para maiusculas, pois
      *>     FUNCTION UPPER-CASE nao trata caracteres acentuados.
           inspect ws-texto-destino replacing
               all "" by "a" all "" by "a" all "" by "a" all "" by "a"
               all "" by "A" all "" by "A" all "" by "A" all "" by "A"
               all "" by "e" all "" by "e" all "" by "e"
               all "" by "E" all "" by "E" all "" by "E"
               all "" by "i" all "" by "i"
               all "" by "I" all "" by "I"
               all "" by "o" all "" by "o" all "" by "o" all "" by "o"
               all "" by "O" all "" by "O" all "" by "O" all "" by "O"
               all "" by "u" all "" by "u"
               all "" by "U" all "" by "U"
               all "" by "c" all "" by "C"

           move function upper-case(ws-texto-destino) to ws-texto-destino

           .
       normaliza-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao Normal: perguntas sinalizadas como DIFICIL ou FACIL
      *>  deixam a execucao em ALERTA, para a cadeia de lotes e o operador
      *>  verem o relatorio.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-qtd-sinalizadas = zero
               move "OK"     to ws-lote-status
           else
               move "ALERTA" to ws-lote-status
           end-if
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

           move "anaPerguntas"              to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-linhas-rel           to lt-gravados
           move ws-qtd-sinalizadas          to lt-expurgados
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
