      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "consPartida".
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

      *> Cadastro persistente de jogadores, usado para resolver o nome
      *> informado no nome registrado (a identidade estavel do jogador).
           select arqJogadores assign to "arqJogadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jg-nome-norm
           file status is ws-fs-arqJogadores.

      *> Historico de partidas gravado pelo jogo ao final de cada partida,
      *> com o numero de controle da partida.
           select arqPartidas assign to "arqPartidas.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqPartidas.

      *> Log de jogadas: uma linha por resposta, com o numero de controle
      *> da partida a que pertence.
           select arqLogJogo assign to "arqLogJogo.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogJogo.

      *> Relatorio com a reconstituicao das partidas consultadas.
           select arqRelPartida assign to "relPartida.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelPartida.

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
       fd arqJogadores.
       01  fd-jogador-reg.
           05 fd-jg-nome-norm                      pic x(25).
           05 fd-jg-nome                           pic x(25).
           05 fd-jg-codigo                         pic 9(04).

       fd arqPartidas.
       01  fd-partida-rec                          pic x(400).

       fd arqLogJogo.
       01  fd-log-rec                              pic x(120).

       fd arqRelPartida.
       01  fd-rel-partida-rec                      pic x(132).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqPartidas                       pic 9(02).
       77  ws-fs-arqLogJogo                        pic 9(02).
       77  ws-fs-arqRelPartida                     pic 9(02).
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

      *>------------------------------------------------------------------------
      *> Registro de partida como gravado pelo jogo.
      *>------------------------------------------------------------------------
       01 ws-partida-rec.
          05 pt-data-hora                          pic x(14).
          05 filler redefines pt-data-hora.
             10 pt-data                            pic x(08).
             10 pt-hora                            pic x(06).
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
          05 pt-num-partida                        pic 9(06).
          05 filler                                pic x(17).

      *>------------------------------------------------------------------------
      *> Linha do log como gravada pelo jogo.
      *>------------------------------------------------------------------------
       01 ws-log-rec.
          05 log-data-hora                         pic x(14).
          05 filler redefines log-data-hora.
             10 log-data                           pic x(08).
             10 log-hora                           pic x(06).
          05 filler                                pic x(01).
          05 log-jogador                           pic x(25).
          05 filler                                pic x(01).
          05 log-pergunta                          pic x(25).
          05 filler                                pic x(01).
          05 log-resposta                          pic x(25).
          05 filler                                pic x(01).
          05 log-resultado                         pic x(07).
          05 filler                                pic x(01).
          05 log-tempo                             pic x(03).
          05 filler                                pic x(01).
          05 log-pontos                            pic x(03).
          05 filler                                pic x(01).
          05 log-partida                           pic x(06).
          05 filler redefines log-partida.
             10 log-partida-num                    pic 9(06).

      *>------------------------------------------------------------------------
      *> Criterio da consulta: numero da partida ou data e jogador.
      *>------------------------------------------------------------------------
       77 ws-num-consulta                          pic 9(06) value zero.
       77 ws-data-consulta                         pic x(08).
       77 ws-nome-informado                        pic x(25).
       77 ws-nome-norm                             pic x(25).

       77 ws-flag-por-numero                       pic x(01) value "N".
          88 ws-consulta-por-numero                value "S".

      *>------------------------------------------------------------------------
      *> Partidas selecionadas: numero de controle e, quando a partida foi
      *> encerrada, a imagem do seu registro no historico (partida sem
      *> registro ficou sem encerramento e e reconstituida so pelo log).
      *>------------------------------------------------------------------------
       01 ws-selecao occurs 50.
          05 ws-sl-num-partida                     pic 9(06).
          05 ws-sl-tem-registro                    pic x(01).
          05 ws-sl-partida                         pic x(400).

       77 ws-qtd-selecao                           pic 9(02) value zero.
       77 ws-flag-sl-cheia                         pic x(01) value "N".
       77 ws-ind-sl                                pic 9(02).
       77 ws-ind-sl-achado                         pic 9(02).
       77 ws-num-candidato                         pic 9(06).

      *>------------------------------------------------------------------------
      *> Placar acumulado da partida em reconstituicao, por jogador, na
      *> ordem em que cada um aparece no log.
      *>------------------------------------------------------------------------
       01 ws-placar occurs 10.
          05 ws-pl-nome                            pic x(25).
          05 ws-pl-pontos                          pic 9(05).

       77 ws-qtd-placar                            pic 9(02) value zero.
       77 ws-ind-pl                                pic 9(02).
       77 ws-ind-pl-achado                         pic 9(02).
       77 ws-ind-pt                                pic 9(02).
       77 ws-seq-jogada                            pic 9(04).
       77 ws-pontos-jogada                         pic 9(03).

       01 ws-relatorio-rec                         pic x(132).
       77 ws-data-relatorio                        pic x(08).
       77 ws-qtd-linhas-rel                        pic 9(06) value zero.
       77 ws-regiao-ed                             pic x(12).
       77 ws-hora-ed                               pic x(08).

       01 ws-seq-ed                                pic zzz9.
       01 ws-tempo-ed                              pic zz9.
       01 ws-pontos-ed                             pic zz9.
       01 ws-placar-ed                             pic zzzz9.
       01 ws-pos-ed                                pic z9.
       01 ws-qtd-ed                                pic zzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: pede o numero da partida ou, sem
      *>  ele, a data e o jogador, resolvido no cadastro de jogadores.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Reconstituicao de partidas (jogada a jogada)"
           display "Numero da partida (zero = por data e jogador) : "
               with no advancing
           accept ws-num-consulta

           if ws-num-consulta > zero

               move "S" to ws-flag-por-numero

           else

               display "Data da partida (AAAAMMDD)                    : "
                   with no advancing
               accept ws-data-consulta

               if ws-data-consulta = spaces
                  or ws-data-consulta not numeric
                   display "Data invalida. Nada a consultar."
                   move "ABORTADO" to ws-lote-status
                   perform finalizar-lote
               end-if

               display "Jogador                                       : "
                   with no advancing
               accept ws-nome-informado

               if ws-nome-informado = spaces
                   display "Nenhum jogador informado. Nada a consultar."
                   move "ABORTADO" to ws-lote-status
                   perform finalizar-lote
               end-if

               perform resolver-jogador

           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Resolve o nome informado no cadastro persistente: normaliza
      *>   (maiusculas e sem espacos nas bordas) e busca a chave; achando,
      *>   o nome registrado substitui o digitado. Sem cadastro, a consulta
      *>   segue com o nome como digitado (historico anterior ao cadastro).
      *>------------------------------------------------------------------------
       resolver-jogador section.

           move function upper-case(function trim(ws-nome-informado))
             to ws-nome-norm

           open input arqJogadores

           if ws-fs-arqJogadores = 0

               move ws-nome-norm to fd-jg-nome-norm
               read arqJogadores

               if ws-fs-arqJogadores = 0
                   move fd-jg-nome to ws-nome-informado
               else
                   display "Aviso: " function trim(ws-nome-informado)
                           " nao consta no cadastro de jogadores;"
                   display "a consulta usa o nome como digitado."
               end-if

               close arqJogadores

           end-if

           .
       resolver-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: seleciona as partidas no historico e no
      *> log e imprime a reconstituicao de cada uma.
      *>------------------------------------------------------------------------
       processamento section.

           perform selecionar-partidas
           perform selecionar-pelo-log

           if ws-qtd-selecao = zero
               display "Nenhuma partida encontrada para a consulta."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform abrir-relatorio-partida

           perform varying ws-ind-sl from 1 by 1
                                    until ws-ind-sl > ws-qtd-selecao
               perform imprimir-partida
           end-perform

           if ws-flag-sl-cheia = "S"
               move "Aviso: consulta limitada as 50 primeiras partidas."
                 to ws-relatorio-rec
               perform gravar-linha-partida
           end-if

           close arqRelPartida

           move ws-qtd-selecao to ws-qtd-ed
           display "Partidas reconstituidas: " ws-qtd-ed
           display "Relatorio gravado em relPartida.txt"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o historico de partidas e seleciona a partida do numero
      *>   informado ou as partidas da data em que o jogador participou.
      *>------------------------------------------------------------------------
       selecionar-partidas section.

           open input arqPartidas

           if ws-fs-arqPartidas = 0

               perform until ws-fs-arqPartidas <> 0

                   move spaces to ws-partida-rec
                   read arqPartidas into ws-partida-rec

                   if ws-fs-arqPartidas = 0
                      and pt-qtd-jog is numeric
                      and pt-num-partida is numeric
                      and pt-num-partida > zero
                       add 1 to ws-qtd-registros-lidos
                       perform avaliar-partida
                   end-if

               end-perform

               close arqPartidas

           end-if

           .
       selecionar-partidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere a partida corrente contra o criterio da consulta e, se
      *>   atender, inclui na selecao com a imagem do registro.
      *>------------------------------------------------------------------------
       avaliar-partida section.

           move zero to ws-num-candidato

           if ws-consulta-por-numero
               if pt-num-partida = ws-num-consulta
                   move pt-num-partida to ws-num-candidato
               end-if
           else
               if pt-data = ws-data-consulta
                   perform varying ws-ind-pt from 1 by 1
                                        until ws-ind-pt > pt-qtd-jog
                                           or ws-ind-pt > 10
                       if pt-nome-jog(ws-ind-pt) = ws-nome-informado
                           move pt-num-partida to ws-num-candidato
                       end-if
                   end-perform
               end-if
           end-if

           if ws-num-candidato > zero
               perform incluir-selecao
               if ws-ind-sl-achado > zero
                   move "S"            to ws-sl-tem-registro(ws-ind-sl-achado)
                   move ws-partida-rec to ws-sl-partida(ws-ind-sl-achado)
               end-if
           end-if

           .
       avaliar-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Completa a selecao pelo log: partidas interrompidas (sem registro
      *>   no historico) em que o jogador respondeu na data, ou a partida do
      *>   numero informado.
      *>------------------------------------------------------------------------
       selecionar-pelo-log section.

           open input arqLogJogo

           if ws-fs-arqLogJogo = 0

               perform until ws-fs-arqLogJogo <> 0

                   move spaces to ws-log-rec
                   read arqLogJogo into ws-log-rec

                   if ws-fs-arqLogJogo = 0
                      and log-partida is numeric
                      and log-partida-num > zero
                       add 1 to ws-qtd-registros-lidos
                       move zero to ws-num-candidato
                       if ws-consulta-por-numero
                           if log-partida-num = ws-num-consulta
                               move log-partida-num to ws-num-candidato
                           end-if
                       else
                           if log-data = ws-data-consulta
                              and log-jogador = ws-nome-informado
                               move log-partida-num to ws-num-candidato
                           end-if
                       end-if
                       if ws-num-candidato > zero
                           perform incluir-selecao
                       end-if
                   end-if

               end-perform

               close arqLogJogo

           end-if

           .
       selecionar-pelo-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui ws-num-candidato na selecao (se ainda nao estiver) e
      *>   devolve sua posicao em ws-ind-sl-achado (zero = tabela cheia).
      *>------------------------------------------------------------------------
       incluir-selecao section.

           move zero to ws-ind-sl-achado

           perform varying ws-ind-sl from 1 by 1
                                    until ws-ind-sl > ws-qtd-selecao
               if ws-sl-num-partida(ws-ind-sl) = ws-num-candidato
                   move ws-ind-sl to ws-ind-sl-achado
               end-if
           end-perform

           if ws-ind-sl-achado = zero
               if ws-qtd-selecao < 50
                   add 1 to ws-qtd-selecao
                   move ws-qtd-selecao   to ws-ind-sl-achado
                   move ws-num-candidato to ws-sl-num-partida(ws-ind-sl-achado)
                   move "N"              to ws-sl-tem-registro(ws-ind-sl-achado)
                   move spaces           to ws-sl-partida(ws-ind-sl-achado)
               else
                   move "S" to ws-flag-sl-cheia
               end-if
           end-if

           .
       incluir-selecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre o relatorio e grava o cabecalho com o criterio da consulta.
      *>------------------------------------------------------------------------
       abrir-relatorio-partida section.

           open output arqRelPartida

           if ws-fs-arqRelPartida <> 0
               display "Erro ao gravar arq. relPartida.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-relatorio-rec
           string "Reconstituicao de partidas em " ws-data-relatorio
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-partida

           move spaces to ws-relatorio-rec
           if ws-consulta-por-numero
               string "Consulta: partida " ws-num-consulta
                      delimited by size into ws-relatorio-rec
               end-string
           else
               string "Consulta: data " ws-data-consulta
                      "   jogador " ws-nome-informado
                      delimited by size into ws-relatorio-rec
               end-string
           end-if
           perform gravar-linha-partida

           .
       abrir-relatorio-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a partida ws-ind-sl da selecao: cabecalho (modo, regiao
      *>   e classificacao final, quando encerrada) e, na ordem do log,
      *>   cada jogada com o placar acumulado do jogador apos a resposta.
      *>------------------------------------------------------------------------
       imprimir-partida section.

           move spaces to ws-relatorio-rec
           perform gravar-linha-partida
           move all "-" to ws-relatorio-rec
           perform gravar-linha-partida

           if ws-sl-tem-registro(ws-ind-sl) = "S"
               move ws-sl-partida(ws-ind-sl) to ws-partida-rec
               perform imprimir-cabecalho-partida
           else
               move spaces to ws-relatorio-rec
               string "Partida: " ws-sl-num-partida(ws-ind-sl)
                      "   (nao encerrada: sem registro no historico)"
                      delimited by size into ws-relatorio-rec
               end-string
               perform gravar-linha-partida
           end-if

           move spaces to ws-relatorio-rec
           perform gravar-linha-partida
           move spaces to ws-relatorio-rec
           string "Seq  Hora     Jogador                   "
                  "Pergunta                  Resposta                  "
                  "Result.  Tempo Pts  Placar"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-partida

           move zero to ws-qtd-placar
           move zero to ws-seq-jogada

           open input arqLogJogo

           if ws-fs-arqLogJogo = 0

               perform until ws-fs-arqLogJogo <> 0

                   move spaces to ws-log-rec
                   read arqLogJogo into ws-log-rec

                   if ws-fs-arqLogJogo = 0
                      and log-partida is numeric
                      and log-partida-num = ws-sl-num-partida(ws-ind-sl)
                       perform imprimir-jogada
                   end-if

               end-perform

               close arqLogJogo

           end-if

           if ws-seq-jogada = zero
               move "   (nenhuma jogada no log para esta partida)"
                 to ws-relatorio-rec
               perform gravar-linha-partida
           end-if

           .
       imprimir-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cabecalho da partida encerrada: numero, data e hora, modo, filtro
      *>   de regiao e a classificacao final gravada no historico.
      *>------------------------------------------------------------------------
       imprimir-cabecalho-partida section.

           move spaces to ws-hora-ed
           string pt-hora(1:2) ":" pt-hora(3:2) ":" pt-hora(5:2)
                  delimited by size into ws-hora-ed
           end-string

           move pt-regiao to ws-regiao-ed
           if pt-regiao = spaces
               move "(todas)" to ws-regiao-ed
           end-if

           move spaces to ws-relatorio-rec
           string "Partida: " pt-num-partida "   Data: " pt-data
                  " " ws-hora-ed "   Modo: " pt-modo
                  "   Regiao: " ws-regiao-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-partida

           move "Classificacao final:" to ws-relatorio-rec
           perform gravar-linha-partida

           perform varying ws-ind-pt from 1 by 1
                                until ws-ind-pt > pt-qtd-jog
                                   or ws-ind-pt > 10
               move ws-ind-pt to ws-pos-ed
               move spaces    to ws-relatorio-rec
               string "   " ws-pos-ed "o " pt-nome-jog(ws-ind-pt)
                      "   Pontos: " pt-pontos-jog(ws-ind-pt)
                      delimited by size into ws-relatorio-rec
               end-string
               perform gravar-linha-partida
           end-perform

           .
       imprimir-cabecalho-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a jogada corrente do log e atualiza o placar acumulado
      *>   do jogador que respondeu.
      *>------------------------------------------------------------------------
       imprimir-jogada section.

           add 1 to ws-seq-jogada

           move zero to ws-pontos-jogada
           if log-pontos is numeric
               move log-pontos to ws-pontos-jogada
           end-if

           move zero to ws-ind-pl-achado
           perform varying ws-ind-pl from 1 by 1
                                    until ws-ind-pl > ws-qtd-placar
               if ws-pl-nome(ws-ind-pl) = log-jogador
                   move ws-ind-pl to ws-ind-pl-achado
               end-if
           end-perform

           if ws-ind-pl-achado = zero
              and ws-qtd-placar < 10
               add 1 to ws-qtd-placar
               move ws-qtd-placar to ws-ind-pl-achado
               move log-jogador   to ws-pl-nome(ws-ind-pl-achado)
               move zero          to ws-pl-pontos(ws-ind-pl-achado)
           end-if

           move zero to ws-placar-ed
           if ws-ind-pl-achado > zero
               add ws-pontos-jogada to ws-pl-pontos(ws-ind-pl-achado)
               move ws-pl-pontos(ws-ind-pl-achado) to ws-placar-ed
           end-if

           move ws-seq-jogada    to ws-seq-ed
           move ws-pontos-jogada to ws-pontos-ed
           move zero             to ws-tempo-ed
           if log-tempo is numeric
               move log-tempo to ws-tempo-ed
           end-if

           move spaces to ws-hora-ed
           string log-hora(1:2) ":" log-hora(3:2) ":" log-hora(5:2)
                  delimited by size into ws-hora-ed
           end-string

           move spaces to ws-relatorio-rec
           string ws-seq-ed " " ws-hora-ed " " log-jogador " "
                  log-pergunta " " log-resposta " "
                  log-resultado "  " ws-tempo-ed "  " ws-pontos-ed
                  "  " ws-placar-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-partida

           .
       imprimir-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no relatorio de reconstituicao.
      *>------------------------------------------------------------------------
       gravar-linha-partida section.

           write fd-rel-partida-rec from ws-relatorio-rec

           if ws-fs-arqRelPartida = 0
               add 1 to ws-qtd-linhas-rel
           else
               display "Erro ao gravar arq. relPartida.txt"
           end-if

           .
       gravar-linha-partida-exit.
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

           move "consPartida"               to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-linhas-rel           to lt-gravados
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
