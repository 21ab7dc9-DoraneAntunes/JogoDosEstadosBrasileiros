      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "apuraProva".
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

      *> Respostas das provas impressas, digitadas a partir das folhas
      *> recolhidas, delimitadas por ";", uma folha respondida por linha:
      *> FOLHA;JOGADOR;RESPOSTA-01;RESPOSTA-02;... (na ordem das questoes;
      *> resposta em branco conta como erro). Linha de cabecalho (primeira
      *> coluna FOLHA) e linhas iniciadas por "*" sao ignoradas.
      *> Exemplo: 12;Maria Souza;Salvador;Ceara;A;9
           select arqEntrada assign to "entProvaPapel.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqEntrada.

      *> Gabaritos das provas impressas, gravados pelo geraProva: o
      *> cabecalho de cada folha apurada passa para a situacao A.
           select arqGabaritos assign to "arqGabaritos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqGabaritos.

      *> Arquivo de trabalho da regravacao dos gabaritos.
           select arqGabaritosTrab assign to "arqGabaritos.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqGabaritosTrab.

      *> Parametros das regras do jogo (pontos por acerto).
           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

      *> Cadastro persistente de jogadores (mesmo layout do jogo): nomes
      *> novos sao matriculados como no cadastro da sessao.
           select arqJogadores assign to "arqJogadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jg-nome-norm
           file status is ws-fs-arqJogadores.

      *> Ranking historico dos jogadores (mesmo layout do jogo).
           select arqRanking assign to "arqRanking.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rk-nome
           file status is ws-fs-arqRanking.

      *> Historico de partidas (mesmo layout do jogo).
           select arqPartidas assign to "arqPartidas.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqPartidas.

      *> Log de perguntas e respostas (mesmo layout do jogo).
           select arqLogJogo assign to "arqLogJogo.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogJogo.

      *> Controle de numeracao das partidas (compartilhado com o jogo).
           select arqControle assign to "arqControle.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControle.

      *> Relatorio da apuracao: resultado de cada jogador por folha e as
      *> linhas rejeitadas, com o motivo.
           select arqRelatorio assign to "relApuraProva.txt"
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
       fd arqEntrada.
       01  fd-entrada-rec                          pic x(400).

       fd arqGabaritos.
       01  fd-gabarito-rec                         pic x(100).

       fd arqGabaritosTrab.
       01  fd-gabarito-trab-rec                    pic x(100).

       fd arqParametros.
       01  fd-parametros-rec                       pic x(22).

       fd arqJogadores.
       01  fd-jogador-reg.
           05 fd-jg-nome-norm                      pic x(25).
           05 fd-jg-nome                           pic x(25).
           05 fd-jg-codigo                         pic 9(04).

       fd arqRanking.
       01  fd-ranking.
           05 fd-rk-nome                           pic x(25).
           05 fd-rk-pontos                         pic 9(04).

       fd arqPartidas.
       01  fd-partida-rec                          pic x(400).

       fd arqLogJogo.
       01  fd-log-rec                              pic x(120).

       fd arqControle.
       01  fd-controle-rec                         pic x(06).

       fd arqRelatorio.
       01  fd-relatorio-rec                        pic x(100).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqEntrada                        pic 9(02).
       77  ws-fs-arqGabaritos                      pic 9(02).
       77  ws-fs-arqGabaritosTrab                  pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqPartidas                       pic 9(02).
       77  ws-fs-arqLogJogo                        pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
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
       77 ws-qtd-linhas                            pic 9(06) value zero.
       77 ws-qtd-lancadas                          pic 9(06) value zero.
       77 ws-qtd-rejeitadas                        pic 9(06) value zero.
       77 ws-qtd-apuradas                          pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Modo de execucao: S = simular (so o relatorio), A = lancar,
      *> espaco = perguntar apos o relatorio.
      *>------------------------------------------------------------------------
       77 ws-modo-execucao                         pic x(01).
          88 ws-modo-simular                       value "S".
          88 ws-modo-atualizar                     value "A".
          88 ws-modo-perguntar                     value space.
       77 ws-confirmacao                           pic x(01).
       77 ws-fase-lancamento                       pic x(01) value "N".
       77 ws-gravar-rejeitos                       pic x(01) value "S".

      *>------------------------------------------------------------------------
      *> Falha de gravacao no lancamento: a da folha corrente impede que ela
      *> seja marcada como apurada; a geral encerra a execucao em ERRO.
      *>------------------------------------------------------------------------
       77 ws-flag-erro-folha                       pic x(01) value "N".
          88 ws-erro-folha                         value "S".
       77 ws-flag-erro-lancamento                  pic x(01) value "N".
          88 ws-erro-lancamento                    value "S".

      *>------------------------------------------------------------------------
      *> Linha do arquivo de gabaritos (mesmo layout do geraProva). No
      *> cabecalho da folha (questao 00), gb-resposta leva a quantidade de
      *> questoes.
      *>------------------------------------------------------------------------
       01 ws-gabarito-rec.
          05 gb-folha                              pic 9(05).
          05 filler                                pic x(01).
          05 gb-questao                            pic 9(02).
          05 filler                                pic x(01).
          05 gb-tipo                               pic x(01).
          05 filler                                pic x(01).
          05 gb-situacao                           pic x(01).
          05 filler                                pic x(01).
          05 gb-regiao                             pic x(12).
          05 filler                                pic x(01).
          05 gb-data                               pic x(08).
          05 filler                                pic x(01).
          05 gb-letra                              pic x(01).
          05 filler                                pic x(01).
          05 gb-pergunta-log                       pic x(25).
          05 filler                                pic x(01).
          05 gb-resposta                           pic x(25).

      *>------------------------------------------------------------------------
      *> Folhas citadas na entrada, com o gabarito de cada uma. Situacao:
      *> G = gerada (a apurar), A = ja apurada, N = nao existe. Apurada
      *> nesta execucao: S = sim, N = nao, E = erro de gravacao no lancamento
      *> (continua a apurar).
      *>------------------------------------------------------------------------
       01 ws-folhas occurs 50.
          05 fl-numero                             pic 9(05).
          05 fl-situacao                           pic x(01).
          05 fl-regiao                             pic x(12).
          05 fl-qtd-questoes                       pic 9(02).
          05 fl-apurada                            pic x(01).
          05 fl-questoes occurs 50.
             10 fl-tipo                            pic x(01).
             10 fl-letra                           pic x(01).
             10 fl-pergunta-log                    pic x(25).
             10 fl-resposta                        pic x(25).

       77 ws-qtd-folhas                            pic 9(02) value zero.
       77 ws-ind-fl                                pic 9(02).
       77 ws-ind-fl-achada                         pic 9(02).
       77 ws-ind-qt                                pic 9(02).

      *>------------------------------------------------------------------------
      *> Folhas respondidas (linhas da entrada) da folha em apuracao,
      *> ordenadas por pontos para o lancamento.
      *>------------------------------------------------------------------------
       01 ws-entradas occurs 200.
          05 en-nome                               pic x(25).
          05 en-nome-norm                          pic x(25).
          05 en-acertos                            pic 9(02).
          05 en-pontos                             pic 9(04).
          05 en-partida                            pic 9(06).
          05 en-respostas occurs 50.
             10 en-resposta                        pic x(25).
             10 en-resultado                       pic x(01).

       01 ws-entrada-aux.
          05 en-nome-aux                           pic x(25).
          05 en-nome-norm-aux                      pic x(25).
          05 en-acertos-aux                        pic 9(02).
          05 en-pontos-aux                         pic 9(04).
          05 en-partida-aux                        pic 9(06).
          05 en-respostas-aux                      pic x(1300).

       77 ws-qtd-entradas                          pic 9(03).
       77 ws-ind-en                                pic 9(03).
       77 ws-ind-en2                               pic 9(03).

      *>------------------------------------------------------------------------
      *> Separacao dos campos da linha de entrada.
      *>------------------------------------------------------------------------
       77 ws-ptr                                   pic 9(03).
       77 ws-campo                                 pic x(25).
       77 ws-qtd-campos                            pic 9(02).
       77 ws-folha-txt                             pic x(05).
       77 ws-folha-jr                              pic x(05) justified right.
       77 ws-folha-linha                           pic 9(05).
       77 ws-jogador-linha                         pic x(25).
       77 ws-motivo-rejeicao                       pic x(40).

      *>------------------------------------------------------------------------
      *> Conferencia das respostas (mesma normalizacao do jogo).
      *>------------------------------------------------------------------------
       01 ws-normalizacao.
          05 ws-texto-origem                       pic x(25).
          05 ws-texto-destino                      pic x(25).
       77 ws-texto-resp-norm                       pic x(25).
       77 ws-texto-esp-norm                        pic x(25).
       77 ws-resposta-limpa                        pic x(25).
       77 ws-acertou                               pic x(01).
          88 ws-resposta-certa                     value "S".
       77 ws-ponto-acerto                          pic 9(03) value 1.

       01 ws-parametros-rec.
          05 pm-limite-tempo                       pic 9(03).
          05 filler                                pic x(01).
          05 pm-max-jogadores                      pic 9(02).
          05 filler                                pic x(01).
          05 pm-ponto-acerto                       pic 9(03).
          05 filler                                pic x(01).
          05 pm-ponto-rapido                       pic 9(03).
          05 filler                                pic x(01).
          05 pm-ponto-medio                        pic 9(03).
          05 filler                                pic x(01).
          05 pm-ponto-lento                        pic 9(03).

      *>------------------------------------------------------------------------
      *> Lancamento: cada grupo de ate 10 jogadores da folha vira uma
      *> partida do modo PAPEL, com numero de controle proprio.
      *>------------------------------------------------------------------------
       77 ws-num-partida                           pic 9(06).
       01 ws-controle-rec.
          05 ct-ult-partida                        pic 9(06).
       77 ws-ind-grupo-ini                         pic 9(03).
       77 ws-ind-grupo-fim                         pic 9(03).
       77 ws-ind-pt                                pic 9(02).
       77 ws-nome-jog-norm                         pic x(25).
       77 ws-prox-codigo-jog                       pic 9(04).

       01 ws-partida-rec.
          05 pt-data-hora                          pic x(14).
          05 filler                                pic x(01) value space.
          05 pt-modo                               pic x(08).
          05 filler                                pic x(01) value space.
          05 pt-regiao                             pic x(12).
          05 filler                                pic x(01) value space.
          05 pt-vencedor                           pic x(25).
          05 filler                                pic x(01) value space.
          05 pt-qtd-jog                            pic 9(02).
          05 filler                                pic x(01) value space.
          05 pt-jogadores occurs 10.
             10 pt-nome-jog                        pic x(25).
             10 filler                             pic x(01) value space.
             10 pt-pontos-jog                      pic 9(04).
             10 filler                             pic x(01) value space.
          05 pt-num-partida                        pic 9(06).

       01 ws-log-rec.
          05 log-data-hora                         pic x(14).
          05 filler                                pic x(01) value space.
          05 log-jogador                           pic x(25).
          05 filler                                pic x(01) value space.
          05 log-pergunta                          pic x(25).
          05 filler                                pic x(01) value space.
          05 log-resposta                          pic x(25).
          05 filler                                pic x(01) value space.
          05 log-resultado                         pic x(07).
          05 filler                                pic x(01) value space.
          05 log-tempo                             pic 9(03).
          05 filler                                pic x(01) value space.
          05 log-pontos                            pic 9(03).
          05 filler                                pic x(01) value space.
          05 log-partida                           pic 9(06).

      *>------------------------------------------------------------------------
      *> Relatorio.
      *>------------------------------------------------------------------------
       77 ws-linha-rel                             pic x(100).
       77 ws-data-relatorio                        pic x(08).
       77 ws-qtd-ed                                pic zzzzz9.
       77 ws-qtd-ed2                               pic z9.
       77 ws-pontos-ed                             pic zzz9.
       77 ws-partida-ed                            pic x(06).


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: modo de execucao, parametros do
      *>  jogo e gabaritos das folhas citadas na entrada.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Apuracao das provas impressas (modo PAPEL)"
           display "Modo (S=simular, A=lancar, ENTER=confirmar apos"
           display "o relatorio da apuracao): " with no advancing
           move space to ws-modo-execucao
           accept ws-modo-execucao
           move function upper-case(ws-modo-execucao) to ws-modo-execucao

           if not ws-modo-simular
              and not ws-modo-atualizar
              and not ws-modo-perguntar
               display "Modo invalido. Nada foi lancado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open input arqEntrada

           if ws-fs-arqEntrada <> 0
               display "Arquivo entProvaPapel.txt nao encontrado."
               display "Nada a apurar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           close arqEntrada

           perform carregar-parametros
           perform listar-folhas-entrada
           perform carregar-gabaritos

           open output arqRelatorio

           if ws-fs-arqRelatorio <> 0
               display "Erro ao gravar arq. relApuraProva.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-linha-rel
           string "Apuracao das provas impressas em " ws-data-relatorio
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pontos por acerto, dos parametros do jogo (sem arquivo, vale o
      *>   padrao do jogo). Prova impressa nao tem tempo de resposta.
      *>------------------------------------------------------------------------
       carregar-parametros section.

           open input arqParametros

           if ws-fs-arqParametros = 0

               read arqParametros into ws-parametros-rec

               if ws-fs-arqParametros = 0
                  and pm-ponto-acerto is numeric
                  and pm-ponto-acerto > zero
                   move pm-ponto-acerto to ws-ponto-acerto
               end-if

               close arqParametros

           end-if

           .
       carregar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Primeira leitura da entrada: relaciona as folhas citadas (ate 50
      *>   por execucao; as demais ficam para a proxima).
      *>------------------------------------------------------------------------
       listar-folhas-entrada section.

           open input arqEntrada

           perform until ws-fs-arqEntrada <> 0

               read arqEntrada

               if ws-fs-arqEntrada = 0
                  and fd-entrada-rec <> spaces
                  and fd-entrada-rec(1:1) <> "*"

                   perform separar-folha-jogador

                   if ws-motivo-rejeicao = spaces
                       move zero to ws-ind-fl-achada
                       perform varying ws-ind-fl from 1 by 1
                                                  until ws-ind-fl > ws-qtd-folhas
                           if fl-numero(ws-ind-fl) = ws-folha-linha
                               move ws-ind-fl to ws-ind-fl-achada
                           end-if
                       end-perform
                       if ws-ind-fl-achada = zero
                          and ws-qtd-folhas < 50
                           add 1 to ws-qtd-folhas
                           move ws-folha-linha to fl-numero(ws-qtd-folhas)
                           move "N"  to fl-situacao(ws-qtd-folhas)
                           move zero to fl-qtd-questoes(ws-qtd-folhas)
                           move "N"  to fl-apurada(ws-qtd-folhas)
                       end-if
                   end-if

               end-if

           end-perform

           close arqEntrada

           .
       listar-folhas-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le do arquivo de gabaritos o cabecalho e as questoes das folhas
      *>   relacionadas.
      *>------------------------------------------------------------------------
       carregar-gabaritos section.

           open input arqGabaritos

           if ws-fs-arqGabaritos = 0

               perform until ws-fs-arqGabaritos <> 0

                   read arqGabaritos into ws-gabarito-rec

                   if ws-fs-arqGabaritos = 0
                      and gb-folha is numeric
                      and gb-questao is numeric

                       move zero to ws-ind-fl-achada
                       perform varying ws-ind-fl from 1 by 1
                                                  until ws-ind-fl > ws-qtd-folhas
                           if fl-numero(ws-ind-fl) = gb-folha
                               move ws-ind-fl to ws-ind-fl-achada
                           end-if
                       end-perform

                       if ws-ind-fl-achada <> zero
                           if gb-questao = zero
                               move gb-situacao to fl-situacao(ws-ind-fl-achada)
                               move gb-regiao   to fl-regiao(ws-ind-fl-achada)
                           else
                           if gb-questao <= 50
                               move gb-tipo
                                 to fl-tipo(ws-ind-fl-achada gb-questao)
                               move gb-letra
                                 to fl-letra(ws-ind-fl-achada gb-questao)
                               move gb-pergunta-log
                                 to fl-pergunta-log(ws-ind-fl-achada gb-questao)
                               move gb-resposta
                                 to fl-resposta(ws-ind-fl-achada gb-questao)
                               if gb-questao > fl-qtd-questoes(ws-ind-fl-achada)
                                   move gb-questao
                                     to fl-qtd-questoes(ws-ind-fl-achada)
                               end-if
                           end-if
                           end-if
                       end-if

                   end-if

               end-perform

               close arqGabaritos

           end-if

           .
       carregar-gabaritos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: rejeita as linhas de folhas inexistentes
      *> ou ja apuradas, confere e classifica as respostas de cada folha e,
      *> conforme o modo ou a confirmacao do operador, lanca o resultado
      *> no ranking, no historico de partidas e no log do jogo.
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-linha-rel
           perform gravar-linha-rel
           move "Linhas rejeitadas:" to ws-linha-rel
           perform gravar-linha-rel

           perform rejeitar-linhas-sem-folha

           if ws-qtd-rejeitadas = zero
               move "  Nenhuma linha rejeitada antes da conferencia"
                 to ws-linha-rel
               perform gravar-linha-rel
           end-if

      *>     no modo de confirmacao a apuracao roda primeiro como previa;
      *>     confirmada, roda de novo lancando (sem repetir os rejeitos)
           move "S" to ws-gravar-rejeitos

           if not ws-modo-atualizar
               move "N" to ws-fase-lancamento
               perform apurar-folhas
           end-if

           if ws-modo-perguntar
               display "Previa da apuracao em relApuraProva.txt"
               display "Confirma o lancamento das folhas (S/N)? "
                       with no advancing
               move space to ws-confirmacao
               accept ws-confirmacao
               if ws-confirmacao = "S" or ws-confirmacao = "s"
                   set ws-modo-atualizar to true
                   move "N" to ws-gravar-rejeitos
                   move spaces to ws-linha-rel
                   perform gravar-linha-rel
                   move "Lancamento confirmado pelo operador:" to ws-linha-rel
                   perform gravar-linha-rel
               else
                   set ws-modo-simular   to true
               end-if
           end-if

           if ws-modo-atualizar
               move "S" to ws-fase-lancamento
               perform apurar-folhas
           end-if

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           if ws-modo-atualizar
               if ws-qtd-apuradas > zero
                   perform marcar-folhas-apuradas
               end-if
               move spaces to ws-linha-rel
               move ws-qtd-lancadas to ws-qtd-ed
               string "LANCADO: " ws-qtd-ed
                      " jogador(es) em partidas do modo PAPEL"
                      delimited by size into ws-linha-rel
               end-string
               perform gravar-linha-rel
               if ws-erro-lancamento
                   move "ERRO de gravacao no lancamento: as folhas afetadas"
                     to ws-linha-rel
                   perform gravar-linha-rel
                   move "nao foram marcadas como apuradas; confira ranking,"
                     to ws-linha-rel
                   perform gravar-linha-rel
                   move "partidas e log antes de apura-las de novo."
                     to ws-linha-rel
                   perform gravar-linha-rel
               end-if
           else
               move "SIMULACAO: nada foi lancado no ranking, partidas ou log"
                 to ws-linha-rel
               perform gravar-linha-rel
           end-if

           close arqRelatorio

           move ws-qtd-linhas to ws-qtd-ed
           display "Linhas lidas da entrada: " ws-qtd-ed
           move ws-qtd-apuradas to ws-qtd-ed
           display "Folhas apuradas        : " ws-qtd-ed
           move ws-qtd-rejeitadas to ws-qtd-ed
           display "Linhas rejeitadas      : " ws-qtd-ed
           if ws-modo-atualizar
               move ws-qtd-lancadas to ws-qtd-ed
               display "Jogadores lancados     : " ws-qtd-ed
               if ws-erro-lancamento
                   display "ATENCAO: houve erro de gravacao no lancamento."
               end-if
           else
               display "Simulacao: nada foi lancado."
           end-if
           display "Resultado em relApuraProva.txt"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rejeita as linhas com folha invalida, inexistente, ja apurada ou
      *>   alem das 50 folhas por execucao.
      *>------------------------------------------------------------------------
       rejeitar-linhas-sem-folha section.

           move zero to ws-qtd-linhas

           open input arqEntrada

           perform until ws-fs-arqEntrada <> 0

               read arqEntrada

               if ws-fs-arqEntrada = 0
                  and fd-entrada-rec <> spaces
                  and fd-entrada-rec(1:1) <> "*"

                   perform separar-folha-jogador

                   if ws-motivo-rejeicao <> "CABECALHO"

                       add 1 to ws-qtd-linhas

                       if ws-motivo-rejeicao = spaces
                           move zero to ws-ind-fl-achada
                           perform varying ws-ind-fl from 1 by 1
                                                      until ws-ind-fl > ws-qtd-folhas
                               if fl-numero(ws-ind-fl) = ws-folha-linha
                                   move ws-ind-fl to ws-ind-fl-achada
                               end-if
                           end-perform
                           evaluate true
                               when ws-ind-fl-achada = zero
                                   move "mais de 50 folhas nesta execucao"
                                     to ws-motivo-rejeicao
                               when fl-situacao(ws-ind-fl-achada) = "N"
                                   move "folha inexistente nos gabaritos"
                                     to ws-motivo-rejeicao
                               when fl-situacao(ws-ind-fl-achada) = "A"
                                   move "folha ja apurada" to ws-motivo-rejeicao
                               when fl-qtd-questoes(ws-ind-fl-achada) = zero
                                   move "folha sem questoes no gabarito"
                                     to ws-motivo-rejeicao
                                   move "N" to fl-situacao(ws-ind-fl-achada)
                           end-evaluate
                       end-if

                       if ws-motivo-rejeicao <> spaces
                           perform gravar-rejeito
                       end-if

                   end-if

               end-if

           end-perform

           close arqEntrada

           .
       rejeitar-linhas-sem-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Separa a folha e o jogador da linha corrente da entrada; deixa o
      *>   ponteiro no inicio das respostas. A linha de cabecalho volta com
      *>   o motivo CABECALHO.
      *>------------------------------------------------------------------------
       separar-folha-jogador section.

           move spaces to ws-motivo-rejeicao
           move zero   to ws-folha-linha
           move 1      to ws-ptr

           move spaces to ws-campo
           unstring fd-entrada-rec delimited by ";"
               into ws-campo
               with pointer ws-ptr
           end-unstring
           move function upper-case(function trim(ws-campo)) to ws-folha-txt

           move spaces to ws-campo
           unstring fd-entrada-rec delimited by ";"
               into ws-campo
               with pointer ws-ptr
           end-unstring
           move function trim(ws-campo) to ws-jogador-linha

           if ws-folha-txt = "FOLHA"
               move "CABECALHO" to ws-motivo-rejeicao
           else
               move function trim(ws-folha-txt) to ws-folha-jr
               inspect ws-folha-jr replacing leading space by "0"
               if ws-folha-jr is not numeric
                  or ws-folha-jr = "00000"
                   move "numero de folha invalido" to ws-motivo-rejeicao
               else
                   move ws-folha-jr to ws-folha-linha
                   if ws-jogador-linha = spaces
                       move "jogador em branco" to ws-motivo-rejeicao
                   end-if
               end-if
           end-if

           .
       separar-folha-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura todas as folhas a apurar (situacao G) citadas na entrada.
      *>------------------------------------------------------------------------
       apurar-folhas section.

           move zero to ws-qtd-apuradas

           perform varying ws-ind-fl from 1 by 1
                                      until ws-ind-fl > ws-qtd-folhas
               if fl-situacao(ws-ind-fl) = "G"
                   perform apurar-folha
               end-if
           end-perform

           .
       apurar-folhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura a folha ws-ind-fl: carrega as linhas respondidas (jogador
      *>   repetido na mesma folha e rejeitado), confere as respostas,
      *>   classifica e, no modo de lancamento, grava as partidas.
      *>------------------------------------------------------------------------
       apurar-folha section.

           move zero to ws-qtd-entradas

           open input arqEntrada

           perform until ws-fs-arqEntrada <> 0

               read arqEntrada

               if ws-fs-arqEntrada = 0
                  and fd-entrada-rec <> spaces
                  and fd-entrada-rec(1:1) <> "*"

                   perform separar-folha-jogador

                   if ws-motivo-rejeicao = spaces
                      and ws-folha-linha = fl-numero(ws-ind-fl)
                       perform carregar-entrada
                   end-if

               end-if

           end-perform

           close arqEntrada

           if ws-qtd-entradas > zero

               perform ordenar-entradas

               move "S" to fl-apurada(ws-ind-fl)
               add 1 to ws-qtd-apuradas

               if ws-fase-lancamento = "S"
                   perform lancar-folha
                   if ws-erro-folha
                       move "E" to fl-apurada(ws-ind-fl)
                   end-if
               end-if

               perform gravar-resultado-folha

           end-if

           .
       apurar-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Guarda a linha corrente da folha em apuracao e confere cada
      *>   resposta com o gabarito.
      *>------------------------------------------------------------------------
       carregar-entrada section.

           move ws-jogador-linha to ws-texto-origem
           perform normaliza-texto
           move ws-texto-destino to ws-nome-jog-norm

           move zero to ws-ind-en2
           perform varying ws-ind-en from 1 by 1
                                      until ws-ind-en > ws-qtd-entradas
               if en-nome-norm(ws-ind-en) = ws-nome-jog-norm
                   move ws-ind-en to ws-ind-en2
               end-if
           end-perform

           evaluate true

               when ws-ind-en2 <> zero
                   move "jogador repetido na mesma folha"
                     to ws-motivo-rejeicao
                   if ws-gravar-rejeitos = "S"
                       perform gravar-rejeito
                   end-if

               when ws-qtd-entradas >= 200
                   move "mais de 200 jogadores na mesma folha"
                     to ws-motivo-rejeicao
                   if ws-gravar-rejeitos = "S"
                       perform gravar-rejeito
                   end-if

               when other
                   add 1 to ws-qtd-entradas
                   move ws-jogador-linha to en-nome(ws-qtd-entradas)
                   move ws-nome-jog-norm to en-nome-norm(ws-qtd-entradas)
                   move zero to en-acertos(ws-qtd-entradas)
                   move zero to en-pontos(ws-qtd-entradas)
                   move zero to en-partida(ws-qtd-entradas)

                   perform varying ws-ind-qt from 1 by 1
                             until ws-ind-qt > fl-qtd-questoes(ws-ind-fl)
                       move spaces to ws-campo
                       if ws-ptr <= 400
                           unstring fd-entrada-rec delimited by ";"
                               into ws-campo
                               with pointer ws-ptr
                           end-unstring
                       end-if
                       move function trim(ws-campo)
                         to en-resposta(ws-qtd-entradas ws-ind-qt)
                       perform conferir-resposta
                       if ws-resposta-certa
                           move "S" to en-resultado(ws-qtd-entradas ws-ind-qt)
                           add 1 to en-acertos(ws-qtd-entradas)
                           add ws-ponto-acerto to en-pontos(ws-qtd-entradas)
                       else
                           move "N" to en-resultado(ws-qtd-entradas ws-ind-qt)
                       end-if
                   end-perform

           end-evaluate

           .
       carregar-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere a resposta ws-campo com a questao ws-ind-qt da folha,
      *>   com a normalizacao do jogo; na populacao vale a letra ou o nome
      *>   do estado, nos vizinhos a quantidade com ou sem zero a esquerda.
      *>------------------------------------------------------------------------
       conferir-resposta section.

           move "N" to ws-acertou

           move ws-campo         to ws-texto-origem
           perform normaliza-texto
           move ws-texto-destino to ws-texto-resp-norm

           move fl-resposta(ws-ind-fl ws-ind-qt) to ws-texto-origem
           perform normaliza-texto
           move ws-texto-destino to ws-texto-esp-norm

      *>     letra e quantidade sao conferidas sobre a resposta digitada
           move function upper-case(function trim(ws-campo))
             to ws-resposta-limpa

           if ws-resposta-limpa <> spaces

               if ws-texto-resp-norm = ws-texto-esp-norm
                   move "S" to ws-acertou
               end-if

               if fl-tipo(ws-ind-fl ws-ind-qt) = "P"
                  and ws-resposta-limpa(2:24) = spaces
                  and ws-resposta-limpa(1:1) = fl-letra(ws-ind-fl ws-ind-qt)
                   move "S" to ws-acertou
               end-if

               if fl-tipo(ws-ind-fl ws-ind-qt) = "V"
                  and (ws-resposta-limpa = fl-resposta(ws-ind-fl ws-ind-qt)
                       or (fl-resposta(ws-ind-fl ws-ind-qt)(1:1) = "0"
                           and ws-resposta-limpa
                               = fl-resposta(ws-ind-fl ws-ind-qt)(2:1)))
                   move "S" to ws-acertou
               end-if

           end-if

           .
       conferir-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ordena as folhas respondidas por pontos, do maior para o menor
      *>   (empate mantem a ordem da entrada).
      *>------------------------------------------------------------------------
       ordenar-entradas section.

           perform varying ws-ind-en from 2 by 1
                                      until ws-ind-en > ws-qtd-entradas
               move ws-ind-en to ws-ind-en2
               perform until ws-ind-en2 < 2
                          or en-pontos(ws-ind-en2 - 1) >= en-pontos(ws-ind-en2)
                   move ws-entradas(ws-ind-en2 - 1) to ws-entrada-aux
                   move ws-entradas(ws-ind-en2)     to ws-entradas(ws-ind-en2 - 1)
                   move ws-entrada-aux              to ws-entradas(ws-ind-en2)
                   subtract 1 from ws-ind-en2
               end-perform
           end-perform

           .
       ordenar-entradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lanca a folha apurada: jogadores identificados no cadastro (nome
      *>   novo e matriculado), depois cada grupo de ate 10, na ordem da
      *>   classificacao, vira uma partida do modo PAPEL. Falha no cadastro
      *>   ou no numero de controle interrompe o lancamento da folha.
      *>------------------------------------------------------------------------
       lancar-folha section.

           move "N" to ws-flag-erro-folha

           perform varying ws-ind-en from 1 by 1
                                      until ws-ind-en > ws-qtd-entradas
                                         or ws-erro-folha
               perform registrar-jogador
           end-perform

           move 1 to ws-ind-grupo-ini

           perform until ws-ind-grupo-ini > ws-qtd-entradas
                      or ws-erro-folha

               compute ws-ind-grupo-fim = ws-ind-grupo-ini + 9
               if ws-ind-grupo-fim > ws-qtd-entradas
                   move ws-qtd-entradas to ws-ind-grupo-fim
               end-if

               perform abrir-partida

               if not ws-erro-folha
                   perform gravar-log-grupo
                   perform gravar-ranking-grupo
                   perform gravar-partida-grupo
               end-if

               compute ws-ind-grupo-ini = ws-ind-grupo-fim + 1

           end-perform

           .
       lancar-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Identifica o jogador ws-ind-en no cadastro pelo nome normalizado
      *>   (passa a valer a grafia registrada); nome novo e matriculado com
      *>   o proximo codigo livre, como no cadastro da sessao do jogo.
      *>------------------------------------------------------------------------
       registrar-jogador section.

           open i-o arqJogadores

           if ws-fs-arqJogadores = 35
               open output arqJogadores
               close       arqJogadores
               open i-o    arqJogadores
           end-if

           if ws-fs-arqJogadores <> 0

               display "Erro ao abrir arq. arqJogadores"
               move "S" to ws-flag-erro-folha
               move "S" to ws-flag-erro-lancamento

           else

               move en-nome-norm(ws-ind-en) to fd-jg-nome-norm
               read arqJogadores

               if ws-fs-arqJogadores = 0
                   move fd-jg-nome to en-nome(ws-ind-en)
               else
                   perform calcular-prox-codigo-jog
                   move en-nome-norm(ws-ind-en) to fd-jg-nome-norm
                   move en-nome(ws-ind-en)      to fd-jg-nome
                   move ws-prox-codigo-jog      to fd-jg-codigo
                   write fd-jogador-reg
                   if ws-fs-arqJogadores <> 0
                       display "Erro ao gravar arq. arqJogadores"
                       move "S" to ws-flag-erro-folha
                       move "S" to ws-flag-erro-lancamento
                   end-if
               end-if

               close arqJogadores

           end-if

           .
       registrar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula o proximo codigo de matricula livre, percorrendo o cadastro
      *>   de jogadores (o maior codigo em uso + 1).
      *>------------------------------------------------------------------------
       calcular-prox-codigo-jog section.

           move 1          to ws-prox-codigo-jog
           move low-values to fd-jg-nome-norm

           start arqJogadores key is >= fd-jg-nome-norm

           if ws-fs-arqJogadores = 0
               perform until ws-fs-arqJogadores <> 0
                   read arqJogadores next
                   if ws-fs-arqJogadores = 0
                      and fd-jg-codigo >= ws-prox-codigo-jog
                       compute ws-prox-codigo-jog = fd-jg-codigo + 1
                   end-if
               end-perform
           end-if

           .
       calcular-prox-codigo-jog-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Atribui o numero de controle a partida do grupo: le o ultimo
      *>   numero usado em arqControle.dat, soma um e regrava (mesma
      *>   numeracao das partidas do jogo). So a falta do arquivo (status
      *>   35) comeca a numeracao do zero; arquivo ilegivel ou numero que
      *>   nao foi regravado sao erro de lancamento da folha.
      *>------------------------------------------------------------------------
       abrir-partida section.

           move zero to ct-ult-partida
           move zero to ws-num-partida

           open input arqControle

           if ws-fs-arqControle = 0
               read arqControle into ws-controle-rec
               if ws-fs-arqControle <> 0
                  or ct-ult-partida is not numeric
                   display "Erro ao ler arq. arqControle"
                   move "S" to ws-flag-erro-folha
                   move "S" to ws-flag-erro-lancamento
               end-if
               close arqControle
           else
               if ws-fs-arqControle <> 35
                   display "Erro ao ler arq. arqControle"
                   move "S" to ws-flag-erro-folha
                   move "S" to ws-flag-erro-lancamento
               end-if
           end-if

           if not ws-erro-folha

               add 1 to ct-ult-partida
               move ct-ult-partida to ws-num-partida

               open output arqControle

               if ws-fs-arqControle <> 0
                   display "Erro ao gravar arq. arqControle"
                   move zero to ws-num-partida
                   move "S"  to ws-flag-erro-folha
                   move "S"  to ws-flag-erro-lancamento
               else
                   write fd-controle-rec from ws-controle-rec
                   if ws-fs-arqControle <> 0
                       display "Erro ao gravar arq. arqControle"
                       move zero to ws-num-partida
                       move "S"  to ws-flag-erro-folha
                       move "S"  to ws-flag-erro-lancamento
                   end-if
                   close arqControle
               end-if

           end-if

           .
       abrir-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava no log do jogo uma linha por questao de cada jogador do
      *>   grupo (tempo de resposta zero: prova impressa).
      *>------------------------------------------------------------------------
       gravar-log-grupo section.

           open extend arqLogJogo

           if ws-fs-arqLogJogo = 35
               open output arqLogJogo
           end-if

           if ws-fs-arqLogJogo <> 0
               display "Erro ao gravar arq. arqLogJogo"
               move "S" to ws-flag-erro-folha
               move "S" to ws-flag-erro-lancamento
           else

               perform varying ws-ind-en from ws-ind-grupo-ini by 1
                                          until ws-ind-en > ws-ind-grupo-fim

                   move ws-num-partida to en-partida(ws-ind-en)

                   perform varying ws-ind-qt from 1 by 1
                             until ws-ind-qt > fl-qtd-questoes(ws-ind-fl)

                       move function current-date(1:14) to log-data-hora
                       move en-nome(ws-ind-en)          to log-jogador
                       move fl-pergunta-log(ws-ind-fl ws-ind-qt)
                         to log-pergunta
                       move en-resposta(ws-ind-en ws-ind-qt)
                         to log-resposta
                       move zero                        to log-tempo
                       if en-resultado(ws-ind-en ws-ind-qt) = "S"
                           move "ACERTOU"       to log-resultado
                           move ws-ponto-acerto to log-pontos
                       else
                           move "ERROU"         to log-resultado
                           move zero            to log-pontos
                       end-if
                       move ws-num-partida              to log-partida

                       write fd-log-rec from ws-log-rec

                       if ws-fs-arqLogJogo <> 0
                           display "Erro ao gravar arq. arqLogJogo"
                           move "S" to ws-flag-erro-folha
                           move "S" to ws-flag-erro-lancamento
                       end-if

                   end-perform

               end-perform

               close arqLogJogo

           end-if

           .
       gravar-log-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma os pontos de cada jogador do grupo no ranking historico.
      *>------------------------------------------------------------------------
       gravar-ranking-grupo section.

           open i-o arqRanking

           if ws-fs-arqRanking = 35
               open output arqRanking
               close       arqRanking
               open i-o    arqRanking
           end-if

           if ws-fs-arqRanking <> 0
               display "Erro ao abrir arq. arqRanking"
               move "S" to ws-flag-erro-folha
               move "S" to ws-flag-erro-lancamento
           else

               perform varying ws-ind-en from ws-ind-grupo-ini by 1
                                          until ws-ind-en > ws-ind-grupo-fim

                   move en-nome(ws-ind-en) to fd-rk-nome
                   read arqRanking

                   if ws-fs-arqRanking = 0
                       add en-pontos(ws-ind-en) to fd-rk-pontos
                       rewrite fd-ranking
                   else
                       move en-nome(ws-ind-en)   to fd-rk-nome
                       move en-pontos(ws-ind-en) to fd-rk-pontos
                       write fd-ranking
                   end-if

                   if ws-fs-arqRanking <> 0
                       display "Erro ao gravar arq. arqRanking"
                       move "S" to ws-flag-erro-folha
                       move "S" to ws-flag-erro-lancamento
                   end-if

               end-perform

               close arqRanking

           end-if

           .
       gravar-ranking-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acrescenta ao historico a partida do grupo: modo PAPEL, regiao
      *>   da folha, participantes em ordem de classificacao e o vencedor.
      *>------------------------------------------------------------------------
       gravar-partida-grupo section.

           move spaces                            to ws-partida-rec
           move function current-date(1:14)       to pt-data-hora
           move "PAPEL"                           to pt-modo
           move fl-regiao(ws-ind-fl)              to pt-regiao
           move en-nome(ws-ind-grupo-ini)         to pt-vencedor
           compute pt-qtd-jog = ws-ind-grupo-fim - ws-ind-grupo-ini + 1
           move ws-num-partida                    to pt-num-partida

           perform varying ws-ind-en from ws-ind-grupo-ini by 1
                                      until ws-ind-en > ws-ind-grupo-fim
               compute ws-ind-pt = ws-ind-en - ws-ind-grupo-ini + 1
               move en-nome(ws-ind-en)   to pt-nome-jog(ws-ind-pt)
               move en-pontos(ws-ind-en) to pt-pontos-jog(ws-ind-pt)
           end-perform

           open extend arqPartidas

           if ws-fs-arqPartidas = 35
               open output arqPartidas
           end-if

           if ws-fs-arqPartidas <> 0
               display "Erro ao abrir arq. arqPartidas"
               move "S" to ws-flag-erro-folha
               move "S" to ws-flag-erro-lancamento
           else
               write fd-partida-rec from ws-partida-rec
               if ws-fs-arqPartidas <> 0
                   display "Erro ao gravar arq. arqPartidas"
                   move "S" to ws-flag-erro-folha
                   move "S" to ws-flag-erro-lancamento
               else
                   add pt-qtd-jog to ws-qtd-lancadas
               end-if
               close arqPartidas
           end-if

           .
       gravar-partida-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o resultado da folha: uma linha por jogador, na ordem da
      *>   classificacao, com acertos, pontos e a partida lancada.
      *>------------------------------------------------------------------------
       gravar-resultado-folha section.

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move fl-qtd-questoes(ws-ind-fl) to ws-qtd-ed2
           if fl-regiao(ws-ind-fl) = spaces
               string "Folha " fl-numero(ws-ind-fl) " - regiao TODAS - "
                      ws-qtd-ed2 " questoes"
                      delimited by size into ws-linha-rel
               end-string
           else
               string "Folha " fl-numero(ws-ind-fl) " - regiao "
                      function trim(fl-regiao(ws-ind-fl)) " - "
                      ws-qtd-ed2 " questoes"
                      delimited by size into ws-linha-rel
               end-string
           end-if
           perform gravar-linha-rel

           move "  Jogador                   Acertos Pontos Partida"
             to ws-linha-rel
           perform gravar-linha-rel

           perform varying ws-ind-en from 1 by 1
                                      until ws-ind-en > ws-qtd-entradas

               move en-acertos(ws-ind-en) to ws-qtd-ed2
               move en-pontos(ws-ind-en)  to ws-pontos-ed
               if en-partida(ws-ind-en) = zero
                   move "------" to ws-partida-ed
               else
                   move en-partida(ws-ind-en) to ws-partida-ed
               end-if

               move spaces to ws-linha-rel
               string "  " en-nome(ws-ind-en) "     " ws-qtd-ed2
                      "   " ws-pontos-ed "  " ws-partida-ed
                      delimited by size into ws-linha-rel
               end-string
               perform gravar-linha-rel

           end-perform

           .
       gravar-resultado-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regrava o arquivo de gabaritos com a situacao A no cabecalho das
      *>   folhas lancadas, para que nao sejam lancadas de novo.
      *>------------------------------------------------------------------------
       marcar-folhas-apuradas section.

           open input  arqGabaritos
           open output arqGabaritosTrab

           if ws-fs-arqGabaritos <> 0
              or ws-fs-arqGabaritosTrab <> 0
               display "Erro ao regravar arq. arqGabaritos.dat: as folhas"
               display "lancadas continuam como geradas. Nao repita a"
               display "apuracao destas folhas."
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform until ws-fs-arqGabaritos <> 0

               read arqGabaritos into ws-gabarito-rec

               if ws-fs-arqGabaritos = 0

                   if gb-folha is numeric
                      and gb-questao is numeric
                      and gb-questao = zero
                       perform varying ws-ind-fl from 1 by 1
                                                  until ws-ind-fl > ws-qtd-folhas
                           if fl-numero(ws-ind-fl) = gb-folha
                              and fl-apurada(ws-ind-fl) = "S"
                               move "A" to gb-situacao
                           end-if
                       end-perform
                       write fd-gabarito-trab-rec from ws-gabarito-rec
                   else
                       write fd-gabarito-trab-rec from fd-gabarito-rec
                   end-if

               end-if

           end-perform

           close arqGabaritos
           close arqGabaritosTrab

           open input  arqGabaritosTrab
           open output arqGabaritos

           if ws-fs-arqGabaritos <> 0
               display "Erro ao regravar arq. arqGabaritos.dat. Confira o"
               display "arquivo arqGabaritos.trb."
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform until ws-fs-arqGabaritosTrab <> 0

               read arqGabaritosTrab

               if ws-fs-arqGabaritosTrab = 0
                   write fd-gabarito-rec from fd-gabarito-trab-rec
               end-if

           end-perform

           close arqGabaritosTrab
           close arqGabaritos

           .
       marcar-folhas-apuradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava no relatorio a linha rejeitada, com o motivo.
      *>------------------------------------------------------------------------
       gravar-rejeito section.

           add 1 to ws-qtd-rejeitadas

           move spaces to ws-linha-rel
           string "  " function trim(ws-motivo-rejeicao) ": "
                  fd-entrada-rec(1:60)
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           .
       gravar-rejeito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no relatorio.
      *>------------------------------------------------------------------------
       gravar-linha-rel section.

           write fd-relatorio-rec from ws-linha-rel

           if ws-fs-arqRelatorio <> 0
               display "Erro ao gravar arq. relApuraProva.txt"
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
      *>  Finalizacao Normal: erro de gravacao no lancamento deixa a
      *>  execucao em ERRO; linhas rejeitadas, em ALERTA; sem nenhuma folha
      *>  apurada, SEM-DADOS.
      *>------------------------------------------------------------------------
       finaliza section.

           evaluate true
               when ws-erro-lancamento
                   move "ERRO"      to ws-lote-status
               when ws-qtd-apuradas = zero
                   move "SEM-DADOS" to ws-lote-status
               when ws-qtd-rejeitadas > zero
                   move "ALERTA"    to ws-lote-status
               when other
                   move "OK"        to ws-lote-status
           end-evaluate
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

           move "apuraProva"                to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-linhas               to lt-lidos
           move ws-qtd-lancadas             to lt-gravados
           move ws-qtd-rejeitadas           to lt-expurgados
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
