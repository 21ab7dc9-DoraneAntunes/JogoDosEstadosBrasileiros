           record key is fd-rk-nome
           file status is ws-fs-arqRanking.

      *> Arquivo de trabalho da ordenacao do ranking historico por pontos.
           select arqOrdRanking assign to "arqRanking.srt".

      *> Ranking historico ordenado, do maior para o menor pontuador,
      *> regravado a cada consulta: as telas paginam sobre ele e o
      *> encerramento de temporada e o leaderboard o percorrem inteiro.
           select arqRankingOrd assign to "arqRanking.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRankingOrd.

      *> Cadastro persistente de jogadores, com chave pelo nome normalizado,
      *> para que variacoes de digitacao apontem sempre para o mesmo jogador.
           select arqJogadores assign to "arqJogadores.dat"
           relative key is ws-rk-arqPerguntas
           file status is ws-fs-arqPerguntas.

      *> Situacao de cada pergunta do banco, um registro por posicao do
      *> banco de perguntas: A = ativa, E = em revisao, R = retirada. So
      *> as ativas entram no sorteio; posicao sem registro vale ativa.
           select arqSitPerguntas assign to "arqSitPerguntas.dat"
           organization is relative
           access mode is dynamic
           lock mode is automatic
           relative key is ws-rk-arqSitPerg
           file status is ws-fs-arqSitPerg.

      *> Historico de partidas: um registro por partida encerrada, com data,
      *> modo de jogo, filtro de regiao, participantes com pontuacao final
      *> (do vencedor para o ultimo) e o vencedor.
           access mode is sequential
           file status is ws-fs-arqPartidas.

      *> Arquivo de trabalho das ordenacoes do torneio (participacoes por
      *> jogador e, depois, totais pela classificacao).
           select arqOrdTorneio assign to "arqTorneio.srt".

      *> Totais do torneio por jogador, apurados na quebra por nome.
           select arqTorneioTot assign to "arqTorneio.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTorneioTot.

      *> Classificacao do torneio ordenada, paginada na tela do torneio.
           select arqTorneioOrd assign to "arqTorneioOrd.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTorneioOrd.

      *> Arquivo de interface do leaderboard para a intranet. Layout
      *> delimitado por ";", uma linha de cabecalho e depois:
      *>   TIPO (RK=ranking historico, PT=ultima partida); POSICAO (4 dig);
      *>   NOME (sem espacos a direita); PONTOS (4 dig); DATA-EXTRACAO
      *>   (AAAAMMDD). Regravado por inteiro a cada extracao.
           select arqLeaderboard assign to "intLeaderboard.txt"
           relative key is ws-rk-arqFatos
           file status is ws-fs-arqFatos.

      *> Diario de alteracoes das tabelas mantidas por tela (estados,
      *> banco de perguntas, fatos e parametros): um registro por inclusao,
      *> alteracao ou exclusao, com a imagem do registro antes e depois.
           select arqJornal assign to "arqJornal.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

      *> Cadastro de operadores do terminal (identificacao, nome, senha e
      *> perfil), mantido pelo cadOperadores e consultado na identificacao
      *> que antecede o menu.
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-op-id
           file status is ws-fs-arqOperadores.

      *> Registro de acessos: identificacoes, tentativas recusadas e
      *> opcoes do menu negadas pelo perfil do operador.
           select arqAcessos assign to "arqAcessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAcessos.

      *> Controle de numeracao: guarda o ultimo numero de controle de
      *> partida atribuido, incrementado no inicio de cada partida.
           select arqControle assign to "arqControle.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqControle.

      *> Rating de habilidade por jogador (matricula), calculado em lote
      *> pelo calcRating a partir do historico de partidas; so consultado.
           select arqRatings assign to "arqRatings.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rt-codigo
           file status is ws-fs-arqRatings.

       i-o-control.

      *>Divis�o de Declara��o de vari�veis.
           05 fd-rk-nome                           pic x(25).
           05 fd-rk-pontos                         pic 9(04).

       sd arqOrdRanking.
       01  sd-ranking.
           05 sd-rk-nome                           pic x(25).
           05 sd-rk-pontos                         pic 9(04).

       fd arqRankingOrd.
       01  fd-ranking-ord.
           05 fd-rko-nome                          pic x(25).
           05 fd-rko-pontos                        pic 9(04).

       fd arqJogadores.
       01  fd-jogador-reg.
           05 fd-jg-nome-norm                      pic x(25).
       01  fd-log-rec                              pic x(120).

       fd arqCheckpoint.
       01  fd-checkpoint-rec                       pic x(477).

       fd arqRelatorio.
       01  fd-relatorio-rec                        pic x(80).
       fd arqPartidas.
       01  fd-partida-rec                          pic x(400).

       sd arqOrdTorneio.
       01  sd-torneio.
           05 sd-tn-nome                           pic x(25).
           05 sd-tn-vitorias                       pic 9(03).
           05 sd-tn-podios                         pic 9(03).
           05 sd-tn-pontos                         pic 9(06).
           05 sd-tn-partidas                       pic 9(03).

       fd arqTorneioTot.
       01  fd-torneio-tot                          pic x(40).

       fd arqTorneioOrd.
       01  fd-torneio-ord                          pic x(40).

       fd arqLeaderboard.
       01  fd-leaderboard-rec                      pic x(80).

           05 fd-ft-area                           pic 9(07).
           05 fd-ft-vizinhos                       pic 9(02).

       fd arqSitPerguntas.
       01  fd-sit-pergunta.
           05 fd-sp-situacao                       pic x(01).
           05 fd-sp-data                           pic x(08).
           05 fd-sp-operador                       pic x(08).

       fd arqJornal.
       01  fd-jornal-rec                           pic x(250).

       fd arqOperadores.
       01  fd-operador-reg.
           05 fd-op-id                             pic x(08).
           05 fd-op-nome                           pic x(25).
           05 fd-op-senha                          pic x(08).
           05 fd-op-perfil                         pic x(01).

       fd arqAcessos.
       01  fd-acesso-rec                           pic x(78).

       fd arqControle.
       01  fd-controle-rec                         pic x(06).

       fd arqRatings.
       01  fd-rating-reg.
           05 fd-rt-codigo                         pic 9(04).
           05 fd-rt-nome                           pic x(25).
           05 fd-rt-rating                         pic 9(04).
           05 fd-rt-pico                           pic 9(04).
           05 fd-rt-partidas                       pic 9(05).
           05 fd-rt-ult-partida                    pic x(14).


      *> Declara��o das vari�veis do programa.
       working-storage section.
       77  ws-fs-arqEstados                        pic 9(02).
       77  ws-rk-arqPerguntas                      pic 9(02).
       77  ws-fs-arqPerguntas                      pic 9(02).
       77  ws-rk-arqSitPerg                        pic 9(02).
       77  ws-fs-arqSitPerg                        pic 9(02).
       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqRankingOrd                     pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqLogJogo                        pic 9(02).
       77  ws-fs-arqCheckpoint                     pic 9(02).
       77  ws-fs-arqTemporadas                     pic 9(02).
       77  ws-fs-arqLeaderboard                    pic 9(02).
       77  ws-fs-arqPartidas                       pic 9(02).
       77  ws-fs-arqTorneioTot                     pic 9(02).
       77  ws-fs-arqTorneioOrd                     pic 9(02).
       77  ws-fs-arqRelTemporada                   pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).
       77  ws-fs-arqConquistas                     pic 9(02).
       77  ws-rk-arqFatos                          pic 9(02).
       77  ws-fs-arqFatos                          pic 9(02).
       77  ws-fs-arqJornal                         pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAcessos                        pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqRatings                        pic 9(02).

       01  ws-estados occurs 27.
           05 ws-estado                            pic x(25).
           05 ws-regiao                            pic x(12).

      *>------------------------------------------------------------------------
      *> Ranking historico (todas as partidas): pagina em exibicao, lida do
      *> ranking ordenado, com a colocacao de cada jogador
      *>------------------------------------------------------------------------
       01 ws-ranking occurs 10.
          05 ws-pos-ranking                        pic 9(04).
          05 ws-nome-ranking                       pic x(25).
          05 ws-pontos-ranking                     pic 9(04).

       77 ws-qtd-ranking                           pic 9(06) value zero.
       77 ws-ind-rk                                pic 9(02).

      *>------------------------------------------------------------------------
      *> Paginacao das consultas de classificacao (ranking e torneio): dez
      *> linhas por pagina, lidas do arquivo ordenado a cada troca de pagina
      *>------------------------------------------------------------------------
       77 ws-pagina                                pic 9(04).
       77 ws-qtd-paginas                           pic 9(04).
       77 ws-qtd-pular                             pic 9(06).
       77 ws-ind-leitura                           pic 9(06).
       77 ws-flag-paginar                          pic x(01).

       77 ws-flag-fim-ordenacao                    pic x(01).
          88 ws-fim-ordenacao                      value "S".

      *> falha na gravacao do ranking ordenado (arqRanking.trb): o arquivo
      *> nao reflete o ranking atual e nao pode ser publicado
       77 ws-flag-ranking-ord                      pic x(01) value "N".
          88 ws-ranking-ord-erro                   value "S".

      *>------------------------------------------------------------------------
      *> Os 10 maiores ratings de habilidade (arqRatings), do maior para o
      *> menor, exibidos ao lado do ranking por pontos
      *>------------------------------------------------------------------------
       01 ws-top-rating occurs 10.
          05 ws-nome-top-rt                        pic x(25).
          05 ws-rating-top-rt                      pic 9(04).
          05 ws-partidas-top-rt                    pic 9(05).

       77 ws-qtd-top-rt                            pic 9(02) value zero.
       77 ws-ind-trt                               pic 9(02).
       77 ws-ind-trt2                              pic 9(02).

       77 ws-max-jogadores                         pic 9(02) value 10.

          05 ws-ver-conquistas                     pic x(01).
          05 ws-manter-fatos                       pic x(01).
          05 ws-jogar-fatos                        pic x(01).
          05 ws-ver-rating                         pic x(01).
          05 ws-perguntas-informado                pic 9(03).
          05 ws-regiao-escolhida                   pic x(12).

          05 filler                                pic x(01) value space.
          05 tp-data-fim                           pic x(08).
          05 filler                                pic x(01) value space.
          05 tp-posicao                            pic 9(04).
          05 filler                                pic x(01) value space.
          05 tp-nome                               pic x(25).
          05 filler                                pic x(01) value space.
          05 tp-pontos                             pic 9(04).

      *> registro do historico gravado no layout anterior, com a posicao
      *> em dois digitos; convertido para o layout corrente na leitura
       01 ws-temporada-ant.
          05 filler                                pic x(22).
          05 ta-posicao                            pic 9(02).
          05 filler                                pic x(01).
          05 ta-nome                               pic x(25).
          05 filler                                pic x(01).
          05 ta-pontos                             pic 9(04).

       77 ws-num-temporada                         pic 9(03).
       77 ws-data-inicio-temp                      pic x(08).
       77 ws-pos-temporada                         pic 9(04).
       77 ws-nome-campeao                          pic x(25).
       77 ws-flag-temp-erro                        pic x(01) value "N".

      *> Extracao do leaderboard para a intranet
      *>------------------------------------------------------------------------
       77 ws-linha-lb                              pic x(80).
       77 ws-pos-lb                                pic 9(04).
       77 ws-lb-incluir-partida                    pic x(01) value "N".

      *>------------------------------------------------------------------------
             10 filler                             pic x(01) value space.
             10 pt-pontos-jog                      pic 9(04).
             10 filler                             pic x(01) value space.
          05 pt-num-partida                        pic 9(06).

       77 ws-modo-partida                          pic x(08) value "NORMAL".

      *>------------------------------------------------------------------------
      *> Numero de controle da partida em andamento (zero = nenhuma aberta),
      *> carimbado no historico de partidas, em cada linha do log e no
      *> relatorio final; o ultimo numero atribuido fica em arqControle.dat.
      *>------------------------------------------------------------------------
       77 ws-num-partida                           pic 9(06) value zero.

       01 ws-controle-rec.
          05 ct-ult-partida                        pic 9(06).

       77 ws-flag-controle                         pic x(01).
          88 ws-controle-ok                        value "S".

      *> totais do torneio do jogador corrente (mesmo layout dos registros
      *> de arqTorneio.trb e arqTorneioOrd.trb)
       01 ws-torneio.
          05 ws-tn-nome                            pic x(25).
          05 ws-tn-vitorias                        pic 9(03).
          05 ws-tn-podios                          pic 9(03).
          05 ws-tn-pontos                          pic 9(06).
          05 ws-tn-partidas                        pic 9(03).

       77 ws-qtd-torneio                           pic 9(06) value zero.
       77 ws-ind-tn                                pic 9(02).
       77 ws-ind-pt                                pic 9(02).
       77 ws-msn-torneio                           pic x(60).

       01 ws-torneio-linhas.
          05 ws-pb-categoria                       pic x(12).
          05 ws-pb-pergunta                        pic x(50).
          05 ws-pb-resposta                        pic x(25).
          05 ws-pb-situacao                        pic x(01).
             88 ws-pb-ativa                        value "A" space.

       01 ws-pergunta-usada occurs 50              pic x(01).

       77 ws-categoria-manut                       pic x(12).
       77 ws-pergunta-manut                        pic x(50).
       77 ws-resposta-manut                        pic x(25).
       77 ws-situacao-manut                        pic x(01).
          88 ws-situacao-manut-valida              value "A" "E" "R" space.

      *>------------------------------------------------------------------------
      *> Jogo em equipes: cada jogador pode ser vinculado a uma equipe no
       77 ws-regiao-manut                          pic x(12).
       77 ws-op-manut                              pic x(01).

      *>------------------------------------------------------------------------
      *> Diario de alteracoes das telas de manutencao: data-hora, arquivo,
      *> posicao (chave relativa; parametros usam 01), operacao e imagem
      *> integral do registro antes e depois (em branco na inclusao e na
      *> exclusao, respectivamente).
      *>------------------------------------------------------------------------
       01 ws-jornal-rec.
          05 jn-data-hora                          pic x(14).
          05 filler                                pic x(01) value space.
          05 jn-arquivo                            pic x(13).
          05 filler                                pic x(01) value space.
          05 jn-chave                              pic 9(02).
          05 filler                                pic x(01) value space.
          05 jn-operacao                           pic x(07).
          05 filler                                pic x(01) value space.
          05 jn-antes                              pic x(100).
          05 filler                                pic x(01) value space.
          05 jn-depois                             pic x(100).
          05 filler                                pic x(01) value space.
          05 jn-operador                           pic x(08).

      *>------------------------------------------------------------------------
      *> Operador identificado no terminal e seu perfil de acesso:
      *> A = anfitriao de jogo (so joga e consulta), M = mantenedor (mantem
      *> as tabelas do jogo) e S = supervisor (tudo, inclusive encerrar a
      *> temporada e mudar os parametros).
      *>------------------------------------------------------------------------
       01 ws-tela-logon.
          05 ws-logon-id                           pic x(08).
          05 ws-logon-senha                        pic x(08).

       77 ws-operador-id                           pic x(08) value spaces.
       77 ws-operador-nome                         pic x(25) value spaces.
       77 ws-operador-perfil                       pic x(01) value space.
          88 ws-perfil-supervisor                  value "S".
          88 ws-perfil-mantenedor                  value "M" "S".
       77 ws-operador-perfil-descr                 pic x(12) value spaces.

       77 ws-tentativas-logon                      pic 9(01) value zero.
       77 ws-flag-logon                            pic x(01) value "N".
          88 ws-logon-ok                           value "S".

       77 ws-msn-menu                              pic x(50) value spaces.
       77 ws-opcao-recusada                        pic x(30).

      *>------------------------------------------------------------------------
      *> Registro de acessos: data-hora, programa, operador, evento
      *> (ENTRADA, FALHA ou RECUSA) e detalhe (opcao negada ou motivo).
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

       01 ws-tela-jogar.
          05 ws-nome-jogador                       pic x(25).
          05 ws-capital-jog                        pic x(25).
          05 log-tempo                             pic 9(03).
          05 filler                                pic x(01) value space.
          05 log-pontos                            pic 9(03).
          05 filler                                pic x(01) value space.
          05 log-partida                           pic 9(06).

      *>------------------------------------------------------------------------
      *> Registro de checkpoint (permite retomar o jogo apos uma queda).
          05 cp-ind-jog                            pic 9(02).
          05 cp-ind-est                            pic 9(02).
          05 cp-estado-usado occurs 27             pic x(01).
          05 cp-num-partida                        pic 9(06).
       01 ws-checkpoint-rec-r redefines ws-checkpoint-rec
                                                    pic x(477).

       77 ws-resp-retomar                          pic x(01).
       77 ws-flag-ck-invalido                      pic x(01) value "N".
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "               Bem-Vindo ao Jogo sobre os Estados Brasileiros                    ".
           05 line 03 col 01 value "      Operador:                                                                  ".
           05 line 05 col 01 value "      MENU                                                                       ".
           05 line 06 col 01 value "        [ ]Cadastro de Jogadores                                                 ".
           05 line 07 col 01 value "        [ ]Jogar                                                                 ".
           05 line 17 col 01 value "        [ ]Ver Campeoes de Temporadas          [ ]Manter Fatos dos Estados       ".
           05 line 18 col 01 value "        [ ]Gerar Leaderboard p/ Intranet       [ ]Jogar Fatos dos Estados        ".
           05 line 19 col 01 value "        [ ]Ver Torneio (entre partidas) Perguntas por jogador (0=livre):         ".
           05 line 20 col 01 value "        [ ]Jogar Banco de Perguntas            [ ]Ver Ranking x Rating           ".
           05 line 21 col 01 value "        [ ]Manter Banco de Perguntas                                             ".
           05 line 23 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-menu              line 01  col 71 pic x(01)
           using ws-sair                foreground-color 12.

           05 sc-operador-menu          line 03  col 17 pic x(25)
           from ws-operador-nome        foreground-color 15.

           05 sc-perfil-menu            line 03  col 44 pic x(12)
           from ws-operador-perfil-descr foreground-color 15.

           05 sc-msn-menu               line 23  col 16 pic x(50)
           from ws-msn-menu             foreground-color 15.

           05 sc-cadastro-jogadores     line 06  col 10 pic x(01)
           using ws-cadastro-jogadores  foreground-color 15.

           05 sc-jogar-banco            line 20  col 10 pic x(01)
           using ws-jogar-banco         foreground-color 15.

           05 sc-ver-rating             line 20  col 49 pic x(01)
           using ws-ver-rating          foreground-color 15.

           05 sc-manter-banco           line 21  col 10 pic x(01)
           using ws-manter-banco        foreground-color 15.

       01  sc-tela-logon.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "               Bem-Vindo ao Jogo sobre os Estados Brasileiros                    ".
           05 line 03 col 01 value "                            Identificacao do Operador                            ".
           05 line 05 col 01 value "      Operador :                                                                 ".
           05 line 06 col 01 value "      Senha    :                                                                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-logon             line 01  col 71 pic x(01)
           using ws-sair                foreground-color 12.

           05 sc-id-logon               line 05  col 17 pic x(08)
           using ws-logon-id            foreground-color 15.

           05 sc-senha-logon            line 06  col 17 pic x(08)
           using ws-logon-senha         secure foreground-color 15.

           05 sc-msn-logon              line 22  col 16 pic x(50)
           from ws-msn                  foreground-color 15.

       01  sc-tela-jogador.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 blank screen.
           05 line 02 col 01 value "                Torneio - Classificacao entre Partidas                          ".
           05 line 03 col 01 value "      Jogador                    Vitorias  Podios  Pontos  Partidas             ".
           05 line 15 col 01 value "      P=proxima  A=anterior  ENTER=menu :                                        ".


           05 sc-torneio1                line 04  col 05 pic x(70)
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                     Manutencao do Banco de Perguntas                            ".
           05 line 03 col 01 value "      (I)ncluir  (A)lterar  (E)xcluir  (C)onsultar  (S)ituacao                   ".
           05 line 04 col 01 value "      Operacao           :                                                       ".
           05 line 05 col 01 value "      Posicao (1-50)     :                                                       ".
           05 line 06 col 01 value "      Categoria          :                                                       ".
           05 line 07 col 01 value "      Pergunta           :                                                       ".
           05 line 08 col 01 value "      Resposta           :                                                       ".
           05 line 09 col 01 value "      Situacao           :     A = ativa  E = em revisao  R = retirada           ".
           05 line 10 col 01 value "                                (so as ativas entram no sorteio)                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-resposta-manut-pb       line 08  col 28 pic x(25)
           using ws-resposta-manut       foreground-color 15.

           05 sc-situacao-manut-pb       line 09  col 28 pic x(01)
           using ws-situacao-manut       foreground-color 15.

           05 sc-msn-manut-pb            line 22  col 16 pic x(50)
           from ws-msn                   foreground-color 15.

           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Ranking Historico (todas as partidas)                  ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 05 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 06 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 07 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 08 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 09 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 10 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 11 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 12 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 13 col 01 value "    o colocado       :                                       Pontos:             ".
           05 line 15 col 01 value "      Pagina      de        P=proxima  A=anterior  ENTER=menu   :                ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-rk                 line 01  col 71 pic x(01)
           using ws-sair                 foreground-color 12.

           05 sc-pagina-rk               line 15  col 14 pic zzz9
           from ws-pagina                foreground-color 15.

           05 sc-qtd-paginas-rk          line 15  col 22 pic zzz9
           from ws-qtd-paginas           foreground-color 15.

           05 sc-resp-rk                 line 15  col 67 pic x(01)
           using ws-resp-continuar       foreground-color 15.

           05 sc-pos-rk1                  line 04  col 01 pic zzzz
           from ws-pos-ranking(1)        foreground-color 12.

           05 sc-nome-rk1                line 04  col 21 pic x(25)
           from ws-nome-ranking(1) foreground-color 12.

           05 sc-pontos-rk1              line 04  col 68 pic 9(04)
           from ws-pontos-ranking(1) foreground-color 12.

           05 sc-pos-rk2                  line 05  col 01 pic zzzz
           from ws-pos-ranking(2)        foreground-color 12.

           05 sc-nome-rk2                line 05  col 21 pic x(25)
           from ws-nome-ranking(2) foreground-color 12.

           05 sc-pontos-rk2              line 05  col 68 pic 9(04)
           from ws-pontos-ranking(2) foreground-color 12.

           05 sc-pos-rk3                  line 06  col 01 pic zzzz
           from ws-pos-ranking(3)        foreground-color 12.

           05 sc-nome-rk3                line 06  col 21 pic x(25)
           from ws-nome-ranking(3) foreground-color 12.

           05 sc-pontos-rk3              line 06  col 68 pic 9(04)
           from ws-pontos-ranking(3) foreground-color 12.

           05 sc-pos-rk4                  line 07  col 01 pic zzzz
           from ws-pos-ranking(4)        foreground-color 12.

           05 sc-nome-rk4                line 07  col 21 pic x(25)
           from ws-nome-ranking(4) foreground-color 12.

           05 sc-pontos-rk4              line 07  col 68 pic 9(04)
           from ws-pontos-ranking(4) foreground-color 12.

           05 sc-pos-rk5                  line 08  col 01 pic zzzz
           from ws-pos-ranking(5)        foreground-color 12.

           05 sc-nome-rk5                line 08  col 21 pic x(25)
           from ws-nome-ranking(5) foreground-color 12.

           05 sc-pontos-rk5              line 08  col 68 pic 9(04)
           from ws-pontos-ranking(5) foreground-color 12.

           05 sc-pos-rk6                  line 09  col 01 pic zzzz
           from ws-pos-ranking(6)        foreground-color 12.

           05 sc-nome-rk6                line 09  col 21 pic x(25)
           from ws-nome-ranking(6) foreground-color 12.

           05 sc-pontos-rk6              line 09  col 68 pic 9(04)
           from ws-pontos-ranking(6) foreground-color 12.

           05 sc-pos-rk7                  line 10  col 01 pic zzzz
           from ws-pos-ranking(7)        foreground-color 12.

           05 sc-nome-rk7                line 10  col 21 pic x(25)
           from ws-nome-ranking(7) foreground-color 12.

           05 sc-pontos-rk7              line 10  col 68 pic 9(04)
           from ws-pontos-ranking(7) foreground-color 12.

           05 sc-pos-rk8                  line 11  col 01 pic zzzz
           from ws-pos-ranking(8)        foreground-color 12.

           05 sc-nome-rk8                line 11  col 21 pic x(25)
           from ws-nome-ranking(8) foreground-color 12.

           05 sc-pontos-rk8              line 11  col 68 pic 9(04)
           from ws-pontos-ranking(8) foreground-color 12.

           05 sc-pos-rk9                  line 12  col 01 pic zzzz
           from ws-pos-ranking(9)        foreground-color 12.

           05 sc-nome-rk9                line 12  col 21 pic x(25)
           from ws-nome-ranking(9) foreground-color 12.

           05 sc-pontos-rk9              line 12  col 68 pic 9(04)
           from ws-pontos-ranking(9) foreground-color 12.

           05 sc-pos-rk10                  line 13  col 01 pic zzzz
           from ws-pos-ranking(10)        foreground-color 12.

           05 sc-nome-rk10               line 13  col 21 pic x(25)
           from ws-nome-ranking(10) foreground-color 12.

           05 sc-pontos-rk10             line 13  col 68 pic 9(04)
           from ws-pontos-ranking(10) foreground-color 12.

       01  sc-tela-rating.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                    Ranking por Pontos  x  Rating de Habilidade                  ".
           05 line 03 col 01 value "     Jogador                  Pontos | Jogador                  Rating Partidas  ".
           05 line 04 col 01 value "  1o                                 |                                           ".
           05 line 05 col 01 value "  2o                                 |                                           ".
           05 line 06 col 01 value "  3o                                 |                                           ".
           05 line 07 col 01 value "  4o                                 |                                           ".
           05 line 08 col 01 value "  5o                                 |                                           ".
           05 line 09 col 01 value "  6o                                 |                                           ".
           05 line 10 col 01 value "  7o                                 |                                           ".
           05 line 11 col 01 value "  8o                                 |                                           ".
           05 line 12 col 01 value "  9o                                 |                                           ".
           05 line 13 col 01 value " 10o                                 |                                           ".
           05 line 15 col 01 value "      Rating recalculado em lote pelo calcRating (partidas em ordem de data).    ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-rt                 line 01  col 71 pic x(01)
           using ws-sair                 foreground-color 12.

           05 sc-nome-rkr1               line 04  col 06 pic x(25)
           from ws-nome-ranking(1) foreground-color 12.

           05 sc-pontos-rkr1             line 04  col 32 pic zzzz
           from ws-pontos-ranking(1) foreground-color 12.

           05 sc-nome-rt1                line 04  col 40 pic x(25)
           from ws-nome-top-rt(1)        foreground-color 15.

           05 sc-rating-rt1              line 04  col 66 pic zzzz
           from ws-rating-top-rt(1)      foreground-color 15.

           05 sc-partidas-rt1            line 04  col 73 pic zzzzz
           from ws-partidas-top-rt(1)    foreground-color 15.

           05 sc-nome-rkr2               line 05  col 06 pic x(25)
           from ws-nome-ranking(2) foreground-color 12.

           05 sc-pontos-rkr2             line 05  col 32 pic zzzz
           from ws-pontos-ranking(2) foreground-color 12.

           05 sc-nome-rt2                line 05  col 40 pic x(25)
           from ws-nome-top-rt(2)        foreground-color 15.

           05 sc-rating-rt2              line 05  col 66 pic zzzz
           from ws-rating-top-rt(2)      foreground-color 15.

           05 sc-partidas-rt2            line 05  col 73 pic zzzzz
           from ws-partidas-top-rt(2)    foreground-color 15.

           05 sc-nome-rkr3               line 06  col 06 pic x(25)
           from ws-nome-ranking(3) foreground-color 12.

           05 sc-pontos-rkr3             line 06  col 32 pic zzzz
           from ws-pontos-ranking(3) foreground-color 12.

           05 sc-nome-rt3                line 06  col 40 pic x(25)
           from ws-nome-top-rt(3)        foreground-color 15.

           05 sc-rating-rt3              line 06  col 66 pic zzzz
           from ws-rating-top-rt(3)      foreground-color 15.

           05 sc-partidas-rt3            line 06  col 73 pic zzzzz
           from ws-partidas-top-rt(3)    foreground-color 15.

           05 sc-nome-rkr4               line 07  col 06 pic x(25)
           from ws-nome-ranking(4) foreground-color 12.

           05 sc-pontos-rkr4             line 07  col 32 pic zzzz
           from ws-pontos-ranking(4) foreground-color 12.

           05 sc-nome-rt4                line 07  col 40 pic x(25)
           from ws-nome-top-rt(4)        foreground-color 15.

           05 sc-rating-rt4              line 07  col 66 pic zzzz
           from ws-rating-top-rt(4)      foreground-color 15.

           05 sc-partidas-rt4            line 07  col 73 pic zzzzz
           from ws-partidas-top-rt(4)    foreground-color 15.

           05 sc-nome-rkr5               line 08  col 06 pic x(25)
           from ws-nome-ranking(5) foreground-color 12.

           05 sc-pontos-rkr5             line 08  col 32 pic zzzz
           from ws-pontos-ranking(5) foreground-color 12.

           05 sc-nome-rt5                line 08  col 40 pic x(25)
           from ws-nome-top-rt(5)        foreground-color 15.

           05 sc-rating-rt5              line 08  col 66 pic zzzz
           from ws-rating-top-rt(5)      foreground-color 15.

           05 sc-partidas-rt5            line 08  col 73 pic zzzzz
           from ws-partidas-top-rt(5)    foreground-color 15.

           05 sc-nome-rkr6               line 09  col 06 pic x(25)
           from ws-nome-ranking(6) foreground-color 12.

           05 sc-pontos-rkr6             line 09  col 32 pic zzzz
           from ws-pontos-ranking(6) foreground-color 12.

           05 sc-nome-rt6                line 09  col 40 pic x(25)
           from ws-nome-top-rt(6)        foreground-color 15.

           05 sc-rating-rt6              line 09  col 66 pic zzzz
           from ws-rating-top-rt(6)      foreground-color 15.

           05 sc-partidas-rt6            line 09  col 73 pic zzzzz
           from ws-partidas-top-rt(6)    foreground-color 15.

           05 sc-nome-rkr7               line 10  col 06 pic x(25)
           from ws-nome-ranking(7) foreground-color 12.

           05 sc-pontos-rkr7             line 10  col 32 pic zzzz
           from ws-pontos-ranking(7) foreground-color 12.

           05 sc-nome-rt7                line 10  col 40 pic x(25)
           from ws-nome-top-rt(7)        foreground-color 15.

           05 sc-rating-rt7              line 10  col 66 pic zzzz
           from ws-rating-top-rt(7)      foreground-color 15.

           05 sc-partidas-rt7            line 10  col 73 pic zzzzz
           from ws-partidas-top-rt(7)    foreground-color 15.

           05 sc-nome-rkr8               line 11  col 06 pic x(25)
           from ws-nome-ranking(8) foreground-color 12.

           05 sc-pontos-rkr8             line 11  col 32 pic zzzz
           from ws-pontos-ranking(8) foreground-color 12.

           05 sc-nome-rt8                line 11  col 40 pic x(25)
           from ws-nome-top-rt(8)        foreground-color 15.

           05 sc-rating-rt8              line 11  col 66 pic zzzz
           from ws-rating-top-rt(8)      foreground-color 15.

           05 sc-partidas-rt8            line 11  col 73 pic zzzzz
           from ws-partidas-top-rt(8)    foreground-color 15.

           05 sc-nome-rkr9               line 12  col 06 pic x(25)
           from ws-nome-ranking(9) foreground-color 12.

           05 sc-pontos-rkr9             line 12  col 32 pic zzzz
           from ws-pontos-ranking(9) foreground-color 12.

           05 sc-nome-rt9                line 12  col 40 pic x(25)
           from ws-nome-top-rt(9)        foreground-color 15.

           05 sc-rating-rt9              line 12  col 66 pic zzzz
           from ws-rating-top-rt(9)      foreground-color 15.

           05 sc-partidas-rt9            line 12  col 73 pic zzzzz
           from ws-partidas-top-rt(9)    foreground-color 15.

           05 sc-nome-rkr10              line 13  col 06 pic x(25)
           from ws-nome-ranking(10) foreground-color 12.

           05 sc-pontos-rkr10            line 13  col 32 pic zzzz
           from ws-pontos-ranking(10) foreground-color 12.

           05 sc-nome-rt10               line 13  col 40 pic x(25)
           from ws-nome-top-rt(10)       foreground-color 15.

           05 sc-rating-rt10             line 13  col 66 pic zzzz
           from ws-rating-top-rt(10)     foreground-color 15.

           05 sc-partidas-rt10           line 13  col 73 pic zzzzz
           from ws-partidas-top-rt(10)   foreground-color 15.

           05 sc-msn-rt                  line 22  col 16 pic x(50)
           from ws-msn                   foreground-color 15.

       01  sc-tela-manutencao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>------------------------------------------------------------------------
       inicializa section.

      *> identificacao do operador antes de qualquer outra tela
           perform logon-operador

      *> inicializa��o da tabela de estados
           open i-o arqEstados.
           if ws-fs-arqEstados <> 0 then

           perform carregar-parametros
           perform carregar-banco-perguntas
           perform carregar-situacao-perguntas
           perform carregar-fatos
           perform auditar-estados
           perform verificar-checkpoint

           .
       carregar-banco-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega a situacao de cada pergunta do banco (cria o arquivo na
      *> primeira execucao). Posicao sem registro fica ativa.
      *>------------------------------------------------------------------------
       carregar-situacao-perguntas section.

           open i-o arqSitPerguntas

           if ws-fs-arqSitPerg = 35
               open output arqSitPerguntas
               close       arqSitPerguntas
               open i-o    arqSitPerguntas
           end-if

           if ws-fs-arqSitPerg <> 0 then
               move 8                                 to ws-msn-erro-ofsset
               move ws-fs-arqSitPerg                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqSitPerguntas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-rk-arqSitPerg from 1 by 1
                                            until ws-rk-arqSitPerg > 50

               read arqSitPerguntas

               if ws-fs-arqSitPerg = 0
                   move fd-sp-situacao to ws-pb-situacao(ws-rk-arqSitPerg)
               else
                   move "A"            to ws-pb-situacao(ws-rk-arqSitPerg)
               end-if

           end-perform

           close arqSitPerguntas

           .
       carregar-situacao-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega os fatos dos estados na tabela espelho ws-fatos (cria o
      *> arquivo na primeira execucao). Posicao sem registro fica zerada e
           exit.

      *>------------------------------------------------------------------------
      *> Ordena o ranking historico inteiro, do maior para o menor pontuador
      *> (empate: ordem alfabetica), em arqRanking.trb, que as telas paginam
      *> e o encerramento de temporada e o leaderboard percorrem; o total de
      *> jogadores fica em ws-qtd-ranking.
      *>------------------------------------------------------------------------
       carregar-ranking section.

           move zero to ws-qtd-ranking
           move "N"  to ws-flag-ranking-ord

           open input arqRanking

           end-if

           if ws-fs-arqRanking = 0

               close arqRanking

               sort arqOrdRanking
                   on descending key sd-rk-pontos
                   on ascending  key sd-rk-nome
                   using arqRanking
                   output procedure is gravar-ranking-ordenado

           else

      *>         sem ranking legivel as consultas partem de um ordenado vazio
               open output arqRankingOrd
               if ws-fs-arqRankingOrd <> 0
                   move "S" to ws-flag-ranking-ord
                   move "Erro ao gravar arq. arqRanking.trb" to ws-msn
               else
                   close arqRankingOrd
               end-if

           end-if

           .
       carregar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao do ranking: grava o ranking ordenado e conta
      *>   os jogadores. Sem o ordenado aberto a ordenacao so e esgotada.
      *>------------------------------------------------------------------------
       gravar-ranking-ordenado section.

           open output arqRankingOrd

           if ws-fs-arqRankingOrd <> 0
               move "S" to ws-flag-ranking-ord
               move "Erro ao gravar arq. arqRanking.trb" to ws-msn
           end-if

           move "N" to ws-flag-fim-ordenacao

           perform until ws-fim-ordenacao

               return arqOrdRanking
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       if not ws-ranking-ord-erro
                           add  1            to ws-qtd-ranking
                           move sd-rk-nome   to fd-rko-nome
                           move sd-rk-pontos to fd-rko-pontos
                           write fd-ranking-ord
                       end-if
               end-return

           end-perform

           if not ws-ranking-ord-erro
               close arqRankingOrd
           end-if

           .
       gravar-ranking-ordenado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Exibe o ranking historico (todas as partidas), do maior para o
      *> menor pontuador, dez colocados por pagina.
      *>------------------------------------------------------------------------
       mostrar-ranking section.

           perform carregar-ranking

           move 1   to ws-pagina
           move "S" to ws-flag-paginar
           compute ws-qtd-paginas = (ws-qtd-ranking + 9) / 10
           if ws-qtd-paginas = zero
               move 1 to ws-qtd-paginas
           end-if

           perform until ws-flag-paginar = "N"

               perform carregar-pagina-ranking

               move space to ws-msn
               move space to ws-sair
               move space to ws-resp-continuar

               display sc-tela-ranking
               accept sc-tela-ranking

               perform navegar-pagina

           end-perform

           .
       mostrar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Exibe os 10 primeiros do ranking por pontos ao lado dos 10 maiores
      *> ratings de habilidade calculados pelo calcRating.
      *>------------------------------------------------------------------------
       mostrar-rating section.

           perform carregar-ranking

           move 1 to ws-pagina
           perform carregar-pagina-ranking

           move space to ws-msn
           move space to ws-sair

           perform carregar-top-rating

           display sc-tela-rating
           accept sc-tela-rating

           .
       mostrar-rating-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre arqRatings inteiro guardando os 10 maiores ratings, em
      *>   ordem decrescente (empate: fica na frente quem foi lido antes,
      *>   ou seja, a menor matricula).
      *>------------------------------------------------------------------------
       carregar-top-rating section.

           move zero to ws-qtd-top-rt
           perform varying ws-ind-trt from 1 by 1 until ws-ind-trt > 10
               move spaces to ws-nome-top-rt(ws-ind-trt)
               move zero   to ws-rating-top-rt(ws-ind-trt)
               move zero   to ws-partidas-top-rt(ws-ind-trt)
           end-perform

           open input arqRatings

           if ws-fs-arqRatings <> 0

               move "Rating ainda nao calculado (calcRating)" to ws-msn

           else

               move zero to fd-rt-codigo
               start arqRatings key is >= fd-rt-codigo

               perform until ws-fs-arqRatings <> 0

                   read arqRatings next

                   if ws-fs-arqRatings = 0

      *>                 posicao em que o rating lido entra na tabela:
      *>                 a primeira com rating menor, ou depois da ultima
                       compute ws-ind-trt = ws-qtd-top-rt + 1
                       perform varying ws-ind-trt2 from ws-qtd-top-rt by -1
                                                  until ws-ind-trt2 = zero
                           if fd-rt-rating > ws-rating-top-rt(ws-ind-trt2)
                               move ws-ind-trt2 to ws-ind-trt
                           end-if
                       end-perform

                       if ws-ind-trt <= 10

                           if ws-qtd-top-rt < 10
                               add 1 to ws-qtd-top-rt
                           end-if

      *>                     abre a vaga descendo os seguintes
                           perform varying ws-ind-trt2 from ws-qtd-top-rt
                                          by -1 until ws-ind-trt2 <= ws-ind-trt
                               move ws-top-rating(ws-ind-trt2 - 1)
                                 to ws-top-rating(ws-ind-trt2)
                           end-perform

                           move fd-rt-nome     to ws-nome-top-rt(ws-ind-trt)
                           move fd-rt-rating   to ws-rating-top-rt(ws-ind-trt)
                           move fd-rt-partidas to ws-partidas-top-rt(ws-ind-trt)

                       end-if

                   end-if

               end-perform

               close arqRatings

               if ws-qtd-top-rt = zero
                   move "Nenhum rating calculado ate agora" to ws-msn
               end-if

           end-if

           .
       carregar-top-rating-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega em ws-ranking a pagina corrente (ws-pagina) do ranking
      *>   ordenado, com a colocacao de cada jogador; linhas alem do fim do
      *>   ranking ficam em branco.
      *>------------------------------------------------------------------------
       carregar-pagina-ranking section.

           perform varying ws-ind-rk from 1 by 1 until ws-ind-rk > 10
               move zero   to ws-pos-ranking(ws-ind-rk)
               move spaces to ws-nome-ranking(ws-ind-rk)
               move zero   to ws-pontos-ranking(ws-ind-rk)
           end-perform

           compute ws-qtd-pular = (ws-pagina - 1) * 10
           move zero to ws-ind-leitura
           move zero to ws-ind-rk

           open input arqRankingOrd

           if ws-fs-arqRankingOrd = 0

               perform until ws-fs-arqRankingOrd <> 0
                          or ws-ind-rk >= 10

                   read arqRankingOrd

                   if ws-fs-arqRankingOrd = 0
                       add 1 to ws-ind-leitura
                       if ws-ind-leitura > ws-qtd-pular
                           add  1              to ws-ind-rk
                           move ws-ind-leitura to ws-pos-ranking(ws-ind-rk)
                           move fd-rko-nome    to ws-nome-ranking(ws-ind-rk)
                           move fd-rko-pontos  to ws-pontos-ranking(ws-ind-rk)
                       end-if
                   end-if

               end-perform

               close arqRankingOrd

           end-if

           .
       carregar-pagina-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Trata a resposta das telas paginadas (ranking e torneio): P vai a
      *>   pagina seguinte, A volta a anterior; ENTER ou Sair encerram a
      *>   consulta. Nas pontas a pagina fica onde esta.
      *>------------------------------------------------------------------------
       navegar-pagina section.

           evaluate true
               when ws-sair = "X" or ws-sair = "x"
                   move "N" to ws-flag-paginar
               when ws-resp-continuar = "P" or ws-resp-continuar = "p"
                   if ws-pagina < ws-qtd-paginas
                       add 1 to ws-pagina
                   end-if
               when ws-resp-continuar = "A" or ws-resp-continuar = "a"
                   if ws-pagina > 1
                       subtract 1 from ws-pagina
                   end-if
               when other
                   move "N" to ws-flag-paginar
           end-evaluate

           .
       navegar-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
               perform carregar-ranking

               if ws-qtd-ranking = zero
      *>            com erro no ordenado a mensagem do erro fica na tela
                   if not ws-ranking-ord-erro
                       move "Ranking vazio: nada a arquivar" to ws-msn
                   end-if
               else
                   perform apurar-temporada-anterior
                   perform arquivar-temporada
      *>            so zera o ranking quando o arquivamento gravou tudo;
      *>            consulta posterior de quando e com que totais ele rodou
                   perform gravar-registro-lote
               end-if

               display sc-tela-temporada
               accept  sc-tela-temporada
      *>------------------------------------------------------------------------
      *>   Grava a classificacao final da temporada no historico de
      *>   temporadas e no relatorio impresso relTemporada.txt, do campeao
      *>   para o ultimo colocado, percorrendo o ranking ordenado.
      *>------------------------------------------------------------------------
       arquivar-temporada section.

           move "N"    to ws-flag-temp-erro
           move spaces to ws-nome-campeao

           accept ws-data-relatorio from date yyyymmdd

           open extend arqTemporadas

           if ws-fs-arqTemporadas = 35

           else

           move zero to ws-pos-temporada

           open input arqRankingOrd

           perform until ws-fs-arqRankingOrd <> 0

               read arqRankingOrd

               if ws-fs-arqRankingOrd = 0

                   add 1 to ws-pos-temporada

                   if ws-pos-temporada = 1
                       move fd-rko-nome to ws-nome-campeao
                   end-if

                   move ws-num-temporada              to tp-temporada
                   move ws-data-inicio-temp           to tp-data-inicio
                   move ws-data-relatorio             to tp-data-fim
                   move ws-pos-temporada              to tp-posicao
                   move fd-rko-nome                   to tp-nome
                   move fd-rko-pontos                 to tp-pontos

                   write fd-temporada-rec from ws-temporada-rec

                   if ws-fs-arqTemporadas <> 0
                       move "S" to ws-flag-temp-erro
                       move "Erro ao gravar arq. arqTemporadas" to ws-msn
                   end-if

               end-if

           end-perform

           close arqRankingOrd

      *>     o ordenado tem de cobrir o ranking inteiro; faltando alguem,
      *>     a temporada nao e dada por encerrada
           if ws-pos-temporada <> ws-qtd-ranking
               move "S" to ws-flag-temp-erro
               move "Erro ao ler arq. arqRanking.trb" to ws-msn
           end-if

           close arqTemporadas

           end-if
           move spaces to ws-relatorio-rec
           perform gravar-linha-temporada

           move zero to ws-pos-temporada

           open input arqRankingOrd

           perform until ws-fs-arqRankingOrd <> 0

               read arqRankingOrd

               if ws-fs-arqRankingOrd = 0

                   add 1 to ws-pos-temporada

                   move spaces to ws-relatorio-rec

                   if ws-pos-temporada = 1
                       string "CAMPEAO  -> " fd-rko-nome
                              "   Pontos: " fd-rko-pontos
                              delimited by size into ws-relatorio-rec
                       end-string
                   else
                       string "            " fd-rko-nome
                              "   Pontos: " fd-rko-pontos
                              delimited by size into ws-relatorio-rec
                       end-string
                   end-if

                   perform gravar-linha-temporada

               end-if

           end-perform

           close arqRankingOrd

           move spaces to ws-relatorio-rec
           perform gravar-linha-temporada

           exit.

      *>------------------------------------------------------------------------
      *>   Zera o ranking historico (arquivo e pagina em memoria) para o
      *>   inicio da nova temporada.
      *>------------------------------------------------------------------------
       zerar-ranking section.
           open output arqRanking
           close       arqRanking

           perform varying ws-ind-rk from 1 by 1 until ws-ind-rk > 10
               move zero   to ws-pos-ranking(ws-ind-rk)
               move spaces to ws-nome-ranking(ws-ind-rk)
               move zero   to ws-pontos-ranking(ws-ind-rk)
           end-perform

                   read arqTemporadas into ws-temporada-rec

                   if ws-fs-arqTemporadas = 0
                       perform converter-temporada-ant
                   end-if

                   if ws-fs-arqTemporadas = 0
                      and tp-posicao is numeric
                      and tp-posicao = 1
       registrar-campeao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Um registro do historico gravado antes da posicao passar a ter
      *>   quatro digitos chega desalinhado (a posicao recebe o inicio do
      *>   nome): remonta-o no layout corrente.
      *>------------------------------------------------------------------------
       converter-temporada-ant section.

           if tp-posicao is not numeric
               move ws-temporada-rec to ws-temporada-ant
               if ta-posicao is numeric
                   move ta-posicao to tp-posicao
                   move ta-nome    to tp-nome
                   move ta-pontos  to tp-pontos
               end-if
           end-if

           .
       converter-temporada-ant-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verifica se existe um checkpoint de jogo anterior e oferece retomada.
      *>------------------------------------------------------------------------
                           move cp-estado-usado(ws-ind-ck) to ws-estado-usado(ws-ind-ck)
                       end-perform

                       move cp-ind-jog to ws-ind-jog-inicial

      *>                   a partida retomada continua com o mesmo numero
      *>                   de controle (checkpoint antigo nao tem o numero)
                       if cp-num-partida is numeric
                           move cp-num-partida to ws-num-partida
                       end-if

                   end-if

                   else
                       move "S" to ws-flag-ck-invalido
                   end-if

               end-if

           end-if

           close arqCheckpoint

           if ws-flag-ck-invalido = "S"
               perform limpar-checkpoint
           end-if

           .
       verificar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Identificacao do operador: ate tres tentativas de operador e senha
      *> contra o cadastro de operadores. Cada tentativa recusada e cada
      *> entrada ficam no registro de acessos; sem identificacao valida o
      *> programa encerra sem mostrar o menu.
      *>------------------------------------------------------------------------
       logon-operador section.

           open input arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                to ws-msn-erro-cod
               move "Sem operadores: execute cadOperadores"
                                                       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero   to ws-tentativas-logon
           move "N"    to ws-flag-logon
           move spaces to ws-msn
           move space  to ws-sair

           perform until ws-logon-ok
                      or ws-tentativas-logon >= 3
                      or ws-sair = "X"
                      or ws-sair = "x"

               move spaces to ws-logon-id
               move spaces to ws-logon-senha

               display sc-tela-logon
               accept  sc-tela-logon

               if ws-sair <> "X" and ws-sair <> "x"

                   add 1 to ws-tentativas-logon

                   move function upper-case(ws-logon-id) to ws-logon-id
                   move ws-logon-id to fd-op-id
                   read arqOperadores

                   if ws-fs-arqOperadores = 0
                      and ws-logon-id <> spaces
                      and fd-op-senha = ws-logon-senha
                       move "S"          to ws-flag-logon
                       move fd-op-id     to ws-operador-id
                       move fd-op-nome   to ws-operador-nome
                       move fd-op-perfil to ws-operador-perfil
                       move "ENTRADA"    to ac-evento
                       move spaces       to ac-detalhe
                       perform registrar-acesso
                   else
                       move "Operador ou senha invalidos" to ws-msn
                       move ws-logon-id  to ws-operador-id
                       move "FALHA"      to ac-evento
                       move "operador ou senha invalidos" to ac-detalhe
                       perform registrar-acesso
                       move spaces       to ws-operador-id
                   end-if

               end-if

           end-perform

           close arqOperadores

           if not ws-logon-ok
               move 7                                  to ws-msn-erro-ofsset
               move zero                               to ws-msn-erro-cod
               move "Acesso nao autorizado"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-perfil-supervisor
                   move "Supervisor"  to ws-operador-perfil-descr
               when ws-perfil-mantenedor
                   move "Mantenedor"  to ws-operador-perfil-descr
               when other
                   move "Anfitriao"   to ws-operador-perfil-descr
           end-evaluate

           move spaces to ws-msn
           move space  to ws-sair

           .
       logon-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa um evento ao registro de acessos. Antes da chamada,
      *>   ac-evento e ac-detalhe ja vem preenchidos; o operador e o
      *>   corrente (ou a identificacao tentada, na falha de entrada).
      *>------------------------------------------------------------------------
       registrar-acesso section.

           move function current-date(1:14) to ac-data-hora
           move "lista16ex2v2"               to ac-programa
           move ws-operador-id               to ac-operador

           open extend arqAcessos

           if ws-fs-arqAcessos = 35
               open output arqAcessos
           end-if

           if ws-fs-arqAcessos = 0
               write fd-acesso-rec from ws-acesso-rec
               close arqAcessos
           end-if

           .
       registrar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Recusa a opcao do menu (ws-opcao-recusada) que o perfil do
      *>   operador nao permite: avisa na linha de mensagens do menu e
      *>   anota a recusa no registro de acessos.
      *>------------------------------------------------------------------------
       recusar-opcao section.

           move spaces to ws-msn-menu
           string "Sem permissao: " ws-opcao-recusada
                  delimited by size into ws-msn-menu
           end-string

           move "RECUSA"          to ac-evento
           move ws-opcao-recusada to ac-detalhe
           perform registrar-acesso

           .
       recusar-opcao-exit.
           exit.

      *>------------------------------------------------------------------------
               initialize ws-tela-menu ws-sair
               display sc-tela-menu
               accept sc-tela-menu
               move spaces to ws-msn-menu

      *>        duracao da proxima partida, informada junto com a escolha
      *>        do modo de jogo (zero = partida livre)

               if  ws-manutencao = "X"
               or  ws-manutencao = "x" then
                   if ws-perfil-mantenedor
                    perform manter-estados
      *>            o cadastro pode ter mudado: reavalia as irregularidades
                    perform auditar-estados
                   else
                    move "Manutencao de Estados" to ws-opcao-recusada
                    perform recusar-opcao
                   end-if
               end-if

               if  ws-auditar-estados = "X"

               if  ws-encerrar-temporada = "X"
               or  ws-encerrar-temporada = "x" then
                   if ws-perfil-supervisor
                    perform encerrar-temporada
                   else
                    move "Encerrar Temporada" to ws-opcao-recusada
                    perform recusar-opcao
                   end-if
               end-if

               if  ws-ver-campeoes = "X"

               if  ws-manter-banco = "X"
               or  ws-manter-banco = "x" then
                   if ws-perfil-mantenedor
                    perform manter-perguntas
                   else
                    move "Manter Banco de Perguntas" to ws-opcao-recusada
                    perform recusar-opcao
                   end-if
               end-if

               if  ws-jogar-fatos = "X"

               if  ws-manter-fatos = "X"
               or  ws-manter-fatos = "x" then
                   if ws-perfil-mantenedor
                    perform manter-fatos
                   else
                    move "Manter Fatos dos Estados" to ws-opcao-recusada
                    perform recusar-opcao
                   end-if
               end-if

               if  ws-manter-parametros = "X"
               or  ws-manter-parametros = "x" then
                   if ws-perfil-supervisor
                    perform manter-parametros
                   else
                    move "Manter Parametros do Jogo" to ws-opcao-recusada
                    perform recusar-opcao
                   end-if
               end-if

               if  ws-ver-conquistas = "X"
                    perform mostrar-torneio
               end-if

               if  ws-ver-rating = "X"
               or  ws-ver-rating = "x" then
                    perform mostrar-rating
               end-if

               if  ws-gerar-leaderboard = "X"
               or  ws-gerar-leaderboard = "x" then
                    move "N" to ws-lb-incluir-partida
               move zero to ws-erros-jog(ws-ind-fp)
           end-perform
           perform limpar-novas-conquistas
           perform abrir-partida

           perform until ws-sair = "V"
                      or ws-sair = "v"
               move spaces                                     to ws-pergunta-banco
               move spaces                                     to ws-categoria-manut
               move space                                      to ws-capital-jog
               move "Nenhuma pergunta ativa no banco"          to ws-msn

               display sc-tela-jogar-banco
               accept  sc-tela-jogar-banco
               move zero to ws-erros-jog(ws-ind-fp)
           end-perform
           perform limpar-novas-conquistas
           perform abrir-partida

           perform until ws-sair = "V"
                      or ws-sair = "v"
               move zero to ws-erros-jog(ws-ind-fp)
           end-perform
           perform limpar-novas-conquistas
           perform abrir-partida

           perform until ws-sair = "V"
                      or ws-sair = "v"
           exit.

      *>------------------------------------------------------------------------
      *>   Sorteio da pergunta do banco, sem repetir dentro do ciclo. So
      *>   entram as perguntas ativas (em revisao e retiradas ficam fora).
      *>------------------------------------------------------------------------
       sorteia-pergunta section.


               if ws-pergunta-usada(ws-ind-pb) <> "S"
                  and ws-pb-pergunta(ws-ind-pb) <> spaces
                  and ws-pb-ativa(ws-ind-pb)
                   set ws-pergunta-encontrada to true
               end-if

           exit.

      *>------------------------------------------------------------------------
      *>   Verifica se o banco possui alguma pergunta ativa cadastrada.
      *>------------------------------------------------------------------------
       verificar-banco-disponivel section.

                                          until ws-ind-pb-disp > 50
                                             or ws-banco-tem-pergunta
               if ws-pb-pergunta(ws-ind-pb-disp) <> spaces
                  and ws-pb-ativa(ws-ind-pb-disp)
                   set ws-banco-tem-pergunta to true
               end-if
           end-perform
                                             or ws-banco-tem-pergunta
               if ws-pergunta-usada(ws-ind-pb-disp) <> "S"
                  and ws-pb-pergunta(ws-ind-pb-disp) <> spaces
                  and ws-pb-ativa(ws-ind-pb-disp)
                   set ws-banco-tem-pergunta to true
               end-if
           end-perform
       calcular-pontos-ganhos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Atribui o numero de controle a partida que esta comecando: le o
      *>   ultimo numero usado em arqControle.dat, soma um e regrava. Se ja
      *>   ha partida aberta (outra rodada da mesma sessao ou retomada do
      *>   checkpoint), mantem o numero corrente. So a falta do arquivo
      *>   (status 35) comeca a numeracao do zero; arquivo ilegivel ou numero
      *>   que nao foi regravado deixam a partida sem numero (zero).
      *>------------------------------------------------------------------------
       abrir-partida section.

           if ws-num-partida = zero

               move zero to ct-ult-partida
               move "S"  to ws-flag-controle

               open input arqControle

               if ws-fs-arqControle = 0
                   read arqControle into ws-controle-rec
                   if ws-fs-arqControle <> 0
                      or ct-ult-partida is not numeric
                       move "N" to ws-flag-controle
                       move "Erro ao ler arq. arqControle" to ws-msn
                   end-if
                   close arqControle
               else
                   if ws-fs-arqControle <> 35
                       move "N" to ws-flag-controle
                       move "Erro ao ler arq. arqControle" to ws-msn
                   end-if
               end-if

               if ws-controle-ok

                   add 1 to ct-ult-partida
                   move ct-ult-partida to ws-num-partida

                   open output arqControle

                   if ws-fs-arqControle <> 0
                       move "Erro ao gravar arq. arqControle" to ws-msn
                       move zero to ws-num-partida
                   else
                       write fd-controle-rec from ws-controle-rec
                       if ws-fs-arqControle <> 0
                           move "Erro ao gravar arq. arqControle" to ws-msn
                           move zero to ws-num-partida
                       end-if
                       close arqControle
                   end-if

               end-if

           end-if

           .
       abrir-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha de log com a pergunta, a resposta, o resultado,
      *>   o tempo de resposta e os pontos da jogada corrente, para analise
           move ws-resposta-log                 to log-resposta
           move ws-tempo-resposta               to log-tempo
           move ws-pontos-ganhos                to log-pontos
           move ws-num-partida                  to log-partida

           open extend arqLogJogo


           move ws-ind-jog to cp-ind-jog
           move ws-ind-est to cp-ind-est
           move ws-num-partida to cp-num-partida

           perform varying ws-ind-ck from 1 by 1 until ws-ind-ck > 27
               move ws-estado-usado(ws-ind-ck) to cp-estado-usado(ws-ind-ck)

           move spaces to ws-relatorio-rec
           string "Resultado do jogo em " ws-data-relatorio
                  "   Partida: " ws-num-partida
                  delimited by size into ws-relatorio-rec
           end-string
           write fd-relatorio-rec from ws-relatorio-rec
                               move ws-estado-manut  to ws-estado(ws-rk-manut)
                               move ws-capital-manut to ws-capital(ws-rk-manut)
                               move ws-regiao-manut  to ws-regiao(ws-rk-manut)
                               move "arqEstados"     to jn-arquivo
                               move ws-rk-manut      to jn-chave
                               move "INCLUIR"        to jn-operacao
                               move spaces           to jn-antes
                               move fd-estados       to jn-depois
                               perform gravar-jornal
                           else
                               move "Erro ao incluir estado" to ws-msn
                           end-if
                       when "A" when "a"
                           read arqEstados
                           if ws-fs-arqEstados = 0
                               move fd-estados       to jn-antes
                               move ws-estado-manut  to fd-estado
                               move ws-capital-manut to fd-capital
                               move ws-regiao-manut  to fd-regiao
                                   move ws-estado-manut  to ws-estado(ws-rk-manut)
                                   move ws-capital-manut to ws-capital(ws-rk-manut)
                                   move ws-regiao-manut  to ws-regiao(ws-rk-manut)
                                   move "arqEstados"     to jn-arquivo
                                   move ws-rk-manut      to jn-chave
                                   move "ALTERAR"        to jn-operacao
                                   move fd-estados       to jn-depois
                                   perform gravar-jornal
                               else
                                   move "Erro ao alterar estado" to ws-msn
                               end-if
                           end-if

                       when "E" when "e"
      *>                   le antes de excluir so para guardar a imagem
      *>                   anterior no diario de alteracoes
                           read arqEstados
                           if ws-fs-arqEstados = 0
                               move fd-estados to jn-antes
                           else
                               move spaces     to jn-antes
                           end-if
                           delete arqEstados
                           if ws-fs-arqEstados = 0
                               move "Estado excluido com sucesso" to ws-msn
                               move spaces to ws-estado(ws-rk-manut)
                               move spaces to ws-capital(ws-rk-manut)
                               move spaces to ws-regiao(ws-rk-manut)
                               move "arqEstados"     to jn-arquivo
                               move ws-rk-manut      to jn-chave
                               move "EXCLUIR"        to jn-operacao
                               move spaces           to jn-depois
                               perform gravar-jornal
                           else
                               move "Erro ao excluir estado" to ws-msn
                           end-if
                      or ws-plento-manut = zero
                       move "Pontuacoes devem ser maiores que zero" to ws-msn
                   else
      *>               imagem anterior para o diario: o registro como
      *>               esta gravado com os valores vigentes
                       move ws-limite-tempo  to pm-limite-tempo
                       move ws-max-jogadores to pm-max-jogadores
                       move ws-ponto-acerto  to pm-ponto-acerto
                       move ws-ponto-rapido  to pm-ponto-rapido
                       move ws-ponto-medio   to pm-ponto-medio
                       move ws-ponto-lento   to pm-ponto-lento
                       move ws-parametros-rec to jn-antes
                       move ws-limite-manut  to ws-limite-tempo
                       move ws-maxjog-manut  to ws-max-jogadores
                       move ws-pacerto-manut to ws-ponto-acerto
                       perform gravar-parametros
                       if ws-msn = spaces
                           move "Parametros gravados com sucesso" to ws-msn
                           move "arqParametros"   to jn-arquivo
                           move 1                 to jn-chave
                           move "ALTERAR"         to jn-operacao
                           move ws-parametros-rec to jn-depois
                           perform gravar-jornal
                       end-if
                   end-if
                   end-if

      *>------------------------------------------------------------------------
      *>   Manutencao do banco de perguntas (Incluir/Alterar/Excluir),
      *>   espelhando a manutencao do cadastro de estados, mais a consulta
      *>   de uma posicao e a troca da situacao da pergunta (ativa, em
      *>   revisao ou retirada), gravada no arquivo de situacoes.
      *>------------------------------------------------------------------------
       manter-perguntas section.

           open i-o arqSitPerguntas

           if ws-fs-arqSitPerg <> 0
               move "Erro ao abrir arq. arqSitPerguntas" to ws-msn
           else

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move spaces to ws-categoria-manut
               move spaces to ws-pergunta-manut
               move spaces to ws-resposta-manut
               move space  to ws-situacao-manut
               move zero   to ws-rk-manut-pb
               move space  to ws-op-manut

               if ws-sair <> "V" and ws-sair <> "v"

                   move ws-rk-manut-pb to ws-rk-arqPerguntas
                   move ws-rk-manut-pb to ws-rk-arqSitPerg
                   move function upper-case(ws-situacao-manut)
                                       to ws-situacao-manut

                   if ws-rk-manut-pb < 1 or ws-rk-manut-pb > 50


                   else

                   if not ws-situacao-manut-valida

                       move "Situacao invalida. Informe A, E ou R" to ws-msn

                   else

                   evaluate ws-op-manut

                       when "I" when "i"
                               move ws-categoria-manut to ws-pb-categoria(ws-rk-manut-pb)
                               move ws-pergunta-manut  to ws-pb-pergunta(ws-rk-manut-pb)
                               move ws-resposta-manut  to ws-pb-resposta(ws-rk-manut-pb)
                               move "arqPerguntas"     to jn-arquivo
                               move ws-rk-manut-pb     to jn-chave
                               move "INCLUIR"          to jn-operacao
                               move spaces             to jn-antes
                               move fd-perguntas       to jn-depois
                               perform gravar-jornal
      *>                       pergunta nova entra ativa, salvo se ja
      *>                       informada outra situacao
                               if ws-situacao-manut = space
                                   move "A" to ws-situacao-manut
                               end-if
                               perform gravar-situacao-pergunta
                           else
                               move "Erro ao incluir pergunta" to ws-msn
                           end-if
                       when "A" when "a"
                           read arqPerguntas
                           if ws-fs-arqPerguntas = 0
                               move fd-perguntas       to jn-antes
                               move ws-categoria-manut to fd-pb-categoria
                               move ws-pergunta-manut  to fd-pb-pergunta
                               move ws-resposta-manut  to fd-pb-resposta
                                   move ws-categoria-manut to ws-pb-categoria(ws-rk-manut-pb)
                                   move ws-pergunta-manut  to ws-pb-pergunta(ws-rk-manut-pb)
                                   move ws-resposta-manut  to ws-pb-resposta(ws-rk-manut-pb)
                                   move "arqPerguntas"     to jn-arquivo
                                   move ws-rk-manut-pb     to jn-chave
                                   move "ALTERAR"          to jn-operacao
                                   move fd-perguntas       to jn-depois
                                   perform gravar-jornal
                                   if ws-situacao-manut <> space
                                      and ws-situacao-manut <> ws-pb-situacao(ws-rk-manut-pb)
                                       perform gravar-situacao-pergunta
                                   end-if
                               else
                                   move "Erro ao alterar pergunta" to ws-msn
                               end-if
                           end-if

                       when "E" when "e"
                           read arqPerguntas
                           if ws-fs-arqPerguntas = 0
                               move fd-perguntas to jn-antes
                           else
                               move spaces       to jn-antes
                           end-if
                           delete arqPerguntas
                           if ws-fs-arqPerguntas = 0
                               move "Pergunta excluida com sucesso" to ws-msn
                               move spaces to ws-pb-categoria(ws-rk-manut-pb)
                               move spaces to ws-pb-pergunta(ws-rk-manut-pb)
                               move spaces to ws-pb-resposta(ws-rk-manut-pb)
                               move "arqPerguntas"     to jn-arquivo
                               move ws-rk-manut-pb     to jn-chave
                               move "EXCLUIR"          to jn-operacao
                               move spaces             to jn-depois
                               perform gravar-jornal
                               perform excluir-situacao-pergunta
                           else
                               move "Erro ao excluir pergunta" to ws-msn
                           end-if

                       when "C" when "c"
                           read arqPerguntas
                           if ws-fs-arqPerguntas = 0
                               move fd-pb-categoria    to ws-categoria-manut
                               move fd-pb-pergunta     to ws-pergunta-manut
                               move fd-pb-resposta     to ws-resposta-manut
                               move ws-pb-situacao(ws-rk-manut-pb) to ws-situacao-manut
                               if ws-situacao-manut = space
                                   move "A" to ws-situacao-manut
                               end-if
                               move "Pergunta consultada" to ws-msn
                           else
                               move "Registro nao encontrado" to ws-msn
                           end-if

                       when "S" when "s"
                           read arqPerguntas
                           if ws-fs-arqPerguntas = 0
                               move fd-pb-categoria    to ws-categoria-manut
                               move fd-pb-pergunta     to ws-pergunta-manut
                               move fd-pb-resposta     to ws-resposta-manut
                               if ws-situacao-manut = space
                                   move "Informe a situacao (A, E ou R)" to ws-msn
                               else
                                   perform gravar-situacao-pergunta
                                   if ws-msn = spaces
                                       move "Situacao alterada com sucesso" to ws-msn
                                   end-if
                               end-if
                           else
                               move "Registro nao encontrado" to ws-msn
                           end-if

                       when other
                           move "Operacao invalida" to ws-msn


                   end-if

                   end-if

                   display sc-tela-manutencao-pb
                   accept sc-tela-manutencao-pb


           end-perform

           close arqSitPerguntas

           end-if

           .
       manter-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a situacao informada para a posicao do banco (inclui o
      *>   registro de situacao se ainda nao houver), atualiza a tabela
      *>   espelho e registra a troca no diario de alteracoes.
      *>------------------------------------------------------------------------
       gravar-situacao-pergunta section.

           read arqSitPerguntas

           if ws-fs-arqSitPerg = 0
               move fd-sit-pergunta                to jn-antes
               move "ALTERAR"                      to jn-operacao
           else
               move spaces                         to jn-antes
               move "INCLUIR"                      to jn-operacao
           end-if

           move ws-situacao-manut                  to fd-sp-situacao
           move function current-date(1:8)         to fd-sp-data
           move ws-operador-id                     to fd-sp-operador

           if jn-operacao = "ALTERAR"
               rewrite fd-sit-pergunta
           else
               write fd-sit-pergunta
           end-if

           if ws-fs-arqSitPerg = 0
               move ws-situacao-manut to ws-pb-situacao(ws-rk-manut-pb)
               move "arqSitPergunt"   to jn-arquivo
               move ws-rk-manut-pb    to jn-chave
               move fd-sit-pergunta   to jn-depois
               perform gravar-jornal
           else
               move "Erro ao gravar situacao da pergunta" to ws-msn
           end-if

           .
       gravar-situacao-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exclui o registro de situacao da posicao cuja pergunta foi
      *>   excluida; a posicao volta a valer ativa para a proxima inclusao.
      *>------------------------------------------------------------------------
       excluir-situacao-pergunta section.

           read arqSitPerguntas

           if ws-fs-arqSitPerg = 0
               move fd-sit-pergunta    to jn-antes
               delete arqSitPerguntas
               if ws-fs-arqSitPerg = 0
                   move "arqSitPergunt" to jn-arquivo
                   move ws-rk-manut-pb  to jn-chave
                   move "EXCLUIR"       to jn-operacao
                   move spaces          to jn-depois
                   perform gravar-jornal
               end-if
           end-if

           move "A" to ws-pb-situacao(ws-rk-manut-pb)

           .
       excluir-situacao-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Manutencao dos fatos dos estados (Incluir/Alterar/Excluir),
      *>   espelhando a manutencao do cadastro de estados. A posicao e a
                           if ws-fs-arqFatos = 0
                               move "Fatos incluidos com sucesso" to ws-msn
                               move fd-fatos to ws-fatos(ws-rk-manut-ft)
                               move "arqFatos"     to jn-arquivo
                               move ws-rk-manut-ft to jn-chave
                               move "INCLUIR"      to jn-operacao
                               move spaces         to jn-antes
                               move fd-fatos       to jn-depois
                               perform gravar-jornal
                           else
                               move "Erro ao incluir fatos" to ws-msn
                           end-if
                       when "A" when "a"
                           read arqFatos
                           if ws-fs-arqFatos = 0
                               move fd-fatos           to jn-antes
                               move ws-populacao-manut to fd-ft-populacao
                               move ws-area-manut      to fd-ft-area
                               move ws-vizinhos-manut  to fd-ft-vizinhos
                               if ws-fs-arqFatos = 0
                                   move "Fatos alterados com sucesso" to ws-msn
                                   move fd-fatos to ws-fatos(ws-rk-manut-ft)
                                   move "arqFatos"     to jn-arquivo
                                   move ws-rk-manut-ft to jn-chave
                                   move "ALTERAR"      to jn-operacao
                                   move fd-fatos       to jn-depois
                                   perform gravar-jornal
                               else
                                   move "Erro ao alterar fatos" to ws-msn
                               end-if
                           end-if

                       when "E" when "e"
                           read arqFatos
                           if ws-fs-arqFatos = 0
                               move fd-fatos to jn-antes
                           else
                               move spaces   to jn-antes
                           end-if
                           delete arqFatos
                           if ws-fs-arqFatos = 0
                               move "Fatos excluidos com sucesso" to ws-msn
                               move zero to ws-ft-populacao(ws-rk-manut-ft)
                               move zero to ws-ft-area(ws-rk-manut-ft)
                               move zero to ws-ft-vizinhos(ws-rk-manut-ft)
                               move "arqFatos"     to jn-arquivo
                               move ws-rk-manut-ft to jn-chave
                               move "EXCLUIR"      to jn-operacao
                               move spaces         to jn-depois
                               perform gravar-jornal
                           else
                               move "Erro ao excluir fatos" to ws-msn
                           end-if
       manter-fatos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa ao diario de alteracoes o registro montado pela tela de
      *>   manutencao (arquivo, posicao, operacao e imagens antes/depois).
      *>   Falha no diario nao desfaz a alteracao ja gravada: so avisa.
      *>------------------------------------------------------------------------
       gravar-jornal section.

           move function current-date(1:14) to jn-data-hora
           move ws-operador-id               to jn-operador

           open extend arqJornal

           if ws-fs-arqJornal = 35
               open output arqJornal
           end-if

           if ws-fs-arqJornal = 0
               write fd-jornal-rec from ws-jornal-rec
               if ws-fs-arqJornal <> 0
                   move "Aviso: alteracao nao registrada no diario" to ws-msn
               end-if
               close arqJornal
           else
               move "Aviso: alteracao nao registrada no diario" to ws-msn
           end-if

           .
       gravar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprimindo resultado final
      *>------------------------------------------------------------------------

               move space to ws-msn

      *>        sessao encerrada sem nenhuma jogada ainda recebe um numero
               perform abrir-partida

               perform ordenar-jogadores
               perform apurar-equipes
               perform apurar-conquistas-partida
               perform gerar-leaderboard
               perform calcular-colocacao
               perform limpar-checkpoint
      *>        partida registrada: a proxima recebe um numero novo
               move zero to ws-num-partida

               move space to ws-sair

               move ws-regiao-filtro              to pt-regiao
               move ws-nome-jog(ws-qtd-jog-reg)   to pt-vencedor
               move ws-qtd-jog-reg                to pt-qtd-jog
               move ws-num-partida                to pt-num-partida

               perform varying ws-ind-jog from ws-qtd-jog-reg by -1
                                         until ws-ind-jog = zero
      *>------------------------------------------------------------------------
      *>   Monta e exibe a classificacao do torneio: vitorias, podios (tres
      *>   primeiros), pontos e partidas disputadas, acumulados sobre todas
      *>   as partidas do historico, dez jogadores por pagina.
      *>------------------------------------------------------------------------
       mostrar-torneio section.

           perform classificar-torneio

           move 1   to ws-pagina
           move "S" to ws-flag-paginar
           compute ws-qtd-paginas = (ws-qtd-torneio + 9) / 10
           if ws-qtd-paginas = zero
               move 1 to ws-qtd-paginas
           end-if

           perform until ws-flag-paginar = "N"

               perform montar-linhas-torneio

               move spaces to ws-msn-torneio
               if ws-qtd-torneio > zero
                   string "Pagina " ws-pagina " de " ws-qtd-paginas
                          "  -  jogadores classificados: " ws-qtd-torneio
                          delimited by size into ws-msn-torneio
                   end-string
               end-if

               move space to ws-sair
               move space to ws-resp-continuar

               display sc-tela-torneio
               accept  sc-tela-torneio

               perform navegar-pagina

           end-perform

           .
       mostrar-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura a classificacao do torneio em duas ordenacoes: as
      *>   participacoes por nome, totalizadas na quebra em arqTorneio.trb,
      *>   e os totais por vitorias, podios e pontos (do maior para o menor;
      *>   empate: ordem alfabetica) em arqTorneioOrd.trb.
      *>------------------------------------------------------------------------
       classificar-torneio section.

           move zero to ws-qtd-torneio

           sort arqOrdTorneio
               on ascending key sd-tn-nome
               input procedure  is ler-partidas-torneio
               output procedure is acumular-torneio

           sort arqOrdTorneio
               on descending key sd-tn-vitorias
               on descending key sd-tn-podios
               on descending key sd-tn-pontos
               on ascending  key sd-tn-nome
               using  arqTorneioTot
               giving arqTorneioOrd

           .
       classificar-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Entrada da ordenacao do torneio: uma participacao por jogador de
      *>   cada partida do historico (o participante 1 e o vencedor; ate o
      *>   3o conta como podio).
      *>------------------------------------------------------------------------
       ler-partidas-torneio section.

           open input arqPartidas

           if ws-fs-arqPartidas = 0

               perform until ws-fs-arqPartidas <> 0

                   read arqPartidas into ws-partida-rec

                   if ws-fs-arqPartidas = 0
                      and pt-qtd-jog is numeric

                       perform varying ws-ind-pt from 1 by 1
                                                 until ws-ind-pt > pt-qtd-jog
                                                    or ws-ind-pt > 10

                           if pt-nome-jog(ws-ind-pt) <> spaces

                               move pt-nome-jog(ws-ind-pt) to sd-tn-nome
                               move zero                   to sd-tn-vitorias
                               move zero                   to sd-tn-podios
                               move zero                   to sd-tn-pontos
                               move 1                      to sd-tn-partidas

                               if pt-pontos-jog(ws-ind-pt) is numeric
                                   move pt-pontos-jog(ws-ind-pt)
                                     to sd-tn-pontos
                               end-if

                               if ws-ind-pt = 1
                                   move 1 to sd-tn-vitorias
                               end-if

                               if ws-ind-pt <= 3
                                   move 1 to sd-tn-podios
                               end-if

                               release sd-torneio

                           end-if

                       end-perform

                   end-if

               end-perform

               close arqPartidas

           end-if

           .
       ler-partidas-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao por nome: acumula as participacoes do jogador
      *>   corrente e grava os totais dele na troca de nome (e no fim).
      *>------------------------------------------------------------------------
       acumular-torneio section.

           open output arqTorneioTot

           move "N"    to ws-flag-fim-ordenacao
           move spaces to ws-tn-nome

           perform until ws-fim-ordenacao

               return arqOrdTorneio
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       if sd-tn-nome <> ws-tn-nome
                           if ws-tn-nome <> spaces
                               write fd-torneio-tot from ws-torneio
                           end-if
                           add  1          to ws-qtd-torneio
                           move sd-tn-nome to ws-tn-nome
                           move zero       to ws-tn-vitorias
                           move zero       to ws-tn-podios
                           move zero       to ws-tn-pontos
                           move zero       to ws-tn-partidas
                       end-if

                       add sd-tn-vitorias to ws-tn-vitorias
                       add sd-tn-podios   to ws-tn-podios
                       add sd-tn-pontos   to ws-tn-pontos
                       add sd-tn-partidas to ws-tn-partidas
               end-return

           end-perform

           if ws-tn-nome <> spaces
               write fd-torneio-tot from ws-torneio
           end-if

           close arqTorneioTot

           .
       acumular-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta as dez linhas da pagina corrente (ws-pagina) da tela do
      *>   torneio, lidas da classificacao ordenada.
      *>------------------------------------------------------------------------
       montar-linhas-torneio section.

           perform varying ws-ind-tn from 1 by 1 until ws-ind-tn > 10
               move spaces to ws-torneio-linha(ws-ind-tn)
           end-perform

           compute ws-qtd-pular = (ws-pagina - 1) * 10
           move zero to ws-ind-leitura
           move zero to ws-ind-tn

           open input arqTorneioOrd

           if ws-fs-arqTorneioOrd = 0

               perform until ws-fs-arqTorneioOrd <> 0
                          or ws-ind-tn >= 10

                   read arqTorneioOrd into ws-torneio

                   if ws-fs-arqTorneioOrd = 0
                       add 1 to ws-ind-leitura
                       if ws-ind-leitura > ws-qtd-pular
                           add 1 to ws-ind-tn
                           string ws-tn-nome "      "
                                  ws-tn-vitorias "     "
                                  ws-tn-podios "  "
                                  ws-tn-pontos "       "
                                  ws-tn-partidas
                                  delimited by size
                                  into ws-torneio-linha(ws-ind-tn)
                           end-string
                       end-if
                   end-if

               end-perform

               close arqTorneioOrd

           end-if

           if ws-qtd-torneio = zero
               move "Nenhuma partida registrada ate agora"
       gerar-leaderboard section.

           perform carregar-ranking

           accept ws-data-relatorio from date yyyymmdd

      *>     sem o ranking ordenado atual o leaderboard anterior e mantido
           if ws-ranking-ord-erro
               move "Erro ao gravar arq. arqRanking.trb" to ws-msn
           else

           open output arqLeaderboard

           if ws-fs-arqLeaderboard <> 0
               move "TIPO;POSICAO;NOME;PONTOS;DATA-EXTRACAO" to ws-linha-lb
               perform gravar-linha-leaderboard

               move zero to ws-pos-lb

               open input arqRankingOrd

               if ws-fs-arqRankingOrd <> 0
                   move "Erro ao ler arq. arqRanking.trb" to ws-msn
               end-if

               perform until ws-fs-arqRankingOrd <> 0

                   read arqRankingOrd

                   if ws-fs-arqRankingOrd = 0

                       add 1 to ws-pos-lb

                       move spaces to ws-linha-lb
                       string "RK;" ws-pos-lb ";"
                              function trim(fd-rko-nome) ";"
                              fd-rko-pontos ";"
                              ws-data-relatorio
                              delimited by size into ws-linha-lb
                       end-string
                       perform gravar-linha-leaderboard

                   end-if

               end-perform

               close arqRankingOrd

      *>         o ordenado tem de cobrir o ranking inteiro
               if ws-pos-lb <> ws-qtd-ranking
                   move "Erro ao ler arq. arqRanking.trb" to ws-msn
               end-if

               if ws-lb-incluir-partida = "S"

                   move zero to ws-qtd-jog-reg

               close arqLeaderboard

           end-if

           end-if

