      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "geraProva".
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

      *> Cadastro de estados do jogo (mesmo layout do jogo).
           select arqEstados assign to "arqEstados.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqEstados
           file status is ws-fs-arqEstados.

      *> Fatos dos estados (mesmo layout e organizacao do jogo), um
      *> registro por posicao do cadastro de estados.
           select arqFatos assign to "arqFatos.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqFatos
           file status is ws-fs-arqFatos.

      *> Banco de perguntas de conhecimentos gerais (mesmo layout do jogo).
           select arqPerguntas assign to "arqPerguntas.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqPerguntas
           file status is ws-fs-arqPerguntas.

      *> Situacao de cada pergunta do banco: so as ativas entram na prova.
           select arqSitPerguntas assign to "arqSitPerguntas.dat"
           organization is relative
           access mode is dynamic
           relative key is ws-rk-arqSitPerg
           file status is ws-fs-arqSitPerg.

      *> Gabaritos das provas impressas: uma linha de cabecalho por folha
      *> (questao 00, com a situacao G = gerada ou A = apurada) e uma
      *> linha por questao com a resposta esperada, conferida depois pelo
      *> apuraProva.
           select arqGabaritos assign to "arqGabaritos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqGabaritos.

      *> Folha de prova para impressao e distribuicao aos jogadores.
           select arqFolha assign to "relProvaFolha.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqFolha.

      *> Gabarito impresso da folha, separado, para o aplicador.
           select arqGabImpresso assign to "relProvaGabarito.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqGabImpresso.

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
       fd arqEstados.
       01  fd-estados.
           05 fd-estado                            pic x(25).
           05 fd-capital                           pic x(25).
           05 fd-regiao                            pic x(12).

       fd arqFatos.
       01  fd-fatos.
           05 fd-ft-populacao                      pic 9(09).
           05 fd-ft-area                           pic 9(07).
           05 fd-ft-vizinhos                       pic 9(02).

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

       fd arqGabaritos.
       01  fd-gabarito-rec                         pic x(100).

       fd arqFolha.
       01  fd-folha-rec                            pic x(80).

       fd arqGabImpresso.
       01  fd-gab-impresso-rec                     pic x(80).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-rk-arqEstados                        pic 9(02).
       77  ws-fs-arqEstados                        pic 9(02).
       77  ws-rk-arqFatos                          pic 9(02).
       77  ws-fs-arqFatos                          pic 9(02).
       77  ws-rk-arqPerguntas                      pic 9(02).
       77  ws-fs-arqPerguntas                      pic 9(02).
       77  ws-rk-arqSitPerg                        pic 9(02).
       77  ws-fs-arqSitPerg                        pic 9(02).
       77  ws-fs-arqGabaritos                      pic 9(02).
       77  ws-fs-arqFolha                          pic 9(02).
       77  ws-fs-arqGabImpresso                    pic 9(02).
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

      *>------------------------------------------------------------------------
      *> Linha do arquivo de gabaritos (cabecalho da folha com questao 00
      *> e situacao; demais linhas com tipo, letra correta, texto gravado
      *> no log do jogo e resposta esperada). Tipos: C = capital do
      *> estado, R = estado da capital, B = banco de perguntas, P = maior
      *> populacao (letra A/B ou nome do estado), V = quantidade de
      *> estados vizinhos. No cabecalho, gb-resposta leva a quantidade de
      *> questoes da folha.
      *>------------------------------------------------------------------------
       01 ws-gabarito-rec.
          05 gb-folha                              pic 9(05).
          05 filler                                pic x(01) value space.
          05 gb-questao                            pic 9(02).
          05 filler                                pic x(01) value space.
          05 gb-tipo                               pic x(01).
          05 filler                                pic x(01) value space.
          05 gb-situacao                           pic x(01).
          05 filler                                pic x(01) value space.
          05 gb-regiao                             pic x(12).
          05 filler                                pic x(01) value space.
          05 gb-data                               pic x(08).
          05 filler                                pic x(01) value space.
          05 gb-letra                              pic x(01).
          05 filler                                pic x(01) value space.
          05 gb-pergunta-log                       pic x(25).
          05 filler                                pic x(01) value space.
          05 gb-resposta                           pic x(25).

      *>------------------------------------------------------------------------
      *> Tabelas espelho dos cadastros usados na montagem da prova.
      *>------------------------------------------------------------------------
       01 ws-estados occurs 27.
          05 ws-estado                             pic x(25).
          05 ws-capital                            pic x(25).
          05 ws-regiao                             pic x(12).
          05 ws-estado-usado                       pic x(01).
          05 ws-ft-populacao                       pic 9(09).
          05 ws-ft-vizinhos                        pic 9(02).

       01 ws-perguntas occurs 50.
          05 ws-pb-categoria                       pic x(12).
          05 ws-pb-pergunta                        pic x(50).
          05 ws-pb-resposta                        pic x(25).
          05 ws-pb-situacao                        pic x(01).
             88 ws-pb-ativa                        value "A" space.
          05 ws-pb-usada                           pic x(01).

       77 ws-ind-est                               pic 9(02).
       77 ws-ind-est2                              pic 9(02).
       77 ws-ind-pb                                pic 9(02).
       77 ws-ind-cand                              pic 9(02).

      *>------------------------------------------------------------------------
      *> Escolhas do operador: filtro de regiao (estados), mistura dos
      *> tipos de questao (cada letra repetida pesa mais na distribuicao)
      *> e quantidade de questoes da folha.
      *>------------------------------------------------------------------------
       77 ws-regiao-filtro                         pic x(12).
       01 ws-mistura                               pic x(10).
       01 filler redefines ws-mistura.
          05 ws-tipo-mistura occurs 10             pic x(01).
       77 ws-qtd-mistura                           pic 9(02).
       77 ws-ind-mis                               pic 9(02).
       77 ws-tentativas-tipo                       pic 9(02).
       77 ws-qtd-informada                         pic x(03).
       77 ws-qtd-informada-jr                      pic x(03) justified right.
       77 ws-qtd-pedida                            pic 9(02).
       77 ws-flag-mistura-ok                       pic x(01).
          88 ws-mistura-ok                         value "S".

      *>------------------------------------------------------------------------
      *> Questoes montadas para a folha corrente.
      *>------------------------------------------------------------------------
       01 ws-questoes occurs 50.
          05 qt-tipo                               pic x(01).
          05 qt-letra                              pic x(01).
          05 qt-pergunta-log                       pic x(25).
          05 qt-resposta                           pic x(25).
          05 qt-texto                              pic x(70).
          05 qt-texto2                             pic x(70).

       77 ws-qtd-questoes                          pic 9(02) value zero.
       77 ws-ind-qt                                pic 9(02).
       77 ws-tipo-corrente                         pic x(01).
       77 ws-flag-questao                          pic x(01).
          88 ws-questao-montada                    value "S".

       77 ws-num-folha                             pic 9(05).
       77 ws-data-prova                            pic x(08).

      *>------------------------------------------------------------------------
      *> Sorteio: a semente vem do relogio uma vez; cada escolha conta os
      *> candidatos livres e sorteia a posicao entre eles.
      *>------------------------------------------------------------------------
       01 sorteio.
          05  semente                              pic  9(08).
          05  num_random                           pic  9(01)V9999999.
       77 ws-qtd-candidatos                        pic 9(02).
       77 ws-candidato-sorteado                    pic 9(02).
       77 ws-cont-cand                             pic 9(02).

       77 ws-linha-rel                             pic x(80).
       77 ws-qtd-ed                                pic z9.
       77 ws-viz-txt                               pic x(02).
       77 ws-tipo-descr                            pic x(10).


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: escolhas do operador e carga dos
      *>  estados, fatos e banco de perguntas.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio
           move ws-lote-inicio(1:8)          to ws-data-prova

           display "Geracao de prova impressa (folha e gabarito)"

           display "Regiao dos estados (ENTER = todas): " with no advancing
           move spaces to ws-regiao-filtro
           accept ws-regiao-filtro
           move function upper-case(ws-regiao-filtro) to ws-regiao-filtro

           display "Tipos de questao: C=capital R=estado da capital"
           display "B=banco de perguntas F=fatos (letra repetida pesa mais,"
           display "ex.: CCRF; ENTER = CR): " with no advancing
           move spaces to ws-mistura
           accept ws-mistura
           move function upper-case(ws-mistura) to ws-mistura
           if ws-mistura = spaces
               move "CR" to ws-mistura
           end-if

           move "S"  to ws-flag-mistura-ok
           move zero to ws-qtd-mistura
           perform varying ws-ind-mis from 1 by 1 until ws-ind-mis > 10
               if ws-tipo-mistura(ws-ind-mis) <> space
                   if ws-tipo-mistura(ws-ind-mis) = "C" or "R" or "B" or "F"
                       add 1 to ws-qtd-mistura
                       move ws-tipo-mistura(ws-ind-mis)
                         to ws-tipo-mistura(ws-qtd-mistura)
                   else
                       move "N" to ws-flag-mistura-ok
                   end-if
               end-if
           end-perform

           if not ws-mistura-ok
               display "Tipo de questao invalido. Use so C, R, B e F."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           display "Quantidade de questoes (1 a 50): " with no advancing
           move spaces to ws-qtd-informada
           accept ws-qtd-informada
           move function trim(ws-qtd-informada) to ws-qtd-informada-jr
           inspect ws-qtd-informada-jr replacing leading space by "0"

           if ws-qtd-informada-jr is not numeric
              or ws-qtd-informada-jr = "000"
              or ws-qtd-informada-jr > "050"
               display "Quantidade invalida. Nenhuma prova gerada."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move ws-qtd-informada-jr to ws-qtd-pedida

           perform carregar-estados
           perform carregar-banco
           perform calcular-prox-folha

           accept semente from time
           compute num_random = function random(semente)

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega os estados e os fatos de cada posicao. Sem cadastro de
      *>   estados nao ha prova.
      *>------------------------------------------------------------------------
       carregar-estados section.

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 27
               move spaces to ws-estado(ws-ind-est)
               move spaces to ws-capital(ws-ind-est)
               move spaces to ws-regiao(ws-ind-est)
               move "N"    to ws-estado-usado(ws-ind-est)
               move zero   to ws-ft-populacao(ws-ind-est)
               move zero   to ws-ft-vizinhos(ws-ind-est)
           end-perform

           open input arqEstados

           if ws-fs-arqEstados <> 0
               display "Arquivo arqEstados.dat nao encontrado ou vazio."
               display "Nenhuma prova gerada."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move 1 to ws-rk-arqEstados
           start arqEstados key is >= ws-rk-arqEstados

           perform until ws-fs-arqEstados <> 0

               read arqEstados next

               if ws-fs-arqEstados = 0
                  and ws-rk-arqEstados >= 1 and ws-rk-arqEstados <= 27
                   move fd-estado  to ws-estado(ws-rk-arqEstados)
                   move fd-capital to ws-capital(ws-rk-arqEstados)
                   move fd-regiao  to ws-regiao(ws-rk-arqEstados)
               end-if

           end-perform

           close arqEstados

      *>     sem arquivo de fatos as questoes de fatos ficam indisponiveis
           open input arqFatos

           if ws-fs-arqFatos = 0
               perform varying ws-ind-est from 1 by 1 until ws-ind-est > 27
                   move ws-ind-est to ws-rk-arqFatos
                   read arqFatos
                   if ws-fs-arqFatos = 0
                       move fd-ft-populacao to ws-ft-populacao(ws-ind-est)
                       move fd-ft-vizinhos  to ws-ft-vizinhos(ws-ind-est)
                   end-if
               end-perform
               close arqFatos
           end-if

           .
       carregar-estados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega o banco de perguntas com a situacao de cada posicao
      *>   (posicao sem situacao vale ativa, como no jogo).
      *>------------------------------------------------------------------------
       carregar-banco section.

           perform varying ws-ind-pb from 1 by 1 until ws-ind-pb > 50
               move spaces to ws-perguntas(ws-ind-pb)
               move "S"    to ws-pb-usada(ws-ind-pb)
           end-perform

           open input arqPerguntas

           if ws-fs-arqPerguntas = 0

               perform varying ws-ind-pb from 1 by 1 until ws-ind-pb > 50
                   move ws-ind-pb to ws-rk-arqPerguntas
                   read arqPerguntas
                   if ws-fs-arqPerguntas = 0
                       move fd-pb-categoria to ws-pb-categoria(ws-ind-pb)
                       move fd-pb-pergunta  to ws-pb-pergunta(ws-ind-pb)
                       move fd-pb-resposta  to ws-pb-resposta(ws-ind-pb)
                       move "A"             to ws-pb-situacao(ws-ind-pb)
                       move "N"             to ws-pb-usada(ws-ind-pb)
                   end-if
               end-perform

               close arqPerguntas

               open input arqSitPerguntas
               if ws-fs-arqSitPerg = 0
                   perform varying ws-ind-pb from 1 by 1 until ws-ind-pb > 50
                       move ws-ind-pb to ws-rk-arqSitPerg
                       read arqSitPerguntas
                       if ws-fs-arqSitPerg = 0
                           move fd-sp-situacao to ws-pb-situacao(ws-ind-pb)
                       end-if
                   end-perform
                   close arqSitPerguntas
               end-if

           end-if

           .
       carregar-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Numero da nova folha: o maior numero ja gravado nos gabaritos
      *>   mais um.
      *>------------------------------------------------------------------------
       calcular-prox-folha section.

           move 1 to ws-num-folha

           open input arqGabaritos

           if ws-fs-arqGabaritos = 0

               perform until ws-fs-arqGabaritos <> 0
                   read arqGabaritos into ws-gabarito-rec
                   if ws-fs-arqGabaritos = 0
                      and gb-folha is numeric
                      and gb-folha >= ws-num-folha
                       compute ws-num-folha = gb-folha + 1
                   end-if
               end-perform

               close arqGabaritos

           end-if

           .
       calcular-prox-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: monta as questoes percorrendo a mistura
      *> em rodizio (tipo esgotado cede a vez ao seguinte), grava o
      *> gabarito da folha e imprime a folha e o gabarito.
      *>------------------------------------------------------------------------
       processamento section.

           move zero to ws-qtd-questoes
           move 1    to ws-ind-mis
           move "S"  to ws-flag-questao

           perform until ws-qtd-questoes >= ws-qtd-pedida
                      or not ws-questao-montada

               move "N"  to ws-flag-questao
               move zero to ws-tentativas-tipo

               perform until ws-questao-montada
                          or ws-tentativas-tipo >= ws-qtd-mistura

                   add 1 to ws-tentativas-tipo
                   move ws-tipo-mistura(ws-ind-mis) to ws-tipo-corrente

                   add 1 to ws-ind-mis
                   if ws-ind-mis > ws-qtd-mistura
                       move 1 to ws-ind-mis
                   end-if

                   evaluate ws-tipo-corrente
                       when "C" perform montar-questao-capital
                       when "R" perform montar-questao-capital
                       when "B" perform montar-questao-banco
                       when "F" perform montar-questao-fatos
                   end-evaluate

               end-perform

           end-perform

           if ws-qtd-questoes = zero
               display "Nenhuma questao disponivel para a regiao e os tipos"
               display "escolhidos. Nenhuma prova gerada."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform gravar-gabarito
           perform imprimir-folha
           perform imprimir-gabarito

           display "Folha " ws-num-folha " gerada em relProvaFolha.txt"
           display "Gabarito em relProvaGabarito.txt (nao distribuir)"
           move ws-qtd-questoes to ws-qtd-ed
           display "Questoes na folha: " ws-qtd-ed
           if ws-qtd-questoes < ws-qtd-pedida
               display "ATENCAO: menos questoes que o pedido (faltam"
               display "estados ou perguntas disponiveis)."
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Sorteia um estado ainda nao usado na folha, dentro do filtro de
      *>   regiao (no tipo de fatos, so estados com fatos). Sem candidato,
      *>   ws-ind-est volta zerado.
      *>------------------------------------------------------------------------
       sortear-estado section.

           move zero to ws-ind-est
           move zero to ws-qtd-candidatos

           perform varying ws-ind-cand from 1 by 1 until ws-ind-cand > 27
               if ws-estado(ws-ind-cand) <> spaces
                  and ws-estado-usado(ws-ind-cand) <> "S"
                  and (ws-regiao-filtro = spaces
                       or function upper-case(ws-regiao(ws-ind-cand))
                          = ws-regiao-filtro)
                  and (ws-tipo-corrente <> "F"
                       or ws-ft-populacao(ws-ind-cand) > zero)
                   add 1 to ws-qtd-candidatos
               end-if
           end-perform

           if ws-qtd-candidatos > zero

               perform sortear-candidato

               move zero to ws-cont-cand
               perform varying ws-ind-cand from 1 by 1
                                          until ws-ind-cand > 27
                                             or ws-ind-est <> zero
                   if ws-estado(ws-ind-cand) <> spaces
                      and ws-estado-usado(ws-ind-cand) <> "S"
                      and (ws-regiao-filtro = spaces
                           or function upper-case(ws-regiao(ws-ind-cand))
                              = ws-regiao-filtro)
                      and (ws-tipo-corrente <> "F"
                           or ws-ft-populacao(ws-ind-cand) > zero)
                       add 1 to ws-cont-cand
                       if ws-cont-cand = ws-candidato-sorteado
                           move ws-ind-cand to ws-ind-est
                       end-if
                   end-if
               end-perform

               move "S" to ws-estado-usado(ws-ind-est)

           end-if

           .
       sortear-estado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Sorteia a posicao (1 a ws-qtd-candidatos) entre os candidatos.
      *>------------------------------------------------------------------------
       sortear-candidato section.

           compute num_random = function random
           compute ws-candidato-sorteado =
                   (num_random * ws-qtd-candidatos) + 1

           if ws-candidato-sorteado > ws-qtd-candidatos
               move ws-qtd-candidatos to ws-candidato-sorteado
           end-if
           if ws-candidato-sorteado = zero
               move 1 to ws-candidato-sorteado
           end-if

           .
       sortear-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Questao de capital (C: capital do estado) ou reversa (R: estado
      *>   da capital), com o mesmo texto de log do quiz do jogo.
      *>------------------------------------------------------------------------
       montar-questao-capital section.

           perform sortear-estado

           if ws-ind-est <> zero

               add 1 to ws-qtd-questoes
               move "S"              to ws-flag-questao
               move ws-tipo-corrente to qt-tipo(ws-qtd-questoes)
               move space            to qt-letra(ws-qtd-questoes)
               move spaces           to qt-texto(ws-qtd-questoes)
               move spaces           to qt-texto2(ws-qtd-questoes)

               if ws-tipo-corrente = "R"
                   move ws-capital(ws-ind-est) to qt-pergunta-log(ws-qtd-questoes)
                   move ws-estado(ws-ind-est)  to qt-resposta(ws-qtd-questoes)
                   string "Qual o estado da capital: "
                          ws-capital(ws-ind-est)
                          delimited by size into qt-texto(ws-qtd-questoes)
                   end-string
               else
                   move ws-estado(ws-ind-est)  to qt-pergunta-log(ws-qtd-questoes)
                   move ws-capital(ws-ind-est) to qt-resposta(ws-qtd-questoes)
                   string "Qual a capital do estado: "
                          ws-estado(ws-ind-est)
                          delimited by size into qt-texto(ws-qtd-questoes)
                   end-string
               end-if

           end-if

           .
       montar-questao-capital-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Questao do banco de perguntas: sorteia uma pergunta ativa ainda
      *>   nao usada na folha; o log leva a pergunta truncada, como no jogo.
      *>------------------------------------------------------------------------
       montar-questao-banco section.

           move zero to ws-ind-pb
           move zero to ws-qtd-candidatos

           perform varying ws-ind-cand from 1 by 1 until ws-ind-cand > 50
               if ws-pb-usada(ws-ind-cand) <> "S"
                  and ws-pb-ativa(ws-ind-cand)
                   add 1 to ws-qtd-candidatos
               end-if
           end-perform

           if ws-qtd-candidatos > zero

               perform sortear-candidato

               move zero to ws-cont-cand
               perform varying ws-ind-cand from 1 by 1
                                          until ws-ind-cand > 50
                                             or ws-ind-pb <> zero
                   if ws-pb-usada(ws-ind-cand) <> "S"
                      and ws-pb-ativa(ws-ind-cand)
                       add 1 to ws-cont-cand
                       if ws-cont-cand = ws-candidato-sorteado
                           move ws-ind-cand to ws-ind-pb
                       end-if
                   end-if
               end-perform

               move "S" to ws-pb-usada(ws-ind-pb)

               add 1 to ws-qtd-questoes
               move "S"  to ws-flag-questao
               move "B"  to qt-tipo(ws-qtd-questoes)
               move space to qt-letra(ws-qtd-questoes)
               move ws-pb-pergunta(ws-ind-pb) to qt-pergunta-log(ws-qtd-questoes)
               move ws-pb-resposta(ws-ind-pb) to qt-resposta(ws-qtd-questoes)
               move spaces to qt-texto(ws-qtd-questoes)
               string "[" ws-pb-categoria(ws-ind-pb) "] "
                      ws-pb-pergunta(ws-ind-pb)
                      delimited by size into qt-texto(ws-qtd-questoes)
               end-string
               move spaces to qt-texto2(ws-qtd-questoes)

           end-if

           .
       montar-questao-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Questao de fatos, como no modo de jogo: maior populacao entre
      *>   dois estados (P, alternativas A/B) ou quantidade de estados
      *>   vizinhos (V). Sem segundo estado com fatos, fica a de vizinhos.
      *>------------------------------------------------------------------------
       montar-questao-fatos section.

           perform sortear-estado

           if ws-ind-est <> zero

               move zero to ws-ind-est2

               compute num_random = function random
               if num_random < 0,5
                   move zero to ws-qtd-candidatos
                   perform varying ws-ind-cand from 1 by 1
                                              until ws-ind-cand > 27
                       if ws-ind-cand <> ws-ind-est
                          and ws-estado(ws-ind-cand) <> spaces
                          and ws-ft-populacao(ws-ind-cand) > zero
                           add 1 to ws-qtd-candidatos
                       end-if
                   end-perform
                   if ws-qtd-candidatos > zero
                       perform sortear-candidato
                       move zero to ws-cont-cand
                       perform varying ws-ind-cand from 1 by 1
                                                  until ws-ind-cand > 27
                                                     or ws-ind-est2 <> zero
                           if ws-ind-cand <> ws-ind-est
                              and ws-estado(ws-ind-cand) <> spaces
                              and ws-ft-populacao(ws-ind-cand) > zero
                               add 1 to ws-cont-cand
                               if ws-cont-cand = ws-candidato-sorteado
                                   move ws-ind-cand to ws-ind-est2
                               end-if
                           end-if
                       end-perform
                   end-if
               end-if

               add 1 to ws-qtd-questoes
               move "S"    to ws-flag-questao
               move spaces to qt-texto(ws-qtd-questoes)
               move spaces to qt-texto2(ws-qtd-questoes)

               if ws-ind-est2 <> zero

                   move "P" to qt-tipo(ws-qtd-questoes)
                   move spaces to qt-pergunta-log(ws-qtd-questoes)
                   string function trim(ws-estado(ws-ind-est))
                          " x "
                          function trim(ws-estado(ws-ind-est2))
                          delimited by size into qt-pergunta-log(ws-qtd-questoes)
                   end-string
                   move "Qual tem maior populacao?" to qt-texto(ws-qtd-questoes)
                   string "A) " ws-estado(ws-ind-est) "  B) "
                          ws-estado(ws-ind-est2)
                          delimited by size into qt-texto2(ws-qtd-questoes)
                   end-string
                   if ws-ft-populacao(ws-ind-est)
                      >= ws-ft-populacao(ws-ind-est2)
                       move "A" to qt-letra(ws-qtd-questoes)
                       move ws-estado(ws-ind-est)  to qt-resposta(ws-qtd-questoes)
                   else
                       move "B" to qt-letra(ws-qtd-questoes)
                       move ws-estado(ws-ind-est2) to qt-resposta(ws-qtd-questoes)
                   end-if

               else

                   move "V"   to qt-tipo(ws-qtd-questoes)
                   move space to qt-letra(ws-qtd-questoes)
                   move ws-estado(ws-ind-est) to qt-pergunta-log(ws-qtd-questoes)
                   move ws-ft-vizinhos(ws-ind-est) to ws-viz-txt
                   move ws-viz-txt to qt-resposta(ws-qtd-questoes)
                   string "Quantos estados fazem divisa com: "
                          ws-estado(ws-ind-est)
                          delimited by size into qt-texto(ws-qtd-questoes)
                   end-string

               end-if

           end-if

           .
       montar-questao-fatos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa o gabarito da folha ao arquivo de gabaritos: cabecalho
      *>   (questao 00, situacao G) e uma linha por questao.
      *>------------------------------------------------------------------------
       gravar-gabarito section.

           open extend arqGabaritos

           if ws-fs-arqGabaritos = 35
               open output arqGabaritos
           end-if

           if ws-fs-arqGabaritos <> 0
               display "Erro ao gravar arq. arqGabaritos.dat"
               display "Nenhuma prova gerada."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move spaces           to ws-gabarito-rec
           move ws-num-folha     to gb-folha
           move zero             to gb-questao
           move space            to gb-tipo
           move "G"              to gb-situacao
           move ws-regiao-filtro to gb-regiao
           move ws-data-prova    to gb-data
           move space            to gb-letra
           move spaces           to gb-pergunta-log
           move ws-qtd-questoes  to gb-resposta
           write fd-gabarito-rec from ws-gabarito-rec

           perform varying ws-ind-qt from 1 by 1
                                     until ws-ind-qt > ws-qtd-questoes
               move spaces                     to ws-gabarito-rec
               move ws-num-folha               to gb-folha
               move ws-ind-qt                  to gb-questao
               move qt-tipo(ws-ind-qt)         to gb-tipo
               move space                      to gb-situacao
               move ws-regiao-filtro           to gb-regiao
               move ws-data-prova              to gb-data
               move qt-letra(ws-ind-qt)        to gb-letra
               move qt-pergunta-log(ws-ind-qt) to gb-pergunta-log
               move qt-resposta(ws-ind-qt)     to gb-resposta
               write fd-gabarito-rec from ws-gabarito-rec
           end-perform

           if ws-fs-arqGabaritos <> 0
               display "Erro ao gravar arq. arqGabaritos.dat"
           end-if

           close arqGabaritos

           .
       gravar-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a folha de prova: cabecalho com numero da folha, campo
      *>   para o nome e as questoes com o espaco da resposta.
      *>------------------------------------------------------------------------
       imprimir-folha section.

           open output arqFolha

           if ws-fs-arqFolha <> 0
               display "Erro ao gravar arq. relProvaFolha.txt"
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           move spaces to ws-linha-rel
           string "JOGO DOS ESTADOS BRASILEIROS - PROVA          Folha: "
                  ws-num-folha
                  delimited by size into ws-linha-rel
           end-string
           write fd-folha-rec from ws-linha-rel

           move spaces to ws-linha-rel
           if ws-regiao-filtro = spaces
               string "Regiao: TODAS         Data: "
                      ws-data-prova(7:2) "/" ws-data-prova(5:2) "/"
                      ws-data-prova(1:4)
                      delimited by size into ws-linha-rel
               end-string
           else
               string "Regiao: " ws-regiao-filtro "  Data: "
                      ws-data-prova(7:2) "/" ws-data-prova(5:2) "/"
                      ws-data-prova(1:4)
                      delimited by size into ws-linha-rel
               end-string
           end-if
           write fd-folha-rec from ws-linha-rel

           move spaces to ws-linha-rel
           write fd-folha-rec from ws-linha-rel
           move "Nome: _________________________    (escreva como no cadastro)"
             to ws-linha-rel
           write fd-folha-rec from ws-linha-rel
           move spaces to ws-linha-rel
           write fd-folha-rec from ws-linha-rel

           perform varying ws-ind-qt from 1 by 1
                                     until ws-ind-qt > ws-qtd-questoes

               move ws-ind-qt to ws-qtd-ed
               move spaces    to ws-linha-rel
               string ws-qtd-ed ") " qt-texto(ws-ind-qt)
                      delimited by size into ws-linha-rel
               end-string
               write fd-folha-rec from ws-linha-rel

               if qt-texto2(ws-ind-qt) <> spaces
                   move spaces to ws-linha-rel
                   string "    " qt-texto2(ws-ind-qt)
                          delimited by size into ws-linha-rel
                   end-string
                   write fd-folha-rec from ws-linha-rel
               end-if

               move "    Resposta: _________________________" to ws-linha-rel
               write fd-folha-rec from ws-linha-rel
               move spaces to ws-linha-rel
               write fd-folha-rec from ws-linha-rel

           end-perform

           if ws-fs-arqFolha <> 0
               display "Erro ao gravar arq. relProvaFolha.txt"
           end-if

           close arqFolha

           .
       imprimir-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o gabarito da folha, separado da folha de prova.
      *>------------------------------------------------------------------------
       imprimir-gabarito section.

           open output arqGabImpresso

           if ws-fs-arqGabImpresso <> 0
               display "Erro ao gravar arq. relProvaGabarito.txt"
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           move spaces to ws-linha-rel
           string "GABARITO DA PROVA - Folha: " ws-num-folha
                  "   (uso do aplicador, nao distribuir)"
                  delimited by size into ws-linha-rel
           end-string
           write fd-gab-impresso-rec from ws-linha-rel

           move spaces to ws-linha-rel
           write fd-gab-impresso-rec from ws-linha-rel

           move "Nr Tipo       Pergunta                  Resposta"
             to ws-linha-rel
           write fd-gab-impresso-rec from ws-linha-rel

           perform varying ws-ind-qt from 1 by 1
                                     until ws-ind-qt > ws-qtd-questoes

               evaluate qt-tipo(ws-ind-qt)
                   when "C" move "Capital"    to ws-tipo-descr
                   when "R" move "Reversa"    to ws-tipo-descr
                   when "B" move "Banco"      to ws-tipo-descr
                   when "P" move "Populacao"  to ws-tipo-descr
                   when "V" move "Vizinhos"   to ws-tipo-descr
               end-evaluate

               move ws-ind-qt to ws-qtd-ed
               move spaces    to ws-linha-rel
               if qt-letra(ws-ind-qt) = space
                   string ws-qtd-ed " " ws-tipo-descr " "
                          qt-pergunta-log(ws-ind-qt) " "
                          qt-resposta(ws-ind-qt)
                          delimited by size into ws-linha-rel
                   end-string
               else
                   string ws-qtd-ed " " ws-tipo-descr " "
                          qt-pergunta-log(ws-ind-qt) " "
                          qt-letra(ws-ind-qt) ") "
                          qt-resposta(ws-ind-qt)
                          delimited by size into ws-linha-rel
                   end-string
               end-if
               write fd-gab-impresso-rec from ws-linha-rel

           end-perform

           move spaces to ws-linha-rel
           write fd-gab-impresso-rec from ws-linha-rel
           move "Respostas conferidas sem diferenca de maiusculas, acentos e"
             to ws-linha-rel
           write fd-gab-impresso-rec from ws-linha-rel
           move "espacos; na populacao vale a letra ou o nome do estado."
             to ws-linha-rel
           write fd-gab-impresso-rec from ws-linha-rel

           if ws-fs-arqGabImpresso <> 0
               display "Erro ao gravar arq. relProvaGabarito.txt"
           end-if

           close arqGabImpresso

           .
       imprimir-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao Normal: folha com menos questoes que o pedido fica
      *>  em ALERTA.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-qtd-questoes < ws-qtd-pedida
               move "ALERTA" to ws-lote-status
           else
               move "OK"     to ws-lote-status
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

           move "geraProva"                 to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-pedida               to lt-lidos
           move ws-qtd-questoes             to lt-gravados
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
