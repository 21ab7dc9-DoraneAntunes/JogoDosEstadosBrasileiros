      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "execCadeia".
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

      *> Definicao da cadeia de lotes, um passo por linha, na ordem de
      *> execucao, campos delimitados por ";":
      *>   ID-LOTE        programa como gravado em lt-programa no diario
      *>   COMANDO        linha de comando que executa o passo
      *>   STATUS-ACEITOS situacoes de termino aceitas, separadas por ","
      *>   PARA-SE-FALHAR S = falha interrompe a cadeia, N = segue adiante
      *>   RESPOSTAS      (opcional) respostas aos prompts do programa,
      *>                  separadas por "/", entregues na entrada padrao
      *> Linhas em branco ou iniciadas por "*" sao comentarios. Exemplo:
      *>   auditEstados;./auditEstados;OK,ALERTA;N;
      *>   concilia;./concilia;OK,SEM-DADOS;N;
      *>   estatJogo;./estatJogo;OK,SEM-DADOS;N;
      *>   resumoLog;./resumoLog;OK,SEM-DADOS;S;20260701
      *>   geraLeaderbo;./geraLeaderboard;OK,SEM-DADOS;N;
      *>   bkpArquivos;./bkpArquivos;OK;S;B
           select arqCadeia assign to "cadeiaLotes.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCadeia.

      *> Controle de reinicio: inicio da cadeia em curso, ultimo passo
      *> concluido e situacao (EM-CURSO ou CONCLUIDA). Regravado a cada
      *> passo concluido, como o arqParametros do jogo.
           select arqCadeiaCtl assign to "arqCadeia.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCadeiaCtl.

      *> Respostas do passo em execucao, redirecionadas para a entrada
      *> padrao do programa chamado.
           select arqRespostas assign to "execCadeia.par"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRespostas.

      *> Resumo da cadeia, uma pagina, para impressao/arquivamento.
           select arqRelCadeia assign to "relCadeia.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelCadeia.

      *> Diario de execucoes dos lotes: lido para conferir a situacao de
      *> cada passo e anexado com o registro de controle desta execucao.
           select arqLotes assign to "arqLotes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLotes.

       i-o-control.

      *>Divisao de Declaracao de variaveis.
       data division.

      *> Declaracao de variaveis do arquivo.
       file section.
       fd arqCadeia.
       01  fd-cadeia-rec                           pic x(200).

       fd arqCadeiaCtl.
       01  fd-cadeia-ctl-rec                       pic x(40).

       fd arqRespostas.
       01  fd-respostas-rec                        pic x(40).

       fd arqRelCadeia.
       01  fd-rel-cadeia-rec                       pic x(80).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqCadeia                         pic 9(02).
       77  ws-fs-arqCadeiaCtl                      pic 9(02).
       77  ws-fs-arqRespostas                      pic 9(02).
       77  ws-fs-arqRelCadeia                      pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).

      *>------------------------------------------------------------------------
      *> Registro de controle da execucao, anexado ao diario de lotes no
      *> encerramento (normal ou nao) do programa. Tambem e o layout de
      *> leitura dos registros gravados pelos passos da cadeia.
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
       77 ws-qtd-passos-lidos                      pic 9(06) value zero.
       77 ws-qtd-passos-executados                 pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Controle de reinicio da cadeia.
      *>------------------------------------------------------------------------
       01 ws-cadeia-ctl-rec.
          05 cc-inicio                             pic x(14).
          05 filler                                pic x(01) value space.
          05 cc-ult-passo                          pic 9(02).
          05 filler                                pic x(01) value space.
          05 cc-situacao                           pic x(10).
             88 cc-em-curso                        value "EM-CURSO".
             88 cc-concluida                       value "CONCLUIDA".
          05 filler                                pic x(12) value spaces.

      *>------------------------------------------------------------------------
      *> Passos da cadeia, como lidos da definicao, e o resultado de cada
      *> um: situacao do passo na cadeia (OK, FALHA, TOLERADA, ANTERIOR ou
      *> NAO EXEC) e o registro do diario de lotes que a justificou.
      *>------------------------------------------------------------------------
       01 ws-passos occurs 20.
          05 ps-id-lote                            pic x(12).
          05 ps-comando                            pic x(80).
          05 ps-aceitos                            pic x(40).
          05 ps-para-se-falhar                     pic x(01).
          05 ps-respostas                          pic x(60).
          05 ps-situacao                           pic x(08).
          05 ps-lt-status                          pic x(10).
          05 ps-lt-inicio                          pic x(14).
          05 ps-lidos                              pic 9(06).
          05 ps-gravados                           pic 9(06).
          05 ps-expurgados                         pic 9(06).

       77 ws-qtd-passos                            pic 9(02) value zero.
       77 ws-ind-ps                                pic 9(02).
       77 ws-passo-retomada                        pic 9(02).
       77 ws-flag-cadeia-cheia                     pic x(01) value "N".

       77 ws-flag-interrompida                     pic x(01) value "N".
          88 ws-cadeia-interrompida                value "S".
       77 ws-passo-falha                           pic 9(02) value zero.

      *>     campos da linha de definicao
       77 ws-def-id-lote                           pic x(12).
       77 ws-def-comando                           pic x(80).
       77 ws-def-aceitos                           pic x(40).
       77 ws-def-para                              pic x(01).
       77 ws-def-respostas                         pic x(60).

      *>     situacoes aceitas do passo corrente
       01 ws-aceitos.
          05 ws-aceito                             pic x(10) occurs 5.
       77 ws-ind-ac                                pic 9(01).
       77 ws-flag-aceito                           pic x(01).

      *>     respostas do passo corrente, uma por linha
       01 ws-respostas.
          05 ws-resposta                           pic x(40) occurs 5.
       77 ws-ind-resp                              pic 9(01).

       77 ws-comando                               pic x(120).
       77 ws-limite-inicio                         pic x(14).
       77 ws-flag-achou-lote                       pic x(01).
       77 ws-resp-reinicio                         pic x(01).

       01 ws-relatorio-rec                         pic x(80).
       77 ws-data-relatorio                        pic x(08).
       01 ws-passo-ed                              pic z9.
       01 ws-lidos-ed                              pic zzzzz9.
       01 ws-gravados-ed                           pic zzzzz9.
       01 ws-expurgados-ed                         pic zzzzz9.
       77 ws-tot-lidos                             pic 9(07) value zero.
       77 ws-tot-gravados                          pic 9(07) value zero.
       77 ws-tot-expurgados                        pic 9(07) value zero.
       01 ws-tot-ed                                pic zzzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: le a definicao da cadeia e decide,
      *>  pelo controle de reinicio, em que passo comecar.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Cadeia de lotes"

           perform carregar-definicao

           if ws-qtd-passos = zero
               display "Nenhum passo definido em cadeiaLotes.txt."
               display "Nada a executar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform ler-controle

           if cc-em-curso and cc-ult-passo < ws-qtd-passos
               compute ws-passo-retomada = cc-ult-passo + 1
               move ws-passo-retomada to ws-passo-ed
               display "A cadeia iniciada em " cc-inicio
                       " nao terminou."
               display "Sera retomada no passo " ws-passo-ed ": "
                       ps-id-lote(ws-passo-retomada)
               display "Reiniciar do primeiro passo (S/N)?: "
                   with no advancing
               accept ws-resp-reinicio
               if ws-resp-reinicio = "S" or ws-resp-reinicio = "s"
                   perform iniciar-controle
               end-if
           else
               perform iniciar-controle
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega a definicao da cadeia, ignorando comentarios e linhas em
      *>   branco. Linha sem ID-LOTE ou sem COMANDO aborta a cadeia, para
      *>   nao pular um passo em silencio.
      *>------------------------------------------------------------------------
       carregar-definicao section.

           open input arqCadeia

           if ws-fs-arqCadeia <> 0
               display "Arquivo cadeiaLotes.txt nao encontrado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform until ws-fs-arqCadeia <> 0

               read arqCadeia

               if ws-fs-arqCadeia = 0
                  and fd-cadeia-rec <> spaces
                  and fd-cadeia-rec(1:1) <> "*"

                   add 1 to ws-qtd-passos-lidos

                   move spaces to ws-def-id-lote
                   move spaces to ws-def-comando
                   move spaces to ws-def-aceitos
                   move spaces to ws-def-para
                   move spaces to ws-def-respostas

                   unstring fd-cadeia-rec delimited by ";"
                       into ws-def-id-lote
                            ws-def-comando
                            ws-def-aceitos
                            ws-def-para
                            ws-def-respostas
                   end-unstring

                   if ws-def-id-lote = spaces or ws-def-comando = spaces
                       display "Passo sem ID-LOTE ou COMANDO em "
                               "cadeiaLotes.txt:"
                       display fd-cadeia-rec(1:78)
                       close arqCadeia
                       move "ABORTADO" to ws-lote-status
                       perform finalizar-lote
                   end-if

                   if ws-qtd-passos < 20
                       add 1 to ws-qtd-passos
                       move ws-def-id-lote   to ps-id-lote(ws-qtd-passos)
                       move ws-def-comando   to ps-comando(ws-qtd-passos)
                       move function upper-case(ws-def-aceitos)
                         to ps-aceitos(ws-qtd-passos)
                       if ps-aceitos(ws-qtd-passos) = spaces
                           move "OK" to ps-aceitos(ws-qtd-passos)
                       end-if
                       move function upper-case(ws-def-para)
                         to ps-para-se-falhar(ws-qtd-passos)
                       if ps-para-se-falhar(ws-qtd-passos) <> "N"
                           move "S" to ps-para-se-falhar(ws-qtd-passos)
                       end-if
                       move ws-def-respostas to ps-respostas(ws-qtd-passos)
                       move "NAO EXEC"       to ps-situacao(ws-qtd-passos)
                       move spaces           to ps-lt-status(ws-qtd-passos)
                       move spaces           to ps-lt-inicio(ws-qtd-passos)
                       move zero             to ps-lidos(ws-qtd-passos)
                       move zero             to ps-gravados(ws-qtd-passos)
                       move zero             to ps-expurgados(ws-qtd-passos)
                   else
                       move "S" to ws-flag-cadeia-cheia
                   end-if

               end-if

           end-perform

           close arqCadeia

           if ws-flag-cadeia-cheia = "S"
               display "A cadeia comporta 20 passos; reduza cadeiaLotes.txt."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       carregar-definicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o controle de reinicio. Sem o arquivo (primeira execucao), a
      *>   cadeia e tratada como concluida e comeca do primeiro passo.
      *>------------------------------------------------------------------------
       ler-controle section.

           move spaces      to ws-cadeia-ctl-rec
           move zero        to cc-ult-passo
           move "CONCLUIDA" to cc-situacao

           open input arqCadeiaCtl

           if ws-fs-arqCadeiaCtl = 0
               read arqCadeiaCtl into ws-cadeia-ctl-rec
               if ws-fs-arqCadeiaCtl <> 0
                  or cc-ult-passo is not numeric
                   move zero        to cc-ult-passo
                   move "CONCLUIDA" to cc-situacao
               end-if
               close arqCadeiaCtl
           end-if

           .
       ler-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Comeca uma cadeia nova, a partir do primeiro passo.
      *>------------------------------------------------------------------------
       iniciar-controle section.

           move ws-lote-inicio to cc-inicio
           move zero           to cc-ult-passo
           move "EM-CURSO"     to cc-situacao
           perform gravar-controle

           .
       iniciar-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regrava o controle de reinicio com a situacao corrente.
      *>------------------------------------------------------------------------
       gravar-controle section.

           open output arqCadeiaCtl

           if ws-fs-arqCadeiaCtl <> 0
               display "Erro ao gravar arq. arqCadeia.dat"
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           write fd-cadeia-ctl-rec from ws-cadeia-ctl-rec

           if ws-fs-arqCadeiaCtl <> 0
               display "Erro ao gravar arq. arqCadeia.dat"
               display "O ponto de reinicio da cadeia nao foi registrado."
               close arqCadeiaCtl
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           close arqCadeiaCtl

           .
       gravar-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: os passos ja concluidos numa execucao
      *> anterior da mesma cadeia so tem o registro do diario recuperado;
      *> os demais sao executados em ordem ate o fim ou ate uma falha que
      *> interrompa a cadeia. No fim, grava o resumo.
      *>------------------------------------------------------------------------
       processamento section.

           perform varying ws-ind-ps from 1 by 1
                                     until ws-ind-ps > cc-ult-passo
               move cc-inicio to ws-limite-inicio
               perform localizar-lote-passo
               move "ANTERIOR" to ps-situacao(ws-ind-ps)
           end-perform

           compute ws-passo-retomada = cc-ult-passo + 1

           perform varying ws-ind-ps from ws-passo-retomada by 1
                                     until ws-ind-ps > ws-qtd-passos
                                        or ws-cadeia-interrompida
               perform executar-passo
           end-perform

           if not ws-cadeia-interrompida
               move "CONCLUIDA" to cc-situacao
               perform gravar-controle
           end-if

           perform gravar-relatorio-cadeia

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Executa o passo ws-ind-ps e confere, pelo registro que o passo
      *>   gravou no diario de lotes, se terminou numa situacao aceita.
      *>   Passo aceito ou com falha tolerada avanca o controle de reinicio;
      *>   falha que para a cadeia deixa o controle no passo anterior, para
      *>   a proxima execucao retomar deste passo.
      *>------------------------------------------------------------------------
       executar-passo section.

           move ws-ind-ps to ws-passo-ed
           display " "
           display "Passo " ws-passo-ed ": " ps-id-lote(ws-ind-ps)

           move function current-date(1:14) to ws-limite-inicio

           move spaces to ws-comando
           if ps-respostas(ws-ind-ps) = spaces
               string function trim(ps-comando(ws-ind-ps))
                      low-value
                      delimited by size into ws-comando
               end-string
           else
               perform gravar-respostas
               string function trim(ps-comando(ws-ind-ps))
                      " < execCadeia.par"
                      low-value
                      delimited by size into ws-comando
               end-string
           end-if

           call "SYSTEM" using ws-comando
           end-call

           add 1 to ws-qtd-passos-executados

           perform localizar-lote-passo
           perform conferir-situacao

           if ws-flag-aceito = "S"
               move "OK"       to ps-situacao(ws-ind-ps)
           else
               if ps-para-se-falhar(ws-ind-ps) = "S"
                   move "FALHA"    to ps-situacao(ws-ind-ps)
                   move "S"        to ws-flag-interrompida
                   move ws-ind-ps  to ws-passo-falha
               else
                   move "TOLERADA" to ps-situacao(ws-ind-ps)
               end-if
           end-if

           if not ws-cadeia-interrompida
               move ws-ind-ps to cc-ult-passo
               perform gravar-controle
           end-if

           display "Passo " ws-passo-ed ": " ps-situacao(ws-ind-ps)
                   " (" ps-lt-status(ws-ind-ps) ")"

           .
       executar-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava as respostas do passo, uma por linha, no arquivo que sera
      *>   redirecionado para a entrada padrao do programa.
      *>------------------------------------------------------------------------
       gravar-respostas section.

           move spaces to ws-respostas

           unstring ps-respostas(ws-ind-ps) delimited by "/"
               into ws-resposta(1) ws-resposta(2) ws-resposta(3)
                    ws-resposta(4) ws-resposta(5)
           end-unstring

           open output arqRespostas

           if ws-fs-arqRespostas <> 0
               display "Erro ao gravar arq. execCadeia.par"
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform varying ws-ind-resp from 1 by 1 until ws-ind-resp > 5
               if ws-resposta(ws-ind-resp) <> spaces
                   move function trim(ws-resposta(ws-ind-resp))
                     to fd-respostas-rec
                   write fd-respostas-rec
               end-if
           end-perform

           close arqRespostas

           .
       gravar-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Procura no diario de lotes o ultimo registro do passo ws-ind-ps
      *>   gravado a partir de ws-limite-inicio. Sem registro, o passo nao
      *>   chegou ao fim (ou nem comecou) e fica como AUSENTE.
      *>------------------------------------------------------------------------
       localizar-lote-passo section.

           move "N"       to ws-flag-achou-lote
           move "AUSENTE" to ps-lt-status(ws-ind-ps)
           move spaces    to ps-lt-inicio(ws-ind-ps)
           move zero      to ps-lidos(ws-ind-ps)
           move zero      to ps-gravados(ws-ind-ps)
           move zero      to ps-expurgados(ws-ind-ps)

           open input arqLotes

           if ws-fs-arqLotes = 0

               perform until ws-fs-arqLotes <> 0

                   read arqLotes into ws-lote-rec

                   if ws-fs-arqLotes = 0
                      and lt-programa = ps-id-lote(ws-ind-ps)
                      and lt-inicio >= ws-limite-inicio
                       move "S"           to ws-flag-achou-lote
                       move lt-status     to ps-lt-status(ws-ind-ps)
                       move lt-inicio     to ps-lt-inicio(ws-ind-ps)
                       move lt-lidos      to ps-lidos(ws-ind-ps)
                       move lt-gravados   to ps-gravados(ws-ind-ps)
                       move lt-expurgados to ps-expurgados(ws-ind-ps)
                   end-if

               end-perform

               close arqLotes

           end-if

           .
       localizar-lote-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere se a situacao gravada pelo passo esta entre as aceitas
      *>   na definicao da cadeia.
      *>------------------------------------------------------------------------
       conferir-situacao section.

           move "N"    to ws-flag-aceito
           move spaces to ws-aceitos

           if ws-flag-achou-lote = "S"

               unstring ps-aceitos(ws-ind-ps) delimited by ","
                   into ws-aceito(1) ws-aceito(2) ws-aceito(3)
                        ws-aceito(4) ws-aceito(5)
               end-unstring

               perform varying ws-ind-ac from 1 by 1 until ws-ind-ac > 5
                   if ws-aceito(ws-ind-ac) <> spaces
                      and function trim(ws-aceito(ws-ind-ac))
                          = ps-lt-status(ws-ind-ps)
                       move "S" to ws-flag-aceito
                   end-if
               end-perform

           end-if

           .
       conferir-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Gera o resumo da cadeia (uma pagina): um passo por linha com a
      *>   situacao na cadeia, a situacao gravada pelo programa e os totais
      *>   de controle do diario lado a lado.
      *>------------------------------------------------------------------------
       gravar-relatorio-cadeia section.

           open output arqRelCadeia

           if ws-fs-arqRelCadeia <> 0
               display "Erro ao gravar arq. relCadeia.txt"
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-relatorio-rec
           string "Resumo da cadeia de lotes em " ws-data-relatorio
                  "   (cadeia iniciada em " cc-inicio ")"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           if ws-cadeia-interrompida
               move ws-passo-falha to ws-passo-ed
               string "Situacao: INTERROMPIDA no passo " ws-passo-ed
                      " -- a proxima execucao retoma deste passo"
                      delimited by size into ws-relatorio-rec
               end-string
           else
               move "Situacao: CONCLUIDA" to ws-relatorio-rec
           end-if
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           string "Ps Programa     Situacao Status      Inicio"
                  "          Lidos Gravad Expurg"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-cadeia

           perform varying ws-ind-ps from 1 by 1
                                     until ws-ind-ps > ws-qtd-passos

               move ws-ind-ps                to ws-passo-ed
               move ps-lidos(ws-ind-ps)      to ws-lidos-ed
               move ps-gravados(ws-ind-ps)   to ws-gravados-ed
               move ps-expurgados(ws-ind-ps) to ws-expurgados-ed

               add ps-lidos(ws-ind-ps)      to ws-tot-lidos
               add ps-gravados(ws-ind-ps)   to ws-tot-gravados
               add ps-expurgados(ws-ind-ps) to ws-tot-expurgados

               move spaces to ws-relatorio-rec
               string ws-passo-ed " "
                      ps-id-lote(ws-ind-ps) " "
                      ps-situacao(ws-ind-ps) " "
                      ps-lt-status(ws-ind-ps) "  "
                      ps-lt-inicio(ws-ind-ps) " "
                      ws-lidos-ed " "
                      ws-gravados-ed " "
                      ws-expurgados-ed
                      delimited by size into ws-relatorio-rec
               end-string
               perform gravar-linha-cadeia

           end-perform

           move spaces to ws-relatorio-rec
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           move ws-tot-lidos to ws-tot-ed
           string "Totais de controle   lidos: " ws-tot-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           move ws-tot-gravados to ws-tot-ed
           string "                  gravados: " ws-tot-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           move ws-tot-expurgados to ws-tot-ed
           string "                expurgados: " ws-tot-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-cadeia

           move spaces to ws-relatorio-rec
           perform gravar-linha-cadeia

           move "OK=aceito  FALHA=interrompeu a cadeia  TOLERADA=falha sem"
             to ws-relatorio-rec
           perform gravar-linha-cadeia
           move "interromper  ANTERIOR=concluido na execucao anterior"
             to ws-relatorio-rec
           perform gravar-linha-cadeia
           move "NAO EXEC=nao executado  AUSENTE=sem registro no diario"
             to ws-relatorio-rec
           perform gravar-linha-cadeia

           close arqRelCadeia

           display " "
           display "Resumo gravado em relCadeia.txt"

           .
       gravar-relatorio-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no resumo da cadeia.
      *>------------------------------------------------------------------------
       gravar-linha-cadeia section.

           write fd-rel-cadeia-rec from ws-relatorio-rec

           if ws-fs-arqRelCadeia <> 0
               display "Erro ao gravar arq. relCadeia.txt"
           end-if

           .
       gravar-linha-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao Normal: a cadeia interrompida termina em ERRO.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-cadeia-interrompida
               move "ERRO" to ws-lote-status
           else
               move "OK"   to ws-lote-status
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

           move "execCadeia"                to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-passos-lidos         to lt-lidos
           move ws-qtd-passos-executados    to lt-gravados
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
