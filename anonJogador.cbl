      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "anonJogador".
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

      *> Cadastro persistente de jogadores (atual ou de uma geracao de
      *> backup): o registro do jogador passa a ter o pseudonimo como nome
      *> e como chave, mantendo a matricula.
           select arqJogadores assign to ws-nome-arq-jogadores
           organization is indexed
           access mode is dynamic
           record key is fd-jg-nome-norm
           file status is ws-fs-arqJogadores.

      *> Ranking historico (atual ou de backup): os pontos do nome sao
      *> transferidos para o registro do pseudonimo.
           select arqRanking assign to ws-nome-arq-ranking
           organization is indexed
           access mode is dynamic
           record key is fd-rk-nome
           file status is ws-fs-arqRanking.

      *> Conquistas dos jogadores (atual ou de backup), pela matricula.
           select arqConquistas assign to ws-nome-arq-conquistas
           organization is indexed
           access mode is dynamic
           record key is fd-cq-chave
           file status is ws-fs-arqConquistas.

      *> Rating de habilidade por matricula, gerado pelo calcRating (atual
      *> ou de backup).
           select arqRatings assign to ws-nome-arq-ratings
           organization is indexed
           access mode is dynamic
           record key is fd-rt-codigo
           file status is ws-fs-arqRatings.

      *> Origem generica dos arquivos sequenciais que guardam o nome do
      *> jogador (partidas, log, temporadas, resumos, leaderboard, ajustes,
      *> historico de rating e checkpoint, atuais ou de backup): o nome do
      *> arquivo e montado antes de cada passagem.
           select arqSeqOrigem assign to ws-nome-seq-origem
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqSeqOrigem.

      *> Arquivo de trabalho da regravacao dos arquivos sequenciais: o
      *> original so e trocado depois da copia completa.
           select arqSeqTrab assign to "arqAnonimiza.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqSeqTrab.

      *> Certificado de anonimizacao: arquivos tratados e quantidade de
      *> registros alterados em cada um (nao contem o nome anonimizado).
           select arqCertificado assign to "relAnonimizacao.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCertificado.

      *> Cadastro de operadores do jogo: a operacao exige a entrada de um
      *> supervisor.
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-op-id
           file status is ws-fs-arqOperadores.

      *> Registro de acessos: entradas, falhas de entrada e recusas.
           select arqAcessos assign to "arqAcessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAcessos.

      *> Arquivo de trabalho da ordenacao das geracoes de backup, pela
      *> data de cada backup registrado no diario de lotes.
           select arqOrdGeracoes assign to "arqGeracoes.srt".

      *> Geracoes de backup distintas, em ordem de data, percorridas na
      *> previa e de novo na anonimizacao.
           select arqGeracoes assign to "arqGeracoes.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqGeracoes.

      *> Diario de execucoes dos lotes: cada execucao anexa um registro de
      *> controle (programa, inicio, fim, totais e situacao final). Tambem
      *> e lido para descobrir as geracoes de backup ja feitas.
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

       fd arqRanking.
       01  fd-ranking.
           05 fd-rk-nome                           pic x(25).
           05 fd-rk-pontos                         pic 9(04).

       fd arqConquistas.
       01  fd-conquista-reg.
           05 fd-cq-chave.
              10 fd-cq-codigo                      pic 9(04).
              10 fd-cq-badge                       pic x(08).
           05 fd-cq-nome                           pic x(25).
           05 fd-cq-data                           pic x(08).

       fd arqRatings.
       01  fd-rating-reg.
           05 fd-rt-codigo                         pic 9(04).
           05 fd-rt-nome                           pic x(25).
           05 fd-rt-rating                         pic 9(04).
           05 fd-rt-pico                           pic 9(04).
           05 fd-rt-partidas                       pic 9(05).
           05 fd-rt-ult-partida                    pic x(14).

       fd arqSeqOrigem.
       01  fd-seq-origem-rec                       pic x(500).

       fd arqSeqTrab.
       01  fd-seq-trab-rec                         pic x(500).

       fd arqCertificado.
       01  fd-certificado-rec                      pic x(80).

       fd arqOperadores.
       01  fd-operador-reg.
           05 fd-op-id                             pic x(08).
           05 fd-op-nome                           pic x(25).
           05 fd-op-senha                          pic x(08).
           05 fd-op-perfil                         pic x(01).

       fd arqAcessos.
       01  fd-acesso-rec                           pic x(78).

       sd arqOrdGeracoes.
       01  sd-geracao-reg.
           05 sd-ger-data                          pic x(08).

       fd arqGeracoes.
       01  fd-geracao-rec                          pic x(08).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqConquistas                     pic 9(02).
       77  ws-fs-arqRatings                        pic 9(02).
       77  ws-fs-arqSeqOrigem                      pic 9(02).
       77  ws-fs-arqSeqTrab                        pic 9(02).
       77  ws-fs-arqCertificado                    pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAcessos                        pic 9(02).
       77  ws-fs-arqGeracoes                       pic 9(02).
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
       77 ws-qtd-registros-mexidos                 pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Registro do diario de lotes lido na procura das geracoes de backup.
      *>------------------------------------------------------------------------
       01 ws-lote-lido.
          05 ll-programa                           pic x(12).
          05 filler                                pic x(01).
          05 ll-inicio                             pic x(14).
          05 filler                                pic x(01).
          05 ll-fim                                pic x(14).
          05 filler                                pic x(01).
          05 ll-lidos                              pic x(06).
          05 filler                                pic x(01).
          05 ll-gravados                           pic x(06).
          05 filler                                pic x(01).
          05 ll-expurgados                         pic x(06).
          05 filler                                pic x(01).
          05 ll-status                             pic x(10).

      *>------------------------------------------------------------------------
      *> Linha do registro de acessos: data-hora, programa, operador,
      *> evento (ENTRADA, FALHA, RECUSA) e detalhe.
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

      *>------------------------------------------------------------------------
      *> Entrada do supervisor que autoriza a operacao.
      *>------------------------------------------------------------------------
       77 ws-operador-id                           pic x(08).
       77 ws-logon-id                              pic x(08).
       77 ws-logon-senha                           pic x(08).
       77 ws-tentativas-logon                      pic 9(01) value zero.
       77 ws-flag-logon                            pic x(01) value "N".
          88 ws-logon-ok                           value "S".

      *>------------------------------------------------------------------------
      *> Jogador a anonimizar: nome (como registrado e normalizado),
      *> matricula e pseudonimo estavel "JOGADOR nnnn".
      *>------------------------------------------------------------------------
       77 ws-jogador-informado                     pic x(25).
       77 ws-nome-antigo                           pic x(25).
       77 ws-nome-norm-antigo                      pic x(25).
       77 ws-codigo-jogador                        pic 9(04).
       77 ws-pseudonimo                            pic x(25).
       77 ws-nome-comparado                        pic x(25).

      *>------------------------------------------------------------------------
      *> Nomes dos arquivos da passagem corrente: os do jogo ou os de uma
      *> geracao de backup ("bkp<nome>.<AAAAMMDD>.dat", como no bkpArquivos).
      *>------------------------------------------------------------------------
       77 ws-nome-arq-jogadores                    pic x(30).
       77 ws-nome-arq-ranking                      pic x(30).
       77 ws-nome-arq-conquistas                   pic x(30).
       77 ws-nome-arq-ratings                      pic x(30).
       77 ws-nome-seq-origem                       pic x(30).
       77 ws-nome-exibido                          pic x(30).

       77 ws-geracao-corrente                      pic x(08).

       77 ws-geracao-anterior                      pic x(08).
       77 ws-qtd-geracoes                          pic 9(04) value zero.

       77 ws-flag-fim-ordenacao                    pic x(01).
          88 ws-fim-ordenacao                      value "S".

      *>------------------------------------------------------------------------
      *> Modo da passagem: P = previa (so conta), A = aplica e certifica,
      *> L = lista no certificado sem alterar (backups mantidos).
      *>------------------------------------------------------------------------
       77 ws-modo-passagem                         pic x(01).
          88 ws-modo-previa                        value "P".
          88 ws-modo-aplicar                       value "A".
          88 ws-modo-listar                        value "L".

       77 ws-tipo-seq                              pic x(02).

       77 ws-arq-presente                          pic x(01).
       77 ws-qtd-arq-lidos                         pic 9(06).
       77 ws-qtd-arq-mexidos                       pic 9(06).
       77 ws-flag-registro-mexido                  pic x(01).
          88 ws-registro-mexido                    value "S".

       77 ws-qtd-prev-atual                        pic 9(06) value zero.
       77 ws-qtd-prev-backup                       pic 9(06) value zero.
       77 ws-qtd-mantidos-backup                   pic 9(06) value zero.

       77 ws-resp-confirma                         pic x(01).
       77 ws-resp-backups                          pic x(01).

      *>------------------------------------------------------------------------
      *> Ranking: chaves com o nome do jogador (variacoes de caixa e
      *> espacos), pontos transferidos e soma geral antes e depois, que
      *> tem de bater.
      *>------------------------------------------------------------------------
       01 ws-chaves-ranking.
          05 ws-chave-rk occurs 10                 pic x(25).
       77 ws-qtd-chaves-rk                         pic 9(02).
       77 ws-ind-rk                                pic 9(02).
       77 ws-pontos-transferidos                   pic 9(05).
       77 ws-soma-ranking                          pic 9(09).
       77 ws-soma-ranking-antes                    pic 9(09) value zero.
       77 ws-soma-ranking-depois                   pic 9(09) value zero.
       77 ws-flag-fim-leitura                      pic x(01).
          88 ws-fim-leitura                        value "S".

      *>------------------------------------------------------------------------
      *> Registro sequencial corrente e as visoes de cada arquivo que
      *> guarda o nome do jogador (layouts como gravados pelos programas
      *> de origem).
      *>------------------------------------------------------------------------
       01 ws-seq-rec                               pic x(500).

       01 ws-partida-rec redefines ws-seq-rec.
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

       01 ws-log-rec redefines ws-seq-rec.
          05 log-data-hora                         pic x(14).
          05 filler                                pic x(01).
          05 log-jogador                           pic x(25).

       01 ws-temporada-rec redefines ws-seq-rec.
          05 tp-temporada                          pic x(03).
          05 filler                                pic x(01).
          05 tp-data-inicio                        pic x(08).
          05 filler                                pic x(01).
          05 tp-data-fim                           pic x(08).
          05 filler                                pic x(01).
          05 tp-posicao                            pic x(04).
          05 filler                                pic x(01).
          05 tp-nome                               pic x(25).

      *> historico de temporadas no layout anterior (posicao em dois digitos)
       01 ws-temporada-ant redefines ws-seq-rec.
          05 filler                                pic x(22).
          05 ta-posicao                            pic x(02).
          05 filler                                pic x(01).
          05 ta-nome                               pic x(25).

       01 ws-resumo-rec redefines ws-seq-rec.
          05 rs-mes                                pic x(06).
          05 filler                                pic x(01).
          05 rs-tipo                               pic x(01).
          05 filler                                pic x(01).
          05 rs-nome                               pic x(25).

       01 ws-ajuste-rec redefines ws-seq-rec.
          05 aj-data                               pic x(08).
          05 filler                                pic x(01).
          05 aj-jogador                            pic x(25).

       01 ws-hist-rating-rec redefines ws-seq-rec.
          05 hr-codigo                             pic x(04).
          05 filler                                pic x(01).
          05 hr-nome                               pic x(25).

       01 ws-checkpoint-rec redefines ws-seq-rec.
          05 cp-jogadores occurs 10.
             10 cp-nome-jog                        pic x(25).
             10 cp-pontos-jog                      pic x(04).
             10 cp-equipe-jog                      pic x(15).

       77 ws-ind-pt                                pic 9(02).
       77 ws-codigo-txt                            pic x(04).

      *>------------------------------------------------------------------------
      *> Campos da linha do leaderboard da intranet (delimitada por ";").
      *>------------------------------------------------------------------------
       77 lb-tipo                                  pic x(02).
       77 lb-posicao                               pic x(06).
       77 lb-nome                                  pic x(25).
       77 lb-pontos                                pic x(06).
       77 lb-data                                  pic x(08).

      *>------------------------------------------------------------------------
      *> Linhas do certificado.
      *>------------------------------------------------------------------------
       77 ws-linha-cert                            pic x(80).
       77 ws-data-hora-cert                        pic x(14).

       01 ws-detalhe-cert.
          05 dc-geracao                            pic x(08).
          05 filler                                pic x(02) value spaces.
          05 dc-arquivo                            pic x(30).
          05 filler                                pic x(01) value space.
          05 dc-lidos                              pic zzzzz9.
          05 filler                                pic x(02) value spaces.
          05 dc-alterados                          pic zzzzz9.
          05 filler                                pic x(02) value spaces.
          05 dc-situacao                           pic x(14).

       01 ws-qtd-ed                                pic zzzzz9.
       01 ws-soma-ed                               pic zzz.zzz.zz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: exige o supervisor, identifica o
      *>  jogador no cadastro e monta o pseudonimo pela matricula.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Anonimizacao de jogador nos historicos (LGPD)"

           perform exigir-supervisor

           display "Jogador a anonimizar (nome ou matricula): "
               with no advancing
           accept ws-jogador-informado

           if ws-jogador-informado = spaces
               display "Nenhum jogador informado. Nada alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform identificar-jogador

           move spaces to ws-pseudonimo
           string "JOGADOR " ws-codigo-jogador
                  delimited by size into ws-pseudonimo
           end-string

           if ws-nome-norm-antigo = ws-pseudonimo
               display "Jogador ja anonimizado. Nada a fazer."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform procurar-geracoes-backup

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza o jogador no cadastro atual: pela matricula (4 digitos
      *>   no maximo) ou pelo nome normalizado. Sem matricula nao ha
      *>   pseudonimo estavel, e a execucao e abortada.
      *>------------------------------------------------------------------------
       identificar-jogador section.

           move "arqJogadores.dat" to ws-nome-arq-jogadores

           open input arqJogadores

           if ws-fs-arqJogadores <> 0
               display "Arquivo arqJogadores.dat nao encontrado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move spaces to ws-nome-antigo

           if function trim(ws-jogador-informado) is numeric
              and function length(function trim(ws-jogador-informado)) <= 4

               move function numval(ws-jogador-informado)
                 to ws-codigo-jogador

               move low-values to fd-jg-nome-norm
               start arqJogadores key is >= fd-jg-nome-norm

               perform until ws-fs-arqJogadores <> 0
                          or ws-nome-antigo <> spaces
                   read arqJogadores next
                   if ws-fs-arqJogadores = 0
                      and fd-jg-codigo = ws-codigo-jogador
                       move fd-jg-nome      to ws-nome-antigo
                       move fd-jg-nome-norm to ws-nome-norm-antigo
                   end-if
               end-perform

           else

               move function upper-case(function trim(ws-jogador-informado))
                 to fd-jg-nome-norm
               read arqJogadores
               if ws-fs-arqJogadores = 0
                   move fd-jg-nome      to ws-nome-antigo
                   move fd-jg-nome-norm to ws-nome-norm-antigo
                   move fd-jg-codigo    to ws-codigo-jogador
               end-if

           end-if

           close arqJogadores

           if ws-nome-antigo = spaces
               display "Jogador nao consta no cadastro de jogadores."
               display "Confira o nome ou a matricula. Nada alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       identificar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Descobre as geracoes de backup pelo diario de lotes: cada
      *>   execucao do bkpArquivos terminada em OK corresponde a uma
      *>   geracao com a data do inicio. As datas sao ordenadas e as
      *>   repetidas contam uma vez, em arqGeracoes.trb.
      *>------------------------------------------------------------------------
       procurar-geracoes-backup section.

           move zero to ws-qtd-geracoes

           sort arqOrdGeracoes
               on ascending key sd-ger-data
               input procedure  is ler-lotes-backup
               output procedure is gravar-geracoes

           .
       procurar-geracoes-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Entrada da ordenacao das geracoes: a data de cada backup
      *>   terminado em OK no diario de lotes.
      *>------------------------------------------------------------------------
       ler-lotes-backup section.

           open input arqLotes

           if ws-fs-arqLotes = 0

               perform until ws-fs-arqLotes <> 0

                   read arqLotes into ws-lote-lido

                   if ws-fs-arqLotes = 0
                      and ll-programa = "bkpArquivos"
                      and ll-status = "OK"
                       move ll-inicio(1:8) to sd-ger-data
                       release sd-geracao-reg
                   end-if

               end-perform

               close arqLotes

           end-if

           .
       ler-lotes-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Saida da ordenacao das geracoes: grava cada data uma unica vez
      *>   (na troca de data) e conta as geracoes.
      *>------------------------------------------------------------------------
       gravar-geracoes section.

           open output arqGeracoes

           if ws-fs-arqGeracoes <> 0
               display "Erro ao gravar arq. arqGeracoes.trb. Nada alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move "N"    to ws-flag-fim-ordenacao
           move spaces to ws-geracao-anterior

           perform until ws-fim-ordenacao

               return arqOrdGeracoes
                   at end
                       move "S" to ws-flag-fim-ordenacao
                   not at end
                       if sd-ger-data <> ws-geracao-anterior
                           add  1           to ws-qtd-geracoes
                           move sd-ger-data to ws-geracao-anterior
                           write fd-geracao-rec from sd-ger-data
                       end-if
               end-return

           end-perform

           close arqGeracoes

           .
       gravar-geracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Passa por todas as geracoes de backup de arqGeracoes.trb, uma a
      *>   uma, no modo da passagem corrente.
      *>------------------------------------------------------------------------
       percorrer-geracoes-backup section.

           open input arqGeracoes

           if ws-fs-arqGeracoes = 0

               perform until ws-fs-arqGeracoes <> 0

                   read arqGeracoes into ws-geracao-corrente

                   if ws-fs-arqGeracoes = 0
                       perform tratar-geracao-backup
                   end-if

               end-perform

               close arqGeracoes

           end-if

           .
       percorrer-geracoes-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: mostra a previa (registros com o nome em
      *> cada arquivo atual e de backup), pede a confirmacao e so entao
      *> anonimiza, gravando o certificado arquivo a arquivo.
      *>------------------------------------------------------------------------
       processamento section.

           display " "
           display "Previa da anonimizacao de """
                   function trim(ws-nome-antigo) """ (matricula "
                   ws-codigo-jogador ") para """
                   function trim(ws-pseudonimo) """:"

           set ws-modo-previa to true
           perform tratar-arquivos-atuais
           perform percorrer-geracoes-backup

           if ws-qtd-prev-atual = zero
              and ws-qtd-prev-backup = zero
               display "Nenhum registro com o nome do jogador. Nada a fazer."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           display " "
           display "Confirma a anonimizacao (S/N)?: " with no advancing
           accept ws-resp-confirma

           if ws-resp-confirma <> "S" and ws-resp-confirma <> "s"
               display "Anonimizacao cancelada. Nada foi alterado."
               move "CANCELADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move "S" to ws-resp-backups
           if ws-qtd-prev-backup > zero
               display "Anonimizar tambem as geracoes de backup (S/N)?: "
                   with no advancing
               accept ws-resp-backups
           end-if

           perform abrir-certificado

           set ws-modo-aplicar to true
           perform tratar-arquivos-atuais

           move "Geracoes de backup (bkpArquivos):" to ws-linha-cert
           perform gravar-linha-cert

           if ws-qtd-geracoes = zero
               move "  nenhuma geracao registrada no diario de lotes"
                 to ws-linha-cert
               perform gravar-linha-cert
           end-if

           if ws-resp-backups <> "S" and ws-resp-backups <> "s"
               set ws-modo-listar to true
           end-if

           perform percorrer-geracoes-backup

           perform fechar-certificado

           display " "
           move ws-qtd-registros-mexidos to ws-qtd-ed
           display "Anonimizacao concluida. Registros alterados: " ws-qtd-ed
           if ws-qtd-mantidos-backup > zero
               move ws-qtd-mantidos-backup to ws-qtd-ed
               display "ATENCAO: registros com o nome mantidos em backups: "
                       ws-qtd-ed
           end-if
           display "Certificado gravado em relAnonimizacao.txt"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Passagem pelos arquivos atuais do jogo que guardam o nome.
      *>------------------------------------------------------------------------
       tratar-arquivos-atuais section.

           move "ATUAL"              to ws-geracao-corrente
           move "arqJogadores.dat"   to ws-nome-arq-jogadores
           move "arqRanking.dat"     to ws-nome-arq-ranking
           move "arqConquistas.dat"  to ws-nome-arq-conquistas
           move "arqRatings.dat"     to ws-nome-arq-ratings

           perform anonimizar-jogadores
           perform anonimizar-ranking
           perform anonimizar-conquistas
           perform anonimizar-ratings

           move "arqPartidas.dat"    to ws-nome-seq-origem
           move "PT"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "arqLogJogo.dat"     to ws-nome-seq-origem
           move "LG"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "arqTemporadas.dat"  to ws-nome-seq-origem
           move "TP"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "arqLogResumo.dat"   to ws-nome-seq-origem
           move "RS"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "intLeaderboard.txt" to ws-nome-seq-origem
           move "LB"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "arqAjustes.dat"     to ws-nome-seq-origem
           move "AJ"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "arqHistRating.dat"  to ws-nome-seq-origem
           move "HR"                 to ws-tipo-seq
           perform anonimizar-sequencial

           move "arqCheckpoint.dat"  to ws-nome-seq-origem
           move "CP"                 to ws-tipo-seq
           perform anonimizar-sequencial

           .
       tratar-arquivos-atuais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Passagem pelos arquivos da geracao de backup ws-geracao-corrente
      *>   que guardam o nome (os que o bkpArquivos copia).
      *>------------------------------------------------------------------------
       tratar-geracao-backup section.

           move spaces to ws-nome-arq-jogadores
           string "bkpJogadores." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-arq-jogadores
           end-string
           move spaces to ws-nome-arq-ranking
           string "bkpRanking." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-arq-ranking
           end-string
           move spaces to ws-nome-arq-conquistas
           string "bkpConquistas." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-arq-conquistas
           end-string
           move spaces to ws-nome-arq-ratings
           string "bkpRatings." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-arq-ratings
           end-string

           perform anonimizar-jogadores
           perform anonimizar-ranking
           perform anonimizar-conquistas
           perform anonimizar-ratings

           move spaces to ws-nome-seq-origem
           string "bkpPartidas." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-seq-origem
           end-string
           move "PT" to ws-tipo-seq
           perform anonimizar-sequencial

           move spaces to ws-nome-seq-origem
           string "bkpLogJogo." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-seq-origem
           end-string
           move "LG" to ws-tipo-seq
           perform anonimizar-sequencial

           move spaces to ws-nome-seq-origem
           string "bkpTemporadas." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-seq-origem
           end-string
           move "TP" to ws-tipo-seq
           perform anonimizar-sequencial

           move spaces to ws-nome-seq-origem
           string "bkpLogResumo." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-seq-origem
           end-string
           move "RS" to ws-tipo-seq
           perform anonimizar-sequencial

           move spaces to ws-nome-seq-origem
           string "bkpAjustes." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-seq-origem
           end-string
           move "AJ" to ws-tipo-seq
           perform anonimizar-sequencial

           move spaces to ws-nome-seq-origem
           string "bkpHistRating." ws-geracao-corrente ".dat"
                  delimited by size into ws-nome-seq-origem
           end-string
           move "HR" to ws-tipo-seq
           perform anonimizar-sequencial

           .
       tratar-geracao-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastro de jogadores: o registro do nome e trocado por um com
      *>   o pseudonimo como nome e chave, mesma matricula.
      *>------------------------------------------------------------------------
       anonimizar-jogadores section.

           move ws-nome-arq-jogadores to ws-nome-exibido
           move zero to ws-qtd-arq-lidos
           move zero to ws-qtd-arq-mexidos

           if ws-modo-aplicar
               open i-o arqJogadores
           else
               open input arqJogadores
           end-if

           if ws-fs-arqJogadores <> 0
               move "N" to ws-arq-presente
           else
               move "S" to ws-arq-presente

               move ws-nome-norm-antigo to fd-jg-nome-norm
               read arqJogadores

               if ws-fs-arqJogadores = 0
                   add 1 to ws-qtd-arq-lidos
                   add 1 to ws-qtd-arq-mexidos

                   if ws-modo-aplicar
                       delete arqJogadores
                       if ws-fs-arqJogadores = 0
                           move ws-pseudonimo     to fd-jg-nome-norm
                           move ws-pseudonimo     to fd-jg-nome
                           move ws-codigo-jogador to fd-jg-codigo
                           write fd-jogador-reg
                       end-if
                       if ws-fs-arqJogadores <> 0
                           display "Erro ao regravar o jogador em "
                                   function trim(ws-nome-exibido) "."
                           display "ATENCAO: confira o arquivo (o registro"
                           display "original pode ja ter sido removido)."
                           close arqJogadores
                           move "ERRO" to ws-lote-status
                           perform finalizar-lote
                       end-if
                   end-if
               end-if

               close arqJogadores
           end-if

           perform registrar-resultado-arquivo

           .
       anonimizar-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Ranking historico: os registros com o nome (qualquer variacao
      *>   de caixa) sao removidos e seus pontos somados ao registro do
      *>   pseudonimo, de modo que a soma geral de pontos nao muda.
      *>------------------------------------------------------------------------
       anonimizar-ranking section.

           move ws-nome-arq-ranking to ws-nome-exibido
           move zero to ws-qtd-arq-lidos
           move zero to ws-qtd-arq-mexidos
           move zero to ws-qtd-chaves-rk
           move zero to ws-pontos-transferidos

           if ws-modo-aplicar
               open i-o arqRanking
           else
               open input arqRanking
           end-if

           if ws-fs-arqRanking <> 0
               move "N" to ws-arq-presente
           else
               move "S" to ws-arq-presente

               perform somar-ranking
               if ws-geracao-corrente = "ATUAL"
                  and ws-modo-previa
                   move ws-soma-ranking to ws-soma-ranking-antes
               end-if

      *>         localiza as chaves do jogador antes de alterar o arquivo
               move low-values to fd-rk-nome
               start arqRanking key is >= fd-rk-nome
               move "N" to ws-flag-fim-leitura
               if ws-fs-arqRanking <> 0
                   move "S" to ws-flag-fim-leitura
               end-if

               perform until ws-fim-leitura
                   read arqRanking next
                   if ws-fs-arqRanking <> 0
                       move "S" to ws-flag-fim-leitura
                   else
                       add 1 to ws-qtd-arq-lidos
                       move function upper-case(function trim(fd-rk-nome))
                         to ws-nome-comparado
                       if ws-nome-comparado = ws-nome-norm-antigo
                          and ws-qtd-chaves-rk < 10
                           add  1          to ws-qtd-chaves-rk
                           move fd-rk-nome to ws-chave-rk(ws-qtd-chaves-rk)
                       end-if
                   end-if
               end-perform

               move ws-qtd-chaves-rk to ws-qtd-arq-mexidos

               if ws-modo-aplicar
                  and ws-qtd-chaves-rk > zero
                   perform transferir-ranking
               end-if

               if ws-geracao-corrente = "ATUAL"
                  and ws-modo-aplicar
                   perform somar-ranking
                   move ws-soma-ranking to ws-soma-ranking-depois
               end-if

               close arqRanking
           end-if

           perform registrar-resultado-arquivo

           .
       anonimizar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Remove as chaves do jogador encontradas e grava (ou soma) os
      *>   pontos no registro do pseudonimo.
      *>------------------------------------------------------------------------
       transferir-ranking section.

           perform varying ws-ind-rk from 1 by 1
                                     until ws-ind-rk > ws-qtd-chaves-rk
               move ws-chave-rk(ws-ind-rk) to fd-rk-nome
               read arqRanking
               if ws-fs-arqRanking = 0
                   add fd-rk-pontos to ws-pontos-transferidos
                   delete arqRanking
               end-if
               if ws-fs-arqRanking <> 0
                   display "Erro ao remover o nome do ranking em "
                           function trim(ws-nome-exibido) ". Abortado."
                   close arqRanking
                   move "ERRO" to ws-lote-status
                   perform finalizar-lote
               end-if
           end-perform

           move ws-pseudonimo to fd-rk-nome
           read arqRanking

           if ws-fs-arqRanking = 0
               add ws-pontos-transferidos to fd-rk-pontos
               rewrite fd-ranking
           else
               move ws-pseudonimo          to fd-rk-nome
               move ws-pontos-transferidos to fd-rk-pontos
               write fd-ranking
           end-if

           if ws-fs-arqRanking <> 0
               display "Erro ao gravar o pseudonimo no ranking em "
                       function trim(ws-nome-exibido) "."
               display "ATENCAO: confira o arquivo (o nome ja foi removido)."
               close arqRanking
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       transferir-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma os pontos de todo o ranking aberto (conferencia de totais).
      *>------------------------------------------------------------------------
       somar-ranking section.

           move zero to ws-soma-ranking

           move low-values to fd-rk-nome
           start arqRanking key is >= fd-rk-nome
           move "N" to ws-flag-fim-leitura
           if ws-fs-arqRanking <> 0
               move "S" to ws-flag-fim-leitura
           end-if

           perform until ws-fim-leitura
               read arqRanking next
               if ws-fs-arqRanking <> 0
                   move "S" to ws-flag-fim-leitura
               else
                   add fd-rk-pontos to ws-soma-ranking
               end-if
           end-perform

           .
       somar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conquistas: os registros da matricula passam a levar o
      *>   pseudonimo (chave, distintivo e data nao mudam).
      *>------------------------------------------------------------------------
       anonimizar-conquistas section.

           move ws-nome-arq-conquistas to ws-nome-exibido
           move zero to ws-qtd-arq-lidos
           move zero to ws-qtd-arq-mexidos

           if ws-modo-aplicar
               open i-o arqConquistas
           else
               open input arqConquistas
           end-if

           if ws-fs-arqConquistas <> 0
               move "N" to ws-arq-presente
           else
               move "S" to ws-arq-presente

               move ws-codigo-jogador to fd-cq-codigo
               move low-values        to fd-cq-badge
               start arqConquistas key is >= fd-cq-chave
               move "N" to ws-flag-fim-leitura
               if ws-fs-arqConquistas <> 0
                   move "S" to ws-flag-fim-leitura
               end-if

               perform until ws-fim-leitura
                   read arqConquistas next
                   if ws-fs-arqConquistas <> 0
                      or fd-cq-codigo <> ws-codigo-jogador
                       move "S" to ws-flag-fim-leitura
                   else
                       add 1 to ws-qtd-arq-lidos
                       if fd-cq-nome <> ws-pseudonimo
                           add 1 to ws-qtd-arq-mexidos
                           if ws-modo-aplicar
                               move ws-pseudonimo to fd-cq-nome
                               rewrite fd-conquista-reg
                               if ws-fs-arqConquistas <> 0
                                   display "Erro ao regravar conquista em "
                                           function trim(ws-nome-exibido)
                                   close arqConquistas
                                   move "ERRO" to ws-lote-status
                                   perform finalizar-lote
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform

               close arqConquistas
           end-if

           perform registrar-resultado-arquivo

           .
       anonimizar-conquistas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rating de habilidade: o registro da matricula passa a levar o
      *>   pseudonimo (rating, pico e partidas nao mudam).
      *>------------------------------------------------------------------------
       anonimizar-ratings section.

           move ws-nome-arq-ratings to ws-nome-exibido
           move zero to ws-qtd-arq-lidos
           move zero to ws-qtd-arq-mexidos

           if ws-modo-aplicar
               open i-o arqRatings
           else
               open input arqRatings
           end-if

           if ws-fs-arqRatings <> 0
               move "N" to ws-arq-presente
           else
               move "S" to ws-arq-presente

               move ws-codigo-jogador to fd-rt-codigo
               read arqRatings

               if ws-fs-arqRatings = 0
                   add 1 to ws-qtd-arq-lidos
                   if fd-rt-nome <> ws-pseudonimo
                       add 1 to ws-qtd-arq-mexidos
                       if ws-modo-aplicar
                           move ws-pseudonimo to fd-rt-nome
                           rewrite fd-rating-reg
                           if ws-fs-arqRatings <> 0
                               display "Erro ao regravar o rating em "
                                       function trim(ws-nome-exibido) "."
                               close arqRatings
                               move "ERRO" to ws-lote-status
                               perform finalizar-lote
                           end-if
                       end-if
                   end-if
               end-if

               close arqRatings
           end-if

           perform registrar-resultado-arquivo

           .
       anonimizar-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Arquivo sequencial ws-nome-seq-origem, do tipo ws-tipo-seq: cada
      *>   registro com o nome recebe o pseudonimo. Ao aplicar, o arquivo e
      *>   copiado para o trabalho e so regravado se algo mudou.
      *>------------------------------------------------------------------------
       anonimizar-sequencial section.

           move ws-nome-seq-origem to ws-nome-exibido
           move zero to ws-qtd-arq-lidos
           move zero to ws-qtd-arq-mexidos

           open input arqSeqOrigem

           if ws-fs-arqSeqOrigem <> 0
               move "N" to ws-arq-presente
           else
               move "S" to ws-arq-presente

               if ws-modo-aplicar
                   open output arqSeqTrab
                   if ws-fs-arqSeqTrab <> 0
                       display "Erro ao criar arqAnonimiza.trb. Abortado."
                       close arqSeqOrigem
                       move "ABORTADO" to ws-lote-status
                       perform finalizar-lote
                   end-if
               end-if

               perform until ws-fs-arqSeqOrigem <> 0

                   read arqSeqOrigem into ws-seq-rec

                   if ws-fs-arqSeqOrigem = 0

                       add 1 to ws-qtd-arq-lidos
                       move "N" to ws-flag-registro-mexido

                       evaluate ws-tipo-seq
                           when "PT" perform anonimizar-partida
                           when "LG" perform anonimizar-log
                           when "TP" perform anonimizar-temporada
                           when "RS" perform anonimizar-resumo
                           when "LB" perform anonimizar-leaderboard
                           when "AJ" perform anonimizar-ajuste
                           when "HR" perform anonimizar-hist-rating
                           when "CP" perform anonimizar-checkpoint
                       end-evaluate

                       if ws-registro-mexido
                           add 1 to ws-qtd-arq-mexidos
                       end-if

                       if ws-modo-aplicar
      *>                     linha intacta e regravada integral, para nao
      *>                     truncar colunas que o layout nao conhece
                           if ws-registro-mexido
                               write fd-seq-trab-rec from ws-seq-rec
                           else
                               write fd-seq-trab-rec from fd-seq-origem-rec
                           end-if
                           if ws-fs-arqSeqTrab <> 0
                               display "Erro no arquivo de trabalho. Abortado."
                               close arqSeqOrigem
                               close arqSeqTrab
                               move "ABORTADO" to ws-lote-status
                               perform finalizar-lote
                           end-if
                       end-if

                   end-if

               end-perform

               close arqSeqOrigem

               if ws-modo-aplicar
                   close arqSeqTrab
                   if ws-qtd-arq-mexidos > zero
                       perform regravar-sequencial
                   end-if
               end-if
           end-if

           perform registrar-resultado-arquivo

           .
       anonimizar-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Troca o arquivo sequencial pela versao anonimizada do arquivo de
      *>   trabalho.
      *>------------------------------------------------------------------------
       regravar-sequencial section.

           open input arqSeqTrab

           if ws-fs-arqSeqTrab <> 0
               display "Erro ao reabrir arqAnonimiza.trb. O arquivo "
                       function trim(ws-nome-exibido)
               display "nao foi alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open output arqSeqOrigem

           if ws-fs-arqSeqOrigem <> 0
               display "Erro ao regravar " function trim(ws-nome-exibido)
               display "Confira o arquivo arqAnonimiza.trb."
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform until ws-fs-arqSeqTrab <> 0

               read arqSeqTrab

               if ws-fs-arqSeqTrab = 0
                   write fd-seq-origem-rec from fd-seq-trab-rec
                   if ws-fs-arqSeqOrigem <> 0
                       display "Erro ao regravar "
                               function trim(ws-nome-exibido)
                       display "Confira o arquivo arqAnonimiza.trb."
                       move "ERRO" to ws-lote-status
                       perform finalizar-lote
                   end-if
               end-if

           end-perform

           close arqSeqTrab
           close arqSeqOrigem

           .
       regravar-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Historico de partidas: vencedor e participantes (pontos e
      *>   colocacoes ficam como estao).
      *>------------------------------------------------------------------------
       anonimizar-partida section.

           if pt-qtd-jog is numeric

               move function upper-case(function trim(pt-vencedor))
                 to ws-nome-comparado
               if ws-nome-comparado = ws-nome-norm-antigo
                   move ws-pseudonimo to pt-vencedor
                   move "S" to ws-flag-registro-mexido
               end-if

               perform varying ws-ind-pt from 1 by 1
                                    until ws-ind-pt > pt-qtd-jog
                                       or ws-ind-pt > 10
                   move function upper-case(function trim(pt-nome-jog(ws-ind-pt)))
                     to ws-nome-comparado
                   if ws-nome-comparado = ws-nome-norm-antigo
                       move ws-pseudonimo to pt-nome-jog(ws-ind-pt)
                       move "S" to ws-flag-registro-mexido
                   end-if
               end-perform

           end-if

           .
       anonimizar-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Log de jogadas: jogador da linha.
      *>------------------------------------------------------------------------
       anonimizar-log section.

           move function upper-case(function trim(log-jogador))
             to ws-nome-comparado
           if ws-nome-comparado = ws-nome-norm-antigo
               move ws-pseudonimo to log-jogador
               move "S" to ws-flag-registro-mexido
           end-if

           .
       anonimizar-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Historico de temporadas: nome na classificacao final (registros
      *>   antigos, com a posicao em dois digitos, no layout anterior).
      *>------------------------------------------------------------------------
       anonimizar-temporada section.

           if tp-posicao is numeric
               move function upper-case(function trim(tp-nome))
                 to ws-nome-comparado
               if ws-nome-comparado = ws-nome-norm-antigo
                   move ws-pseudonimo to tp-nome
                   move "S" to ws-flag-registro-mexido
               end-if
           else
               move function upper-case(function trim(ta-nome))
                 to ws-nome-comparado
               if ws-nome-comparado = ws-nome-norm-antigo
                   move ws-pseudonimo to ta-nome
                   move "S" to ws-flag-registro-mexido
               end-if
           end-if

           .
       anonimizar-temporada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Resumos mensais do log: linhas de jogador (tipo J).
      *>------------------------------------------------------------------------
       anonimizar-resumo section.

           if rs-tipo = "J"
               move function upper-case(function trim(rs-nome))
                 to ws-nome-comparado
               if ws-nome-comparado = ws-nome-norm-antigo
                   move ws-pseudonimo to rs-nome
                   move "S" to ws-flag-registro-mexido
               end-if
           end-if

           .
       anonimizar-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Leaderboard da intranet: linhas RK e PT com o nome sao remontadas
      *>   com o pseudonimo (posicao, pontos e data como estavam).
      *>------------------------------------------------------------------------
       anonimizar-leaderboard section.

           move spaces to lb-tipo
           move spaces to lb-posicao
           move spaces to lb-nome
           move spaces to lb-pontos
           move spaces to lb-data

           unstring ws-seq-rec delimited by ";"
               into lb-tipo
                    lb-posicao
                    lb-nome
                    lb-pontos
                    lb-data
           end-unstring

           if lb-tipo = "RK" or lb-tipo = "PT"
               move function upper-case(function trim(lb-nome))
                 to ws-nome-comparado
               if ws-nome-comparado = ws-nome-norm-antigo
                   move spaces to ws-seq-rec
                   string lb-tipo ";"
                          function trim(lb-posicao) ";"
                          function trim(ws-pseudonimo) ";"
                          function trim(lb-pontos) ";"
                          function trim(lb-data)
                          delimited by size into ws-seq-rec
                   end-string
                   move "S" to ws-flag-registro-mexido
               end-if
           end-if

           .
       anonimizar-leaderboard-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Transacoes de ajuste de pontos: jogador da transacao.
      *>------------------------------------------------------------------------
       anonimizar-ajuste section.

           move function upper-case(function trim(aj-jogador))
             to ws-nome-comparado
           if ws-nome-comparado = ws-nome-norm-antigo
               move ws-pseudonimo to aj-jogador
               move "S" to ws-flag-registro-mexido
           end-if

           .
       anonimizar-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Historico de rating: linhas da matricula (ou com o nome).
      *>------------------------------------------------------------------------
       anonimizar-hist-rating section.

           move ws-codigo-jogador to ws-codigo-txt
           move function upper-case(function trim(hr-nome))
             to ws-nome-comparado
           if (hr-codigo = ws-codigo-txt
               or ws-nome-comparado = ws-nome-norm-antigo)
              and hr-nome <> ws-pseudonimo
               move ws-pseudonimo to hr-nome
               move "S" to ws-flag-registro-mexido
           end-if

           .
       anonimizar-hist-rating-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Checkpoint de partida interrompida: jogadores da sessao.
      *>------------------------------------------------------------------------
       anonimizar-checkpoint section.

           perform varying ws-ind-pt from 1 by 1 until ws-ind-pt > 10
               move function upper-case(function trim(cp-nome-jog(ws-ind-pt)))
                 to ws-nome-comparado
               if ws-nome-comparado = ws-nome-norm-antigo
                   move ws-pseudonimo to cp-nome-jog(ws-ind-pt)
                   move "S" to ws-flag-registro-mexido
               end-if
           end-perform

           .
       anonimizar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Resultado do arquivo tratado: na previa mostra a contagem; ao
      *>   aplicar ou listar grava a linha do certificado. Arquivo ausente
      *>   so aparece no certificado dos arquivos atuais.
      *>------------------------------------------------------------------------
       registrar-resultado-arquivo section.

           evaluate true

               when ws-modo-previa
                   if ws-arq-presente = "S"
                       move ws-qtd-arq-mexidos to ws-qtd-ed
                       display "  " ws-geracao-corrente "  "
                               ws-nome-exibido " registros: " ws-qtd-ed
                       if ws-geracao-corrente = "ATUAL"
                           add ws-qtd-arq-mexidos to ws-qtd-prev-atual
                       else
                           add ws-qtd-arq-mexidos to ws-qtd-prev-backup
                       end-if
                   end-if

               when other
                   if ws-arq-presente = "S"
                      or ws-geracao-corrente = "ATUAL"
                       move ws-geracao-corrente to dc-geracao
                       move ws-nome-exibido     to dc-arquivo
                       move ws-qtd-arq-lidos    to dc-lidos
                       move ws-qtd-arq-mexidos  to dc-alterados
                       evaluate true
                           when ws-arq-presente <> "S"
                               move "INEXISTENTE"  to dc-situacao
                           when ws-qtd-arq-mexidos = zero
                               move "SEM OCORRENCIA" to dc-situacao
                           when ws-modo-listar
                               move "MANTIDO"      to dc-situacao
                               add ws-qtd-arq-mexidos to ws-qtd-mantidos-backup
                           when other
                               move "ANONIMIZADO"  to dc-situacao
                       end-evaluate
                       if ws-modo-listar
                           move zero to dc-alterados
                       else
                           add ws-qtd-arq-lidos   to ws-qtd-registros-lidos
                           add ws-qtd-arq-mexidos to ws-qtd-registros-mexidos
                       end-if
                       move ws-detalhe-cert to ws-linha-cert
                       perform gravar-linha-cert
                   end-if

           end-evaluate

           .
       registrar-resultado-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre o certificado e grava o cabecalho: data, supervisor,
      *>   matricula e pseudonimo (o nome anonimizado nao e impresso).
      *>------------------------------------------------------------------------
       abrir-certificado section.

           open output arqCertificado

           if ws-fs-arqCertificado <> 0
               display "Erro ao gravar arq. relAnonimizacao.txt. Nada alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move function current-date(1:14) to ws-data-hora-cert

           move "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS (LGPD)"
             to ws-linha-cert
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           string "Data/hora          : " ws-data-hora-cert(7:2) "/"
                  ws-data-hora-cert(5:2) "/" ws-data-hora-cert(1:4) " "
                  ws-data-hora-cert(9:2) ":" ws-data-hora-cert(11:2)
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           string "Supervisor         : " ws-operador-id
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           string "Matricula          : " ws-codigo-jogador
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           string "Nome substituido por: " ws-pseudonimo
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           perform gravar-linha-cert

           move "Geracao   Arquivo                          Lidos  Alterad  Situacao"
             to ws-linha-cert
           perform gravar-linha-cert

           move all "-" to ws-linha-cert
           perform gravar-linha-cert

           .
       abrir-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o rodape do certificado: totais, conferencia da soma do
      *>   ranking e observacoes, e fecha o arquivo.
      *>------------------------------------------------------------------------
       fechar-certificado section.

           move all "-" to ws-linha-cert
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           move ws-qtd-registros-mexidos to ws-qtd-ed
           string "Total de registros anonimizados: " ws-qtd-ed
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           if ws-qtd-mantidos-backup > zero
               move spaces to ws-linha-cert
               move ws-qtd-mantidos-backup to ws-qtd-ed
               string "Registros com o nome MANTIDOS em backups: " ws-qtd-ed
                      delimited by size into ws-linha-cert
               end-string
               perform gravar-linha-cert
           end-if

           move spaces to ws-linha-cert
           move ws-soma-ranking-antes to ws-soma-ed
           string "Soma de pontos do ranking antes : " ws-soma-ed
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           move ws-soma-ranking-depois to ws-soma-ed
           string "Soma de pontos do ranking depois: " ws-soma-ed
                  delimited by size into ws-linha-cert
           end-string
           perform gravar-linha-cert

           move spaces to ws-linha-cert
           perform gravar-linha-cert

           move "Pontos, colocacoes, resultados de temporada e totais foram mantidos;"
             to ws-linha-cert
           perform gravar-linha-cert
           move "so o nome foi trocado pelo pseudonimo. Relatorios ja impressos"
             to ws-linha-cert
           perform gravar-linha-cert
           move "(rel*.txt) nao sao alterados e devem ser descartados a parte."
             to ws-linha-cert
           perform gravar-linha-cert

           close arqCertificado

           .
       fechar-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no certificado.
      *>------------------------------------------------------------------------
       gravar-linha-cert section.

           write fd-certificado-rec from ws-linha-cert

           if ws-fs-arqCertificado <> 0
               display "Erro ao gravar arq. relAnonimizacao.txt"
           end-if

           .
       gravar-linha-cert-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exige a entrada de um supervisor (tres tentativas). Falhas e
      *>   recusas ficam no registro de acessos; sem entrada valida o
      *>   programa termina sem alterar nada.
      *>------------------------------------------------------------------------
       exigir-supervisor section.

           open input arqOperadores

           if ws-fs-arqOperadores <> 0
               display "Arquivo arqOperadores.dat nao encontrado."
               display "Cadastre os operadores com o cadOperadores antes."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           display "Operacao restrita a supervisor."

           move zero to ws-tentativas-logon
           move "N"  to ws-flag-logon

           perform until ws-logon-ok
                      or ws-tentativas-logon >= 3

               add 1 to ws-tentativas-logon

               display "Operador: " with no advancing
               accept ws-logon-id
               display "Senha   : " with no advancing
               accept ws-logon-senha

               move function upper-case(ws-logon-id) to ws-logon-id
               move ws-logon-id to ws-operador-id
               move ws-logon-id to fd-op-id
               read arqOperadores

               if ws-fs-arqOperadores = 0
                  and ws-logon-id <> spaces
                  and fd-op-senha = ws-logon-senha
                   if fd-op-perfil = "S"
                       move "S"       to ws-flag-logon
                       move "ENTRADA" to ac-evento
                       move spaces    to ac-detalhe
                       perform registrar-acesso
                   else
                       display "Operador sem perfil de supervisor."
                       move "RECUSA"  to ac-evento
                       move "anonimizacao de jogador" to ac-detalhe
                       perform registrar-acesso
                       move 3 to ws-tentativas-logon
                   end-if
               else
                   display "Operador ou senha invalidos."
                   move "FALHA"   to ac-evento
                   move "operador ou senha invalidos" to ac-detalhe
                   perform registrar-acesso
               end-if

           end-perform

           close arqOperadores

           if not ws-logon-ok
               display "Acesso nao autorizado. Nada foi alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       exigir-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa um evento ao registro de acessos. Antes da chamada,
      *>   ac-evento e ac-detalhe ja vem preenchidos.
      *>------------------------------------------------------------------------
       registrar-acesso section.

           move function current-date(1:14) to ac-data-hora
           move "anonJogador"                to ac-programa
           move ws-operador-id               to ac-operador

           open extend arqAcessos

           if ws-fs-arqAcessos = 35
               open output arqAcessos
           end-if

           if ws-fs-arqAcessos = 0
               write fd-acesso-rec from ws-acesso-rec
               close arqAcessos
           else
               display "Aviso: nao foi possivel gravar arqAcessos.dat"
           end-if

           .
       registrar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao Normal: registros mantidos em backups deixam a
      *>  execucao em ALERTA.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-qtd-mantidos-backup = zero
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

           move "anonJogador"               to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-registros-mexidos    to lt-gravados
           move ws-qtd-mantidos-backup      to lt-expurgados
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
