      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "relJornal".
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

      *> Diario de alteracoes gravado pelas telas de manutencao do jogo
      *> (estados, banco de perguntas, fatos e parametros).
           select arqJornal assign to "arqJornal.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

      *> Relatorio das alteracoes selecionadas, para impressao/arquivamento.
           select arqRelJornal assign to "relJornal.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelJornal.

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
       fd arqJornal.
       01  fd-jornal-rec                           pic x(250).

       fd arqRelJornal.
       01  fd-rel-jornal-rec                       pic x(120).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqJornal                         pic 9(02).
       77  ws-fs-arqRelJornal                      pic 9(02).
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
      *> Registro do diario de alteracoes como gravado pelo jogo: data-hora,
      *> arquivo, posicao, operacao, imagens do registro antes e depois e
      *> o operador que fez a alteracao.
      *>------------------------------------------------------------------------
       01 ws-jornal-rec.
          05 jn-data-hora                          pic x(14).
          05 filler redefines jn-data-hora.
             10 jn-data                            pic x(08).
             10 jn-hora                            pic x(06).
          05 filler                                pic x(01).
          05 jn-arquivo                            pic x(13).
          05 filler                                pic x(01).
          05 jn-chave                              pic 9(02).
          05 filler                                pic x(01).
          05 jn-operacao                           pic x(07).
          05 filler                                pic x(01).
          05 jn-antes                              pic x(100).
          05 filler                                pic x(01).
          05 jn-depois                             pic x(100).
          05 filler                                pic x(01).
          05 jn-operador                           pic x(08).

      *>------------------------------------------------------------------------
      *> Filtros informados pelo operador: periodo (datas em branco = sem
      *> limite) e arquivo (em branco = todos).
      *>------------------------------------------------------------------------
       77 ws-data-ini                              pic x(08).
       77 ws-data-fim                              pic x(08).
       77 ws-arquivo-filtro                        pic x(13).
       77 ws-arquivo-filtro-norm                   pic x(13).
       77 ws-arquivo-norm                          pic x(13).

       77 ws-data-ini-ed                           pic x(08).
       77 ws-data-fim-ed                           pic x(08).
       77 ws-arquivo-filtro-ed                     pic x(13).

       77 ws-flag-selecionado                      pic x(01).
          88 ws-selecionado                        value "S".

       77 ws-qtd-lidos                             pic 9(06) value zero.
       77 ws-qtd-selecionados                      pic 9(06) value zero.
       77 ws-qtd-linhas-rel                        pic 9(06) value zero.

       01 ws-relatorio-rec                         pic x(120).
       77 ws-data-relatorio                        pic x(08).

       01 ws-qtd-ed                                pic zzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: pede o periodo e o arquivo a
      *>  consultar e abre o diario de alteracoes.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Relatorio do diario de alteracoes das tabelas"
           display "Data inicial (AAAAMMDD, vazio = desde o inicio): "
               with no advancing
           accept ws-data-ini

           if ws-data-ini <> spaces
              and ws-data-ini not numeric
               display "Data inicial invalida. Nada foi gerado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           display "Data final   (AAAAMMDD, vazio = ate hoje)      : "
               with no advancing
           accept ws-data-fim

           if ws-data-fim <> spaces
              and ws-data-fim not numeric
               display "Data final invalida. Nada foi gerado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           if ws-data-ini <> spaces
              and ws-data-fim <> spaces
              and ws-data-ini > ws-data-fim
               display "Data inicial maior que a final. Nada foi gerado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           display "Arquivo (arqEstados, arqPerguntas, arqSitPergunt,"
           display "arqFatos, arqParametros; vazio = todos)        : "
               with no advancing
           accept ws-arquivo-filtro

           move function upper-case(function trim(ws-arquivo-filtro))
             to ws-arquivo-filtro-norm

           open input arqJornal

           if ws-fs-arqJornal <> 0
               display "Arquivo arqJornal.dat nao encontrado ou vazio."
               display "Nenhuma alteracao registrada ate agora."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform abrir-relatorio-jornal

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre o relatorio e grava o cabecalho com os filtros usados.
      *>------------------------------------------------------------------------
       abrir-relatorio-jornal section.

           open output arqRelJornal

           if ws-fs-arqRelJornal <> 0
               display "Erro ao gravar arq. relJornal.txt"
               close arqJornal
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-relatorio-rec
           string "Diario de alteracoes das tabelas em " ws-data-relatorio
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-jornal

           move ws-data-ini to ws-data-ini-ed
           if ws-data-ini = spaces
               move "inicio" to ws-data-ini-ed
           end-if

           move ws-data-fim to ws-data-fim-ed
           if ws-data-fim = spaces
               move "hoje" to ws-data-fim-ed
           end-if

           move ws-arquivo-filtro to ws-arquivo-filtro-ed
           if ws-arquivo-filtro = spaces
               move "todos" to ws-arquivo-filtro-ed
           end-if

           move spaces to ws-relatorio-rec
           string "Periodo: " ws-data-ini-ed " a " ws-data-fim-ed
                  "   Arquivo: " ws-arquivo-filtro-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-jornal

           move spaces to ws-relatorio-rec
           perform gravar-linha-jornal

           move spaces to ws-relatorio-rec
           string "Data     Hora   Arquivo       Pos Operacao Operador"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-jornal

           .
       abrir-relatorio-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: percorre o diario e lista, na ordem em que
      *> foram gravadas, as alteracoes que passam nos filtros, com as
      *> imagens antes e depois para conferencia e redigitacao.
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqJornal <> 0

               read arqJornal into ws-jornal-rec

               if ws-fs-arqJornal = 0
                  and jn-data-hora <> spaces
                   add 1 to ws-qtd-lidos
                   perform selecionar-alteracao
               end-if

           end-perform

           close arqJornal

           perform gravar-rodape-jornal

           close arqRelJornal

           move ws-qtd-lidos to ws-qtd-ed
           display "Alteracoes no diario     : " ws-qtd-ed
           move ws-qtd-selecionados to ws-qtd-ed
           display "Alteracoes selecionadas  : " ws-qtd-ed
           display "Relatorio gravado em relJornal.txt"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Aplica os filtros de periodo e de arquivo ao registro corrente e,
      *>   se ele passar, imprime a alteracao.
      *>------------------------------------------------------------------------
       selecionar-alteracao section.

           move "S" to ws-flag-selecionado

           if ws-data-ini <> spaces
              and jn-data < ws-data-ini
               move "N" to ws-flag-selecionado
           end-if

           if ws-data-fim <> spaces
              and jn-data > ws-data-fim
               move "N" to ws-flag-selecionado
           end-if

           if ws-arquivo-filtro-norm <> spaces
               move function upper-case(jn-arquivo) to ws-arquivo-norm
               if ws-arquivo-norm <> ws-arquivo-filtro-norm
                   move "N" to ws-flag-selecionado
               end-if
           end-if

           if ws-selecionado
               perform imprimir-alteracao
           end-if

           .
       selecionar-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a alteracao corrente: uma linha de identificacao e as
      *>   imagens do registro antes e depois.
      *>------------------------------------------------------------------------
       imprimir-alteracao section.

           add 1 to ws-qtd-selecionados

           move spaces to ws-relatorio-rec
           string jn-data " " jn-hora " " jn-arquivo " "
                  jn-chave "  " jn-operacao "  " jn-operador
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-jornal

           move spaces to ws-relatorio-rec
           if jn-antes = spaces
               string "   Antes : (sem registro)"
                      delimited by size into ws-relatorio-rec
               end-string
           else
               string "   Antes : " jn-antes
                      delimited by size into ws-relatorio-rec
               end-string
           end-if
           perform gravar-linha-jornal

           move spaces to ws-relatorio-rec
           if jn-depois = spaces
               string "   Depois: (sem registro)"
                      delimited by size into ws-relatorio-rec
               end-string
           else
               string "   Depois: " jn-depois
                      delimited by size into ws-relatorio-rec
               end-string
           end-if
           perform gravar-linha-jornal

           .
       imprimir-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o rodape do relatorio com os totais.
      *>------------------------------------------------------------------------
       gravar-rodape-jornal section.

           if ws-qtd-selecionados = zero
               move "Nenhuma alteracao no periodo/arquivo informado."
                 to ws-relatorio-rec
               perform gravar-linha-jornal
           end-if

           move spaces to ws-relatorio-rec
           perform gravar-linha-jornal

           move ws-qtd-lidos to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Alteracoes no diario: " ws-qtd-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-jornal

           move ws-qtd-selecionados to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Alteracoes selecionadas: " ws-qtd-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-jornal

           .
       gravar-rodape-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no relatorio do diario de alteracoes.
      *>------------------------------------------------------------------------
       gravar-linha-jornal section.

           write fd-rel-jornal-rec from ws-relatorio-rec

           if ws-fs-arqRelJornal = 0
               add 1 to ws-qtd-linhas-rel
           else
               display "Erro ao gravar arq. relJornal.txt"
           end-if

           .
       gravar-linha-jornal-exit.
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

           move "relJornal"                 to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-lidos                to lt-lidos
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
