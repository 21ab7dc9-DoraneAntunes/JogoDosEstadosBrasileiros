      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lancaAjustes".
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

      *> Transacoes de ajuste de pontos: jogador, pontos com sinal, codigo
      *> do motivo, justificativa, autorizador, data e a situacao do
      *> lancamento (em branco = pendente, L = lancado, R = rejeitado).
           select arqAjustes assign to "arqAjustes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAjustes.

      *> Arquivo de trabalho da regravacao das transacoes com a situacao.
           select arqAjustesTrab assign to "arqAjustes.trb"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAjustesTrab.

      *> Cadastro persistente de jogadores: o jogador do ajuste precisa
      *> estar matriculado (a grafia registrada e a chave do ranking).
           select arqJogadores assign to "arqJogadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-jg-nome-norm
           file status is ws-fs-arqJogadores.

      *> Ranking historico: recebe os pontos dos ajustes lancados.
           select arqRanking assign to "arqRanking.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rk-nome
           file status is ws-fs-arqRanking.

      *> Cadastro de operadores: o autorizador do ajuste precisa ser um
      *> supervisor cadastrado.
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-op-id
           file status is ws-fs-arqOperadores.

      *> Registro dos ajustes processados, para impressao/arquivamento.
           select arqRelAjustes assign to "relAjustes.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelAjustes.

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
       fd arqAjustes.
       01  fd-ajuste-rec                           pic x(140).

       fd arqAjustesTrab.
       01  fd-ajuste-trab-rec                      pic x(140).

       fd arqJogadores.
       01  fd-jogador-reg.
           05 fd-jg-nome-norm                      pic x(25).
           05 fd-jg-nome                           pic x(25).
           05 fd-jg-codigo                         pic 9(04).

       fd arqRanking.
       01  fd-ranking.
           05 fd-rk-nome                           pic x(25).
           05 fd-rk-pontos                         pic 9(04).

       fd arqOperadores.
       01  fd-operador-reg.
           05 fd-op-id                             pic x(08).
           05 fd-op-nome                           pic x(25).
           05 fd-op-senha                          pic x(08).
           05 fd-op-perfil                         pic x(01).

       fd arqRelAjustes.
       01  fd-rel-ajustes-rec                      pic x(132).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqAjustes                        pic 9(02).
       77  ws-fs-arqAjustesTrab                    pic 9(02).
       77  ws-fs-arqJogadores                      pic 9(02).
       77  ws-fs-arqRanking                        pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqRelAjustes                     pic 9(02).
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
       77 ws-qtd-lancados                          pic 9(06) value zero.
       77 ws-qtd-rejeitados                        pic 9(06) value zero.
       77 ws-qtd-digitados                         pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Transacao de ajuste. Motivos: AR = resposta anulada pelo juiz,
      *> PA = partida anulada, CL = correcao de lancamento, OU = outros.
      *> Os pontos levam o sinal na frente ("+0010", "-0005").
      *>------------------------------------------------------------------------
       01 ws-ajuste-rec.
          05 aj-data                               pic x(08).
          05 filler                                pic x(01) value space.
          05 aj-jogador                            pic x(25).
          05 filler                                pic x(01) value space.
          05 aj-pontos                             pic s9(04)
                                                   sign is leading separate.
          05 filler                                pic x(01) value space.
          05 aj-motivo                             pic x(02).
             88 aj-motivo-valido                   value "AR" "PA" "CL" "OU".
          05 filler                                pic x(01) value space.
          05 aj-justificativa                      pic x(40).
          05 filler                                pic x(01) value space.
          05 aj-autorizador                        pic x(08).
          05 filler                                pic x(01) value space.
          05 aj-situacao                           pic x(01).
             88 aj-pendente                        value space.
             88 aj-lancado                         value "L".
             88 aj-rejeitado                       value "R".
          05 filler                                pic x(01) value space.
          05 aj-data-lancamento                    pic x(08).
          05 filler                                pic x(01) value space.
          05 aj-rejeicao                           pic x(30).
          05 filler                                pic x(05) value spaces.

      *>------------------------------------------------------------------------
      *> Digitacao de novas transacoes antes do lancamento.
      *>------------------------------------------------------------------------
       77 ws-resp-digitar                          pic x(01).
       77 ws-pontos-digitados                      pic x(06).
       77 ws-flag-fim-digitacao                    pic x(01) value "N".
          88 ws-fim-digitacao                      value "S".

      *>------------------------------------------------------------------------
      *> Validacao e lancamento da transacao corrente.
      *>------------------------------------------------------------------------
       77 ws-nome-norm                             pic x(25).
       77 ws-flag-operadores                       pic x(01) value "N".
          88 ws-tem-operadores                     value "S".
       77 ws-flag-ranking-novo                     pic x(01).
       77 ws-pontos-anterior                       pic 9(04).
       77 ws-pontos-novo                           pic s9(06).
       77 ws-total-lancado                         pic s9(06) value zero.
       77 ws-data-hoje                             pic x(08).
       77 ws-flag-erro-trab                        pic x(01) value "N".
          88 ws-erro-trab                          value "S".

       01 ws-relatorio-rec                         pic x(132).
       77 ws-qtd-linhas-rel                        pic 9(06) value zero.
       77 ws-motivo-descr                          pic x(18).

       01 ws-pontos-ed                             pic +zzz9.
       01 ws-total-ed                              pic +zzzzz9.
       01 ws-rk-antes-ed                           pic zzz9.
       01 ws-rk-depois-ed                          pic zzz9.
       01 ws-qtd-ed                                pic zzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: oferece a digitacao de novas
      *>  transacoes e abre os arquivos do lancamento.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio
           move ws-lote-inicio(1:8)          to ws-data-hoje

           display "Lancamento de ajustes de pontos no ranking"
           display "Digitar novos ajustes antes do lancamento (S/N)?: "
               with no advancing
           accept ws-resp-digitar

           if ws-resp-digitar = "S" or ws-resp-digitar = "s"
               perform digitar-ajustes
           end-if

           open input arqAjustes

           if ws-fs-arqAjustes <> 0
               display "Arquivo arqAjustes.dat nao encontrado ou vazio."
               display "Nenhum ajuste a lancar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           open input arqJogadores

           if ws-fs-arqJogadores <> 0
               display "Arquivo arqJogadores.dat nao encontrado."
               display "Sem cadastro de jogadores nao ha como validar."
               close arqAjustes
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open i-o arqRanking

           if ws-fs-arqRanking = 35
               open output arqRanking
               close arqRanking
               open i-o arqRanking
           end-if

           if ws-fs-arqRanking <> 0
               display "Erro ao abrir arq. arqRanking.dat"
               close arqAjustes
               close arqJogadores
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open input arqOperadores

           if ws-fs-arqOperadores = 0
               move "S" to ws-flag-operadores
           else
               display "Aviso: arqOperadores.dat ausente; os ajustes"
               display "pendentes serao rejeitados (autorizador invalido)."
           end-if

           open output arqAjustesTrab

           if ws-fs-arqAjustesTrab <> 0
               display "Erro ao gravar arq. arqAjustes.trb"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform abrir-relatorio-ajustes

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Digitacao de novas transacoes, anexadas a arqAjustes.dat como
      *>   pendentes. Jogador em branco encerra a digitacao. A validacao
      *>   completa e feita no lancamento.
      *>------------------------------------------------------------------------
       digitar-ajustes section.

           open extend arqAjustes

           if ws-fs-arqAjustes = 35
               open output arqAjustes
           end-if

           if ws-fs-arqAjustes <> 0
               display "Erro ao gravar arq. arqAjustes.dat"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           display "Motivos: AR=resposta anulada PA=partida anulada"
           display "         CL=correcao de lancamento OU=outros"

           perform until ws-fim-digitacao

               move spaces to ws-ajuste-rec
               display " "
               display "Jogador (vazio = encerra a digitacao)   : "
                   with no advancing
               accept aj-jogador

               if aj-jogador = spaces
                   move "S" to ws-flag-fim-digitacao
               else
                   perform digitar-ajuste
               end-if

           end-perform

           close arqAjustes

           move ws-qtd-digitados to ws-qtd-ed
           display "Ajustes digitados: " ws-qtd-ed

           .
       digitar-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede os demais campos de uma transacao e a grava como pendente.
      *>------------------------------------------------------------------------
       digitar-ajuste section.

           display "Pontos com sinal (ex.: +10, -5)         : "
               with no advancing
           accept ws-pontos-digitados

           if function test-numval(ws-pontos-digitados) <> 0
               display "Pontos invalidos; ajuste descartado."
           else

               compute aj-pontos = function numval(ws-pontos-digitados)

               display "Motivo (AR/PA/CL/OU)                    : "
                   with no advancing
               accept aj-motivo
               move function upper-case(aj-motivo) to aj-motivo

               display "Justificativa                           : "
                   with no advancing
               accept aj-justificativa

               display "Autorizado por (operador supervisor)    : "
                   with no advancing
               accept aj-autorizador
               move function upper-case(aj-autorizador) to aj-autorizador

               display "Data do ajuste (AAAAMMDD, vazio = hoje) : "
                   with no advancing
               accept aj-data
               if aj-data = spaces
                   move ws-data-hoje to aj-data
               end-if

               move space to aj-situacao
               write fd-ajuste-rec from ws-ajuste-rec

               if ws-fs-arqAjustes = 0
                   add 1 to ws-qtd-digitados
               else
                   display "Erro ao gravar arq. arqAjustes.dat"
               end-if

           end-if

           .
       digitar-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre o registro de ajustes e grava o cabecalho.
      *>------------------------------------------------------------------------
       abrir-relatorio-ajustes section.

           open output arqRelAjustes

           if ws-fs-arqRelAjustes <> 0
               display "Erro ao gravar arq. relAjustes.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move spaces to ws-relatorio-rec
           string "Registro de ajustes de pontos lancados em " ws-data-hoje
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-ajustes

           move spaces to ws-relatorio-rec
           perform gravar-linha-ajustes

           move spaces to ws-relatorio-rec
           string "Data     Jogador                   Pontos "
                  "Motivo             Autoriz. Ranking      Situacao"
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-ajustes

           .
       abrir-relatorio-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: percorre as transacoes; as pendentes sao
      *> validadas e lancadas (ou rejeitadas) e impressas no registro; as
      *> ja processadas passam sem alteracao. Ao final o arquivo e
      *> regravado com a situacao de cada transacao; falha no arquivo de
      *> trabalho interrompe o lancamento e mantem arqAjustes.dat.
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqAjustes <> 0
                      or ws-erro-trab

               read arqAjustes into ws-ajuste-rec

               if ws-fs-arqAjustes = 0
                   add 1 to ws-qtd-registros-lidos
                   if aj-pendente
                       perform validar-ajuste
                       if aj-pendente
                           perform aplicar-ajuste
                       end-if
                       perform imprimir-ajuste
                   end-if
                   write fd-ajuste-trab-rec from ws-ajuste-rec
                   if ws-fs-arqAjustesTrab <> 0
                       display "Erro ao gravar arq. arqAjustes.trb"
                       move "S" to ws-flag-erro-trab
                   end-if
               end-if

           end-perform

           close arqAjustes
           close arqAjustesTrab
           close arqJogadores
           close arqRanking

           if ws-tem-operadores
               close arqOperadores
           end-if

           perform gravar-rodape-ajustes
           close arqRelAjustes

      *>     sem o arquivo de trabalho completo arqAjustes.dat nao e trocado:
      *>     a transacao da falha, se lancada, ja esta no ranking
           if ws-erro-trab
               display "Lancamento interrompido. arqAjustes.dat nao foi"
               display "alterado; confira relAjustes.txt antes de repetir."
               if aj-lancado
                   display "ATENCAO: o ajuste de "
                           function trim(aj-jogador) " de " aj-data
                           " ja foi lancado no ranking e continua"
                   display "pendente em arqAjustes.dat."
               end-if
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform regravar-ajustes

           move ws-qtd-lancados to ws-qtd-ed
           display "Ajustes lancados  : " ws-qtd-ed
           move ws-qtd-rejeitados to ws-qtd-ed
           display "Ajustes rejeitados: " ws-qtd-ed
           display "Registro gravado em relAjustes.txt"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida a transacao pendente. Qualquer falha a marca como
      *>   rejeitada com o motivo; o jogador valido passa a ter a grafia
      *>   registrada no cadastro.
      *>------------------------------------------------------------------------
       validar-ajuste section.

           if aj-pontos is not numeric
              or aj-pontos = zero
               move "R" to aj-situacao
               move "pontos invalidos ou zerados" to aj-rejeicao
           end-if

           if aj-pendente
              and not aj-motivo-valido
               move "R" to aj-situacao
               move "codigo de motivo invalido" to aj-rejeicao
           end-if

           if aj-pendente
              and aj-justificativa = spaces
               move "R" to aj-situacao
               move "justificativa em branco" to aj-rejeicao
           end-if

           if aj-pendente
              and aj-data not numeric
               move "R" to aj-situacao
               move "data do ajuste invalida" to aj-rejeicao
           end-if

           if aj-pendente
               move "R" to aj-situacao
               move "autorizador nao e supervisor" to aj-rejeicao
               if ws-tem-operadores
                  and aj-autorizador <> spaces
                   move aj-autorizador to fd-op-id
                   read arqOperadores
                   if ws-fs-arqOperadores = 0
                      and fd-op-perfil = "S"
                       move space  to aj-situacao
                       move spaces to aj-rejeicao
                   end-if
               end-if
           end-if

           if aj-pendente
               move function upper-case(function trim(aj-jogador))
                 to ws-nome-norm
               move ws-nome-norm to fd-jg-nome-norm
               read arqJogadores
               if ws-fs-arqJogadores = 0
                   move fd-jg-nome to aj-jogador
               else
                   move "R" to aj-situacao
                   move "jogador nao cadastrado" to aj-rejeicao
               end-if
           end-if

           .
       validar-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Aplica a transacao validada ao ranking: soma (ou subtrai) os
      *>   pontos do jogador. O ranking nao fica negativo nem passa do
      *>   limite do campo; nesses casos a transacao e rejeitada.
      *>------------------------------------------------------------------------
       aplicar-ajuste section.

           move aj-jogador to fd-rk-nome
           read arqRanking

           if ws-fs-arqRanking = 0
               move "N"          to ws-flag-ranking-novo
               move fd-rk-pontos to ws-pontos-anterior
           else
               move "S"          to ws-flag-ranking-novo
               move zero         to ws-pontos-anterior
           end-if

           compute ws-pontos-novo = ws-pontos-anterior + aj-pontos

           if ws-pontos-novo < zero
               move "R" to aj-situacao
               move "ranking ficaria negativo" to aj-rejeicao
           else
           if ws-pontos-novo > 9999
               move "R" to aj-situacao
               move "ranking passaria de 9999" to aj-rejeicao
           else

               move aj-jogador     to fd-rk-nome
               move ws-pontos-novo to fd-rk-pontos

               if ws-flag-ranking-novo = "S"
                   write fd-ranking
               else
                   rewrite fd-ranking
               end-if

               if ws-fs-arqRanking = 0
                   move "L"          to aj-situacao
                   move ws-data-hoje to aj-data-lancamento
                   add aj-pontos     to ws-total-lancado
               else
                   move "R" to aj-situacao
                   move "erro ao gravar o ranking" to aj-rejeicao
               end-if

           end-if
           end-if

           .
       aplicar-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a transacao processada: lancada (com o ranking antes e
      *>   depois) ou rejeitada (com o motivo da rejeicao).
      *>------------------------------------------------------------------------
       imprimir-ajuste section.

           evaluate aj-motivo
               when "AR"
                   move "resposta anulada"   to ws-motivo-descr
               when "PA"
                   move "partida anulada"    to ws-motivo-descr
               when "CL"
                   move "correcao lancamen." to ws-motivo-descr
               when "OU"
                   move "outros"             to ws-motivo-descr
               when other
                   move aj-motivo            to ws-motivo-descr
           end-evaluate

           move zero to ws-pontos-ed
           if aj-pontos is numeric
               move aj-pontos to ws-pontos-ed
           end-if

           move spaces to ws-relatorio-rec

           if aj-lancado
               add 1 to ws-qtd-lancados
               move ws-pontos-anterior to ws-rk-antes-ed
               move ws-pontos-novo     to ws-rk-depois-ed
               string aj-data " " aj-jogador " " ws-pontos-ed "  "
                      ws-motivo-descr " " aj-autorizador " "
                      ws-rk-antes-ed " -> " ws-rk-depois-ed "  LANCADO"
                      delimited by size into ws-relatorio-rec
               end-string
           else
               add 1 to ws-qtd-rejeitados
               string aj-data " " aj-jogador " " ws-pontos-ed "  "
                      ws-motivo-descr " " aj-autorizador " "
                      "             REJEITADO: " aj-rejeicao
                      delimited by size into ws-relatorio-rec
               end-string
           end-if
           perform gravar-linha-ajustes

           move spaces to ws-relatorio-rec
           string "         Justificativa: " aj-justificativa
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-ajustes

           .
       imprimir-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o rodape do registro com os totais do lancamento.
      *>------------------------------------------------------------------------
       gravar-rodape-ajustes section.

           if ws-qtd-lancados = zero
              and ws-qtd-rejeitados = zero
               move "Nenhum ajuste pendente para lancar."
                 to ws-relatorio-rec
               perform gravar-linha-ajustes
           end-if

           move spaces to ws-relatorio-rec
           perform gravar-linha-ajustes

           move ws-qtd-lancados to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Ajustes lancados  : " ws-qtd-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-ajustes

           move ws-qtd-rejeitados to ws-qtd-ed
           move spaces to ws-relatorio-rec
           string "Ajustes rejeitados: " ws-qtd-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-ajustes

           move ws-total-lancado to ws-total-ed
           move spaces to ws-relatorio-rec
           string "Saldo de pontos lancados no ranking: " ws-total-ed
                  delimited by size into ws-relatorio-rec
           end-string
           perform gravar-linha-ajustes

           .
       gravar-rodape-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regrava arqAjustes.dat a partir do arquivo de trabalho, agora com
      *>   a situacao de cada transacao processada.
      *>------------------------------------------------------------------------
       regravar-ajustes section.

           open input  arqAjustesTrab
           open output arqAjustes

           if ws-fs-arqAjustesTrab <> 0
              or ws-fs-arqAjustes <> 0
               display "Erro ao regravar arq. arqAjustes.dat"
               display "As transacoes processadas estao em arqAjustes.trb"
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform until ws-fs-arqAjustesTrab <> 0

               read arqAjustesTrab

               if ws-fs-arqAjustesTrab = 0
                   write fd-ajuste-rec from fd-ajuste-trab-rec
                   if ws-fs-arqAjustes <> 0
                       display "Erro ao regravar arq. arqAjustes.dat"
                       display "As transacoes processadas estao em arqAjustes.trb"
                       close arqAjustesTrab
                       close arqAjustes
                       move "ERRO" to ws-lote-status
                       perform finalizar-lote
                   end-if
               end-if

           end-perform

           close arqAjustesTrab
           close arqAjustes

           .
       regravar-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no registro de ajustes.
      *>------------------------------------------------------------------------
       gravar-linha-ajustes section.

           write fd-rel-ajustes-rec from ws-relatorio-rec

           if ws-fs-arqRelAjustes = 0
               add 1 to ws-qtd-linhas-rel
           else
               display "Erro ao gravar arq. relAjustes.txt"
           end-if

           .
       gravar-linha-ajustes-exit.
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

           move "lancaAjustes"              to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-lancados             to lt-gravados
           move ws-qtd-rejeitados           to lt-expurgados
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
