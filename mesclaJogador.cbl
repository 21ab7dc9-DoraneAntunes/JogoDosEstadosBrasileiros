           access mode is sequential
           file status is ws-fs-arqResumoTrab.

      *> Transacoes de ajuste de pontos: o jogador de cada transacao e
      *> renomeado, para os ajustes acompanharem os pontos no ranking.
           select arqAjustes assign to "arqAjustes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAjustes.

      *> Arquivo de trabalho da regravacao das transacoes de ajuste.
           select arqAjustesTrab assign to "arqAjustes.msc"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAjustesTrab.

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

      *> Diario de execucoes dos lotes: cada execucao anexa um registro de
      *> controle (programa, inicio, fim, totais e situacao final).
           select arqLotes assign to "arqLotes.dat"
       fd arqResumoTrab.
       01  fd-resumo-trab-rec                      pic x(60).

       fd arqAjustes.
       01  fd-ajuste-rec                           pic x(140).

       fd arqAjustesTrab.
       01  fd-ajuste-trab-rec                      pic x(140).

       fd arqOperadores.
       01  fd-operador-reg.
           05 fd-op-id                             pic x(08).
           05 fd-op-nome                           pic x(25).
           05 fd-op-senha                          pic x(08).
           05 fd-op-perfil                         pic x(01).

       fd arqAcessos.
       01  fd-acesso-rec                           pic x(78).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).

       77  ws-fs-arqLogTrab                        pic 9(02).
       77  ws-fs-arqLogResumo                      pic 9(02).
       77  ws-fs-arqResumoTrab                     pic 9(02).
       77  ws-fs-arqAjustes                        pic 9(02).
       77  ws-fs-arqAjustesTrab                    pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAcessos                        pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).

      *>------------------------------------------------------------------------
       77 ws-qtd-registros-lidos                   pic 9(06) value zero.
       77 ws-qtd-registros-mexidos                 pic 9(06) value zero.

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
      *> Registro de partida como gravado pelo jogo.
      *>------------------------------------------------------------------------
             10 filler                             pic x(01).
             10 pt-pontos-jog                      pic 9(04).
             10 filler                             pic x(01).
          05 pt-num-partida                        pic 9(06).

      *>------------------------------------------------------------------------
      *> Linha do log como gravada pelo jogo.
          05 filler                                pic x(01).
          05 rs-restante                           pic x(25).

      *>------------------------------------------------------------------------
      *> Transacao de ajuste como gravada pelo lancaAjustes.
      *>------------------------------------------------------------------------
       01 ws-ajuste-rec.
          05 aj-data                               pic x(08).
          05 filler                                pic x(01).
          05 aj-jogador                            pic x(25).
          05 filler                                pic x(01).
          05 aj-restante                           pic x(105).

      *>------------------------------------------------------------------------
      *> Nomes da mesclagem e contadores da previa (quantos registros de
      *> cada arquivo seriam movidos) e da execucao.
       77 ws-qtd-prev-partidas                     pic 9(06) value zero.
       77 ws-qtd-prev-log                          pic 9(06) value zero.
       77 ws-qtd-prev-resumo                       pic 9(06) value zero.
       77 ws-qtd-prev-ajustes                      pic 9(06) value zero.
       77 ws-pontos-origem-rk                      pic 9(04) value zero.

       77 ws-ind-pt                                pic 9(02).
           move function current-date(1:14) to ws-lote-inicio

           display "Mesclagem de nomes de jogador nos historicos"

           perform exigir-supervisor

           display "Nome de origem (a variante a corrigir)  : "
               with no advancing
           accept ws-nome-origem
           display "  arqLogJogo.dat   registros: " ws-qtd-ed
           move ws-qtd-prev-resumo to ws-qtd-ed
           display "  arqLogResumo.dat registros: " ws-qtd-ed
           move ws-qtd-prev-ajustes to ws-qtd-ed
           display "  arqAjustes.dat   registros: " ws-qtd-ed

           if ws-qtd-prev-ranking = zero
              and ws-qtd-prev-partidas = zero
              and ws-qtd-prev-log = zero
              and ws-qtd-prev-resumo = zero
              and ws-qtd-prev-ajustes = zero
               display "Nenhum registro com o nome de origem. Nada a fazer."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           perform mesclar-partidas
           perform mesclar-log
           perform mesclar-resumo
           perform mesclar-ajustes

           display " "
           move ws-qtd-registros-mexidos to ws-qtd-ed

           end-if

      *>     transacoes de ajuste de pontos
           open input arqAjustes

           if ws-fs-arqAjustes = 0

               perform until ws-fs-arqAjustes <> 0

                   read arqAjustes into ws-ajuste-rec

                   if ws-fs-arqAjustes = 0
                      and aj-jogador = ws-nome-origem
                       add 1 to ws-qtd-prev-ajustes
                   end-if

               end-perform

               close arqAjustes

           end-if

           .
       apurar-previa-exit.
           exit.
       regravar-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regrava as transacoes de ajuste com o nome de destino no lugar
      *>   do de origem, via arquivo de trabalho.
      *>------------------------------------------------------------------------
       mesclar-ajustes section.

           if ws-qtd-prev-ajustes > zero

               open input  arqAjustes
               open output arqAjustesTrab

               if ws-fs-arqAjustes <> 0
                  or ws-fs-arqAjustesTrab <> 0
                   display "Erro nos arquivos de ajustes. Abortado."
                   move "ABORTADO" to ws-lote-status
                   perform finalizar-lote
               end-if

               perform until ws-fs-arqAjustes <> 0

                   read arqAjustes into ws-ajuste-rec

                   if ws-fs-arqAjustes = 0

                       add 1 to ws-qtd-registros-lidos

                       if aj-jogador = ws-nome-origem
                           move ws-nome-destino to aj-jogador
                           add 1 to ws-qtd-registros-mexidos
                           write fd-ajuste-trab-rec from ws-ajuste-rec
                       else
                           write fd-ajuste-trab-rec from fd-ajuste-rec
                       end-if

                       if ws-fs-arqAjustesTrab <> 0
                           display "Erro no trabalho de ajustes. Abortado."
                           close arqAjustes
                           close arqAjustesTrab
                           move "ABORTADO" to ws-lote-status
                           perform finalizar-lote
                       end-if

                   end-if

               end-perform

               close arqAjustes
               close arqAjustesTrab

               perform regravar-ajustes

           end-if

           .
       mesclar-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Troca as transacoes de ajuste pela versao mesclada do arquivo de
      *>   trabalho.
      *>------------------------------------------------------------------------
       regravar-ajustes section.

           open input arqAjustesTrab

           if ws-fs-arqAjustesTrab <> 0
               display "Erro ao reabrir arqAjustes.msc. Os ajustes nao"
               display "foram alterados."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open output arqAjustes

           if ws-fs-arqAjustes <> 0
               display "Erro ao regravar arqAjustes.dat. Confira o"
               display "arquivo arqAjustes.msc."
               move "ERRO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform until ws-fs-arqAjustesTrab <> 0

               read arqAjustesTrab

               if ws-fs-arqAjustesTrab = 0
                   write fd-ajuste-rec from fd-ajuste-trab-rec
                   if ws-fs-arqAjustes <> 0
                       display "Erro ao regravar arqAjustes.dat. Confira"
                       display "o arquivo arqAjustes.msc."
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
                       move "mesclagem de jogador" to ac-detalhe
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
           move "mesclaJogado"               to ac-programa
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
      *>  Finalizacao Normal
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       finalizar-lote section.

           move "mesclaJogado"              to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
