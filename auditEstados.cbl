      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "auditEstados".
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

      *> Relatorio de excecoes da auditoria do cadastro de estados (o mesmo
      *> gerado pela opcao de auditoria da manutencao de estados).
           select arqAuditoria assign to "relAuditEstados.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAuditoria.

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

       fd arqAuditoria.
       01  fd-auditoria-rec                        pic x(80).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqEstados                        pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqLotes                          pic 9(02).

       77  ws-rk-arqEstados                        pic 9(02).

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
      *> Tabela de estados, carregada pela posicao relativa no arquivo.
      *>------------------------------------------------------------------------
       01  ws-estados occurs 27.
           05 ws-estado                            pic x(25).
           05 ws-capital                           pic x(25).
           05 ws-regiao                            pic x(12).

       77 ws-qtd-erros-audit                       pic 9(03) value zero.
       77 ws-ind-aud                               pic 9(02).
       77 ws-ind-aud2                              pic 9(02).
       77 ws-estado-norm-a                         pic x(25).
       77 ws-estado-norm-b                         pic x(25).
       77 ws-linha-audit                           pic x(80).
       77 ws-data-relatorio                        pic x(08).
       01 ws-qtd-ed                                pic zz9.

       01 ws-normaliza.
          05 ws-texto-origem                       pic x(25).
          05 ws-texto-destino                      pic x(25).


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: carrega o cadastro de estados.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Auditoria do cadastro de estados"

           open input arqEstados

           if ws-fs-arqEstados <> 0
               display "Arquivo arqEstados.dat nao encontrado ou vazio."
               display "Nada a auditar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform varying ws-ind-aud from 1 by 1 until ws-ind-aud > 27
               move spaces to ws-estados(ws-ind-aud)
           end-perform

           move 1 to ws-rk-arqEstados
           start arqEstados key is >= ws-rk-arqEstados

           perform until ws-fs-arqEstados <> 0

               read arqEstados next

               if ws-fs-arqEstados = 0
                   add 1 to ws-qtd-registros-lidos
                   if ws-rk-arqEstados >= 1 and ws-rk-arqEstados <= 27
                       move fd-estados to ws-estados(ws-rk-arqEstados)
                   end-if
               end-if

           end-perform

           close arqEstados

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: audita as 27 posicoes do cadastro com as
      *> mesmas regras da auditoria feita pela manutencao de estados.
      *>------------------------------------------------------------------------
       processamento section.

           perform auditar-estados

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Auditoria do cadastro de estados carregado em ws-estados: aponta
      *>   estados duplicados, posicoes com estado ou capital em branco e
      *>   regioes fora das cinco validas, gravando uma linha de excecao por
      *>   posicao irregular em relAuditEstados.txt.
      *>------------------------------------------------------------------------
       auditar-estados section.

           move zero to ws-qtd-erros-audit

           open output arqAuditoria

           if ws-fs-arqAuditoria <> 0
               display "Erro ao gravar arq. relAuditEstados.txt"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-linha-audit
           string "Auditoria do cadastro de estados em "
                  ws-data-relatorio
                  delimited by size into ws-linha-audit
           end-string
           perform gravar-linha-audit

           move spaces to ws-linha-audit
           perform gravar-linha-audit

           perform varying ws-ind-aud from 1 by 1
                                      until ws-ind-aud > 27
               perform auditar-posicao
           end-perform

           if ws-qtd-erros-audit = zero
               move "Nenhuma irregularidade encontrada" to ws-linha-audit
               perform gravar-linha-audit
           end-if

           close arqAuditoria

           move ws-qtd-erros-audit to ws-qtd-ed
           display "Irregularidades encontradas: " ws-qtd-ed
           display "Relatorio gravado em relAuditEstados.txt"

           .
       auditar-estados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Audita uma posicao (ws-ind-aud) da tabela de estados.
      *>------------------------------------------------------------------------
       auditar-posicao section.

           if ws-estado(ws-ind-aud) = spaces

      *>         posicao vazia so e irregular se sobrou capital ou regiao
               if ws-capital(ws-ind-aud) <> spaces
                  or ws-regiao(ws-ind-aud) <> spaces
                   move spaces to ws-linha-audit
                   string "Posicao " ws-ind-aud
                          ": sem estado, mas com capital/regiao preenchida"
                          delimited by size into ws-linha-audit
                   end-string
                   perform gravar-erro-audit
               end-if

           else

               if ws-capital(ws-ind-aud) = spaces
                   move spaces to ws-linha-audit
                   string "Posicao " ws-ind-aud
                          ": estado " ws-estado(ws-ind-aud)
                          " sem capital"
                          delimited by size into ws-linha-audit
                   end-string
                   perform gravar-erro-audit
               end-if

               move ws-regiao(ws-ind-aud) to ws-texto-origem
               perform normaliza-texto

               evaluate ws-texto-destino
                   when "NORTE"
                   when "NORDESTE"
                   when "CENTRO-OESTE"
                   when "SUDESTE"
                   when "SUL"
                       continue
                   when other
                       move spaces to ws-linha-audit
                       string "Posicao " ws-ind-aud
                              ": regiao invalida: " ws-regiao(ws-ind-aud)
                              delimited by size into ws-linha-audit
                       end-string
                       perform gravar-erro-audit
               end-evaluate

               move ws-estado(ws-ind-aud) to ws-texto-origem
               perform normaliza-texto
               move ws-texto-destino      to ws-estado-norm-a

               perform varying ws-ind-aud2 from 1 by 1
                                          until ws-ind-aud2 >= ws-ind-aud

                   if ws-estado(ws-ind-aud2) <> spaces
                       move ws-estado(ws-ind-aud2) to ws-texto-origem
                       perform normaliza-texto
                       move ws-texto-destino       to ws-estado-norm-b

                       if ws-estado-norm-a = ws-estado-norm-b
                           move spaces to ws-linha-audit
                           string "Posicao " ws-ind-aud
                                  ": estado " ws-estado(ws-ind-aud)
                                  " duplicado com a posicao " ws-ind-aud2
                                  delimited by size into ws-linha-audit
                           end-string
                           perform gravar-erro-audit
                       end-if
                   end-if

               end-perform

           end-if

           .
       auditar-posicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra uma irregularidade encontrada pela auditoria.
      *>------------------------------------------------------------------------
       gravar-erro-audit section.

           add 1 to ws-qtd-erros-audit
           perform gravar-linha-audit

           .
       gravar-erro-audit-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no relatorio de auditoria.
      *>------------------------------------------------------------------------
       gravar-linha-audit section.

           write fd-auditoria-rec from ws-linha-audit

           if ws-fs-arqAuditoria = 0
               add 1 to ws-qtd-linhas-rel
           else
               display "Erro ao gravar arq. relAuditEstados.txt"
           end-if

           .
       gravar-linha-audit-exit.
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
      *>  Finalizacao Normal: posicoes irregulares deixam a execucao em
      *>  ALERTA, para a cadeia de lotes e o operador verem o relatorio.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-qtd-erros-audit = zero
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

           move "auditEstados"              to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-linhas-rel           to lt-gravados
           move ws-qtd-erros-audit          to lt-expurgados
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
