      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "cargaFatos".
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

      *> Arquivo oficial do IBGE, delimitado por ";", um estado por linha:
      *> ESTADO;POPULACAO;AREA[;VIZINHOS]. Os numeros podem vir com ponto
      *> de milhar e a area com casas decimais apos a virgula (arredondada
      *> para km2 inteiros); VIZINHOS em branco mantem o valor atual.
      *> Linha de cabecalho (primeira coluna ESTADO) e linhas iniciadas
      *> por "*" sao ignoradas.
      *> Exemplo: Sao Paulo;46.024.937;248.219,485;5
           select arqCarga assign to "cargaFatosIBGE.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCarga.

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
           lock mode is automatic
           relative key is ws-rk-arqFatos
           file status is ws-fs-arqFatos.

      *> Relatorio de diferencas (valor atual x novo e variacao por estado)
      *> e das linhas rejeitadas, com o motivo de cada rejeicao.
           select arqRelatorio assign to "relCargaFatos.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelatorio.

      *> Diario de alteracoes das tabelas do jogo (mesmo layout do jogo):
      *> cada fato incluido ou alterado pela carga anexa um registro com
      *> a imagem antes e depois.
           select arqJornal assign to "arqJornal.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqJornal.

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
       fd arqCarga.
       01  fd-carga-rec                            pic x(120).

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

       fd arqRelatorio.
       01  fd-relatorio-rec                        pic x(130).

       fd arqJornal.
       01  fd-jornal-rec                           pic x(250).

       fd arqLotes.
       01  fd-lote-rec                             pic x(74).


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqCarga                          pic 9(02).
       77  ws-rk-arqEstados                        pic 9(02).
       77  ws-fs-arqEstados                        pic 9(02).
       77  ws-rk-arqFatos                          pic 9(02).
       77  ws-fs-arqFatos                          pic 9(02).
       77  ws-fs-arqRelatorio                      pic 9(02).
       77  ws-fs-arqJornal                         pic 9(02).
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
      *> Registro do diario de alteracoes (mesmo layout do jogo): data-hora,
      *> arquivo, posicao, operacao, imagem do registro antes e depois e o
      *> operador; a carga nao tem identificacao de operador e grava a
      *> marca fixa do lote.
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

       77 ws-flag-jornal-gravado                   pic x(01).

      *>------------------------------------------------------------------------
      *> Modo de execucao: S = so simula (relatorio de diferencas, nada e
      *> gravado), A = atualiza arqFatos.dat, em branco = o operador decide
      *> depois de ver o resumo das diferencas.
      *>------------------------------------------------------------------------
       77 ws-modo-execucao                         pic x(01).
          88 ws-modo-simular                       value "S".
          88 ws-modo-atualizar                     value "A".
          88 ws-modo-perguntar                     value space.
       77 ws-confirmacao                           pic x(01).

      *>------------------------------------------------------------------------
      *> Cadastro de estados com o nome normalizado, os fatos atuais e os
      *> novos valores da carga para cada posicao.
      *>------------------------------------------------------------------------
       01 ws-estados occurs 27.
          05 ws-estado                             pic x(25).
          05 ws-estado-norm                        pic x(25).
          05 ws-ft-populacao                       pic 9(09).
          05 ws-ft-area                            pic 9(07).
          05 ws-ft-vizinhos                        pic 9(02).
          05 ws-nv-carregado                       pic x(01).
             88 ws-nv-tem-carga                    value "S".
          05 ws-nv-populacao                       pic 9(09).
          05 ws-nv-area                            pic 9(07).
          05 ws-nv-vizinhos                        pic 9(02).

       77 ws-ind-est                               pic 9(02).
       77 ws-ind-achado                            pic 9(02).

      *>------------------------------------------------------------------------
      *> Campos da linha de carga corrente.
      *>------------------------------------------------------------------------
       77 ws-estado-carga                          pic x(40).
       77 ws-populacao-carga                       pic x(20).
       77 ws-area-carga                            pic x(20).
       77 ws-vizinhos-carga                        pic x(20).
       77 ws-estado-carga-norm                     pic x(25).

       77 ws-motivo-rejeito                        pic x(40).

      *>------------------------------------------------------------------------
      *> Conversao de um numero da carga (ponto de milhar, virgula decimal)
      *> para inteiro, arredondando a parte decimal.
      *>------------------------------------------------------------------------
       77 ws-num-texto                             pic x(20).
       77 ws-num-inteiro-txt                       pic x(20).
       77 ws-num-fracao-txt                        pic x(20).
       77 ws-num-valor                             pic 9(10).
       77 ws-num-qtd-dig                           pic 9(02).
       77 ws-num-digito                            pic 9(01).
       77 ws-ind-num                               pic 9(02).
       77 ws-flag-num                              pic x(01).
          88 ws-num-valido                         value "S".

       77 ws-qtd-linhas                            pic 9(05) value zero.
       77 ws-qtd-aceitas                           pic 9(05) value zero.
       77 ws-qtd-rejeitadas                        pic 9(05) value zero.
       77 ws-qtd-atualizadas                       pic 9(05) value zero.
       77 ws-qtd-com-diferenca                     pic 9(05) value zero.

       77 ws-linha-rel                             pic x(130).
       77 ws-data-relatorio                        pic x(08).
       01 ws-qtd-ed                                pic zzzz9.

       77 ws-variacao                              pic s9(04)v9(01).

       01 ws-detalhe-rel.
          05 dt-posicao                            pic 9(02).
          05 filler                                pic x(01) value space.
          05 dt-estado                             pic x(20).
          05 filler                                pic x(01) value space.
          05 dt-pop-atual                          pic zzz.zzz.zz9.
          05 filler                                pic x(01) value space.
          05 dt-pop-nova                           pic zzz.zzz.zz9.
          05 filler                                pic x(01) value space.
          05 dt-var-pop                            pic -zzz9,9.
          05 dt-var-pop-x redefines dt-var-pop     pic x(07).
          05 filler                                pic x(01) value "%".
          05 filler                                pic x(01) value space.
          05 dt-area-atual                         pic z.zzz.zz9.
          05 filler                                pic x(01) value space.
          05 dt-area-nova                          pic z.zzz.zz9.
          05 filler                                pic x(01) value space.
          05 dt-var-area                           pic -zzz9,9.
          05 dt-var-area-x redefines dt-var-area   pic x(07).
          05 filler                                pic x(01) value "%".
          05 filler                                pic x(01) value space.
          05 dt-viz-atual                          pic z9.
          05 filler                                pic x(01) value ">".
          05 dt-viz-nova                           pic z9.
          05 filler                                pic x(01) value space.
          05 dt-observacao                         pic x(12).

       01 ws-normaliza.
          05 ws-texto-origem                       pic x(25).
          05 ws-texto-destino                      pic x(25).


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: pede o modo de execucao, carrega o
      *>  cadastro de estados e os fatos atuais de cada posicao.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Carga dos fatos dos estados pelo arquivo do IBGE"
           display "Modo (S=simular, A=atualizar, ENTER=confirmar apos"
           display "o relatorio de diferencas): " with no advancing
           move space to ws-modo-execucao
           accept ws-modo-execucao
           move function upper-case(ws-modo-execucao) to ws-modo-execucao

           if not ws-modo-simular
              and not ws-modo-atualizar
              and not ws-modo-perguntar
               display "Modo invalido. Nada foi alterado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open input arqCarga

           if ws-fs-arqCarga <> 0
               display "Arquivo cargaFatosIBGE.txt nao encontrado."
               display "Nada a carregar."
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 27
               move spaces to ws-estado(ws-ind-est)
               move spaces to ws-estado-norm(ws-ind-est)
               move zero   to ws-ft-populacao(ws-ind-est)
               move zero   to ws-ft-area(ws-ind-est)
               move zero   to ws-ft-vizinhos(ws-ind-est)
               move "N"    to ws-nv-carregado(ws-ind-est)
               move zero   to ws-nv-populacao(ws-ind-est)
               move zero   to ws-nv-area(ws-ind-est)
               move zero   to ws-nv-vizinhos(ws-ind-est)
           end-perform

           open input arqEstados

           if ws-fs-arqEstados <> 0
               display "Arquivo arqEstados.dat nao encontrado ou vazio."
               display "Nada foi carregado."
               close arqCarga
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           move 1 to ws-rk-arqEstados
           start arqEstados key is >= ws-rk-arqEstados

           perform until ws-fs-arqEstados <> 0

               read arqEstados next

               if ws-fs-arqEstados = 0
                  and ws-rk-arqEstados >= 1 and ws-rk-arqEstados <= 27
                   move fd-estado to ws-estado(ws-rk-arqEstados)
                   move fd-estado to ws-texto-origem
                   perform normaliza-texto
                   move ws-texto-destino to ws-estado-norm(ws-rk-arqEstados)
               end-if

           end-perform

           close arqEstados

      *>     fatos atuais: sem arquivo, todas as posicoes partem de zero
           open input arqFatos

           if ws-fs-arqFatos = 0
               perform varying ws-ind-est from 1 by 1 until ws-ind-est > 27
                   move ws-ind-est to ws-rk-arqFatos
                   read arqFatos
                   if ws-fs-arqFatos = 0
                       move fd-ft-populacao to ws-ft-populacao(ws-ind-est)
                       move fd-ft-area      to ws-ft-area(ws-ind-est)
                       move fd-ft-vizinhos  to ws-ft-vizinhos(ws-ind-est)
                   end-if
               end-perform
               close arqFatos
           end-if

           perform abrir-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre o relatorio e grava o cabecalho.
      *>------------------------------------------------------------------------
       abrir-relatorio section.

           open output arqRelatorio

           if ws-fs-arqRelatorio <> 0
               display "Erro ao gravar arq. relCargaFatos.txt"
               close arqCarga
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           accept ws-data-relatorio from date yyyymmdd

           move spaces to ws-linha-rel
           string "Carga dos fatos dos estados (IBGE) em " ws-data-relatorio
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           .
       abrir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: valida as linhas da carga (rejeitadas vao
      *> para o relatorio), imprime as diferencas por estado e, conforme o
      *> modo ou a confirmacao do operador, grava os novos valores.
      *>------------------------------------------------------------------------
       processamento section.

           move "Linhas rejeitadas:" to ws-linha-rel
           perform gravar-linha-rel

           perform until ws-fs-arqCarga <> 0

               read arqCarga

               if ws-fs-arqCarga = 0
                  and fd-carga-rec <> spaces
                  and fd-carga-rec(1:1) <> "*"
                   perform tratar-linha-carga
               end-if

           end-perform

           close arqCarga

           if ws-qtd-rejeitadas = zero
               move "  Nenhuma linha rejeitada" to ws-linha-rel
               perform gravar-linha-rel
           end-if

           perform gravar-diferencas

           move ws-qtd-linhas to ws-qtd-ed
           display "Linhas lidas da carga  : " ws-qtd-ed
           move ws-qtd-aceitas to ws-qtd-ed
           display "Estados com carga      : " ws-qtd-ed
           move ws-qtd-com-diferenca to ws-qtd-ed
           display "Estados com diferenca  : " ws-qtd-ed
           move ws-qtd-rejeitadas to ws-qtd-ed
           display "Linhas rejeitadas      : " ws-qtd-ed
           display "Diferencas e rejeitos em relCargaFatos.txt"

           if ws-qtd-aceitas = zero
               display "Nenhum estado a atualizar."
               move spaces to ws-linha-rel
               perform gravar-linha-rel
               move "Nenhum estado a atualizar: arqFatos.dat nao foi alterado."
                 to ws-linha-rel
               perform gravar-linha-rel
               close arqRelatorio
               move "SEM-DADOS" to ws-lote-status
               perform finalizar-lote
           end-if

           if ws-modo-perguntar
               display "Confirma a atualizacao de arqFatos.dat (S/N)? "
                       with no advancing
               move space to ws-confirmacao
               accept ws-confirmacao
               if ws-confirmacao = "S" or ws-confirmacao = "s"
                   set ws-modo-atualizar to true
               else
                   set ws-modo-simular   to true
               end-if
           end-if

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           if ws-modo-atualizar
               perform atualizar-fatos
               move spaces to ws-linha-rel
               move ws-qtd-atualizadas to ws-qtd-ed
               string "ATUALIZADO: " ws-qtd-ed
                      " estado(s) gravados em arqFatos.dat"
                      delimited by size into ws-linha-rel
               end-string
               perform gravar-linha-rel
               display "Estados atualizados    : " ws-qtd-ed
           else
               move "SIMULACAO: nenhum valor foi gravado em arqFatos.dat"
                 to ws-linha-rel
               perform gravar-linha-rel
               display "Simulacao: arqFatos.dat nao foi alterado."
           end-if

           close arqRelatorio

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Separa os campos da linha de carga corrente e normaliza o nome
      *>   do estado; a linha de cabecalho do arquivo oficial e ignorada.
      *>------------------------------------------------------------------------
       tratar-linha-carga section.

           move spaces to ws-estado-carga
           move spaces to ws-populacao-carga
           move spaces to ws-area-carga
           move spaces to ws-vizinhos-carga
           move spaces to ws-motivo-rejeito

           unstring fd-carga-rec delimited by ";"
               into ws-estado-carga
                    ws-populacao-carga
                    ws-area-carga
                    ws-vizinhos-carga
           end-unstring

           inspect ws-estado-carga replacing all '"' by space
           move ws-estado-carga to ws-texto-origem
           perform normaliza-texto
           move ws-texto-destino to ws-estado-carga-norm

           if ws-estado-carga-norm <> "ESTADO"
              and ws-estado-carga-norm <> "UF"
               add 1 to ws-qtd-linhas
               perform validar-linha-carga
           end-if

           .
       tratar-linha-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida a linha de carga corrente: estado que nao casa com o
      *>   cadastro (pelo nome normalizado), estado repetido na carga e
      *>   numeros invalidos sao rejeitados; o restante fica guardado como
      *>   novo valor da posicao do estado.
      *>------------------------------------------------------------------------
       validar-linha-carga section.

           move zero to ws-ind-achado
           perform varying ws-ind-est from 1 by 1
                                      until ws-ind-est > 27
                                         or ws-ind-achado <> zero
               if ws-estado-norm(ws-ind-est) <> spaces
                  and ws-estado-norm(ws-ind-est) = ws-estado-carga-norm
                   move ws-ind-est to ws-ind-achado
               end-if
           end-perform

           if ws-ind-achado = zero
               move "estado nao encontrado no cadastro" to ws-motivo-rejeito
           else
           if ws-nv-tem-carga(ws-ind-achado)
               move "estado repetido na carga"          to ws-motivo-rejeito
           else

               move ws-populacao-carga to ws-num-texto
               perform converter-numero
               if not ws-num-valido
                  or ws-num-valor = zero
                  or ws-num-valor > 999999999
                   move "populacao invalida"            to ws-motivo-rejeito
               else
                   move ws-num-valor to ws-nv-populacao(ws-ind-achado)

                   move ws-area-carga to ws-num-texto
                   perform converter-numero
                   if not ws-num-valido
                      or ws-num-valor = zero
                      or ws-num-valor > 9999999
                       move "area invalida"             to ws-motivo-rejeito
                   else
                       move ws-num-valor to ws-nv-area(ws-ind-achado)

                       if ws-vizinhos-carga = spaces
                           move ws-ft-vizinhos(ws-ind-achado)
                             to ws-nv-vizinhos(ws-ind-achado)
                       else
                           move ws-vizinhos-carga to ws-num-texto
                           perform converter-numero
                           if not ws-num-valido
                              or ws-num-valor > 26
                               move "vizinhos invalido" to ws-motivo-rejeito
                           else
                               move ws-num-valor
                                 to ws-nv-vizinhos(ws-ind-achado)
                           end-if
                       end-if
                   end-if
               end-if

           end-if
           end-if

           if ws-motivo-rejeito = spaces
               move "S" to ws-nv-carregado(ws-ind-achado)
               add 1 to ws-qtd-aceitas
           else
               perform gravar-rejeito
           end-if

           .
       validar-linha-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Converte ws-num-texto em ws-num-valor: aceita ponto (ou espaco)
      *>   como separador de milhar e virgula decimal, arredondando pela
      *>   primeira casa decimal. Qualquer outro caractere invalida.
      *>------------------------------------------------------------------------
       converter-numero section.

           move "S"    to ws-flag-num
           move zero   to ws-num-valor
           move zero   to ws-num-qtd-dig
           move spaces to ws-num-inteiro-txt
           move spaces to ws-num-fracao-txt

           inspect ws-num-texto replacing all '"' by space

           unstring ws-num-texto delimited by ","
               into ws-num-inteiro-txt
                    ws-num-fracao-txt
           end-unstring

           perform varying ws-ind-num from 1 by 1 until ws-ind-num > 20
               evaluate true
                   when ws-num-inteiro-txt(ws-ind-num:1) = "." or " "
                       continue
                   when ws-num-inteiro-txt(ws-ind-num:1) is numeric
                       add 1 to ws-num-qtd-dig
                       move ws-num-inteiro-txt(ws-ind-num:1) to ws-num-digito
                       if ws-num-qtd-dig > 9
                           move "N" to ws-flag-num
                       else
                           compute ws-num-valor = ws-num-valor * 10
                                                + ws-num-digito
                       end-if
                   when other
                       move "N" to ws-flag-num
               end-evaluate
           end-perform

           if ws-num-qtd-dig = zero
               move "N" to ws-flag-num
           end-if

           perform varying ws-ind-num from 1 by 1 until ws-ind-num > 20
               if ws-num-fracao-txt(ws-ind-num:1) <> " "
                  and ws-num-fracao-txt(ws-ind-num:1) is not numeric
                   move "N" to ws-flag-num
               end-if
           end-perform

           if ws-num-valido
              and ws-num-fracao-txt(1:1) is numeric
              and ws-num-fracao-txt(1:1) >= "5"
               add 1 to ws-num-valor
           end-if

           .
       converter-numero-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra a linha rejeitada (motivo + linha original) no
      *>   relatorio.
      *>------------------------------------------------------------------------
       gravar-rejeito section.

           add 1 to ws-qtd-rejeitadas

           move spaces to ws-linha-rel
           string "  " ws-motivo-rejeito ": "
                  function trim(fd-carga-rec)
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           .
       gravar-rejeito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime, para cada estado do cadastro, os valores atuais e os
      *>   da carga com a variacao percentual; estados sem linha na carga
      *>   aparecem como mantidos.
      *>------------------------------------------------------------------------
       gravar-diferencas section.

           move spaces to ws-linha-rel
           perform gravar-linha-rel

           move "Ps Estado                 Pop. atual    Pop. nova  Var.%   Area atual    Area nova  Var.% Vizin Observacao"
             to ws-linha-rel
           perform gravar-linha-rel

           move all "-" to ws-linha-rel
           move spaces  to ws-linha-rel(111:20)
           perform gravar-linha-rel

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 27

               if ws-estado(ws-ind-est) <> spaces

                   move ws-ind-est                  to dt-posicao
                   move ws-estado(ws-ind-est)       to dt-estado
                   move ws-ft-populacao(ws-ind-est) to dt-pop-atual
                   move ws-ft-area(ws-ind-est)      to dt-area-atual
                   move ws-ft-vizinhos(ws-ind-est)  to dt-viz-atual

                   if ws-nv-tem-carga(ws-ind-est)

                       move ws-nv-populacao(ws-ind-est) to dt-pop-nova
                       move ws-nv-area(ws-ind-est)      to dt-area-nova
                       move ws-nv-vizinhos(ws-ind-est)  to dt-viz-nova

                       if ws-ft-populacao(ws-ind-est) = zero
                           move "   novo" to dt-var-pop-x
                       else
                           compute ws-variacao rounded =
                               (ws-nv-populacao(ws-ind-est)
                                - ws-ft-populacao(ws-ind-est)) * 100
                               / ws-ft-populacao(ws-ind-est)
                               on size error
                                   move "  *****" to dt-var-pop-x
                               not on size error
                                   move ws-variacao to dt-var-pop
                           end-compute
                       end-if

                       if ws-ft-area(ws-ind-est) = zero
                           move "   novo" to dt-var-area-x
                       else
                           compute ws-variacao rounded =
                               (ws-nv-area(ws-ind-est)
                                - ws-ft-area(ws-ind-est)) * 100
                               / ws-ft-area(ws-ind-est)
                               on size error
                                   move "  *****" to dt-var-area-x
                               not on size error
                                   move ws-variacao to dt-var-area
                           end-compute
                       end-if

                       if ws-nv-populacao(ws-ind-est) = ws-ft-populacao(ws-ind-est)
                          and ws-nv-area(ws-ind-est)  = ws-ft-area(ws-ind-est)
                          and ws-nv-vizinhos(ws-ind-est)
                                                      = ws-ft-vizinhos(ws-ind-est)
                           move "sem mudanca"  to dt-observacao
                       else
                           move "alterado"     to dt-observacao
                           add 1 to ws-qtd-com-diferenca
                       end-if

                   else

                       move zero     to dt-pop-nova
                       move zero     to dt-area-nova
                       move zero     to dt-viz-nova
                       move spaces   to dt-var-pop-x
                       move spaces   to dt-var-area-x
                       move "sem carga"  to dt-observacao

                   end-if

                   move ws-detalhe-rel to ws-linha-rel
                   perform gravar-linha-rel

               end-if

           end-perform

           move all "-" to ws-linha-rel
           move spaces  to ws-linha-rel(111:20)
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-qtd-linhas to ws-qtd-ed
           string "Linhas lidas: " ws-qtd-ed
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-qtd-aceitas to ws-qtd-ed
           string "Estados com carga: " ws-qtd-ed
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-qtd-com-diferenca to ws-qtd-ed
           string "Estados com diferenca: " ws-qtd-ed
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           move spaces to ws-linha-rel
           move ws-qtd-rejeitadas to ws-qtd-ed
           string "Linhas rejeitadas: " ws-qtd-ed
                  delimited by size into ws-linha-rel
           end-string
           perform gravar-linha-rel

           .
       gravar-diferencas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava em arqFatos.dat os novos valores de cada estado aceito
      *>   (inclui o registro da posicao se ainda nao existir) e registra
      *>   cada inclusao ou alteracao no diario de alteracoes.
      *>------------------------------------------------------------------------
       atualizar-fatos section.

           open i-o arqFatos

           if ws-fs-arqFatos = 35
               open output arqFatos
               close       arqFatos
               open i-o    arqFatos
           end-if

           if ws-fs-arqFatos <> 0
               display "Erro ao abrir arq. arqFatos.dat. Nada foi gravado."
               move "Erro ao abrir arqFatos.dat: nada foi gravado"
                 to ws-linha-rel
               perform gravar-linha-rel
               close arqRelatorio
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 27

               if ws-nv-tem-carga(ws-ind-est)

                   move ws-ind-est to ws-rk-arqFatos
                   read arqFatos

                   if ws-fs-arqFatos = 0
                       move "ALTERAR" to jn-operacao
                       move fd-fatos  to jn-antes
                   else
                       move "INCLUIR" to jn-operacao
                       move spaces    to jn-antes
                   end-if

                   move ws-nv-populacao(ws-ind-est) to fd-ft-populacao
                   move ws-nv-area(ws-ind-est)      to fd-ft-area
                   move ws-nv-vizinhos(ws-ind-est)  to fd-ft-vizinhos

                   if ws-fs-arqFatos = 0
                       rewrite fd-fatos
                   else
                       write fd-fatos
                   end-if

                   if ws-fs-arqFatos = 0
                       add 1 to ws-qtd-atualizadas
                       move "arqFatos"  to jn-arquivo
                       move ws-ind-est  to jn-chave
                       move fd-fatos    to jn-depois
                       perform gravar-jornal
                   else
                       move spaces to ws-linha-rel
                       string "Erro ao gravar os fatos de "
                              function trim(ws-estado(ws-ind-est))
                              delimited by size into ws-linha-rel
                       end-string
                       perform gravar-linha-rel
                   end-if

               end-if

           end-perform

           close arqFatos

           .
       atualizar-fatos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa ao diario de alteracoes o registro montado na atualizacao
      *>   (arquivo, posicao, operacao e imagens antes/depois). Falha no
      *>   diario nao desfaz o fato ja gravado: fica o aviso no relatorio.
      *>------------------------------------------------------------------------
       gravar-jornal section.

           move function current-date(1:14) to jn-data-hora
           move "cargaFat"                   to jn-operador

           open extend arqJornal

           if ws-fs-arqJornal = 35
               open output arqJornal
           end-if

           move "N" to ws-flag-jornal-gravado

           if ws-fs-arqJornal = 0
               write fd-jornal-rec from ws-jornal-rec
               if ws-fs-arqJornal = 0
                   move "S" to ws-flag-jornal-gravado
               end-if
               close arqJornal
           end-if

           if ws-flag-jornal-gravado = "N"
               move spaces to ws-linha-rel
               string "Aviso: alteracao de "
                      function trim(ws-estado(ws-ind-est))
                      " nao registrada no diario"
                      delimited by size into ws-linha-rel
               end-string
               perform gravar-linha-rel
           end-if

           .
       gravar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha no relatorio.
      *>------------------------------------------------------------------------
       gravar-linha-rel section.

           write fd-relatorio-rec from ws-linha-rel

           if ws-fs-arqRelatorio <> 0
               display "Erro ao gravar arq. relCargaFatos.txt"
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
      *>  Finalizacao Normal: linhas rejeitadas deixam a execucao em ALERTA,
      *>  para a cadeia de lotes e o operador verem o relatorio.
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-qtd-rejeitadas = zero
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

           move "cargaFatos"                to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-linhas               to lt-lidos
           move ws-qtd-atualizadas          to lt-gravados
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
