      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "cadOperadores".
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

      *> Cadastro de operadores do jogo: identificacao, nome, senha e
      *> perfil (A = anfitriao, M = mantenedor, S = supervisor).
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-op-id
           file status is ws-fs-arqOperadores.

      *> Registro de acessos: entradas, falhas de entrada, opcoes recusadas
      *> e alteracoes no cadastro de operadores.
           select arqAcessos assign to "arqAcessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAcessos.

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


      *> Declaracao das variaveis do programa.
       working-storage section.

       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAcessos                        pic 9(02).
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
       77 ws-qtd-registros-gravados                pic 9(06) value zero.
       77 ws-qtd-registros-excluidos               pic 9(06) value zero.

      *>------------------------------------------------------------------------
      *> Linha do registro de acessos: data-hora, programa, operador,
      *> evento (ENTRADA, FALHA, RECUSA, INCLUIR, ALTERAR, EXCLUIR) e
      *> detalhe.
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
      *> Operador que executa o programa (precisa ser supervisor) e dados
      *> digitados para a entrada.
      *>------------------------------------------------------------------------
       77 ws-operador-id                           pic x(08).
       77 ws-logon-id                              pic x(08).
       77 ws-logon-senha                           pic x(08).
       77 ws-tentativas-logon                      pic 9(01) value zero.
       77 ws-flag-logon                            pic x(01) value "N".
          88 ws-logon-ok                           value "S".

      *>------------------------------------------------------------------------
      *> Dados de trabalho da manutencao do cadastro.
      *>------------------------------------------------------------------------
       77 ws-opcao                                 pic x(01).
          88 ws-opcao-fim                          value "F" "f".
       77 ws-id-digitado                           pic x(08).
       77 ws-nome-digitado                         pic x(25).
       77 ws-senha-digitada                        pic x(08).
       77 ws-perfil-digitado                       pic x(01).
          88 ws-perfil-valido                      value "A" "M" "S".
       77 ws-resp-confirma                         pic x(01).

       01 ws-qtd-ed                                pic zzzzz9.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicializacao: na primeira execucao cria o
      *>  cadastro com o supervisor inicial; nas demais exige a entrada
      *>  de um supervisor.
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date(1:14) to ws-lote-inicio

           display "Cadastro de operadores do jogo"

           open i-o arqOperadores

           if ws-fs-arqOperadores = 35
               perform criar-cadastro
           else
               if ws-fs-arqOperadores <> 0
                   display "Erro ao abrir arq. arqOperadores.dat"
                   move "ABORTADO" to ws-lote-status
                   perform finalizar-lote
               end-if
               perform exigir-supervisor
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Primeira execucao: cria o cadastro vazio e registra o supervisor
      *>   inicial, que passa a ser o operador desta execucao.
      *>------------------------------------------------------------------------
       criar-cadastro section.

           display "Cadastro inexistente: informe o supervisor inicial."

           display "Identificacao do supervisor: " with no advancing
           accept ws-id-digitado
           move function upper-case(ws-id-digitado) to ws-id-digitado

           display "Nome do supervisor         : " with no advancing
           accept ws-nome-digitado

           display "Senha                      : " with no advancing
           accept ws-senha-digitada

           if ws-id-digitado = spaces
              or ws-nome-digitado = spaces
              or ws-senha-digitada = spaces
               display "Identificacao, nome e senha sao obrigatorios."
               display "Cadastro nao foi criado."
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           open output arqOperadores

           if ws-fs-arqOperadores <> 0
               display "Erro ao criar arq. arqOperadores.dat"
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           close arqOperadores
           open i-o arqOperadores

           move ws-id-digitado    to fd-op-id
           move ws-nome-digitado  to fd-op-nome
           move ws-senha-digitada to fd-op-senha
           move "S"               to fd-op-perfil
           write fd-operador-reg

           if ws-fs-arqOperadores <> 0
               display "Erro ao gravar arq. arqOperadores.dat"
               close arqOperadores
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           add 1 to ws-qtd-registros-gravados
           move ws-id-digitado to ws-operador-id

           move "INCLUIR"         to ac-evento
           move "supervisor inicial" to ac-detalhe
           perform registrar-acesso

           display "Supervisor inicial cadastrado."

           .
       criar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exige a entrada de um supervisor (tres tentativas). Falhas e
      *>   recusas ficam no registro de acessos; sem entrada valida o
      *>   programa termina sem alterar nada.
      *>------------------------------------------------------------------------
       exigir-supervisor section.

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
                       display "Operacao restrita a supervisor."
                       move "RECUSA"  to ac-evento
                       move "cadastro de operadores" to ac-detalhe
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

           if not ws-logon-ok
               display "Acesso nao autorizado. Nada foi alterado."
               close arqOperadores
               move "ABORTADO" to ws-lote-status
               perform finalizar-lote
           end-if

           .
       exigir-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento principal: atende as opcoes de manutencao ate o
      *> operador encerrar.
      *>------------------------------------------------------------------------
       processamento section.

           move space to ws-opcao

           perform until ws-opcao-fim

               display " "
               display "I=Incluir A=Alterar E=Excluir L=Listar F=Fim: "
                   with no advancing
               accept ws-opcao

               evaluate ws-opcao
                   when "I"
                   when "i"
                       perform incluir-operador
                   when "A"
                   when "a"
                       perform alterar-operador
                   when "E"
                   when "e"
                       perform excluir-operador
                   when "L"
                   when "l"
                       perform listar-operadores
                   when "F"
                   when "f"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform

           close arqOperadores

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui um operador novo.
      *>------------------------------------------------------------------------
       incluir-operador section.

           display "Identificacao: " with no advancing
           accept ws-id-digitado
           move function upper-case(ws-id-digitado) to ws-id-digitado

           if ws-id-digitado = spaces
               display "Identificacao obrigatoria."
           else
               move ws-id-digitado to fd-op-id
               read arqOperadores
               if ws-fs-arqOperadores = 0
                   display "Operador ja cadastrado."
               else
                   display "Nome         : " with no advancing
                   accept ws-nome-digitado
                   display "Senha        : " with no advancing
                   accept ws-senha-digitada
                   display "Perfil (A=Anfitriao M=Mantenedor S=Supervisor): "
                       with no advancing
                   accept ws-perfil-digitado
                   move function upper-case(ws-perfil-digitado)
                     to ws-perfil-digitado

                   if ws-nome-digitado = spaces
                      or ws-senha-digitada = spaces
                      or not ws-perfil-valido
                       display "Nome, senha e perfil (A/M/S) obrigatorios."
                   else
                       move ws-id-digitado     to fd-op-id
                       move ws-nome-digitado   to fd-op-nome
                       move ws-senha-digitada  to fd-op-senha
                       move ws-perfil-digitado to fd-op-perfil
                       write fd-operador-reg
                       if ws-fs-arqOperadores = 0
                           add 1 to ws-qtd-registros-gravados
                           move "INCLUIR" to ac-evento
                           move spaces    to ac-detalhe
                           string "operador " ws-id-digitado
                                  " perfil " ws-perfil-digitado
                                  delimited by size into ac-detalhe
                           end-string
                           perform registrar-acesso
                           display "Operador incluido."
                       else
                           display "Erro ao gravar arq. arqOperadores.dat"
                       end-if
                   end-if
               end-if
           end-if

           .
       incluir-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera nome, senha e/ou perfil (em branco = mantem). O operador
      *>   corrente nao pode rebaixar o proprio perfil, para que o cadastro
      *>   nao fique sem supervisor.
      *>------------------------------------------------------------------------
       alterar-operador section.

           display "Identificacao: " with no advancing
           accept ws-id-digitado
           move function upper-case(ws-id-digitado) to ws-id-digitado

           move ws-id-digitado to fd-op-id
           read arqOperadores

           if ws-fs-arqOperadores <> 0
               display "Operador nao cadastrado."
           else
               display "Nome atual  : " fd-op-nome
               display "Perfil atual: " fd-op-perfil
               display "Novo nome   (vazio = mantem): " with no advancing
               accept ws-nome-digitado
               display "Nova senha  (vazio = mantem): " with no advancing
               accept ws-senha-digitada
               display "Novo perfil (vazio = mantem): " with no advancing
               accept ws-perfil-digitado
               move function upper-case(ws-perfil-digitado)
                 to ws-perfil-digitado

               if ws-perfil-digitado <> space
                  and not ws-perfil-valido
                   display "Perfil invalido: use A, M ou S."
               else
                   if ws-id-digitado = ws-operador-id
                      and ws-perfil-digitado <> space
                      and ws-perfil-digitado <> "S"
                       display "O operador corrente nao pode rebaixar o proprio perfil."
                   else
                       if ws-nome-digitado <> spaces
                           move ws-nome-digitado to fd-op-nome
                       end-if
                       if ws-senha-digitada <> spaces
                           move ws-senha-digitada to fd-op-senha
                       end-if
                       if ws-perfil-digitado <> space
                           move ws-perfil-digitado to fd-op-perfil
                       end-if
                       rewrite fd-operador-reg
                       if ws-fs-arqOperadores = 0
                           add 1 to ws-qtd-registros-gravados
                           move "ALTERAR" to ac-evento
                           move spaces    to ac-detalhe
                           string "operador " ws-id-digitado
                                  " perfil " fd-op-perfil
                                  delimited by size into ac-detalhe
                           end-string
                           perform registrar-acesso
                           display "Operador alterado."
                       else
                           display "Erro ao gravar arq. arqOperadores.dat"
                       end-if
                   end-if
               end-if
           end-if

           .
       alterar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exclui um operador, com confirmacao. O operador corrente nao
      *>   pode se excluir.
      *>------------------------------------------------------------------------
       excluir-operador section.

           display "Identificacao: " with no advancing
           accept ws-id-digitado
           move function upper-case(ws-id-digitado) to ws-id-digitado

           if ws-id-digitado = ws-operador-id
               display "O operador corrente nao pode se excluir."
           else
               move ws-id-digitado to fd-op-id
               read arqOperadores
               if ws-fs-arqOperadores <> 0
                   display "Operador nao cadastrado."
               else
                   display "Excluir " fd-op-id " " fd-op-nome
                           " (S/N)?: " with no advancing
                   accept ws-resp-confirma
                   if ws-resp-confirma = "S" or ws-resp-confirma = "s"
                       delete arqOperadores
                       if ws-fs-arqOperadores = 0
                           add 1 to ws-qtd-registros-excluidos
                           move "EXCLUIR" to ac-evento
                           move spaces    to ac-detalhe
                           string "operador " ws-id-digitado
                                  delimited by size into ac-detalhe
                           end-string
                           perform registrar-acesso
                           display "Operador excluido."
                       else
                           display "Erro ao excluir em arq. arqOperadores.dat"
                       end-if
                   end-if
               end-if
           end-if

           .
       excluir-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista os operadores cadastrados em ordem de identificacao (a
      *>   senha nao e exibida).
      *>------------------------------------------------------------------------
       listar-operadores section.

           display " "
           display "Operador Nome                      Perfil"

           move low-values to fd-op-id
           start arqOperadores key is >= fd-op-id

           perform until ws-fs-arqOperadores <> 0

               read arqOperadores next

               if ws-fs-arqOperadores = 0
                   add 1 to ws-qtd-registros-lidos
                   display fd-op-id " " fd-op-nome " " fd-op-perfil
               end-if

           end-perform

           .
       listar-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anexa um evento ao registro de acessos. Antes da chamada,
      *>   ac-evento e ac-detalhe ja vem preenchidos.
      *>------------------------------------------------------------------------
       registrar-acesso section.

           move function current-date(1:14) to ac-data-hora
           move "cadOperadore"               to ac-programa
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
       finaliza section.

           move ws-qtd-registros-gravados to ws-qtd-ed
           display "Operadores incluidos/alterados: " ws-qtd-ed
           move ws-qtd-registros-excluidos to ws-qtd-ed
           display "Operadores excluidos          : " ws-qtd-ed

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

           move "cadOperadore"              to lt-programa
           move ws-lote-inicio              to lt-inicio
           move function current-date(1:14) to lt-fim
           move ws-qtd-registros-lidos      to lt-lidos
           move ws-qtd-registros-gravados   to lt-gravados
           move ws-qtd-registros-excluidos  to lt-expurgados
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
