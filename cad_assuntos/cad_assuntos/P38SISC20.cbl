      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P38SISC20".
       author. "Madona Schvambach".
       installation.  "PC".
       date-written.  15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.


           select cadassun assign to "cadassun.txt"
           organization is indexed             *>mestre de assuntos por disciplina - validado pelo
           access mode is dynamic             *>P18SISC20 e usado no diagnostico do P39SISC20
           lock mode is automatic
           record key is sa-chave
           file status is ws-fs-cadassun.

           select caddisc assign to "caddisc.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select arqatrib assign to "arqatrib.txt"
           organization is indexed             *>atributos das questoes (P18SISC20) - assunto em uso
           access mode is dynamic             *>nao pode ser excluido
           lock mode is automatic
           record key is at-chave-questao
           file status is ws-fs-arqatrib.

           select cadusu assign to "cadusu.txt"
           organization is indexed             *>mestre de usuarios (P26SISC20) - p/ limitar o
           access mode is dynamic             *>professor as disciplinas autorizadas
           lock mode is automatic
           record key is us-id
           file status is ws-fs-cadusu.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  cadassun.
       01  sa-assunto-reg.
           05  sa-chave.
               10  sa-id-disci                      pic 9(03).
               10  sa-assunto                       pic 9(03).
                                                      *>codigo do assunto na disciplina (zero = sem assunto)
           05  sa-descricao                         pic x(40).
           05  sa-assunto-pai                       pic 9(03).
                                                      *>assunto superior na mesma disciplina (zero = assunto principal)
           05  sa-situacao                          pic x(01).
                                                      *>A=ativo I=inativo

       fd  caddisc.
       01  cd-disciplina.
           05  cd-id-disci                          pic 9(03).
           05  cd-nome-disci                        pic x(40).
           05  cd-situacao                          pic x(01).
                                                      *>A=ativa I=inativa (branco = ativa, registro antigo)

       fd  arqatrib.
       01  at-atributo.
           05  at-chave-questao.
               10  at-id-questao                    pic 9(05).
               10  at-id-disci                      pic 9(03).
           05  at-dificuldade                       pic x(01).
                                                      *>F=facil M=media D=dificil
           05  at-assunto                           pic 9(03).

       fd  cadusu.
       01  us-usuario.
           05  us-id                                pic x(08).
           05  us-senha                             pic x(08).
           05  us-nome                              pic x(40).
           05  us-perfil                            pic x(01).
                                                      *>A=administrador P=professor O=operador
           05  us-situacao                          pic x(01).
                                                      *>A=ativo I=inativo
           05  us-id-disci-prof occurs 10 times     pic 9(03).
                                                      *>disciplinas do professor (zero = posicao livre)


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-cadassun                           pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-arqatrib                           pic x(02).
       77  ws-fs-cadusu                             pic x(02).
       77  ws-fim-prog                              pic x(01).
           88  ws-fim                                value "S".

       01  ws-opcao                                 pic x(01).
           88  ws-opc-incluir                        value "I".
           88  ws-opc-alterar                        value "A".
           88  ws-opc-consultar                      value "C".
           88  ws-opc-listar                         value "L".
           88  ws-opc-excluir                        value "E".
           88  ws-opc-fim                            value "F".

       01  ws-confirmacao                           pic x(01).
           88  ws-confirmado                         value "S".

      *>----Copia de trabalho do registro de assunto
       01  ws-assunto-reg.
           05  ws-chave.
               10  ws-id-disci                      pic 9(03).
               10  ws-assunto                       pic 9(03).
           05  ws-descricao                         pic x(40).
           05  ws-assunto-pai                       pic 9(03).
           05  ws-situacao                          pic x(01).
               88  ws-sit-ativo                      value "A".
               88  ws-sit-inativo                    value "I".

       01  ws-sw-valido                             pic x(01).
           88  ws-dados-validos                      value "S".
           88  ws-dados-invalidos                    value "N".

       77  ws-ind-disc-prof                         pic 9(02) comp.
       01  ws-sw-disc-prof                          pic x(01).
           88  ws-disc-autorizada                    value "S".

      *>----Subida na hierarquia de assuntos (evita assunto pai em ciclo)
       77  ws-pai-corrente                          pic 9(03).
       77  ws-qtd-niveis                            pic 9(03).
       01  ws-sw-ciclo                              pic x(01).
           88  ws-ha-ciclo                           value "S".

       77  ws-disci-lista                           pic 9(03).
       77  ws-qtd-filhos                            pic 9(03).
       77  ws-qtd-questoes-ass                      pic 9(05).


      *>----Sign-on do operador (P27SISC20)
       77  ws-operador                              pic x(08).
       77  ws-perfil-oper                           pic x(01).
       77  ws-tent-signon                           pic 9(01).

       01  ws-signon.
           05  ws-usu-chamada.
               10  ws-usu-id                        pic x(08).
               10  ws-usu-senha                     pic x(08).
           05  ws-usu-retorno.
               10  ws-usu-ok                        pic x(01).
                   88  ws-usuario-valido             value "S".
               10  ws-usu-perfil                    pic x(01).
               10  ws-usu-nome                      pic x(40).
               10  ws-usu-msg                       pic x(50).

       *>------------------------------------------------------------------------
       *> controle - mestre de assuntos por disciplina: codigo, descricao e
       *> assunto superior
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           perform 2000-processamento until ws-fim
           perform 3000-finaliza
           stop run


           .
       0000-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *> inicializacao normal
      *>------------------------------------------------------------------------
       1000-inicializa section.


           move "N"                                 to ws-fim-prog

           display "P38SISC20 - Manutencao do cadastro de assuntos"
           perform 1100-efetuar-signon

           open i-o cadassun
           if   ws-fs-cadassun = "35" then           *>arquivo ainda nao existe
                open output cadassun
                close cadassun
                open i-o cadassun
           end-if
           if   ws-fs-cadassun <> "00" and ws-fs-cadassun <> "05" then
                display "P38SISC20 - Erro ao inicializar cadassun: " ws-fs-cadassun
                stop run
           end-if

           open input caddisc                       *> caddisc so e mantido pelo P06SISC20
           if   ws-fs-caddisc = "35" then            *>arquivo ainda nao existe
                open output caddisc
                close caddisc
                open input caddisc
           end-if
           if   ws-fs-caddisc <> "00" and ws-fs-caddisc <> "05" then
                display "P38SISC20 - Erro ao inicializar caddisc: " ws-fs-caddisc
                stop run
           end-if

           open input arqatrib                      *> arqatrib e mantido pelo P18SISC20
           if   ws-fs-arqatrib = "35" then           *>arquivo ainda nao existe
                open output arqatrib
                close arqatrib
                open input arqatrib
           end-if
           if   ws-fs-arqatrib <> "00" and ws-fs-arqatrib <> "05" then
                display "P38SISC20 - Erro ao inicializar arqatrib: " ws-fs-arqatrib
                stop run
           end-if

           open input cadusu                        *> cadusu e mantido pelo P26SISC20
           if   ws-fs-cadusu = "35" then             *>arquivo ainda nao existe
                open output cadusu
                close cadusu
                open input cadusu
           end-if
           if   ws-fs-cadusu <> "00" and ws-fs-cadusu <> "05" then
                display "P38SISC20 - Erro ao inicializar cadusu: " ws-fs-cadusu
                stop run
           end-if

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Sign-on do operador no mestre de usuarios (P27SISC20)
      *>------------------------------------------------------------------------
       1100-efetuar-signon section.


           move    0                                to ws-tent-signon
           move    "N"                              to ws-usu-ok
           perform 1110-tentar-signon
                   until ws-usuario-valido or ws-tent-signon >= 3

           if      not ws-usuario-valido then
                   display "Acesso negado - programa encerrado"
                   stop run
           end-if

           move    ws-usu-id                        to ws-operador
           move    ws-usu-perfil                    to ws-perfil-oper

           .
       1100-efetuar-signon-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Uma tentativa de sign-on
      *>------------------------------------------------------------------------
       1110-tentar-signon section.


           add     1                                to ws-tent-signon

           display "Usuario.........................: " with no advancing
           accept  ws-usu-id
           display "Senha...........................: " with no advancing
           accept  ws-usu-senha

           call "P27SISC20" using ws-usu-chamada,
                                   ws-usu-retorno

           if      ws-usuario-valido then
                   if   ws-usu-perfil <> "A" and ws-usu-perfil <> "P" then
                        display "Perfil sem acesso a este programa"
                        move "N"                    to ws-usu-ok
                   else
                        display "Operador: " ws-usu-nome
                   end-if
           else
                   display ws-usu-msg
           end-if

           .
       1110-tentar-signon-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           display " "
           display "P38SISC20 - Manutencao do cadastro de assuntos por disciplina"
           display "I-Incluir  A-Alterar  C-Consultar  L-Listar  E-Excluir  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

           evaluate true
               when ws-opc-incluir
                   perform 2100-incluir-assunto
               when ws-opc-alterar
                   perform 2200-alterar-assunto
               when ws-opc-consultar
                   perform 2300-consultar-assunto
               when ws-opc-listar
                   perform 2400-listar-assuntos
               when ws-opc-excluir
                   perform 2500-excluir-assunto
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other
                   display "Opcao invalida, tente novamente"
           end-evaluate

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter a chave do assunto (disciplina + codigo) e validar a
       *>  disciplina e o acesso do operador a ela
       *>------------------------------------------------------------------------
       2010-obter-chave section.


           set     ws-dados-validos                 to true

           display "Codigo da disciplina............: " with no advancing
           accept  ws-id-disci
           display "Codigo do assunto (3 digitos)...: " with no advancing
           accept  ws-assunto

           move    ws-id-disci                      to cd-id-disci
           read    caddisc
           if      ws-fs-caddisc <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Disciplina inexistente no caddisc!"
           else
                   display "  " cd-nome-disci
                   perform 2020-validar-permissao-disc
                   if   not ws-disc-autorizada then
                        set  ws-dados-invalidos     to true
                   end-if
           end-if

           if      ws-dados-validos and ws-assunto = 0 then
                   set  ws-dados-invalidos          to true
                   display "Codigo de assunto deve ser maior que zero"
           end-if

           .
       2010-obter-chave-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a permissao do professor sobre a disciplina - professor
       *>  somente nas disciplinas autorizadas no cadusu (mesma regra do
       *>  P18SISC20); administrador sem restricao
       *>------------------------------------------------------------------------
       2020-validar-permissao-disc section.


           if      ws-perfil-oper <> "P" then
                   set  ws-disc-autorizada          to true
           else
                   move "N"                         to ws-sw-disc-prof
                   move ws-operador                 to us-id
                   read cadusu
                   if   ws-fs-cadusu = "00" then
                        perform 2025-comparar-disciplina-prof
                                varying ws-ind-disc-prof from 1 by 1
                                until ws-ind-disc-prof > 10
                                   or ws-disc-autorizada
                   end-if
                   if   not ws-disc-autorizada then
                        display "Professor sem acesso a disciplina " ws-id-disci
                                " - operacao nao permitida"
                   end-if
           end-if

           .
       2020-validar-permissao-disc-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a disciplina digitada com uma autorizada do professor
       *>------------------------------------------------------------------------
       2025-comparar-disciplina-prof section.


           if      us-id-disci-prof(ws-ind-disc-prof) = ws-id-disci then
                   set  ws-disc-autorizada          to true
           end-if

           .
       2025-comparar-disciplina-prof-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter e validar os dados de um assunto (exceto a chave)
       *>------------------------------------------------------------------------
       2050-obter-dados-assunto section.


           set     ws-dados-validos                 to true

           display "Descricao do assunto............: " with no advancing
           accept  ws-descricao
           display "Assunto superior (0 = principal): " with no advancing
           accept  ws-assunto-pai
           display "Situacao (A-Ativo I-Inativo)....: " with no advancing
           accept  ws-situacao

           evaluate true
               when ws-descricao = spaces
                   set  ws-dados-invalidos          to true
                   display "Descricao do assunto obrigatoria"
               when not ws-sit-ativo and not ws-sit-inativo
                   set  ws-dados-invalidos          to true
                   display "Situacao invalida - use A ou I"
               when ws-assunto-pai = ws-assunto
                   set  ws-dados-invalidos          to true
                   display "Assunto nao pode ser superior a si mesmo"
               when ws-assunto-pai > 0
                   perform 2055-validar-assunto-pai
               when other
                   continue
           end-evaluate

           .
       2050-obter-dados-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar o assunto superior - deve existir na mesma disciplina e a
       *>  subida pela hierarquia a partir dele nao pode voltar ao proprio
       *>  assunto (ciclo)
       *>------------------------------------------------------------------------
       2055-validar-assunto-pai section.


           move    ws-id-disci                      to sa-id-disci
           move    ws-assunto-pai                   to sa-assunto
           read    cadassun
           if      ws-fs-cadassun <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Assunto superior inexistente na disciplina!"
           else
                   display "  Superior: " sa-descricao
                   move "N"                         to ws-sw-ciclo
                   move 0                           to ws-qtd-niveis
                   move sa-assunto-pai              to ws-pai-corrente
                   perform 2056-subir-nivel
                           until ws-pai-corrente = 0
                              or ws-ha-ciclo
                              or ws-qtd-niveis > 100
                   if   ws-ha-ciclo then
                        set  ws-dados-invalidos     to true
                        display "Assunto superior criaria um ciclo na hierarquia"
                   end-if
           end-if

           .
       2055-validar-assunto-pai-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Subir um nivel na hierarquia de assuntos
       *>------------------------------------------------------------------------
       2056-subir-nivel section.


           add     1                                to ws-qtd-niveis
           if      ws-pai-corrente = ws-assunto then
                   set  ws-ha-ciclo                 to true
           else
                   move ws-id-disci                 to sa-id-disci
                   move ws-pai-corrente             to sa-assunto
                   read cadassun
                   if   ws-fs-cadassun = "00" then
                        move sa-assunto-pai         to ws-pai-corrente
                   else
                        move 0                      to ws-pai-corrente
                   end-if
           end-if

           .
       2056-subir-nivel-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir assunto
       *>------------------------------------------------------------------------
       2100-incluir-assunto section.


           perform 2010-obter-chave

           if      ws-dados-validos then
                   move ws-chave                    to sa-chave
                   read cadassun
                   if   ws-fs-cadassun = "00" then
                        display "Ja existe assunto com este codigo na disciplina!"
                   else
                        perform 2050-obter-dados-assunto
                        if   ws-dados-validos then
                             move    ws-assunto-reg to sa-assunto-reg
                             write   sa-assunto-reg
                             if      ws-fs-cadassun = "00" then
                                     display "Assunto incluido com sucesso!"
                             else
                                     display "Erro ao incluir assunto: " ws-fs-cadassun
                             end-if
                        else
                             display "Inclusao cancelada"
                        end-if
                   end-if
           end-if

           .
       2100-incluir-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Alterar assunto - os dados sao informados novamente
       *>------------------------------------------------------------------------
       2200-alterar-assunto section.


           perform 2010-obter-chave

           if      ws-dados-validos then
                   move ws-chave                    to sa-chave
                   read cadassun
                   if   ws-fs-cadassun = "00" then
                        perform 2310-exibir-assunto
                        perform 2050-obter-dados-assunto
                        if   ws-dados-validos then
                             move    ws-assunto-reg to sa-assunto-reg
                             rewrite sa-assunto-reg
                             if      ws-fs-cadassun = "00" then
                                     display "Assunto alterado com sucesso!"
                             else
                                     display "Erro ao alterar assunto: " ws-fs-cadassun
                             end-if
                        else
                             display "Alteracao cancelada"
                        end-if
                   else
                        display "Assunto inexistente!"
                   end-if
           end-if

           .
       2200-alterar-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Consultar um assunto
       *>------------------------------------------------------------------------
       2300-consultar-assunto section.


           display "Codigo da disciplina............: " with no advancing
           accept  sa-id-disci
           display "Codigo do assunto...............: " with no advancing
           accept  sa-assunto
           read    cadassun
           if      ws-fs-cadassun = "00" then
                   perform 2310-exibir-assunto
           else
                   display "Assunto inexistente!"
           end-if

           .
       2300-consultar-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exibir o registro de cadassun corrente
       *>------------------------------------------------------------------------
       2310-exibir-assunto section.


           display "Disciplina: " sa-id-disci "  Assunto: " sa-assunto "  " sa-descricao
           display "  Superior: " sa-assunto-pai "  Situacao: " sa-situacao

           .
       2310-exibir-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar os assuntos de uma disciplina (zero = todas)
       *>------------------------------------------------------------------------
       2400-listar-assuntos section.


           display "Disciplina (0 = todas)..........: " with no advancing
           accept  ws-disci-lista

           move    ws-disci-lista                   to sa-id-disci
           move    0                                to sa-assunto
           start   cadassun key is not less than sa-chave

           perform until ws-fs-cadassun <> "00"
                read cadassun next
                if   ws-fs-cadassun = "00" then
                     if   ws-disci-lista > 0 and sa-id-disci <> ws-disci-lista then
                          move "10"                 to ws-fs-cadassun
                     else
                          perform 2310-exibir-assunto
                     end-if
                else
                     if   ws-fs-cadassun <> "10" then
                          display "Erro ao ler cadassun: " ws-fs-cadassun
                     end-if
                end-if
           end-perform

           .
       2400-listar-assuntos-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Excluir assunto - nao pode ter assuntos subordinados nem estar
       *>  atribuido a questoes em arqatrib (nesses casos, inativar)
       *>------------------------------------------------------------------------
       2500-excluir-assunto section.


           perform 2010-obter-chave

           if      ws-dados-validos then
                   move ws-chave                    to sa-chave
                   read cadassun
                   if   ws-fs-cadassun = "00" then
                        perform 2310-exibir-assunto
                        perform 2510-verificar-uso-assunto
                        evaluate true
                            when ws-qtd-filhos > 0
                                display "Assunto tem " ws-qtd-filhos
                                        " assunto(s) subordinado(s) - exclusao nao permitida"
                            when ws-qtd-questoes-ass > 0
                                display "Assunto atribuido a " ws-qtd-questoes-ass
                                        " questao(oes) - inative em vez de excluir"
                            when other
                                perform 2520-confirmar-exclusao
                        end-evaluate
                   else
                        display "Assunto inexistente!"
                   end-if
           end-if

           .
       2500-excluir-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Contar os assuntos subordinados e as questoes que usam o assunto
       *>------------------------------------------------------------------------
       2510-verificar-uso-assunto section.


           move    0                                to ws-qtd-filhos
           move    0                                to ws-qtd-questoes-ass

           move    ws-id-disci                      to sa-id-disci
           move    0                                to sa-assunto
           start   cadassun key is not less than sa-chave
           if      ws-fs-cadassun = "00" then
                   read cadassun next
                   perform until ws-fs-cadassun <> "00" or sa-id-disci <> ws-id-disci
                        if   sa-assunto-pai = ws-assunto then
                             add  1                 to ws-qtd-filhos
                        end-if
                        read cadassun next
                   end-perform
           end-if

           move    low-values                       to at-chave-questao
           start   arqatrib key is not less than at-chave-questao
           if      ws-fs-arqatrib = "00" then
                   read arqatrib next
                   perform until ws-fs-arqatrib <> "00"
                        if   at-id-disci = ws-id-disci and at-assunto = ws-assunto then
                             add  1                 to ws-qtd-questoes-ass
                        end-if
                        read arqatrib next
                   end-perform
           end-if

           .
       2510-verificar-uso-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Confirmar e excluir o assunto - o registro e relido, pois a
       *>  contagem dos subordinados percorreu o cadassun
       *>------------------------------------------------------------------------
       2520-confirmar-exclusao section.


           display "Confirma a exclusao (S/N)?......: " with no advancing
           accept  ws-confirmacao
           if      ws-confirmado then
                   move ws-chave                    to sa-chave
                   read cadassun
                   delete cadassun
                   if   ws-fs-cadassun = "00" then
                        display "Assunto excluido com sucesso!"
                   else
                        display "Erro ao excluir assunto: " ws-fs-cadassun
                   end-if
           else
                   display "Exclusao cancelada"
           end-if

           .
       2520-confirmar-exclusao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           close cadassun
           close caddisc
           close arqatrib
           close cadusu

           .
       3000-finaliza-exit.
           exit.
