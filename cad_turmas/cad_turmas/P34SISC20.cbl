      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P34SISC20".
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


           select cadturma assign to "cadturma.txt"
           organization is indexed             *>mestre de turmas - validado pelo P12SISC20 e pelo P22SISC20
           access mode is dynamic
           lock mode is automatic
           record key is tu-turma
           file status is ws-fs-cadturma.

           select caddisc assign to "caddisc.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select cadusu assign to "cadusu.txt"
           organization is indexed             *>mestre de usuarios do sistema
           access mode is dynamic
           lock mode is automatic
           record key is us-id
           file status is ws-fs-cadusu.

           select cadalu assign to "cadalu.txt"
           organization is indexed             *>alunos - al-turma referencia a turma
           access mode is dynamic
           lock mode is automatic
           record key is al-matricula
           file status is ws-fs-cadalu.

           select arqaplic assign to "arqaplic.txt"
           organization is indexed             *>aplicacoes de prova, mantidas pelo P22SISC20
           access mode is dynamic
           lock mode is automatic
           record key is ap-chave
           file status is ws-fs-arqaplic.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  cadturma.
       01  tu-turma-reg.
           05  tu-turma                             pic x(10).
           05  tu-descricao                         pic x(40).
           05  tu-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S
           05  tu-turno                             pic x(01).
                                                      *>M=manha T=tarde N=noite I=integral
           05  tu-id-prof                           pic x(08).
                                                      *>us-id do professor responsavel (cadusu)
           05  tu-situacao                          pic x(01).
                                                      *>A=ativa I=inativa
           05  tu-id-disci-ofert occurs 10 times    pic 9(03).
                                                      *>disciplinas ofertadas a turma (zero = posicao livre)

       fd  caddisc.
       01  cd-disciplina.
           05  cd-id-disci                          pic 9(03).
           05  cd-nome-disci                        pic x(40).
           05  cd-situacao                          pic x(01).
                                                      *>A=ativa I=inativa (branco = ativa, registro antigo)

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

       fd  cadalu.
       01  al-aluno.
           05  al-matricula                         pic 9(08).
           05  al-nome                              pic x(40).
           05  al-turma                             pic x(10).
           05  al-situacao                          pic x(01).

       fd  arqaplic.
       01  ap-aplicacao.
           05  ap-chave.
               10  ap-id-prova                      pic 9(05).
               10  ap-turma                         pic x(10).
           05  ap-data-aplicacao                    pic 9(08).
           05  ap-situacao                          pic x(01).
                                                      *>A=aberta F=fechada
           05  ap-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em aplicacoes antigas)


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-cadturma                           pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-cadusu                             pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-arqaplic                           pic x(02).
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

      *>----Copia de trabalho do registro de turma
       01  ws-turma-reg.
           05  ws-turma                             pic x(10).
           05  ws-descricao                         pic x(40).
           05  ws-periodo                           pic x(06).
           05  ws-turno                             pic x(01).
               88  ws-turno-valido                   values "M" "T" "N" "I".
           05  ws-id-prof                           pic x(08).
           05  ws-situacao                          pic x(01).
               88  ws-sit-ativa                      value "A".
               88  ws-sit-inativa                    value "I".
           05  ws-id-disci-ofert occurs 10 times    pic 9(03).

       77  ws-qtd-disc-ofert                        pic 9(02).
       77  ws-qtd-alunos-turma                      pic 9(05).
       77  ws-qtd-aplic-turma                       pic 9(05).
       77  ws-ind-disc                              pic 9(02) comp.

       01  ws-sw-valido                             pic x(01).
           88  ws-dados-validos                      value "S".
           88  ws-dados-invalidos                    value "N".


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
       *> controle - mestre de turmas: periodo, turno, disciplinas ofertadas e
       *> professor responsavel
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

           display "P34SISC20 - Manutencao do cadastro de turmas"
           perform 1100-efetuar-signon

           open i-o cadturma
           if   ws-fs-cadturma = "35" then           *>arquivo ainda nao existe
                open output cadturma
                close cadturma
                open i-o cadturma
           end-if
           if   ws-fs-cadturma <> "00" and ws-fs-cadturma <> "05" then
                display "P34SISC20 - Erro ao inicializar cadturma: " ws-fs-cadturma
                stop run
           end-if

           open input caddisc                       *> caddisc so e mantido pelo P06SISC20
           if   ws-fs-caddisc = "35" then            *>arquivo ainda nao existe
                open output caddisc
                close caddisc
                open input caddisc
           end-if
           if   ws-fs-caddisc <> "00" and ws-fs-caddisc <> "05" then
                display "P34SISC20 - Erro ao inicializar caddisc: " ws-fs-caddisc
                stop run
           end-if

           open input cadusu                        *> cadusu e mantido pelo P26SISC20
           if   ws-fs-cadusu <> "00" then
                display "P34SISC20 - Erro ao abrir cadusu: " ws-fs-cadusu
                stop run
           end-if

           open input cadalu                        *> cadalu e mantido pelo P12SISC20
           if   ws-fs-cadalu = "35" then             *>arquivo ainda nao existe
                open output cadalu
                close cadalu
                open input cadalu
           end-if
           if   ws-fs-cadalu <> "00" and ws-fs-cadalu <> "05" then
                display "P34SISC20 - Erro ao inicializar cadalu: " ws-fs-cadalu
                stop run
           end-if

           open input arqaplic                      *> arqaplic e mantido pelo P22SISC20
           if   ws-fs-arqaplic = "35" then           *>arquivo ainda nao existe
                open output arqaplic
                close arqaplic
                open input arqaplic
           end-if
           if   ws-fs-arqaplic <> "00" and ws-fs-arqaplic <> "05" then
                display "P34SISC20 - Erro ao inicializar arqaplic: " ws-fs-arqaplic
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
                   if   ws-usu-perfil <> "A" then
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
           display "P34SISC20 - Manutencao do cadastro de turmas"
           display "I-Incluir  A-Alterar  C-Consultar  L-Listar  E-Excluir  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

           evaluate true
               when ws-opc-incluir
                   perform 2100-incluir-turma
               when ws-opc-alterar
                   perform 2200-alterar-turma
               when ws-opc-consultar
                   perform 2300-consultar-turma
               when ws-opc-listar
                   perform 2400-listar-turmas
               when ws-opc-excluir
                   perform 2500-excluir-turma
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other
                   display "Opcao invalida, tente novamente"
           end-evaluate

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter e validar os dados de uma turma (exceto o codigo)
       *>------------------------------------------------------------------------
       2050-obter-dados-turma section.


           set     ws-dados-validos                 to true

           display "Descricao da turma..............: " with no advancing
           accept  ws-descricao
           display "Periodo letivo (AAAA/S).........: " with no advancing
           accept  ws-periodo
           display "Turno (M-Manha T-Tarde N-Noite I-Integral): " with no advancing
           accept  ws-turno
           display "Professor responsavel (usuario).: " with no advancing
           accept  ws-id-prof
           display "Situacao (A-Ativa I-Inativa)....: " with no advancing
           accept  ws-situacao

           evaluate true
               when ws-periodo (1:4) not numeric or ws-periodo (5:1) <> "/"
               or   ws-periodo (6:1) not numeric or ws-periodo (6:1) = "0"
                   set  ws-dados-invalidos          to true
                   display "Periodo invalido - use AAAA/S, ex 2026/2"
               when not ws-turno-valido
                   set  ws-dados-invalidos          to true
                   display "Turno invalido - use M, T, N ou I"
               when not ws-sit-ativa and not ws-sit-inativa
                   set  ws-dados-invalidos          to true
                   display "Situacao invalida - use A ou I"
               when other
                   perform 2055-validar-professor
           end-evaluate

           perform 2060-limpar-disciplina
                   varying ws-ind-disc from 1 by 1 until ws-ind-disc > 10

           if      ws-dados-validos then
                   display "Qtd de disciplinas ofertadas (1-10): " with no advancing
                   accept  ws-qtd-disc-ofert
                   if   ws-qtd-disc-ofert not numeric
                   or   ws-qtd-disc-ofert < 1 or ws-qtd-disc-ofert > 10 then
                        set  ws-dados-invalidos     to true
                        display "Quantidade de disciplinas invalida"
                   else
                        perform 2065-obter-disciplina
                                varying ws-ind-disc from 1 by 1
                                until ws-ind-disc > ws-qtd-disc-ofert
                                   or ws-dados-invalidos
                   end-if
           end-if

           .
       2050-obter-dados-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar o professor responsavel - usuario ativo de perfil professor
       *>  ou administrador em cadusu
       *>------------------------------------------------------------------------
       2055-validar-professor section.


           move    ws-id-prof                       to us-id
           read    cadusu
           if      ws-fs-cadusu <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Professor inexistente no cadastro de usuarios!"
           else
                   if   us-situacao = "I" then
                        set  ws-dados-invalidos     to true
                        display "Usuario do professor esta inativo"
                   else
                        if   us-perfil <> "P" and us-perfil <> "A" then
                             set  ws-dados-invalidos to true
                             display "Usuario nao tem perfil de professor"
                        else
                             display "Professor: " us-nome
                        end-if
                   end-if
           end-if

           .
       2055-validar-professor-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Limpar uma posicao da tabela de disciplinas ofertadas
       *>------------------------------------------------------------------------
       2060-limpar-disciplina section.


           move    0                                to ws-id-disci-ofert(ws-ind-disc)

           .
       2060-limpar-disciplina-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter uma disciplina ofertada - deve existir em caddisc
       *>------------------------------------------------------------------------
       2065-obter-disciplina section.


           display "Disciplina " ws-ind-disc " (3 digitos)........: " with no advancing
           accept  ws-id-disci-ofert(ws-ind-disc)

           move    ws-id-disci-ofert(ws-ind-disc)   to cd-id-disci
           read    caddisc
           if      ws-fs-caddisc <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Disciplina inexistente no caddisc!"
           else
                   display "  " cd-nome-disci
           end-if

           .
       2065-obter-disciplina-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir turma
       *>------------------------------------------------------------------------
       2100-incluir-turma section.


           display "Codigo da turma.................: " with no advancing
           accept  ws-turma

           if      ws-turma = spaces then
                   display "Codigo da turma obrigatorio"
           else
                   move ws-turma                    to tu-turma
                   read cadturma
                   if   ws-fs-cadturma = "00" then
                        display "Ja existe turma com este codigo!"
                   else
                        perform 2050-obter-dados-turma
                        if   ws-dados-validos then
                             move    ws-turma-reg   to tu-turma-reg
                             write   tu-turma-reg
                             if      ws-fs-cadturma = "00" then
                                     display "Turma incluida com sucesso!"
                             else
                                     display "Erro ao incluir turma: " ws-fs-cadturma
                             end-if
                        else
                             display "Inclusao cancelada"
                        end-if
                   end-if
           end-if

           .
       2100-incluir-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Alterar turma - os dados sao informados novamente
       *>------------------------------------------------------------------------
       2200-alterar-turma section.


           display "Codigo da turma a alterar.......: " with no advancing
           accept  ws-turma

           move    ws-turma                         to tu-turma
           read    cadturma
           if      ws-fs-cadturma = "00" then
                   perform 2310-exibir-turma
                   perform 2050-obter-dados-turma
                   if      ws-dados-validos then
                           move    ws-turma-reg     to tu-turma-reg
                           rewrite tu-turma-reg
                           if      ws-fs-cadturma = "00" then
                                   display "Turma alterada com sucesso!"
                           else
                                   display "Erro ao alterar turma: " ws-fs-cadturma
                           end-if
                   else
                           display "Alteracao cancelada"
                   end-if
           else
                   display "Turma inexistente!"
           end-if

           .
       2200-alterar-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Consultar uma turma
       *>------------------------------------------------------------------------
       2300-consultar-turma section.


           display "Codigo da turma a consultar.....: " with no advancing
           accept  tu-turma
           read    cadturma
           if      ws-fs-cadturma = "00" then
                   perform 2310-exibir-turma
           else
                   display "Turma inexistente!"
           end-if

           .
       2300-consultar-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exibir o registro de cadturma corrente
       *>------------------------------------------------------------------------
       2310-exibir-turma section.


           display "Turma: " tu-turma "  " tu-descricao
           display "  Periodo: " tu-periodo "  Turno: " tu-turno
                   "  Professor: " tu-id-prof "  Situacao: " tu-situacao
           perform 2315-exibir-disciplina
                   varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > 10

           .
       2310-exibir-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exibir uma disciplina ofertada a turma
       *>------------------------------------------------------------------------
       2315-exibir-disciplina section.


           if      tu-id-disci-ofert(ws-ind-disc) > 0 then
                   display "  Disciplina ofertada: " tu-id-disci-ofert(ws-ind-disc)
           end-if

           .
       2315-exibir-disciplina-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar todas as turmas
       *>------------------------------------------------------------------------
       2400-listar-turmas section.


           move    low-values                       to tu-turma
           start    cadturma key is not less than tu-turma

           perform until ws-fs-cadturma = "10"
                read cadturma next
                if   ws-fs-cadturma = "00" then
                     perform 2310-exibir-turma
                else
                     if   ws-fs-cadturma <> "10" then
                          display "Erro ao ler cadturma: " ws-fs-cadturma
                     end-if
                end-if
           end-perform

           .
       2400-listar-turmas-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Excluir turma
       *>------------------------------------------------------------------------
       2500-excluir-turma section.


           display "Codigo da turma a excluir.......: " with no advancing
           accept  tu-turma
           read    cadturma
           if      ws-fs-cadturma = "00" then
                   perform 2310-exibir-turma
                   perform 2510-verificar-uso-turma
                   evaluate true
                       when ws-qtd-alunos-turma > 0
                           display "Turma tem " ws-qtd-alunos-turma
                                   " aluno(s) cadastrado(s) - inative em vez de excluir"
                       when ws-qtd-aplic-turma > 0
                           display "Turma tem " ws-qtd-aplic-turma
                                   " aplicacao(oes) de prova - inative em vez de excluir"
                       when other
                           perform 2520-confirmar-exclusao
                   end-evaluate
           else
                   display "Turma inexistente!"
           end-if

           .
       2500-excluir-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Contar os alunos e as aplicacoes de prova que referenciam a turma
       *>------------------------------------------------------------------------
       2510-verificar-uso-turma section.


           move    0                                to ws-qtd-alunos-turma
           move    0                                to ws-qtd-aplic-turma

           move    low-values                       to al-matricula
           start   cadalu key is not less than al-matricula
           if      ws-fs-cadalu = "00" then
                   read cadalu next
                   perform until ws-fs-cadalu <> "00"
                        if   al-turma = tu-turma then
                             add  1                 to ws-qtd-alunos-turma
                        end-if
                        read cadalu next
                   end-perform
           end-if

           move    low-values                       to ap-chave
           start   arqaplic key is not less than ap-chave
           if      ws-fs-arqaplic = "00" then
                   read arqaplic next
                   perform until ws-fs-arqaplic <> "00"
                        if   ap-turma = tu-turma then
                             add  1                 to ws-qtd-aplic-turma
                        end-if
                        read arqaplic next
                   end-perform
           end-if

           .
       2510-verificar-uso-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Confirmar e excluir a turma sem alunos nem aplicacoes
       *>------------------------------------------------------------------------
       2520-confirmar-exclusao section.


           display "Confirma a exclusao (S/N)?......: " with no advancing
           accept  ws-confirmacao
           if      ws-confirmado then
                   delete cadturma
                   if     ws-fs-cadturma = "00" then
                          display "Turma excluida com sucesso!"
                   else
                          display "Erro ao excluir turma: " ws-fs-cadturma
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


           close cadturma
           close caddisc
           close cadusu
           close cadalu
           close arqaplic

           .
       3000-finaliza-exit.
           exit.
