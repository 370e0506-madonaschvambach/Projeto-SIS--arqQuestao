           record key is al-matricula
           file status is ws-fs-cadalu.

           select cadturma assign to "cadturma.txt"
           organization is indexed             *>mestre de turmas, mantido pelo P34SISC20
           access mode is dynamic
           lock mode is automatic
           record key is tu-turma
           file status is ws-fs-cadturma.


       i-o-control.

           05  al-situacao                          pic x(01).
                                                      *>A=ativo I=inativo

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

      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-cadturma                           pic x(02).
       77  ws-fim-prog                               pic x(01).
           88  ws-fim                                value "S".

               88  ws-sit-ativo                      value "A".
               88  ws-sit-inativo                    value "I".

       01  ws-sw-turma                              pic x(01).
           88  ws-turma-valida                       value "S".


      *>----Sign-on do operador (P27SISC20)
       77  ws-operador                              pic x(08).
                stop run
           end-if

           open input cadturma                      *> cadturma e mantido pelo P34SISC20
           if   ws-fs-cadturma = "35" then           *>arquivo ainda nao existe
                open output cadturma
                close cadturma
                open input cadturma
           end-if
           if   ws-fs-cadturma <> "00" and ws-fs-cadturma <> "05" then
                display "P12SISC20 - Erro ao inicializar cadturma: " ws-fs-cadturma
                stop run
           end-if

           .
       1000-inicializa-exit.
           exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a turma informada (ws-turma) no mestre de turmas
       *>------------------------------------------------------------------------
       2050-validar-turma section.


           move    "N"                              to ws-sw-turma
           move    ws-turma                         to tu-turma
           read    cadturma
           if      ws-fs-cadturma <> "00" then
                   display "Turma inexistente no cadastro de turmas!"
           else
                   if   tu-situacao = "I" then
                        display "Turma inativa no cadastro de turmas!"
                   else
                        set  ws-turma-valida        to true
                   end-if
           end-if

           .
       2050-validar-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir aluno
       *>------------------------------------------------------------------------
           display "Situacao (A-Ativo I-Inativo)....: " with no advancing
           accept  ws-situacao

           perform 2050-validar-turma

           evaluate true
               when not ws-sit-ativo and not ws-sit-inativo
                   display "Situacao invalida - use A ou I"
               when not ws-turma-valida
                   display "Inclusao cancelada"
               when other
                   move    ws-matricula              to al-matricula
                   move    ws-nome                   to al-nome
                   move    ws-turma                  to al-turma
                                display "Erro ao incluir aluno: " ws-fs-cadalu
                           end-if
                   end-if
           end-evaluate

           .
       2100-incluir-aluno-exit.
                   accept  al-nome
                   display "Turma atual.....................: " al-turma
                   display "Nova turma do aluno.............: " with no advancing
                   accept  ws-turma
                   display "Situacao atual..................: " al-situacao
                   display "Nova situacao (A-Ativo I-Inativo): " with no advancing
                   accept  ws-situacao
                   perform 2050-validar-turma
                   evaluate true
                       when not ws-sit-ativo and not ws-sit-inativo
                           display "Situacao invalida - alteracao cancelada"
                       when not ws-turma-valida
                           display "Alteracao cancelada"
                       when other
                           move    ws-turma          to al-turma
                           move    ws-situacao       to al-situacao
                           rewrite al-aluno
                           if      ws-fs-cadalu = "00" then
                           else
                                   display "Erro ao alterar aluno: " ws-fs-cadalu
                           end-if
                   end-evaluate
           else
                   display "Aluno inexistente!"
           end-if


           close cadalu
           close cadturma

           .
       3000-finaliza-exit.
