           record key is ap-chave
           file status is ws-fs-arqaplic.

           select arqdistrib assign to "arqdistrib.txt"
           organization is indexed             *>cadernos distribuidos pelo P35SISC20 e presenca (P22SISC20)
           access mode is dynamic
           lock mode is automatic
           record key is dc-chave
           file status is ws-fs-arqdistrib.


       i-o-control.

           05  pr-data-geracao                      pic x(21).
           05  pr-qtd-cadernos                      pic 9(02).
           05  pr-letra-caderno occurs 5 times      pic x(01).
           05  pr-regra-parcial                     pic x(01).
                                                      *>N ou branco=multipla tudo ou nada  P=credito parcial c/ desconto
           05  pr-perc-desconto                     pic 9(03).
                                                      *>% do valor de uma letra certa descontado por letra errada (regra P)
           05  pr-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em provas antigas)
           05  pr-qtd-questoes                      pic 9(03).
           05  pr-questao-prova occurs 0 to 500 times
                                depending on pr-qtd-questoes.
               10  pr-id-questao-prova              pic 9(05).
               10  pr-versao-questao                pic 9(03).
                                                      *>versao da questao no momento da geracao (zero em provas antigas)
               10  pr-peso-questao                  pic 9(02).
                                                      *>peso da questao na prova (zero em provas antigas = peso 1)

       fd  arqaplic.
       01  ap-aplicacao.
           05  ap-data-aplicacao                    pic 9(08).
           05  ap-situacao                          pic x(01).
                                                      *>A=aberta F=fechada
           05  ap-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em aplicacoes antigas)

       fd  arqdistrib.
       01  dc-distribuicao.
           05  dc-chave.
               10  dc-id-prova                      pic 9(05).
               10  dc-turma                         pic x(10).
               10  dc-id-aluno                      pic 9(08).
           05  dc-seq                               pic 9(03).
                                                      *>ordem do aluno na lista de presenca
           05  dc-caderno                           pic x(01).
                                                      *>letra distribuida, branco se caderno unico
           05  dc-presenca                          pic x(01).
                                                      *>branco=nao informada P=presente F=ausente
           05  dc-data-distrib                      pic x(21).


      *>----Variáveis de trabalho
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqaplic                           pic x(02).
       77  ws-fs-arqdistrib                         pic x(02).
       77  ws-id-prova                              pic 9(05).
       77  ws-turma-aus                             pic x(10).
       77  ws-qtd-ausentes                          pic 9(05).

       01  ws-sw-aplic                              pic x(01).
           88  ws-aplic-ok                           value "S".
           88  ws-aplic-erro                         value "N".
       01  ws-sw-distrib                            pic x(01).
           88  ws-aluno-distribuido                  value "S".
       01  ws-sw-caderno                            pic x(01).
           88  ws-caderno-valido                     value "S".
       77  ws-ind-cad                               pic 9(02) comp.
           88  ws-opc-incluir                        value "I".
           88  ws-opc-consultar                       value "C".
           88  ws-opc-listar                          value "L".
           88  ws-opc-ausentes                        value "A".
           88  ws-opc-fim                             value "F".


                stop run
           end-if

           open input arqdistrib                    *> arqdistrib e gravado pelo P35SISC20
           if   ws-fs-arqdistrib = "35" then         *>arquivo ainda nao existe
                open output arqdistrib
                close arqdistrib
                open input arqdistrib
           end-if
           if   ws-fs-arqdistrib <> "00" and ws-fs-arqdistrib <> "05" then
                display "P9SISC20 - Erro ao inicializar arqdistrib: " ws-fs-arqdistrib
                stop run
           end-if

           .
       1000-inicializa-exit.
           exit.

           display " "
           display "P09SISC20 - Captura de respostas dos alunos"
           display "I-Incluir/Alterar  C-Consultar  L-Listar  A-Ausentes  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

                   perform 2200-consultar-resposta
               when ws-opc-listar
                   perform 2300-listar-respostas
               when ws-opc-ausentes
                   perform 2400-listar-ausentes
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other
                        if   ws-fs-arqaplic = "00" then
                             if   ap-situacao = "A" then
                                  set ws-aplic-ok     to true
                                  perform 2108-verificar-distribuicao
                             else
                                  display "Aplicacao da prova " ws-id-prova
                                          " p/ a turma " al-turma
           exit.


       *>------------------------------------------------------------------------
       *>  Localizar o aluno na distribuicao de cadernos da aplicacao
       *>  (P35SISC20) - aluno marcado ausente na lista de presenca nao tem
       *>  resposta aceita; sem distribuicao o caderno segue so a prova
       *>------------------------------------------------------------------------
       2108-verificar-distribuicao section.

           move    "N"                                 to ws-sw-distrib

           move    ws-id-prova                         to dc-id-prova
           move    al-turma                            to dc-turma
           move    ra-id-aluno                         to dc-id-aluno
           read    arqdistrib
           if      ws-fs-arqdistrib = "00" then
                   if   dc-presenca = "F" then
                        set  ws-aplic-erro              to true
                        display "Aluno marcado AUSENTE na lista de presenca da prova "
                                ws-id-prova " - resposta nao aceita"
                   else
                        set  ws-aluno-distribuido       to true
                        if   dc-caderno <> space then
                             display "Caderno distribuido ao aluno: " dc-caderno
                        end-if
                   end-if
           end-if

           .
       2108-verificar-distribuicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar o caderno informado contra a prova da aplicacao (ainda
       *>  no buffer de arqprova, lida em 2107) - prova com cadernos exige
                   end-if
           end-if

           if      ws-aluno-distribuido and ra-caderno <> dc-caderno then
                   set  ws-val-erro                    to true
                   display "Caderno " ra-caderno " difere do caderno " dc-caderno
                           " distribuido ao aluno na lista de presenca"
           end-if

           .
       2112-validar-caderno-exit.
           exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar os alunos marcados ausentes na lista de presenca de uma
       *>  aplicacao (prova/turma) - esses alunos nao tem cartao a digitar
       *>------------------------------------------------------------------------
       2400-listar-ausentes section.


           display "Numero da prova aplicada.........: " with no advancing
           accept  ws-id-prova
           display "Turma............................: " with no advancing
           accept  ws-turma-aus

           move    0                                to ws-qtd-ausentes
           move    ws-id-prova                      to dc-id-prova
           move    ws-turma-aus                     to dc-turma
           move    0                                to dc-id-aluno
           start   arqdistrib key is not less than dc-chave

           if      ws-fs-arqdistrib = "00" then
                   read arqdistrib next
                   perform until ws-fs-arqdistrib <> "00"
                             or dc-id-prova <> ws-id-prova
                             or dc-turma <> ws-turma-aus
                        if   dc-presenca = "F" then
                             add  1                 to ws-qtd-ausentes
                             move dc-id-aluno       to al-matricula
                             read cadalu
                             if   ws-fs-cadalu <> "00" then
                                  move "(aluno nao cadastrado)" to al-nome
                             end-if
                             display "Seq " dc-seq " Matricula " dc-id-aluno " " al-nome
                                     " Caderno " dc-caderno
                        end-if
                        read arqdistrib next
                   end-perform
           end-if

           if      ws-qtd-ausentes = 0 then
                   display "Nenhum aluno marcado ausente p/ a prova " ws-id-prova
                           " na turma " ws-turma-aus
           else
                   display "Total de ausentes: " ws-qtd-ausentes
           end-if

           .
       2400-listar-ausentes-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
           close   cadalu
           close   arqprova
           close   arqaplic
           close   arqdistrib

           .
       3000-finaliza-exit.
