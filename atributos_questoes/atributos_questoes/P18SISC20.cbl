           record key is us-id
           file status is ws-fs-cadusu.

           select cadassun assign to "cadassun.txt"
           organization is indexed             *>mestre de assuntos por disciplina (P38SISC20) - p/
           access mode is dynamic             *>rejeitar codigo de assunto nao cadastrado
           lock mode is automatic
           record key is sa-chave
           file status is ws-fs-cadassun.


       i-o-control.

           05  fl-resposta-e                        pic x(360).
           05  fl-gabarito                          pic x(01).
           05  fl-gabarito-mult                     pic x(26).
           05  fl-situacao-rev                      pic x(01).
                                                      *>R=rascunho E=em revisao A=aprovada X=reprovada (branco = questao antiga, aprovada)
           05  fl-autor                             pic x(08).
                                                      *>us-id de quem gravou o texto/gabarito vigente
           05  fl-data-envio-rev                    pic 9(08).
                                                      *>AAAAMMDD em que a questao entrou em revisao
           05  fl-revisor                           pic x(08).
                                                      *>us-id de quem aprovou/reprovou
           05  fl-data-revisao                      pic 9(08).
           05  fl-motivo-rev                        pic x(50).
                                                      *>motivo da reprovacao
           05  fl-qtd-alt-extra                     pic 9(02).
           05  fl-resposta-extra occurs 0 to 20 times
                                 depending on fl-qtd-alt-extra
           05  us-situacao                          pic x(01).
           05  us-id-disci-prof occurs 10 times     pic 9(03).

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


      *>----Variáveis de trabalho
       working-storage section.
       77  ws-fs-arqatrib                           pic x(02).
       77  ws-fs-arqQuestao                         pic x(02).
       77  ws-fs-cadusu                             pic x(02).
       77  ws-fs-cadassun                           pic x(02).
       77  ws-ind-disc-prof                         pic 9(02) comp.

       01  ws-sw-disc-prof                          pic x(01).
           88  ws-dif-valida                         values "F" "M" "D".

       77  ws-assunto                               pic 9(03).
       01  ws-sw-assunto                            pic x(01).
           88  ws-assunto-valido                     value "S".


      *>----Sign-on do operador (P27SISC20)
                stop run
           end-if

           open input cadassun                      *> cadassun e mantido pelo P38SISC20
           if   ws-fs-cadassun = "35" then           *>arquivo ainda nao existe
                open output cadassun
                close cadassun
                open input cadassun
           end-if
           if   ws-fs-cadassun <> "00" and ws-fs-cadassun <> "05" then
                display "P18SISC20 - Erro ao inicializar cadassun: " ws-fs-cadassun
                stop run
           end-if

           .
       1000-inicializa-exit.
           exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar o assunto digitado (ws-assunto) no mestre de assuntos da
       *>  disciplina em at-id-disci - deve existir e estar ativo
       *>------------------------------------------------------------------------
       2060-validar-assunto section.


           move    "N"                              to ws-sw-assunto
           move    at-id-disci                      to sa-id-disci
           move    ws-assunto                       to sa-assunto
           read    cadassun
           if      ws-fs-cadassun <> "00" then
                   display "Assunto " ws-assunto " nao cadastrado p/ a disciplina " at-id-disci
                           " (P38SISC20)"
           else
                   if   sa-situacao = "I" then
                        display "Assunto " ws-assunto " esta INATIVO - " sa-descricao
                   else
                        set  ws-assunto-valido      to true
                        display "  Assunto: " sa-descricao
                   end-if
           end-if

           .
       2060-validar-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir atributos de uma questao - a questao deve existir no
       *>  arq-questao, mostrada ao operador p/ confirmacao visual
                   else
                           display "Codigo do assunto (3 digitos)...: " with no advancing
                           accept  ws-assunto
                           perform 2060-validar-assunto
                           if      ws-assunto-valido then
                           move    ws-dificuldade    to at-dificuldade
                           move    ws-assunto        to at-assunto
                           write   at-atributo
                                        display "Erro ao incluir atributos: " ws-fs-arqatrib
                                   end-if
                           end-if
                           else
                                   display "Inclusao cancelada"
                           end-if
                   end-if
           end-if
           end-if
                   else
                           display "Novo codigo do assunto..........: " with no advancing
                           accept  ws-assunto
                           perform 2060-validar-assunto
                           if      ws-assunto-valido then
                           move    ws-dificuldade    to at-dificuldade
                           move    ws-assunto        to at-assunto
                           rewrite at-atributo
                           else
                                   display "Erro ao alterar atributos: " ws-fs-arqatrib
                           end-if
                           else
                                   display "Alteracao cancelada"
                           end-if
                   end-if
           else
                   display "Questao sem atributos cadastrados!"
           if      ws-fs-arqatrib = "00" then
                   display "Questao: " at-id-questao "  Disciplina: " at-id-disci
                           "  Dificuldade: " at-dificuldade "  Assunto: " at-assunto
                   move at-id-disci                  to sa-id-disci
                   move at-assunto                   to sa-assunto
                   read cadassun
                   if   ws-fs-cadassun = "00" then
                        display "  Assunto: " sa-descricao
                   else
                        display "  Assunto nao cadastrado no mestre de assuntos"
                   end-if
           else
                   display "Questao sem atributos cadastrados!"
           end-if
           close arqatrib
           close arq-questao
           close cadusu
           close cadassun

           .
       3000-finaliza-exit.
