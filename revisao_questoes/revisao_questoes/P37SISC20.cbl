      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P37SISC20".
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


           select arq-questao assign to "arq-questao.txt"
           organization is indexed             *>somente leitura p/ a fila - a mudanca de situacao
           access mode is dynamic             *>e gravada pelo P05SISC20 (EV/AP/RP)
           lock mode is automatic
           record key is fl-chave-questao
           alternate key is fl-id-disci with duplicates
           file status is ws-fs-arqQuestao.

           select caddisc assign to "caddisc.txt"
           organization is indexed             *>mestre de disciplinas, mantido pelo P06SISC20
           access mode is dynamic
           lock mode is automatic
           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select cadusu assign to "cadusu.txt"
           organization is indexed             *>mestre de usuarios, mantido pelo P26SISC20 - revisores
           access mode is dynamic             *>habilitados de cada disciplina
           lock mode is automatic
           record key is us-id
           file status is ws-fs-cadusu.

           select fila assign to "fila-revisao.txt"
           organization is line sequential
           file status is ws-fs-fila.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  arq-questao.
       01  fl-questao.

           05  fl-chave-questao.
               10  fl-id-questao                    pic 9(05).
               10  fl-id-disci                      pic 9(03).
           05  fl-versao                            pic 9(03).
           05  fl-pergunta                          pic x(360).
           05  fl-resposta-a                        pic x(360).
           05  fl-resposta-b                        pic x(360).
           05  fl-resposta-c                        pic x(360).
           05  fl-resposta-d                        pic x(360).
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
                                 pic x(360).

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

       fd  fila.
       01  fr-linha                                 pic x(132).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqQuestao                         pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-cadusu                             pic x(02).
       77  ws-fs-fila                               pic x(02).

       77  ws-fim-prog                              pic x(01).
           88  ws-fim                                value "S".

       01  ws-opcao                                 pic x(01).
           88  ws-opc-enviar                         value "E".
           88  ws-opc-aprovar                        value "A".
           88  ws-opc-reprovar                       value "R".
           88  ws-opc-consultar                      value "C".
           88  ws-opc-fila                           value "Q".
           88  ws-opc-fim                            value "F".

       01  ws-confirma                              pic x(01).
           88  ws-confirmado                         value "S".

       01  ws-sw-lida                               pic x(01).
           88  ws-questao-lida                       value "S".

       77  ws-disci-inf                             pic 9(03).
       77  ws-questao-inf                           pic 9(05).
       77  ws-motivo-inf                            pic x(50).
       77  ws-desc-situacao                         pic x(20).
       77  ws-data-hoje                             pic 9(08).

      *>----Disciplinas do operador (professor ve na fila so as suas)
       01  ws-tb-oper-disci.
           05  ws-oper-disci occurs 10 times        pic 9(03).
       77  ws-ind-disc                              pic 9(02) comp.
       01  ws-sw-acesso                             pic x(01).
           88  ws-acesso-disc                        value "S".
       01  ws-sw-disc-prof                          pic x(01).
           88  ws-disc-autorizada                    value "S".

      *>----Fila de uma disciplina (questoes em revisao)
       01  ws-tb-fila.
           05  ws-fi-qtd                            pic 9(03) comp.
           05  ws-fi-ocr occurs 500 times.
               10  ws-fi-id-questao                 pic 9(05).
               10  ws-fi-versao                     pic 9(03).
               10  ws-fi-autor                      pic x(08).
               10  ws-fi-data-envio                 pic 9(08).
               10  ws-fi-dias                       pic 9(05).
       77  ws-fi-total                              pic 9(05).
       77  ws-ind-fila                              pic 9(03) comp.
       77  ws-qtd-fila-total                        pic 9(05).
       77  ws-qtd-disc-fila                         pic 9(03).
       77  ws-qtd-rev-disc                          pic 9(03).
       77  ws-qtd-rev-quest                         pic 9(03).
       77  ws-maior-espera                          pic 9(05).

       01  ws-linha-saida                           pic x(132).

      *>----Estruturas espelhando o protocolo de comunicação do P05SISC20
       01  ws-tela-questoes.
           05  ws-chave-questao.
               10  ws-disciplina-id                 pic 9(03).
               10  ws-questao-id                    pic 9(05).
           05  ws-versao                            pic 9(03).
           05  ws-pergunta                          pic x(360).
           05  ws-resposta-a                        pic x(360).
           05  ws-resposta-b                        pic x(360).
           05  ws-resposta-c                        pic x(360).
           05  ws-resposta-d                        pic x(360).
           05  ws-resposta-e                        pic x(360).
           05  ws-gabarito                          pic x(01).
           05  ws-gabarito-mult                     pic x(26).
           05  ws-situacao-rev                      pic x(01).
           05  ws-autor                             pic x(08).
           05  ws-data-envio-rev                    pic 9(08).
           05  ws-revisor                           pic x(08).
           05  ws-data-revisao                      pic 9(08).
           05  ws-motivo-rev                        pic x(50).
           05  ws-qtd-alt-extra                     pic 9(02).
           05  ws-resposta-extra occurs 0 to 20 times
                                 depending on ws-qtd-alt-extra
                                 pic x(360).

       01  ws-controle.
           05  ws-operacao                          pic x(02).
           05  ws-confirmacao                       pic x(06).
           05  ws-msn1                              pic x(50).
           05  ws-retorno.
               10  ws-msn-erro-pmg                  pic x(09).
               10  ws-msn-erro-offset                pic 9(03).
               10  ws-return-code                   pic 9(02).
               10  ws-msn-erro-cod                  pic x(02).
               10  ws-msn-erro-text                 pic x(50).
           05  ws-operador                          pic x(08).
           05  ws-perfil                            pic x(01).

       01  ws-tb-questao.
           05  ws-tb-qtd                            pic 9(05).
           05  ws-tb-questao-ocr occurs 500 times.
               10  ws-tb-chave-questao.
                   15  ws-tb-id-questao             pic 9(05).
                   15  ws-tb-id-disc                pic 9(03).
               10  ws-tb-versao                     pic 9(03).
               10  ws-tb-pergunta                   pic x(360).
               10  ws-tb-resposta-a                 pic x(360).
               10  ws-tb-resposta-b                 pic x(360).
               10  ws-tb-resposta-c                 pic x(360).
               10  ws-tb-resposta-d                 pic x(360).
               10  ws-tb-resposta-e                 pic x(360).
               10  ws-tb-gabarito                   pic x(01).
               10  ws-tb-gabarito-mult               pic x(26).
               10  ws-tb-situacao-rev                pic x(01).
               10  ws-tb-autor                       pic x(08).
               10  ws-tb-data-envio-rev              pic 9(08).
               10  ws-tb-revisor                     pic x(08).
               10  ws-tb-data-revisao                pic 9(08).
               10  ws-tb-motivo-rev                  pic x(50).
               10  ws-tb-qtd-alt-extra               pic 9(02).
               10  ws-tb-resposta-extra occurs 20 times
                                         pic x(360).

      *>----Sign-on do operador (P27SISC20)
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
       *> controle
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
           move function current-date(1:8)          to ws-data-hoje

           display "P37SISC20 - Revisao e aprovacao de questoes"
           perform 1100-efetuar-signon

           open input caddisc                       *> caddisc e mantido pelo P06SISC20
           if   ws-fs-caddisc = "35" then            *>arquivo ainda nao existe
                open output caddisc
                close caddisc
                open input caddisc
           end-if
           if   ws-fs-caddisc <> "00" and ws-fs-caddisc <> "05" then
                display "P37SISC20 - Erro ao inicializar caddisc: " ws-fs-caddisc
                stop run
           end-if

           open input cadusu                        *> cadusu e mantido pelo P26SISC20
           if   ws-fs-cadusu = "35" then             *>arquivo ainda nao existe
                open output cadusu
                close cadusu
                open input cadusu
           end-if
           if   ws-fs-cadusu <> "00" and ws-fs-cadusu <> "05" then
                display "P37SISC20 - Erro ao inicializar cadusu: " ws-fs-cadusu
                stop run
           end-if

           perform 1200-carregar-disc-operador

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Sign-on do operador no mestre de usuarios (P27SISC20) - o id
      *> validado e o revisor gravado pelo P05SISC20 na aprovacao
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
           move    ws-usu-perfil                    to ws-perfil

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
      *> Guardar as disciplinas autorizadas do operador (us-id-disci-prof)
      *>------------------------------------------------------------------------
       1200-carregar-disc-operador section.


           move    zeros                            to ws-tb-oper-disci
           move    ws-operador                      to us-id
           read    cadusu
           if      ws-fs-cadusu = "00" then
                   perform 1210-copiar-disc-operador
                           varying ws-ind-disc from 1 by 1
                           until ws-ind-disc > 10
           end-if

           .
       1200-carregar-disc-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Copiar uma disciplina autorizada do operador
      *>------------------------------------------------------------------------
       1210-copiar-disc-operador section.


           move    us-id-disci-prof(ws-ind-disc)    to ws-oper-disci(ws-ind-disc)

           .
       1210-copiar-disc-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           display " "
           display "P37SISC20 - Revisao e aprovacao de questoes"
           display "E-Enviar p/ revisao  A-Aprovar  R-Reprovar  C-Consultar  Q-Fila de revisao"
                   "  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

           evaluate true
               when ws-opc-enviar
                   perform 2100-enviar-revisao
               when ws-opc-aprovar
                   perform 2200-aprovar-questao
               when ws-opc-reprovar
                   perform 2300-reprovar-questao
               when ws-opc-consultar
                   perform 2010-informar-questao
                   perform 2020-exibir-questao
               when ws-opc-fila
                   perform 2500-relatorio-fila
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other
                   display "Opcao invalida"
           end-evaluate

           .
       2000-processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Informar a chave da questao (disciplina + questao)
      *>------------------------------------------------------------------------
       2010-informar-questao section.


           display "Disciplina......................: " with no advancing
           accept  ws-disci-inf
           display "Questao.........................: " with no advancing
           accept  ws-questao-inf

           .
       2010-informar-questao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Ler a questao pelo P05SISC20 (CO) e exibir texto, gabarito e a
      *> situacao de revisao - o revisor confere antes de aprovar
      *>------------------------------------------------------------------------
       2020-exibir-questao section.


           move    "N"                              to ws-sw-lida
           move    "CO"                             to ws-operacao
           perform 2050-chamar-p05

           if      ws-msn-erro-cod <> "00" then
                   display ws-msn-erro-text
           else
                   set  ws-questao-lida              to true
                   evaluate ws-situacao-rev
                       when "R"
                           move "RASCUNHO"           to ws-desc-situacao
                       when "E"
                           move "EM REVISAO"         to ws-desc-situacao
                       when "A"
                           move "APROVADA"           to ws-desc-situacao
                       when "X"
                           move "REPROVADA"          to ws-desc-situacao
                       when other
                           move "APROVADA (ANTIGA)"  to ws-desc-situacao
                   end-evaluate
                   display "Questao " ws-questao-id " disciplina " ws-disciplina-id
                           " versao " ws-versao
                   display "Pergunta: " ws-pergunta
                   display "A) " ws-resposta-a
                   display "B) " ws-resposta-b
                   display "C) " ws-resposta-c
                   display "D) " ws-resposta-d
                   display "E) " ws-resposta-e
                   if   ws-qtd-alt-extra > 0 then
                        display "Alternativas extras: " ws-qtd-alt-extra
                   end-if
                   display "Gabarito: " ws-gabarito "  Gabarito multiplo: " ws-gabarito-mult
                   display "Situacao: " ws-desc-situacao "  Autor: " ws-autor
                           "  Enviada em: " ws-data-envio-rev
                   if   ws-situacao-rev = "A" or ws-situacao-rev = "X" then
                        display "Revisor: " ws-revisor "  Revisada em: " ws-data-revisao
                   end-if
                   if   ws-situacao-rev = "X" then
                        display "Motivo: " ws-motivo-rev
                   end-if
           end-if

           .
       2020-exibir-questao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Chamar o P05SISC20 p/ a questao informada na operacao corrente
      *>------------------------------------------------------------------------
       2050-chamar-p05 section.


           move    ws-disci-inf                     to ws-disciplina-id
           move    ws-questao-inf                   to ws-questao-id
           move    "N"                              to ws-confirmacao
           move    spaces                           to ws-msn-erro-cod
           move    spaces                           to ws-msn-erro-text

           call "P05SISC20" using ws-tela-questoes,
                                   ws-controle,
                                   ws-tb-questao

           .
       2050-chamar-p05-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Enviar p/ revisao uma questao em rascunho ou reprovada
      *>------------------------------------------------------------------------
       2100-enviar-revisao section.


           perform 2010-informar-questao
           move    "EV"                             to ws-operacao
           perform 2050-chamar-p05
           display ws-msn-erro-text

           .
       2100-enviar-revisao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Aprovar uma questao em revisao - autor nao aprova a propria questao
      *> e o professor so aprova nas suas disciplinas (regra no P05SISC20)
      *>------------------------------------------------------------------------
       2200-aprovar-questao section.


           perform 2010-informar-questao
           perform 2020-exibir-questao

           if      ws-questao-lida then
                   display "Confirma a aprovacao (S/N)? " with no advancing
                   accept  ws-confirma
                   if   ws-confirmado then
                        move "AP"                   to ws-operacao
                        perform 2050-chamar-p05
                        display ws-msn-erro-text
                   else
                        display "Aprovacao cancelada"
                   end-if
           end-if

           .
       2200-aprovar-questao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Reprovar uma questao em revisao, registrando o motivo
      *>------------------------------------------------------------------------
       2300-reprovar-questao section.


           perform 2010-informar-questao
           perform 2020-exibir-questao

           if      ws-questao-lida then
                   display "Motivo da reprovacao............: " with no advancing
                   accept  ws-motivo-inf
                   display "Confirma a reprovacao (S/N)? " with no advancing
                   accept  ws-confirma
                   if   ws-confirmado then
                        move "RP"                   to ws-operacao
                        move ws-motivo-inf          to ws-motivo-rev
                        perform 2050-chamar-p05
                        display ws-msn-erro-text
                   else
                        display "Reprovacao cancelada"
                   end-if
           end-if

           .
       2300-reprovar-questao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Fila de revisao - questoes em revisao por disciplina, com os dias
      *> de espera, e os revisores habilitados de cada disciplina (professor
      *> da disciplina ou administrador, ativo, exceto o autor da questao)
      *>------------------------------------------------------------------------
       2500-relatorio-fila section.


           open input arq-questao
           if      ws-fs-arqQuestao = "35" then      *>arquivo ainda nao existe
                   open output arq-questao
                   close arq-questao
                   open input arq-questao
           end-if
           if      ws-fs-arqQuestao <> "00" and ws-fs-arqQuestao <> "05" then
                   display "P37SISC20 - Erro ao abrir arq-questao: " ws-fs-arqQuestao
                   stop run
           end-if
           open output fila

           move    spaces                           to ws-linha-saida
           string  "P37SISC20 - Fila de questoes aguardando revisao em " delimited by size
                   ws-data-hoje                     delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to fr-linha
           write   fr-linha
           move    spaces                           to fr-linha
           write   fr-linha

           move    0                                to ws-qtd-fila-total
           move    0                                to ws-qtd-disc-fila

           move    0                                to cd-id-disci
           start   caddisc key is not less than cd-id-disci
           if      ws-fs-caddisc = "00" then
                   read caddisc next
                   perform until ws-fs-caddisc <> "00"
                        perform 2505-verificar-acesso-disc
                        if   ws-acesso-disc then
                             perform 2510-fila-disciplina
                        end-if
                        read caddisc next
                   end-perform
           end-if

           move    spaces                           to fr-linha
           write   fr-linha
           move    spaces                           to ws-linha-saida
           string  "Questoes aguardando revisao: " delimited by size
                   ws-qtd-fila-total                delimited by size
                   "   Disciplinas com fila: "     delimited by size
                   ws-qtd-disc-fila                 delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to fr-linha
           write   fr-linha
           display ws-linha-saida
           display "Relatorio gravado em fila-revisao.txt"

           close   arq-questao
           close   fila

           .
       2500-relatorio-fila-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Administrador ve todas as disciplinas; professor so as suas
      *>------------------------------------------------------------------------
       2505-verificar-acesso-disc section.


           if      ws-perfil = "A" then
                   set  ws-acesso-disc               to true
           else
                   move "N"                          to ws-sw-acesso
                   perform 2506-comparar-disc-operador
                           varying ws-ind-disc from 1 by 1
                           until ws-ind-disc > 10
                              or ws-acesso-disc
           end-if

           .
       2505-verificar-acesso-disc-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Comparar a disciplina corrente com uma autorizada do operador
      *>------------------------------------------------------------------------
       2506-comparar-disc-operador section.


           if      ws-oper-disci(ws-ind-disc) = cd-id-disci then
                   set  ws-acesso-disc               to true
           end-if

           .
       2506-comparar-disc-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Fila de uma disciplina - junta as questoes em revisao e lista os
      *> revisores habilitados
      *>------------------------------------------------------------------------
       2510-fila-disciplina section.


           move    0                                to ws-fi-qtd
           move    0                                to ws-fi-total

           move    cd-id-disci                      to fl-id-disci
           start   arq-questao key = fl-id-disci
           if      ws-fs-arqQuestao = "00" then
                   read arq-questao next
                   perform until ws-fs-arqQuestao <> "00" or fl-id-disci <> cd-id-disci
                        if   fl-situacao-rev = "E" then
                             perform 2520-guardar-questao-fila
                        end-if
                        read arq-questao next
                   end-perform
           end-if

           if      ws-fi-total > 0 then
                   add  1                            to ws-qtd-disc-fila
                   add  ws-fi-total                  to ws-qtd-fila-total

                   move spaces                       to ws-linha-saida
                   string "Disciplina " delimited by size
                          cd-id-disci delimited by size
                          " - " delimited by size
                          cd-nome-disci delimited by size
                          " - questoes em revisao: " delimited by size
                          ws-fi-total delimited by size
                          into ws-linha-saida
                   move ws-linha-saida               to fr-linha
                   write fr-linha
                   if   ws-fi-total > ws-fi-qtd then
                        move "  (lista limitada as 500 primeiras questoes da disciplina)" to fr-linha
                        write fr-linha
                   end-if

                   perform 2530-escrever-questao-fila
                           varying ws-ind-fila from 1 by 1
                           until ws-ind-fila > ws-fi-qtd

                   move "  Revisores habilitados:"   to fr-linha
                   write fr-linha
                   move 0                            to ws-qtd-rev-disc
                   move low-values                   to us-id
                   start cadusu key is not less than us-id
                   if   ws-fs-cadusu = "00" then
                        read cadusu next
                        perform until ws-fs-cadusu <> "00"
                             if   us-situacao <> "I" then
                                  perform 2540-revisor-fila
                             end-if
                             read cadusu next
                        end-perform
                   end-if
                   if   ws-qtd-rev-disc = 0 then
                        move "    *** nenhum revisor habilitado p/ esta disciplina ***" to fr-linha
                        write fr-linha
                   end-if

                   move spaces                       to fr-linha
                   write fr-linha
           end-if

           .
       2510-fila-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Guardar uma questao em revisao e os dias que aguarda
      *>------------------------------------------------------------------------
       2520-guardar-questao-fila section.


           add     1                                to ws-fi-total
           if      ws-fi-qtd < 500 then
                   add  1                            to ws-fi-qtd
                   move fl-id-questao                to ws-fi-id-questao(ws-fi-qtd)
                   move fl-versao                    to ws-fi-versao(ws-fi-qtd)
                   move fl-autor                     to ws-fi-autor(ws-fi-qtd)
                   move fl-data-envio-rev            to ws-fi-data-envio(ws-fi-qtd)
                   if   fl-data-envio-rev numeric
                   and  fl-data-envio-rev > 0
                   and  fl-data-envio-rev <= ws-data-hoje then
                        compute ws-fi-dias(ws-fi-qtd) =
                                function integer-of-date(ws-data-hoje)
                              - function integer-of-date(fl-data-envio-rev)
                   else
                        move 0                       to ws-fi-dias(ws-fi-qtd)
                   end-if
           end-if

           .
       2520-guardar-questao-fila-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Linha de uma questao da fila
      *>------------------------------------------------------------------------
       2530-escrever-questao-fila section.


           move    spaces                           to ws-linha-saida
           string  "  Questao " delimited by size
                   ws-fi-id-questao(ws-ind-fila) delimited by size
                   " versao " delimited by size
                   ws-fi-versao(ws-ind-fila) delimited by size
                   "  autor " delimited by size
                   ws-fi-autor(ws-ind-fila) delimited by size
                   "  enviada em " delimited by size
                   ws-fi-data-envio(ws-ind-fila) delimited by size
                   "  dias aguardando: " delimited by size
                   ws-fi-dias(ws-ind-fila) delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to fr-linha
           write   fr-linha

           .
       2530-escrever-questao-fila-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Um usuario ativo - se habilitado p/ a disciplina, conta as questoes
      *> da fila que ele pode revisar (nao e o autor) e a maior espera
      *>------------------------------------------------------------------------
       2540-revisor-fila section.


           move    "N"                              to ws-sw-disc-prof
           evaluate us-perfil
               when "A"
                   set  ws-disc-autorizada           to true
               when "P"
                   perform 2545-verificar-disc-revisor
                           varying ws-ind-disc from 1 by 1
                           until ws-ind-disc > 10
                              or ws-disc-autorizada
               when other
                   continue
           end-evaluate

           if      ws-disc-autorizada then
                   add  1                            to ws-qtd-rev-disc
                   move 0                            to ws-qtd-rev-quest
                   move 0                            to ws-maior-espera
                   perform 2550-contar-questao-revisor
                           varying ws-ind-fila from 1 by 1
                           until ws-ind-fila > ws-fi-qtd
                   move spaces                       to ws-linha-saida
                   string "    " delimited by size
                          us-id delimited by size
                          " " delimited by size
                          us-nome delimited by size
                          " perfil " delimited by size
                          us-perfil delimited by size
                          "  a revisar: " delimited by size
                          ws-qtd-rev-quest delimited by size
                          "  maior espera (dias): " delimited by size
                          ws-maior-espera delimited by size
                          into ws-linha-saida
                   move ws-linha-saida               to fr-linha
                   write fr-linha
           end-if

           .
       2540-revisor-fila-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Comparar a disciplina corrente com uma autorizada do professor
      *>------------------------------------------------------------------------
       2545-verificar-disc-revisor section.


           if      us-id-disci-prof(ws-ind-disc) = cd-id-disci then
                   set  ws-disc-autorizada           to true
           end-if

           .
       2545-verificar-disc-revisor-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Contar uma questao da fila p/ o revisor corrente (exceto as suas)
      *>------------------------------------------------------------------------
       2550-contar-questao-revisor section.


           if      ws-fi-autor(ws-ind-fila) <> us-id then
                   add  1                            to ws-qtd-rev-quest
                   if   ws-fi-dias(ws-ind-fila) > ws-maior-espera then
                        move ws-fi-dias(ws-ind-fila) to ws-maior-espera
                   end-if
           end-if

           .
       2550-contar-questao-revisor-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Finalizacao normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           close caddisc
           close cadusu

           .
       3000-finaliza-exit.
           exit.
