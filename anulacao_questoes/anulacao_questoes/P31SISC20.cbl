      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P31SISC20".
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


           select arqanula assign to "arqanula.txt"
           organization is indexed             *>anulacoes e trocas de gabarito por prova - lido pelo
           access mode is dynamic             *>P10SISC20 na correcao e na recorrecao
           lock mode is automatic
           record key is an-chave
           file status is ws-fs-arqanula.

           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.

           select arqcaderno assign to "arqcaderno.txt"
           organization is indexed             *>gabarito impresso de cada caderno - regravado na
           access mode is dynamic             *>troca de gabarito
           lock mode is automatic
           record key is ka-chave-caderno
           file status is ws-fs-arqcaderno.

           select arq-questao assign to "arq-questao.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fl-chave-questao
           alternate key is fl-id-disci with duplicates
           file status is ws-fs-arqQuestao.

           select arqversao assign to "arqversao.txt"
           organization is indexed             *>versoes anteriores das questoes, gravadas pelo P05SISC20
           access mode is dynamic
           lock mode is automatic
           record key is av-chave-versao
           file status is ws-fs-arqversao.

           select cadusu assign to "cadusu.txt"
           organization is indexed             *>mestre de usuarios, mantido pelo P26SISC20 - p/ limitar
           access mode is dynamic             *>o professor as disciplinas autorizadas
           lock mode is automatic
           record key is us-id
           file status is ws-fs-cadusu.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  arqanula.
       01  an-anulacao.
           05  an-chave.
               10  an-id-prova                      pic 9(05).
               10  an-id-questao                    pic 9(05).
           05  an-id-disci                          pic 9(03).
           05  an-tipo                              pic x(01).
                                                      *>C=anulada c/ credito a todos D=anulada e retirada do total
                                                      *>G=gabarito trocado somente nesta prova
                                                      *>N=anulacao cancelada (questao volta ao gabarito da prova)
           05  an-gabarito                          pic x(01).
           05  an-gabarito-mult                     pic x(26).
                                                      *>gabarito novo nas letras originais da questao (tipo G)
           05  an-motivo                            pic x(50).
           05  an-operador                          pic x(08).
           05  an-data-registro                     pic x(21).
           05  an-situacao                          pic x(01).
               88  an-pendente                       value "P".
               88  an-recorrigida                    value "R".
           05  an-data-recorrecao                   pic x(21).
                                                      *>branco enquanto a anulacao nunca foi aplicada as notas

       fd  arqprova.
       01  pr-prova.
           05  pr-id-prova                          pic 9(05).
           05  pr-id-disci                          pic 9(03).
           05  pr-data-geracao                      pic x(21).
           05  pr-qtd-cadernos                      pic 9(02).
                                                      *>zero em provas antigas (caderno unico sem letra)
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

       fd  arqcaderno.
       01  ka-caderno.
           05  ka-chave-caderno.
               10  ka-id-prova                      pic 9(05).
               10  ka-letra-caderno                 pic x(01).
           05  ka-qtd-questoes                      pic 9(03).
           05  ka-questao-caderno occurs 0 to 500 times
                                  depending on ka-qtd-questoes.
               10  ka-id-questao                    pic 9(05).
               10  ka-gabarito-impresso             pic x(01).
               10  ka-gabarito-mult-impresso        pic x(26).
               10  ka-mapa-letras                   pic x(26).
                                                      *>posicao i = letra original impressa como letra i

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

       fd  arqversao.
       01  av-questao-versao.
           05  av-chave-versao.
               10  av-id-questao                    pic 9(05).
               10  av-id-disci                      pic 9(03).
               10  av-versao                        pic 9(03).
           05  av-pergunta                          pic x(360).
           05  av-resposta-a                        pic x(360).
           05  av-resposta-b                        pic x(360).
           05  av-resposta-c                        pic x(360).
           05  av-resposta-d                        pic x(360).
           05  av-resposta-e                        pic x(360).
           05  av-gabarito                          pic x(01).
           05  av-gabarito-mult                     pic x(26).
           05  av-data-versao                       pic x(21).
           05  av-qtd-alt-extra                     pic 9(02).
           05  av-resposta-extra occurs 0 to 20 times
                                 depending on av-qtd-alt-extra
                                 pic x(360).

       fd  cadusu.
       01  us-usuario.
           05  us-id                                pic x(08).
           05  us-senha                             pic x(08).
           05  us-nome                              pic x(40).
           05  us-perfil                            pic x(01).
           05  us-situacao                          pic x(01).
           05  us-id-disci-prof occurs 10 times     pic 9(03).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqanula                           pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqQuestao                         pic x(02).
       77  ws-fs-arqversao                          pic x(02).
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

      *>----Copia de trabalho da anulacao
       01  ws-anulacao.
           05  ws-id-prova                          pic 9(05).
           05  ws-id-questao                        pic 9(05).
           05  ws-tipo                              pic x(01).
               88  ws-tipo-valido                    value "C" "D" "G".
               88  ws-tipo-troca                     value "G".
           05  ws-gab-informado                     pic x(26).
           05  ws-motivo                            pic x(50).

       77  ws-tipo-anterior                         pic x(01).
       77  ws-disci-prova                           pic 9(03).
       77  ws-versao-prova                          pic 9(03).
       77  ws-qtd-alt                               pic 9(02).
       77  ws-ind-q                                 pic 9(03) comp.
       77  ws-ind-cad                               pic 9(02) comp.
       77  ws-ind-qcad                              pic 9(03) comp.
       77  ws-ind-qcad-achado                       pic 9(03) comp.
       77  ws-pos-alt                               pic 9(02) comp.
       77  ws-ind-mult                              pic 9(02) comp.
       77  ws-ind-letra                             pic 9(02) comp.
       77  ws-idx-letra                             pic 9(03).
       77  ws-qtd-letras                            pic 9(02).
       77  ws-cont-mult                             pic 9(02).
       77  ws-cont-cad                              pic 9(02).
       77  ws-letra-gab                             pic x(01).
       77  ws-letra-orig                            pic x(01).
       77  ws-letra-impressa                        pic x(01).
       77  ws-achou-espaco-gab                      pic x(01).

      *>----Gabaritos nas letras originais da questao
       77  ws-gab-orig                              pic x(01).
       77  ws-gab-mult-orig                         pic x(26).
                                                      *>gabarito da questao na versao registrada na prova
       77  ws-gab-troca                             pic x(01).
       77  ws-gab-mult-troca                        pic x(26).
                                                      *>gabarito novo informado na troca
       77  ws-gab-novo                              pic x(01).
       77  ws-gab-mult-novo                         pic x(26).
                                                      *>gabarito a imprimir nos cadernos (2600)
       77  ws-gab-impresso                          pic x(01).
       77  ws-gab-mult-impresso                     pic x(26).

       01  ws-sw-valido                             pic x(01).
           88  ws-dados-validos                      value "S".
           88  ws-dados-invalidos                    value "N".
       01  ws-sw-questao-prova                      pic x(01).
           88  ws-questao-na-prova                   value "S".
       01  ws-sw-qcad                               pic x(01).
           88  ws-achou-questao-cad                  value "S".
       01  ws-sw-disc-prof                          pic x(01).
           88  ws-disc-autorizada                    value "S".
       77  ws-ind-disc-prof                         pic 9(02) comp.


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
       *> controle - registro de questao anulada ou de gabarito trocado numa
       *> prova ja aplicada. A questao do banco (arq-questao) nao e alterada:
       *> a anulacao vale so p/ a prova informada e fica pendente ate a
       *> recorrecao das notas (P10SISC20 modo R)
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

           display "P31SISC20 - Anulacao de questao e troca de gabarito por prova"
           perform 1100-efetuar-signon

           open i-o arqanula
           if   ws-fs-arqanula = "35" then           *>arquivo ainda nao existe
                open output arqanula
                close arqanula
                open i-o arqanula
           end-if
           if   ws-fs-arqanula <> "00" and ws-fs-arqanula <> "05" then
                display "P31SISC20 - Erro ao inicializar arqanula: " ws-fs-arqanula
                stop run
           end-if

           open input arqprova                      *> arqprova e gravado pelo P07SISC20
           if   ws-fs-arqprova = "35" then           *>arquivo ainda nao existe
                open output arqprova
                close arqprova
                open input arqprova
           end-if
           if   ws-fs-arqprova <> "00" and ws-fs-arqprova <> "05" then
                display "P31SISC20 - Erro ao inicializar arqprova: " ws-fs-arqprova
                stop run
           end-if

           open i-o arqcaderno                      *> arqcaderno e gravado pelo P07SISC20
           if   ws-fs-arqcaderno = "35" then         *>arquivo ainda nao existe
                open output arqcaderno
                close arqcaderno
                open i-o arqcaderno
           end-if
           if   ws-fs-arqcaderno <> "00" and ws-fs-arqcaderno <> "05" then
                display "P31SISC20 - Erro ao inicializar arqcaderno: " ws-fs-arqcaderno
                stop run
           end-if

           open input arq-questao
           if   ws-fs-arqQuestao = "35" then         *>arquivo ainda nao existe
                open output arq-questao
                close arq-questao
                open input arq-questao
           end-if
           if   ws-fs-arqQuestao <> "00" and ws-fs-arqQuestao <> "05" then
                display "P31SISC20 - Erro ao inicializar arq-questao: " ws-fs-arqQuestao
                stop run
           end-if

           open input arqversao                     *> arqversao e gravado pelo P05SISC20
           if   ws-fs-arqversao = "35" then          *>arquivo ainda nao existe
                open output arqversao
                close arqversao
                open input arqversao
           end-if
           if   ws-fs-arqversao <> "00" and ws-fs-arqversao <> "05" then
                display "P31SISC20 - Erro ao inicializar arqversao: " ws-fs-arqversao
                stop run
           end-if

           open input cadusu                        *>mestre de usuarios - somente leitura
           if   ws-fs-cadusu = "35" then             *>arquivo ainda nao existe
                open output cadusu
                close cadusu
                open input cadusu
           end-if
           if   ws-fs-cadusu <> "00" and ws-fs-cadusu <> "05" then
                display "P31SISC20 - Erro ao inicializar cadusu: " ws-fs-cadusu
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
      *> Uma tentativa de sign-on - administrador ou professor (este somente
      *> nas disciplinas autorizadas, verificado a cada prova informada)
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
           display "P31SISC20 - Anulacao/troca de gabarito de questao em prova registrada"
           display "I-Incluir  A-Alterar  C-Consultar  L-Listar  E-Excluir  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

           evaluate true
               when ws-opc-incluir
                   perform 2100-incluir-anulacao
               when ws-opc-alterar
                   perform 2200-alterar-anulacao
               when ws-opc-consultar
                   perform 2300-consultar-anulacao
               when ws-opc-listar
                   perform 2400-listar-anulacoes
               when ws-opc-excluir
                   perform 2500-excluir-anulacao
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other
                   display "Opcao invalida, tente novamente"
           end-evaluate

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter e validar a prova e a questao - a prova deve estar
       *>  registrada em arqprova e conter a questao; professor so nas
       *>  disciplinas autorizadas no cadusu
       *>------------------------------------------------------------------------
       2050-obter-questao-prova section.


           set     ws-dados-validos                 to true

           display "Numero da prova registrada......: " with no advancing
           accept  ws-id-prova
           display "Codigo da questao...............: " with no advancing
           accept  ws-id-questao

           move    ws-id-prova                      to pr-id-prova
           read    arqprova
           if      ws-fs-arqprova <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Prova nao registrada em arqprova!"
           else
                   move pr-id-disci                 to ws-disci-prova
                   perform 2055-validar-permissao
           end-if

           if      ws-dados-validos then
                   move "N"                         to ws-sw-questao-prova
                   perform 2056-localizar-questao-prova
                           varying ws-ind-q from 1 by 1
                           until ws-ind-q > pr-qtd-questoes
                              or ws-questao-na-prova
                   if   not ws-questao-na-prova then
                        set  ws-dados-invalidos     to true
                        display "Questao " ws-id-questao " nao consta da prova " ws-id-prova
                   else
                        perform 2058-obter-gabarito-original
                   end-if
           end-if

           .
       2050-obter-questao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a permissao do operador na disciplina da prova
       *>------------------------------------------------------------------------
       2055-validar-permissao section.


           if      ws-perfil-oper = "P" then
                   move ws-operador                 to us-id
                   read cadusu
                   if   ws-fs-cadusu <> "00" then
                        set  ws-dados-invalidos     to true
                        display "Operador nao encontrado no cadusu"
                   else
                        move "N"                    to ws-sw-disc-prof
                        perform 2057-verificar-disciplina-prof
                                varying ws-ind-disc-prof from 1 by 1
                                until ws-ind-disc-prof > 10
                                   or ws-disc-autorizada
                        if   not ws-disc-autorizada then
                             set  ws-dados-invalidos to true
                             display "Professor sem acesso a disciplina " ws-disci-prova
                        end-if
                   end-if
           end-if

           .
       2055-validar-permissao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar uma questao da prova com a questao informada
       *>------------------------------------------------------------------------
       2056-localizar-questao-prova section.


           if      pr-id-questao-prova(ws-ind-q) = ws-id-questao then
                   set  ws-questao-na-prova         to true
                   if   pr-versao-questao(ws-ind-q) numeric then
                        move pr-versao-questao(ws-ind-q) to ws-versao-prova
                   else                              *>prova anterior ao controle de versao
                        move 0                      to ws-versao-prova
                   end-if
           end-if

           .
       2056-localizar-questao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a disciplina da prova com uma autorizada do professor
       *>------------------------------------------------------------------------
       2057-verificar-disciplina-prof section.


           if      us-id-disci-prof(ws-ind-disc-prof) = ws-disci-prova then
                   set  ws-disc-autorizada          to true
           end-if

           .
       2057-verificar-disciplina-prof-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter o gabarito da questao na versao registrada na prova - a
       *>  versao vigente (arq-questao) ou a arquivada em arqversao quando a
       *>  questao foi reescrita depois da geracao (mesma regra do P10SISC20)
       *>------------------------------------------------------------------------
       2058-obter-gabarito-original section.


           move    ws-id-questao                    to fl-id-questao
           move    ws-disci-prova                   to fl-id-disci
           read    arq-questao
           if      ws-fs-arqQuestao <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Questao nao encontrada em arq-questao: " ws-fs-arqQuestao
           else
                   move fl-gabarito                 to ws-gab-orig
                   move fl-gabarito-mult            to ws-gab-mult-orig
                   compute ws-qtd-alt = 5 + fl-qtd-alt-extra
                   if   ws-versao-prova > 0
                   and  fl-versao numeric
                   and  fl-versao <> ws-versao-prova then
                        move ws-id-questao          to av-id-questao
                        move ws-disci-prova         to av-id-disci
                        move ws-versao-prova        to av-versao
                        read arqversao
                        if   ws-fs-arqversao = "00" then
                             move av-gabarito       to ws-gab-orig
                             move av-gabarito-mult  to ws-gab-mult-orig
                             compute ws-qtd-alt = 5 + av-qtd-alt-extra
                        end-if
                   end-if
           end-if

           .
       2058-obter-gabarito-original-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter o tipo, o gabarito novo (troca) e o motivo da anulacao
       *>------------------------------------------------------------------------
       2060-obter-dados-anulacao section.


           display "Tipo (C-Anulada c/ credito a todos  D-Anulada e retirada do total"
           display "      G-Troca de gabarito nesta prova).........: " with no advancing
           accept  ws-tipo

           if      not ws-tipo-valido then
                   set  ws-dados-invalidos          to true
                   display "Tipo invalido - use C, D ou G"
           end-if

           move    spaces                           to ws-gab-troca
           move    spaces                           to ws-gab-mult-troca
           if      ws-dados-validos and ws-tipo-troca then
                   display "Gabarito da questao na prova....: " ws-gab-orig " " ws-gab-mult-orig
                   display "Novo gabarito (letras originais da questao, ex. B ou ABE): "
                           with no advancing
                   accept  ws-gab-informado
                   perform 2065-validar-gabarito
           end-if

           if      ws-dados-validos then
                   display "Motivo..........................: " with no advancing
                   accept  ws-motivo
                   if   ws-motivo = spaces then
                        set  ws-dados-invalidos     to true
                        display "Motivo obrigatorio"
                   end-if
           end-if

           .
       2060-obter-dados-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar o gabarito novo - letras sem espaco entre elas, cada uma
       *>  com alternativa na questao (A-E e extras); uma letra vira o
       *>  gabarito simples, mais de uma o gabarito multiplo
       *>------------------------------------------------------------------------
       2065-validar-gabarito section.


           move    0                                to ws-qtd-letras
           move    "N"                              to ws-achou-espaco-gab
           perform 2066-validar-letra-gabarito
                   varying ws-ind-letra from 1 by 1
                   until ws-ind-letra > 26
                      or ws-dados-invalidos

           if      ws-dados-validos and ws-qtd-letras = 0 then
                   set  ws-dados-invalidos          to true
                   display "Gabarito novo nao informado"
           end-if

           if      ws-dados-validos then
                   move ws-gab-informado (1:1)      to ws-gab-troca
                   if   ws-qtd-letras > 1 then
                        move ws-gab-informado       to ws-gab-mult-troca
                   end-if
                   if   ws-gab-troca = ws-gab-orig
                   and  ws-gab-mult-troca = ws-gab-mult-orig then
                        set  ws-dados-invalidos     to true
                        display "Gabarito informado igual ao da prova"
                   end-if
           end-if

           .
       2065-validar-gabarito-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar uma letra do gabarito novo
       *>------------------------------------------------------------------------
       2066-validar-letra-gabarito section.


           move    ws-gab-informado (ws-ind-letra:1) to ws-letra-gab

           if      ws-letra-gab = space then
                   move "S"                         to ws-achou-espaco-gab
           else
                   if   ws-achou-espaco-gab = "S" then
                        set  ws-dados-invalidos     to true
                        display "Gabarito contem espaco entre letras"
                   else
                        if   ws-letra-gab < "A" or ws-letra-gab > "Z" then
                             set  ws-dados-invalidos to true
                             display "Gabarito contem caractere invalido: " ws-letra-gab
                        else
                             compute ws-idx-letra = function ord(ws-letra-gab)
                                                  - function ord("A") + 1
                             if   ws-idx-letra > ws-qtd-alt then
                                  set  ws-dados-invalidos to true
                                  display "Letra " ws-letra-gab " sem alternativa na questao"
                             else
                                  add  1             to ws-qtd-letras
                             end-if
                        end-if
                   end-if
           end-if

           .
       2066-validar-letra-gabarito-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Montar o registro de arqanula a partir da copia de trabalho - toda
       *>  inclusao ou alteracao fica pendente de recorrecao
       *>------------------------------------------------------------------------
       2070-montar-registro section.


           move    ws-id-prova                      to an-id-prova
           move    ws-id-questao                    to an-id-questao
           move    ws-disci-prova                   to an-id-disci
           move    ws-tipo                          to an-tipo
           move    ws-gab-troca                     to an-gabarito
           move    ws-gab-mult-troca                to an-gabarito-mult
           move    ws-motivo                        to an-motivo
           move    ws-operador                      to an-operador
           move    function current-date            to an-data-registro
           set     an-pendente                      to true

           .
       2070-montar-registro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir anulacao/troca de gabarito de uma questao numa prova
       *>------------------------------------------------------------------------
       2100-incluir-anulacao section.


           perform 2050-obter-questao-prova

           if      ws-dados-validos then
                   move ws-id-prova                 to an-id-prova
                   move ws-id-questao               to an-id-questao
                   read arqanula
                   if   ws-fs-arqanula = "00" then
                        display "Questao ja tem anulacao registrada nesta prova - use A-Alterar"
                        set  ws-dados-invalidos     to true
                   end-if
           end-if

           if      ws-dados-validos then
                   perform 2060-obter-dados-anulacao
           end-if

           if      ws-dados-validos then
                   display "Confirma o registro (S/N)?......: " with no advancing
                   accept  ws-confirmacao
                   if      ws-confirmado then
                           perform 2070-montar-registro
                           move spaces              to an-data-recorrecao
                           write an-anulacao
                           if   ws-fs-arqanula = "00" then
                                if   ws-tipo-troca then
                                     move ws-gab-troca      to ws-gab-novo
                                     move ws-gab-mult-troca to ws-gab-mult-novo
                                     perform 2600-regravar-cadernos
                                end-if
                                display "Anulacao registrada - pendente de recorrecao (P10SISC20 modo R)"
                           else
                                display "Erro ao gravar arqanula: " ws-fs-arqanula
                           end-if
                   else
                           display "Inclusao cancelada"
                   end-if
           end-if

           .
       2100-incluir-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Alterar o tipo, o gabarito ou o motivo - volta a ficar pendente e
       *>  os cadernos sao regravados com o gabarito que passa a valer
       *>------------------------------------------------------------------------
       2200-alterar-anulacao section.


           perform 2050-obter-questao-prova

           if      ws-dados-validos then
                   move ws-id-prova                 to an-id-prova
                   move ws-id-questao               to an-id-questao
                   read arqanula
                   if   ws-fs-arqanula <> "00" then
                        display "Nao ha anulacao registrada p/ esta questao nesta prova!"
                        set  ws-dados-invalidos     to true
                   else
                        perform 2310-exibir-anulacao
                        move an-tipo                to ws-tipo-anterior
                   end-if
           end-if

           if      ws-dados-validos then
                   perform 2060-obter-dados-anulacao
           end-if

           if      ws-dados-validos then
                   display "Confirma a alteracao (S/N)?.....: " with no advancing
                   accept  ws-confirmacao
                   if      ws-confirmado then
                           perform 2070-montar-registro
                           rewrite an-anulacao
                           if   ws-fs-arqanula = "00" then
                                if   ws-tipo-anterior = "G" and not ws-tipo-troca then
                                     move ws-gab-orig       to ws-gab-novo
                                     move ws-gab-mult-orig  to ws-gab-mult-novo
                                     perform 2600-regravar-cadernos
                                end-if
                                if   ws-tipo-troca then
                                     move ws-gab-troca      to ws-gab-novo
                                     move ws-gab-mult-troca to ws-gab-mult-novo
                                     perform 2600-regravar-cadernos
                                end-if
                                display "Anulacao alterada - pendente de recorrecao (P10SISC20 modo R)"
                           else
                                display "Erro ao alterar arqanula: " ws-fs-arqanula
                           end-if
                   else
                           display "Alteracao cancelada"
                   end-if
           end-if

           .
       2200-alterar-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Consultar a anulacao de uma questao numa prova
       *>------------------------------------------------------------------------
       2300-consultar-anulacao section.


           perform 2050-obter-questao-prova

           if      ws-dados-validos then
                   move ws-id-prova                 to an-id-prova
                   move ws-id-questao               to an-id-questao
                   read arqanula
                   if   ws-fs-arqanula = "00" then
                        perform 2310-exibir-anulacao
                   else
                        display "Nao ha anulacao registrada p/ esta questao nesta prova!"
                   end-if
           end-if

           .
       2300-consultar-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exibir o registro de arqanula corrente
       *>------------------------------------------------------------------------
       2310-exibir-anulacao section.


           display "Prova: " an-id-prova "  Questao: " an-id-questao
                   "  Disciplina: " an-id-disci "  Tipo: " an-tipo
           if      an-tipo = "G" then
                   display "Gabarito novo: " an-gabarito "  Multiplo: " an-gabarito-mult
           end-if
           display "Motivo: " an-motivo
           display "Registrada por " an-operador " em " an-data-registro (1:8)
                   "  Situacao: " an-situacao
           if      an-data-recorrecao <> spaces then
                   display "Ultima recorrecao em " an-data-recorrecao (1:8)
           end-if

           .
       2310-exibir-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar as anulacoes - de uma prova ou, com zeros, de todas
       *>------------------------------------------------------------------------
       2400-listar-anulacoes section.


           display "Numero da prova (00000 = todas).: " with no advancing
           accept  ws-id-prova

           move    ws-id-prova                      to an-id-prova
           move    0                                to an-id-questao
           start   arqanula key is not less than an-chave

           if      ws-fs-arqanula = "00" then
                   read arqanula next
                   perform until ws-fs-arqanula <> "00"
                             or (ws-id-prova > 0 and an-id-prova <> ws-id-prova)
                        display "Prova: " an-id-prova "  Questao: " an-id-questao
                                "  Tipo: " an-tipo "  Gabarito: " an-gabarito
                                " " an-gabarito-mult (1:10)
                                "  Situacao: " an-situacao
                        read arqanula next
                   end-perform
           else
                   display "Nenhuma anulacao registrada"
           end-if

           .
       2400-listar-anulacoes-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Excluir anulacao - enquanto nunca aplicada as notas o registro e
       *>  apagado; ja aplicada, vira anulacao cancelada (tipo N) pendente,
       *>  p/ que a recorrecao devolva as notas ao gabarito da prova
       *>------------------------------------------------------------------------
       2500-excluir-anulacao section.


           perform 2050-obter-questao-prova

           if      ws-dados-validos then
                   move ws-id-prova                 to an-id-prova
                   move ws-id-questao               to an-id-questao
                   read arqanula
                   if   ws-fs-arqanula <> "00" then
                        display "Nao ha anulacao registrada p/ esta questao nesta prova!"
                        set  ws-dados-invalidos     to true
                   else
                        if   an-tipo = "N" then
                             display "Anulacao ja cancelada"
                             set  ws-dados-invalidos to true
                        else
                             perform 2310-exibir-anulacao
                        end-if
                   end-if
           end-if

           if      ws-dados-validos then
                   display "Confirma a exclusao (S/N)?......: " with no advancing
                   accept  ws-confirmacao
                   if      ws-confirmado then
                           move an-tipo             to ws-tipo-anterior
                           if   an-data-recorrecao = spaces then
                                delete arqanula
                           else
                                move "N"            to an-tipo
                                move spaces         to an-gabarito
                                move spaces         to an-gabarito-mult
                                move ws-operador    to an-operador
                                move function current-date to an-data-registro
                                set  an-pendente    to true
                                rewrite an-anulacao
                           end-if
                           if   ws-fs-arqanula = "00" then
                                if   ws-tipo-anterior = "G" then
                                     move ws-gab-orig       to ws-gab-novo
                                     move ws-gab-mult-orig  to ws-gab-mult-novo
                                     perform 2600-regravar-cadernos
                                end-if
                                if   an-tipo = "N" then
                                     display "Anulacao cancelada - pendente de recorrecao (P10SISC20 modo R)"
                                else
                                     display "Anulacao excluida com sucesso!"
                                end-if
                           else
                                display "Erro ao excluir anulacao: " ws-fs-arqanula
                           end-if
                   else
                           display "Exclusao cancelada"
                   end-if
           end-if

           .
       2500-excluir-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Regravar em arqcaderno o gabarito impresso da questao em cada
       *>  caderno da prova, traduzindo ws-gab-novo/ws-gab-mult-novo (letras
       *>  originais) pelo mapa de letras do caderno, como o P07SISC20 faz
       *>  na geracao
       *>------------------------------------------------------------------------
       2600-regravar-cadernos section.


           move    0                                to ws-cont-cad

           if      pr-qtd-cadernos numeric and pr-qtd-cadernos > 0 then
                   perform 2610-regravar-um-caderno
                           varying ws-ind-cad from 1 by 1
                           until ws-ind-cad > pr-qtd-cadernos
                   display "Gabarito impresso regravado em " ws-cont-cad " caderno(s)"
           end-if

           .
       2600-regravar-cadernos-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Regravar o gabarito impresso da questao num caderno
       *>------------------------------------------------------------------------
       2610-regravar-um-caderno section.


           move    ws-id-prova                      to ka-id-prova
           move    pr-letra-caderno(ws-ind-cad)     to ka-letra-caderno
           read    arqcaderno
           if      ws-fs-arqcaderno <> "00" then
                   display "Caderno " pr-letra-caderno(ws-ind-cad)
                           " nao encontrado em arqcaderno: " ws-fs-arqcaderno
           else
                   move "N"                         to ws-sw-qcad
                   perform 2620-localizar-questao-caderno
                           varying ws-ind-qcad from 1 by 1
                           until ws-ind-qcad > ka-qtd-questoes
                              or ws-achou-questao-cad
                   if   ws-achou-questao-cad then
                        move spaces                 to ws-gab-impresso
                        move spaces                 to ws-gab-mult-impresso
                        if   ka-mapa-letras(ws-ind-qcad-achado) = spaces then
                             move ws-gab-novo       to ws-gab-impresso
                             move ws-gab-mult-novo  to ws-gab-mult-impresso
                        else
                             move 0                 to ws-ind-mult
                             perform 2630-mapear-letra
                                     varying ws-pos-alt from 1 by 1
                                     until ws-pos-alt > 26
                        end-if
                        move ws-gab-impresso        to ka-gabarito-impresso(ws-ind-qcad-achado)
                        move ws-gab-mult-impresso   to ka-gabarito-mult-impresso(ws-ind-qcad-achado)
                        rewrite ka-caderno
                        if   ws-fs-arqcaderno = "00" then
                             add  1                 to ws-cont-cad
                        else
                             display "Erro ao regravar caderno " ka-letra-caderno
                                     ": " ws-fs-arqcaderno
                        end-if
                   end-if
           end-if

           .
       2610-regravar-um-caderno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Localizar a questao no caderno lido
       *>------------------------------------------------------------------------
       2620-localizar-questao-caderno section.


           if      ka-id-questao(ws-ind-qcad) = ws-id-questao then
                   set  ws-achou-questao-cad        to true
                   move ws-ind-qcad                 to ws-ind-qcad-achado
           end-if

           .
       2620-localizar-questao-caderno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Traduzir o gabarito p/ a letra impressa numa posicao do caderno
       *>------------------------------------------------------------------------
       2630-mapear-letra section.


           move    ka-mapa-letras(ws-ind-qcad-achado) (ws-pos-alt:1) to ws-letra-orig

           if      ws-letra-orig <> space then
                   move function char(function ord("A") + ws-pos-alt - 1) to ws-letra-impressa
                   if   ws-gab-novo = ws-letra-orig then
                        move ws-letra-impressa      to ws-gab-impresso
                   end-if
                   if   ws-gab-mult-novo <> spaces then
                        move 0                      to ws-cont-mult
                        inspect ws-gab-mult-novo tallying ws-cont-mult for all ws-letra-orig
                        if   ws-cont-mult > 0 then
                             add  1                 to ws-ind-mult
                             move ws-letra-impressa to ws-gab-mult-impresso(ws-ind-mult:1)
                        end-if
                   end-if
           end-if

           .
       2630-mapear-letra-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           close arqanula
           close arqprova
           close arqcaderno
           close arq-questao
           close arqversao
           close cadusu

           .
       3000-finaliza-exit.
           exit.
