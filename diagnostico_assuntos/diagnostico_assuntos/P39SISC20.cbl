      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P39SISC20".
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


           select arqaplic assign to "arqaplic.txt"
           organization is indexed             *>aplicacoes de prova, mantidas pelo P22SISC20
           access mode is dynamic
           lock mode is automatic
           record key is ap-chave
           file status is ws-fs-arqaplic.

           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.

           select arqcaderno assign to "arqcaderno.txt"
           organization is indexed             *>gabarito impresso de cada caderno, gravado pelo P07SISC20
           access mode is dynamic
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

           select arqanula assign to "arqanula.txt"
           organization is indexed             *>anulacoes e trocas de gabarito por prova, mantidas
           access mode is dynamic             *>pelo P31SISC20
           lock mode is automatic
           record key is an-chave
           file status is ws-fs-arqanula.

           select arqatrib assign to "arqatrib.txt"
           organization is indexed             *>assunto de cada questao (P18SISC20)
           access mode is dynamic
           lock mode is automatic
           record key is at-chave-questao
           file status is ws-fs-arqatrib.

           select cadassun assign to "cadassun.txt"
           organization is indexed             *>mestre de assuntos por disciplina (P38SISC20)
           access mode is dynamic
           lock mode is automatic
           record key is sa-chave
           file status is ws-fs-cadassun.

           select caddisc assign to "caddisc.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select cadparam assign to "cadparam.txt"
           organization is indexed             *>nota de corte da disciplina (P24SISC20) - a mesma
           access mode is dynamic             *>que o P25SISC20 usa p/ a recuperacao
           lock mode is automatic
           record key is pm-id-disci
           file status is ws-fs-cadparam.

           select cadalu assign to "cadalu.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is al-matricula
           file status is ws-fs-cadalu.

           select respalu assign to "respalu.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is ra-chave
           file status is ws-fs-respalu.

           select diagnostico assign to "diagnostico-assuntos.txt"
           organization is line sequential     *>aproveitamento por assunto, por aluno e da turma
           file status is ws-fs-diagnostico.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

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
                                                      *>versao vigente da questao (P05SISC20)
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

       fd  arqanula.
       01  an-anulacao.
           05  an-chave.
               10  an-id-prova                      pic 9(05).
               10  an-id-questao                    pic 9(05).
           05  an-id-disci                          pic 9(03).
           05  an-tipo                              pic x(01).
                                                      *>C=anulada c/ credito a todos D=anulada e retirada do total
                                                      *>G=gabarito trocado somente nesta prova
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

       fd  arqatrib.
       01  at-atributo.
           05  at-chave-questao.
               10  at-id-questao                    pic 9(05).
               10  at-id-disci                      pic 9(03).
           05  at-dificuldade                       pic x(01).
                                                      *>F=facil M=media D=dificil
           05  at-assunto                           pic 9(03).

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

       fd  cadparam.
       01  pm-parametro.
           05  pm-id-disci                          pic 9(03).
           05  pm-nota-corte                        pic 9(03)v99.
           05  pm-max-tentativas                    pic 9(02).

       fd  cadalu.
       01  al-aluno.
           05  al-matricula                         pic 9(08).
           05  al-nome                              pic x(40).
           05  al-turma                             pic x(10).
           05  al-situacao                          pic x(01).

       fd  respalu.
       01  ra-resposta-aluno.
           05  ra-chave.
               10  ra-id-aluno                      pic 9(08).
               10  ra-id-disci                       pic 9(03).
               10  ra-id-questao                     pic 9(05).
           05  ra-resposta                          pic x(26).
           05  ra-data-hora                         pic x(21).
           05  ra-caderno                           pic x(01).
                                                      *>letra do caderno recebido pelo aluno, branco se caderno unico

       fd  diagnostico.
       01  dg-linha                                 pic x(132).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqaplic                           pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqQuestao                         pic x(02).
       77  ws-fs-arqanula                           pic x(02).
       77  ws-fs-arqatrib                           pic x(02).
       77  ws-fs-cadassun                           pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-cadparam                           pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-respalu                            pic x(02).
       77  ws-fs-diagnostico                        pic x(02).

       77  ws-corte-padrao                          pic 9(03)v99 value 60.
                                                      *>disciplina sem parametros - mesmo padrao do P25SISC20
       77  ws-qtd-mais-fracos                       pic 9(01) value 3.
                                                      *>assuntos mais fracos destacados p/ a turma

       77  ws-id-prova                              pic 9(05).
       77  ws-turma                                 pic x(10).
       77  ws-corte-disc                            pic 9(03)v99.
       77  ws-nome-disci                            pic x(40).

       01  ws-sw-aplicacao                          pic x(01).
           88  ws-aplicacao-ok                       value "S".

      *>----Questoes da prova, gabarito original (arq-questao / arqanula) e
      *>----assunto de cada uma (arqatrib)
       77  ws-qtd-quest                             pic 9(03).
       77  ws-ind-q                                 pic 9(03) comp.
       77  ws-ind-q-achado                          pic 9(03) comp.
       01  ws-sw-qprova                             pic x(01).
           88  ws-achou-questao-prova                value "S".
       01  ws-tb-questoes.
           05  ws-q-ocr occurs 500 times.
               10  ws-q-id                          pic 9(05).
               10  ws-q-ignorar                     pic x(01).
                                                      *>S=anulada ou fora do banco - nao entra no diagnostico
               10  ws-q-gab                         pic x(01).
               10  ws-q-gab-mult                    pic x(26).
               10  ws-q-ind-ass                     pic 9(03) comp.

      *>----Gabarito impresso de cada caderno, na posicao da questao na prova
       77  ws-qtd-cad                               pic 9(02).
       77  ws-ind-cad                               pic 9(02) comp.
       77  ws-ind-qcad                              pic 9(03) comp.
       77  ws-cad-escolhido                         pic 9(02) comp.
       01  ws-tb-cadernos.
           05  ws-cad-ocr occurs 5 times.
               10  ws-cad-letra                     pic x(01).
               10  ws-cg-ocr occurs 500 times.
                   15  ws-cg-gab                    pic x(01).
                   15  ws-cg-gab-mult               pic x(26).
       01  ws-sw-cad                                pic x(01).
           88  ws-achou-caderno                      value "S".

      *>----Assuntos da prova - acumulados do aluno corrente e da turma
       77  ws-max-assuntos                          pic 9(03) value 100.
       77  ws-qtd-ass                               pic 9(03).
       77  ws-ind-ass                               pic 9(03) comp.
       77  ws-ind-ass-achado                        pic 9(03) comp.
       77  ws-assunto-busca                         pic 9(03).
       01  ws-sw-ass                                pic x(01).
           88  ws-achou-assunto                      value "S".
       01  ws-tb-assuntos.
           05  ws-as-ocr occurs 100 times.
               10  ws-as-codigo                     pic 9(03).
               10  ws-as-descricao                  pic x(40).
               10  ws-as-pai                        pic 9(03).
               10  ws-as-qtd-quest                  pic 9(03).
               10  ws-as-resp-aluno                 pic 9(03).
               10  ws-as-certas-aluno               pic 9(03).
               10  ws-as-resp-turma                 pic 9(07).
               10  ws-as-certas-turma               pic 9(07).
               10  ws-as-perc-turma                 pic 9(03)v99.
               10  ws-as-escolhido                  pic x(01).

      *>----Selecao dos assuntos mais fracos da turma
       77  ws-ind-fraco                             pic 9(01).
       77  ws-ind-menor                             pic 9(03) comp.
       77  ws-menor-perc                            pic 9(03)v99.

      *>----Contadores
       77  ws-qtd-lidos                             pic 9(05).
       77  ws-qtd-alunos-diag                       pic 9(05).
       77  ws-qtd-sem-resposta                      pic 9(05).
       77  ws-qtd-resp-aluno                        pic 9(05).
       77  ws-qtd-certas-aluno                      pic 9(05).

      *>----Comparacao da resposta com o gabarito (mesma regra do P10SISC20)
       77  ws-gab-corrente                          pic x(01).
       77  ws-gab-mult-corrente                     pic x(26).
       77  ws-ind-corr                              pic 9(02) comp.
       77  ws-letra-corr                            pic x(01).
       77  ws-cont-tally                            pic 9(02).
       01  ws-sw-corr                               pic x(01).
           88  ws-corr-ok                            value "S".
           88  ws-corr-erro                          value "N".

       77  ws-perc                                  pic 9(03)v99.
       77  ws-perc-disp                             pic zz9,99.
       77  ws-corte-disp                            pic zz9,99.
       77  ws-marca                                 pic x(20).

       01  ws-linha-saida                           pic x(132).


      *>----Registro de execucao no log central (P28SISC20)
       01  ws-log-exec.
           05  ws-log-programa                      pic x(09).
           05  ws-log-evento                        pic x(01).
           05  ws-log-situacao                      pic x(01).
           05  ws-log-qtd-lidos                     pic 9(07).
           05  ws-log-qtd-gravados                  pic 9(07).
           05  ws-log-qtd-rejeitados                pic 9(07).

       *>------------------------------------------------------------------------
       *> controle - diagnostico de desempenho por assunto numa aplicacao
       *> (prova x turma): aproveitamento de cada aluno em cada assunto da
       *> disciplina e da turma, com os assuntos mais fracos, p/ o professor
       *> planejar a revisao antes da recuperacao
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           if      ws-aplicacao-ok then
                   perform 2000-processamento
           end-if
           perform 3000-finaliza
           stop run


           .
       0000-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *> inicializacao normal
      *>------------------------------------------------------------------------
       1000-inicializa section.


           perform 8000-registrar-inicio

           open input arqaplic
           if   ws-fs-arqaplic <> "00" then
                display "P39SISC20 - Erro ao abrir arqaplic: " ws-fs-arqaplic
                stop run
           end-if

           open input arqprova
           if   ws-fs-arqprova <> "00" then
                display "P39SISC20 - Erro ao abrir arqprova: " ws-fs-arqprova
                stop run
           end-if

           open input arqcaderno                    *> arqcaderno e gravado pelo P07SISC20
           if   ws-fs-arqcaderno = "35" then         *>arquivo ainda nao existe
                open output arqcaderno
                close arqcaderno
                open input arqcaderno
           end-if
           if   ws-fs-arqcaderno <> "00" and ws-fs-arqcaderno <> "05" then
                display "P39SISC20 - Erro ao inicializar arqcaderno: " ws-fs-arqcaderno
                stop run
           end-if

           open input arq-questao
           if   ws-fs-arqQuestao <> "00" then
                display "P39SISC20 - Erro ao abrir arq-questao: " ws-fs-arqQuestao
                stop run
           end-if

           open input arqanula                      *> arqanula e mantido pelo P31SISC20
           if   ws-fs-arqanula = "35" then           *>arquivo ainda nao existe
                open output arqanula
                close arqanula
                open input arqanula
           end-if
           if   ws-fs-arqanula <> "00" and ws-fs-arqanula <> "05" then
                display "P39SISC20 - Erro ao inicializar arqanula: " ws-fs-arqanula
                stop run
           end-if

           open input arqatrib                      *> arqatrib e mantido pelo P18SISC20
           if   ws-fs-arqatrib = "35" then           *>arquivo ainda nao existe
                open output arqatrib
                close arqatrib
                open input arqatrib
           end-if
           if   ws-fs-arqatrib <> "00" and ws-fs-arqatrib <> "05" then
                display "P39SISC20 - Erro ao inicializar arqatrib: " ws-fs-arqatrib
                stop run
           end-if

           open input cadassun                      *> cadassun e mantido pelo P38SISC20
           if   ws-fs-cadassun = "35" then           *>arquivo ainda nao existe
                open output cadassun
                close cadassun
                open input cadassun
           end-if
           if   ws-fs-cadassun <> "00" and ws-fs-cadassun <> "05" then
                display "P39SISC20 - Erro ao inicializar cadassun: " ws-fs-cadassun
                stop run
           end-if

           open input caddisc                       *> caddisc so e mantido pelo P06SISC20
           if   ws-fs-caddisc = "35" then            *>arquivo ainda nao existe
                open output caddisc
                close caddisc
                open input caddisc
           end-if
           if   ws-fs-caddisc <> "00" and ws-fs-caddisc <> "05" then
                display "P39SISC20 - Erro ao inicializar caddisc: " ws-fs-caddisc
                stop run
           end-if

           open input cadparam                      *> cadparam e mantido pelo P24SISC20
           if   ws-fs-cadparam = "35" then           *>arquivo ainda nao existe
                open output cadparam
                close cadparam
                open input cadparam
           end-if
           if   ws-fs-cadparam <> "00" and ws-fs-cadparam <> "05" then
                display "P39SISC20 - Erro ao inicializar cadparam: " ws-fs-cadparam
                stop run
           end-if

           open input cadalu
           if   ws-fs-cadalu <> "00" then
                display "P39SISC20 - Erro ao abrir cadalu: " ws-fs-cadalu
                stop run
           end-if

           open input respalu
           if   ws-fs-respalu <> "00" then
                display "P39SISC20 - Erro ao abrir respalu: " ws-fs-respalu
                stop run
           end-if

           open output diagnostico

           move    0                                to ws-qtd-lidos
           move    0                                to ws-qtd-alunos-diag
           move    0                                to ws-qtd-sem-resposta
           move    0                                to ws-qtd-ass

           display "P39SISC20 - Diagnostico de desempenho por assunto"
           display "Numero da prova.................: " with no advancing
           accept  ws-id-prova
           display "Turma...........................: " with no advancing
           accept  ws-turma

           perform 1100-validar-aplicacao

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Validar a aplicacao informada (aberta ou fechada) e a prova dela, e
      *> carregar as questoes, os assuntos e os cadernos da prova
      *>------------------------------------------------------------------------
       1100-validar-aplicacao section.


           move    "N"                              to ws-sw-aplicacao

           move    ws-id-prova                      to ap-id-prova
           move    ws-turma                         to ap-turma
           read    arqaplic
           if      ws-fs-arqaplic <> "00" then
                   display "P39SISC20 - Aplicacao inexistente p/ a prova e turma informadas"
           else
                   move ws-id-prova                 to pr-id-prova
                   read arqprova
                   if   ws-fs-arqprova <> "00" then
                        display "P39SISC20 - Prova nao registrada em arqprova"
                   else
                        set  ws-aplicacao-ok        to true
                   end-if
           end-if

           if      ws-aplicacao-ok then
                   move pr-id-disci                 to cd-id-disci
                   read caddisc
                   if   ws-fs-caddisc = "00" then
                        move cd-nome-disci          to ws-nome-disci
                   else
                        move "(disciplina nao cadastrada)" to ws-nome-disci
                   end-if

                   move pr-id-disci                 to pm-id-disci
                   read cadparam
                   if   ws-fs-cadparam = "00" then
                        move pm-nota-corte          to ws-corte-disc
                   else                              *>disciplina sem parametros - assume o padrao
                        move ws-corte-padrao        to ws-corte-disc
                   end-if

                   move pr-qtd-questoes             to ws-qtd-quest
                   perform 1200-carregar-questao
                           varying ws-ind-q from 1 by 1
                           until ws-ind-q > ws-qtd-quest
                   perform 1300-carregar-cadernos
           end-if

           .
       1100-validar-aplicacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Carregar uma questao da prova - anulada (C/D) ou fora do banco fica
      *> fora do diagnostico; gabarito trocado (G) vale so nesta prova
      *>------------------------------------------------------------------------
       1200-carregar-questao section.


           move    pr-id-questao-prova(ws-ind-q)    to ws-q-id(ws-ind-q)
           move    "N"                              to ws-q-ignorar(ws-ind-q)
           move    space                            to ws-q-gab(ws-ind-q)
           move    spaces                           to ws-q-gab-mult(ws-ind-q)
           move    0                                to ws-q-ind-ass(ws-ind-q)

           move    ws-q-id(ws-ind-q)                to fl-id-questao
           move    pr-id-disci                      to fl-id-disci
           read    arq-questao
           if      ws-fs-arqQuestao = "00" then
                   move fl-gabarito                 to ws-q-gab(ws-ind-q)
                   move fl-gabarito-mult            to ws-q-gab-mult(ws-ind-q)
           else
                   move "S"                         to ws-q-ignorar(ws-ind-q)
           end-if

           move    ws-id-prova                      to an-id-prova
           move    ws-q-id(ws-ind-q)                to an-id-questao
           read    arqanula
           if      ws-fs-arqanula = "00" then
                   evaluate an-tipo
                       when "C"
                       when "D"
                           move "S"                 to ws-q-ignorar(ws-ind-q)
                       when "G"
                           move an-gabarito         to ws-q-gab(ws-ind-q)
                           move an-gabarito-mult    to ws-q-gab-mult(ws-ind-q)
                   end-evaluate
           end-if

           if      ws-q-ignorar(ws-ind-q) <> "S" then
                   perform 1210-classificar-assunto
           end-if

           .
       1200-carregar-questao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Assunto da questao (arqatrib) - questao sem atributos fica no
      *> assunto zero (sem assunto)
      *>------------------------------------------------------------------------
       1210-classificar-assunto section.


           move    0                                to ws-assunto-busca
           move    ws-q-id(ws-ind-q)                to at-id-questao
           move    pr-id-disci                      to at-id-disci
           read    arqatrib
           if      ws-fs-arqatrib = "00" and at-assunto numeric then
                   move at-assunto                  to ws-assunto-busca
           end-if

           perform 1220-localizar-assunto
           if      not ws-achou-assunto then
                   perform 1230-incluir-assunto
           end-if

           if      ws-achou-assunto then
                   move ws-ind-ass-achado           to ws-q-ind-ass(ws-ind-q)
                   add  1                           to ws-as-qtd-quest(ws-ind-ass-achado)
           else                                      *>tabela de assuntos cheia
                   move "S"                         to ws-q-ignorar(ws-ind-q)
                   display "P39SISC20 - Mais de " ws-max-assuntos " assuntos na prova - questao "
                           ws-q-id(ws-ind-q) " fora do diagnostico"
           end-if

           .
       1210-classificar-assunto-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Localizar o assunto (ws-assunto-busca) na tabela de assuntos
      *>------------------------------------------------------------------------
       1220-localizar-assunto section.


           move    "N"                              to ws-sw-ass
           move    0                                to ws-ind-ass-achado
           perform 1225-comparar-assunto
                   varying ws-ind-ass from 1 by 1
                   until ws-ind-ass > ws-qtd-ass
                      or ws-achou-assunto

           .
       1220-localizar-assunto-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Comparar o assunto procurado com uma posicao da tabela
      *>------------------------------------------------------------------------
       1225-comparar-assunto section.


           if      ws-as-codigo(ws-ind-ass) = ws-assunto-busca then
                   set  ws-achou-assunto            to true
                   move ws-ind-ass                  to ws-ind-ass-achado
           end-if

           .
       1225-comparar-assunto-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Incluir um assunto na tabela, com a descricao do mestre de assuntos
      *>------------------------------------------------------------------------
       1230-incluir-assunto section.


           if      ws-qtd-ass < ws-max-assuntos then
                   add  1                           to ws-qtd-ass
                   move ws-qtd-ass                  to ws-ind-ass-achado
                   set  ws-achou-assunto            to true
                   move ws-assunto-busca            to ws-as-codigo(ws-qtd-ass)
                   move 0                           to ws-as-pai(ws-qtd-ass)
                   move 0                           to ws-as-qtd-quest(ws-qtd-ass)
                   move 0                           to ws-as-resp-aluno(ws-qtd-ass)
                   move 0                           to ws-as-certas-aluno(ws-qtd-ass)
                   move 0                           to ws-as-resp-turma(ws-qtd-ass)
                   move 0                           to ws-as-certas-turma(ws-qtd-ass)
                   move 0                           to ws-as-perc-turma(ws-qtd-ass)
                   move "N"                         to ws-as-escolhido(ws-qtd-ass)
                   if   ws-assunto-busca = 0 then
                        move "(questoes sem assunto atribuido)" to ws-as-descricao(ws-qtd-ass)
                   else
                        move pr-id-disci            to sa-id-disci
                        move ws-assunto-busca       to sa-assunto
                        read cadassun
                        if   ws-fs-cadassun = "00" then
                             move sa-descricao      to ws-as-descricao(ws-qtd-ass)
                             move sa-assunto-pai    to ws-as-pai(ws-qtd-ass)
                        else
                             move "(assunto nao cadastrado)" to ws-as-descricao(ws-qtd-ass)
                        end-if
                   end-if
           end-if

           .
       1230-incluir-assunto-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Carregar os cadernos da prova - prova antiga sem cadernos segue so
      *> com o gabarito original
      *>------------------------------------------------------------------------
       1300-carregar-cadernos section.


           move    0                                to ws-qtd-cad
           move    spaces                           to ws-tb-cadernos

           if      pr-qtd-cadernos numeric and pr-qtd-cadernos > 0 then
                   perform 1310-carregar-um-caderno
                           varying ws-ind-cad from 1 by 1
                           until ws-ind-cad > pr-qtd-cadernos or ws-ind-cad > 5
           end-if

           .
       1300-carregar-cadernos-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Carregar um caderno da prova p/ a tabela interna
      *>------------------------------------------------------------------------
       1310-carregar-um-caderno section.


           move    ws-id-prova                      to ka-id-prova
           move    pr-letra-caderno(ws-ind-cad)     to ka-letra-caderno
           read    arqcaderno
           if      ws-fs-arqcaderno = "00" then
                   add  1                           to ws-qtd-cad
                   move ka-letra-caderno            to ws-cad-letra(ws-qtd-cad)
                   perform 1320-carregar-questao-caderno
                           varying ws-ind-qcad from 1 by 1
                           until ws-ind-qcad > ka-qtd-questoes
           else
                   display "Caderno " pr-letra-caderno(ws-ind-cad)
                           " da prova " ws-id-prova
                           " nao encontrado em arqcaderno: " ws-fs-arqcaderno
           end-if

           .
       1310-carregar-um-caderno-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Guardar o gabarito impresso de uma questao do caderno na posicao
      *> que ela ocupa na prova
      *>------------------------------------------------------------------------
       1320-carregar-questao-caderno section.


           move    "N"                              to ws-sw-qprova
           move    0                                to ws-ind-q-achado
           perform 1330-localizar-questao-prova
                   varying ws-ind-q from 1 by 1
                   until ws-ind-q > ws-qtd-quest
                      or ws-achou-questao-prova

           if      ws-achou-questao-prova then
                   move ka-gabarito-impresso(ws-ind-qcad)
                                            to ws-cg-gab(ws-qtd-cad, ws-ind-q-achado)
                   move ka-gabarito-mult-impresso(ws-ind-qcad)
                                            to ws-cg-gab-mult(ws-qtd-cad, ws-ind-q-achado)
           end-if

           .
       1320-carregar-questao-caderno-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Comparar a questao do caderno com uma questao da tabela da prova
      *>------------------------------------------------------------------------
       1330-localizar-questao-prova section.


           if      ws-q-id(ws-ind-q) = ka-id-questao(ws-ind-qcad) then
                   set  ws-achou-questao-prova      to true
                   move ws-ind-q                    to ws-ind-q-achado
           end-if

           .
       1330-localizar-questao-prova-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           perform 2050-cabecalho

           move    low-values                       to al-matricula
           start   cadalu key is not less than al-matricula

           read    cadalu next
           perform until ws-fs-cadalu <> "00"
                if   al-turma = ws-turma then
                     add  1                         to ws-qtd-lidos
                     perform 2100-diagnosticar-aluno
                end-if
                read cadalu next
           end-perform

           perform 2300-diagnostico-turma

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cabecalho do relatorio
       *>------------------------------------------------------------------------
       2050-cabecalho section.


           move    ws-corte-disc                    to ws-corte-disp

           move    spaces                           to ws-linha-saida
           string  "P39SISC20 - Diagnostico de desempenho por assunto - prova " delimited by size
                   ws-id-prova                      delimited by size
                   "  turma "                       delimited by size
                   ws-turma                         delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to dg-linha
           write   dg-linha

           move    spaces                           to ws-linha-saida
           string  "Disciplina "                    delimited by size
                   pr-id-disci                      delimited by size
                   " - "                            delimited by size
                   ws-nome-disci                    delimited by size
                   "  nota de corte "               delimited by size
                   ws-corte-disp                    delimited by size
                   "%"                              delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to dg-linha
           write   dg-linha
           move    spaces                           to dg-linha
           write   dg-linha

           .
       2050-cabecalho-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Diagnostico de um aluno da turma - aluno sem resposta a nenhuma
       *>  questao da prova nao fez a prova e fica fora
       *>------------------------------------------------------------------------
       2100-diagnosticar-aluno section.


           move    0                                to ws-qtd-resp-aluno
           move    0                                to ws-qtd-certas-aluno
           perform 2105-zerar-aluno-assunto
                   varying ws-ind-ass from 1 by 1
                   until ws-ind-ass > ws-qtd-ass

           perform 2110-corrigir-resposta
                   varying ws-ind-q from 1 by 1
                   until ws-ind-q > ws-qtd-quest

           if      ws-qtd-resp-aluno = 0 then
                   add  1                           to ws-qtd-sem-resposta
           else
                   add  1                           to ws-qtd-alunos-diag
                   compute ws-perc rounded =
                           ws-qtd-certas-aluno * 100 / ws-qtd-resp-aluno
                   move ws-perc                     to ws-perc-disp
                   move spaces                      to ws-linha-saida
                   string "Aluno "                  delimited by size
                          al-matricula              delimited by size
                          " "                       delimited by size
                          al-nome                   delimited by size
                          "  respondidas "          delimited by size
                          ws-qtd-resp-aluno         delimited by size
                          "  certas "               delimited by size
                          ws-qtd-certas-aluno       delimited by size
                          "  aproveitamento "       delimited by size
                          ws-perc-disp              delimited by size
                          "%"                       delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to dg-linha
                   write dg-linha
                   perform 2150-linha-assunto-aluno
                           varying ws-ind-ass from 1 by 1
                           until ws-ind-ass > ws-qtd-ass
                   move spaces                      to dg-linha
                   write dg-linha
           end-if

           .
       2100-diagnosticar-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Zerar os acumulados do aluno num assunto
       *>------------------------------------------------------------------------
       2105-zerar-aluno-assunto section.


           move    0                                to ws-as-resp-aluno(ws-ind-ass)
           move    0                                to ws-as-certas-aluno(ws-ind-ass)

           .
       2105-zerar-aluno-assunto-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Corrigir a resposta do aluno a uma questao da prova e acumular no
       *>  assunto dela - a resposta esta nas letras impressas no caderno
       *>  que o aluno recebeu (ra-caderno), por isso e comparada com o
       *>  gabarito impresso daquele caderno
       *>------------------------------------------------------------------------
       2110-corrigir-resposta section.


           if      ws-q-ignorar(ws-ind-q) <> "S" then
                   move al-matricula                to ra-id-aluno
                   move pr-id-disci                 to ra-id-disci
                   move ws-q-id(ws-ind-q)           to ra-id-questao
                   read respalu
                   if   ws-fs-respalu = "00" then
                        perform 2120-definir-gabarito
                        perform 2130-comparar-resposta
                        move ws-q-ind-ass(ws-ind-q) to ws-ind-ass
                        add  1                      to ws-qtd-resp-aluno
                        add  1                      to ws-as-resp-aluno(ws-ind-ass)
                        add  1                      to ws-as-resp-turma(ws-ind-ass)
                        if   ws-corr-ok then
                             add  1                 to ws-qtd-certas-aluno
                             add  1                 to ws-as-certas-aluno(ws-ind-ass)
                             add  1                 to ws-as-certas-turma(ws-ind-ass)
                        end-if
                   end-if
           end-if

           .
       2110-corrigir-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Definir o gabarito da questao p/ a resposta - o impresso no
       *>  caderno informado na resposta, senao o original da questao
       *>------------------------------------------------------------------------
       2120-definir-gabarito section.


           move    ws-q-gab(ws-ind-q)               to ws-gab-corrente
           move    ws-q-gab-mult(ws-ind-q)          to ws-gab-mult-corrente

           if      ra-caderno <> space and ws-qtd-cad > 0 then
                   move "N"                         to ws-sw-cad
                   move 0                           to ws-cad-escolhido
                   perform 2125-localizar-caderno
                           varying ws-ind-cad from 1 by 1
                           until ws-ind-cad > ws-qtd-cad
                              or ws-achou-caderno
                   if   ws-achou-caderno
                   and  (ws-cg-gab(ws-cad-escolhido, ws-ind-q) <> space
                   or    ws-cg-gab-mult(ws-cad-escolhido, ws-ind-q) <> spaces) then
                        move ws-cg-gab(ws-cad-escolhido, ws-ind-q)      to ws-gab-corrente
                        move ws-cg-gab-mult(ws-cad-escolhido, ws-ind-q) to ws-gab-mult-corrente
                   end-if
           end-if

           .
       2120-definir-gabarito-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Localizar na tabela de cadernos o caderno informado na resposta
       *>------------------------------------------------------------------------
       2125-localizar-caderno section.


           if      ws-cad-letra(ws-ind-cad) = ra-caderno then
                   set  ws-achou-caderno            to true
                   move ws-ind-cad                  to ws-cad-escolhido
           end-if

           .
       2125-localizar-caderno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar ra-resposta com o gabarito corrente (mesma regra da
       *>  correcao do P10SISC20)
       *>------------------------------------------------------------------------
       2130-comparar-resposta section.


           if      ws-gab-mult-corrente = spaces then
                   if   ra-resposta(1:1) = ws-gab-corrente and ra-resposta(2:25) = spaces then
                        set ws-corr-ok               to true
                   else
                        set ws-corr-erro             to true
                   end-if
           else
                   set     ws-corr-ok               to true
                   move    0                        to ws-ind-corr
                   perform 2131-verificar-letra-resposta
                           until ws-ind-corr >= 26 or ws-corr-erro
                   move    0                        to ws-ind-corr
                   perform 2132-verificar-letra-gabarito
                           until ws-ind-corr >= 26 or ws-corr-erro
           end-if

           .
       2130-comparar-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cada letra assinalada pelo aluno deve estar presente no gabarito
       *>------------------------------------------------------------------------
       2131-verificar-letra-resposta section.


           add     1                                    to ws-ind-corr
           move    ra-resposta(ws-ind-corr:1)           to ws-letra-corr

           if      ws-letra-corr <> space then
                   move 0                               to ws-cont-tally
                   inspect ws-gab-mult-corrente tallying ws-cont-tally for all ws-letra-corr
                   if   ws-cont-tally = 0 then
                        set ws-corr-erro                 to true
                   end-if
           end-if

           .
       2131-verificar-letra-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cada letra do gabarito deve ter sido assinalada pelo aluno
       *>------------------------------------------------------------------------
       2132-verificar-letra-gabarito section.


           add     1                                    to ws-ind-corr
           move    ws-gab-mult-corrente(ws-ind-corr:1)  to ws-letra-corr

           if      ws-letra-corr <> space then
                   move 0                               to ws-cont-tally
                   inspect ra-resposta tallying ws-cont-tally for all ws-letra-corr
                   if   ws-cont-tally = 0 then
                        set ws-corr-erro                 to true
                   end-if
           end-if

           .
       2132-verificar-letra-gabarito-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha de um assunto no diagnostico do aluno - assunto abaixo da
       *>  nota de corte da disciplina fica marcado p/ revisao
       *>------------------------------------------------------------------------
       2150-linha-assunto-aluno section.


           if      ws-as-resp-aluno(ws-ind-ass) > 0 then
                   compute ws-perc rounded =
                           ws-as-certas-aluno(ws-ind-ass) * 100
                         / ws-as-resp-aluno(ws-ind-ass)
                   move ws-perc                     to ws-perc-disp
                   if   ws-perc < ws-corte-disc then
                        move "  <<< revisar"        to ws-marca
                   else
                        move spaces                 to ws-marca
                   end-if
                   move spaces                      to ws-linha-saida
                   string "    Assunto "            delimited by size
                          ws-as-codigo(ws-ind-ass)  delimited by size
                          " "                       delimited by size
                          ws-as-descricao(ws-ind-ass) delimited by size
                          "  respondidas "          delimited by size
                          ws-as-resp-aluno(ws-ind-ass) delimited by size
                          "  certas "               delimited by size
                          ws-as-certas-aluno(ws-ind-ass) delimited by size
                          "  aproveitamento "       delimited by size
                          ws-perc-disp              delimited by size
                          "%"                       delimited by size
                          ws-marca                  delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to dg-linha
                   write dg-linha
           end-if

           .
       2150-linha-assunto-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Diagnostico da turma - o mesmo quadro por assunto somando os
       *>  alunos e os assuntos mais fracos (menor aproveitamento)
       *>------------------------------------------------------------------------
       2300-diagnostico-turma section.


           move    spaces                           to ws-linha-saida
           string  "Turma "                         delimited by size
                   ws-turma                         delimited by size
                   " - alunos c/ resposta "         delimited by size
                   ws-qtd-alunos-diag               delimited by size
                   "  sem resposta "                delimited by size
                   ws-qtd-sem-resposta              delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to dg-linha
           write   dg-linha

           perform 2310-linha-assunto-turma
                   varying ws-ind-ass from 1 by 1
                   until ws-ind-ass > ws-qtd-ass

           move    spaces                           to dg-linha
           write   dg-linha
           move    "Assuntos mais fracos da turma:" to dg-linha
           write   dg-linha

           perform 2320-selecionar-mais-fraco
                   varying ws-ind-fraco from 1 by 1
                   until ws-ind-fraco > ws-qtd-mais-fracos

           display "P39SISC20 - Alunos diagnosticados: " ws-qtd-alunos-diag
                   "  sem resposta: " ws-qtd-sem-resposta
           display "Relatorio gravado em diagnostico-assuntos.txt"

           .
       2300-diagnostico-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha de um assunto no quadro da turma
       *>------------------------------------------------------------------------
       2310-linha-assunto-turma section.


           move    0                                to ws-perc
           if      ws-as-resp-turma(ws-ind-ass) > 0 then
                   compute ws-perc rounded =
                           ws-as-certas-turma(ws-ind-ass) * 100
                         / ws-as-resp-turma(ws-ind-ass)
           end-if
           move    ws-perc                          to ws-as-perc-turma(ws-ind-ass)
           move    ws-perc                          to ws-perc-disp
           if      ws-as-resp-turma(ws-ind-ass) > 0 and ws-perc < ws-corte-disc then
                   move "  <<< revisar"             to ws-marca
           else
                   move spaces                      to ws-marca
           end-if

           move    spaces                           to ws-linha-saida
           string  "  Assunto "                     delimited by size
                   ws-as-codigo(ws-ind-ass)         delimited by size
                   " "                              delimited by size
                   ws-as-descricao(ws-ind-ass)      delimited by size
                   " sup "                          delimited by size
                   ws-as-pai(ws-ind-ass)            delimited by size
                   "  questoes "                    delimited by size
                   ws-as-qtd-quest(ws-ind-ass)      delimited by size
                   "  respostas "                   delimited by size
                   ws-as-resp-turma(ws-ind-ass)     delimited by size
                   "  certas "                      delimited by size
                   ws-as-certas-turma(ws-ind-ass)   delimited by size
                   "  "                             delimited by size
                   ws-perc-disp                     delimited by size
                   "%"                              delimited by size
                   ws-marca                         delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to dg-linha
           write   dg-linha

           .
       2310-linha-assunto-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Selecionar o proximo assunto mais fraco ainda nao escolhido - so
       *>  assuntos cadastrados (codigo > 0) com resposta na turma
       *>------------------------------------------------------------------------
       2320-selecionar-mais-fraco section.


           move    0                                to ws-ind-menor
           move    999,99                           to ws-menor-perc
           perform 2325-comparar-mais-fraco
                   varying ws-ind-ass from 1 by 1
                   until ws-ind-ass > ws-qtd-ass

           if      ws-ind-menor > 0 then
                   move "S"                         to ws-as-escolhido(ws-ind-menor)
                   move ws-as-perc-turma(ws-ind-menor) to ws-perc-disp
                   move spaces                      to ws-linha-saida
                   string "  "                      delimited by size
                          ws-ind-fraco              delimited by size
                          ") Assunto "              delimited by size
                          ws-as-codigo(ws-ind-menor) delimited by size
                          " "                       delimited by size
                          ws-as-descricao(ws-ind-menor) delimited by size
                          "  aproveitamento "       delimited by size
                          ws-perc-disp              delimited by size
                          "%"                       delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to dg-linha
                   write dg-linha
           end-if

           .
       2320-selecionar-mais-fraco-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar um assunto com o menor aproveitamento ja encontrado
       *>------------------------------------------------------------------------
       2325-comparar-mais-fraco section.


           if      ws-as-codigo(ws-ind-ass) > 0
           and     ws-as-resp-turma(ws-ind-ass) > 0
           and     ws-as-escolhido(ws-ind-ass) <> "S"
           and     ws-as-perc-turma(ws-ind-ass) < ws-menor-perc then
                   move ws-as-perc-turma(ws-ind-ass) to ws-menor-perc
                   move ws-ind-ass                  to ws-ind-menor
           end-if

           .
       2325-comparar-mais-fraco-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Finalizacao normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   arqaplic
           close   arqprova
           close   arqcaderno
           close   arq-questao
           close   arqanula
           close   arqatrib
           close   cadassun
           close   caddisc
           close   cadparam
           close   cadalu
           close   respalu
           close   diagnostico

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P39SISC20"                      to ws-log-programa
           move    "I"                              to ws-log-evento
           move    space                            to ws-log-situacao
           move    0                                to ws-log-qtd-lidos
           move    0                                to ws-log-qtd-gravados
           move    0                                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8000-registrar-inicio-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o fim da execucao no log central (P28SISC20) - aplicacao
      *>  invalida encerra como anormal
      *>------------------------------------------------------------------------
       8100-registrar-fim section.


           move    "P39SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           if      ws-aplicacao-ok then
                   move "N"                         to ws-log-situacao
           else
                   move "A"                         to ws-log-situacao
           end-if
           move    ws-qtd-lidos                     to ws-log-qtd-lidos
           move    ws-qtd-alunos-diag               to ws-log-qtd-gravados
           move    ws-qtd-sem-resposta              to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
