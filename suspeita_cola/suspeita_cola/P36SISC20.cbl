      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P36SISC20".
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

           select suspeita assign to "suspeita-cola.txt"
           organization is line sequential     *>pares de alunos c/ erros identicos acima do esperado
           file status is ws-fs-suspeita.


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

       fd  suspeita.
       01  sc-linha                                 pic x(132).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqaplic                           pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqQuestao                         pic x(02).
       77  ws-fs-arqanula                           pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-respalu                            pic x(02).
       77  ws-fs-suspeita                           pic x(02).

       77  ws-fator-desvio                          pic 9(01) value 3.
                                                      *>par suspeito: acima da media + 3 desvios da turma
       77  ws-min-comuns                            pic 9(03) value 3.
                                                      *>e com pelo menos 3 erros identicos

       77  ws-id-prova                              pic 9(05).
       77  ws-turma                                 pic x(10).

       01  ws-sw-aplicacao                          pic x(01).
           88  ws-aplicacao-ok                       value "S".

      *>----Questoes da prova e gabarito original (arq-questao / arqanula)
       77  ws-qtd-quest                             pic 9(03).
       77  ws-ind-q                                 pic 9(03) comp.
       77  ws-ind-q-achado                          pic 9(03) comp.
       01  ws-sw-qprova                             pic x(01).
           88  ws-achou-questao-prova                value "S".
       01  ws-tb-questoes.
           05  ws-q-ocr occurs 500 times.
               10  ws-q-id                          pic 9(05).
               10  ws-q-ignorar                     pic x(01).
                                                      *>S=anulada ou fora do banco - nao entra na comparacao
               10  ws-q-gab                         pic x(01).
               10  ws-q-gab-mult                    pic x(26).

      *>----Gabarito impresso e mapa de letras de cada caderno, na posicao
      *>----da questao na prova
       77  ws-qtd-cad                               pic 9(02).
       77  ws-ind-cad                               pic 9(02) comp.
       77  ws-ind-qcad                              pic 9(03) comp.
       01  ws-tb-cadernos.
           05  ws-cad-ocr occurs 5 times.
               10  ws-cad-letra                     pic x(01).
               10  ws-cg-ocr occurs 500 times.
                   15  ws-cg-gab                    pic x(01).
                   15  ws-cg-gab-mult               pic x(26).
                   15  ws-cg-mapa                   pic x(26).

      *>----Respostas erradas de cada aluno (branco = certa, em branco ou
      *>----ignorada), na posicao da questao na prova
       77  ws-max-alunos                            pic 9(03) value 100.
       77  ws-qtd-alunos                            pic 9(03).
       77  ws-qtd-excedentes                        pic 9(05).
       77  ws-qtd-resp-outro-cad                    pic 9(05).
       77  ws-ind-a                                 pic 9(03) comp.
       77  ws-ind-b                                 pic 9(03) comp.
       01  ws-tb-alunos.
           05  ws-al-ocr occurs 100 times.
               10  ws-al-matricula                  pic 9(08).
               10  ws-al-nome                       pic x(40).
               10  ws-al-caderno                    pic x(01).
               10  ws-al-ind-cad                    pic 9(02) comp.
               10  ws-al-qtd-resp                   pic 9(03).
               10  ws-al-qtd-erradas                pic 9(03).
               10  ws-al-resp occurs 500 times      pic x(26).

      *>----Pares de alunos do mesmo caderno e erros identicos do par
       77  ws-qtd-pares                             pic 9(05).
       77  ws-ind-par                               pic 9(05) comp.
       77  ws-qtd-suspeitos                         pic 9(05).
       77  ws-comuns                                pic 9(03).
       01  ws-tb-pares.
           05  ws-par-ocr occurs 4950 times.
               10  ws-par-a                         pic 9(03) comp.
               10  ws-par-b                         pic 9(03) comp.
               10  ws-par-comuns                    pic 9(03).

       77  ws-soma-comuns                           pic 9(09).
       77  ws-soma-quadrados                        pic 9(11).
       77  ws-media-comuns                          pic 9(05)v99.
       77  ws-variancia                             pic s9(07)v9999.
       77  ws-desvio                                pic 9(05)v99.
       77  ws-limite                                pic 9(05)v99.

      *>----Comparacao da resposta com o gabarito (mesma regra do P10SISC20)
       77  ws-gab-corrente                          pic x(01).
       77  ws-gab-mult-corrente                     pic x(26).
       77  ws-ind-corr                              pic 9(02) comp.
       77  ws-letra-corr                            pic x(01).
       77  ws-cont-tally                            pic 9(02).

       01  ws-sw-corr                               pic x(01).
           88  ws-corr-ok                            value "S".
           88  ws-corr-erro                          value "N".
       01  ws-sw-cad                                pic x(01).
           88  ws-achou-caderno                      value "S".

      *>----Letras originais (ka-mapa-letras) p/ o relatorio
       77  ws-alfabeto                              pic x(26)
                                                    value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  ws-pos-letra                             pic 9(02).
       77  ws-letras-orig                           pic x(26).
       77  ws-col-orig                              pic 9(03) comp.

       77  ws-media-disp                            pic zzzz9,99.
       77  ws-desvio-disp                           pic zzzz9,99.
       77  ws-limite-disp                           pic zzzz9,99.

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
       *> controle - suspeita de cola numa aplicacao (prova x turma): pares
       *> de alunos do mesmo caderno com respostas erradas identicas muito
       *> acima do que a propria turma produz
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
                display "P36SISC20 - Erro ao abrir arqaplic: " ws-fs-arqaplic
                stop run
           end-if

           open input arqprova
           if   ws-fs-arqprova <> "00" then
                display "P36SISC20 - Erro ao abrir arqprova: " ws-fs-arqprova
                stop run
           end-if

           open input arqcaderno                    *> arqcaderno e gravado pelo P07SISC20
           if   ws-fs-arqcaderno = "35" then         *>arquivo ainda nao existe
                open output arqcaderno
                close arqcaderno
                open input arqcaderno
           end-if
           if   ws-fs-arqcaderno <> "00" and ws-fs-arqcaderno <> "05" then
                display "P36SISC20 - Erro ao inicializar arqcaderno: " ws-fs-arqcaderno
                stop run
           end-if

           open input arq-questao
           if   ws-fs-arqQuestao <> "00" then
                display "P36SISC20 - Erro ao abrir arq-questao: " ws-fs-arqQuestao
                stop run
           end-if

           open input arqanula                      *> arqanula e mantido pelo P31SISC20
           if   ws-fs-arqanula = "35" then           *>arquivo ainda nao existe
                open output arqanula
                close arqanula
                open input arqanula
           end-if
           if   ws-fs-arqanula <> "00" and ws-fs-arqanula <> "05" then
                display "P36SISC20 - Erro ao inicializar arqanula: " ws-fs-arqanula
                stop run
           end-if

           open input cadalu
           if   ws-fs-cadalu <> "00" then
                display "P36SISC20 - Erro ao abrir cadalu: " ws-fs-cadalu
                stop run
           end-if

           open input respalu
           if   ws-fs-respalu <> "00" then
                display "P36SISC20 - Erro ao abrir respalu: " ws-fs-respalu
                stop run
           end-if

           open output suspeita

           move    0                                to ws-qtd-alunos
           move    0                                to ws-qtd-excedentes
           move    0                                to ws-qtd-resp-outro-cad
           move    0                                to ws-qtd-pares
           move    0                                to ws-qtd-suspeitos
           move    0                                to ws-soma-comuns
           move    0                                to ws-soma-quadrados

           display "P36SISC20 - Suspeita de cola por aplicacao"
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
      *> carregar as questoes e os cadernos da prova
      *>------------------------------------------------------------------------
       1100-validar-aplicacao section.


           move    "N"                              to ws-sw-aplicacao

           move    ws-id-prova                      to ap-id-prova
           move    ws-turma                         to ap-turma
           read    arqaplic
           if      ws-fs-arqaplic <> "00" then
                   display "P36SISC20 - Aplicacao inexistente p/ a prova e turma informadas"
           else
                   move ws-id-prova                 to pr-id-prova
                   read arqprova
                   if   ws-fs-arqprova <> "00" then
                        display "P36SISC20 - Prova nao registrada em arqprova"
                   else
                        set  ws-aplicacao-ok        to true
                   end-if
           end-if

           if      ws-aplicacao-ok then
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
      *> fora da comparacao; gabarito trocado (G) vale so nesta prova
      *>------------------------------------------------------------------------
       1200-carregar-questao section.


           move    pr-id-questao-prova(ws-ind-q)    to ws-q-id(ws-ind-q)
           move    "N"                              to ws-q-ignorar(ws-ind-q)
           move    space                            to ws-q-gab(ws-ind-q)
           move    spaces                           to ws-q-gab-mult(ws-ind-q)

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

           .
       1200-carregar-questao-exit.
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
      *> Guardar o gabarito impresso e o mapa de letras de uma questao do
      *> caderno na posicao que ela ocupa na prova
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
                   move ka-mapa-letras(ws-ind-qcad)
                                            to ws-cg-mapa(ws-qtd-cad, ws-ind-q-achado)
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


           perform 2100-carregar-alunos

           perform 2200-comparar-aluno
                   varying ws-ind-a from 1 by 1
                   until ws-ind-a >= ws-qtd-alunos

           perform 2300-calcular-limite

           perform 2400-imprimir-relatorio

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Carregar os alunos da turma que tem resposta registrada p/ a prova
       *>------------------------------------------------------------------------
       2100-carregar-alunos section.


           move    low-values                       to al-matricula
           start   cadalu key is not less than al-matricula

           read    cadalu next
           perform until ws-fs-cadalu <> "00"
                if   al-turma = ws-turma then
                     if   ws-qtd-alunos < ws-max-alunos then
                          perform 2110-carregar-aluno
                     else
                          add  1                    to ws-qtd-excedentes
                     end-if
                end-if
                read cadalu next
           end-perform

           if      ws-qtd-excedentes > 0 then
                   display "P36SISC20 - Turma com mais de " ws-max-alunos
                           " alunos - " ws-qtd-excedentes " aluno(s) fora da comparacao"
           end-if

           .
       2100-carregar-alunos-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Carregar as respostas de um aluno - o caderno do aluno e o da
       *>  primeira resposta; aluno sem resposta nenhuma nao fez a prova
       *>------------------------------------------------------------------------
       2110-carregar-aluno section.


           add     1                                to ws-qtd-alunos
           move    ws-qtd-alunos                    to ws-ind-a
           move    al-matricula                     to ws-al-matricula(ws-ind-a)
           move    al-nome                          to ws-al-nome(ws-ind-a)
           move    space                            to ws-al-caderno(ws-ind-a)
           move    0                                to ws-al-ind-cad(ws-ind-a)
           move    0                                to ws-al-qtd-resp(ws-ind-a)
           move    0                                to ws-al-qtd-erradas(ws-ind-a)

           perform 2120-carregar-resposta
                   varying ws-ind-q from 1 by 1
                   until ws-ind-q > ws-qtd-quest

           if      ws-al-qtd-resp(ws-ind-a) = 0 then
                   subtract 1                       from ws-qtd-alunos
           end-if

           .
       2110-carregar-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Ler a resposta do aluno a uma questao da prova e guarda-la se
       *>  estiver errada - resposta em outro caderno que nao o do aluno
       *>  nao entra na comparacao
       *>------------------------------------------------------------------------
       2120-carregar-resposta section.


           move    spaces                           to ws-al-resp(ws-ind-a, ws-ind-q)

           move    ws-al-matricula(ws-ind-a)        to ra-id-aluno
           move    pr-id-disci                      to ra-id-disci
           move    ws-q-id(ws-ind-q)                to ra-id-questao
           read    respalu

           if      ws-fs-respalu = "00" and ra-resposta <> spaces then
                   if   ws-al-qtd-resp(ws-ind-a) = 0 then
                        move ra-caderno             to ws-al-caderno(ws-ind-a)
                        perform 2125-localizar-caderno-aluno
                   end-if
                   add  1                           to ws-al-qtd-resp(ws-ind-a)
                   if   ra-caderno <> ws-al-caderno(ws-ind-a) then
                        add  1                      to ws-qtd-resp-outro-cad
                   else
                        if   ws-q-ignorar(ws-ind-q) <> "S" then
                             perform 2130-definir-gabarito
                             perform 2140-comparar-resposta
                             if   ws-corr-erro then
                                  move ra-resposta  to ws-al-resp(ws-ind-a, ws-ind-q)
                                  add  1            to ws-al-qtd-erradas(ws-ind-a)
                             end-if
                        end-if
                   end-if
           end-if

           .
       2120-carregar-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Localizar na tabela de cadernos o caderno do aluno
       *>------------------------------------------------------------------------
       2125-localizar-caderno-aluno section.


           move    "N"                              to ws-sw-cad
           if      ws-al-caderno(ws-ind-a) <> space then
                   perform 2126-comparar-caderno
                           varying ws-ind-cad from 1 by 1
                           until ws-ind-cad > ws-qtd-cad or ws-achou-caderno
           end-if

           .
       2125-localizar-caderno-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar o caderno do aluno com um caderno da tabela
       *>------------------------------------------------------------------------
       2126-comparar-caderno section.


           if      ws-cad-letra(ws-ind-cad) = ws-al-caderno(ws-ind-a) then
                   set  ws-achou-caderno            to true
                   move ws-ind-cad                  to ws-al-ind-cad(ws-ind-a)
           end-if

           .
       2126-comparar-caderno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Definir o gabarito da questao p/ o aluno - o impresso no caderno
       *>  dele, senao o original da questao
       *>------------------------------------------------------------------------
       2130-definir-gabarito section.


           move    ws-q-gab(ws-ind-q)               to ws-gab-corrente
           move    ws-q-gab-mult(ws-ind-q)          to ws-gab-mult-corrente

           if      ws-al-ind-cad(ws-ind-a) > 0 then
                   move ws-al-ind-cad(ws-ind-a)     to ws-ind-cad
                   if   ws-cg-gab(ws-ind-cad, ws-ind-q) <> space
                   or   ws-cg-gab-mult(ws-ind-cad, ws-ind-q) <> spaces then
                        move ws-cg-gab(ws-ind-cad, ws-ind-q)      to ws-gab-corrente
                        move ws-cg-gab-mult(ws-ind-cad, ws-ind-q) to ws-gab-mult-corrente
                   end-if
           end-if

           .
       2130-definir-gabarito-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar ra-resposta com o gabarito corrente (mesma regra da
       *>  correcao do P10SISC20)
       *>------------------------------------------------------------------------
       2140-comparar-resposta section.


           if      ws-gab-mult-corrente = spaces then
                   if   ra-resposta(1:1) = ws-gab-corrente and ra-resposta(2:25) = spaces then
                        set ws-corr-ok               to true
                   else
                        set ws-corr-erro             to true
                   end-if
           else
                   set     ws-corr-ok               to true
                   move    0                        to ws-ind-corr
                   perform 2141-verificar-letra-resposta
                           until ws-ind-corr >= 26 or ws-corr-erro
                   move    0                        to ws-ind-corr
                   perform 2142-verificar-letra-gabarito
                           until ws-ind-corr >= 26 or ws-corr-erro
           end-if

           .
       2140-comparar-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cada letra assinalada pelo aluno deve estar presente no gabarito
       *>------------------------------------------------------------------------
       2141-verificar-letra-resposta section.


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
       2141-verificar-letra-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cada letra do gabarito deve ter sido assinalada pelo aluno
       *>------------------------------------------------------------------------
       2142-verificar-letra-gabarito section.


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
       2142-verificar-letra-gabarito-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Formar os pares de um aluno com os seguintes da tabela
       *>------------------------------------------------------------------------
       2200-comparar-aluno section.


           compute ws-ind-b = ws-ind-a + 1
           perform 2210-comparar-par
                   varying ws-ind-b from ws-ind-b by 1
                   until ws-ind-b > ws-qtd-alunos

           .
       2200-comparar-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Contar os erros identicos de um par - so alunos do mesmo caderno
       *>  sao comparados: a mesma letra impressa em cadernos diferentes
       *>  corresponde a letras originais diferentes (ka-mapa-letras)
       *>------------------------------------------------------------------------
       2210-comparar-par section.


           if      ws-al-caderno(ws-ind-a) = ws-al-caderno(ws-ind-b) then
                   move 0                           to ws-comuns
                   perform 2220-comparar-questao
                           varying ws-ind-q from 1 by 1
                           until ws-ind-q > ws-qtd-quest
                   add  1                           to ws-qtd-pares
                   move ws-ind-a                    to ws-par-a(ws-qtd-pares)
                   move ws-ind-b                    to ws-par-b(ws-qtd-pares)
                   move ws-comuns                   to ws-par-comuns(ws-qtd-pares)
                   add  ws-comuns                   to ws-soma-comuns
                   compute ws-soma-quadrados = ws-soma-quadrados + (ws-comuns * ws-comuns)
           end-if

           .
       2210-comparar-par-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Erro identico do par numa questao
       *>------------------------------------------------------------------------
       2220-comparar-questao section.


           if      ws-al-resp(ws-ind-a, ws-ind-q) <> spaces
           and     ws-al-resp(ws-ind-a, ws-ind-q) = ws-al-resp(ws-ind-b, ws-ind-q) then
                   add  1                           to ws-comuns
           end-if

           .
       2220-comparar-questao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Limite de suspeita da turma - media de erros identicos por par
       *>  mais ws-fator-desvio desvios padrao
       *>------------------------------------------------------------------------
       2300-calcular-limite section.


           move    0                                to ws-media-comuns
           move    0                                to ws-desvio
           move    0                                to ws-limite

           if      ws-qtd-pares > 0 then
                   compute ws-media-comuns rounded = ws-soma-comuns / ws-qtd-pares
                   compute ws-variancia rounded =
                           (ws-soma-quadrados / ws-qtd-pares)
                         - (ws-media-comuns * ws-media-comuns)
                   if   ws-variancia > 0 then
                        compute ws-desvio rounded = ws-variancia ** 0,5
                   end-if
                   compute ws-limite rounded =
                           ws-media-comuns + (ws-fator-desvio * ws-desvio)
           end-if

           .
       2300-calcular-limite-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Relatorio dos pares suspeitos
       *>------------------------------------------------------------------------
       2400-imprimir-relatorio section.


           move    spaces                           to ws-linha-saida
           string  "SUSPEITA DE COLA - Prova "      delimited by size
                   ws-id-prova                      delimited by size
                   "  Turma "                       delimited by size
                   ws-turma                         delimited by size
                   "  Disciplina "                  delimited by size
                   pr-id-disci                      delimited by size
                   "  Periodo "                     delimited by size
                   ap-periodo                       delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to sc-linha
           write   sc-linha

           move    "Erros identicos = mesma resposta errada na mesma questao; so alunos do mesmo caderno sao comparados"
                                                    to sc-linha
           write   sc-linha

           move    ws-media-comuns                  to ws-media-disp
           move    ws-desvio                        to ws-desvio-disp
           move    ws-limite                        to ws-limite-disp
           move    spaces                           to ws-linha-saida
           string  "Alunos: "                       delimited by size
                   ws-qtd-alunos                    delimited by size
                   "  Pares comparados: "           delimited by size
                   ws-qtd-pares                     delimited by size
                   "  Media p/ par: "               delimited by size
                   ws-media-disp                    delimited by size
                   "  Desvio: "                     delimited by size
                   ws-desvio-disp                   delimited by size
                   "  Limite: "                     delimited by size
                   ws-limite-disp                   delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to sc-linha
           write   sc-linha
           display ws-linha-saida

           move    all "-"                          to sc-linha
           write   sc-linha

           perform 2410-avaliar-par
                   varying ws-ind-par from 1 by 1
                   until ws-ind-par > ws-qtd-pares

           move    all "-"                          to sc-linha
           write   sc-linha

           move    spaces                           to ws-linha-saida
           string  "Pares suspeitos: "              delimited by size
                   ws-qtd-suspeitos                 delimited by size
                   "  Respostas fora do caderno do aluno (ignoradas): " delimited by size
                   ws-qtd-resp-outro-cad            delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to sc-linha
           write   sc-linha
           display ws-linha-saida

           display "Relatorio gravado em suspeita-cola.txt"

           .
       2400-imprimir-relatorio-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Imprimir o par se os erros identicos passam do limite da turma
       *>------------------------------------------------------------------------
       2410-avaliar-par section.


           if      ws-par-comuns(ws-ind-par) >= ws-min-comuns
           and     ws-par-comuns(ws-ind-par) > ws-limite then
                   add  1                           to ws-qtd-suspeitos
                   move ws-par-a(ws-ind-par)        to ws-ind-a
                   move ws-par-b(ws-ind-par)        to ws-ind-b

                   move spaces                      to sc-linha
                   write sc-linha
                   move spaces                      to ws-linha-saida
                   string "Par suspeito - caderno "  delimited by size
                          ws-al-caderno(ws-ind-a)    delimited by size
                          " - erros identicos: "     delimited by size
                          ws-par-comuns(ws-ind-par)  delimited by size
                          "  (erradas: "             delimited by size
                          ws-al-qtd-erradas(ws-ind-a) delimited by size
                          " e "                      delimited by size
                          ws-al-qtd-erradas(ws-ind-b) delimited by size
                          ")"                        delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to sc-linha
                   write sc-linha

                   move spaces                      to ws-linha-saida
                   string "  "                      delimited by size
                          ws-al-matricula(ws-ind-a) delimited by size
                          " "                       delimited by size
                          ws-al-nome(ws-ind-a)      delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to sc-linha
                   write sc-linha

                   move spaces                      to ws-linha-saida
                   string "  "                      delimited by size
                          ws-al-matricula(ws-ind-b) delimited by size
                          " "                       delimited by size
                          ws-al-nome(ws-ind-b)      delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to sc-linha
                   write sc-linha

                   perform 2420-imprimir-questao-comum
                           varying ws-ind-q from 1 by 1
                           until ws-ind-q > ws-qtd-quest
           end-if

           .
       2410-avaliar-par-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha de uma questao com erro identico do par - letra(s) impressa(s)
       *>  no caderno e a(s) original(is) da questao
       *>------------------------------------------------------------------------
       2420-imprimir-questao-comum section.


           if      ws-al-resp(ws-ind-a, ws-ind-q) <> spaces
           and     ws-al-resp(ws-ind-a, ws-ind-q) = ws-al-resp(ws-ind-b, ws-ind-q) then
                   move spaces                      to ws-letras-orig
                   move 1                           to ws-col-orig
                   move 0                           to ws-ind-corr
                   perform 2430-traduzir-letra
                           until ws-ind-corr >= 26

                   move spaces                      to ws-linha-saida
                   string "    Questao "              delimited by size
                          ws-q-id(ws-ind-q)          delimited by size
                          "  resposta comum "        delimited by size
                          ws-al-resp(ws-ind-a, ws-ind-q) delimited by space
                          "  letra original "        delimited by size
                          ws-letras-orig             delimited by space
                          into ws-linha-saida
                   move ws-linha-saida              to sc-linha
                   write sc-linha
           end-if

           .
       2420-imprimir-questao-comum-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Traduzir uma letra impressa p/ a letra original pelo mapa do
       *>  caderno (sem mapa a letra impressa e a original)
       *>------------------------------------------------------------------------
       2430-traduzir-letra section.


           add     1                                to ws-ind-corr
           move    ws-al-resp(ws-ind-a, ws-ind-q)(ws-ind-corr:1) to ws-letra-corr

           if      ws-letra-corr <> space then
                   move 0                           to ws-pos-letra
                   inspect ws-alfabeto tallying ws-pos-letra
                           for characters before initial ws-letra-corr
                   add  1                           to ws-pos-letra
                   if   ws-al-ind-cad(ws-ind-a) > 0 and ws-pos-letra <= 26 then
                        move ws-al-ind-cad(ws-ind-a) to ws-ind-cad
                        if   ws-cg-mapa(ws-ind-cad, ws-ind-q)(ws-pos-letra:1) <> space then
                             move ws-cg-mapa(ws-ind-cad, ws-ind-q)(ws-pos-letra:1)
                                                    to ws-letra-corr
                        end-if
                   end-if
                   string ws-letra-corr             delimited by size
                          into ws-letras-orig
                          with pointer ws-col-orig
           end-if

           .
       2430-traduzir-letra-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   arqaplic
           close   arqprova
           close   arqcaderno
           close   arq-questao
           close   arqanula
           close   cadalu
           close   respalu
           close   suspeita

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P36SISC20"                      to ws-log-programa
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


           move    "P36SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           if      ws-aplicacao-ok then
                   move "N"                         to ws-log-situacao
           else
                   move "A"                         to ws-log-situacao
           end-if
           move    ws-qtd-alunos                    to ws-log-qtd-lidos
           move    ws-qtd-suspeitos                 to ws-log-qtd-gravados
           move    0                                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
