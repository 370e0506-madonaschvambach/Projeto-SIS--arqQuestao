      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P40SISC20".
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


           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.

           select arqcaderno assign to "arqcaderno.txt"
           organization is indexed             *>ordem das questoes e gabarito impresso de cada caderno
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

           select arqversao assign to "arqversao.txt"
           organization is indexed             *>versoes anteriores das questoes, gravadas pelo P05SISC20
           access mode is dynamic
           lock mode is automatic
           record key is av-chave-versao
           file status is ws-fs-arqversao.

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

           select exporta-ava assign to "exporta-ava.xml"
           organization is line sequential     *>questoes no formato de intercambio do AVA (XML Moodle)
           file status is ws-fs-exporta.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

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

       fd  exporta-ava.
       01  ex-linha                                 pic x(512).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqQuestao                         pic x(02).
       77  ws-fs-arqversao                          pic x(02).
       77  ws-fs-arqanula                           pic x(02).
       77  ws-fs-arqatrib                           pic x(02).
       77  ws-fs-cadassun                           pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-exporta                            pic x(02).

      *>----Parametros da exportacao
       01  ws-tipo-exportacao                       pic x(01).
           88  ws-exporta-prova                      value "P".
           88  ws-exporta-banco                      value "B".
       77  ws-id-prova                              pic 9(05).
       77  ws-caderno                               pic x(01).
       77  ws-id-disci                              pic 9(03).
       77  ws-assunto                               pic 9(03).
                                                      *>zero = todos os assuntos da disciplina
       77  ws-nome-disci                            pic x(40).
       77  ws-descricao-assunto                     pic x(40).
       01  ws-sw-parametros                         pic x(01).
           88  ws-parametros-ok                      value "S".
       01  ws-sw-caderno                            pic x(01).
           88  ws-caderno-informado                  value "S".

      *>----Contadores
       77  ws-qtd-lidas                             pic 9(05).
       77  ws-qtd-exportadas                        pic 9(05).
       77  ws-qtd-fora                              pic 9(05).
       77  ws-qtd-versao-anterior                   pic 9(05).

      *>----Questao em exportacao (texto da versao exportada)
       77  ws-ind-q                                 pic 9(03) comp.
       77  ws-ind-q-achado                          pic 9(03) comp.
       77  ws-qtd-posicoes                          pic 9(03).
       01  ws-sw-qprova                             pic x(01).
           88  ws-achou-questao-prova                value "S".
       01  ws-sw-questao                            pic x(01).
           88  ws-questao-exportavel                 value "S".
       77  ws-motivo-fora                           pic x(60).

       01  ws-ex-questao.
           05  ws-ex-id                             pic 9(05).
           05  ws-ex-id-disci                       pic 9(03).
           05  ws-ex-versao                         pic 9(03).
           05  ws-ex-versao-prova                   pic 9(03).
           05  ws-ex-peso                           pic 9(02).
           05  ws-ex-pergunta                       pic x(360).
           05  ws-ex-alt occurs 25 times            pic x(360).
           05  ws-ex-qtd-extra                      pic 9(02).
           05  ws-ex-qtd-alt                        pic 9(02).
           05  ws-ex-gab                            pic x(01).
           05  ws-ex-gab-mult                       pic x(26).
           05  ws-ex-mapa                           pic x(26).
                                                      *>ka-mapa-letras da questao no caderno (branco = ordem original)
           05  ws-ex-referencia                     pic x(30).
                                                      *>referencia externa: SISC20-Qnnnnn-Dnnn-Vnnn[-caderno]
       77  ws-ind-extra                             pic 9(02) comp.

      *>----Alternativas na ordem exportada (impressa no caderno ou original)
       77  ws-ind-alt                               pic 9(02) comp.
       77  ws-ind-orig                              pic 9(02) comp.
       77  ws-qtd-certas-q                          pic 9(02).
       77  ws-qtd-erradas-q                         pic 9(02).
       77  ws-cont-tally                            pic 9(02).
       01  ws-tb-saida-alt.
           05  ws-sa-ocr occurs 25 times.
               10  ws-sa-letra                      pic x(01).
               10  ws-sa-ind-orig                   pic 9(02).
               10  ws-sa-tam                        pic 9(03).
               10  ws-sa-certa                      pic x(01).

      *>----Fracoes aceitas pelo AVA p/ dividir 100% entre 1 a 10 letras
       01  ws-fracoes.
           05  filler                               pic x(08) value "100".
           05  filler                               pic x(08) value "50".
           05  filler                               pic x(08) value "33.33333".
           05  filler                               pic x(08) value "25".
           05  filler                               pic x(08) value "20".
           05  filler                               pic x(08) value "16.66667".
           05  filler                               pic x(08) value "14.28571".
           05  filler                               pic x(08) value "12.5".
           05  filler                               pic x(08) value "11.11111".
           05  filler                               pic x(08) value "10".
       01  ws-fracoes-red redefines ws-fracoes.
           05  ws-fracao occurs 10 times            pic x(08).
       77  ws-ind-fracao                            pic 9(02) comp.
       77  ws-fracao-alt                            pic x(09).

      *>----Montagem das linhas do XML
       77  ws-texto-trab                            pic x(360).
       77  ws-tam-texto                             pic 9(03).
       77  ws-qtd-brancos                           pic 9(03).
       77  ws-peso-texto                            pic x(02).
       77  ws-col                                   pic 9(03).
       01  ws-linha-xml                             pic x(512).


      *>----Registro de execucao no log central (P28SISC20)
       01  ws-log-exec.
           05  ws-log-programa                      pic x(09).
           05  ws-log-evento                        pic x(01).
           05  ws-log-situacao                      pic x(01).
           05  ws-log-qtd-lidos                     pic 9(07).
           05  ws-log-qtd-gravados                  pic 9(07).
           05  ws-log-qtd-rejeitados                pic 9(07).

       *>------------------------------------------------------------------------
       *> controle - exportacao de uma prova registrada (arqprova/arqcaderno)
       *> ou de uma selecao do banco de questoes (disciplina e assunto) p/ o
       *> ambiente virtual de aprendizagem, no formato XML de questoes do AVA
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           if      ws-parametros-ok then
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

           open input arqprova                      *> arqprova e gravado pelo P07SISC20
           if   ws-fs-arqprova = "35" then           *>arquivo ainda nao existe
                open output arqprova
                close arqprova
                open input arqprova
           end-if
           if   ws-fs-arqprova <> "00" and ws-fs-arqprova <> "05" then
                display "P40SISC20 - Erro ao inicializar arqprova: " ws-fs-arqprova
                stop run
           end-if

           open input arqcaderno                    *> arqcaderno e gravado pelo P07SISC20
           if   ws-fs-arqcaderno = "35" then         *>arquivo ainda nao existe
                open output arqcaderno
                close arqcaderno
                open input arqcaderno
           end-if
           if   ws-fs-arqcaderno <> "00" and ws-fs-arqcaderno <> "05" then
                display "P40SISC20 - Erro ao inicializar arqcaderno: " ws-fs-arqcaderno
                stop run
           end-if

           open input arq-questao
           if   ws-fs-arqQuestao <> "00" then
                display "P40SISC20 - Erro ao abrir arq-questao: " ws-fs-arqQuestao
                stop run
           end-if

           open input arqversao                     *> arqversao e gravado pelo P05SISC20
           if   ws-fs-arqversao = "35" then          *>arquivo ainda nao existe
                open output arqversao
                close arqversao
                open input arqversao
           end-if
           if   ws-fs-arqversao <> "00" and ws-fs-arqversao <> "05" then
                display "P40SISC20 - Erro ao inicializar arqversao: " ws-fs-arqversao
                stop run
           end-if

           open input arqanula                      *> arqanula e mantido pelo P31SISC20
           if   ws-fs-arqanula = "35" then           *>arquivo ainda nao existe
                open output arqanula
                close arqanula
                open input arqanula
           end-if
           if   ws-fs-arqanula <> "00" and ws-fs-arqanula <> "05" then
                display "P40SISC20 - Erro ao inicializar arqanula: " ws-fs-arqanula
                stop run
           end-if

           open input arqatrib                      *> arqatrib e mantido pelo P18SISC20
           if   ws-fs-arqatrib = "35" then           *>arquivo ainda nao existe
                open output arqatrib
                close arqatrib
                open input arqatrib
           end-if
           if   ws-fs-arqatrib <> "00" and ws-fs-arqatrib <> "05" then
                display "P40SISC20 - Erro ao inicializar arqatrib: " ws-fs-arqatrib
                stop run
           end-if

           open input cadassun                      *> cadassun e mantido pelo P38SISC20
           if   ws-fs-cadassun = "35" then           *>arquivo ainda nao existe
                open output cadassun
                close cadassun
                open input cadassun
           end-if
           if   ws-fs-cadassun <> "00" and ws-fs-cadassun <> "05" then
                display "P40SISC20 - Erro ao inicializar cadassun: " ws-fs-cadassun
                stop run
           end-if

           open input caddisc                       *> caddisc so e mantido pelo P06SISC20
           if   ws-fs-caddisc = "35" then            *>arquivo ainda nao existe
                open output caddisc
                close caddisc
                open input caddisc
           end-if
           if   ws-fs-caddisc <> "00" and ws-fs-caddisc <> "05" then
                display "P40SISC20 - Erro ao inicializar caddisc: " ws-fs-caddisc
                stop run
           end-if

           open output exporta-ava

           move    0                                to ws-qtd-lidas
           move    0                                to ws-qtd-exportadas
           move    0                                to ws-qtd-fora
           move    0                                to ws-qtd-versao-anterior
           move    "N"                              to ws-sw-parametros
           move    "N"                              to ws-sw-caderno

           display "P40SISC20 - Exportacao de questoes p/ o AVA"
           display "Exportar P=prova registrada B=banco de questoes: " with no advancing
           accept  ws-tipo-exportacao

           evaluate true
               when ws-exporta-prova
                   perform 1100-parametros-prova
               when ws-exporta-banco
                   perform 1200-parametros-banco
               when other
                   display "P40SISC20 - Tipo de exportacao invalido"
           end-evaluate

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Parametros da exportacao de prova - a prova deve estar registrada;
      *> caderno informado exporta na ordem e nas letras daquele caderno,
      *> caderno em branco exporta na ordem e nas letras originais
      *>------------------------------------------------------------------------
       1100-parametros-prova section.


           display "Numero da prova.................: " with no advancing
           accept  ws-id-prova
           display "Caderno (branco = ordem original): " with no advancing
           accept  ws-caderno

           move    ws-id-prova                      to pr-id-prova
           read    arqprova
           if      ws-fs-arqprova <> "00" then
                   display "P40SISC20 - Prova nao registrada em arqprova"
           else
                   move pr-id-disci                 to ws-id-disci
                   if   ws-caderno = space then
                        set  ws-parametros-ok       to true
                        move pr-qtd-questoes        to ws-qtd-posicoes
                   else
                        move ws-id-prova            to ka-id-prova
                        move ws-caderno             to ka-letra-caderno
                        read arqcaderno
                        if   ws-fs-arqcaderno = "00" then
                             set  ws-parametros-ok  to true
                             set  ws-caderno-informado to true
                             move ka-qtd-questoes   to ws-qtd-posicoes
                        else
                             display "P40SISC20 - Caderno nao registrado p/ esta prova"
                        end-if
                   end-if
           end-if

           if      ws-parametros-ok then
                   perform 1300-obter-nome-disciplina
           end-if

           .
       1100-parametros-prova-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Parametros da exportacao do banco - disciplina cadastrada e assunto
      *> cadastrado nela (zero = todos os assuntos)
      *>------------------------------------------------------------------------
       1200-parametros-banco section.


           display "Disciplina......................: " with no advancing
           accept  ws-id-disci
           display "Assunto (zero = todos)..........: " with no advancing
           accept  ws-assunto

           move    ws-id-disci                      to cd-id-disci
           read    caddisc
           if      ws-fs-caddisc <> "00" then
                   display "P40SISC20 - Disciplina nao cadastrada"
           else
                   if   ws-assunto = 0 then
                        set  ws-parametros-ok       to true
                   else
                        move ws-id-disci            to sa-id-disci
                        move ws-assunto             to sa-assunto
                        read cadassun
                        if   ws-fs-cadassun = "00" then
                             set  ws-parametros-ok  to true
                             move sa-descricao      to ws-descricao-assunto
                        else
                             display "P40SISC20 - Assunto nao cadastrado p/ a disciplina (P38SISC20)"
                        end-if
                   end-if
           end-if

           if      ws-parametros-ok then
                   perform 1300-obter-nome-disciplina
           end-if

           .
       1200-parametros-banco-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Nome da disciplina p/ a categoria das questoes no AVA
      *>------------------------------------------------------------------------
       1300-obter-nome-disciplina section.


           move    ws-id-disci                      to cd-id-disci
           read    caddisc
           if      ws-fs-caddisc = "00" then
                   move cd-nome-disci               to ws-nome-disci
           else
                   move "Disciplina nao cadastrada" to ws-nome-disci
           end-if

           .
       1300-obter-nome-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           perform 2050-gravar-cabecalho

           if      ws-exporta-prova then
                   perform 2100-exportar-questao-prova
                           varying ws-ind-q from 1 by 1
                           until ws-ind-q > ws-qtd-posicoes
           else
                   move ws-id-disci                 to fl-id-disci
                   start arq-questao key = fl-id-disci
                   if   ws-fs-arqQuestao = "00" then
                        read arq-questao next
                        perform until ws-fs-arqQuestao <> "00"
                                  or fl-id-disci <> ws-id-disci
                             perform 2200-exportar-questao-banco
                             read arq-questao next
                        end-perform
                   end-if
           end-if

           move    "</quiz>"                        to ex-linha
           write   ex-linha

           display "P40SISC20 - Questoes lidas: " ws-qtd-lidas
                   "  exportadas: " ws-qtd-exportadas
                   "  fora da exportacao: " ws-qtd-fora
           if      ws-qtd-versao-anterior > 0 then
                   display "Questoes exportadas na versao da prova (anterior a vigente): "
                           ws-qtd-versao-anterior
           end-if
           display "Arquivo gravado em exporta-ava.xml"

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cabecalho do XML e categoria das questoes no AVA
       *>------------------------------------------------------------------------
       2050-gravar-cabecalho section.


           move    spaces                           to ws-linha-xml
           string  "<?xml version="                 delimited by size
                   quote                            delimited by size
                   "1.0"                            delimited by size
                   quote                            delimited by size
                   " encoding="                     delimited by size
                   quote                            delimited by size
                   "UTF-8"                          delimited by size
                   quote                            delimited by size
                   "?>"                             delimited by size
                   into ws-linha-xml
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           move    "<quiz>"                         to ex-linha
           write   ex-linha

           move    spaces                           to ws-linha-xml
           string  "  <question type="              delimited by size
                   quote                            delimited by size
                   "category"                       delimited by size
                   quote                            delimited by size
                   ">"                              delimited by size
                   into ws-linha-xml
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           move    spaces                           to ws-linha-xml
           move    1                                to ws-col
           string  "    <category><text><![CDATA[$course$/SISC20/Disciplina " delimited by size
                   ws-id-disci                      delimited by size
                   " - "                            delimited by size
                   ws-nome-disci                    delimited by "  "
                   into ws-linha-xml
                   with pointer ws-col
           if      ws-exporta-prova then
                   string "/Prova "                 delimited by size
                          ws-id-prova               delimited by size
                          into ws-linha-xml
                          with pointer ws-col
                   if   ws-caderno-informado then
                        string " caderno "          delimited by size
                               ws-caderno           delimited by size
                               into ws-linha-xml
                               with pointer ws-col
                   end-if
           else
                   string "/Banco"                  delimited by size
                          into ws-linha-xml
                          with pointer ws-col
                   if   ws-assunto > 0 then
                        string "/Assunto "          delimited by size
                               ws-assunto           delimited by size
                               " - "                delimited by size
                               ws-descricao-assunto delimited by "  "
                               into ws-linha-xml
                               with pointer ws-col
                   end-if
           end-if
           string  "]]></text></category>"          delimited by size
                   into ws-linha-xml
                   with pointer ws-col
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           move    "  </question>"                  to ex-linha
           write   ex-linha

           .
       2050-gravar-cabecalho-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exportar uma questao da prova (na ordem do caderno ou da prova) -
       *>  anulada (C/D) fica fora; o texto e o gabarito sao os da versao
       *>  registrada na geracao da prova, como na correcao do P10SISC20
       *>------------------------------------------------------------------------
       2100-exportar-questao-prova section.


           add     1                                to ws-qtd-lidas
           set     ws-questao-exportavel            to true
           move    spaces                           to ws-ex-mapa

           if      ws-caderno-informado then
                   move ka-id-questao(ws-ind-q)     to ws-ex-id
                   move ka-mapa-letras(ws-ind-q)    to ws-ex-mapa
           else
                   move pr-id-questao-prova(ws-ind-q) to ws-ex-id
           end-if
           move    pr-id-disci                      to ws-ex-id-disci

           perform 2110-localizar-versao-peso

           move    ws-ex-id                         to fl-id-questao
           move    pr-id-disci                      to fl-id-disci
           read    arq-questao
           if      ws-fs-arqQuestao <> "00" then
                   move "N"                         to ws-sw-questao
                   move "nao encontrada no banco de questoes" to ws-motivo-fora
           end-if

           if      ws-questao-exportavel then
                   move ws-id-prova                 to an-id-prova
                   move ws-ex-id                    to an-id-questao
                   read arqanula
                   if   ws-fs-arqanula <> "00" then
                        move space                  to an-tipo
                   end-if
                   if   an-tipo = "C" or an-tipo = "D" then
                        move "N"                    to ws-sw-questao
                        move "anulada nesta prova (P31SISC20)" to ws-motivo-fora
                   end-if
           end-if

           if      ws-questao-exportavel then
                   perform 2150-carregar-texto-vigente
                   perform 2120-aplicar-versao-prova
                   if   ws-caderno-informado then   *>gabarito impresso no caderno (ja reflete a troca G)
                        move ka-gabarito-impresso(ws-ind-q)      to ws-ex-gab
                        move ka-gabarito-mult-impresso(ws-ind-q) to ws-ex-gab-mult
                   else
                        if   an-tipo = "G" then      *>gabarito trocado so nesta prova
                             move an-gabarito       to ws-ex-gab
                             move an-gabarito-mult  to ws-ex-gab-mult
                        end-if
                   end-if
                   perform 2500-gravar-questao
           end-if

           if      not ws-questao-exportavel then
                   add  1                           to ws-qtd-fora
                   display "Questao " ws-ex-id " fora da exportacao - " ws-motivo-fora
           end-if

           .
       2100-exportar-questao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Versao registrada na geracao e peso da questao na prova
       *>------------------------------------------------------------------------
       2110-localizar-versao-peso section.


           move    0                                to ws-ex-versao-prova
           move    1                                to ws-ex-peso

           move    "N"                              to ws-sw-qprova
           move    0                                to ws-ind-q-achado
           perform 2115-comparar-questao-prova
                   varying ws-ind-orig from 1 by 1
                   until ws-ind-orig > pr-qtd-questoes
                      or ws-achou-questao-prova

           if      ws-achou-questao-prova then
                   if   pr-versao-questao(ws-ind-q-achado) numeric then
                        move pr-versao-questao(ws-ind-q-achado) to ws-ex-versao-prova
                   end-if
                   if   pr-peso-questao(ws-ind-q-achado) numeric
                   and  pr-peso-questao(ws-ind-q-achado) > 0 then
                        move pr-peso-questao(ws-ind-q-achado) to ws-ex-peso
                   end-if
           end-if

           .
       2110-localizar-versao-peso-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a questao em exportacao com uma questao da prova
       *>------------------------------------------------------------------------
       2115-comparar-questao-prova section.


           if      pr-id-questao-prova(ws-ind-orig) = ws-ex-id then
                   set  ws-achou-questao-prova      to true
                   move ws-ind-orig                 to ws-ind-q-achado
           end-if

           .
       2115-comparar-questao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Questao reescrita depois da geracao da prova - exporta a versao
       *>  arquivada em arqversao; sem ela, segue a versao vigente
       *>------------------------------------------------------------------------
       2120-aplicar-versao-prova section.


           if      ws-ex-versao-prova > 0
           and     ws-ex-versao-prova <> ws-ex-versao then
                   move ws-ex-id                    to av-id-questao
                   move pr-id-disci                 to av-id-disci
                   move ws-ex-versao-prova          to av-versao
                   read arqversao
                   if   ws-fs-arqversao = "00" then
                        perform 2160-carregar-texto-versao
                        add  1                      to ws-qtd-versao-anterior
                   else
                        display "Questao " ws-ex-id " - versao " ws-ex-versao-prova
                                " da prova nao encontrada em arqversao - exportada a versao vigente"
                   end-if
           end-if

           .
       2120-aplicar-versao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Carregar o texto e o gabarito vigentes da questao lida
       *>------------------------------------------------------------------------
       2150-carregar-texto-vigente section.


           if      fl-versao numeric and fl-versao > 0 then
                   move fl-versao                   to ws-ex-versao
           else                                      *>questao anterior ao controle de versao
                   move 1                           to ws-ex-versao
           end-if
           move    fl-pergunta                      to ws-ex-pergunta
           move    fl-resposta-a                    to ws-ex-alt(1)
           move    fl-resposta-b                    to ws-ex-alt(2)
           move    fl-resposta-c                    to ws-ex-alt(3)
           move    fl-resposta-d                    to ws-ex-alt(4)
           move    fl-resposta-e                    to ws-ex-alt(5)
           move    fl-gabarito                      to ws-ex-gab
           move    fl-gabarito-mult                 to ws-ex-gab-mult

           move    0                                to ws-ex-qtd-extra
           if      fl-qtd-alt-extra numeric and fl-qtd-alt-extra > 0 then
                   move fl-qtd-alt-extra            to ws-ex-qtd-extra
           end-if
           perform 2155-copiar-extra-vigente
                   varying ws-ind-extra from 1 by 1
                   until ws-ind-extra > ws-ex-qtd-extra
           compute ws-ex-qtd-alt = 5 + ws-ex-qtd-extra

           .
       2150-carregar-texto-vigente-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Copiar uma alternativa extra vigente (F em diante)
       *>------------------------------------------------------------------------
       2155-copiar-extra-vigente section.


           move    fl-resposta-extra(ws-ind-extra)  to ws-ex-alt(5 + ws-ind-extra)

           .
       2155-copiar-extra-vigente-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Carregar o texto e o gabarito da versao arquivada lida
       *>------------------------------------------------------------------------
       2160-carregar-texto-versao section.


           move    av-versao                        to ws-ex-versao
           move    av-pergunta                      to ws-ex-pergunta
           move    av-resposta-a                    to ws-ex-alt(1)
           move    av-resposta-b                    to ws-ex-alt(2)
           move    av-resposta-c                    to ws-ex-alt(3)
           move    av-resposta-d                    to ws-ex-alt(4)
           move    av-resposta-e                    to ws-ex-alt(5)
           move    av-gabarito                      to ws-ex-gab
           move    av-gabarito-mult                 to ws-ex-gab-mult

           move    0                                to ws-ex-qtd-extra
           if      av-qtd-alt-extra numeric and av-qtd-alt-extra > 0 then
                   move av-qtd-alt-extra            to ws-ex-qtd-extra
           end-if
           perform 2165-copiar-extra-versao
                   varying ws-ind-extra from 1 by 1
                   until ws-ind-extra > ws-ex-qtd-extra
           compute ws-ex-qtd-alt = 5 + ws-ex-qtd-extra

           .
       2160-carregar-texto-versao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Copiar uma alternativa extra da versao arquivada (F em diante)
       *>------------------------------------------------------------------------
       2165-copiar-extra-versao section.


           move    av-resposta-extra(ws-ind-extra)  to ws-ex-alt(5 + ws-ind-extra)

           .
       2165-copiar-extra-versao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exportar uma questao do banco - so questoes aprovadas na revisao
       *>  (ou anteriores ao fluxo de revisao), como no sorteio do P07SISC20,
       *>  e do assunto pedido (arqatrib)
       *>------------------------------------------------------------------------
       2200-exportar-questao-banco section.


           set     ws-questao-exportavel            to true

           if      ws-assunto > 0 then
                   move fl-id-questao               to at-id-questao
                   move fl-id-disci                 to at-id-disci
                   read arqatrib
                   if   ws-fs-arqatrib <> "00" or at-assunto <> ws-assunto then
                        move "N"                    to ws-sw-questao
                   end-if
           end-if

           if      ws-questao-exportavel then
                   add  1                           to ws-qtd-lidas
                   move fl-id-questao               to ws-ex-id
                   move fl-id-disci                 to ws-ex-id-disci
                   move 0                           to ws-ex-versao-prova
                   move 1                           to ws-ex-peso
                   move spaces                      to ws-ex-mapa
                   if   fl-situacao-rev <> "A" and fl-situacao-rev <> space then
                        move "N"                    to ws-sw-questao
                        move "nao aprovada na revisao (P37SISC20)" to ws-motivo-fora
                        add  1                      to ws-qtd-fora
                        display "Questao " ws-ex-id " fora da exportacao - " ws-motivo-fora
                   else
                        perform 2150-carregar-texto-vigente
                        perform 2500-gravar-questao
                        if   not ws-questao-exportavel then
                             add  1                 to ws-qtd-fora
                             display "Questao " ws-ex-id " fora da exportacao - " ws-motivo-fora
                        end-if
                   end-if
           end-if

           .
       2200-exportar-questao-banco-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar a questao carregada em ws-ex-questao no XML - cada
       *>  alternativa leva a propria letra no texto, e a referencia externa
       *>  (idnumber) identifica questao, disciplina, versao e caderno p/ a
       *>  importacao dos resultados pelo P41SISC20
       *>------------------------------------------------------------------------
       2500-gravar-questao section.


           move    0                                to ws-qtd-certas-q
           move    0                                to ws-qtd-erradas-q
           perform 2510-preparar-alternativa
                   varying ws-ind-alt from 1 by 1
                   until ws-ind-alt > ws-ex-qtd-alt

           if      ws-qtd-certas-q = 0 then
                   move "N"                         to ws-sw-questao
                   move "gabarito nao corresponde a nenhuma alternativa" to ws-motivo-fora
           end-if
           if      ws-qtd-certas-q > 10 then
                   move "N"                         to ws-sw-questao
                   move "mais de 10 letras no gabarito multiplo" to ws-motivo-fora
           end-if

           move    0                                to ws-cont-tally
           inspect ws-ex-pergunta tallying ws-cont-tally for all "]]>"
           perform 2505-conferir-fim-cdata
                   varying ws-ind-alt from 1 by 1
                   until ws-ind-alt > ws-ex-qtd-alt
           if      ws-cont-tally > 0 then
                   move "N"                         to ws-sw-questao
                   move "texto com a sequencia ]]> (encerra o CDATA do XML)" to ws-motivo-fora
           end-if

           if      ws-questao-exportavel then
                   add  1                           to ws-qtd-exportadas
                   perform 2520-montar-referencia
                   perform 2530-gravar-enunciado
                   perform 2540-gravar-alternativa
                           varying ws-ind-alt from 1 by 1
                           until ws-ind-alt > ws-ex-qtd-alt
                   move "  </question>"             to ex-linha
                   write ex-linha
           end-if

           .
       2500-gravar-questao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Contar a sequencia "]]>" no texto de uma alternativa - o texto vai
       *>  dentro de CDATA no XML e essa sequencia o encerraria
       *>------------------------------------------------------------------------
       2505-conferir-fim-cdata section.


           inspect ws-ex-alt(ws-ind-alt) tallying ws-cont-tally for all "]]>"

           .
       2505-conferir-fim-cdata-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Preparar uma posicao de alternativa - letra exportada, alternativa
       *>  original que ocupa a posicao (mapa do caderno), tamanho do texto e
       *>  se a letra pertence ao gabarito
       *>------------------------------------------------------------------------
       2510-preparar-alternativa section.


           move    function char(function ord("A") + ws-ind-alt - 1) to ws-sa-letra(ws-ind-alt)

           move    ws-ind-alt                       to ws-ind-orig
           if      ws-ex-mapa(ws-ind-alt:1) <> space then
                   compute ws-ind-orig = function ord(ws-ex-mapa(ws-ind-alt:1))
                                       - function ord("A") + 1
           end-if
           move    ws-ind-orig                      to ws-sa-ind-orig(ws-ind-alt)

           move    0                                to ws-sa-tam(ws-ind-alt)
           if      ws-ind-orig >= 1 and ws-ind-orig <= ws-ex-qtd-alt then
                   move ws-ex-alt(ws-ind-orig)      to ws-texto-trab
                   perform 2900-medir-texto
                   move ws-tam-texto                to ws-sa-tam(ws-ind-alt)
           end-if

           move    "N"                              to ws-sa-certa(ws-ind-alt)
           if      ws-sa-tam(ws-ind-alt) > 0 then
                   if   ws-ex-gab-mult = spaces then
                        if   ws-ex-gab = ws-sa-letra(ws-ind-alt) then
                             move "S"               to ws-sa-certa(ws-ind-alt)
                        end-if
                   else
                        move 0                      to ws-cont-tally
                        inspect ws-ex-gab-mult tallying ws-cont-tally
                                for all ws-sa-letra(ws-ind-alt)
                        if   ws-cont-tally > 0 then
                             move "S"               to ws-sa-certa(ws-ind-alt)
                        end-if
                   end-if
                   if   ws-sa-certa(ws-ind-alt) = "S" then
                        add  1                      to ws-qtd-certas-q
                   else
                        add  1                      to ws-qtd-erradas-q
                   end-if
           end-if

           .
       2510-preparar-alternativa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Referencia externa da questao: SISC20-Qnnnnn-Dnnn-Vnnn, mais a
       *>  letra do caderno quando exportada na ordem de um caderno
       *>------------------------------------------------------------------------
       2520-montar-referencia section.


           move    spaces                           to ws-ex-referencia
           if      ws-caderno-informado then
                   string "SISC20-Q"                delimited by size
                          ws-ex-id                  delimited by size
                          "-D"                      delimited by size
                          ws-ex-id-disci            delimited by size
                          "-V"                      delimited by size
                          ws-ex-versao              delimited by size
                          "-"                       delimited by size
                          ws-caderno                delimited by size
                          into ws-ex-referencia
           else
                   string "SISC20-Q"                delimited by size
                          ws-ex-id                  delimited by size
                          "-D"                      delimited by size
                          ws-ex-id-disci            delimited by size
                          "-V"                      delimited by size
                          ws-ex-versao              delimited by size
                          into ws-ex-referencia
           end-if

           .
       2520-montar-referencia-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Abertura da questao - nome, enunciado, peso e parametros; questao
       *>  de resposta multipla vai como selecao de varias alternativas
       *>------------------------------------------------------------------------
       2530-gravar-enunciado section.


           move    spaces                           to ws-linha-xml
           string  "  <question type="              delimited by size
                   quote                            delimited by size
                   "multichoice"                    delimited by size
                   quote                            delimited by size
                   ">"                              delimited by size
                   into ws-linha-xml
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           move    spaces                           to ws-linha-xml
           string  "    <name><text>Questao "       delimited by size
                   ws-ex-id                         delimited by size
                   " versao "                       delimited by size
                   ws-ex-versao                     delimited by size
                   "</text></name>"                 delimited by size
                   into ws-linha-xml
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           move    ws-ex-pergunta                   to ws-texto-trab
           perform 2900-medir-texto
           move    spaces                           to ws-linha-xml
           if      ws-tam-texto > 0 then
                   string "    <questiontext format=" delimited by size
                          quote                     delimited by size
                          "plain_text"              delimited by size
                          quote                     delimited by size
                          "><text><![CDATA["        delimited by size
                          ws-texto-trab(1:ws-tam-texto) delimited by size
                          "]]></text></questiontext>" delimited by size
                          into ws-linha-xml
           else
                   string "    <questiontext format=" delimited by size
                          quote                     delimited by size
                          "plain_text"              delimited by size
                          quote                     delimited by size
                          "><text></text></questiontext>" delimited by size
                          into ws-linha-xml
           end-if
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           if      ws-ex-peso < 10 then
                   move ws-ex-peso(2:1)             to ws-peso-texto
           else
                   move ws-ex-peso                  to ws-peso-texto
           end-if
           move    spaces                           to ws-linha-xml
           string  "    <defaultgrade>"             delimited by size
                   ws-peso-texto                    delimited by space
                   "</defaultgrade>"                delimited by size
                   into ws-linha-xml
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           move    spaces                           to ws-linha-xml
           string  "    <idnumber>"                 delimited by size
                   ws-ex-referencia                 delimited by space
                   "</idnumber>"                    delimited by size
                   into ws-linha-xml
           move    ws-linha-xml                     to ex-linha
           write   ex-linha

           if      ws-ex-gab-mult = spaces then
                   move "    <single>true</single>" to ex-linha
           else
                   move "    <single>false</single>" to ex-linha
           end-if
           write   ex-linha

           move    "    <shuffleanswers>false</shuffleanswers>" to ex-linha
           write   ex-linha
           move    "    <answernumbering>none</answernumbering>" to ex-linha
           write   ex-linha

           .
       2530-gravar-enunciado-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar uma alternativa - alternativa em branco nao e exportada.
       *>  Resposta unica: 100 p/ a letra do gabarito. Resposta multipla: a
       *>  fracao de cada letra certa divide 100 e as erradas descontam na
       *>  mesma proporcao (a nota oficial e a do P10SISC20 sobre o respalu)
       *>------------------------------------------------------------------------
       2540-gravar-alternativa section.


           if      ws-sa-tam(ws-ind-alt) > 0 then
                   move spaces                      to ws-fracao-alt
                   if   ws-ex-gab-mult = spaces then
                        if   ws-sa-certa(ws-ind-alt) = "S" then
                             move "100"             to ws-fracao-alt
                        else
                             move "0"               to ws-fracao-alt
                        end-if
                   else
                        if   ws-sa-certa(ws-ind-alt) = "S" then
                             move ws-qtd-certas-q   to ws-ind-fracao
                             move ws-fracao(ws-ind-fracao) to ws-fracao-alt
                        else
                             move ws-qtd-erradas-q  to ws-ind-fracao
                             if   ws-ind-fracao > 10 then
                                  move 10           to ws-ind-fracao
                             end-if
                             string "-"                        delimited by size
                                    ws-fracao(ws-ind-fracao)   delimited by space
                                    into ws-fracao-alt
                        end-if
                   end-if

                   move ws-sa-ind-orig(ws-ind-alt)  to ws-ind-orig
                   move ws-ex-alt(ws-ind-orig)      to ws-texto-trab
                   move ws-sa-tam(ws-ind-alt)       to ws-tam-texto
                   move spaces                      to ws-linha-xml
                   string "    <answer fraction="   delimited by size
                          quote                     delimited by size
                          ws-fracao-alt             delimited by space
                          quote                     delimited by size
                          " format="                delimited by size
                          quote                     delimited by size
                          "plain_text"              delimited by size
                          quote                     delimited by size
                          "><text><![CDATA["        delimited by size
                          ws-sa-letra(ws-ind-alt)   delimited by size
                          ") "                      delimited by size
                          ws-texto-trab(1:ws-tam-texto) delimited by size
                          "]]></text></answer>"     delimited by size
                          into ws-linha-xml
                   move ws-linha-xml                to ex-linha
                   write ex-linha
           end-if

           .
       2540-gravar-alternativa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Tamanho util de ws-texto-trab (sem os brancos a direita)
       *>------------------------------------------------------------------------
       2900-medir-texto section.


           move    0                                to ws-qtd-brancos
           inspect function reverse(ws-texto-trab) tallying ws-qtd-brancos for leading spaces
           compute ws-tam-texto = 360 - ws-qtd-brancos

           .
       2900-medir-texto-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Finalizacao normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   arqprova
           close   arqcaderno
           close   arq-questao
           close   arqversao
           close   arqanula
           close   arqatrib
           close   cadassun
           close   caddisc
           close   exporta-ava

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P40SISC20"                      to ws-log-programa
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
      *>  Registrar o fim da execucao no log central (P28SISC20) - parametros
      *>  invalidos encerram como anormal
      *>------------------------------------------------------------------------
       8100-registrar-fim section.


           move    "P40SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           if      ws-parametros-ok then
                   move "N"                         to ws-log-situacao
           else
                   move "A"                         to ws-log-situacao
           end-if
           move    ws-qtd-lidas                     to ws-log-qtd-lidos
           move    ws-qtd-exportadas                to ws-log-qtd-gravados
           move    ws-qtd-fora                      to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
