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
                                                      *>offset 2282 na imagem do backup
           05  fl-resposta-extra occurs 0 to 20 times
                                 depending on fl-qtd-alt-extra
                                 pic x(360).
       77  ws-qtd-lidos                             pic 9(09).
       77  ws-qtd-gravados                          pic 9(09).
       77  ws-qtd-trailer                           pic 9(09).
       77  ws-qtd-layout-antigo                     pic 9(09).
       77  ws-tam-extras                            pic 9(04).

       01  ws-opcao                                 pic x(01).
           88  ws-opc-descarga                       value "D".
                   move    0                        to ws-qtd-lidos
                   move    0                        to ws-qtd-gravados
                   move    0                        to ws-qtd-trailer
                   move    0                        to ws-qtd-layout-antigo
                   move    "N"                      to ws-sw-trailer

                   evaluate true
                                                      *>a qtd de alternativas extras precisa ser
                                                      *>restaurada antes da imagem p/ dimensionar
                                                      *>o registro de comprimento variavel
                     if   bk-dados (2199:2) numeric then
                          perform 2215-converter-layout-antigo
                     else
                          move bk-dados (2282:2)    to fl-qtd-alt-extra
                          move bk-dados             to fl-questao
                     end-if
                     write fl-questao
                     if   ws-fs-arqQuestao = "00" or ws-fs-arqQuestao = "02" then
                          add  1                    to ws-qtd-gravados

           close   arq-questao

           if      ws-qtd-layout-antigo > 0 then
                   display "P20SISC20 - " ws-qtd-layout-antigo
                           " questoes do backup no layout anterior a revisao,"
                           " recarregadas com os campos de revisao em branco"
           end-if

           .
       2210-recarregar-arqquestao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imagem gravada antes dos campos de revisao - a qtd de alternativas
      *>  extras esta no offset 2199 (no layout atual a posicao e da situacao
      *>  de revisao, nunca numerica); a questao volta como antiga (situacao
      *>  em branco = aprovada) com as alternativas extras a partir de 2201
      *>------------------------------------------------------------------------
       2215-converter-layout-antigo section.


           add     1                                to ws-qtd-layout-antigo
           move    bk-dados (2199:2)                to fl-qtd-alt-extra
           move    bk-dados (1:2198)                to fl-questao (1:2198)
           move    space                            to fl-situacao-rev
           move    spaces                           to fl-autor
           move    0                                to fl-data-envio-rev
           move    spaces                           to fl-revisor
           move    0                                to fl-data-revisao
           move    spaces                           to fl-motivo-rev
           if      fl-qtd-alt-extra > 0 then
                   compute ws-tam-extras = fl-qtd-alt-extra * 360
                   move bk-dados (2201:ws-tam-extras) to fl-questao (2284:ws-tam-extras)
           end-if

           .
       2215-converter-layout-antigo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Recarregar caddisc do backup
       *>------------------------------------------------------------------------
