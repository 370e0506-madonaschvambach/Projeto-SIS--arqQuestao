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
