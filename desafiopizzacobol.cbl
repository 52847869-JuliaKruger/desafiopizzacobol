           select log-arquivo assign to dynamic ws-arquivo-log-nome
               organization is line sequential
               file status is ws-logarq-status.
           select pedido-compra assign to "PEDCOMP.DAT"
               organization is indexed
               access mode is dynamic
               record key is ped-chave
               file status is ws-ped-status.
           select arq-notas-receb assign to "NOTASREC.TXT"
               organization is line sequential
               file status is ws-nfr-status.
           select arq-div-receb assign to "RECEBDIV.TXT"
               organization is line sequential
               file status is ws-divr-status.
           select remessa-erp assign to "REMERP.DAT"
               organization is indexed
               access mode is dynamic
               record key is rem-seq
               file status is ws-rem-status.
           select arq-retorno-erp assign to "RETERP.DAT"
               organization is line sequential
               file status is ws-ret-status.
           select arq-recusas-erp assign to "RECUSERP.TXT"
               organization is line sequential
               file status is ws-rcs-status.
           select precos-pendentes assign to "PRECOPEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is pnd-chave
               file status is ws-pnd-status.
           select promocoes assign to "PROMOCAO.DAT"
               organization is indexed
               access mode is dynamic
               record key is prm-chave
               file status is ws-prm-status.
           select arq-reajuste-sim assign to "REAJSIM.TXT"
               organization is line sequential
               file status is ws-rsm-status.
           select arq-simulacao assign to "SIMULA.TMP"
               organization is line sequential
               file status is ws-sml-status.
           select arq-cadeia assign to "CADEIA.DAT"
               organization is line sequential
               file status is ws-cad-status.
           select arq-cadctrl assign to "CADCTRL.DAT"
               organization is line sequential
               file status is ws-ctl-status.
           select arq-relnoite assign to "RELNOITE.TXT"
               organization is line sequential
               file status is ws-rln-status.
           select solicitacao-cotacao assign to "SOLCOT.DAT"
               organization is indexed
               access mode is dynamic
               record key is sol-chave
               file status is ws-sol-status.
           select arq-sol-envio assign to dynamic ws-sol-arq-nome
               organization is line sequential
               file status is ws-sle-status.
           select arq-sol-resposta assign to dynamic ws-rsp-arq-nome
               organization is line sequential
               file status is ws-rsp-status.
           select lote-fornecedor assign to "LOTEFORN.DAT"
               organization is indexed
               access mode is dynamic
               record key is lfo-fornecedor
               file status is ws-lfo-status.
           select classificacao assign to "SORTWK".
       I-O-Control.

       fd  log-arquivo.
       01 linha-logarq                             pic x(120).

      * pedidos de compra gerados da sugestao aprovada: o item 00
      * de cada pedido e o cabecalho (fornecedor, situacao e
      * datas) e os itens 01 em diante trazem a pizza, a faixa, a
      * quantidade e o preco cotado no momento do pedido; situacao
      * A=aberto, E=enviado, R=recebido, C=cancelado
       fd  pedido-compra.
       01 reg-pedido.
           05 ped-chave.
               10 ped-numero                       pic 9(06).
               10 ped-item                         pic 9(02).
           05 ped-fornecedor                       pic x(15).
           05 ped-situacao                         pic x(01).
           05 ped-data-emissao.
               10 ped-emi-ano                      pic 9(4).
               10 ped-emi-mes                      pic 9(2).
               10 ped-emi-dia                      pic 9(2).
           05 ped-data-situacao                    pic 9(08).
           05 ped-operador                         pic x(10).
           05 ped-qtd-itens                        pic 9(02).
           05 ped-valor-total                      pic 9(09)v99.
           05 filler                               pic x(17).
       01 reg-pedido-item.
           05 pit-chave.
               10 pit-numero                       pic 9(06).
               10 pit-item                         pic 9(02).
           05 pit-nome                             pic x(15).
           05 pit-faixa                            pic x(07).
           05 pit-qtd                              pic 9(05).
           05 pit-preco                            pic 9(03)v99.
           05 pit-preco_cm2                        pic 9(03)v99.
           05 filler                               pic x(35).

      * itens das notas fiscais recebidas dos fornecedores, com as
      * linhas de uma mesma nota em sequencia: fornecedor, numero
      * da nota, pizza, quantidade, preco cobrado e diametro medido
      * no recebimento
       fd  arq-notas-receb.
       01 reg-nota-receb.
           05 nfr-fornecedor                       pic x(15).
           05 nfr-nota                             pic x(10).
           05 nfr-nome                             pic x(15).
           05 nfr-qtd                              pic 9(05).
           05 nfr-preco                            pic 9(03)v99.
           05 nfr-diametro                         pic 9(03)v99.

       fd  arq-div-receb.
       01 linha-div-receb                          pic x(100).

      * controle das remessas da interface do ERP, uma por
      * sequencia: o que foi enviado (data, detalhes e hash dos
      * precos) e o que o retorno do ERP confirmou; situacao
      * P=sem retorno, A=aceita, T=aceita em parte, R=recusada,
      * D=divergente da remessa enviada
       fd  remessa-erp.
       01 reg-remessa-erp.
           05 rem-seq                              pic 9(06).
           05 rem-data-envio                       pic 9(08).
           05 rem-qtd-enviada                      pic 9(06).
           05 rem-hash-enviado                     pic 9(11)v99.
           05 rem-situacao                         pic x(01).
           05 rem-data-retorno                     pic 9(08).
           05 rem-qtd-aceitos                      pic 9(06).
           05 rem-qtd-recusados                    pic 9(06).
           05 filler                               pic x(10).

       fd  arq-retorno-erp.
       01 linha-retorno-erp                        pic x(100).

       fd  arq-recusas-erp.
       01 linha-recusa-erp                         pic x(100).

      * alteracoes de preco retidas na alcada, uma por pizza/
      * fornecedor: o diametro e o preco lancados, o preco do
      * catalogo no lancamento, a variacao, quem lancou, de onde
      * (L=lote, M=manutencao do catalogo) e a decisao do
      * supervisor; situacao P=pendente, A=aprovada, R=recusada
       fd  precos-pendentes.
       01 reg-preco-pendente.
           05 pnd-chave.
               10 pnd-nome                         pic x(15).
               10 pnd-fornecedor                   pic x(15).
           05 pnd-diametro                         pic 9(03)v99.
           05 pnd-preco                            pic 9(03)v99.
           05 pnd-preco-antigo                     pic 9(03)v99.
           05 pnd-variacao                         pic S9(03)v99.
           05 pnd-origem                           pic x(01).
           05 pnd-operador                         pic x(10).
           05 pnd-data-lanc                        pic 9(08).
           05 pnd-situacao                         pic x(01).
           05 pnd-decisor                          pic x(10).
           05 pnd-data-decisao                     pic 9(08).
           05 filler                               pic x(10).

      * promocoes temporarias dos fornecedores, com o preco
      * promocional valendo de prm-data-inicio ate prm-data-fim
      * (inclusive); o catalogo guarda sempre o preco de tabela
       fd  promocoes.
       01 reg-promocao.
           05 prm-chave.
               10 prm-nome                         pic x(15).
               10 prm-fornecedor                   pic x(15).
               10 prm-data-inicio                  pic 9(08).
           05 prm-data-fim                         pic 9(08).
           05 prm-preco                            pic 9(03)v99.
           05 prm-operador                         pic x(10).
           05 prm-data-cadastro                    pic 9(08).
           05 filler                               pic x(10).

      * reajustes anunciados pelos fornecedores para a simulacao:
      * fornecedor, faixa de tamanho (em branco = todas), sinal
      * (+ aumento, - reducao) e percentual com centavos
       fd  arq-reajuste-sim.
       01 reg-reajuste-sim.
           05 rsm-fornecedor                       pic x(15).
           05 rsm-faixa                            pic x(07).
           05 rsm-sinal                            pic x(01).
           05 rsm-percentual                       pic 9(03)v99.

      * arquivo de trabalho da simulacao, com a posicao atual de
      * cada pizza na sua faixa e os valores simulados
       fd  arq-simulacao.
       01 reg-simulacao.
           05 sml-faixa-ind                        pic 9(01).
           05 sml-nome                             pic x(15).
           05 sml-fornecedor                       pic x(15).
           05 sml-diametro                         pic 9(03)v99.
           05 sml-preco-atual                      pic 9(03)v99.
           05 sml-preco-sim                        pic 9(03)v99.
           05 sml-cm2-atual                        pic 9(03)v99.
           05 sml-cm2-sim                          pic 9(03)v99.
           05 sml-pos-atual                        pic 9(05).
           05 sml-promo                            pic x(05).

      * definicao da cadeia noturna: um passo por linha, na ordem
      * de execucao, com a opcao do menu, o codigo de retorno
      * maximo aceito e os parametros que o PARAMLOT.DAT daria
       fd  arq-cadeia.
       01 reg-cadeia.
           05 cad-passo                            pic 9(02).
           05 filler                               pic x(01).
           05 cad-opcao                            pic x(01).
           05 filler                               pic x(01).
           05 cad-rc-max                           pic 9(02).
           05 filler                               pic x(01).
           05 cad-lote                             pic x(03).
           05 filler                               pic x(01).
           05 cad-parametro                        pic x(15).
           05 filler                               pic x(01).
           05 cad-fornecedor                       pic x(15).

      * controle da cadeia noturna: situacao de cada passo (P =
      * pendente, E = em execucao, C = concluido, F = falhou),
      * inicio, fim e codigo de retorno
       fd  arq-cadctrl.
       01 reg-cadctrl.
           05 ctl-passo                            pic 9(02).
           05 filler                               pic x(01).
           05 ctl-opcao                            pic x(01).
           05 filler                               pic x(01).
           05 ctl-situacao                         pic x(01).
           05 filler                               pic x(01).
           05 ctl-data-ini                         pic 9(08).
           05 filler                               pic x(01).
           05 ctl-hora-ini                         pic x(08).
           05 filler                               pic x(01).
           05 ctl-data-fim                         pic 9(08).
           05 filler                               pic x(01).
           05 ctl-hora-fim                         pic x(08).
           05 filler                               pic x(01).
           05 ctl-rc                               pic 9(04).
           05 filler                               pic x(01).
           05 ctl-rc-max                           pic 9(02).
           05 filler                               pic x(01).
           05 ctl-lote                             pic x(03).
           05 filler                               pic x(01).
           05 ctl-parametro                        pic x(15).
           05 filler                               pic x(01).
           05 ctl-fornecedor                       pic x(15).

       fd  arq-relnoite.
       01 linha-relnoite                           pic x(100).

      * solicitacoes de cotacao aos fornecedores: o item 000 e o
      * cabecalho da solicitacao (situacao A = aberta, R =
      * respondida, P = respondida em parte) e os demais sao as
      * pizzas a recotar (situacao P = pendente, R = respondido, S
      * = sem resposta)
       fd  solicitacao-cotacao.
       01 reg-solcot.
           05 sol-chave.
               10 sol-numero                       pic 9(06).
               10 sol-item                         pic 9(03).
           05 sol-fornecedor                       pic x(15).
           05 sol-situacao                         pic x(01).
           05 sol-dados                            pic x(40).
           05 sol-cabecalho redefines sol-dados.
               10 sol-data-emissao                 pic 9(08).
               10 sol-data-limite                  pic 9(08).
               10 sol-data-resposta                pic 9(08).
               10 sol-qtd-itens                    pic 9(03).
               10 sol-qtd-sem-resp                 pic 9(03).
               10 sol-operador                     pic x(10).
           05 sol-detalhe redefines sol-dados.
               10 sol-nome                         pic x(15).
               10 sol-diametro                     pic 9(03)v99.
               10 sol-preco-atual                  pic 9(03)v99.
               10 sol-preco-resp                   pic 9(03)v99.
               10 filler                           pic x(10).

      * arquivo de solicitacao enviado ao fornecedor (SOLnnnnnn.TXT)
       fd  arq-sol-envio.
       01 linha-sol-envio                          pic x(100).

      * resposta do fornecedor (RSPnnnnnn.TXT), no leiaute do lote
       fd  arq-sol-resposta.
       01 reg-sol-resposta.
           05 rsp-nome                             pic x(15).
           05 rsp-fornecedor                       pic x(15).
           05 rsp-diametro                         pic 9(03)v99.
           05 rsp-preco                            pic 9(03)v99.

      * acumulado por fornecedor dos registros apresentados ao
      * crivo do lote (carga, reprocessamento e respostas de
      * cotacao) e dos que ele rejeitou, para a taxa de rejeicao
      * do scorecard
       fd  lote-fornecedor.
       01 reg-lote-fornecedor.
           05 lfo-fornecedor                       pic x(15).
           05 lfo-submetidos                       pic 9(07).
           05 lfo-rejeitados                       pic 9(07).
           05 lfo-data-ult                         pic 9(08).
           05 filler                               pic x(10).

       sd  classificacao.
       01 reg-classificacao.
           05 cls-fornecedor                       pic x(15).
               10 cls-data-cad-ano                 pic 9(4).
               10 cls-data-cad-mes                 pic 9(2).
               10 cls-data-cad-dia                 pic 9(2).
           05 cls-promocao                         pic x(05).

      * leiaute alternativo do registro de sort, usado na
      * classificacao das estatisticas mensais por fornecedor
           05 ce-maior-pizza                       pic x(15).
           05 ce-alteracoes                        pic 9(05).

      * leiaute alternativo do registro de sort, usado na
      * classificacao do scorecard de fornecedores pela nota
       01 reg-clas-score.
           05 csc-nota                             pic 9(03)v99.
           05 csc-fornecedor                       pic x(15).
           05 csc-razao                            pic x(30).
           05 csc-qtd-pizzas                       pic 9(05).
           05 csc-indice                           pic 9(03)v99.
           05 csc-nota-preco                       pic 9(03)v99.
           05 csc-var-media                        pic 9(03)v99.
           05 csc-nota-var                         pic 9(03)v99.
           05 csc-taxa-rej                         pic 9(03)v99.
           05 csc-nota-rej                         pic 9(03)v99.
           05 csc-idade-media                      pic 9(05).
           05 csc-nota-idade                       pic 9(03)v99.

      * leiaute alternativo do registro de sort, usado na
      * simulacao de reajuste para a posicao de cada pizza na
      * faixa, pelo R$/cm2 atual e depois pelo simulado
       01 reg-clas-sim.
           05 csm-faixa-ind                        pic 9(01).
           05 csm-cm2                              pic 9(03)v99.
           05 csm-fornecedor                       pic x(15).
           05 csm-nome                             pic x(15).
           05 csm-diametro                         pic 9(03)v99.
           05 csm-preco-atual                      pic 9(03)v99.
           05 csm-preco-sim                        pic 9(03)v99.
           05 csm-cm2-atual                        pic 9(03)v99.
           05 csm-cm2-sim                          pic 9(03)v99.
           05 csm-pos-atual                        pic 9(05).
           05 csm-promo                            pic x(05).

      *----Variaveis de trabalho
       Working-storage Section.

           05 sug2-forn                            pic x(15).
           05 sug2-preco                           pic 9(03)V99.
           05 sug2-cm2                             pic 9(03)V99.
           05 sug-pedido                           pic x(03).
           05 sug1-promo                           pic x(05).
           05 sug2-promo                           pic x(05).

       77 ws-dem-status                            pic x(2).
       77 ws-validade-dias                         pic 9(04)
       77 ws-ed-sug-qtd                            pic ZZZZ9.
       77 ws-ed-sug-total                          pic ZZZZZZ9,99.
       77 ws-ed-sug-geral                          pic ZZZZZZZ9,99.
       77 ws-ped-status                            pic x(2).
       77 ws-ped-resp                              pic x(03).
       77 ws-ped-acao                              pic x(01).
       77 ws-ped-ultimo                            pic 9(06).
       77 ws-ped-numero                            pic 9(06).
       77 ws-ped-num-txt                           pic x(06)
                                                   justified right.
       77 ws-ped-faixa                             pic 9(01).
       77 ws-ped-forn-atual                        pic x(15).
       77 ws-ped-qtd-itens                         pic 9(02).
       77 ws-ped-total                             pic 9(09)V99.
       77 ws-ped-gerados                           pic 9(05).
       77 ws-ped-listados                          pic 9(05).
       77 ws-ped-sit-filtro                        pic x(01).
       77 ws-ped-sit-nova                          pic x(01).
       77 ws-ped-sit-desc                          pic x(09).
       77 ws-ed-ped-gerados                        pic ZZZZ9.
       77 ws-ed-ped-itens                          pic Z9.
       77 ws-nfr-status                            pic x(2).
       77 ws-divr-status                           pic x(2).
       77 ws-rec-forn-atual                        pic x(15).
       77 ws-rec-nota-atual                        pic x(10).
       77 ws-rec-catalogo                          pic x(03).
       77 ws-rec-ped-existe                        pic x(03).
       77 ws-rec-hdr-forn                          pic x(15).
       77 ws-rec-hdr-sit                           pic x(01).
       77 ws-rec-ped-num                           pic 9(06).
       77 ws-rec-ped-qtd                           pic 9(05).
       77 ws-rec-ped-preco                         pic 9(03)V99.
       77 ws-rec-preco-ref                         pic 9(03)V99.
       77 ws-rec-cm2-real                          pic 9(03)V99.
       77 ws-rec-itens                             pic 9(05).
       77 ws-rec-div-nota                          pic 9(05).
       77 ws-rec-notas                             pic 9(05).
       77 ws-rec-div-total                         pic 9(05).
       77 ws-rec-linha-valor                       pic 9(08)V99.
       77 ws-rec-cobrado                           pic 9(09)V99.
       77 ws-rec-esperado                          pic 9(09)V99.
       77 ws-rec-ger-cobrado                       pic 9(09)V99.
       77 ws-rec-ger-esperado                      pic 9(09)V99.
       77 ws-rec-diferenca                         pic S9(09)V99.
       77 ws-rec-div-texto                         pic x(96).
       77 ws-ed-rec-esperado                       pic ZZZZZZZ9,99.
       77 ws-ed-rec-dif                            pic -ZZZZZZZ9,99.
       77 ws-ed-rec-qtd-ped                        pic ZZZZ9.
       77 ws-faixa                                 pic x(07).
       77 ws-faixa-ind                             pic 9(01).
       77 ws-faixa-media                           pic 9(03)V99.
           05 int-a-tipo                           pic x(01).
           05 int-a-texto                          pic x(99).

      * leiautes do arquivo de retorno do ERP (RETERP.DAT): header
      * com a sequencia e o status do lote (A=aceito, R=recusado,
      * P=aceito em parte), um detalhe por pizza/fornecedor com o
      * aceite (A) ou a recusa (R) e o motivo, e trailer com a
      * contagem e o hash dos precos recebidos pelo ERP
       01 ws-ret-header.
           05 ret-h-tipo                           pic x(01).
           05 ret-h-seq                            pic 9(06).
           05 ret-h-status                         pic x(01).
       01 ws-ret-detalhe.
           05 ret-d-tipo                           pic x(01).
           05 ret-d-nome                           pic x(15).
           05 ret-d-fornecedor                     pic x(15).
           05 ret-d-status                         pic x(01).
           05 ret-d-motivo                         pic x(40).
       01 ws-ret-trailer.
           05 ret-t-tipo                           pic x(01).
           05 ret-t-qtd                            pic 9(06).
           05 ret-t-hash                           pic 9(11)V99.

       77 ws-rem-status                            pic x(2).
       77 ws-ret-status                            pic x(2).
       77 ws-rcs-status                            pic x(2).
       77 ws-erp-liberado                          pic x(03).
       77 ws-ret-acao                              pic x(01).
       77 ws-ret-seq                               pic 9(06).
       77 ws-ret-status-lote                       pic x(01).
       77 ws-ret-tem-header                        pic x(03).
       77 ws-ret-tem-trailer                       pic x(03).
       77 ws-ret-qtd-det                           pic 9(06).
       77 ws-ret-aceitos                           pic 9(06).
       77 ws-ret-recusados                         pic 9(06).
       77 ws-ret-invalidos                         pic 9(06).
       77 ws-ret-t-qtd                             pic 9(06).
       77 ws-ret-t-hash                            pic 9(11)V99.
       77 ws-ret-situacao                          pic x(01).
       77 ws-ret-sit-desc                          pic x(14).
       77 ws-ed-ret-aceitos                        pic ZZZZZ9.
       77 ws-ed-ret-recusados                      pic ZZZZZ9.
       77 ws-ed-int-hash                           pic ZZZZZZZZZZ9,99.
       77 ws-ed-ret-hash                           pic ZZZZZZZZZZ9,99.
       77 ws-int-gerado                            pic x(03).
       77 ws-seq-ult-num                           pic 9(06).
       77 ws-seq-ult-data                          pic x(08).
       77 ws-pnd-status                            pic x(2).
       77 ws-alcada-limite                         pic 9(03)V99
                                                   value 30.
       77 ws-alc-preco-ant                         pic 9(03)V99.
       77 ws-alc-preco                             pic 9(03)V99.
       77 ws-alc-diametro                          pic 9(03)V99.
       77 ws-alc-origem                            pic x(01).
       77 ws-alc-variacao                          pic S9(03)V99.
       77 ws-alc-var-calc                          pic S9(09)V99.
       77 ws-alc-var-abs                           pic 9(03)V99.
       77 ws-alc-retem                             pic x(03).
       77 ws-lote-retidos                          pic 9(05).
       77 ws-ed-retidos                            pic ZZZZ9.
       77 ws-pnd-acao                              pic x(01).
       77 ws-pnd-qtd                               pic 9(05).
       77 ws-pnd-decididas                         pic 9(05).
       77 ws-ed-pnd-qtd                            pic ZZZZ9.
       77 ws-prm-status                            pic x(2).
       77 ws-usa-promocao                          pic x(03)
                                                   value "Nao".
       77 ws-prm-aberto                            pic x(03)
                                                   value "Nao".
       77 ws-prm-dias-aviso                        pic 9(03)
                                                   value 7.
       77 ws-prm-hoje                              pic 9(08).
       77 ws-prm-nome                              pic x(15).
       77 ws-prm-fornecedor                        pic x(15).
       77 ws-prm-achou                             pic x(03).
       77 ws-prm-preco-ef                          pic 9(03)V99.
       77 ws-prm-preco                             pic 9(03)V99.
       77 ws-prm-cm2                               pic 9(03)V99.
       77 ws-prm-marca                             pic x(05).
       77 ws-prm-acao                              pic x(01).
       77 ws-prm-inicio                            pic 9(08).
       77 ws-prm-fim                               pic 9(08).
       77 ws-prm-data-txt                          pic x(08).
       77 ws-prm-conflito                          pic x(03).
       77 ws-prm-dias-rest                         pic S9(07).
       77 ws-prm-qtd                               pic 9(05).
       77 ws-prm-sit-desc                          pic x(09).
       77 ws-ed-prm-dias                           pic ZZZ9.
       01 ws-prm-data-ed.
           05 ws-prm-ed-dia                        pic 9(02).
           05 filler                               pic x(01)
                                                   value "/".
           05 ws-prm-ed-mes                        pic 9(02).
           05 filler                               pic x(01)
                                                   value "/".
           05 ws-prm-ed-ano                        pic 9(04).

      * acumuladores do scorecard, um por fornecedor ativo do
      * cadastro: indice de R$/cm2 contra a media da faixa (100 =
      * na media), idade das cotacoes, variacoes de preco do
      * historico e registros apresentados e rejeitados nos lotes
       01 score-forn occurs 200.
           05 sco-fornecedor                       pic x(15).
           05 sco-razao                            pic x(30).
           05 sco-qtd-pizzas                       pic 9(05).
           05 sco-soma-indice                      pic 9(07)V99.
           05 sco-soma-idade                       pic 9(09).
           05 sco-qtd-var                          pic 9(05).
           05 sco-soma-var                         pic 9(07)V99.
           05 sco-submetidos                       pic 9(07).
           05 sco-rejeicoes                        pic 9(07).

       77 ws-peso-preco                            pic 9(03)
                                                   value 40.
       77 ws-peso-volat                            pic 9(03)
                                                   value 20.
       77 ws-peso-rejei                            pic 9(03)
                                                   value 20.
       77 ws-peso-idade                            pic 9(03)
                                                   value 20.
       77 ws-sco-max                               pic 9(03)
                                                   value 200.
       77 ws-sco-qtd                               pic 9(03).
       77 ws-sco-ind                               pic 9(03).
       77 ws-sco-pos                               pic 9(03).
       77 ws-sco-achado                            pic x(03).
       77 ws-sco-estouro                           pic x(03).
       77 ws-sco-busca                             pic x(15).
       77 ws-sco-calc                              pic S9(07)V99.
       77 ws-sco-media-faixa                       pic 9(03)V99.
       77 ws-sco-ant-nome                          pic x(15).
       77 ws-sco-ant-forn                          pic x(15).
       77 ws-sco-ant-preco                         pic 9(03)V99.
       77 ws-sco-peso-total                        pic 9(05).
       77 ws-sco-rank                              pic 9(03).
       77 ws-ed-sco-rank                           pic ZZ9.
       77 ws-ed-sco-nota                           pic ZZ9,99.
       77 ws-ed-sco-qtd                            pic ZZZZ9.
       77 ws-ed-sco-n1                             pic ZZ9,99.
       77 ws-ed-sco-n2                             pic ZZ9,99.
       77 ws-ed-sco-n3                             pic ZZ9,99.
       77 ws-ed-sco-n4                             pic ZZ9,99.
       77 ws-ed-sco-v1                             pic ZZ9,99.
       77 ws-ed-sco-v2                             pic ZZ9,99.
       77 ws-ed-sco-v3                             pic ZZ9,99.
       77 ws-ed-sco-idade                          pic ZZZZ9.

      * reajustes da simulacao (what-if), lidos de REAJSIM.TXT ou
      * digitados; percentual com sinal
       01 sim-reajuste occurs 50.
           05 sim-r-fornecedor                     pic x(15).
           05 sim-r-faixa                          pic x(07).
           05 sim-r-percent                        pic S9(03)V99.

      * custo da sugestao de compra por faixa antes e depois do
      * reajuste simulado
       01 sim-custo-faixa occurs 4.
           05 sim-c-antes                          pic 9(09)V99.
           05 sim-c-depois                         pic 9(09)V99.
           05 sim-c-forn-antes                     pic x(15).
           05 sim-c-forn-depois                    pic x(15).

       01 ws-sim-pct-area.
           05 ws-sim-pct-valor                     pic x(05).
           05 ws-sim-pct-v99 redefines ws-sim-pct-valor
                                                   pic 9(03)V99.

       77 ws-rsm-status                            pic x(2).
       77 ws-sml-status                            pic x(2).
       77 ws-sim-ativa                             pic x(03)
                                                   value "Nao".
       77 ws-sim-max                               pic 9(02)
                                                   value 50.
       77 ws-sim-qtd                               pic 9(02).
       77 ws-sim-ind                               pic 9(02).
       77 ws-sim-origem                            pic x(01).
       77 ws-sim-sinal                             pic x(01).
       77 ws-sim-pct-txt                           pic x(05)
                                                   justified right.
       77 ws-sim-pct                               pic 9(03)V99.
       77 ws-ed-sim-cm2-ant                        pic ZZ9,99.
       77 ws-sim-forn-ent                          pic x(15).
       77 ws-sim-faixa-ent                         pic x(07).
       77 ws-sim-ok                                pic x(03).
       77 ws-sim-pct-aplic                         pic S9(03)V99.
       77 ws-sim-achou-geral                       pic x(03).
       77 ws-sim-achou-faixa                       pic x(03).
       77 ws-sim-preco-base                        pic 9(03)V99.
       77 ws-sim-calc                              pic S9(05)V99.
       77 ws-sim-preco                             pic 9(03)V99.
       77 ws-sim-cm2                               pic 9(03)V99.
       77 ws-sim-faixa-ant                         pic 9(01).
       77 ws-sim-pos                               pic 9(05).
       77 ws-sim-total-antes                       pic 9(09)V99.
       77 ws-sim-total-depois                      pic 9(09)V99.
       77 ws-sim-dem-ok                            pic x(03).
       77 ws-sim-marca                             pic x(16).
       77 ws-sim-mudancas                          pic 9(05).
       77 ws-sim-perdas                            pic 9(05).
       77 ws-ed-sim-pos-ant                        pic ZZZZ9.
       77 ws-ed-sim-pos                            pic ZZZZ9.
       77 ws-ed-sim-pct                            pic ---9,99.
       77 ws-ed-sim-antes                          pic ZZZZZZZZ9,99.
       77 ws-ed-sim-depois                         pic ZZZZZZZZ9,99.
       77 ws-ed-sim-dif                            pic -ZZZZZZZZ9,99.

      * passos da cadeia noturna carregados de CADEIA.DAT, com a
      * situacao de cada um mantida em CADCTRL.DAT
       01 cadeia-passo occurs 20.
           05 cdp-passo                            pic 9(02).
           05 cdp-opcao                            pic x(01).
           05 cdp-rc-max                           pic 9(02).
           05 cdp-lote                             pic x(03).
           05 cdp-parametro                        pic x(15).
           05 cdp-fornecedor                       pic x(15).
           05 cdp-situacao                         pic x(01).
           05 cdp-data-ini                         pic 9(08).
           05 cdp-hora-ini                         pic x(08).
           05 cdp-data-fim                         pic 9(08).
           05 cdp-hora-fim                         pic x(08).
           05 cdp-rc                               pic 9(04).

       01 ws-cad-data-ed.
           05 ws-cad-ed-dia                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cad-ed-mes                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-cad-ed-ano                        pic 9(04).

       77 ws-cad-status                            pic x(2).
       77 ws-ctl-status                            pic x(2).
       77 ws-rln-status                            pic x(2).
       77 ws-cad-max                               pic 9(02)
                                                   value 20.
       77 ws-cad-qtd                               pic 9(02).
       77 ws-cad-ind                               pic 9(02).
       77 ws-cad-grv                               pic 9(02).
       77 ws-cad-ok                                pic x(03).
       77 ws-cad-reinicio                          pic x(03).
       77 ws-cad-resp                              pic x(03).
       77 ws-cad-falha                             pic 9(02).
       77 ws-cad-pulados                           pic 9(02).
       77 ws-cad-rc-cadeia                         pic 9(04).
       77 ws-cad-silencioso                        pic x(03).
       77 ws-cad-hora                              pic x(08).
       77 ws-cad-sit-desc                          pic x(12).
       77 ws-cad-data-ini-ed                       pic x(10).
       77 ws-cad-data-fim-ed                       pic x(10).
       77 ws-ed-cad-passo                          pic 99.
       77 ws-ed-cad-rc                             pic ZZZ9.
       77 ws-ed-cad-rc-max                         pic Z9.

      * tipos de excecao do verificador de integridade, com a
      * contagem de graves e avisos de cada tipo
       01 int-tipo-tab occurs 5.
           05 int-t-desc                           pic x(60).
           05 int-t-graves                         pic 9(05).
           05 int-t-avisos                         pic 9(05).

       01 ws-int-chave-hst.
           05 ws-int-hst-nome                      pic x(15).
           05 ws-int-hst-fornecedor                pic x(15).

       77 ws-int-tipo                              pic 9(01).
       77 ws-int-sev                               pic x(05).
       77 ws-int-chave                             pic x(31).
       77 ws-int-desc                              pic x(60).
       77 ws-int-acao                              pic x(60).
       77 ws-int-graves                            pic 9(05).
       77 ws-int-avisos                            pic 9(05).
       77 ws-int-cm2                               pic 9(03)v99.
       77 ws-int-cat-ok                            pic x(03).
       77 ws-int-supervisores                      pic 9(05).
       77 ws-int-est-lidos                         pic 9(05).
       77 ws-int-est-per                           pic 9(06).
       77 ws-int-est-per-ant                       pic 9(06).
       77 ws-int-est-forn-ant                      pic x(15).
       77 ws-int-per-atual                         pic 9(06).
       77 ws-int-falta                             pic 9(06).
       77 ws-ed-int-falta                          pic ZZZZZ9.
       77 ws-ed-int-graves                         pic ZZZZ9.
       77 ws-ed-int-avisos                         pic ZZZZ9.

      * item da solicitacao de cotacao no leiaute da resposta
       01 ws-sol-item-envio.
           05 sie-nome                             pic x(15).
           05 sie-fornecedor                       pic x(15).
           05 sie-diametro                         pic 9(03)v99.
           05 sie-preco                            pic 9(03)v99.

       01 ws-sol-data-ed.
           05 ws-sol-ed-dia                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-sol-ed-mes                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-sol-ed-ano                        pic 9(04).

       77 ws-sol-status                            pic x(2).
       77 ws-sle-status                            pic x(2).
       77 ws-rsp-status                            pic x(2).
       77 ws-lfo-status                            pic x(2).
       77 ws-lfo-aberto                            pic x(03)
                                                   value "Nao".
       77 ws-lfo-rej-antes                         pic 9(06).
       77 ws-sol-prazo-dias                        pic 9(03)
                                                   value 10.
       77 ws-sol-arq-nome                          pic x(20).
       77 ws-rsp-arq-nome                          pic x(20).
       77 ws-sol-acao                              pic x(01).
       77 ws-sol-ultimo                            pic 9(06).
       77 ws-sol-numero                            pic 9(06).
       77 ws-sol-selecao                           pic 9(06).
       77 ws-sol-ent-numero                        pic x(06)
                                                   justified right.
       77 ws-sol-item                              pic 9(03).
       77 ws-sol-forn-atual                        pic x(15).
       77 ws-sol-forn-ok                           pic x(03).
       77 ws-sol-aberta                            pic x(03).
       77 ws-sol-num-aberta                        pic 9(06).
       77 ws-sol-achou                             pic x(03).
       77 ws-sol-data-emissao                      pic 9(08).
       77 ws-sol-data-limite                       pic 9(08).
       77 ws-sol-emissao-ed                        pic x(10).
       77 ws-sol-limite-ed                         pic x(10).
       77 ws-sol-soma-dias                         pic 9(03).
       77 ws-sol-dias-mes                          pic 9(02).
       77 ws-sol-cab-fornecedor                    pic x(15).
       77 ws-sol-cab-limite                        pic 9(08).
       77 ws-sol-geradas                           pic 9(05).
       77 ws-sol-puladas                           pic 9(05).
       77 ws-sol-itens-total                       pic 9(05).
       77 ws-sol-importadas                        pic 9(05).
       77 ws-sol-rsp-lidas                         pic 9(05).
       77 ws-sol-nao-pedidos                       pic 9(05).
       77 ws-sol-sem-resposta                      pic 9(05).
       77 ws-sol-rej-antes                         pic 9(05).
       77 ws-sol-renova-cotacao                    pic x(03)
                                                   value "Nao".
       77 ws-sol-sem-resp-sol                      pic 9(03).
       77 ws-sol-fora-prazo                        pic 9(05).
       77 ws-sol-abertas                           pic 9(05).
       77 ws-sol-atrasadas                         pic 9(05).
       77 ws-sol-parciais                          pic 9(05).
       77 ws-ed-sol-qtd                            pic ZZZZ9.
       77 ws-ed-sol-qtd2                           pic ZZZZ9.
       77 ws-ed-sol-qtd3                           pic ZZZZ9.

      * parametros de negocio carregados de PARMNEG.DAT no
      * inicializa, um valor de 5 digitos por linha, na ordem:
      * limiar de alerta (com centavos), limites das faixas de
      * tamanho, maximo de combinacoes do resumo de auditoria,
      * validade das cotacoes em dias, retencao do historico em
      * meses, limite da alcada de preco (com centavos), dias de
      * antecedencia do aviso de promocoes a vencer e os pesos do
      * scorecard de fornecedores (competitividade, volatilidade,
      * rejeicoes e idade das cotacoes) e o prazo de resposta das
      * solicitacoes de cotacao em dias; sem o arquivo valem os
      * padroes do fonte
       77 ws-parn-status                           pic x(2).
       77 ws-parn-ind                              pic 9(02).
       77 ws-parn-opc                              pic x(02)
                                                   justified right.
       77 ws-parn-ent                              pic x(05)
                                                   justified right.
       77 ws-parn-ok                               pic x(03).
                   perform expurgo-historico
               when "G"
                   perform manutencao-parametros
               when "H"
                   perform manutencao-pedidos
               when "I"
                   perform conferencia-recebimento
               when "J"
                   perform retorno-interface-erp
               when "K"
                   perform aprovacao-precos
               when "L"
                   perform manutencao-promocoes
               when "M"
                   perform scorecard-fornecedores
               when "N"
                   perform simulacao-reajuste
               when "P"
                   perform cadeia-noturna
               when "Q"
                   perform verifica-integridade
               when "R"
                   perform solicitacao-cotacao-forn
               when other
                   display "Opcao invalida!"
                   move 8 to ws-codigo-retorno
                       display "F-Expurgo/arquivamento do"
                           " historico de precos"
                       display "G-Parametros de negocio"
                       display "H-Pedidos de compra (consulta,"
                           " cancelamento e baixa)"
                       display "I-Conferencia de recebimento das"
                           " notas fiscais"
                       display "J-Retorno do ERP e controle das"
                           " remessas"
                       display "K-Aprovacao das alteracoes de preco"
                           " retidas na alcada"
                       display "L-Promocoes dos fornecedores"
                       display "M-Scorecard de fornecedores"
                       display "N-Simulacao de reajuste de precos"
                           " (what-if)"
                       display "P-Cadeia do processamento noturno"
                       display "Q-Verificacao de integridade dos"
                           " cadastros"
                       display "R-Solicitacao de cotacao aos"
                           " fornecedores"
                       display "Escolha uma opcao: "
                       accept opcao-menu
                   end-if
               exit.

      * niveis de permissao: 1 = digitacao (cadastrar, consultar,
      * tendencia, comparativo e conferencia de recebimento); 2 =
      * supervisor (todas, incluindo consolidado, manutencao do
      * catalogo, pedidos de compra, aprovacao de precos,
      * promocoes, scorecard, simulacao de reajuste, cadeia
      * noturna, verificacao de integridade, solicitacao de
      * cotacao e log de auditoria)
           valida-permissao-opcao section.
               move "Nao" to ws-opcao-permitida
               evaluate opcao-menu
                   when "6"
                   when "B"
                   when "C"
                   when "I"
                       move "Sim" to ws-opcao-permitida
                   when "3"
                   when "5"
                   when "E"
                   when "F"
                   when "G"
                   when "H"
                   when "J"
                   when "K"
                   when "L"
                   when "M"
                   when "N"
                   when "P"
                   when "Q"
                   when "R"
                       if operador-nivel >= 2
                           move "Sim" to ws-opcao-permitida
                       end-if
      * Sim/Nao e, quando a opcao pede, nome e fornecedor da
      * pizza; na opcao 1 a quinta linha traz "Sim" para aplicar
      * precos atualizados ou "REPROC" para reprocessar os
      * rejeitados corrigidos; na opcao P traz "REINICIO" para
      * retomar a cadeia noturna a partir do passo que falhou; na
      * opcao R traz "GERA" ou "IMPORTA" (sem ela, o relatorio)
           le-parametros section.
               move "Sim" to modo-lote
               move "Nao" to exporta-csv-opcao
               end-if
               move 0 to ws-parn-ind
               perform until ws-parn-status = "10"
                   or ws-parn-ind >= 14
                   read arq-param-negocio next record
                       at end
                           move "10" to ws-parn-status
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 8
                       if ws-parn-v99 >= 1 and ws-parn-v99 <= 100
                           move ws-parn-v99 to ws-alcada-limite
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 9
                       if ws-parn-num >= 1 and ws-parn-num <= 365
                           move ws-parn-num to ws-prm-dias-aviso
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 10
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-preco
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 11
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-volat
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 12
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-rejei
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 13
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-idade
                       else
                           perform avisa-parametro-invalido
                       end-if
                   when 14
                       if ws-parn-num >= 1 and ws-parn-num <= 90
                           move ws-parn-num to ws-sol-prazo-dias
                       else
                           perform avisa-parametro-invalido
                       end-if
               end-evaluate
               .
           carrega-parametro-negocio-exit.
               end-if
               perform mostra-parametros-negocio
               move spaces to ws-parn-opc
               perform until ws-parn-opc = "00"
                   display "Numero do parametro a alterar"
                       " (1-14, 0=encerrar): "
                   accept ws-parn-opc
                   inspect ws-parn-opc replacing leading
                       spaces by "0"
                   if ws-parn-opc >= "01" and ws-parn-opc <= "14"
                       perform altera-parametro-negocio
                       perform mostra-parametros-negocio
                   else
                       if ws-parn-opc not = "00"
                           display "Opcao invalida."
                       end-if
                   end-if
                   ws-validade-dias
               display "7-Retencao do historico (meses): "
                   ws-retencao-meses
               move ws-alcada-limite to ws-ed-preco
               display "8-Limite da alcada de preco (%): "
                   ws-ed-preco
               display "9-Aviso de promocoes a vencer (dias): "
                   ws-prm-dias-aviso
               display "10-Peso da competitividade no scorecard: "
                   ws-peso-preco
               display "11-Peso da volatilidade no scorecard: "
                   ws-peso-volat
               display "12-Peso das rejeicoes no scorecard: "
                   ws-peso-rejei
               display "13-Peso da idade das cotacoes no"
                   " scorecard: " ws-peso-idade
               display "14-Prazo de resposta das solicitacoes de"
                   " cotacao (dias): " ws-sol-prazo-dias
               .
           mostra-parametros-negocio-exit.
               exit.
      * recebe o novo valor do parametro escolhido, valida contra
      * a faixa permitida, aplica, regrava PARMNEG.DAT e audita
           altera-parametro-negocio section.
               display "Novo valor (ate 5 digitos; o limiar e a"
                   " alcada levam os centavos nas 2 ultimas"
                   " posicoes): "
               accept ws-parn-ent
               inspect ws-parn-ent replacing leading
                   spaces by "0"
               move "Nao" to ws-parn-ok
               move spaces to ws-log-nome
               evaluate ws-parn-opc
                   when "01"
                       if ws-parn-v99 >= 1 and ws-parn-v99 <= 100
                           move ws-parn-v99 to limiar-alerta
                           move "Sim" to ws-parn-ok
                                  into ws-log-nome
                           end-string
                       end-if
                   when "02"
                       if ws-parn-num >= 1
                           and ws-parn-num < ws-faixa-lim2
                           move ws-parn-num to ws-faixa-lim1
                                  into ws-log-nome
                           end-string
                       end-if
                   when "03"
                       if ws-parn-num > ws-faixa-lim1
                           and ws-parn-num < ws-faixa-lim3
                           move ws-parn-num to ws-faixa-lim2
                                  into ws-log-nome
                           end-string
                       end-if
                   when "04"
                       if ws-parn-num > ws-faixa-lim2
                           and ws-parn-num <= 999
                           move ws-parn-num to ws-faixa-lim3
                                  into ws-log-nome
                           end-string
                       end-if
                   when "05"
                       if ws-parn-num >= 1 and ws-parn-num <= 100
                           move ws-parn-num to ws-tally-max
                           move "Sim" to ws-parn-ok
                                  into ws-log-nome
                           end-string
                       end-if
                   when "06"
                       if ws-parn-num >= 1 and ws-parn-num <= 9999
                           move ws-parn-num to ws-validade-dias
                           move "Sim" to ws-parn-ok
                                  into ws-log-nome
                           end-string
                       end-if
                   when "07"
                       if ws-parn-num >= 1 and ws-parn-num <= 999
                           move ws-parn-num to ws-retencao-meses
                           move "Sim" to ws-parn-ok
                                  into ws-log-nome
                           end-string
                       end-if
                   when "08"
                       if ws-parn-v99 >= 1 and ws-parn-v99 <= 100
                           move ws-parn-v99 to ws-alcada-limite
                           move "Sim" to ws-parn-ok
                           string "alcada="     delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
                   when "09"
                       if ws-parn-num >= 1 and ws-parn-num <= 365
                           move ws-parn-num to ws-prm-dias-aviso
                           move "Sim" to ws-parn-ok
                           string "promo="       delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
                   when "10"
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-preco
                           move "Sim" to ws-parn-ok
                           string "pesopreco="  delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
                   when "11"
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-volat
                           move "Sim" to ws-parn-ok
                           string "pesovolat="  delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
                   when "12"
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-rejei
                           move "Sim" to ws-parn-ok
                           string "pesorejei="  delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
                   when "13"
                       if ws-parn-num <= 100
                           move ws-parn-num to ws-peso-idade
                           move "Sim" to ws-parn-ok
                           string "pesoidade="  delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
                   when "14"
                       if ws-parn-num >= 1 and ws-parn-num <= 90
                           move ws-parn-num to ws-sol-prazo-dias
                           move "Sim" to ws-parn-ok
                           string "prazosol="   delimited by size
                                  ws-parn-valor delimited by size
                                  into ws-log-nome
                           end-string
                       end-if
               end-evaluate
               if ws-parn-ok = "Sim"
                   perform grava-parametros-negocio
           altera-parametro-negocio-exit.
               exit.

      * regrava PARMNEG.DAT com os catorze parametros vigentes, um
      * valor de 5 digitos por linha
           grava-parametros-negocio section.
               open output arq-param-negocio
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-alcada-limite to ws-parn-v99
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-prm-dias-aviso to ws-parn-num
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-peso-preco to ws-parn-num
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-peso-volat to ws-parn-num
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-peso-rejei to ws-parn-num
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-peso-idade to ws-parn-num
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               move ws-sol-prazo-dias to ws-parn-num
               move spaces to linha-parneg
               move ws-parn-valor to linha-parneg
               write linha-parneg
               close arq-param-negocio
               .
           grava-parametros-negocio-exit.
               if ws-modo-atualiza = "Sim"
                   move ws-lote-atualizados to ws-ed-atualizados
                   move ws-lote-inalterados to ws-ed-inalterados
                   move ws-lote-retidos to ws-ed-retidos
                   display "Atualizados: " ws-ed-atualizados
                       "  sem alteracao: " ws-ed-inalterados
                       "  retidos na alcada: " ws-ed-retidos
                   if ws-lote-atualizados > 0
                       display "Delta de precos gravado em"
                           " DELTAPRC.TXT"
                   end-if
                   if ws-lote-retidos > 0
                       display "Alteracoes acima da alcada retidas"
                           " em PRECOPEN.DAT para aprovacao"
                           " (opcao K)."
                       if ws-codigo-retorno = 0
                           move 4 to ws-codigo-retorno
                       end-if
                   end-if
               end-if
               if ws-rej-total > 0
                   display "Registros recusados gravados em"
               if ws-modo-reproc = "Sim"
                   compute ws-rep-recarregados = ws-carregados-lote
                       + ws-lote-atualizados + ws-lote-inalterados
                       + ws-lote-retidos
                   move ws-rep-recarregados to ws-ed-recarregados
                   move ws-rep-baixados to ws-ed-baixados
                   display "Conciliacao do reprocessamento -"
                          ws-ed-atualizados    delimited by size
                          "  sem alteracao: "  delimited by size
                          ws-ed-inalterados    delimited by size
                          "  retidos: "        delimited by size
                          ws-ed-retidos        delimited by size
                          into linha-saida
                   end-string
                   write linha-saida

      * classifica todo o catalogo por fornecedor e preco por cm2
      * usando o arquivo de sort, sem limite de quantidade, e
      * imprime o ranking pelo procedimento de saida imprimetab;
      * vale o preco efetivo na data (promocao vigente ou preco de
      * tabela) e, no fim, o aviso das promocoes a vencer
           relatorio-ranking section.
               move "Sim" to ws-usa-promocao
               move 0 to ws-rank-qtd
               move "Nao" to ws-master-ausente
               perform conta-pizzas-catalogo
                               cls-preco_cm2
                           input procedure is carrega-classificacao
                           output procedure is imprimetab
                       open extend relatorio-saida
                       perform avisa-promocoes-vencendo
                       close relatorio-saida
                   end-if
               end-if
               move "Nao" to ws-usa-promocao
               .
           relatorio-ranking-exit.
               exit.
      * libera um registro de classificacao por pizza, filtrando
      * pelo mes corrente quando o consolidado pede
           carrega-classificacao section.
               perform abre-promocoes
               open input pizza-master
               if ws-master-status = "35"
                   move "Sim" to ws-master-ausente
                   end-perform
                   close pizza-master
               end-if
               perform fecha-promocoes
               .
           carrega-classificacao-exit.
               exit.

      * libera para o sort a pizza corrente do catalogo, exceto se
      * o filtro de mes do consolidado a exclui; com as promocoes
      * abertas, preco e R$/cm2 sao os efetivos na data
           libera-classificacao section.
               if ws-filtra-mes = "Sim"
                   and (mst-data-cad-ano not = ws-filtro-ano
                   move mst-diametro to cls-diametro
                   move mst-preco to cls-preco
                   move mst-data-cadastro to cls-data-cadastro
                   move spaces to cls-promocao
                   if ws-prm-aberto = "Sim"
                       perform aplica-promocao-pizza
                       move ws-prm-preco to cls-preco
                       move ws-prm-cm2 to cls-preco_cm2
                       move ws-prm-marca to cls-promocao
                   end-if
                   release reg-classificacao
                   add 1 to ws-rank-qtd
               end-if
               move 1 to ws-rej-ciclo
               move 0 to ws-lote-atualizados
               move 0 to ws-lote-inalterados
               move 0 to ws-lote-retidos
               open input pizza-entrada
               if ws-entrada-status = "35"
                   display "Arquivo de lote nao encontrado!"
               else
                   open output pizza-rejeitos
                   open output pizza-delta
                   perform abre-lote-fornecedor
                   perform until ws-entrada-status = "10"
                       read pizza-entrada next record
                           at end
                               perform processa-registro-lote
                       end-read
                   end-perform
                   perform fecha-lote-fornecedor
                   close pizza-delta
                   close pizza-rejeitos
                   close pizza-entrada
                   perform rejeita-registro-lote
                   go to processa-registro-lote-exit
               end-if
               compute ws-lfo-rej-antes = ws-rej-total
                   + ws-rep-baixados
               perform verifica-duplicata-catalogo
               if ws-lote-duplicado = "Sim"
                   if ws-modo-atualiza = "Sim"
                       perform rejeita-registro-lote
                   end-if
               end-if
               perform acumula-lote-fornecedor
               .
           processa-registro-lote-exit.
               exit.

      * abre em i-o o acumulado dos lotes por fornecedor,
      * criando o arquivo na primeira carga
           abre-lote-fornecedor section.
               move "Nao" to ws-lfo-aberto
               open i-o lote-fornecedor
               if ws-lfo-status = "35"
                   open output lote-fornecedor
                   close lote-fornecedor
                   open i-o lote-fornecedor
               end-if
               if ws-lfo-status = "00"
                   move "Sim" to ws-lfo-aberto
               else
                   display "Acumulado de lotes por fornecedor"
                       " (LOTEFORN.DAT) indisponivel; status "
                       ws-lfo-status "."
               end-if
               .
           abre-lote-fornecedor-exit.
               exit.

      * fecha o acumulado aberto por abre-lote-fornecedor
           fecha-lote-fornecedor section.
               if ws-lfo-aberto = "Sim"
                   close lote-fornecedor
                   move "Nao" to ws-lfo-aberto
               end-if
               .
           fecha-lote-fornecedor-exit.
               exit.

      * soma o registro corrente do lote aos apresentados do seu
      * fornecedor e, se o crivo o rejeitou, aos rejeitados;
      * fornecedor desconhecido ou inativo nao entra no acumulado
           acumula-lote-fornecedor section.
               if ws-lfo-aberto = "Nao"
                   go to acumula-lote-fornecedor-exit
               end-if
               accept ws-data-atual from date yyyymmdd
               move ent-fornecedor to lfo-fornecedor
               read lote-fornecedor record
                   invalid key
                       move spaces to reg-lote-fornecedor
                       move ent-fornecedor to lfo-fornecedor
                       move 0 to lfo-submetidos
                       move 0 to lfo-rejeitados
                       move 0 to lfo-data-ult
               end-read
               add 1 to lfo-submetidos
               if ws-rej-total + ws-rep-baixados > ws-lfo-rej-antes
                   add 1 to lfo-rejeitados
               end-if
               move ws-data-atual to lfo-data-ult
               if lfo-submetidos = 1
                   write reg-lote-fornecedor
                       invalid key
                           display "Falha ao gravar o acumulado do"
                               " fornecedor " lfo-fornecedor "."
                   end-write
               else
                   rewrite reg-lote-fornecedor
                       invalid key
                           display "Falha ao regravar o acumulado"
                               " do fornecedor " lfo-fornecedor "."
                   end-rewrite
               end-if
               .
           acumula-lote-fornecedor-exit.
               exit.

      * aplica ao catalogo o preco/diametro atualizado de um
      * registro do lote que ja existe (o registro corrente do
      * catalogo acabou de ser lido por verifica-duplicata-
      * catalogo), recalculando o preco por cm2, renovando a data
      * da cotacao, registrando no historico de precos e gerando a
      * linha do delta para a reuniao de renegociacao; variacao
      * de preco acima da alcada fica retida para aprovacao e o
      * catalogo mantem o preco antigo; na importacao das
      * respostas de cotacao, o preco confirmado sem alteracao
      * tambem renova a data da cotacao
           atualiza-registro-lote section.
               if mst-preco = ent-preco
                   and mst-diametro = ent-diametro
                   add 1 to ws-lote-inalterados
                   if ws-sol-renova-cotacao = "Sim"
                       perform renova-cotacao-catalogo
                   end-if
               else
                   perform valida-lote-entrada
                   if entrada-valida = "Sim"
                       move mst-preco to ws-alc-preco-ant
                       move ent-preco to ws-alc-preco
                       perform verifica-alcada-preco
                   end-if
                   if entrada-valida = "Sim"
                       and ws-alc-retem = "Sim"
                       move ent-diametro to ws-alc-diametro
                       move "L" to ws-alc-origem
                       perform retem-alteracao-preco
                       add 1 to ws-lote-retidos
                       go to atualiza-registro-lote-exit
                   end-if
                   if entrada-valida = "Sim"
                       move mst-preco to ws-preco-antigo
                       perform calculo_cm2
           atualiza-registro-lote-exit.
               exit.

      * renova a data da cotacao da pizza corrente do catalogo,
      * cujo preco o fornecedor confirmou na resposta a
      * solicitacao de cotacao
           renova-cotacao-catalogo section.
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to mst-data-cadastro
               rewrite reg-pizza-master
                   invalid key
                       display "Falha ao atualizar a pizza "
                           mst-nome " no catalogo."
                       go to renova-cotacao-catalogo-exit
               end-rewrite
               move "renova-cot" to ws-log-acao
               move mst-nome to ws-log-nome
               move mst-diametro to ws-ed-diametro
               move mst-preco to ws-ed-preco
               perform grava-log-auditoria
               .
           renova-cotacao-catalogo-exit.
               exit.

      * monta a linha do delta de precos (preco antigo, preco novo
      * e variacao percentual), destacando os aumentos
           escreve-linha-delta section.
           escreve-linha-delta-exit.
               exit.

      * confere a variacao entre o preco do catalogo e o preco
      * lancado contra o limite da alcada (PARMNEG.DAT); variacao
      * acima do limite, para mais ou para menos, deve ser retida
           verifica-alcada-preco section.
               move "Nao" to ws-alc-retem
               move 0 to ws-alc-variacao
               if ws-alc-preco-ant = 0
                   or ws-alc-preco = ws-alc-preco-ant
                   go to verifica-alcada-preco-exit
               end-if
               compute ws-alc-var-calc rounded =
                   ((ws-alc-preco - ws-alc-preco-ant) * 100)
                   / ws-alc-preco-ant
               if ws-alc-var-calc > 999,99
                   move 999,99 to ws-alc-var-calc
               end-if
               move ws-alc-var-calc to ws-alc-variacao
               if ws-alc-variacao < 0
                   compute ws-alc-var-abs = 0 - ws-alc-variacao
               else
                   move ws-alc-variacao to ws-alc-var-abs
               end-if
               if ws-alc-var-abs > ws-alcada-limite
                   move "Sim" to ws-alc-retem
               end-if
               .
           verifica-alcada-preco-exit.
               exit.

      * grava em PRECOPEN.DAT a alteracao retida na alcada para a
      * pizza corrente do catalogo, que fica com o preco antigo
      * ate a decisao do supervisor; um novo lancamento para a
      * mesma pizza substitui a pendencia anterior
           retem-alteracao-preco section.
               accept ws-data-atual from date yyyymmdd
               open i-o precos-pendentes
               if ws-pnd-status = "35"
                   open output precos-pendentes
                   close precos-pendentes
                   open i-o precos-pendentes
               end-if
               if ws-pnd-status not = "00"
                   display "Falha ao abrir as alteracoes pendentes"
                       " (PRECOPEN.DAT); status " ws-pnd-status
                       "; alteracao de " mst-nome " nao registrada."
                   move 8 to ws-codigo-retorno
                   go to retem-alteracao-preco-exit
               end-if
               move spaces to reg-preco-pendente
               move mst-nome to pnd-nome
               move mst-fornecedor to pnd-fornecedor
               move ws-alc-diametro to pnd-diametro
               move ws-alc-preco to pnd-preco
               move ws-alc-preco-ant to pnd-preco-antigo
               move ws-alc-variacao to pnd-variacao
               move ws-alc-origem to pnd-origem
               move operador-id to pnd-operador
               move ws-data-atual to pnd-data-lanc
               move "P" to pnd-situacao
               move spaces to pnd-decisor
               move 0 to pnd-data-decisao
               write reg-preco-pendente
                   invalid key
                       rewrite reg-preco-pendente
                           invalid key
                               display "Falha ao regravar a"
                                   " pendencia."
                               move 8 to ws-codigo-retorno
                               close precos-pendentes
                               go to retem-alteracao-preco-exit
                       end-rewrite
               end-write
               close precos-pendentes
               move ws-alc-variacao to ws-ed-porcent
               display "Pizza " mst-nome " (" mst-fornecedor ")"
                   " com variacao de " ws-ed-porcent "% acima da"
                   " alcada; alteracao retida para aprovacao."
               move "retem-prc" to ws-log-acao
               move mst-nome to ws-log-nome
               move ws-alc-diametro to ws-ed-diametro
               move ws-alc-preco to ws-ed-preco
               perform grava-log-auditoria
               .
           retem-alteracao-preco-exit.
               exit.

      * grava o registro recusado do lote em PIZZAREJ.TXT com o
      * motivo da recusa e o ciclo de reapresentacao, para
      * devolucao a equipe de compras; no reprocessamento, um
               move 0 to ws-rep-baixados
               move 0 to ws-lote-atualizados
               move 0 to ws-lote-inalterados
               move 0 to ws-lote-retidos
               open input rejeitos-corrigidos
               if ws-corr-status = "35"
                   display "Arquivo de rejeitados corrigidos"
                   open output pizza-rejeitos
                   open output rejeitos-supervisor
                   open output pizza-delta
                   perform abre-lote-fornecedor
                   perform until ws-corr-status = "10"
                       read rejeitos-corrigidos next record
                           at end
                               perform reprocessa-linha-rejeito
                       end-read
                   end-perform
                   perform fecha-lote-fornecedor
                   close pizza-delta
                   close rejeitos-supervisor
                   close pizza-rejeitos
      * melhor e os demais mostram a economia possivel
           comparativo-fornecedores section.
               display erase
               move "Sim" to ws-usa-promocao
               move 0 to ws-rank-qtd
               move "Nao" to ws-master-ausente
               move spaces to ws-comp-nome-atual
                           output procedure is gera-comparativo
                   end-if
               end-if
               move "Nao" to ws-usa-promocao
               .
           comparativo-fornecedores-exit.
               exit.
                              ws-ed-preco      delimited by size
                              "  "             delimited by size
                              ws-ed-preco_cm2  delimited by size
                              "  "             delimited by size
                              cls-promocao     delimited by size
                              "  VENCIDA ha "  delimited by size
                              ws-ed-idade      delimited by size
                              " dias - fora do comparativo"
                              ws-ed-preco      delimited by size
                              "  "             delimited by size
                              ws-ed-preco_cm2  delimited by size
                              "  "             delimited by size
                              cls-promocao     delimited by size
                              "  MELHOR FORNECEDOR" delimited by size
                              into linha-saida
                       end-string
                              ws-ed-preco      delimited by size
                              "  "             delimited by size
                              ws-ed-preco_cm2  delimited by size
                              "  "             delimited by size
                              cls-promocao     delimited by size
                              "  economia c/ melhor: "
                                               delimited by size
                              ws-ed-porcent    delimited by size
      * a oferta mais barata por cm2, na mesma ordem do ranking,
      * entre fornecedores ativos do cadastro, e mostra tambem a
      * segunda melhor opcao para quando o melhor fornecedor nao
      * puder entregar; aprovada, a sugestao vira pedidos de compra
           sugestao-compra section.
               display erase
               perform zera-sugestao-faixas
                   display "Catalogo ainda nao possui pizzas."
               else
                   perform imprime-sugestao-compra
                   if ws-sug-total-geral > 0
                       perform oferece-gerar-pedidos
                   end-if
               end-if
               .
           sugestao-compra-exit.
                   move spaces to sug2-forn(ws-faixa-ind)
                   move 0 to sug2-preco(ws-faixa-ind)
                   move 0 to sug2-cm2(ws-faixa-ind)
                   move spaces to sug1-promo(ws-faixa-ind)
                   move spaces to sug2-promo(ws-faixa-ind)
               end-perform
               .
           zera-sugestao-faixas-exit.
               exit.

      * varre o catalogo escolhendo, por faixa de tamanho, a
      * oferta mais barata por cm2 e a segunda mais barata, pelo
      * preco efetivo na data (promocao vigente ou preco de tabela)
           escolhe-ofertas-faixas section.
               perform calcula-dias-hoje
               move "Sim" to ws-usa-promocao
               perform abre-promocoes
               perform abre-fornecedor-master
               open input pizza-master
               if ws-master-status = "35"
                   close pizza-master
               end-if
               perform fecha-fornecedor-master
               perform fecha-promocoes
               move "Nao" to ws-usa-promocao
               .
           escolhe-ofertas-faixas-exit.
               exit.
               move mst-diametro to diametro(1)
               move mst-preco to preco(1)
               move mst-preco_cm2 to preco_cm2(1)
               move spaces to ws-prm-marca
               if ws-prm-aberto = "Sim"
                   perform aplica-promocao-pizza
                   move ws-prm-preco to preco(1)
                   move ws-prm-cm2 to preco_cm2(1)
               end-if
               perform calcula-faixa
               if ws-sim-ativa = "Sim" and ws-prm-marca = spaces
                   move preco(1) to ws-sim-preco-base
                   perform aplica-reajuste-simulado
                   move ws-sim-preco to preco(1)
                   move ws-sim-cm2 to preco_cm2(1)
               end-if
               add 1 to sug-achados(ws-faixa-ind)
               evaluate true
                   when sug-achados(ws-faixa-ind) = 1
                           to sug2-preco(ws-faixa-ind)
                       move sug1-cm2(ws-faixa-ind)
                           to sug2-cm2(ws-faixa-ind)
                       move sug1-promo(ws-faixa-ind)
                           to sug2-promo(ws-faixa-ind)
                       perform guarda-melhor-oferta
                   when sug-achados(ws-faixa-ind) = 2
                   when preco_cm2(1) < sug2-cm2(ws-faixa-ind)
                       move preco(1) to sug2-preco(ws-faixa-ind)
                       move preco_cm2(1)
                           to sug2-cm2(ws-faixa-ind)
                       move ws-prm-marca to sug2-promo(ws-faixa-ind)
               end-evaluate
               .
           avalia-oferta-pizza-exit.
               move fornecedor(1) to sug1-forn(ws-faixa-ind)
               move preco(1) to sug1-preco(ws-faixa-ind)
               move preco_cm2(1) to sug1-cm2(ws-faixa-ind)
               move ws-prm-marca to sug1-promo(ws-faixa-ind)
               .
           guarda-melhor-oferta-exit.
               exit.
                      ws-ed-sug-qtd    delimited by size
                      " total: R$ "    delimited by size
                      ws-ed-sug-total  delimited by size
                      " "              delimited by size
                      sug1-promo(ws-faixa-ind)
                                       delimited by size
                      into linha-saida
               end-string
               display linha-saida
                          ws-ed-preco  delimited by size
                          " R$/cm2: "  delimited by size
                          ws-ed-preco_cm2 delimited by size
                          "  "         delimited by size
                          sug2-promo(ws-faixa-ind)
                                       delimited by size
                          into linha-saida
                   end-string
               else
           imprime-linha-sugestao-exit.
               exit.

      * oferece a aprovacao da sugestao impressa; aprovada, ela
      * vira pedidos de compra em PEDCOMP.DAT, um por fornecedor,
      * com o preco e o R$/cm2 cotados neste momento; em modo
      * silencioso a quinta linha de PARAMLOT.DAT traz "PEDIDO"
      * para aprovar
           oferece-gerar-pedidos section.
               if ws-modo-silencioso = "Sim"
                   if ws-trend-nome = "PEDIDO"
                       move "Sim" to ws-ped-resp
                   else
                       move "Nao" to ws-ped-resp
                   end-if
               else
                   display "Aprovar a sugestao e gerar os pedidos"
                       " de compra? (Sim/Nao)"
                   accept ws-ped-resp
               end-if
               if ws-ped-resp not = "Sim"
                   go to oferece-gerar-pedidos-exit
               end-if
               if operador-nivel < 2
                   display "Aprovacao da sugestao exige nivel"
                       " supervisor; pedidos nao gerados."
                   move 8 to ws-codigo-retorno
                   go to oferece-gerar-pedidos-exit
               end-if
               perform gera-pedidos-compra
               .
           oferece-gerar-pedidos-exit.
               exit.

      * grava os pedidos de compra da sugestao aprovada: as faixas
      * com demanda e oferta sao agrupadas pelo fornecedor da
      * melhor oferta, um pedido por fornecedor; fornecedor que
      * nao esta ativo no cadastro fica sem pedido
           gera-pedidos-compra section.
               accept ws-data-atual from date yyyymmdd
               open i-o pedido-compra
               if ws-ped-status = "35"
                   open output pedido-compra
                   close pedido-compra
                   open i-o pedido-compra
               end-if
               perform busca-ultimo-pedido
               perform abre-fornecedor-master
               move 0 to ws-ped-gerados
               perform varying ws-faixa-ind from 1 by 1
                   until ws-faixa-ind > 4
                   move "Nao" to sug-pedido(ws-faixa-ind)
               end-perform
               perform varying ws-faixa-ind from 1 by 1
                   until ws-faixa-ind > 4
                   if sug-qtd-demanda(ws-faixa-ind) > 0
                       and sug-achados(ws-faixa-ind) > 0
                       and sug-pedido(ws-faixa-ind) = "Nao"
                       perform gera-pedido-fornecedor
                   end-if
               end-perform
               perform fecha-fornecedor-master
               close pedido-compra
               move ws-ped-gerados to ws-ed-ped-gerados
               display "Pedidos de compra gerados em PEDCOMP.DAT:"
                   ws-ed-ped-gerados
               .
           gera-pedidos-compra-exit.
               exit.

      * localiza o maior numero de pedido ja gravado, para numerar
      * os pedidos novos em sequencia
           busca-ultimo-pedido section.
               move 0 to ws-ped-ultimo
               perform until ws-ped-status = "10"
                   read pedido-compra next record
                       at end
                           move "10" to ws-ped-status
                       not at end
                           if ped-numero > ws-ped-ultimo
                               move ped-numero to ws-ped-ultimo
                           end-if
                   end-read
               end-perform
               .
           busca-ultimo-pedido-exit.
               exit.

      * grava um pedido para o fornecedor da melhor oferta da
      * faixa corrente, com um item por faixa em que ele e o
      * melhor, e o cabecalho com a quantidade de itens e o total
           gera-pedido-fornecedor section.
               move sug1-forn(ws-faixa-ind) to ws-ped-forn-atual
               move ws-ped-forn-atual to ws-val-fornecedor
               perform valida-fornecedor
               if ws-fornecedor-ok = "Nao"
                   display "Fornecedor " ws-ped-forn-atual
                       " inativo ou nao cadastrado; faixa "
                       sug-faixa-nome(ws-faixa-ind) " sem pedido."
                   move "Sim" to sug-pedido(ws-faixa-ind)
                   if ws-codigo-retorno = 0
                       move 4 to ws-codigo-retorno
                   end-if
                   go to gera-pedido-fornecedor-exit
               end-if
               add 1 to ws-ped-ultimo
               move 0 to ws-ped-qtd-itens
               move 0 to ws-ped-total
               perform varying ws-ped-faixa from ws-faixa-ind by 1
                   until ws-ped-faixa > 4
                   if sug-qtd-demanda(ws-ped-faixa) > 0
                       and sug-achados(ws-ped-faixa) > 0
                       and sug-pedido(ws-ped-faixa) = "Nao"
                       and sug1-forn(ws-ped-faixa) = ws-ped-forn-atual
                       perform grava-item-pedido
                   end-if
               end-perform
               move spaces to reg-pedido
               move ws-ped-ultimo to ped-numero
               move 0 to ped-item
               move ws-ped-forn-atual to ped-fornecedor
               move "A" to ped-situacao
               move ws-data-atual to ped-data-emissao
               move ws-data-atual to ped-data-situacao
               move operador-id to ped-operador
               move ws-ped-qtd-itens to ped-qtd-itens
               move ws-ped-total to ped-valor-total
               write reg-pedido
                   invalid key
                       display "Falha ao gravar o pedido "
                           ws-ped-ultimo "."
               end-write
               add 1 to ws-ped-gerados
               move ws-ped-total to ws-ed-sug-geral
               display "Pedido " ws-ped-ultimo " - fornecedor "
                   ws-ped-forn-atual " total: R$ " ws-ed-sug-geral
               move "ped-gera" to ws-log-acao
               move ws-ped-ultimo to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               .
           gera-pedido-fornecedor-exit.
               exit.

      * grava o item do pedido corrente com a melhor oferta da
      * faixa ws-ped-faixa, marcando a faixa como ja pedida
           grava-item-pedido section.
               add 1 to ws-ped-qtd-itens
               move spaces to reg-pedido-item
               move ws-ped-ultimo to pit-numero
               move ws-ped-qtd-itens to pit-item
               move sug1-nome(ws-ped-faixa) to pit-nome
               move sug-faixa-nome(ws-ped-faixa) to pit-faixa
               move sug-qtd-demanda(ws-ped-faixa) to pit-qtd
               move sug1-preco(ws-ped-faixa) to pit-preco
               move sug1-cm2(ws-ped-faixa) to pit-preco_cm2
               write reg-pedido-item
                   invalid key
                       display "Falha ao gravar o item do pedido "
                           ws-ped-ultimo "."
               end-write
               compute ws-ped-total = ws-ped-total
                   + sug1-preco(ws-ped-faixa)
                   * sug-qtd-demanda(ws-ped-faixa)
               move "Sim" to sug-pedido(ws-ped-faixa)
               .
           grava-item-pedido-exit.
               exit.

      * opcao H do menu: pedidos de compra; lista os pedidos por
      * situacao ou consulta um pedido com os seus itens e permite
      * marcar como enviado, dar baixa no recebimento ou cancelar,
      * com cada mudanca de situacao gravada no log de auditoria
           manutencao-pedidos section.
               display erase
               if ws-modo-silencioso = "Sim"
                   display "Manutencao de pedidos indisponivel em"
                       " modo silencioso."
                   move 8 to ws-codigo-retorno
                   go to manutencao-pedidos-exit
               end-if
               open i-o pedido-compra
               if ws-ped-status = "35"
                   display "Nenhum pedido de compra gerado ainda;"
                       " aprove uma sugestao na opcao B."
                   go to manutencao-pedidos-exit
               end-if
               display "L-Listar os pedidos de compra"
               display "P-Consultar/atualizar um pedido"
               display "Escolha uma acao: "
               accept ws-ped-acao
               evaluate ws-ped-acao
                   when "L"
                       perform lista-pedidos-compra
                   when "P"
                       perform consulta-pedido-compra
                   when other
                       display "Nenhuma acao executada."
               end-evaluate
               close pedido-compra
               .
           manutencao-pedidos-exit.
               exit.

      * lista em RELATORIO.TXT os cabecalhos dos pedidos, todos ou
      * so os de uma situacao
           lista-pedidos-compra section.
               display "Situacao a listar (A=aberto, E=enviado,"
                   " R=recebido, C=cancelado, vazio=todas): "
               accept ws-ped-sit-filtro
               accept ws-data-atual from date yyyymmdd
               move 0 to ws-ped-listados
               open output relatorio-saida
               move spaces to linha-saida
               string "Pedidos de compra - " delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Pedido  Fornecedor       Emissao     "
                                       delimited by size
                      "Situacao   Itens  Total R$"
                                       delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform until ws-ped-status = "10"
                   read pedido-compra next record
                       at end
                           move "10" to ws-ped-status
                       not at end
                           if ped-item = 0
                               and (ws-ped-sit-filtro = spaces
                                   or ws-ped-sit-filtro
                                       = ped-situacao)
                               perform imprime-linha-pedido
                           end-if
                   end-read
               end-perform
               move ws-ped-listados to ws-ed-ped-gerados
               move spaces to linha-saida
               string "Pedidos listados: " delimited by size
                      ws-ed-ped-gerados    delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               close relatorio-saida
               .
           lista-pedidos-compra-exit.
               exit.

      * monta e imprime a linha do cabecalho de pedido corrente
           imprime-linha-pedido section.
               add 1 to ws-ped-listados
               perform descreve-situacao-pedido
               move ped-qtd-itens to ws-ed-ped-itens
               move ped-valor-total to ws-ed-sug-geral
               move spaces to linha-saida
               string ped-numero       delimited by size
                      "  "             delimited by size
                      ped-fornecedor   delimited by size
                      "  "             delimited by size
                      ped-emi-dia      delimited by size
                      "/"              delimited by size
                      ped-emi-mes      delimited by size
                      "/"              delimited by size
                      ped-emi-ano      delimited by size
                      "  "             delimited by size
                      ws-ped-sit-desc  delimited by size
                      "  "             delimited by size
                      ws-ed-ped-itens  delimited by size
                      "  "             delimited by size
                      ws-ed-sug-geral  delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-linha-pedido-exit.
               exit.

      * traduz a situacao do cabecalho de pedido corrente
           descreve-situacao-pedido section.
               evaluate ped-situacao
                   when "A"
                       move "aberto" to ws-ped-sit-desc
                   when "E"
                       move "enviado" to ws-ped-sit-desc
                   when "R"
                       move "recebido" to ws-ped-sit-desc
                   when "C"
                       move "cancelado" to ws-ped-sit-desc
                   when other
                       move "?" to ws-ped-sit-desc
               end-evaluate
               .
           descreve-situacao-pedido-exit.
               exit.

      * mostra um pedido com os seus itens e oferece as mudancas
      * de situacao permitidas: aberto pode ser enviado, recebido
      * ou cancelado; enviado pode ser recebido ou cancelado;
      * recebido e cancelado sao situacoes finais
           consulta-pedido-compra section.
               display "Informe o numero do pedido: "
               accept ws-ped-num-txt
               inspect ws-ped-num-txt replacing leading
                   spaces by "0"
               if ws-ped-num-txt is not numeric
                   display "Numero do pedido deve conter apenas"
                       " numeros."
                   go to consulta-pedido-compra-exit
               end-if
               move ws-ped-num-txt to ws-ped-numero
               perform le-cabecalho-pedido
               if ws-ped-status not = "00"
                   display "Pedido " ws-ped-numero " nao encontrado."
                   go to consulta-pedido-compra-exit
               end-if
               perform descreve-situacao-pedido
               move ped-valor-total to ws-ed-sug-geral
               display "Pedido: " ped-numero
                   "  Fornecedor: " ped-fornecedor
               display "Emissao: " ped-emi-dia "/" ped-emi-mes "/"
                   ped-emi-ano "  Situacao: " ws-ped-sit-desc
                   "  Total: R$ " ws-ed-sug-geral
               perform mostra-itens-pedido
               perform le-cabecalho-pedido
               move spaces to ws-ped-sit-nova
               evaluate ped-situacao
                   when "A"
                       display "E-Marcar como enviado ao fornecedor"
                       display "R-Dar baixa (pedido recebido)"
                       display "C-Cancelar o pedido"
                       display "N-Nenhuma acao"
                       display "Escolha uma acao: "
                       accept ws-ped-sit-nova
                   when "E"
                       display "R-Dar baixa (pedido recebido)"
                       display "C-Cancelar o pedido"
                       display "N-Nenhuma acao"
                       display "Escolha uma acao: "
                       accept ws-ped-sit-nova
                       if ws-ped-sit-nova = "E"
                           move spaces to ws-ped-sit-nova
                       end-if
                   when other
                       display "Pedido encerrado; nenhuma mudanca de"
                           " situacao permitida."
               end-evaluate
               if ws-ped-sit-nova = "E" or ws-ped-sit-nova = "R"
                   or ws-ped-sit-nova = "C"
                   perform altera-situacao-pedido
               else
                   display "Nenhuma acao executada."
               end-if
               .
           consulta-pedido-compra-exit.
               exit.

      * le o cabecalho (item 00) do pedido ws-ped-numero
           le-cabecalho-pedido section.
               move ws-ped-numero to ped-numero
               move 0 to ped-item
               read pedido-compra record
                   invalid key
                       continue
               end-read
               .
           le-cabecalho-pedido-exit.
               exit.

      * exibe os itens do pedido ws-ped-numero, posicionando logo
      * depois do cabecalho
           mostra-itens-pedido section.
               move ws-ped-numero to pit-numero
               move 0 to pit-item
               start pedido-compra key greater than ped-chave
                   invalid key
                       move "10" to ws-ped-status
               end-start
               perform until ws-ped-status = "10"
                   read pedido-compra next record
                       at end
                           move "10" to ws-ped-status
                       not at end
                           if pit-numero = ws-ped-numero
                               move pit-preco to ws-ed-preco
                               move pit-preco_cm2 to ws-ed-preco_cm2
                               move pit-qtd to ws-ed-sug-qtd
                               display "  " pit-item " " pit-nome
                                   " " pit-faixa
                                   " qtd: " ws-ed-sug-qtd
                                   " preco: " ws-ed-preco
                                   " R$/cm2: " ws-ed-preco_cm2
                           else
                               move "10" to ws-ped-status
                           end-if
                   end-read
               end-perform
               .
           mostra-itens-pedido-exit.
               exit.

      * regrava o cabecalho do pedido com a situacao escolhida e a
      * data da mudanca, registrando a mudanca no log de auditoria
           altera-situacao-pedido section.
               accept ws-data-atual from date yyyymmdd
               move ws-ped-sit-nova to ped-situacao
               move ws-data-atual to ped-data-situacao
               rewrite reg-pedido
                   invalid key
                       display "Falha ao regravar o pedido "
                           ws-ped-numero "."
                       go to altera-situacao-pedido-exit
               end-rewrite
               evaluate ws-ped-sit-nova
                   when "E"
                       move "ped-envio" to ws-log-acao
                       display "Pedido marcado como enviado."
                   when "R"
                       move "ped-baixa" to ws-log-acao
                       display "Baixa do pedido registrada."
                   when "C"
                       move "ped-cancel" to ws-log-acao
                       display "Pedido cancelado."
               end-evaluate
               move ws-ped-numero to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               .
           altera-situacao-pedido-exit.
               exit.

      * opcao I do menu: conferencia de recebimento; cada item das
      * notas fiscais de NOTASREC.TXT e confrontado com o pedido de
      * compra do fornecedor (o mais recente aberto ou enviado que
      * tem a pizza) e com o catalogo, e as divergencias de preco,
      * de quantidade e de diametro medido abaixo do cadastrado
      * saem em RECEBDIV.TXT com os totais de conciliacao por nota,
      * para a cobranca do fornecedor e o R$/cm2 real
           conferencia-recebimento section.
               display erase
               open input arq-notas-receb
               if ws-nfr-status = "35"
                   display "Arquivo de notas recebidas (NOTASREC.TXT)"
                       " nao encontrado!"
                   move 8 to ws-codigo-retorno
                   go to conferencia-recebimento-exit
               end-if
               move "Sim" to ws-rec-catalogo
               open input pizza-master
               if ws-master-status = "35"
                   move "Nao" to ws-rec-catalogo
               end-if
               move "Sim" to ws-usa-promocao
               perform abre-promocoes
               move "Sim" to ws-rec-ped-existe
               open input pedido-compra
               if ws-ped-status = "35"
                   move "Nao" to ws-rec-ped-existe
               end-if
               accept ws-data-atual from date yyyymmdd
               open output arq-div-receb
               move spaces to linha-div-receb
               string "Conferencia de recebimento - " delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               move spaces to ws-rec-forn-atual
               move spaces to ws-rec-nota-atual
               move 0 to ws-rec-itens
               move 0 to ws-rec-notas
               move 0 to ws-rec-div-total
               move 0 to ws-rec-ger-cobrado
               move 0 to ws-rec-ger-esperado
               perform until ws-nfr-status = "10"
                   read arq-notas-receb next record
                       at end
                           move "10" to ws-nfr-status
                       not at end
                           perform confere-item-nota
                   end-read
               end-perform
               if ws-rec-itens > 0
                   perform imprime-totais-nota
               end-if
               perform imprime-totais-recebimento
               close arq-div-receb
               if ws-rec-ped-existe = "Sim"
                   close pedido-compra
               end-if
               if ws-rec-catalogo = "Sim"
                   close pizza-master
               end-if
               perform fecha-promocoes
               move "Nao" to ws-usa-promocao
               close arq-notas-receb
               if ws-rec-div-total > 0 and ws-codigo-retorno = 0
                   move 4 to ws-codigo-retorno
               end-if
               move "conf-receb" to ws-log-acao
               move ws-data-atual to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               .
           conferencia-recebimento-exit.
               exit.

      * confere um item de nota: quebra a nota quando fornecedor ou
      * numero mudam, confronta com o catalogo e com o pedido e
      * acumula o valor cobrado e o esperado pelo preco de
      * referencia (o do pedido, ou o do catalogo sem pedido)
           confere-item-nota section.
               if nfr-fornecedor not = ws-rec-forn-atual
                   or nfr-nota not = ws-rec-nota-atual
                   if ws-rec-itens > 0
                       perform imprime-totais-nota
                   end-if
                   perform inicia-nota-recebida
               end-if
               add 1 to ws-rec-itens
               if nfr-qtd is not numeric
                   or nfr-preco is not numeric
                   or nfr-diametro is not numeric
                   or nfr-diametro = 0
                   move spaces to linha-div-receb
                   string "  "              delimited by size
                          nfr-nome          delimited by size
                          "  item com quantidade/preco/diametro"
                                            delimited by size
                          " invalido; nao conferido"
                                            delimited by size
                          into linha-div-receb
                   end-string
                   display linha-div-receb
                   write linha-div-receb
                   add 1 to ws-rec-div-nota
                   go to confere-item-nota-exit
               end-if
               move nfr-qtd to ws-ed-sug-qtd
               move nfr-preco to ws-ed-preco
               move nfr-diametro to ws-ed-diametro
               move spaces to linha-div-receb
               string "  "                  delimited by size
                      nfr-nome              delimited by size
                      "  qtd: "             delimited by size
                      ws-ed-sug-qtd         delimited by size
                      "  cobrado: "         delimited by size
                      ws-ed-preco           delimited by size
                      "  diametro medido: " delimited by size
                      ws-ed-diametro        delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               move nfr-preco to ws-rec-preco-ref
               perform confere-item-catalogo
               perform confere-item-pedido
               compute ws-rec-linha-valor = nfr-qtd * nfr-preco
               add ws-rec-linha-valor to ws-rec-cobrado
               compute ws-rec-linha-valor = nfr-qtd * ws-rec-preco-ref
               add ws-rec-linha-valor to ws-rec-esperado
               .
           confere-item-nota-exit.
               exit.

      * abre o bloco de uma nota nova no relatorio e zera os seus
      * acumuladores
           inicia-nota-recebida section.
               move nfr-fornecedor to ws-rec-forn-atual
               move nfr-nota to ws-rec-nota-atual
               move 0 to ws-rec-itens
               move 0 to ws-rec-div-nota
               move 0 to ws-rec-cobrado
               move 0 to ws-rec-esperado
               add 1 to ws-rec-notas
               move spaces to linha-div-receb
               write linha-div-receb
               move spaces to linha-div-receb
               string "Nota "           delimited by size
                      nfr-nota          delimited by size
                      "  fornecedor: "  delimited by size
                      nfr-fornecedor    delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               .
           inicia-nota-recebida-exit.
               exit.

      * confronta o item com o catalogo: preco cobrado diferente do
      * preco efetivo na data (o da promocao vigente, que e o que
      * o pedido leva, ou o mst-preco) e diametro medido abaixo do
      * mst-diametro, com o R$/cm2 real calculado pelo diametro
      * medido
           confere-item-catalogo section.
               if ws-rec-catalogo = "Nao"
                   move "pizza fora do catalogo" to ws-rec-div-texto
                   perform escreve-divergencia-receb
                   go to confere-item-catalogo-exit
               end-if
               move nfr-nome to mst-nome
               move nfr-fornecedor to mst-fornecedor
               read pizza-master record
                   invalid key
                       move "pizza fora do catalogo"
                           to ws-rec-div-texto
                       perform escreve-divergencia-receb
                       go to confere-item-catalogo-exit
               end-read
               move mst-preco to ws-prm-preco
               move mst-preco_cm2 to ws-prm-cm2
               if ws-prm-aberto = "Sim"
                   perform aplica-promocao-pizza
               end-if
               move ws-prm-preco to ws-rec-preco-ref
               if nfr-preco not = ws-prm-preco
                   move nfr-preco to ws-ed-preco
                   move ws-prm-preco to ws-ed-preco-antigo
                   move spaces to ws-rec-div-texto
                   string "preco cobrado x catalogo: "
                                            delimited by size
                          ws-ed-preco       delimited by size
                          " x "             delimited by size
                          ws-ed-preco-antigo delimited by size
                          into ws-rec-div-texto
                   end-string
                   perform escreve-divergencia-receb
               end-if
               if nfr-diametro < mst-diametro
                   compute ws-rec-cm2-real rounded = nfr-preco /
                   (((nfr-diametro / 2)*(nfr-diametro / 2))* 3,14)
                   move nfr-diametro to ws-ed-diametro
                   move mst-diametro to ws-ed-faixa-media
                   move ws-rec-cm2-real to ws-ed-preco_cm2
                   move ws-prm-cm2 to ws-ed-subtotal-media
                   move spaces to ws-rec-div-texto
                   string "diametro medido abaixo do cadastrado: "
                                            delimited by size
                          ws-ed-diametro    delimited by size
                          " x "             delimited by size
                          ws-ed-faixa-media delimited by size
                          "  R$/cm2 real: " delimited by size
                          ws-ed-preco_cm2   delimited by size
                          " x "             delimited by size
                          ws-ed-subtotal-media delimited by size
                          into ws-rec-div-texto
                   end-string
                   perform escreve-divergencia-receb
               end-if
               .
           confere-item-catalogo-exit.
               exit.

      * confronta o item com o pedido de compra do fornecedor:
      * preco cobrado diferente do preco pedido e quantidade
      * entregue diferente da pedida; item sem pedido tambem e
      * divergencia
           confere-item-pedido section.
               perform busca-pedido-item
               if ws-rec-ped-num = 0
                   move "item sem pedido de compra aberto ou enviado"
                       to ws-rec-div-texto
                   perform escreve-divergencia-receb
                   go to confere-item-pedido-exit
               end-if
               move ws-rec-ped-preco to ws-rec-preco-ref
               if nfr-preco not = ws-rec-ped-preco
                   move nfr-preco to ws-ed-preco
                   move ws-rec-ped-preco to ws-ed-preco-antigo
                   move spaces to ws-rec-div-texto
                   string "preco cobrado x pedido "
                                            delimited by size
                          ws-rec-ped-num    delimited by size
                          ": "              delimited by size
                          ws-ed-preco       delimited by size
                          " x "             delimited by size
                          ws-ed-preco-antigo delimited by size
                          into ws-rec-div-texto
                   end-string
                   perform escreve-divergencia-receb
               end-if
               if nfr-qtd not = ws-rec-ped-qtd
                   move nfr-qtd to ws-ed-sug-qtd
                   move ws-rec-ped-qtd to ws-ed-rec-qtd-ped
                   move spaces to ws-rec-div-texto
                   string "quantidade x pedido "
                                            delimited by size
                          ws-rec-ped-num    delimited by size
                          ": "              delimited by size
                          ws-ed-sug-qtd     delimited by size
                          " x "             delimited by size
                          ws-ed-rec-qtd-ped delimited by size
                          into ws-rec-div-texto
                   end-string
                   perform escreve-divergencia-receb
               end-if
               .
           confere-item-pedido-exit.
               exit.

      * procura, entre os pedidos abertos ou enviados do
      * fornecedor da nota, o mais recente que tem a pizza do
      * item; devolve o numero (zero se nao houver), a quantidade
      * e o preco pedidos
           busca-pedido-item section.
               move 0 to ws-rec-ped-num
               move 0 to ws-rec-ped-qtd
               move 0 to ws-rec-ped-preco
               if ws-rec-ped-existe = "Nao"
                   go to busca-pedido-item-exit
               end-if
               move spaces to ws-rec-hdr-forn
               move spaces to ws-rec-hdr-sit
               move 0 to ped-numero
               move 0 to ped-item
               start pedido-compra key not less than ped-chave
                   invalid key
                       go to busca-pedido-item-exit
               end-start
               perform until ws-ped-status = "10"
                   read pedido-compra next record
                       at end
                           move "10" to ws-ped-status
                       not at end
                           perform avalia-pedido-item
                   end-read
               end-perform
               .
           busca-pedido-item-exit.
               exit.

      * guarda o fornecedor e a situacao de cada cabecalho lido e,
      * nos itens, aceita a pizza da nota num pedido aberto ou
      * enviado do mesmo fornecedor
           avalia-pedido-item section.
               if ped-item = 0
                   move ped-fornecedor to ws-rec-hdr-forn
                   move ped-situacao to ws-rec-hdr-sit
               else
                   if ws-rec-hdr-forn = nfr-fornecedor
                       and (ws-rec-hdr-sit = "A"
                           or ws-rec-hdr-sit = "E")
                       and pit-nome = nfr-nome
                       move pit-numero to ws-rec-ped-num
                       move pit-qtd to ws-rec-ped-qtd
                       move pit-preco to ws-rec-ped-preco
                   end-if
               end-if
               .
           avalia-pedido-item-exit.
               exit.

      * grava uma linha de divergencia do item corrente, com o
      * texto deixado em ws-rec-div-texto
           escreve-divergencia-receb section.
               add 1 to ws-rec-div-nota
               move spaces to linha-div-receb
               string "    DIVERGENCIA "  delimited by size
                      ws-rec-div-texto    delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               .
           escreve-divergencia-receb-exit.
               exit.

      * imprime os totais de conciliacao da nota corrente: itens,
      * divergencias, valor cobrado, valor esperado e a diferenca
      * a cobrar do fornecedor
           imprime-totais-nota section.
               add ws-rec-div-nota to ws-rec-div-total
               add ws-rec-cobrado to ws-rec-ger-cobrado
               add ws-rec-esperado to ws-rec-ger-esperado
               compute ws-rec-diferenca =
                   ws-rec-cobrado - ws-rec-esperado
               move ws-rec-itens to ws-ed-sug-qtd
               move ws-rec-div-nota to ws-ed-rec-qtd-ped
               move ws-rec-cobrado to ws-ed-sug-geral
               move ws-rec-esperado to ws-ed-rec-esperado
               move ws-rec-diferenca to ws-ed-rec-dif
               move spaces to linha-div-receb
               string "  Totais da nota - itens: " delimited by size
                      ws-ed-sug-qtd         delimited by size
                      "  divergencias: "    delimited by size
                      ws-ed-rec-qtd-ped     delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               move spaces to linha-div-receb
               string "  cobrado: R$ "      delimited by size
                      ws-ed-sug-geral       delimited by size
                      "  esperado: R$ "     delimited by size
                      ws-ed-rec-esperado    delimited by size
                      "  diferenca: R$ "    delimited by size
                      ws-ed-rec-dif         delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               .
           imprime-totais-nota-exit.
               exit.

      * imprime os totais gerais da conferencia
           imprime-totais-recebimento section.
               compute ws-rec-diferenca =
                   ws-rec-ger-cobrado - ws-rec-ger-esperado
               move ws-rec-notas to ws-ed-sug-qtd
               move ws-rec-div-total to ws-ed-rec-qtd-ped
               move ws-rec-ger-cobrado to ws-ed-sug-geral
               move ws-rec-ger-esperado to ws-ed-rec-esperado
               move ws-rec-diferenca to ws-ed-rec-dif
               move spaces to linha-div-receb
               write linha-div-receb
               move spaces to linha-div-receb
               string "Notas conferidas: "  delimited by size
                      ws-ed-sug-qtd         delimited by size
                      "  divergencias: "    delimited by size
                      ws-ed-rec-qtd-ped     delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               move spaces to linha-div-receb
               string "Total cobrado: R$ "  delimited by size
                      ws-ed-sug-geral       delimited by size
                      "  esperado: R$ "     delimited by size
                      ws-ed-rec-esperado    delimited by size
                      "  diferenca: R$ "    delimited by size
                      ws-ed-rec-dif         delimited by size
                      into linha-div-receb
               end-string
               display linha-div-receb
               write linha-div-receb
               .
           imprime-totais-recebimento-exit.
               exit.

      * opcao C do menu: relatorio de envelhecimento das cotacoes
      * do catalogo, com as quantidades por faixa de idade (0-30,
      * 31-60, 61-90 e mais de 90 dias desde o cadastro ou ultima
      * alteracao de preco) e a lista de trabalho das cotacoes
      * vencidas por fornecedor, para a recotacao pela compras
           relatorio-cotacoes-vencidas section.
               display erase
               move 0 to ws-rank-qtd
               move "Nao" to ws-master-ausente
               perform conta-pizzas-catalogo
               if ws-master-ausente = "Sim"
                   display "Catalogo ainda nao possui pizzas."
               else
                   if ws-rank-qtd = 0
                       display "Nao ha pizzas cadastradas no"
                           " catalogo."
                   else
                       move 0 to ws-rank-qtd
                       sort classificacao
                           ascending key cls-fornecedor
                               cls-data-cadastro
                           input procedure is
                               carrega-classificacao
                           output procedure is
                               gera-relatorio-vencidas
                   end-if
               end-if
               .
           relatorio-cotacoes-vencidas-exit.
               exit.

      * procedimento de saida do sort do envelhecimento: acumula
      * as faixas de idade e imprime a lista de cotacoes vencidas
      * agrupada por fornecedor, com o resumo das idades no final
           gera-relatorio-vencidas section.
               perform calcula-dias-hoje
               perform varying ws-faixa-ind from 1 by 1
                   until ws-faixa-ind > 4
                   move 0 to aging-qtd(ws-faixa-ind)
               end-perform
               move 0 to ws-venc-qtd
               move spaces to ws-venc-forn-atual
               open output relatorio-saida
               move spaces to linha-saida
               string "Envelhecimento das cotacoes - "
                                       delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      "  validade: "   delimited by size
                      ws-validade-dias delimited by size
                      " dias"          delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move "Nao" to ws-fim-sort
               perform until ws-fim-sort = "Sim"
                   return classificacao record
                       at end
                           move "Sim" to ws-fim-sort
                       not at end
                           perform classifica-idade-cotacao
                   end-return
               end-perform
               perform imprime-resumo-idades
               close relatorio-saida
               .
           gera-relatorio-vencidas-exit.
               exit.

      * acumula a cotacao corrente na sua faixa de idade e, se
      * vencida, imprime na lista de trabalho do seu fornecedor
           classifica-idade-cotacao section.
               move cls-data-cadastro to ws-cnv-data
               perform calcula-idade-cadastro
               evaluate true
                   when ws-idade-dias <= 30
                       add 1 to aging-qtd(1)
                   when ws-idade-dias <= 60
                       add 1 to aging-qtd(2)
                   when ws-idade-dias <= 90
                       add 1 to aging-qtd(3)
                   when other
                       add 1 to aging-qtd(4)
               end-evaluate
               if ws-idade-dias > ws-validade-dias
                   add 1 to ws-venc-qtd
                   if cls-fornecedor not = ws-venc-forn-atual
                       move cls-fornecedor to ws-venc-forn-atual
                       move spaces to linha-saida
                       write linha-saida
                       move spaces to linha-saida
                       string "Fornecedor: " delimited by size
                              cls-fornecedor delimited by size
                              " - cotacoes para recotar"
                                             delimited by size
                              into linha-saida
                       end-string
                       display linha-saida
                       write linha-saida
                   end-if
                   move cls-preco to ws-ed-preco
                   move ws-idade-dias to ws-ed-idade
                   move spaces to linha-saida
                   string "  "             delimited by size
                          cls-nome         delimited by size
                          "  cadastro: "   delimited by size
                          cls-data-cad-dia delimited by size
                          "/"              delimited by size
                          cls-data-cad-mes delimited by size
                          "/"              delimited by size
                          cls-data-cad-ano delimited by size
                          "  idade: "      delimited by size
                          ws-ed-idade      delimited by size
                          " dias  preco: " delimited by size
                          ws-ed-preco      delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-if
               .
           classifica-idade-cotacao-exit.
               exit.

      * imprime o resumo das faixas de idade das cotacoes e o
      * total de vencidas
           imprime-resumo-idades section.
               move spaces to linha-saida
               write linha-saida
               display "Cotacoes por faixa de idade:"
               move "Cotacoes por faixa de idade:" to linha-saida
               write linha-saida
               perform varying ws-faixa-ind from 1 by 1
                   until ws-faixa-ind > 4
                   move aging-qtd(ws-faixa-ind) to ws-ed-faixa-qtd
                   move spaces to linha-saida
                   evaluate ws-faixa-ind
                       when 1
                           string "  de 0 a 30 dias:  "
                                               delimited by size
                                  ws-ed-faixa-qtd delimited by size
                                  into linha-saida
                           end-string
                       when 2
                           string "  de 31 a 60 dias: "
                                               delimited by size
                                  ws-ed-faixa-qtd delimited by size
                                  into linha-saida
                           end-string
                       when 3
                           string "  de 61 a 90 dias: "
                                               delimited by size
                                  ws-ed-faixa-qtd delimited by size
                                  into linha-saida
                           end-string
                       when other
                           string "  mais de 90 dias: "
                                               delimited by size
                                  ws-ed-faixa-qtd delimited by size
                                  into linha-saida
                           end-string
                   end-evaluate
                   display linha-saida
                   write linha-saida
               end-perform
               move ws-venc-qtd to ws-ed-venc-qtd
               move spaces to linha-saida
               if ws-venc-qtd = 0
                   move "Nenhuma cotacao vencida." to linha-saida
               else
                   string "Cotacoes vencidas para recotar: "
                                          delimited by size
                          ws-ed-venc-qtd  delimited by size
                          into linha-saida
                   end-string
               end-if
               display linha-saida
               write linha-saida
               .
           imprime-resumo-idades-exit.
               exit.

      * opcao M do menu: scorecard de fornecedores para a renovacao
      * de contratos; cada fornecedor ativo recebe uma nota de 0 a
      * 100 em quatro quesitos - competitividade do R$/cm2 contra
      * a media da faixa, volatilidade dos precos no historico,
      * taxa de rejeicao nos lotes e idade media das cotacoes - e
      * a nota final e a media ponderada pelos pesos de
      * PARMNEG.DAT; o relatorio sai da melhor para a pior nota
           scorecard-fornecedores section.
               display erase
               open input fornecedor-master
               if ws-forn-status = "35"
                   display "Cadastro de fornecedores inexistente;"
                       " scorecard nao gerado."
                   move 8 to ws-codigo-retorno
                   go to scorecard-fornecedores-exit
               end-if
               close fornecedor-master
               compute ws-sco-peso-total = ws-peso-preco
                   + ws-peso-volat + ws-peso-rejei + ws-peso-idade
               if ws-sco-peso-total = 0
                   display "Pesos do scorecard zerados em"
                       " PARMNEG.DAT; ajuste na opcao G."
                   move 8 to ws-codigo-retorno
                   go to scorecard-fornecedores-exit
               end-if
               sort classificacao
                   descending key csc-nota
                   ascending key csc-fornecedor
                   input procedure is calcula-scorecard
                   output procedure is imprime-scorecard
               .
           scorecard-fornecedores-exit.
               exit.

      * procedimento de entrada do sort do scorecard: acumula os
      * quesitos de cada fornecedor a partir do catalogo, do
      * historico de precos e do acumulado dos lotes por
      * fornecedor (LOTEFORN.DAT) e libera
      * um registro com as notas por fornecedor
           calcula-scorecard section.
               perform carrega-fornecedores-score
               if ws-sco-qtd = 0
                   go to calcula-scorecard-exit
               end-if
               perform calcula-dias-hoje
               perform calcula-medias-faixa-score
               perform acumula-catalogo-score
               perform acumula-historico-score
               open input lote-fornecedor
               if ws-lfo-status not = "35"
                   perform until ws-lfo-status = "10"
                       read lote-fornecedor next record
                           at end
                               move "10" to ws-lfo-status
                           not at end
                               perform acumula-rejeicao-score
                       end-read
                   end-perform
                   close lote-fornecedor
               end-if
               perform varying ws-sco-ind from 1 by 1
                   until ws-sco-ind > ws-sco-qtd
                   perform libera-score-fornecedor
               end-perform
               .
           calcula-scorecard-exit.
               exit.

      * carrega na tabela do scorecard os fornecedores ativos do
      * cadastro, zerando os acumuladores
           carrega-fornecedores-score section.
               move 0 to ws-sco-qtd
               move "Nao" to ws-sco-estouro
               open input fornecedor-master
               perform until ws-forn-status = "10"
                   read fornecedor-master next record
                       at end
                           move "10" to ws-forn-status
                       not at end
                           if frn-ativo = "S"
                               perform inclui-fornecedor-score
                           end-if
                   end-read
               end-perform
               close fornecedor-master
               .
           carrega-fornecedores-score-exit.
               exit.

      * inclui o fornecedor corrente do cadastro na tabela do
      * scorecard, respeitando o limite da tabela
           inclui-fornecedor-score section.
               if ws-sco-qtd >= ws-sco-max
                   move "Sim" to ws-sco-estouro
                   go to inclui-fornecedor-score-exit
               end-if
               add 1 to ws-sco-qtd
               move frn-codigo to sco-fornecedor(ws-sco-qtd)
               move frn-razao to sco-razao(ws-sco-qtd)
               move 0 to sco-qtd-pizzas(ws-sco-qtd)
               move 0 to sco-soma-indice(ws-sco-qtd)
               move 0 to sco-soma-idade(ws-sco-qtd)
               move 0 to sco-qtd-var(ws-sco-qtd)
               move 0 to sco-soma-var(ws-sco-qtd)
               move 0 to sco-submetidos(ws-sco-qtd)
               move 0 to sco-rejeicoes(ws-sco-qtd)
               .
           inclui-fornecedor-score-exit.
               exit.

      * localiza na tabela do scorecard o fornecedor de
      * ws-sco-busca, devolvendo a posicao em ws-sco-pos
           busca-fornecedor-score section.
               move "Nao" to ws-sco-achado
               move 0 to ws-sco-pos
               perform varying ws-sco-ind from 1 by 1
                   until ws-sco-ind > ws-sco-qtd
                   or ws-sco-achado = "Sim"
                   if sco-fornecedor(ws-sco-ind) = ws-sco-busca
                       move ws-sco-ind to ws-sco-pos
                       move "Sim" to ws-sco-achado
                   end-if
               end-perform
               .
           busca-fornecedor-score-exit.
               exit.

      * primeira passada no catalogo: media de R$/cm2 de cada
      * faixa de tamanho, base do indice de competitividade
           calcula-medias-faixa-score section.
               perform zera-resumo-faixas
               open input pizza-master
               if ws-master-status = "35"
                   go to calcula-medias-faixa-score-exit
               end-if
               move 1 to ind
               perform until ws-master-status = "10"
                   read pizza-master next record
                       at end
                           move "10" to ws-master-status
                       not at end
                           move mst-nome to nome(1)
                           move mst-fornecedor to fornecedor(1)
                           move mst-diametro to diametro(1)
                           move mst-preco_cm2 to preco_cm2(1)
                           perform calcula-faixa
                           perform acumula-resumo-faixa
                   end-read
               end-perform
               close pizza-master
               .
           calcula-medias-faixa-score-exit.
               exit.

      * segunda passada no catalogo: acumula por fornecedor o
      * indice de R$/cm2 contra a media da faixa e a idade das
      * cotacoes
           acumula-catalogo-score section.
               open input pizza-master
               if ws-master-status = "35"
                   go to acumula-catalogo-score-exit
               end-if
               move 1 to ind
               perform until ws-master-status = "10"
                   read pizza-master next record
                       at end
                           move "10" to ws-master-status
                       not at end
                           perform acumula-pizza-score
                   end-read
               end-perform
               close pizza-master
               .
           acumula-catalogo-score-exit.
               exit.

      * acumula a pizza corrente do catalogo no seu fornecedor
           acumula-pizza-score section.
               move mst-fornecedor to ws-sco-busca
               perform busca-fornecedor-score
               if ws-sco-achado = "Nao"
                   go to acumula-pizza-score-exit
               end-if
               move mst-diametro to diametro(1)
               perform calcula-faixa
               compute ws-sco-media-faixa rounded =
                   faixa-soma-cm2(ws-faixa-ind)
                   / faixa-qtd(ws-faixa-ind)
               if ws-sco-media-faixa = 0
                   move 100 to ws-sco-calc
               else
                   compute ws-sco-calc rounded =
                       (mst-preco_cm2 * 100) / ws-sco-media-faixa
               end-if
               if ws-sco-calc > 999,99
                   move 999,99 to ws-sco-calc
               end-if
               add 1 to sco-qtd-pizzas(ws-sco-pos)
               add ws-sco-calc to sco-soma-indice(ws-sco-pos)
               move mst-data-cadastro to ws-cnv-data
               perform calcula-idade-cadastro
               add ws-idade-dias to sco-soma-idade(ws-sco-pos)
               .
           acumula-pizza-score-exit.
               exit.

      * percorre o historico de precos, em ordem de pizza e data,
      * acumulando por fornecedor a variacao percentual absoluta
      * entre registros consecutivos da mesma pizza
           acumula-historico-score section.
               open input pizza-historico
               if ws-historico-status not = "00"
                   if ws-historico-status not = "35"
                       close pizza-historico
                   end-if
                   display "Historico de precos indisponivel;"
                       " volatilidade nao avaliada."
                   go to acumula-historico-score-exit
               end-if
               move spaces to ws-sco-ant-nome
               move spaces to ws-sco-ant-forn
               move 0 to ws-sco-ant-preco
               perform until ws-historico-status = "10"
                   read pizza-historico next record
                       at end
                           move "10" to ws-historico-status
                       not at end
                           perform acumula-variacao-score
                   end-read
               end-perform
               close pizza-historico
               .
           acumula-historico-score-exit.
               exit.

      * acumula a variacao do registro corrente do historico em
      * relacao ao anterior da mesma pizza/fornecedor
           acumula-variacao-score section.
               if hst-nome = ws-sco-ant-nome
                   and hst-fornecedor = ws-sco-ant-forn
                   and ws-sco-ant-preco > 0
                   move hst-fornecedor to ws-sco-busca
                   perform busca-fornecedor-score
                   if ws-sco-achado = "Sim"
                       compute ws-sco-calc rounded =
                           ((hst-preco - ws-sco-ant-preco) * 100)
                           / ws-sco-ant-preco
                       if ws-sco-calc < 0
                           compute ws-sco-calc = 0 - ws-sco-calc
                       end-if
                       if ws-sco-calc > 999,99
                           move 999,99 to ws-sco-calc
                       end-if
                       add 1 to sco-qtd-var(ws-sco-pos)
                       add ws-sco-calc to sco-soma-var(ws-sco-pos)
                   end-if
               end-if
               move hst-nome to ws-sco-ant-nome
               move hst-fornecedor to ws-sco-ant-forn
               move hst-preco to ws-sco-ant-preco
               .
           acumula-variacao-score-exit.
               exit.

      * guarda os registros apresentados e rejeitados nos lotes
      * do fornecedor do registro corrente de LOTEFORN.DAT
           acumula-rejeicao-score section.
               move lfo-fornecedor to ws-sco-busca
               perform busca-fornecedor-score
               if ws-sco-achado = "Sim"
                   move lfo-submetidos to sco-submetidos(ws-sco-pos)
                   move lfo-rejeitados to sco-rejeicoes(ws-sco-pos)
               end-if
               .
           acumula-rejeicao-score-exit.
               exit.

      * calcula as notas dos quesitos e a nota final do fornecedor
      * de ws-sco-ind e libera o registro para o sort:
      * competitividade = 150 - indice medio de R$/cm2;
      * volatilidade = 100 - 2 x variacao media;
      * rejeicao = 100 - % de rejeitados sobre os registros
      * apresentados nos lotes;
      * idade = 100 - idade media x 100 / (2 x validade);
      * cada nota limitada a faixa de 0 a 100
           libera-score-fornecedor section.
               move sco-fornecedor(ws-sco-ind) to csc-fornecedor
               move sco-razao(ws-sco-ind) to csc-razao
               move sco-qtd-pizzas(ws-sco-ind) to csc-qtd-pizzas
               if sco-qtd-pizzas(ws-sco-ind) > 0
                   compute ws-sco-calc rounded =
                       sco-soma-indice(ws-sco-ind)
                       / sco-qtd-pizzas(ws-sco-ind)
                   move ws-sco-calc to csc-indice
                   compute ws-sco-calc = 150 - csc-indice
                   perform limita-nota-score
                   move ws-sco-calc to csc-nota-preco
                   compute ws-sco-calc rounded =
                       sco-soma-idade(ws-sco-ind)
                       / sco-qtd-pizzas(ws-sco-ind)
                   if ws-sco-calc > 99999
                       move 99999 to ws-sco-calc
                   end-if
                   move ws-sco-calc to csc-idade-media
                   compute ws-sco-calc rounded = 100
                       - (csc-idade-media * 100)
                       / (2 * ws-validade-dias)
                   perform limita-nota-score
                   move ws-sco-calc to csc-nota-idade
               else
                   move 0 to csc-indice
                   move 0 to csc-nota-preco
                   move 0 to csc-idade-media
                   move 0 to csc-nota-idade
               end-if
               if sco-qtd-var(ws-sco-ind) > 0
                   compute ws-sco-calc rounded =
                       sco-soma-var(ws-sco-ind)
                       / sco-qtd-var(ws-sco-ind)
                   move ws-sco-calc to csc-var-media
                   compute ws-sco-calc = 100 - (2 * csc-var-media)
                   perform limita-nota-score
                   move ws-sco-calc to csc-nota-var
               else
                   move 0 to csc-var-media
                   move 100 to csc-nota-var
               end-if
               if sco-submetidos(ws-sco-ind) > 0
                   compute ws-sco-calc rounded =
                       (sco-rejeicoes(ws-sco-ind) * 100)
                       / sco-submetidos(ws-sco-ind)
                   move ws-sco-calc to csc-taxa-rej
                   compute ws-sco-calc = 100 - csc-taxa-rej
                   perform limita-nota-score
                   move ws-sco-calc to csc-nota-rej
               else
                   move 0 to csc-taxa-rej
                   move 100 to csc-nota-rej
               end-if
               compute csc-nota rounded =
                   ((csc-nota-preco * ws-peso-preco)
                   + (csc-nota-var * ws-peso-volat)
                   + (csc-nota-rej * ws-peso-rejei)
                   + (csc-nota-idade * ws-peso-idade))
                   / ws-sco-peso-total
               release reg-clas-score
               .
           libera-score-fornecedor-exit.
               exit.

      * limita a nota de ws-sco-calc a faixa de 0 a 100
           limita-nota-score section.
               if ws-sco-calc < 0
                   move 0 to ws-sco-calc
               end-if
               if ws-sco-calc > 100
                   move 100 to ws-sco-calc
               end-if
               .
           limita-nota-score-exit.
               exit.

      * procedimento de saida do sort do scorecard: imprime os
      * fornecedores da melhor para a pior nota, com as notas e
      * os valores de cada quesito
           imprime-scorecard section.
               accept ws-data-atual from date yyyymmdd
               open output relatorio-saida
               move spaces to linha-saida
               string "Scorecard de fornecedores - "
                                       delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Pesos - competitividade: " delimited by size
                      ws-peso-preco    delimited by size
                      "  volatilidade: " delimited by size
                      ws-peso-volat    delimited by size
                      "  rejeicoes: "  delimited by size
                      ws-peso-rejei    delimited by size
                      "  idade: "      delimited by size
                      ws-peso-idade    delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move 0 to ws-sco-rank
               move "Nao" to ws-fim-sort
               perform until ws-fim-sort = "Sim"
                   return classificacao record
                       at end
                           move "Sim" to ws-fim-sort
                       not at end
                           perform imprime-linha-scorecard
                   end-return
               end-perform
               if ws-sco-rank = 0
                   move "Nenhum fornecedor ativo no cadastro."
                       to linha-saida
                   display linha-saida
                   write linha-saida
               end-if
               if ws-sco-estouro = "Sim"
                   move ws-sco-max to ws-ed-sco-rank
                   move spaces to linha-saida
                   string "Atencao: apenas os primeiros "
                                       delimited by size
                          ws-ed-sco-rank delimited by size
                          " fornecedores ativos foram avaliados."
                                       delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-if
               close relatorio-saida
               .
           imprime-scorecard-exit.
               exit.

      * imprime as duas linhas de um fornecedor no scorecard: a
      * posicao com a nota final e os quesitos - indice de
      * R$/cm2, variacao media, % de rejeicao e idade media em
      * dias, cada um com a sua nota entre parenteses
           imprime-linha-scorecard section.
               add 1 to ws-sco-rank
               move ws-sco-rank to ws-ed-sco-rank
               move csc-nota to ws-ed-sco-nota
               move csc-qtd-pizzas to ws-ed-sco-qtd
               move spaces to linha-saida
               write linha-saida
               move spaces to linha-saida
               string ws-ed-sco-rank   delimited by size
                      "  "             delimited by size
                      csc-fornecedor   delimited by size
                      "  "             delimited by size
                      csc-razao        delimited by size
                      "  nota: "       delimited by size
                      ws-ed-sco-nota   delimited by size
                      "  pizzas: "     delimited by size
                      ws-ed-sco-qtd    delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move csc-indice to ws-ed-sco-v1
               move csc-var-media to ws-ed-sco-v2
               move csc-taxa-rej to ws-ed-sco-v3
               move csc-idade-media to ws-ed-sco-idade
               move csc-nota-preco to ws-ed-sco-n1
               move csc-nota-var to ws-ed-sco-n2
               move csc-nota-rej to ws-ed-sco-n3
               move csc-nota-idade to ws-ed-sco-n4
               move spaces to linha-saida
               string "   preco "      delimited by size
                      ws-ed-sco-v1     delimited by size
                      " ("             delimited by size
                      ws-ed-sco-n1     delimited by size
                      ")  var "        delimited by size
                      ws-ed-sco-v2     delimited by size
                      "% ("            delimited by size
                      ws-ed-sco-n2     delimited by size
                      ")  rej "        delimited by size
                      ws-ed-sco-v3     delimited by size
                      "% ("            delimited by size
                      ws-ed-sco-n3     delimited by size
                      ")  idade "      delimited by size
                      ws-ed-sco-idade  delimited by size
                      "d ("            delimited by size
                      ws-ed-sco-n4     delimited by size
                      ")"              delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-linha-scorecard-exit.
               exit.

      * opcao N do menu: simulacao de reajuste (what-if); aplica
      * em memoria os percentuais anunciados por fornecedor, ou
      * por fornecedor e faixa, sobre o preco efetivo de cada
      * pizza (preco promocional vigente nao e reajustado), mostra
      * a posicao simulada de cada pizza na sua faixa ao lado da
      * atual e o custo da sugestao de compra de DEMANDA.TXT
      * antes e depois; nada e gravado no catalogo, no historico
      * nem na interface do ERP
           simulacao-reajuste section.
               display erase
               perform carrega-reajustes-simulacao
               if ws-sim-qtd = 0
                   display "Nenhum reajuste valido informado;"
                       " simulacao nao executada."
                   if ws-modo-silencioso = "Sim"
                       move 8 to ws-codigo-retorno
                   end-if
                   go to simulacao-reajuste-exit
               end-if
               open input pizza-master
               if ws-master-status = "35"
                   display "Catalogo ainda nao possui pizzas."
                   go to simulacao-reajuste-exit
               end-if
               close pizza-master
               perform zera-resumo-faixas
               open output relatorio-saida
               perform imprime-cabecalho-simulacao
               move "Sim" to ws-usa-promocao
               sort classificacao
                   ascending key csm-faixa-ind csm-cm2
                       csm-fornecedor csm-nome
                   input procedure is carrega-simulacao-atual
                   output procedure is grava-posicao-atual
               move "Nao" to ws-usa-promocao
               sort classificacao
                   ascending key csm-faixa-ind csm-cm2
                       csm-fornecedor csm-nome
                   input procedure is carrega-simulacao-nova
                   output procedure is imprime-simulacao
               perform compara-custo-sugestao
               close relatorio-saida
               move "simulacao" to ws-log-acao
               move ws-sim-qtd to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               .
           simulacao-reajuste-exit.
               exit.

      * carrega a tabela de reajustes da simulacao, lidos de
      * REAJSIM.TXT (sempre, em modo silencioso) ou digitados
           carrega-reajustes-simulacao section.
               move 0 to ws-sim-qtd
               if ws-modo-silencioso = "Sim"
                   move "A" to ws-sim-origem
               else
                   display "A-Ler os reajustes de REAJSIM.TXT"
                   display "D-Digitar os reajustes"
                   display "Escolha uma acao: "
                   accept ws-sim-origem
               end-if
               perform abre-fornecedor-master
               evaluate ws-sim-origem
                   when "A"
                       perform le-reajustes-arquivo
                   when "D"
                       perform digita-reajustes
                   when other
                       display "Nenhuma acao executada."
               end-evaluate
               perform fecha-fornecedor-master
               .
           carrega-reajustes-simulacao-exit.
               exit.

      * le os reajustes de REAJSIM.TXT, um por linha
           le-reajustes-arquivo section.
               open input arq-reajuste-sim
               if ws-rsm-status = "35"
                   display "Arquivo de reajustes (REAJSIM.TXT) nao"
                       " encontrado!"
                   go to le-reajustes-arquivo-exit
               end-if
               perform until ws-rsm-status = "10"
                   read arq-reajuste-sim next record
                       at end
                           move "10" to ws-rsm-status
                       not at end
                           move rsm-fornecedor to ws-sim-forn-ent
                           move rsm-faixa to ws-sim-faixa-ent
                           move rsm-sinal to ws-sim-sinal
                           if rsm-percentual is numeric
                               move rsm-percentual to ws-sim-pct
                               perform inclui-reajuste-simulacao
                           else
                               display "Percentual invalido para "
                                   rsm-fornecedor
                                   "; reajuste ignorado."
                           end-if
                   end-read
               end-perform
               close arq-reajuste-sim
               .
           le-reajustes-arquivo-exit.
               exit.

      * recebe os reajustes pelo terminal ate o fornecedor vir em
      * branco
           digita-reajustes section.
               move spaces to ws-sim-ok
               perform until ws-sim-ok = "Fim"
                   display "Fornecedor do reajuste (em branco"
                       " encerra): "
                   move spaces to ws-sim-forn-ent
                   accept ws-sim-forn-ent
                   if ws-sim-forn-ent = spaces
                       move "Fim" to ws-sim-ok
                   else
                       display "Faixa (brota/media/grande/gigante,"
                           " em branco = todas): "
                       move spaces to ws-sim-faixa-ent
                       accept ws-sim-faixa-ent
                       display "Sinal (+ aumento, - reducao): "
                       accept ws-sim-sinal
                       display "Percentual (ate 5 digitos, com os"
                           " centavos nas 2 ultimas posicoes): "
                       accept ws-sim-pct-txt
                       inspect ws-sim-pct-txt replacing leading
                           spaces by "0"
                       if ws-sim-pct-txt is numeric
                           move ws-sim-pct-txt to ws-sim-pct-valor
                           move ws-sim-pct-v99 to ws-sim-pct
                           perform inclui-reajuste-simulacao
                       else
                           display "Percentual deve conter apenas"
                               " numeros."
                       end-if
                   end-if
               end-perform
               .
           digita-reajustes-exit.
               exit.

      * valida e inclui na tabela o reajuste de ws-sim-forn-ent/
      * ws-sim-faixa-ent/ws-sim-sinal/ws-sim-pct
           inclui-reajuste-simulacao section.
               move ws-sim-forn-ent to ws-val-fornecedor
               perform valida-fornecedor
               if ws-fornecedor-ok = "Nao"
                   display "Fornecedor " ws-sim-forn-ent
                       " desconhecido ou inativo; reajuste"
                       " ignorado."
                   go to inclui-reajuste-simulacao-exit
               end-if
               if ws-sim-faixa-ent not = spaces
                   and ws-sim-faixa-ent not = "brota"
                   and ws-sim-faixa-ent not = "media"
                   and ws-sim-faixa-ent not = "grande"
                   and ws-sim-faixa-ent not = "gigante"
                   display "Faixa " ws-sim-faixa-ent
                       " desconhecida; reajuste ignorado."
                   go to inclui-reajuste-simulacao-exit
               end-if
               if (ws-sim-sinal not = "+" and ws-sim-sinal not = "-")
                   or (ws-sim-sinal = "-" and ws-sim-pct >= 100)
                   display "Sinal ou percentual invalido para "
                       ws-sim-forn-ent "; reajuste ignorado."
                   go to inclui-reajuste-simulacao-exit
               end-if
               if ws-sim-qtd >= ws-sim-max
                   display "Limite de reajustes da simulacao"
                       " atingido; reajuste ignorado."
                   go to inclui-reajuste-simulacao-exit
               end-if
               add 1 to ws-sim-qtd
               move ws-sim-forn-ent to sim-r-fornecedor(ws-sim-qtd)
               move ws-sim-faixa-ent to sim-r-faixa(ws-sim-qtd)
               if ws-sim-sinal = "-"
                   compute sim-r-percent(ws-sim-qtd) = 0 - ws-sim-pct
               else
                   move ws-sim-pct to sim-r-percent(ws-sim-qtd)
               end-if
               .
           inclui-reajuste-simulacao-exit.
               exit.

      * devolve em ws-sim-preco/ws-sim-cm2 o preco reajustado de
      * ws-sim-preco-base para a pizza corrente do catalogo, cuja
      * faixa ja esta em ws-faixa; o reajuste da faixa prevalece
      * sobre o reajuste geral do fornecedor
           aplica-reajuste-simulado section.
               move 0 to ws-sim-pct-aplic
               move "Nao" to ws-sim-achou-geral
               move "Nao" to ws-sim-achou-faixa
               perform varying ws-sim-ind from 1 by 1
                   until ws-sim-ind > ws-sim-qtd
                   if sim-r-fornecedor(ws-sim-ind) = mst-fornecedor
                       if sim-r-faixa(ws-sim-ind) = ws-faixa
                           move sim-r-percent(ws-sim-ind)
                               to ws-sim-pct-aplic
                           move "Sim" to ws-sim-achou-faixa
                       else
                           if sim-r-faixa(ws-sim-ind) = spaces
                               and ws-sim-achou-faixa = "Nao"
                               move sim-r-percent(ws-sim-ind)
                                   to ws-sim-pct-aplic
                               move "Sim" to ws-sim-achou-geral
                           end-if
                       end-if
                   end-if
               end-perform
               compute ws-sim-calc rounded = ws-sim-preco-base
                   * (100 + ws-sim-pct-aplic) / 100
               if ws-sim-calc > 999,99
                   move 999,99 to ws-sim-calc
               end-if
               if ws-sim-calc < 0,01
                   move 0,01 to ws-sim-calc
               end-if
               move ws-sim-calc to ws-sim-preco
               compute ws-sim-cm2 = ws-sim-preco /
               (((mst-diametro / 2)*(mst-diametro / 2))* 3,14)
               .
           aplica-reajuste-simulado-exit.
               exit.

      * cabecalho do relatorio da simulacao com os reajustes
      * aplicados
           imprime-cabecalho-simulacao section.
               accept ws-data-atual from date yyyymmdd
               move spaces to linha-saida
               string "Simulacao de reajuste - "
                                       delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      " - nada foi gravado no catalogo"
                                       delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move "Reajustes simulados:" to linha-saida
               display linha-saida
               write linha-saida
               perform varying ws-sim-ind from 1 by 1
                   until ws-sim-ind > ws-sim-qtd
                   move sim-r-percent(ws-sim-ind) to ws-ed-sim-pct
                   move sim-r-faixa(ws-sim-ind) to ws-faixa
                   if ws-faixa = spaces
                       move "todas" to ws-faixa
                   end-if
                   move spaces to linha-saida
                   string "  "          delimited by size
                          sim-r-fornecedor(ws-sim-ind)
                                        delimited by size
                          "  faixa: "   delimited by size
                          ws-faixa      delimited by size
                          "  "          delimited by size
                          ws-ed-sim-pct delimited by size
                          "%"           delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-perform
               move spaces to linha-saida
               string "Precos promocionais vigentes (PROMO) nao"
                                        delimited by size
                      " entram no reajuste."
                                        delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-cabecalho-simulacao-exit.
               exit.

      * procedimento de entrada do primeiro sort da simulacao:
      * libera cada pizza do catalogo pelo R$/cm2 efetivo atual,
      * ja com os valores simulados
           carrega-simulacao-atual section.
               perform abre-promocoes
               open input pizza-master
               perform until ws-master-status = "10"
                   read pizza-master next record
                       at end
                           move "10" to ws-master-status
                       not at end
                           perform libera-simulacao-atual
                   end-read
               end-perform
               close pizza-master
               perform fecha-promocoes
               .
           carrega-simulacao-atual-exit.
               exit.

      * monta o registro de sort da pizza corrente com o preco
      * efetivo atual e o preco simulado
           libera-simulacao-atual section.
               move 1 to ind
               move mst-diametro to diametro(1)
               perform calcula-faixa
               move ws-faixa-ind to csm-faixa-ind
               move mst-nome to csm-nome
               move mst-fornecedor to csm-fornecedor
               move mst-diametro to csm-diametro
               move mst-preco to ws-prm-preco
               move mst-preco_cm2 to ws-prm-cm2
               move spaces to ws-prm-marca
               if ws-prm-aberto = "Sim"
                   perform aplica-promocao-pizza
               end-if
               move ws-prm-preco to csm-preco-atual
               move ws-prm-cm2 to csm-cm2-atual
               move ws-prm-marca to csm-promo
               if ws-prm-marca = spaces
                   move ws-prm-preco to ws-sim-preco-base
                   perform aplica-reajuste-simulado
               else
                   move ws-prm-preco to ws-sim-preco
                   move ws-prm-cm2 to ws-sim-cm2
               end-if
               move ws-sim-preco to csm-preco-sim
               move ws-sim-cm2 to csm-cm2-sim
               move csm-cm2-atual to csm-cm2
               move 0 to csm-pos-atual
               release reg-clas-sim
               .
           libera-simulacao-atual-exit.
               exit.

      * procedimento de saida do primeiro sort: numera a posicao
      * atual de cada pizza na faixa e grava o arquivo de trabalho
           grava-posicao-atual section.
               open output arq-simulacao
               move 0 to ws-sim-faixa-ant
               move 0 to ws-sim-pos
               move "Nao" to ws-fim-sort
               perform until ws-fim-sort = "Sim"
                   return classificacao record
                       at end
                           move "Sim" to ws-fim-sort
                       not at end
                           perform grava-linha-simulacao
                   end-return
               end-perform
               close arq-simulacao
               .
           grava-posicao-atual-exit.
               exit.

      * grava no arquivo de trabalho a pizza devolvida pelo sort
      * com a sua posicao atual na faixa
           grava-linha-simulacao section.
               if csm-faixa-ind not = ws-sim-faixa-ant
                   move csm-faixa-ind to ws-sim-faixa-ant
                   move 0 to ws-sim-pos
               end-if
               add 1 to ws-sim-pos
               move csm-faixa-ind to sml-faixa-ind
               move csm-nome to sml-nome
               move csm-fornecedor to sml-fornecedor
               move csm-diametro to sml-diametro
               move csm-preco-atual to sml-preco-atual
               move csm-preco-sim to sml-preco-sim
               move csm-cm2-atual to sml-cm2-atual
               move csm-cm2-sim to sml-cm2-sim
               move ws-sim-pos to sml-pos-atual
               move csm-promo to sml-promo
               write reg-simulacao
               .
           grava-linha-simulacao-exit.
               exit.

      * procedimento de entrada do segundo sort: relibera as
      * pizzas do arquivo de trabalho pelo R$/cm2 simulado
           carrega-simulacao-nova section.
               open input arq-simulacao
               perform until ws-sml-status = "10"
                   read arq-simulacao next record
                       at end
                           move "10" to ws-sml-status
                       not at end
                           move sml-faixa-ind to csm-faixa-ind
                           move sml-cm2-sim to csm-cm2
                           move sml-fornecedor to csm-fornecedor
                           move sml-nome to csm-nome
                           move sml-diametro to csm-diametro
                           move sml-preco-atual to csm-preco-atual
                           move sml-preco-sim to csm-preco-sim
                           move sml-cm2-atual to csm-cm2-atual
                           move sml-cm2-sim to csm-cm2-sim
                           move sml-pos-atual to csm-pos-atual
                           move sml-promo to csm-promo
                           release reg-clas-sim
                   end-read
               end-perform
               close arq-simulacao
               .
           carrega-simulacao-nova-exit.
               exit.

      * procedimento de saida do segundo sort: imprime, por
      * faixa, a posicao atual e a simulada de cada pizza,
      * marcando quem sobe, quem desce e quem perde ou assume o
      * primeiro lugar
           imprime-simulacao section.
               move 0 to ws-sim-faixa-ant
               move 0 to ws-sim-pos
               move 0 to ws-sim-mudancas
               move 0 to ws-sim-perdas
               move "Nao" to ws-fim-sort
               perform until ws-fim-sort = "Sim"
                   return classificacao record
                       at end
                           move "Sim" to ws-fim-sort
                       not at end
                           perform imprime-linha-simulacao
                   end-return
               end-perform
               move spaces to linha-saida
               write linha-saida
               move ws-sim-mudancas to ws-ed-sim-pos
               move ws-sim-perdas to ws-ed-sim-pos-ant
               move spaces to linha-saida
               string "Pizzas que mudam de posicao: "
                                       delimited by size
                      ws-ed-sim-pos    delimited by size
                      "  primeiros lugares perdidos: "
                                       delimited by size
                      ws-ed-sim-pos-ant delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-simulacao-exit.
               exit.

      * imprime a linha de uma pizza: posicao atual -> simulada,
      * precos e R$/cm2 atual e simulado e a marca da mudanca
           imprime-linha-simulacao section.
               if csm-faixa-ind not = ws-sim-faixa-ant
                   move csm-faixa-ind to ws-sim-faixa-ant
                   move 0 to ws-sim-pos
                   move spaces to linha-saida
                   write linha-saida
                   move spaces to linha-saida
                   string "Faixa "     delimited by size
                          faixa-nome(csm-faixa-ind)
                                       delimited by size
                          " - posicao atual -> simulada, preco e"
                                       delimited by size
                          " R$/cm2 atual e simulado"
                                       delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-if
               add 1 to ws-sim-pos
               evaluate true
                   when csm-pos-atual = 1 and ws-sim-pos not = 1
                       move "PERDE 1o LUGAR" to ws-sim-marca
                       add 1 to ws-sim-perdas
                       add 1 to ws-sim-mudancas
                   when ws-sim-pos = 1 and csm-pos-atual not = 1
                       move "ASSUME 1o LUGAR" to ws-sim-marca
                       add 1 to ws-sim-mudancas
                   when ws-sim-pos < csm-pos-atual
                       move "SOBE" to ws-sim-marca
                       add 1 to ws-sim-mudancas
                   when ws-sim-pos > csm-pos-atual
                       move "DESCE" to ws-sim-marca
                       add 1 to ws-sim-mudancas
                   when other
                       move spaces to ws-sim-marca
               end-evaluate
               move csm-pos-atual to ws-ed-sim-pos-ant
               move ws-sim-pos to ws-ed-sim-pos
               move csm-preco-atual to ws-ed-preco-antigo
               move csm-preco-sim to ws-ed-preco
               move csm-cm2-atual to ws-ed-sim-cm2-ant
               move csm-cm2-sim to ws-ed-preco_cm2
               move spaces to linha-saida
               string ws-ed-sim-pos-ant delimited by size
                      " -> "            delimited by size
                      ws-ed-sim-pos     delimited by size
                      "  "              delimited by size
                      csm-nome          delimited by size
                      " "               delimited by size
                      csm-fornecedor    delimited by size
                      " "               delimited by size
                      ws-ed-preco-antigo delimited by size
                      " "               delimited by size
                      ws-ed-preco       delimited by size
                      " "               delimited by size
                      ws-ed-sim-cm2-ant delimited by size
                      " "               delimited by size
                      ws-ed-preco_cm2   delimited by size
                      " "               delimited by size
                      csm-promo         delimited by size
                      " "               delimited by size
                      ws-sim-marca      delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-linha-simulacao-exit.
               exit.

      * compara o custo da sugestao de compra de DEMANDA.TXT com
      * os precos atuais e com os simulados, faixa a faixa
           compara-custo-sugestao section.
               move spaces to linha-saida
               write linha-saida
               move "Nao" to ws-sim-ativa
               perform calcula-custo-sugestao
               if ws-sim-dem-ok = "Nao"
                   move spaces to linha-saida
                   string "Sem DEMANDA.TXT; custo da sugestao de"
                                       delimited by size
                          " compra nao comparado."
                                       delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
                   go to compara-custo-sugestao-exit
               end-if
               move ws-sug-total-geral to ws-sim-total-antes
               move "Sim" to ws-sim-ativa
               perform calcula-custo-sugestao
               move "Nao" to ws-sim-ativa
               move ws-sug-total-geral to ws-sim-total-depois
               move "Custo da sugestao de compra (DEMANDA.TXT):"
                   to linha-saida
               display linha-saida
               write linha-saida
               perform varying ws-faixa-ind from 1 by 1
                   until ws-faixa-ind > 4
                   if sug-qtd-demanda(ws-faixa-ind) > 0
                       perform imprime-custo-faixa-sim
                   end-if
               end-perform
               move ws-sim-total-antes to ws-ed-sim-antes
               move ws-sim-total-depois to ws-ed-sim-depois
               compute ws-ed-sim-dif =
                   ws-sim-total-depois - ws-sim-total-antes
               move spaces to linha-saida
               string "Total antes: R$ " delimited by size
                      ws-ed-sim-antes  delimited by size
                      "  depois: R$ "  delimited by size
                      ws-ed-sim-depois delimited by size
                      "  diferenca: R$ " delimited by size
                      ws-ed-sim-dif    delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           compara-custo-sugestao-exit.
               exit.

      * monta a sugestao de compra com os precos atuais ou, com
      * ws-sim-ativa, com os simulados, guardando o custo e o
      * fornecedor escolhido de cada faixa
           calcula-custo-sugestao section.
               move 0 to ws-sug-total-geral
               perform zera-sugestao-faixas
               move "Sim" to ws-sim-dem-ok
               open input arq-demanda
               if ws-dem-status = "35"
                   move "Nao" to ws-sim-dem-ok
                   go to calcula-custo-sugestao-exit
               end-if
               perform until ws-dem-status = "10"
                   read arq-demanda next record
                       at end
                           move "10" to ws-dem-status
                       not at end
                           perform carrega-linha-demanda
                   end-read
               end-perform
               close arq-demanda
               move "Nao" to ws-master-ausente
               perform escolhe-ofertas-faixas
               perform varying ws-faixa-ind from 1 by 1
                   until ws-faixa-ind > 4
                   perform acumula-custo-faixa-sim
               end-perform
               .
           calcula-custo-sugestao-exit.
               exit.

      * guarda o custo da melhor oferta da faixa ws-faixa-ind
           acumula-custo-faixa-sim section.
               move 0 to ws-sug-total-linha
               if sug-qtd-demanda(ws-faixa-ind) > 0
                   and sug-achados(ws-faixa-ind) > 0
                   compute ws-sug-total-linha =
                       sug1-preco(ws-faixa-ind)
                       * sug-qtd-demanda(ws-faixa-ind)
               end-if
               add ws-sug-total-linha to ws-sug-total-geral
               if ws-sim-ativa = "Sim"
                   move ws-sug-total-linha
                       to sim-c-depois(ws-faixa-ind)
                   move sug1-forn(ws-faixa-ind)
                       to sim-c-forn-depois(ws-faixa-ind)
               else
                   move ws-sug-total-linha
                       to sim-c-antes(ws-faixa-ind)
                   move sug1-forn(ws-faixa-ind)
                       to sim-c-forn-antes(ws-faixa-ind)
               end-if
               .
           acumula-custo-faixa-sim-exit.
               exit.

      * imprime o custo antes e depois de uma faixa com demanda
           imprime-custo-faixa-sim section.
               move sim-c-antes(ws-faixa-ind) to ws-ed-sim-antes
               move sim-c-depois(ws-faixa-ind) to ws-ed-sim-depois
               move spaces to linha-saida
               string "  "             delimited by size
                      sug-faixa-nome(ws-faixa-ind)
                                       delimited by size
                      ": antes "       delimited by size
                      ws-ed-sim-antes  delimited by size
                      " ("             delimited by size
                      sim-c-forn-antes(ws-faixa-ind)
                                       delimited by size
                      ")  depois "     delimited by size
                      ws-ed-sim-depois delimited by size
                      " ("             delimited by size
                      sim-c-forn-depois(ws-faixa-ind)
                                       delimited by size
                      ")"              delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-custo-faixa-sim-exit.
               exit.

      * opcao P do menu: cadeia do processamento noturno; executa
      * em sequencia, sob uma unica trava de execucao, os passos
      * de CADEIA.DAT (cada um como se viesse do PARAMLOT.DAT),
      * parando no primeiro passo cujo codigo de retorno passe do
      * maximo aceito; a situacao de cada passo fica em
      * CADCTRL.DAT, o que permite reiniciar a cadeia a partir do
      * passo que falhou sem repetir os concluidos, e o relatorio
      * da noite vai para RELNOITE.TXT
           cadeia-noturna section.
               display erase
               perform carrega-definicao-cadeia
               if ws-cad-ok = "Nao"
                   move 8 to ws-codigo-retorno
                   go to cadeia-noturna-exit
               end-if
               move "Nao" to ws-cad-reinicio
               if ws-modo-silencioso = "Sim"
                   if ws-trend-nome = "REINICIO"
                       move "Sim" to ws-cad-reinicio
                   end-if
               else
                   display "Reiniciar a partir do passo que falhou?"
                       " (Sim/Nao)"
                   accept ws-cad-resp
                   if ws-cad-resp = "Sim"
                       move "Sim" to ws-cad-reinicio
                   end-if
               end-if
               move 0 to ws-cad-pulados
               if ws-cad-reinicio = "Sim"
                   perform carrega-controle-cadeia
                   if ws-cad-ok = "Nao"
                       move 8 to ws-codigo-retorno
                       go to cadeia-noturna-exit
                   end-if
               end-if
               perform grava-controle-cadeia
               move ws-modo-silencioso to ws-cad-silencioso
               move "Sim" to ws-modo-silencioso
               move 0 to ws-cad-falha
               perform varying ws-cad-ind from 1 by 1
                   until ws-cad-ind > ws-cad-qtd
                      or ws-cad-falha > 0
                   if cdp-situacao(ws-cad-ind) not = "C"
                       perform executa-passo-cadeia
                   end-if
               end-perform
               move ws-cad-silencioso to ws-modo-silencioso
               move "P" to opcao-menu
               perform imprime-relatorio-noite
               if ws-cad-falha > 0
                   and ws-cad-rc-cadeia < 8
                   move 8 to ws-cad-rc-cadeia
               end-if
               move ws-cad-rc-cadeia to ws-codigo-retorno
               .
           cadeia-noturna-exit.
               exit.

      * carrega os passos de CADEIA.DAT na tabela da cadeia; linha
      * invalida, passo fora de ordem ou excesso de passos recusam
      * a cadeia inteira, para nao rodar meia noite por engano
           carrega-definicao-cadeia section.
               move "Sim" to ws-cad-ok
               move 0 to ws-cad-qtd
               open input arq-cadeia
               if ws-cad-status = "35"
                   display "Definicao da cadeia (CADEIA.DAT) nao"
                       " encontrada!"
                   move "Nao" to ws-cad-ok
                   go to carrega-definicao-cadeia-exit
               end-if
               perform until ws-cad-status = "10"
                   read arq-cadeia next record
                       at end
                           move "10" to ws-cad-status
                       not at end
                           perform inclui-passo-cadeia
                   end-read
               end-perform
               close arq-cadeia
               if ws-cad-qtd = 0
                   display "CADEIA.DAT nao possui passos."
                   move "Nao" to ws-cad-ok
               end-if
               .
           carrega-definicao-cadeia-exit.
               exit.

      * valida e inclui na tabela o passo lido de CADEIA.DAT
           inclui-passo-cadeia section.
               if cad-passo is not numeric
                   or cad-rc-max is not numeric
                   display "Linha invalida em CADEIA.DAT: "
                       reg-cadeia
                   move "Nao" to ws-cad-ok
                   go to inclui-passo-cadeia-exit
               end-if
               if ws-cad-qtd >= ws-cad-max
                   display "CADEIA.DAT passa do limite de passos;"
                       " passo " cad-passo " recusado."
                   move "Nao" to ws-cad-ok
                   go to inclui-passo-cadeia-exit
               end-if
               if ws-cad-qtd > 0
                   if cad-passo not > cdp-passo(ws-cad-qtd)
                       display "Passo " cad-passo " fora de ordem"
                           " em CADEIA.DAT."
                       move "Nao" to ws-cad-ok
                       go to inclui-passo-cadeia-exit
                   end-if
               end-if
               add 1 to ws-cad-qtd
               move cad-passo to cdp-passo(ws-cad-qtd)
               move cad-opcao to cdp-opcao(ws-cad-qtd)
               move cad-rc-max to cdp-rc-max(ws-cad-qtd)
               move cad-lote to cdp-lote(ws-cad-qtd)
               if cad-lote = spaces
                   move "Sim" to cdp-lote(ws-cad-qtd)
               end-if
               move cad-parametro to cdp-parametro(ws-cad-qtd)
               move cad-fornecedor to cdp-fornecedor(ws-cad-qtd)
               move "P" to cdp-situacao(ws-cad-qtd)
               move 0 to cdp-data-ini(ws-cad-qtd)
               move spaces to cdp-hora-ini(ws-cad-qtd)
               move 0 to cdp-data-fim(ws-cad-qtd)
               move spaces to cdp-hora-fim(ws-cad-qtd)
               move 0 to cdp-rc(ws-cad-qtd)
               .
           inclui-passo-cadeia-exit.
               exit.

      * no reinicio, recupera de CADCTRL.DAT os passos ja
      * concluidos; o controle tem de corresponder passo a passo a
      * definicao atual, senao o reinicio e recusado
           carrega-controle-cadeia section.
               move "Sim" to ws-cad-ok
               move 0 to ws-cad-ind
               open input arq-cadctrl
               if ws-ctl-status = "35"
                   display "Sem controle da cadeia anterior"
                       " (CADCTRL.DAT); executando desde o"
                       " primeiro passo."
                   go to carrega-controle-cadeia-exit
               end-if
               perform until ws-ctl-status = "10"
                   read arq-cadctrl next record
                       at end
                           move "10" to ws-ctl-status
                       not at end
                           perform confere-controle-passo
                   end-read
               end-perform
               close arq-cadctrl
               if ws-cad-ind not = ws-cad-qtd
                   move "Nao" to ws-cad-ok
               end-if
               if ws-cad-ok = "Nao"
                   display "CADEIA.DAT mudou desde a ultima"
                       " execucao; reinicio recusado."
                   go to carrega-controle-cadeia-exit
               end-if
               if ws-cad-pulados = ws-cad-qtd
                   display "A cadeia anterior ja terminou; nada"
                       " a reiniciar."
               else
                   display "Reinicio: " ws-cad-pulados
                       " passo(s) concluido(s) nao serao"
                       " repetidos."
               end-if
               .
           carrega-controle-cadeia-exit.
               exit.

      * confere uma linha de CADCTRL.DAT com o passo correspondente
      * da definicao (opcao, rc maximo, lote, parametro e
      * fornecedor) e aproveita o passo se estiver concluido
           confere-controle-passo section.
               add 1 to ws-cad-ind
               if ws-cad-ind > ws-cad-qtd
                   move "Nao" to ws-cad-ok
                   go to confere-controle-passo-exit
               end-if
               if ctl-passo not = cdp-passo(ws-cad-ind)
                   or ctl-opcao not = cdp-opcao(ws-cad-ind)
                   or ctl-rc-max not = cdp-rc-max(ws-cad-ind)
                   or ctl-lote not = cdp-lote(ws-cad-ind)
                   or ctl-parametro not = cdp-parametro(ws-cad-ind)
                   or ctl-fornecedor not = cdp-fornecedor(ws-cad-ind)
                   move "Nao" to ws-cad-ok
                   go to confere-controle-passo-exit
               end-if
               if ctl-situacao = "C"
                   move "C" to cdp-situacao(ws-cad-ind)
                   move ctl-data-ini to cdp-data-ini(ws-cad-ind)
                   move ctl-hora-ini to cdp-hora-ini(ws-cad-ind)
                   move ctl-data-fim to cdp-data-fim(ws-cad-ind)
                   move ctl-hora-fim to cdp-hora-fim(ws-cad-ind)
                   move ctl-rc to cdp-rc(ws-cad-ind)
                   add 1 to ws-cad-pulados
               end-if
               .
           confere-controle-passo-exit.
               exit.

      * regrava CADCTRL.DAT com a situacao atual de todos os
      * passos; chamada antes e depois de cada passo, para que uma
      * queda no meio da noite deixe registrado onde parou
           grava-controle-cadeia section.
               open output arq-cadctrl
               perform varying ws-cad-grv from 1 by 1
                   until ws-cad-grv > ws-cad-qtd
                   move spaces to reg-cadctrl
                   move cdp-passo(ws-cad-grv) to ctl-passo
                   move cdp-opcao(ws-cad-grv) to ctl-opcao
                   move cdp-situacao(ws-cad-grv) to ctl-situacao
                   move cdp-data-ini(ws-cad-grv) to ctl-data-ini
                   move cdp-hora-ini(ws-cad-grv) to ctl-hora-ini
                   move cdp-data-fim(ws-cad-grv) to ctl-data-fim
                   move cdp-hora-fim(ws-cad-grv) to ctl-hora-fim
                   move cdp-rc(ws-cad-grv) to ctl-rc
                   move cdp-rc-max(ws-cad-grv) to ctl-rc-max
                   move cdp-lote(ws-cad-grv) to ctl-lote
                   move cdp-parametro(ws-cad-grv) to ctl-parametro
                   move cdp-fornecedor(ws-cad-grv) to ctl-fornecedor
                   write reg-cadctrl
               end-perform
               close arq-cadctrl
               .
           grava-controle-cadeia-exit.
               exit.

      * executa o passo ws-cad-ind da cadeia pela mesma rotina do
      * menu, com os parametros do passo e a permissao do operador
      * da cadeia; cada passo vai para o log de auditoria
           executa-passo-cadeia section.
               perform marca-hora-cadeia
               move ws-data-atual to cdp-data-ini(ws-cad-ind)
               move ws-cad-hora to cdp-hora-ini(ws-cad-ind)
               move "E" to cdp-situacao(ws-cad-ind)
               perform grava-controle-cadeia
               move cdp-opcao(ws-cad-ind) to opcao-menu
               move cdp-lote(ws-cad-ind) to modo-lote
               move "Nao" to exporta-csv-opcao
               move cdp-parametro(ws-cad-ind) to ws-trend-nome
               move cdp-fornecedor(ws-cad-ind) to ws-trend-fornecedor
               move 0 to ws-codigo-retorno
               display "Cadeia noturna: passo "
                   cdp-passo(ws-cad-ind) " opcao " opcao-menu
               if opcao-menu = "P"
                   display "A cadeia noturna nao pode ser passo de"
                       " si mesma."
                   move 8 to ws-codigo-retorno
               else
                   move "Nao" to ws-modo-atualiza
                   move "Nao" to ws-modo-reproc
                   perform valida-permissao-opcao
                   perform executa-opcao
               end-if
               perform marca-hora-cadeia
               move ws-data-atual to cdp-data-fim(ws-cad-ind)
               move ws-cad-hora to cdp-hora-fim(ws-cad-ind)
               move ws-codigo-retorno to cdp-rc(ws-cad-ind)
               if ws-codigo-retorno > cdp-rc-max(ws-cad-ind)
                   move "F" to cdp-situacao(ws-cad-ind)
                   move ws-cad-ind to ws-cad-falha
               else
                   move "C" to cdp-situacao(ws-cad-ind)
               end-if
               perform grava-log-execucao
               perform grava-controle-cadeia
               .
           executa-passo-cadeia-exit.
               exit.

      * data e hora correntes em ws-data-atual e ws-cad-hora
           marca-hora-cadeia section.
               accept ws-data-atual from date yyyymmdd
               accept ws-hora-atual from time
               move spaces to ws-cad-hora
               string ws-hora         delimited by size
                      ":"             delimited by size
                      ws-minuto       delimited by size
                      ":"             delimited by size
                      ws-segundo      delimited by size
                      into ws-cad-hora
               end-string
               .
           marca-hora-cadeia-exit.
               exit.

      * relatorio final da noite em RELNOITE.TXT: inicio, fim,
      * situacao e codigo de retorno de cada passo; o codigo de
      * retorno da cadeia e o maior entre os passos executados
           imprime-relatorio-noite section.
               move 0 to ws-cad-rc-cadeia
               perform marca-hora-cadeia
               open output arq-relnoite
               move ws-dia to ws-cad-ed-dia
               move ws-mes to ws-cad-ed-mes
               move ws-ano to ws-cad-ed-ano
               move spaces to linha-relnoite
               string "Cadeia do processamento noturno - "
                                       delimited by size
                      ws-cad-data-ed   delimited by size
                      " "              delimited by size
                      ws-cad-hora      delimited by size
                      " - operador "   delimited by size
                      operador-id      delimited by size
                      into linha-relnoite
               end-string
               display linha-relnoite
               write linha-relnoite
               move spaces to linha-relnoite
               string "Passo Op  Situacao      Inicio"
                                       delimited by size
                      "               Fim"
                                       delimited by size
                      "                  Retorno"
                                       delimited by size
                      into linha-relnoite
               end-string
               display linha-relnoite
               write linha-relnoite
               perform varying ws-cad-ind from 1 by 1
                   until ws-cad-ind > ws-cad-qtd
                   perform imprime-linha-noite
               end-perform
               move spaces to linha-relnoite
               if ws-cad-falha > 0
                   move cdp-passo(ws-cad-falha) to ws-ed-cad-passo
                   move cdp-rc(ws-cad-falha) to ws-ed-cad-rc
                   move cdp-rc-max(ws-cad-falha) to ws-ed-cad-rc-max
                   string "Cadeia interrompida no passo "
                                       delimited by size
                          ws-ed-cad-passo  delimited by size
                          ": retorno " delimited by size
                          ws-ed-cad-rc delimited by size
                          " acima do maximo " delimited by size
                          ws-ed-cad-rc-max delimited by size
                          "; corrija e reinicie com REINICIO."
                                       delimited by size
                          into linha-relnoite
                   end-string
               else
                   move ws-cad-rc-cadeia to ws-ed-cad-rc
                   string "Cadeia concluida; codigo de retorno "
                                       delimited by size
                          ws-ed-cad-rc delimited by size
                          into linha-relnoite
                   end-string
               end-if
               display linha-relnoite
               write linha-relnoite
               if ws-cad-pulados > 0
                   move ws-cad-pulados to ws-ed-cad-passo
                   move spaces to linha-relnoite
                   string "Reinicio: "  delimited by size
                          ws-ed-cad-passo delimited by size
                          " passo(s) concluido(s) na execucao"
                                       delimited by size
                          " anterior nao foram repetidos."
                                       delimited by size
                          into linha-relnoite
                   end-string
                   display linha-relnoite
                   write linha-relnoite
               end-if
               close arq-relnoite
               .
           imprime-relatorio-noite-exit.
               exit.

      * imprime a linha de um passo no relatorio da noite
           imprime-linha-noite section.
               evaluate cdp-situacao(ws-cad-ind)
                   when "C"
                       move "concluido" to ws-cad-sit-desc
                   when "F"
                       move "FALHOU" to ws-cad-sit-desc
                   when "E"
                       move "interrompido" to ws-cad-sit-desc
                   when other
                       move "nao executado" to ws-cad-sit-desc
               end-evaluate
               move spaces to ws-cad-data-ini-ed
               move spaces to ws-cad-data-fim-ed
               if cdp-data-ini(ws-cad-ind) > 0
                   move cdp-data-ini(ws-cad-ind) to ws-cnv-data
                   move ws-cnv-dia to ws-cad-ed-dia
                   move ws-cnv-mes to ws-cad-ed-mes
                   move ws-cnv-ano to ws-cad-ed-ano
                   move ws-cad-data-ed to ws-cad-data-ini-ed
               end-if
               if cdp-data-fim(ws-cad-ind) > 0
                   move cdp-data-fim(ws-cad-ind) to ws-cnv-data
                   move ws-cnv-dia to ws-cad-ed-dia
                   move ws-cnv-mes to ws-cad-ed-mes
                   move ws-cnv-ano to ws-cad-ed-ano
                   move ws-cad-data-ed to ws-cad-data-fim-ed
               end-if
               if cdp-situacao(ws-cad-ind) = "C"
                   or cdp-situacao(ws-cad-ind) = "F"
                   if cdp-rc(ws-cad-ind) > ws-cad-rc-cadeia
                       move cdp-rc(ws-cad-ind) to ws-cad-rc-cadeia
                   end-if
               end-if
               move cdp-passo(ws-cad-ind) to ws-ed-cad-passo
               move cdp-rc(ws-cad-ind) to ws-ed-cad-rc
               move cdp-rc-max(ws-cad-ind) to ws-ed-cad-rc-max
               move spaces to linha-relnoite
               string "   "            delimited by size
                      ws-ed-cad-passo  delimited by size
                      "  "             delimited by size
                      cdp-opcao(ws-cad-ind)
                                       delimited by size
                      "  "             delimited by size
                      ws-cad-sit-desc  delimited by size
                      "  "             delimited by size
                      ws-cad-data-ini-ed delimited by size
                      " "              delimited by size
                      cdp-hora-ini(ws-cad-ind)
                                       delimited by size
                      "  "             delimited by size
                      ws-cad-data-fim-ed delimited by size
                      " "              delimited by size
                      cdp-hora-fim(ws-cad-ind)
                                       delimited by size
                      "  "             delimited by size
                      ws-ed-cad-rc     delimited by size
                      " (max "         delimited by size
                      ws-ed-cad-rc-max delimited by size
                      ")"              delimited by size
                      into linha-relnoite
               end-string
               display linha-relnoite
               write linha-relnoite
               .
           imprime-linha-noite-exit.
               exit.

      * opcao Q do menu: verificacao de integridade cruzada entre
      * catalogo, fornecedores, operadores, historico e
      * estatisticas mensais; gera em RELATORIO.TXT as excecoes
      * agrupadas por tipo, com a chave do registro e a acao
      * sugerida, e nao altera nenhum arquivo; roda antes do
      * fechamento mensal e depois de restauracoes pela opcao A
      * (retorno 8 com excecao grave, 4 so com avisos)
           verifica-integridade section.
               display erase
               move "Pizza com fornecedor inexistente ou inativo"
                   to int-t-desc(1)
               move "Pizza com valores zerados ou R$/cm2 divergente"
                   to int-t-desc(2)
               move "Historico de pizza fora do catalogo"
                   to int-t-desc(3)
               move "Operadores e fornecedores com cadastro invalido"
                   to int-t-desc(4)
               move spaces to int-t-desc(5)
               string "Estatisticas mensais com mes faltando ou"
                                       delimited by size
                      " fora de ordem" delimited by size
                      into int-t-desc(5)
               end-string
               perform varying ws-int-tipo from 1 by 1
                   until ws-int-tipo > 5
                   move 0 to int-t-graves(ws-int-tipo)
                   move 0 to int-t-avisos(ws-int-tipo)
               end-perform
               move 0 to ws-int-graves
               move 0 to ws-int-avisos
               accept ws-data-atual from date yyyymmdd
               open output relatorio-saida
               move spaces to linha-saida
               string "Verificacao de integridade dos cadastros - "
                                       delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform verifica-catalogo-fornecedores
               perform verifica-valores-catalogo
               perform verifica-historico-catalogo
               perform verifica-cadastros-pessoas
               perform verifica-estatisticas-mes
               perform imprime-resumo-integridade
               close relatorio-saida
               move "integrid" to ws-log-acao
               move spaces to ws-log-nome
               string "g"              delimited by size
                      ws-int-graves    delimited by size
                      " a"             delimited by size
                      ws-int-avisos    delimited by size
                      into ws-log-nome
               end-string
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               if ws-int-graves > 0
                   move 8 to ws-codigo-retorno
               else
                   if ws-int-avisos > 0
                       move 4 to ws-codigo-retorno
                   end-if
               end-if
               .
           verifica-integridade-exit.
               exit.

      * imprime o titulo do tipo de excecao ws-int-tipo
           inicia-tipo-integridade section.
               move spaces to linha-saida
               write linha-saida
               move spaces to linha-saida
               string ws-int-tipo      delimited by size
                      " - "            delimited by size
                      int-t-desc(ws-int-tipo)
                                       delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           inicia-tipo-integridade-exit.
               exit.

      * registra uma excecao do tipo ws-int-tipo: gravidade em
      * ws-int-sev (GRAVE ou AVISO), chave, descricao e acao
      * sugerida
           registra-excecao-integridade section.
               if ws-int-sev = "GRAVE"
                   add 1 to int-t-graves(ws-int-tipo)
                   add 1 to ws-int-graves
               else
                   add 1 to int-t-avisos(ws-int-tipo)
                   add 1 to ws-int-avisos
               end-if
               move spaces to linha-saida
               string "  "             delimited by size
                      ws-int-sev       delimited by size
                      " "              delimited by size
                      ws-int-chave     delimited by size
                      " "              delimited by size
                      ws-int-desc      delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move spaces to linha-saida
               string "        acao sugerida: "
                                       delimited by size
                      ws-int-acao      delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           registra-excecao-integridade-exit.
               exit.

      * monta em ws-int-chave a chave nome/fornecedor da pizza
      * corrente do catalogo
           monta-chave-pizza-integridade section.
               move spaces to ws-int-chave
               string mst-nome         delimited by size
                      "/"              delimited by size
                      mst-fornecedor   delimited by size
                      into ws-int-chave
               end-string
               .
           monta-chave-pizza-integridade-exit.
               exit.

      * tipo 1: toda pizza do catalogo deve ter fornecedor
      * cadastrado e ativo em FORNMST.DAT
           verifica-catalogo-fornecedores section.
               move 1 to ws-int-tipo
               perform inicia-tipo-integridade
               move "Sim" to ws-int-cat-ok
               open input pizza-master
               if ws-master-status = "35"
                   move "Nao" to ws-int-cat-ok
                   move "GRAVE" to ws-int-sev
                   move "PIZZAMST.DAT" to ws-int-chave
                   move "Catalogo de pizzas inexistente"
                       to ws-int-desc
                   move "restaurar o catalogo pela opcao A"
                       to ws-int-acao
                   perform registra-excecao-integridade
                   go to verifica-catalogo-fornecedores-exit
               end-if
               perform abre-fornecedor-master
               if ws-forn-existe = "Nao"
                   move "GRAVE" to ws-int-sev
                   move "FORNMST.DAT" to ws-int-chave
                   move "Cadastro de fornecedores inexistente"
                       to ws-int-desc
                   move spaces to ws-int-acao
                   string "restaurar pela opcao A ou cadastrar os"
                                       delimited by size
                          " fornecedores pela opcao 9"
                                       delimited by size
                          into ws-int-acao
                   end-string
                   perform registra-excecao-integridade
                   close pizza-master
                   go to verifica-catalogo-fornecedores-exit
               end-if
               perform until ws-master-status = "10"
                   read pizza-master next record
                       at end
                           move "10" to ws-master-status
                       not at end
                           perform confere-fornecedor-pizza
                   end-read
               end-perform
               close pizza-master
               perform fecha-fornecedor-master
               .
           verifica-catalogo-fornecedores-exit.
               exit.

      * confere o fornecedor da pizza corrente do catalogo
           confere-fornecedor-pizza section.
               perform monta-chave-pizza-integridade
               move mst-fornecedor to frn-codigo
               read fornecedor-master record
                   invalid key
                       move "GRAVE" to ws-int-sev
                       move "Fornecedor nao cadastrado em FORNMST"
                           to ws-int-desc
                       move spaces to ws-int-acao
                       string "cadastrar o fornecedor pela opcao 9"
                                       delimited by size
                              " ou excluir a pizza pela opcao 5"
                                       delimited by size
                              into ws-int-acao
                       end-string
                       perform registra-excecao-integridade
                   not invalid key
                       if frn-ativo not = "S"
                           move "AVISO" to ws-int-sev
                           move "Fornecedor inativo no cadastro"
                               to ws-int-desc
                           move spaces to ws-int-acao
                           string "reativar o fornecedor (opcao 9)"
                                       delimited by size
                                  " ou excluir a pizza (opcao 5)"
                                       delimited by size
                                  into ws-int-acao
                           end-string
                           perform registra-excecao-integridade
                       end-if
               end-read
               .
           confere-fornecedor-pizza-exit.
               exit.

      * tipo 2: diametro e preco preenchidos e R$/cm2 igual ao
      * recalculo a partir do diametro e do preco
           verifica-valores-catalogo section.
               move 2 to ws-int-tipo
               perform inicia-tipo-integridade
               if ws-int-cat-ok = "Nao"
                   move "  Catalogo inexistente; tipo nao verificado."
                       to linha-saida
                   display linha-saida
                   write linha-saida
                   go to verifica-valores-catalogo-exit
               end-if
               open input pizza-master
               perform until ws-master-status = "10"
                   read pizza-master next record
                       at end
                           move "10" to ws-master-status
                       not at end
                           perform confere-valores-pizza
                   end-read
               end-perform
               close pizza-master
               .
           verifica-valores-catalogo-exit.
               exit.

      * confere diametro, preco e R$/cm2 da pizza corrente
           confere-valores-pizza section.
               perform monta-chave-pizza-integridade
               if mst-diametro = 0 or mst-preco = 0
                   move "GRAVE" to ws-int-sev
                   move "Diametro ou preco zerado" to ws-int-desc
                   move "corrigir diametro/preco pela opcao 5"
                       to ws-int-acao
                   perform registra-excecao-integridade
                   go to confere-valores-pizza-exit
               end-if
               compute ws-int-cm2 = mst-preco /
               (((mst-diametro / 2)*(mst-diametro / 2))* 3,14)
               if ws-int-cm2 not = mst-preco_cm2
                   move "GRAVE" to ws-int-sev
                   move "R$/cm2 gravado nao bate com o recalculo"
                       to ws-int-desc
                   move spaces to ws-int-acao
                   string "regravar o preco pela opcao 5 para"
                                       delimited by size
                          " recalcular o R$/cm2"
                                       delimited by size
                          into ws-int-acao
                   end-string
                   perform registra-excecao-integridade
               end-if
               if mst-data-cadastro is not numeric
                   or mst-data-cad-mes < 1 or mst-data-cad-mes > 12
                   or mst-data-cad-dia < 1 or mst-data-cad-dia > 31
                   move "AVISO" to ws-int-sev
                   move "Data de cadastro da cotacao invalida"
                       to ws-int-desc
                   move "regravar o preco pela opcao 5"
                       to ws-int-acao
                   perform registra-excecao-integridade
               end-if
               .
           confere-valores-pizza-exit.
               exit.

      * tipo 3: o historico de precos so deve ter pizzas que
      * existem no catalogo; a excecao sai uma vez por pizza
           verifica-historico-catalogo section.
               move 3 to ws-int-tipo
               perform inicia-tipo-integridade
               if ws-int-cat-ok = "Nao"
                   move "  Catalogo inexistente; tipo nao verificado."
                       to linha-saida
                   display linha-saida
                   write linha-saida
                   go to verifica-historico-catalogo-exit
               end-if
               open input pizza-historico
               if ws-historico-status = "35"
                   go to verifica-historico-catalogo-exit
               end-if
               if ws-historico-status not = "00"
                   close pizza-historico
                   perform registra-historico-ilegivel
                   go to verifica-historico-catalogo-exit
               end-if
               open input pizza-master
               move spaces to ws-int-chave-hst
               perform until ws-historico-status = "10"
                   read pizza-historico next record
                       at end
                           move "10" to ws-historico-status
                       not at end
                           if hst-nome not = ws-int-hst-nome
                               or hst-fornecedor
                                   not = ws-int-hst-fornecedor
                               perform confere-historico-pizza
                           end-if
                   end-read
                   if ws-historico-status not = "00"
                       and ws-historico-status not = "10"
                       perform registra-historico-ilegivel
                       move "10" to ws-historico-status
                   end-if
               end-perform
               close pizza-master
               close pizza-historico
               .
           verifica-historico-catalogo-exit.
               exit.

      * historico restaurado em formato antigo ou com registro
      * ilegivel: a verificacao do tipo 3 nao pode prosseguir
           registra-historico-ilegivel section.
               move "GRAVE" to ws-int-sev
               move "PIZZAHST.DAT" to ws-int-chave
               move "Historico em formato antigo ou ilegivel"
                   to ws-int-desc
               move "converter pela opcao F" to ws-int-acao
               perform registra-excecao-integridade
               .
           registra-historico-ilegivel-exit.
               exit.

      * confere no catalogo a pizza do primeiro registro de
      * historico de cada pizza
           confere-historico-pizza section.
               move hst-nome to ws-int-hst-nome
               move hst-fornecedor to ws-int-hst-fornecedor
               move hst-nome to mst-nome
               move hst-fornecedor to mst-fornecedor
               read pizza-master record
                   invalid key
                       move spaces to ws-int-chave
                       string hst-nome  delimited by size
                              "/"       delimited by size
                              hst-fornecedor delimited by size
                              into ws-int-chave
                       end-string
                       move "AVISO" to ws-int-sev
                       move "Historico de pizza excluida do catalogo"
                           to ws-int-desc
                       move spaces to ws-int-acao
                       string "arquivar o historico pela opcao F"
                                       delimited by size
                              " ou restaurar a pizza pela opcao A"
                                       delimited by size
                              into ws-int-acao
                       end-string
                       perform registra-excecao-integridade
               end-read
               .
           confere-historico-pizza-exit.
               exit.

      * tipo 4: operadores com nivel e situacao validos e pelo
      * menos um supervisor ativo; fornecedores com situacao
      * valida
           verifica-cadastros-pessoas section.
               move 4 to ws-int-tipo
               perform inicia-tipo-integridade
               move 0 to ws-int-supervisores
               open input operador-master
               if ws-oper-status = "35"
                   move "GRAVE" to ws-int-sev
                   move "OPERMST.DAT" to ws-int-chave
                   move "Cadastro de operadores inexistente"
                       to ws-int-desc
                   move spaces to ws-int-acao
                   string "restaurar pela opcao A; sem ele o acesso"
                                       delimited by size
                          " volta a ser so do ADMIN"
                                       delimited by size
                          into ws-int-acao
                   end-string
                   perform registra-excecao-integridade
               else
                   perform until ws-oper-status = "10"
                       read operador-master next record
                           at end
                               move "10" to ws-oper-status
                           not at end
                               perform confere-operador-integridade
                       end-read
                   end-perform
                   close operador-master
                   if ws-int-supervisores = 0
                       move "GRAVE" to ws-int-sev
                       move "OPERMST.DAT" to ws-int-chave
                       move "Nenhum supervisor ativo no cadastro"
                           to ws-int-desc
                       move "reativar um supervisor pela opcao 8"
                           to ws-int-acao
                       perform registra-excecao-integridade
                   end-if
               end-if
               open input fornecedor-master
               if ws-forn-status = "35"
                   go to verifica-cadastros-pessoas-exit
               end-if
               perform until ws-forn-status = "10"
                   read fornecedor-master next record
                       at end
                           move "10" to ws-forn-status
                       not at end
                           if frn-ativo not = "S"
                               and frn-ativo not = "N"
                               move "AVISO" to ws-int-sev
                               move frn-codigo to ws-int-chave
                               move "Fornecedor com situacao invalida"
                                   to ws-int-desc
                               move "acertar a situacao pela opcao 9"
                                   to ws-int-acao
                               perform registra-excecao-integridade
                           end-if
                   end-read
               end-perform
               close fornecedor-master
               .
           verifica-cadastros-pessoas-exit.
               exit.

      * confere nivel e situacao do operador corrente
           confere-operador-integridade section.
               move opr-id to ws-int-chave
               if opr-nivel not = 1 and opr-nivel not = 2
                   move "AVISO" to ws-int-sev
                   move "Operador com nivel de permissao invalido"
                       to ws-int-desc
                   move "acertar o nivel pela opcao 8" to ws-int-acao
                   perform registra-excecao-integridade
               end-if
               if opr-ativo not = "S" and opr-ativo not = "N"
                   move "AVISO" to ws-int-sev
                   move "Operador com situacao invalida"
                       to ws-int-desc
                   move "acertar a situacao pela opcao 8"
                       to ws-int-acao
                   perform registra-excecao-integridade
               end-if
               if opr-nivel = 2 and opr-ativo = "S"
                   add 1 to ws-int-supervisores
               end-if
               .
           confere-operador-integridade-exit.
               exit.

      * tipo 5: ESTATMES.DAT em ordem de mes, sem fornecedor
      * repetido no mesmo mes, sem mes faltando entre dois
      * fechamentos e com o mes anterior ja fechado
           verifica-estatisticas-mes section.
               move 5 to ws-int-tipo
               perform inicia-tipo-integridade
               move 0 to ws-int-est-lidos
               move 0 to ws-int-est-per-ant
               move spaces to ws-int-est-forn-ant
               open input arq-estatisticas
               if ws-est-status = "35"
                   move "AVISO" to ws-int-sev
                   move "ESTATMES.DAT" to ws-int-chave
                   move "Nenhum fechamento mensal gravado"
                       to ws-int-desc
                   move "rodar o fechamento mensal pela opcao D"
                       to ws-int-acao
                   perform registra-excecao-integridade
                   go to verifica-estatisticas-mes-exit
               end-if
               perform until ws-est-status = "10"
                   read arq-estatisticas next record
                       at end
                           move "10" to ws-est-status
                       not at end
                           perform confere-estatistica-mes
                   end-read
               end-perform
               close arq-estatisticas
               accept ws-data-atual from date yyyymmdd
      * o fechamento da opcao D grava o mes corrente, entao so o
      * mes anterior ao corrente precisa estar fechado
               compute ws-int-per-atual = ws-ano * 12 + ws-mes - 2
               if ws-int-est-lidos > 0
                   and ws-int-est-per-ant < ws-int-per-atual
                   divide ws-int-per-atual by 12 giving ws-cnv-ano
                       remainder ws-cnv-mes
                   add 1 to ws-cnv-mes
                   move "AVISO" to ws-int-sev
                   move "ESTATMES.DAT" to ws-int-chave
                   move spaces to ws-int-desc
                   string "Mes "           delimited by size
                          ws-cnv-mes       delimited by size
                          "/"              delimited by size
                          ws-cnv-ano       delimited by size
                          " ainda nao foi fechado"
                                           delimited by size
                          into ws-int-desc
                   end-string
                   move "rodar o fechamento mensal pela opcao D"
                       to ws-int-acao
                   perform registra-excecao-integridade
               end-if
               .
           verifica-estatisticas-mes-exit.
               exit.

      * confere a linha corrente de ESTATMES.DAT com a anterior
           confere-estatistica-mes section.
               add 1 to ws-int-est-lidos
               move spaces to ws-int-chave
               string est-ano          delimited by size
                      "/"              delimited by size
                      est-mes          delimited by size
                      " "              delimited by size
                      est-fornecedor   delimited by size
                      into ws-int-chave
               end-string
               if est-ano is not numeric or est-mes is not numeric
                   or est-mes < 1 or est-mes > 12
                   move "GRAVE" to ws-int-sev
                   move "Linha de estatistica com mes invalido"
                       to ws-int-desc
                   move "restaurar ESTATMES.DAT pela opcao A"
                       to ws-int-acao
                   perform registra-excecao-integridade
                   go to confere-estatistica-mes-exit
               end-if
               compute ws-int-est-per = est-ano * 12 + est-mes - 1
               if ws-int-est-lidos = 1
                   move ws-int-est-per to ws-int-est-per-ant
                   move est-fornecedor to ws-int-est-forn-ant
                   go to confere-estatistica-mes-exit
               end-if
               if ws-int-est-per < ws-int-est-per-ant
                   move "GRAVE" to ws-int-sev
                   move "Mes fora de ordem no arquivo" to ws-int-desc
                   move "restaurar ESTATMES.DAT pela opcao A"
                       to ws-int-acao
                   perform registra-excecao-integridade
                   go to confere-estatistica-mes-exit
               end-if
               if ws-int-est-per = ws-int-est-per-ant
                   if est-fornecedor not > ws-int-est-forn-ant
                       move "GRAVE" to ws-int-sev
                       move "Fornecedor repetido no fechamento do mes"
                           to ws-int-desc
                       move "remover a linha duplicada de ESTATMES"
                           to ws-int-acao
                       perform registra-excecao-integridade
                   end-if
               else
                   if ws-int-est-per > ws-int-est-per-ant + 1
                       compute ws-int-falta =
                           ws-int-est-per - ws-int-est-per-ant - 1
                       move ws-int-falta to ws-ed-int-falta
                       move "AVISO" to ws-int-sev
                       move spaces to ws-int-desc
                       string "Falta(m)"    delimited by size
                              ws-ed-int-falta delimited by size
                              " mes(es) antes deste fechamento"
                                            delimited by size
                              into ws-int-desc
                       end-string
                       move spaces to ws-int-acao
                       string "mes sem fechamento; conferir com o"
                                       delimited by size
                              " log de auditoria (opcao 7)"
                                       delimited by size
                              into ws-int-acao
                       end-string
                       perform registra-excecao-integridade
                   end-if
               end-if
               move ws-int-est-per to ws-int-est-per-ant
               move est-fornecedor to ws-int-est-forn-ant
               .
           confere-estatistica-mes-exit.
               exit.

      * resumo da verificacao: graves e avisos por tipo
           imprime-resumo-integridade section.
               move spaces to linha-saida
               write linha-saida
               move "Resumo das excecoes por tipo:" to linha-saida
               display linha-saida
               write linha-saida
               perform varying ws-int-tipo from 1 by 1
                   until ws-int-tipo > 5
                   move int-t-graves(ws-int-tipo) to ws-ed-int-graves
                   move int-t-avisos(ws-int-tipo) to ws-ed-int-avisos
                   move spaces to linha-saida
                   string "  "          delimited by size
                          ws-int-tipo   delimited by size
                          " - graves: " delimited by size
                          ws-ed-int-graves delimited by size
                          "  avisos: "  delimited by size
                          ws-ed-int-avisos delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-perform
               move ws-int-graves to ws-ed-int-graves
               move ws-int-avisos to ws-ed-int-avisos
               move spaces to linha-saida
               string "Total - graves: " delimited by size
                      ws-ed-int-graves delimited by size
                      "  avisos: "     delimited by size
                      ws-ed-int-avisos delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-resumo-integridade-exit.
               exit.

      * opcao R do menu: solicitacao de cotacao aos fornecedores
      * a partir das cotacoes vencidas da opcao C; G gera uma
      * solicitacao numerada por fornecedor (SOLnnnnnn.TXT), I
      * importa as respostas (RSPnnnnnn.TXT) pelo mesmo crivo do
      * lote e R lista as solicitacoes em aberto e quem nao
      * respondeu; em modo silencioso a quinta linha do
      * PARAMLOT.DAT escolhe a acao
           solicitacao-cotacao-forn section.
               display erase
               if ws-modo-silencioso = "Sim"
                   evaluate ws-trend-nome
                       when "GERA"
                           move "G" to ws-sol-acao
                       when "IMPORTA"
                           move "I" to ws-sol-acao
                       when other
                           move "R" to ws-sol-acao
                   end-evaluate
               else
                   display "G-Gerar solicitacoes das cotacoes"
                       " vencidas"
                   display "I-Importar respostas dos fornecedores"
                   display "R-Relatorio das solicitacoes em aberto"
                   display "Escolha uma acao: "
                   accept ws-sol-acao
               end-if
               evaluate ws-sol-acao
                   when "G"
                       perform gera-solicitacoes-cotacao
                   when "I"
                       perform importa-respostas-cotacao
                   when "R"
                       perform relatorio-solicitacoes
                   when other
                       display "Nenhuma acao executada."
               end-evaluate
               .
           solicitacao-cotacao-forn-exit.
               exit.

      * gera as solicitacoes de cotacao: classifica o catalogo por
      * fornecedor como a opcao C e abre uma solicitacao para cada
      * fornecedor ativo com cotacao vencida que ainda nao tenha
      * solicitacao em aberto
           gera-solicitacoes-cotacao section.
               move 0 to ws-rank-qtd
               move "Nao" to ws-master-ausente
               perform conta-pizzas-catalogo
               if ws-master-ausente = "Sim"
                   display "Catalogo ainda nao possui pizzas."
                   go to gera-solicitacoes-cotacao-exit
               end-if
               open i-o solicitacao-cotacao
               if ws-sol-status = "35"
                   open output solicitacao-cotacao
                   close solicitacao-cotacao
                   open i-o solicitacao-cotacao
               end-if
               perform busca-ultima-solicitacao
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to ws-sol-data-emissao
               move ws-data-atual to ws-cnv-data
               move ws-sol-prazo-dias to ws-sol-soma-dias
               perform soma-dias-data
               move ws-cnv-data to ws-sol-data-limite
               move 0 to ws-sol-geradas
               move 0 to ws-sol-puladas
               move 0 to ws-sol-itens-total
               open output relatorio-saida
               move ws-sol-data-emissao to ws-cnv-data
               perform formata-data-solicitacao
               move ws-sol-data-ed to ws-sol-emissao-ed
               move ws-sol-data-limite to ws-cnv-data
               perform formata-data-solicitacao
               move ws-sol-data-ed to ws-sol-limite-ed
               move spaces to linha-saida
               string "Solicitacoes de cotacao - emissao "
                                       delimited by size
                      ws-sol-emissao-ed delimited by size
                      "  resposta ate " delimited by size
                      ws-sol-limite-ed delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform abre-fornecedor-master
               move 0 to ws-rank-qtd
               sort classificacao
                   ascending key cls-fornecedor cls-data-cadastro
                   input procedure is carrega-classificacao
                   output procedure is gera-solicitacoes-saida
               perform fecha-fornecedor-master
               close solicitacao-cotacao
               move ws-sol-geradas to ws-ed-sol-qtd
               move ws-sol-itens-total to ws-ed-sol-qtd2
               move ws-sol-puladas to ws-ed-sol-qtd3
               move spaces to linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Solicitacoes geradas: " delimited by size
                      ws-ed-sol-qtd    delimited by size
                      "  itens: "      delimited by size
                      ws-ed-sol-qtd2   delimited by size
                      "  fornecedores pulados: "
                                       delimited by size
                      ws-ed-sol-qtd3   delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               close relatorio-saida
               .
           gera-solicitacoes-cotacao-exit.
               exit.

      * guarda em ws-sol-ultimo o maior numero de solicitacao ja
      * gravado em SOLCOT.DAT
           busca-ultima-solicitacao section.
               move 0 to ws-sol-ultimo
               move zeros to sol-chave
               start solicitacao-cotacao key not less than sol-chave
                   invalid key
                       move "10" to ws-sol-status
               end-start
               perform until ws-sol-status = "10"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sol-status
                       not at end
                           if sol-numero > ws-sol-ultimo
                               move sol-numero to ws-sol-ultimo
                           end-if
                   end-read
               end-perform
               .
           busca-ultima-solicitacao-exit.
               exit.

      * procedimento de saida do sort da geracao: percorre as
      * cotacoes por fornecedor e monta uma solicitacao por
      * fornecedor com as vencidas
           gera-solicitacoes-saida section.
               perform calcula-dias-hoje
               move spaces to ws-sol-forn-atual
               move "Nao" to ws-sol-forn-ok
               move "Nao" to ws-fim-sort
               perform until ws-fim-sort = "Sim"
                   return classificacao record
                       at end
                           move "Sim" to ws-fim-sort
                       not at end
                           perform trata-cotacao-solicitacao
                   end-return
               end-perform
               if ws-sol-forn-ok = "Sim"
                   perform encerra-solicitacao
               end-if
               .
           gera-solicitacoes-saida-exit.
               exit.

      * inclui a cotacao corrente, se vencida, na solicitacao do
      * seu fornecedor, abrindo a solicitacao na quebra
           trata-cotacao-solicitacao section.
               move cls-data-cadastro to ws-cnv-data
               perform calcula-idade-cadastro
               if ws-idade-dias not > ws-validade-dias
                   go to trata-cotacao-solicitacao-exit
               end-if
               if cls-fornecedor not = ws-sol-forn-atual
                   if ws-sol-forn-ok = "Sim"
                       perform encerra-solicitacao
                   end-if
                   move cls-fornecedor to ws-sol-forn-atual
                   perform abre-solicitacao-fornecedor
               end-if
               if ws-sol-forn-ok = "Sim"
                   perform inclui-item-solicitacao
               end-if
               .
           trata-cotacao-solicitacao-exit.
               exit.

      * abre a solicitacao do fornecedor ws-sol-forn-atual:
      * grava o cabecalho em SOLCOT.DAT e o inicio do arquivo a
      * enviar; fornecedor inativo ou com solicitacao em aberto e
      * pulado
           abre-solicitacao-fornecedor section.
               move "Nao" to ws-sol-forn-ok
               if ws-forn-existe = "Sim"
                   move ws-sol-forn-atual to ws-val-fornecedor
                   perform valida-fornecedor
                   if ws-fornecedor-ok = "Nao"
                       add 1 to ws-sol-puladas
                       move spaces to linha-saida
                       string "Fornecedor "  delimited by size
                              ws-sol-forn-atual delimited by size
                              " desconhecido ou inativo; pulado."
                                             delimited by size
                              into linha-saida
                       end-string
                       display linha-saida
                       write linha-saida
                       go to abre-solicitacao-fornecedor-exit
                   end-if
               end-if
               perform verifica-solicitacao-aberta
               if ws-sol-aberta = "Sim"
                   add 1 to ws-sol-puladas
                   move spaces to linha-saida
                   string "Fornecedor "  delimited by size
                          ws-sol-forn-atual delimited by size
                          " ja tem a solicitacao "
                                         delimited by size
                          ws-sol-num-aberta delimited by size
                          " em aberto; pulado."
                                         delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
                   go to abre-solicitacao-fornecedor-exit
               end-if
               add 1 to ws-sol-ultimo
               move ws-sol-ultimo to ws-sol-numero
               move 0 to ws-sol-item
               move spaces to reg-solcot
               move ws-sol-numero to sol-numero
               move 0 to sol-item
               move ws-sol-forn-atual to sol-fornecedor
               move "A" to sol-situacao
               move ws-sol-data-emissao to sol-data-emissao
               move ws-sol-data-limite to sol-data-limite
               move 0 to sol-data-resposta
               move 0 to sol-qtd-itens
               move 0 to sol-qtd-sem-resp
               move operador-id to sol-operador
               write reg-solcot
                   invalid key
                       display "Falha ao gravar a solicitacao "
                           ws-sol-numero "."
                       go to abre-solicitacao-fornecedor-exit
               end-write
               move spaces to ws-sol-arq-nome
               string "SOL"            delimited by size
                      ws-sol-numero    delimited by size
                      ".TXT"           delimited by size
                      into ws-sol-arq-nome
               end-string
               open output arq-sol-envio
               move spaces to linha-sol-envio
               string "Solicitacao de cotacao " delimited by size
                      ws-sol-numero    delimited by size
                      " - fornecedor " delimited by size
                      ws-sol-forn-atual delimited by size
                      " - emissao "    delimited by size
                      ws-sol-emissao-ed delimited by size
                      into linha-sol-envio
               end-string
               write linha-sol-envio
               move spaces to linha-sol-envio
               string "Responder ate " delimited by size
                      ws-sol-limite-ed delimited by size
                      " em RSP"        delimited by size
                      ws-sol-numero    delimited by size
                      ".TXT, uma linha por item no leiaute abaixo,"
                                       delimited by size
                      " com o preco novo"
                                       delimited by size
                      into linha-sol-envio
               end-string
               write linha-sol-envio
               move "Sim" to ws-sol-forn-ok
               add 1 to ws-sol-geradas
               move spaces to linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Solicitacao "   delimited by size
                      ws-sol-numero    delimited by size
                      " - fornecedor " delimited by size
                      ws-sol-forn-atual delimited by size
                      " - arquivo "    delimited by size
                      ws-sol-arq-nome  delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           abre-solicitacao-fornecedor-exit.
               exit.

      * procura em SOLCOT.DAT uma solicitacao em aberto do
      * fornecedor ws-sol-forn-atual
           verifica-solicitacao-aberta section.
               move "Nao" to ws-sol-aberta
               move zeros to sol-chave
               start solicitacao-cotacao key not less than sol-chave
                   invalid key
                       move "10" to ws-sol-status
               end-start
               perform until ws-sol-status = "10"
                   or ws-sol-aberta = "Sim"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sol-status
                       not at end
                           if sol-item = 0
                               and sol-situacao = "A"
                               and sol-fornecedor = ws-sol-forn-atual
                               move "Sim" to ws-sol-aberta
                               move sol-numero to ws-sol-num-aberta
                           end-if
                   end-read
               end-perform
               .
           verifica-solicitacao-aberta-exit.
               exit.

      * grava o item da cotacao vencida corrente na solicitacao e
      * no arquivo a enviar ao fornecedor
           inclui-item-solicitacao section.
               add 1 to ws-sol-item
               move spaces to reg-solcot
               move ws-sol-numero to sol-numero
               move ws-sol-item to sol-item
               move ws-sol-forn-atual to sol-fornecedor
               move "P" to sol-situacao
               move cls-nome to sol-nome
               move cls-diametro to sol-diametro
               move cls-preco to sol-preco-atual
               move 0 to sol-preco-resp
               write reg-solcot
                   invalid key
                       display "Falha ao gravar o item " ws-sol-item
                           " da solicitacao " ws-sol-numero "."
               end-write
               move cls-nome to sie-nome
               move ws-sol-forn-atual to sie-fornecedor
               move cls-diametro to sie-diametro
               move cls-preco to sie-preco
               move spaces to linha-sol-envio
               move ws-sol-item-envio to linha-sol-envio
               write linha-sol-envio
               add 1 to ws-sol-itens-total
               move cls-preco to ws-ed-preco
               move ws-idade-dias to ws-ed-idade
               move spaces to linha-saida
               string "  "             delimited by size
                      cls-nome         delimited by size
                      "  preco atual: " delimited by size
                      ws-ed-preco      delimited by size
                      "  idade: "      delimited by size
                      ws-ed-idade      delimited by size
                      " dias"          delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           inclui-item-solicitacao-exit.
               exit.

      * fecha o arquivo enviado ao fornecedor e grava no
      * cabecalho da solicitacao a quantidade de itens
           encerra-solicitacao section.
               close arq-sol-envio
               move ws-sol-numero to sol-numero
               move 0 to sol-item
               read solicitacao-cotacao record
                   invalid key
                       display "Solicitacao " ws-sol-numero
                           " nao encontrada."
                   not invalid key
                       move ws-sol-item to sol-qtd-itens
                       rewrite reg-solcot
                           invalid key
                               display "Falha ao regravar a"
                                   " solicitacao " ws-sol-numero "."
                       end-rewrite
               end-read
               move "sol-gera" to ws-log-acao
               move ws-sol-numero to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               move "Nao" to ws-sol-forn-ok
               .
           encerra-solicitacao-exit.
               exit.

      * importa as respostas das solicitacoes em aberto que ja tem
      * arquivo RSPnnnnnn.TXT (ou so a informada); cada preco
      * respondido passa pelo mesmo crivo do lote com atualizacao
      * de precos (validacao, alcada, historico e delta), e item
      * nao pedido, item sem resposta e resposta fora do prazo
      * sao listados em RELATORIO.TXT
           importa-respostas-cotacao section.
               move 0 to ws-sol-selecao
               if ws-modo-silencioso = "Nao"
                   display "Numero da solicitacao (0 = todas as"
                       " em aberto com resposta): "
                   accept ws-sol-ent-numero
                   inspect ws-sol-ent-numero replacing leading
                       spaces by "0"
                   if ws-sol-ent-numero is not numeric
                       display "Numero deve conter apenas numeros."
                       go to importa-respostas-cotacao-exit
                   end-if
                   move ws-sol-ent-numero to ws-sol-selecao
               end-if
               open i-o solicitacao-cotacao
               if ws-sol-status = "35"
                   display "Nenhuma solicitacao de cotacao gerada"
                       " (SOLCOT.DAT)."
                   move 8 to ws-codigo-retorno
                   go to importa-respostas-cotacao-exit
               end-if
               open i-o pizza-master
               if ws-master-status = "35"
                   open output pizza-master
                   close pizza-master
                   open i-o pizza-master
               end-if
               perform abre-fornecedor-master
               open extend pizza-rejeitos
               if ws-rejeito-status = "35"
                   open output pizza-rejeitos
               end-if
               open extend pizza-delta
               if ws-delta-status = "35"
                   open output pizza-delta
               end-if
               perform abre-lote-fornecedor
               move 1 to ind
               move "Sim" to ws-modo-atualiza
               move "Nao" to ws-modo-reproc
               move "Sim" to ws-sol-renova-cotacao
               move 1 to ws-rej-ciclo
               move 0 to ws-lidos-lote
               move 0 to ws-carregados-lote
               move 0 to ws-rej-invalido
               move 0 to ws-rej-duplicata
               move 0 to ws-rej-fornec
               move 0 to ws-rej-total
               move 0 to ws-rep-baixados
               move 0 to ws-lote-atualizados
               move 0 to ws-lote-inalterados
               move 0 to ws-lote-retidos
               move 0 to ws-sol-importadas
               move 0 to ws-sol-rsp-lidas
               move 0 to ws-sol-nao-pedidos
               move 0 to ws-sol-sem-resposta
               move 0 to ws-sol-fora-prazo
               accept ws-data-atual from date yyyymmdd
               open output relatorio-saida
               move spaces to linha-saida
               string "Importacao das respostas de cotacao - "
                                       delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move ws-sol-selecao to sol-numero
               move 0 to sol-item
               start solicitacao-cotacao key not less than sol-chave
                   invalid key
                       move "10" to ws-sol-status
               end-start
               perform until ws-sol-status = "10"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sol-status
                       not at end
                           perform seleciona-solicitacao-resposta
                   end-read
               end-perform
               perform imprime-resumo-importacao
               close relatorio-saida
               perform fecha-lote-fornecedor
               close pizza-delta
               close pizza-rejeitos
               perform fecha-fornecedor-master
               close pizza-master
               close solicitacao-cotacao
               move "Nao" to ws-modo-atualiza
               move "Nao" to ws-sol-renova-cotacao
               if ws-sol-selecao > 0 and ws-sol-importadas = 0
                   display "Solicitacao " ws-sol-selecao
                       " inexistente, ja respondida ou ainda sem"
                       " arquivo de resposta."
                   move 8 to ws-codigo-retorno
                   go to importa-respostas-cotacao-exit
               end-if
               if ws-codigo-retorno = 0
                   and (ws-sol-nao-pedidos > 0
                       or ws-sol-sem-resposta > 0
                       or ws-sol-fora-prazo > 0
                       or ws-rej-total > 0
                       or ws-lote-retidos > 0)
                   move 4 to ws-codigo-retorno
               end-if
               .
           importa-respostas-cotacao-exit.
               exit.

      * decide se o registro lido de SOLCOT.DAT e o cabecalho de
      * uma solicitacao a importar; depois da importacao, que move
      * a posicao do arquivo, reposiciona apos a solicitacao
           seleciona-solicitacao-resposta section.
               if ws-sol-selecao > 0
                   and sol-numero > ws-sol-selecao
                   move "10" to ws-sol-status
                   go to seleciona-solicitacao-resposta-exit
               end-if
               if sol-item not = 0 or sol-situacao not = "A"
                   go to seleciona-solicitacao-resposta-exit
               end-if
               perform importa-resposta-solicitacao
               move ws-sol-numero to sol-numero
               move 999 to sol-item
               start solicitacao-cotacao key greater than sol-chave
                   invalid key
                       move "10" to ws-sol-status
               end-start
               .
           seleciona-solicitacao-resposta-exit.
               exit.

      * importa o arquivo de resposta da solicitacao corrente, se
      * o fornecedor ja o entregou, e fecha a solicitacao
           importa-resposta-solicitacao section.
               move sol-numero to ws-sol-numero
               move sol-fornecedor to ws-sol-cab-fornecedor
               move sol-data-limite to ws-sol-cab-limite
               move spaces to ws-rsp-arq-nome
               string "RSP"            delimited by size
                      ws-sol-numero    delimited by size
                      ".TXT"           delimited by size
                      into ws-rsp-arq-nome
               end-string
               open input arq-sol-resposta
               if ws-rsp-status = "35"
                   go to importa-resposta-solicitacao-exit
               end-if
               add 1 to ws-sol-importadas
               move spaces to linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Solicitacao "   delimited by size
                      ws-sol-numero    delimited by size
                      " - fornecedor " delimited by size
                      ws-sol-cab-fornecedor delimited by size
                      " - resposta "   delimited by size
                      ws-rsp-arq-nome  delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform until ws-rsp-status = "10"
                   read arq-sol-resposta next record
                       at end
                           move "10" to ws-rsp-status
                       not at end
                           add 1 to ws-sol-rsp-lidas
                           add 1 to ws-lidos-lote
                           perform confere-resposta-item
                   end-read
               end-perform
               close arq-sol-resposta
               perform fecha-itens-sem-resposta
               move ws-sol-numero to sol-numero
               move 0 to sol-item
               read solicitacao-cotacao record
                   invalid key
                       display "Solicitacao " ws-sol-numero
                           " nao encontrada."
                       go to importa-resposta-solicitacao-exit
               end-read
               if ws-sol-sem-resp-sol > 0
                   move "P" to sol-situacao
               else
                   move "R" to sol-situacao
               end-if
               move ws-data-atual to sol-data-resposta
               move ws-sol-sem-resp-sol to sol-qtd-sem-resp
               rewrite reg-solcot
                   invalid key
                       display "Falha ao regravar a solicitacao "
                           ws-sol-numero "."
               end-rewrite
               if ws-data-atual > ws-sol-cab-limite
                   add 1 to ws-sol-fora-prazo
                   move ws-sol-cab-limite to ws-cnv-data
                   perform formata-data-solicitacao
                   move spaces to linha-saida
                   string "  Resposta fora do prazo (limite "
                                       delimited by size
                          ws-sol-data-ed delimited by size
                          ")"          delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-if
               move "sol-import" to ws-log-acao
               move ws-sol-numero to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               .
           importa-resposta-solicitacao-exit.
               exit.

      * confere a linha de resposta com os itens da solicitacao:
      * item nao pedido (ou de outro fornecedor) e resposta
      * repetida vao para os rejeitados; resposta com preco
      * invalido, de fornecedor que deixou de estar ativo ou de
      * pizza excluida do catalogo tambem, e o item fica
      * pendente para ser listado como sem resposta; o item
      * respondido segue para o crivo do lote e so e marcado como
      * respondido se o crivo nao o rejeitar
           confere-resposta-item section.
               move rsp-nome to ent-nome
               move rsp-fornecedor to ent-fornecedor
               move rsp-diametro to ent-diametro
               move rsp-preco to ent-preco
               move "Nao" to ws-sol-achou
               if rsp-fornecedor = ws-sol-cab-fornecedor
                   perform busca-item-solicitacao
               end-if
               if ws-sol-achou = "Nao"
                   add 1 to ws-sol-nao-pedidos
                   move "item nao pedido" to ws-rej-motivo
                   perform rejeita-registro-lote
                   move spaces to linha-saida
                   string "  Item nao pedido: " delimited by size
                          rsp-nome     delimited by size
                          " "          delimited by size
                          rsp-fornecedor delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
                   go to confere-resposta-item-exit
               end-if
               if sol-situacao = "R"
                   move "resposta repetida" to ws-rej-motivo
                   perform rejeita-registro-lote
                   move spaces to linha-saida
                   string "  Resposta repetida: " delimited by size
                          rsp-nome     delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
                   go to confere-resposta-item-exit
               end-if
               if rsp-diametro is not numeric or rsp-diametro = 0
                   move sol-diametro to ent-diametro
               end-if
               if rsp-preco is not numeric or rsp-preco = 0
                   add 1 to ws-rej-invalido
                   move "diametro/preco inv" to ws-rej-motivo
                   perform rejeita-registro-lote
                   move spaces to linha-saida
                   string "  Resposta com preco invalido: "
                                       delimited by size
                          rsp-nome     delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
                   go to confere-resposta-item-exit
               end-if
               move rsp-fornecedor to ws-val-fornecedor
               perform valida-fornecedor
               if ws-fornecedor-ok = "Nao"
                   add 1 to ws-rej-fornec
                   move "fornecedor desconh" to ws-rej-motivo
                   perform rejeita-registro-lote
                   move spaces to linha-saida
                   string "  Fornecedor inativo na resposta: "
                                       delimited by size
                          rsp-nome     delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
                   go to confere-resposta-item-exit
               end-if
               move rsp-nome to mst-nome
               move rsp-fornecedor to mst-fornecedor
               read pizza-master record
                   invalid key
                       move "fora do catalogo" to ws-rej-motivo
                       perform rejeita-registro-lote
                       move spaces to linha-saida
                       string "  Pizza fora do catalogo: "
                                           delimited by size
                              rsp-nome     delimited by size
                              into linha-saida
                       end-string
                       display linha-saida
                       write linha-saida
                       go to confere-resposta-item-exit
               end-read
               move ws-rej-total to ws-sol-rej-antes
               perform processa-registro-lote
               if ws-rej-total > ws-sol-rej-antes
                   go to confere-resposta-item-exit
               end-if
               move "R" to sol-situacao
               move rsp-preco to sol-preco-resp
               rewrite reg-solcot
                   invalid key
                       display "Falha ao regravar o item "
                           sol-item " da solicitacao "
                           ws-sol-numero "."
               end-rewrite
               .
           confere-resposta-item-exit.
               exit.

      * procura entre os itens da solicitacao ws-sol-numero a
      * pizza da linha de resposta
           busca-item-solicitacao section.
               move ws-sol-numero to sol-numero
               move 1 to sol-item
               start solicitacao-cotacao key not less than sol-chave
                   invalid key
                       go to busca-item-solicitacao-exit
               end-start
               move spaces to ws-sle-status
               perform until ws-sle-status = "10"
                   or ws-sol-achou = "Sim"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sle-status
                       not at end
                           if sol-numero not = ws-sol-numero
                               move "10" to ws-sle-status
                           else
                               if sol-nome = rsp-nome
                                   move "Sim" to ws-sol-achou
                               end-if
                           end-if
                   end-read
               end-perform
               .
           busca-item-solicitacao-exit.
               exit.

      * marca como sem resposta os itens da solicitacao
      * ws-sol-numero que o fornecedor nao respondeu
           fecha-itens-sem-resposta section.
               move 0 to ws-sol-sem-resp-sol
               move ws-sol-numero to sol-numero
               move 1 to sol-item
               start solicitacao-cotacao key not less than sol-chave
                   invalid key
                       go to fecha-itens-sem-resposta-exit
               end-start
               move spaces to ws-sle-status
               perform until ws-sle-status = "10"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sle-status
                       not at end
                           if sol-numero not = ws-sol-numero
                               move "10" to ws-sle-status
                           else
                               if sol-situacao = "P"
                                   perform marca-item-sem-resposta
                               end-if
                           end-if
                   end-read
               end-perform
               .
           fecha-itens-sem-resposta-exit.
               exit.

      * regrava o item corrente como sem resposta e lista no
      * relatorio
           marca-item-sem-resposta section.
               move "S" to sol-situacao
               rewrite reg-solcot
                   invalid key
                       display "Falha ao regravar o item "
                           sol-item " da solicitacao "
                           ws-sol-numero "."
               end-rewrite
               add 1 to ws-sol-sem-resp-sol
               add 1 to ws-sol-sem-resposta
               move spaces to linha-saida
               string "  Item sem resposta: " delimited by size
                      sol-nome         delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           marca-item-sem-resposta-exit.
               exit.

      * totais da importacao das respostas, com os contadores do
      * crivo do lote
           imprime-resumo-importacao section.
               move spaces to linha-saida
               write linha-saida
               move ws-sol-importadas to ws-ed-sol-qtd
               move ws-sol-rsp-lidas to ws-ed-sol-qtd2
               move spaces to linha-saida
               string "Solicitacoes importadas: " delimited by size
                      ws-ed-sol-qtd    delimited by size
                      "  linhas de resposta: " delimited by size
                      ws-ed-sol-qtd2   delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move ws-sol-nao-pedidos to ws-ed-sol-qtd
               move ws-sol-sem-resposta to ws-ed-sol-qtd2
               move ws-sol-fora-prazo to ws-ed-sol-qtd3
               move spaces to linha-saida
               string "Itens nao pedidos: " delimited by size
                      ws-ed-sol-qtd    delimited by size
                      "  sem resposta: " delimited by size
                      ws-ed-sol-qtd2   delimited by size
                      "  respostas fora do prazo: "
                                       delimited by size
                      ws-ed-sol-qtd3   delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move ws-lote-atualizados to ws-ed-atualizados
               move ws-lote-inalterados to ws-ed-inalterados
               move ws-lote-retidos to ws-ed-retidos
               move ws-rej-total to ws-ed-rejeitados
               move spaces to linha-saida
               string "Precos atualizados: " delimited by size
                      ws-ed-atualizados delimited by size
                      "  sem alteracao: " delimited by size
                      ws-ed-inalterados delimited by size
                      "  retidos: "    delimited by size
                      ws-ed-retidos    delimited by size
                      "  rejeitados: " delimited by size
                      ws-ed-rejeitados delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-resumo-importacao-exit.
               exit.

      * relatorio das solicitacoes em aberto e dos fornecedores
      * que nao responderam (prazo vencido sem resposta ou
      * resposta parcial)
           relatorio-solicitacoes section.
               open input solicitacao-cotacao
               if ws-sol-status = "35"
                   display "Nenhuma solicitacao de cotacao gerada"
                       " (SOLCOT.DAT)."
                   go to relatorio-solicitacoes-exit
               end-if
               move 0 to ws-sol-abertas
               move 0 to ws-sol-atrasadas
               move 0 to ws-sol-parciais
               accept ws-data-atual from date yyyymmdd
               open output relatorio-saida
               move spaces to linha-saida
               string "Solicitacoes de cotacao em aberto - "
                                       delimited by size
                      ws-dia           delimited by size
                      "/"              delimited by size
                      ws-mes           delimited by size
                      "/"              delimited by size
                      ws-ano           delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Numero Fornecedor      Emissao    Limite"
                                       delimited by size
                      "     Itens"    delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform until ws-sol-status = "10"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sol-status
                       not at end
                           if sol-item = 0 and sol-situacao = "A"
                               perform imprime-solicitacao-aberta
                           end-if
                   end-read
               end-perform
               close solicitacao-cotacao
               move spaces to linha-saida
               write linha-saida
               move "Fornecedores que nao responderam:"
                   to linha-saida
               display linha-saida
               write linha-saida
               open input solicitacao-cotacao
               perform until ws-sol-status = "10"
                   read solicitacao-cotacao next record
                       at end
                           move "10" to ws-sol-status
                       not at end
                           if sol-item = 0
                               perform imprime-sem-resposta-sol
                           end-if
                   end-read
               end-perform
               close solicitacao-cotacao
               move ws-sol-abertas to ws-ed-sol-qtd
               move ws-sol-atrasadas to ws-ed-sol-qtd2
               move ws-sol-parciais to ws-ed-sol-qtd3
               move spaces to linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Em aberto: "    delimited by size
                      ws-ed-sol-qtd    delimited by size
                      "  com prazo vencido: " delimited by size
                      ws-ed-sol-qtd2   delimited by size
                      "  respondidas em parte: "
                                       delimited by size
                      ws-ed-sol-qtd3   delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               close relatorio-saida
               .
           relatorio-solicitacoes-exit.
               exit.

      * imprime a linha de uma solicitacao em aberto
           imprime-solicitacao-aberta section.
               add 1 to ws-sol-abertas
               move sol-data-emissao to ws-cnv-data
               perform formata-data-solicitacao
               move ws-sol-data-ed to ws-sol-emissao-ed
               move sol-data-limite to ws-cnv-data
               perform formata-data-solicitacao
               move ws-sol-data-ed to ws-sol-limite-ed
               move sol-qtd-itens to ws-ed-sol-qtd
               move spaces to linha-saida
               string sol-numero       delimited by size
                      " "              delimited by size
                      sol-fornecedor   delimited by size
                      " "              delimited by size
                      ws-sol-emissao-ed delimited by size
                      " "              delimited by size
                      ws-sol-limite-ed delimited by size
                      " "              delimited by size
                      ws-ed-sol-qtd    delimited by size
                      into linha-saida
               end-string
               if ws-data-atual > sol-data-limite
                   add 1 to ws-sol-atrasadas
                   move "PRAZO VENCIDO" to linha-saida(59:13)
               end-if
               display linha-saida
               write linha-saida
               .
           imprime-solicitacao-aberta-exit.
               exit.

      * lista o fornecedor da solicitacao corrente se o prazo
      * venceu sem resposta ou se a resposta veio incompleta
           imprime-sem-resposta-sol section.
               move sol-data-limite to ws-cnv-data
               perform formata-data-solicitacao
               evaluate true
                   when sol-situacao = "A"
                       and ws-data-atual > sol-data-limite
                       move spaces to linha-saida
                       string "  "         delimited by size
                              sol-fornecedor delimited by size
                              " solicitacao " delimited by size
                              sol-numero   delimited by size
                              " sem resposta; prazo venceu em "
                                           delimited by size
                              ws-sol-data-ed delimited by size
                              into linha-saida
                       end-string
                       display linha-saida
                       write linha-saida
                   when sol-situacao = "P"
                       add 1 to ws-sol-parciais
                       move sol-qtd-sem-resp to ws-ed-sol-qtd
                       move spaces to linha-saida
                       string "  "         delimited by size
                              sol-fornecedor delimited by size
                              " solicitacao " delimited by size
                              sol-numero   delimited by size
                              " respondida em parte;"
                                           delimited by size
                              ws-ed-sol-qtd delimited by size
                              " item(ns) sem resposta"
                                           delimited by size
                              into linha-saida
                       end-string
                       display linha-saida
                       write linha-saida
               end-evaluate
               .
           imprime-sem-resposta-sol-exit.
               exit.

      * formata ws-cnv-data como dd/mm/aaaa em ws-sol-data-ed
           formata-data-solicitacao section.
               move ws-cnv-dia to ws-sol-ed-dia
               move ws-cnv-mes to ws-sol-ed-mes
               move ws-cnv-ano to ws-sol-ed-ano
               .
           formata-data-solicitacao-exit.
               exit.

      * soma ws-sol-soma-dias dias corridos a data ws-cnv-data
           soma-dias-data section.
               if ws-sol-soma-dias > 0
                   perform avanca-dia-data ws-sol-soma-dias times
               end-if
               .
           soma-dias-data-exit.
               exit.

      * avanca ws-cnv-data em um dia, virando mes e ano
           avanca-dia-data section.
               evaluate ws-cnv-mes
                   when 04
                   when 06
                   when 09
                   when 11
                       move 30 to ws-sol-dias-mes
                   when 02
                       divide ws-cnv-ano by 4 giving ws-cnv-quoc
                           remainder ws-cnv-resto4
                       divide ws-cnv-ano by 100 giving ws-cnv-quoc
                           remainder ws-cnv-resto100
                       divide ws-cnv-ano by 400 giving ws-cnv-quoc
                           remainder ws-cnv-resto400
                       if ws-cnv-resto4 = 0
                           and (ws-cnv-resto100 not = 0
                               or ws-cnv-resto400 = 0)
                           move 29 to ws-sol-dias-mes
                       else
                           move 28 to ws-sol-dias-mes
                       end-if
                   when other
                       move 31 to ws-sol-dias-mes
               end-evaluate
               add 1 to ws-cnv-dia
               if ws-cnv-dia > ws-sol-dias-mes
                   move 1 to ws-cnv-dia
                   add 1 to ws-cnv-mes
                   if ws-cnv-mes > 12
                       move 1 to ws-cnv-mes
                       add 1 to ws-cnv-ano
                   end-if
               end-if
               .
           avanca-dia-data-exit.
               exit.

      * opcao D do menu: fechamento mensal do catalogo; grava em
      * delta de precos do dia e trailer com contagem e hash total
      * dos precos; a sequencia e controlada em SEQERP.DAT e uma
      * segunda geracao no mesmo dia so sai como reenvio forcado
      * pelo supervisor, com a mesma sequencia; cada remessa fica
      * no controle REMERP.DAT e uma sequencia nova so e gerada
      * depois do retorno do ERP para a anterior (opcao J), salvo
      * liberacao do supervisor
           exporta-interface-erp section.
               display erase
               accept ws-data-atual from date yyyymmdd
                   end-if
                   move ws-seq-ult-num to ws-int-seq
               else
                   perform verifica-retorno-anterior
                   if ws-erp-liberado = "Nao"
                       go to exporta-interface-erp-exit
                   end-if
                   compute ws-int-seq = ws-seq-ult-num + 1
               end-if
               perform gera-arquivo-interface
                   move ws-data-atual to seq-data
                   write reg-seq-erp
                   close arq-seq-erp
                   perform grava-remessa-erp
                   move ws-int-seq to ws-ed-int-seq
                   move ws-int-qtd to ws-ed-int-qtd
                   display "Interface INTFERP.DAT gerada -"
               close arq-interface
               move "Sim" to ws-int-gerado
               .
           gera-arquivo-interface-exit.
               exit.

      * confere no controle de remessas se a sequencia anterior ja
      * teve retorno do ERP; sem retorno, a sequencia nova so sai
      * com a liberacao do supervisor, registrada no log (em modo
      * silencioso, pela quinta linha "LIBERA" de PARAMLOT.DAT);
      * sequencias anteriores ao controle nao bloqueiam
           verifica-retorno-anterior section.
               move "Sim" to ws-erp-liberado
               if ws-seq-ult-num = 0
                   go to verifica-retorno-anterior-exit
               end-if
               open input remessa-erp
               if ws-rem-status = "35"
                   go to verifica-retorno-anterior-exit
               end-if
               move ws-seq-ult-num to rem-seq
               read remessa-erp record
                   invalid key
                       move "Sim" to ws-erp-liberado
                   not invalid key
                       if rem-situacao = "P"
                           move "Nao" to ws-erp-liberado
                       end-if
               end-read
               close remessa-erp
               if ws-erp-liberado = "Sim"
                   go to verifica-retorno-anterior-exit
               end-if
               move ws-seq-ult-num to ws-ed-int-seq
               display "A sequencia" ws-ed-int-seq " ainda nao teve"
                   " retorno do ERP (opcao J)."
               if ws-modo-silencioso = "Sim"
                   if ws-trend-nome = "LIBERA"
                       move "Sim" to ws-erp-liberado
                   end-if
               else
                   if operador-nivel >= 2
                       display "Liberar a geracao de nova sequencia"
                           " sem o retorno? (Sim/Nao)"
                       accept ws-int-resp
                       if ws-int-resp = "Sim"
                           move "Sim" to ws-erp-liberado
                       end-if
                   end-if
               end-if
               if ws-erp-liberado = "Sim"
                   move "erp-libera" to ws-log-acao
                   move ws-seq-ult-num to ws-log-nome
                   move 0 to ws-ed-diametro
                   move 0 to ws-ed-preco
                   perform grava-log-auditoria
               else
                   display "Interface nao gerada; aguarde o retorno"
                       " da sequencia anterior."
                   move 8 to ws-codigo-retorno
               end-if
               .
           verifica-retorno-anterior-exit.
               exit.

      * registra a remessa gerada no controle de remessas, sem
      * retorno; o reenvio forcado da mesma sequencia volta a
      * remessa para a situacao sem retorno
           grava-remessa-erp section.
               open i-o remessa-erp
               if ws-rem-status = "35"
                   open output remessa-erp
                   close remessa-erp
                   open i-o remessa-erp
               end-if
               move spaces to reg-remessa-erp
               move ws-int-seq to rem-seq
               move ws-data-atual to rem-data-envio
               move ws-int-qtd to rem-qtd-enviada
               move ws-int-hash to rem-hash-enviado
               move "P" to rem-situacao
               move 0 to rem-data-retorno
               move 0 to rem-qtd-aceitos
               move 0 to rem-qtd-recusados
               write reg-remessa-erp
                   invalid key
                       rewrite reg-remessa-erp
               end-write
               close remessa-erp
               .
           grava-remessa-erp-exit.
               exit.

      * opcao J do menu: retorno do ERP; processa o arquivo de
      * confirmacao RETERP.DAT contra o controle de remessas ou
      * lista o controle com a situacao de cada sequencia; em modo
      * silencioso o retorno e processado
           retorno-interface-erp section.
               display erase
               if ws-modo-silencioso = "Sim"
                   move "P" to ws-ret-acao
               else
                   display "P-Processar o retorno do ERP"
                       " (RETERP.DAT)"
                   display "L-Listar o controle de remessas"
                   display "Escolha uma acao: "
                   accept ws-ret-acao
               end-if
               evaluate ws-ret-acao
                   when "P"
                       perform processa-retorno-erp
                   when "L"
                       perform lista-remessas-erp
                   when other
                       display "Nenhuma acao executada."
               end-evaluate
               .
           retorno-interface-erp-exit.
               exit.

      * le o retorno do ERP, grava os detalhes recusados com o
      * motivo em RECUSERP.TXT para reenvio e confere sequencia,
      * contagem e hash com a remessa enviada, atualizando a
      * situacao da sequencia no controle de remessas
           processa-retorno-erp section.
               open input arq-retorno-erp
               if ws-ret-status = "35"
                   display "Arquivo de retorno do ERP (RETERP.DAT)"
                       " nao encontrado!"
                   move 8 to ws-codigo-retorno
                   go to processa-retorno-erp-exit
               end-if
               accept ws-data-atual from date yyyymmdd
               move "Nao" to ws-ret-tem-header
               move "Nao" to ws-ret-tem-trailer
               move 0 to ws-ret-seq
               move spaces to ws-ret-status-lote
               move 0 to ws-ret-qtd-det
               move 0 to ws-ret-aceitos
               move 0 to ws-ret-recusados
               move 0 to ws-ret-invalidos
               move 0 to ws-ret-t-qtd
               move 0 to ws-ret-t-hash
               open output arq-recusas-erp
               perform until ws-ret-status = "10"
                   read arq-retorno-erp next record
                       at end
                           move "10" to ws-ret-status
                       not at end
                           perform processa-linha-retorno
                   end-read
               end-perform
               close arq-retorno-erp
               move ws-ret-recusados to ws-ed-ret-recusados
               move spaces to linha-recusa-erp
               string "Detalhes recusados: " delimited by size
                      ws-ed-ret-recusados    delimited by size
                      into linha-recusa-erp
               end-string
               write linha-recusa-erp
               if ws-ret-recusados > 0
                   move "Corrija os itens e reenvie pela opcao E."
                       to linha-recusa-erp
                   write linha-recusa-erp
               end-if
               close arq-recusas-erp
               if ws-ret-tem-header = "Nao"
                   display "Retorno do ERP sem header; arquivo"
                       " nao processado."
                   move 8 to ws-codigo-retorno
                   go to processa-retorno-erp-exit
               end-if
               perform concilia-remessa-erp
               .
           processa-retorno-erp-exit.
               exit.

      * trata uma linha do retorno pelo tipo do registro: header,
      * detalhe com aceite/recusa ou trailer
           processa-linha-retorno section.
               move linha-retorno-erp to ws-ret-header
               evaluate ret-h-tipo
                   when "H"
                       move "Sim" to ws-ret-tem-header
                       if ret-h-seq is numeric
                           move ret-h-seq to ws-ret-seq
                       end-if
                       move ret-h-status to ws-ret-status-lote
                       move ws-ret-seq to ws-ed-int-seq
                       move spaces to linha-recusa-erp
                       string "Recusas do ERP - sequencia"
                                              delimited by size
                              ws-ed-int-seq   delimited by size
                              " - "           delimited by size
                              ws-dia          delimited by size
                              "/"             delimited by size
                              ws-mes          delimited by size
                              "/"             delimited by size
                              ws-ano          delimited by size
                              into linha-recusa-erp
                       end-string
                       write linha-recusa-erp
                   when "D"
                       move linha-retorno-erp to ws-ret-detalhe
                       add 1 to ws-ret-qtd-det
                       evaluate ret-d-status
                           when "A"
                               add 1 to ws-ret-aceitos
                           when "R"
                               add 1 to ws-ret-recusados
                               perform grava-recusa-erp
                           when other
                               add 1 to ws-ret-invalidos
                       end-evaluate
                   when "T"
                       move linha-retorno-erp to ws-ret-trailer
                       move "Sim" to ws-ret-tem-trailer
                       if ret-t-qtd is numeric
                           move ret-t-qtd to ws-ret-t-qtd
                       end-if
                       if ret-t-hash is numeric
                           move ret-t-hash to ws-ret-t-hash
                       end-if
                   when other
                       add 1 to ws-ret-invalidos
               end-evaluate
               .
           processa-linha-retorno-exit.
               exit.

      * grava o detalhe recusado pelo ERP com o motivo
           grava-recusa-erp section.
               move spaces to linha-recusa-erp
               string "  "              delimited by size
                      ret-d-nome        delimited by size
                      "  "              delimited by size
                      ret-d-fornecedor  delimited by size
                      "  motivo: "      delimited by size
                      ret-d-motivo      delimited by size
                      into linha-recusa-erp
               end-string
               display linha-recusa-erp
               write linha-recusa-erp
               .
           grava-recusa-erp-exit.
               exit.

      * confere o retorno com a remessa da sequencia: contagem de
      * detalhes e hash do trailer e detalhes devolvidos devem
      * bater com o enviado; define a situacao da sequencia e o
      * codigo de retorno (0=aceita, 4=recusas, 8=divergente)
           concilia-remessa-erp section.
               move ws-ret-seq to ws-ed-int-seq
               open i-o remessa-erp
               if ws-rem-status = "35"
                   display "Controle de remessas inexistente; a"
                       " sequencia" ws-ed-int-seq " nao foi enviada."
                   move 8 to ws-codigo-retorno
                   go to concilia-remessa-erp-exit
               end-if
               move ws-ret-seq to rem-seq
               read remessa-erp record
                   invalid key
                       display "Sequencia" ws-ed-int-seq " nao"
                           " consta no controle de remessas."
                       move 8 to ws-codigo-retorno
                       close remessa-erp
                       go to concilia-remessa-erp-exit
               end-read
               if rem-situacao not = "P"
                   display "Retorno da sequencia" ws-ed-int-seq
                       " ja processado (situacao " rem-situacao ")."
                   move 8 to ws-codigo-retorno
                   close remessa-erp
                   go to concilia-remessa-erp-exit
               end-if
               evaluate true
                   when ws-ret-tem-trailer = "Nao"
                   when ws-ret-invalidos > 0
                   when ws-ret-t-qtd not = rem-qtd-enviada
                   when ws-ret-t-hash not = rem-hash-enviado
                   when ws-ret-qtd-det not = rem-qtd-enviada
                       move "D" to ws-ret-situacao
                   when ws-ret-status-lote = "R"
                   when ws-ret-aceitos = 0
                       move "R" to ws-ret-situacao
                   when ws-ret-recusados > 0
                       move "T" to ws-ret-situacao
                   when other
                       move "A" to ws-ret-situacao
               end-evaluate
               move ws-ret-situacao to rem-situacao
               move ws-data-atual to rem-data-retorno
               move ws-ret-aceitos to rem-qtd-aceitos
               move ws-ret-recusados to rem-qtd-recusados
               rewrite reg-remessa-erp
                   invalid key
                       display "Falha ao regravar o controle de"
                           " remessas."
               end-rewrite
               move rem-qtd-enviada to ws-ed-int-qtd
               move rem-hash-enviado to ws-ed-int-hash
               move ws-ret-t-hash to ws-ed-ret-hash
               move ws-ret-aceitos to ws-ed-ret-aceitos
               move ws-ret-recusados to ws-ed-ret-recusados
               close remessa-erp
               perform descreve-situacao-remessa
               display "Retorno da sequencia" ws-ed-int-seq " - "
                   ws-ret-sit-desc
               display "Enviados:" ws-ed-int-qtd
                   "  aceitos:" ws-ed-ret-aceitos
                   "  recusados:" ws-ed-ret-recusados
               display "Hash enviado: " ws-ed-int-hash
                   "  hash do retorno: " ws-ed-ret-hash
               evaluate ws-ret-situacao
                   when "D"
                       display "Retorno divergente da remessa;"
                           " confira com o ERP antes de reenviar."
                       move 8 to ws-codigo-retorno
                   when "R"
                   when "T"
                       display "Detalhes recusados gravados em"
                           " RECUSERP.TXT."
                       if ws-codigo-retorno = 0
                           move 4 to ws-codigo-retorno
                       end-if
               end-evaluate
               move "erp-ret" to ws-log-acao
               move ws-ret-seq to ws-log-nome
               move 0 to ws-ed-diametro
               move 0 to ws-ed-preco
               perform grava-log-auditoria
               .
           concilia-remessa-erp-exit.
               exit.

      * traduz a situacao de uma remessa do controle
           descreve-situacao-remessa section.
               evaluate rem-situacao
                   when "P"
                       move "sem retorno" to ws-ret-sit-desc
                   when "A"
                       move "aceita" to ws-ret-sit-desc
                   when "T"
                       move "aceita em parte" to ws-ret-sit-desc
                   when "R"
                       move "recusada" to ws-ret-sit-desc
                   when "D"
                       move "divergente" to ws-ret-sit-desc
                   when other
                       move "?" to ws-ret-sit-desc
               end-evaluate
               .
           descreve-situacao-remessa-exit.
               exit.

      * lista em RELATORIO.TXT o controle de remessas, uma linha
      * por sequencia com envio, retorno e situacao
           lista-remessas-erp section.
               open input remessa-erp
               if ws-rem-status = "35"
                   display "Nenhuma remessa registrada ainda."
                   go to lista-remessas-erp-exit
               end-if
               open output relatorio-saida
               move "Controle de remessas da interface do ERP"
                   to linha-saida
               display linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Seq.    Envio     Detalhes  Retorno   "
                                       delimited by size
                      "Aceitos  Recusados  Situacao"
                                       delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform until ws-rem-status = "10"
                   read remessa-erp next record
                       at end
                           move "10" to ws-rem-status
                       not at end
                           perform imprime-linha-remessa
                   end-read
               end-perform
               close relatorio-saida
               close remessa-erp
               .
           lista-remessas-erp-exit.
               exit.

      * monta e imprime a linha de uma remessa do controle
           imprime-linha-remessa section.
               perform descreve-situacao-remessa
               move rem-qtd-enviada to ws-ed-int-qtd
               move rem-qtd-aceitos to ws-ed-ret-aceitos
               move rem-qtd-recusados to ws-ed-ret-recusados
               move spaces to linha-saida
               string rem-seq             delimited by size
                      "  "                delimited by size
                      rem-data-envio      delimited by size
                      "  "                delimited by size
                      ws-ed-int-qtd       delimited by size
                      "  "                delimited by size
                      rem-data-retorno    delimited by size
                      "  "                delimited by size
                      ws-ed-ret-aceitos   delimited by size
                      "  "                delimited by size
                      ws-ed-ret-recusados delimited by size
                      "  "                delimited by size
                      ws-ret-sit-desc     delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-linha-remessa-exit.
               exit.

      * opcao F do menu: expurgo do historico de precos indexado,

      * recebe novo diametro/preco da pizza corrente, recalcula o
      * preco por cm2 e regrava o registro no catalogo; se o preco
      * mudou, registra tambem no historico de precos; variacao
      * acima da alcada fica retida para aprovacao e o catalogo
      * nao e regravado
           altera-pizza-catalogo section.
               move mst-preco to ws-man-preco-ant
               move "Nao" to entrada-valida
                           " apenas numeros. Tente novamente."
                   end-if
               end-perform
               if mst-preco <> ws-man-preco-ant
                   move ws-man-preco-ant to ws-alc-preco-ant
                   move mst-preco to ws-alc-preco
                   perform verifica-alcada-preco
                   if ws-alc-retem = "Sim"
                       move mst-diametro to ws-alc-diametro
                       move "M" to ws-alc-origem
                       perform retem-alteracao-preco
                       display "A alteracao sera aplicada depois da"
                           " aprovacao de outro supervisor"
                           " (opcao K)."
                       go to altera-pizza-catalogo-exit
                   end-if
               end-if
               compute mst-preco_cm2 = mst-preco /
               (((mst-diametro / 2)*(mst-diametro / 2))* 3,14)
               if mst-preco <> ws-man-preco-ant
           exclui-pizza-catalogo-exit.
               exit.

      * opcao K do menu: aprovacao das alteracoes de preco retidas
      * na alcada; apresenta cada pendencia e o supervisor, que
      * nao pode ser quem lancou, aprova ou recusa; a aprovacao
      * aplica o preco ao catalogo, ao historico e ao log
           aprovacao-precos section.
               display erase
               if ws-modo-silencioso = "Sim"
                   display "Aprovacao de precos indisponivel em"
                       " modo silencioso."
                   move 8 to ws-codigo-retorno
                   go to aprovacao-precos-exit
               end-if
               open i-o precos-pendentes
               if ws-pnd-status = "35"
                   display "Nenhuma alteracao de preco pendente."
                   go to aprovacao-precos-exit
               end-if
               open i-o pizza-master
               if ws-master-status = "35"
                   display "Catalogo ainda nao possui pizzas."
                   close precos-pendentes
                   go to aprovacao-precos-exit
               end-if
               move 0 to ws-pnd-qtd
               move 0 to ws-pnd-decididas
               move spaces to ws-pnd-acao
               perform until ws-pnd-status = "10"
                   or ws-pnd-acao = "F"
                   read precos-pendentes next record
                       at end
                           move "10" to ws-pnd-status
                       not at end
                           if pnd-situacao = "P"
                               add 1 to ws-pnd-qtd
                               perform decide-preco-pendente
                           end-if
                   end-read
               end-perform
               close pizza-master
               close precos-pendentes
               move ws-pnd-qtd to ws-ed-pnd-qtd
               display "Pendencias apresentadas: " ws-ed-pnd-qtd
               move ws-pnd-decididas to ws-ed-pnd-qtd
               display "Pendencias decididas: " ws-ed-pnd-qtd
               .
           aprovacao-precos-exit.
               exit.

      * mostra a pendencia corrente e recebe a decisao
           decide-preco-pendente section.
               move pnd-preco-antigo to ws-ed-preco-antigo
               move pnd-preco to ws-ed-preco
               move pnd-diametro to ws-ed-diametro
               move pnd-variacao to ws-ed-porcent
               display " "
               display "Pizza: " pnd-nome
                   " Fornecedor: " pnd-fornecedor
               display "Preco atual: " ws-ed-preco-antigo
                   "  lancado: " ws-ed-preco
                   "  diametro: " ws-ed-diametro
                   "  variacao: " ws-ed-porcent "%"
               display "Lancado por " pnd-operador
                   " em " pnd-data-lanc
                   " (origem " pnd-origem ")"
               if pnd-operador = operador-id
                   display "Alteracao lancada por voce; a decisao"
                       " cabe a outro supervisor."
                   go to decide-preco-pendente-exit
               end-if
               display "A-Aprovar  R-Recusar  P-Pular"
                   "  F-Finalizar: "
               accept ws-pnd-acao
               evaluate ws-pnd-acao
                   when "A"
                       perform aprova-preco-pendente
                   when "R"
                       perform recusa-preco-pendente
                   when other
                       continue
               end-evaluate
               .
           decide-preco-pendente-exit.
               exit.

      * aplica a alteracao aprovada ao catalogo, recalculando o
      * preco por cm2 e renovando a data da cotacao, e registra
      * no historico de precos e no log; se o preco do catalogo
      * mudou desde o lancamento, a pendencia nao e aplicada
           aprova-preco-pendente section.
               move pnd-nome to mst-nome
               move pnd-fornecedor to mst-fornecedor
               read pizza-master record
                   invalid key
                       display "Pizza nao consta mais do catalogo;"
                           " pendencia recusada."
                       perform recusa-preco-pendente
                       go to aprova-preco-pendente-exit
               end-read
               if mst-preco not = pnd-preco-antigo
                   display "O preco do catalogo mudou desde o"
                       " lancamento; recuse e relance a alteracao."
                   go to aprova-preco-pendente-exit
               end-if
               move pnd-diametro to mst-diametro
               move pnd-preco to mst-preco
               compute mst-preco_cm2 = mst-preco /
               (((mst-diametro / 2)*(mst-diametro / 2))* 3,14)
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to mst-data-cadastro
               rewrite reg-pizza-master
                   invalid key
                       display "Falha ao regravar a pizza no catalogo."
               end-rewrite
               perform grava-historico-registro
               move "aprova-prc" to ws-log-acao
               move mst-nome to ws-log-nome
               move mst-diametro to ws-ed-diametro
               move mst-preco to ws-ed-preco
               perform grava-log-auditoria
               move "A" to pnd-situacao
               move operador-id to pnd-decisor
               move ws-data-atual to pnd-data-decisao
               rewrite reg-preco-pendente
                   invalid key
                       display "Falha ao regravar a pendencia."
               end-rewrite
               add 1 to ws-pnd-decididas
               display "Alteracao aprovada e aplicada ao catalogo."
               .
           aprova-preco-pendente-exit.
               exit.

      * recusa a pendencia corrente; o catalogo fica como esta
           recusa-preco-pendente section.
               accept ws-data-atual from date yyyymmdd
               move "R" to pnd-situacao
               move operador-id to pnd-decisor
               move ws-data-atual to pnd-data-decisao
               rewrite reg-preco-pendente
                   invalid key
                       display "Falha ao regravar a pendencia."
               end-rewrite
               move "recusa-prc" to ws-log-acao
               move pnd-nome to ws-log-nome
               move pnd-diametro to ws-ed-diametro
               move pnd-preco to ws-ed-preco
               perform grava-log-auditoria
               add 1 to ws-pnd-decididas
               display "Alteracao recusada; catalogo mantido."
               .
           recusa-preco-pendente-exit.
               exit.

      * abre as promocoes para consulta do preco efetivo na data,
      * quando o relatorio chamador pediu (ws-usa-promocao); sem
      * o arquivo, vale o preco de tabela do catalogo
           abre-promocoes section.
               move "Nao" to ws-prm-aberto
               if ws-usa-promocao = "Nao"
                   go to abre-promocoes-exit
               end-if
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to ws-prm-hoje
               open input promocoes
               if ws-prm-status not = "35"
                   move "Sim" to ws-prm-aberto
               end-if
               .
           abre-promocoes-exit.
               exit.

      * fecha as promocoes abertas por abre-promocoes
           fecha-promocoes section.
               if ws-prm-aberto = "Sim"
                   close promocoes
                   move "Nao" to ws-prm-aberto
               end-if
               .
           fecha-promocoes-exit.
               exit.

      * devolve em ws-prm-preco/ws-prm-cm2 o preco efetivo na data
      * da pizza corrente do catalogo e em ws-prm-marca a marca
      * PROMO quando ha promocao vigente
           aplica-promocao-pizza section.
               move mst-preco to ws-prm-preco
               move mst-preco_cm2 to ws-prm-cm2
               move spaces to ws-prm-marca
               move mst-nome to ws-prm-nome
               move mst-fornecedor to ws-prm-fornecedor
               perform busca-preco-promocao
               if ws-prm-achou = "Sim"
                   move ws-prm-preco-ef to ws-prm-preco
                   compute ws-prm-cm2 = ws-prm-preco /
                   (((mst-diametro / 2)*(mst-diametro / 2))* 3,14)
                   move "PROMO" to ws-prm-marca
               end-if
               .
           aplica-promocao-pizza-exit.
               exit.

      * procura promocao vigente em ws-prm-hoje para a pizza/
      * fornecedor de ws-prm-nome/ws-prm-fornecedor; havendo mais
      * de uma, vale a de inicio mais recente
           busca-preco-promocao section.
               move "Nao" to ws-prm-achou
               move ws-prm-nome to prm-nome
               move ws-prm-fornecedor to prm-fornecedor
               move zeros to prm-data-inicio
               start promocoes key not less than prm-chave
                   invalid key
                       move "10" to ws-prm-status
               end-start
               perform until ws-prm-status = "10"
                   read promocoes next record
                       at end
                           move "10" to ws-prm-status
                       not at end
                           if prm-nome = ws-prm-nome
                               and prm-fornecedor = ws-prm-fornecedor
                               if prm-data-inicio <= ws-prm-hoje
                                   and prm-data-fim >= ws-prm-hoje
                                   move "Sim" to ws-prm-achou
                                   move prm-preco to ws-prm-preco-ef
                               end-if
                           else
                               move "10" to ws-prm-status
                           end-if
                   end-read
               end-perform
               .
           busca-preco-promocao-exit.
               exit.

      * grava em RELATORIO.TXT, aberto por quem chama, o aviso das
      * promocoes vigentes que terminam dentro dos proximos
      * ws-prm-dias-aviso dias; ws-prm-qtd devolve quantas
           avisa-promocoes-vencendo section.
               move 0 to ws-prm-qtd
               open input promocoes
               if ws-prm-status = "35"
                   go to avisa-promocoes-vencendo-exit
               end-if
               perform calcula-dias-hoje
               move ws-data-atual to ws-prm-hoje
               perform until ws-prm-status = "10"
                   read promocoes next record
                       at end
                           move "10" to ws-prm-status
                       not at end
                           perform avalia-promocao-vencendo
                   end-read
               end-perform
               close promocoes
               .
           avisa-promocoes-vencendo-exit.
               exit.

      * imprime a promocao corrente se estiver vigente e terminar
      * dentro do prazo de aviso
           avalia-promocao-vencendo section.
               if prm-data-inicio > ws-prm-hoje
                   or prm-data-fim < ws-prm-hoje
                   go to avalia-promocao-vencendo-exit
               end-if
               move prm-data-fim to ws-cnv-data
               perform converte-data-dias
               compute ws-prm-dias-rest = ws-cnv-dias - ws-hoje-dias
               if ws-prm-dias-rest > ws-prm-dias-aviso
                   go to avalia-promocao-vencendo-exit
               end-if
               add 1 to ws-prm-qtd
               if ws-prm-qtd = 1
                   move spaces to linha-saida
                   write linha-saida
                   move spaces to linha-saida
                   string "Promocoes que vencem nos proximos "
                                          delimited by size
                          ws-prm-dias-aviso delimited by size
                          " dias:"        delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-if
               move ws-prm-dias-rest to ws-ed-prm-dias
               move prm-preco to ws-ed-preco
               perform formata-data-promocao
               move spaces to linha-saida
               string "  "              delimited by size
                      prm-nome          delimited by size
                      "  "              delimited by size
                      prm-fornecedor    delimited by size
                      "  promocao: "    delimited by size
                      ws-ed-preco       delimited by size
                      "  ate "          delimited by size
                      ws-prm-data-ed    delimited by size
                      "  (faltam "      delimited by size
                      ws-ed-prm-dias    delimited by size
                      " dias)"          delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           avalia-promocao-vencendo-exit.
               exit.

      * formata prm-data-fim como dd/mm/aaaa em ws-prm-data-ed
           formata-data-promocao section.
               move prm-data-fim to ws-cnv-data
               move ws-cnv-dia to ws-prm-ed-dia
               move ws-cnv-mes to ws-prm-ed-mes
               move ws-cnv-ano to ws-prm-ed-ano
               .
           formata-data-promocao-exit.
               exit.

      * opcao L do menu: cadastro de promocoes dos fornecedores,
      * com preco promocional e vigencia; inclusao, exclusao,
      * listagem e aviso das promocoes a vencer; em modo
      * silencioso gera apenas o aviso
           manutencao-promocoes section.
               display erase
               if ws-modo-silencioso = "Sim"
                   move "V" to ws-prm-acao
               else
                   display "I-Incluir promocao"
                   display "E-Excluir promocao"
                   display "L-Listar promocoes"
                   display "V-Promocoes que vencem nos proximos"
                       " dias"
                   display "Escolha uma acao: "
                   accept ws-prm-acao
               end-if
               evaluate ws-prm-acao
                   when "I"
                       perform inclui-promocao
                   when "E"
                       perform exclui-promocao
                   when "L"
                       perform lista-promocoes
                   when "V"
                       perform relatorio-promocoes-vencendo
                   when other
                       display "Nenhuma acao executada."
               end-evaluate
               .
           manutencao-promocoes-exit.
               exit.

      * inclui uma promocao para pizza do catalogo: o preco deve
      * ser menor que o de tabela, o fim nao pode ser anterior ao
      * inicio nem a hoje e a vigencia nao pode se sobrepor a outra
      * promocao da mesma pizza/fornecedor
           inclui-promocao section.
               display "Informe o nome da pizza: "
               accept ws-prm-nome
               display "Informe o fornecedor: "
               accept ws-prm-fornecedor
               open input pizza-master
               if ws-master-status = "35"
                   display "Catalogo ainda nao possui pizzas."
                   go to inclui-promocao-exit
               end-if
               move ws-prm-nome to mst-nome
               move ws-prm-fornecedor to mst-fornecedor
               read pizza-master record
                   invalid key
                       display "Pizza nao cadastrada para esse"
                           " fornecedor."
                       close pizza-master
                       go to inclui-promocao-exit
               end-read
               close pizza-master
               move mst-preco to ws-ed-preco
               display "Preco de tabela: " ws-ed-preco
               display "Informe o preco promocional: "
               accept ws-preco-txt
               inspect ws-preco-txt replacing leading
                   spaces by "0"
               if ws-preco-txt is not numeric
                   display "Preco deve conter apenas numeros."
                   go to inclui-promocao-exit
               end-if
               move ws-preco-txt to ws-prm-preco
               if ws-prm-preco = 0 or ws-prm-preco >= mst-preco
                   display "Preco promocional deve ser maior que"
                       " zero e menor que o preco de tabela."
                   go to inclui-promocao-exit
               end-if
               display "Inicio da promocao (AAAAMMDD): "
               accept ws-prm-data-txt
               perform valida-data-promocao
               if entrada-valida = "Nao"
                   go to inclui-promocao-exit
               end-if
               move ws-prm-data-txt to ws-prm-inicio
               display "Fim da promocao (AAAAMMDD): "
               accept ws-prm-data-txt
               perform valida-data-promocao
               if entrada-valida = "Nao"
                   go to inclui-promocao-exit
               end-if
               move ws-prm-data-txt to ws-prm-fim
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to ws-prm-hoje
               if ws-prm-fim < ws-prm-inicio
                   or ws-prm-fim < ws-prm-hoje
                   display "Fim da promocao anterior ao inicio ou"
                       " a data de hoje."
                   go to inclui-promocao-exit
               end-if
               open i-o promocoes
               if ws-prm-status = "35"
                   open output promocoes
                   close promocoes
                   open i-o promocoes
               end-if
               perform verifica-conflito-promocao
               if ws-prm-conflito = "Sim"
                   display "Ja existe promocao dessa pizza com"
                       " vigencia sobreposta."
                   close promocoes
                   go to inclui-promocao-exit
               end-if
               move spaces to reg-promocao
               move ws-prm-nome to prm-nome
               move ws-prm-fornecedor to prm-fornecedor
               move ws-prm-inicio to prm-data-inicio
               move ws-prm-fim to prm-data-fim
               move ws-prm-preco to prm-preco
               move operador-id to prm-operador
               move ws-prm-hoje to prm-data-cadastro
               write reg-promocao
                   invalid key
                       display "Promocao ja cadastrada com essa"
                           " data de inicio."
                       close promocoes
                       go to inclui-promocao-exit
               end-write
               close promocoes
               move "promo-inc" to ws-log-acao
               move ws-prm-nome to ws-log-nome
               move mst-diametro to ws-ed-diametro
               move ws-prm-preco to ws-ed-preco
               perform grava-log-auditoria
               display "Promocao incluida."
               .
           inclui-promocao-exit.
               exit.

      * valida a data AAAAMMDD de ws-prm-data-txt
           valida-data-promocao section.
               move "Nao" to entrada-valida
               if ws-prm-data-txt is not numeric
                   display "Data deve conter 8 digitos (AAAAMMDD)."
                   go to valida-data-promocao-exit
               end-if
               move ws-prm-data-txt to ws-cnv-data
               if ws-cnv-ano < 2000
                   or ws-cnv-mes < 1 or ws-cnv-mes > 12
                   or ws-cnv-dia < 1 or ws-cnv-dia > 31
                   display "Data invalida."
                   go to valida-data-promocao-exit
               end-if
               move "Sim" to entrada-valida
               .
           valida-data-promocao-exit.
               exit.

      * confere se alguma promocao da pizza/fornecedor de ws-prm-
      * nome/ws-prm-fornecedor se sobrepoe ao periodo informado
           verifica-conflito-promocao section.
               move "Nao" to ws-prm-conflito
               move ws-prm-nome to prm-nome
               move ws-prm-fornecedor to prm-fornecedor
               move zeros to prm-data-inicio
               start promocoes key not less than prm-chave
                   invalid key
                       move "10" to ws-prm-status
               end-start
               perform until ws-prm-status = "10"
                   read promocoes next record
                       at end
                           move "10" to ws-prm-status
                       not at end
                           if prm-nome = ws-prm-nome
                               and prm-fornecedor = ws-prm-fornecedor
                               if prm-data-inicio <= ws-prm-fim
                                   and prm-data-fim >= ws-prm-inicio
                                   move "Sim" to ws-prm-conflito
                               end-if
                           else
                               move "10" to ws-prm-status
                           end-if
                   end-read
               end-perform
               .
           verifica-conflito-promocao-exit.
               exit.

      * exclui uma promocao pela pizza, fornecedor e inicio
           exclui-promocao section.
               display "Informe o nome da pizza: "
               accept ws-prm-nome
               display "Informe o fornecedor: "
               accept ws-prm-fornecedor
               display "Inicio da promocao (AAAAMMDD): "
               accept ws-prm-data-txt
               perform valida-data-promocao
               if entrada-valida = "Nao"
                   go to exclui-promocao-exit
               end-if
               open i-o promocoes
               if ws-prm-status = "35"
                   display "Nenhuma promocao cadastrada."
                   go to exclui-promocao-exit
               end-if
               move ws-prm-nome to prm-nome
               move ws-prm-fornecedor to prm-fornecedor
               move ws-prm-data-txt to prm-data-inicio
               read promocoes record
                   invalid key
                       display "Promocao nao encontrada."
                       close promocoes
                       go to exclui-promocao-exit
               end-read
               move prm-preco to ws-ed-preco
               delete promocoes record
                   invalid key
                       display "Falha ao excluir a promocao."
               end-delete
               close promocoes
               move "promo-exc" to ws-log-acao
               move ws-prm-nome to ws-log-nome
               move 0 to ws-ed-diametro
               perform grava-log-auditoria
               display "Promocao excluida."
               .
           exclui-promocao-exit.
               exit.

      * lista em RELATORIO.TXT todas as promocoes cadastradas com
      * a vigencia e a situacao na data
           lista-promocoes section.
               open input promocoes
               if ws-prm-status = "35"
                   display "Nenhuma promocao cadastrada."
                   go to lista-promocoes-exit
               end-if
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual to ws-prm-hoje
               open output relatorio-saida
               move "Promocoes dos fornecedores" to linha-saida
               display linha-saida
               write linha-saida
               move spaces to linha-saida
               string "Pizza            Fornecedor       "
                                       delimited by size
                      "Preco   Inicio    Fim       Situacao"
                                       delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               perform until ws-prm-status = "10"
                   read promocoes next record
                       at end
                           move "10" to ws-prm-status
                       not at end
                           perform imprime-linha-promocao
                   end-read
               end-perform
               close relatorio-saida
               close promocoes
               .
           lista-promocoes-exit.
               exit.

      * monta e imprime a linha de uma promocao
           imprime-linha-promocao section.
               evaluate true
                   when prm-data-inicio > ws-prm-hoje
                       move "futura" to ws-prm-sit-desc
                   when prm-data-fim < ws-prm-hoje
                       move "encerrada" to ws-prm-sit-desc
                   when other
                       move "vigente" to ws-prm-sit-desc
               end-evaluate
               move prm-preco to ws-ed-preco
               move spaces to linha-saida
               string prm-nome          delimited by size
                      "  "              delimited by size
                      prm-fornecedor    delimited by size
                      "  "              delimited by size
                      ws-ed-preco       delimited by size
                      "  "              delimited by size
                      prm-data-inicio   delimited by size
                      "  "              delimited by size
                      prm-data-fim      delimited by size
                      "  "              delimited by size
                      ws-prm-sit-desc   delimited by size
                      into linha-saida
               end-string
               display linha-saida
               write linha-saida
               .
           imprime-linha-promocao-exit.
               exit.

      * gera em RELATORIO.TXT o aviso das promocoes a vencer
           relatorio-promocoes-vencendo section.
               open output relatorio-saida
               perform avisa-promocoes-vencendo
               if ws-prm-qtd = 0
                   move spaces to linha-saida
                   string "Nenhuma promocao vence nos proximos "
                                          delimited by size
                          ws-prm-dias-aviso delimited by size
                          " dias."        delimited by size
                          into linha-saida
                   end-string
                   display linha-saida
                   write linha-saida
               end-if
               close relatorio-saida
               .
           relatorio-promocoes-vencendo-exit.
               exit.

      * grava no historico de precos indexado o registro corrente
      * do catalogo (cadastro novo ou alteracao de preco); duas
      * alteracoes da mesma pizza no mesmo dia ficam com o ultimo
               end-if
               display relatorio_tab(1)
               display relatorio(1)
               if cls-promocao not = spaces
                   display "  " cls-promocao
                       " - preco promocional vigente"
               end-if
               if linhas-pagina >= 20
                   move spaces to linha-saida
                   write linha-saida
                      ws-faixa          delimited by size
                      "  "              delimited by size
                      ws-vencida-flag   delimited by size
                      "  "              delimited by size
                      cls-promocao      delimited by size
                      into linha-saida
               end-string
               write linha-saida
      * section para finalizar o programa, limpando a trava de
      * execucao quando esta sessao a estampou; em modo silencioso
      * o desfecho vai para o log de auditoria e o codigo de
      * retorno informa o escalonador (0=ok, 4=lote com rejeitos
      * ou avisos, 8=erro ou excecao grave na verificacao de
      * integridade, 12=trava ativa de outra sessao)
           finaliza section.
               if ws-trava-posse = "Sim"
                   open output arq-trava
