      *   xxx  019/26  02/09/26  Roteiro de visitas por vendedor       *
      *   xxx  020/26  02/09/26  Limite de credito por cliente         *
      *   xxx  021/26  02/09/26  Painel gerencial consolidado          *
      *   xxx  022/26  15/10/26  Titulos a receber, baixa e rel. aging *
      *   xxx  023/26  15/10/26  Cadastro de produtos e itens do pedido*
      *   xxx  024/26  15/10/26  Metas de venda e rel. de atingimento  *
      *   xxx  025/26  15/10/26  Registro de visitas e aderencia a rota*
      *   xxx  026/26  15/10/26  Clientes duplicados e unificacao      *
      *   xxx  027/26  15/10/26  Alerta de clientes inativos p/ vend.  *
      *   xxx  028/26  15/10/26  Cobertura de vendedor ferias/licenca  *
      *   xxx  029/26  15/10/26  Devolucoes de pedidos fechados        *
      *   xxx  030/26  15/10/26  Historico mensal e movimento carteira *
      *   xxx  031/26  15/10/26  Complemento e situacao do cliente     *
      *----------------------------------------------------------------*
       environment    division.
       configuration  section.
              lock mode       is manual
              file status     is ws-status.

       select titulo          assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-titulo = tt-num-pedido
                              in titulo
              alternate key   is ch1-titulo = tt-cod-cliente
                              in titulo with duplicates
              lock mode       is manual
              file status     is ws-status.

       select produto         assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-produto = cod-produto
                              in produto
              lock mode       is manual
              file status     is ws-status.

       select item            assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-item = it-chave
                              in item
              alternate key   is ch1-item = it-cod-produto
                              in item with duplicates
              lock mode       is manual
              file status     is ws-status.

       select meta            assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-meta = mt-chave
                              in meta
              lock mode       is manual
              file status     is ws-status.

       select visita          assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-visita = vs-chave
                              in visita
              alternate key   is ch1-visita = vs-cod-cliente
                              in visita with duplicates
              lock mode       is manual
              file status     is ws-status.

       select cobertura       assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-cobertura = cb-chave
                              in cobertura
              lock mode       is manual
              file status     is ws-status.

       select devolucao       assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-devolucao = dv-chave
                              in devolucao
              alternate key   is ch1-devolucao = dv-cod-cliente
                              in devolucao with duplicates
              lock mode       is manual
              file status     is ws-status.

       select histcart        assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-histcart = hc-chave
                              in histcart
              lock mode       is manual
              file status     is ws-status.

       select clicompl        assign to disk
              organization    is indexed
              access mode     is dynamic
              record key      is ch0-clicompl = cc-cod-cliente
                              in clicompl
              alternate key   is ch1-clicompl = cc-situacao
                              in clicompl with duplicates
              lock mode       is manual
              file status     is ws-status.

       select arqclie         assign to disk
              organization    is line sequential
              access mode     is sequential
              access mode     is sequential
              file   status   is ws-status.

       select arqmeta         assign to disk
              organization    is line sequential
              access mode     is sequential
              file   status   is ws-status.

       select arqvisita       assign to disk
              organization    is line sequential
              access mode     is sequential
              file   status   is ws-status.

       select arqsort         assign to disk.

       select arqsortped      assign to disk.

       select arqsortprd      assign to disk.

       select arqsortdup      assign to disk.

       select arqsortina      assign to disk.

       select arqsortmov      assign to disk.

       select impressora      assign to disk.

       data           division.
           05  pd-valor                pic  9(009)v99.
           05  pd-situacao             pic  x(001).

       FD  titulo
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-titulo.

       01  reg-titulo.
           05  tt-chave.
               10  tt-num-pedido       pic  9(007).
           05  tt-cod-cliente          pic  9(007).
           05  tt-cod-vendedor         pic  9(003).
           05  tt-competencia          pic  9(006).
           05  tt-emissao              pic  9(008).
           05  tt-vencimento           pic  9(008).
           05  tt-valor                pic  9(009)v99.
           05  tt-valor-pago           pic  9(009)v99.
           05  tt-valor-abatido        pic  9(009)v99.
           05  tt-data-pagto           pic  9(008).
           05  tt-situacao             pic  x(001).

       FD  produto
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-produto.

       01  reg-produto.
           05  pt-chave.
               10  cod-produto         pic  9(006).
           05  descr-produto           pic  x(040).
           05  unidade-produto         pic  x(003).
           05  preco-produto           pic  9(007)v99.
           05  ativo-produto           pic  x(001).

       FD  item
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-item.

       01  reg-item.
           05  it-chave.
               10  it-num-pedido       pic  9(007).
               10  it-seq              pic  9(003).
           05  it-cod-produto          pic  9(006).
           05  it-quantidade           pic  9(005)v99.
           05  it-preco                pic  9(007)v99.
           05  it-valor                pic  9(009)v99.

       FD  meta
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-meta.

       01  reg-meta.
           05  mt-chave.
               10  mt-competencia      pic  9(006).
               10  mt-tipo             pic  x(001).
               10  mt-codigo           pic  9(003).
           05  mt-valor                pic  9(009)v99.

       FD  visita
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-visita.

       01  reg-visita.
           05  vs-chave.
               10  vs-cod-vendedor     pic  9(003).
               10  vs-data             pic  9(008).
               10  vs-cod-cliente      pic  9(007).
           05  vs-resultado            pic  x(001).
           05  vs-observacao           pic  x(040).

       FD  cobertura
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-cobertura.

       01  reg-cobertura.
           05  cb-chave.
               10  cb-vend-ausente     pic  9(003).
               10  cb-data-inicio      pic  9(008).
           05  cb-data-fim             pic  9(008).
           05  cb-vend-substituto      pic  9(003).

       FD  devolucao
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-devolucao.

       01  reg-devolucao.
           05  dv-chave.
               10  dv-num-pedido       pic  9(007).
               10  dv-seq              pic  9(003).
           05  dv-cod-cliente          pic  9(007).
           05  dv-cod-vendedor         pic  9(003).
           05  dv-data                 pic  9(008).
           05  dv-valor                pic  9(009)v99.
           05  dv-motivo               pic  x(040).
           05  dv-competencia          pic  9(006).

       FD  histcart
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-histcart.

       01  reg-histcart.
           05  hc-chave.
               10  hc-competencia      pic  9(006).
               10  hc-cod-cliente      pic  9(007).
           05  hc-cod-vendedor         pic  9(003).

       FD  clicompl
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS lb-clicompl.

       01  reg-clicompl.
           05  cc-cod-cliente          pic  9(007).
           05  cc-endereco             pic  x(040).
           05  cc-cidade               pic  x(030).
           05  cc-uf                   pic  x(002).
           05  cc-cep                  pic  9(008).
           05  cc-telefone             pic  x(015).
           05  cc-email                pic  x(040).
           05  cc-contato              pic  x(030).
           05  cc-segmento             pic  x(020).
           05  cc-situacao             pic  x(001).
           05  cc-data-situacao        pic  9(008).

       fd  impressora
           label record     is omitted
           record contains  230 characters
           05  razao-arqclie           pic  x(040).
           05  Latitude-arqclie        pic s9(003)v9(008).
           05  Longitude-arqclie       pic s9(003)v9(008).
           05  endereco-arqclie        pic  x(040).
           05  cidade-arqclie          pic  x(030).
           05  uf-arqclie              pic  x(002).
           05  cep-arqclie             pic  x(008).
           05  telefone-arqclie        pic  x(015).
           05  email-arqclie           pic  x(040).
           05  contato-arqclie         pic  x(030).
           05  segmento-arqclie        pic  x(020).
           05  situacao-arqclie        pic  x(001).

       FD  arqvend
           LABEL RECORD IS STANDARD
           05  ap-data                 pic  9(008).
           05  ap-valor                pic  9(009)v99.
           05  ap-situacao             pic  x(001).
           05  ap-cod-produto          pic  9(006).
           05  ap-quantidade           pic  9(005)v99.
           05  ap-preco                pic  9(007)v99.

       FD  arqrejei
           LABEL RECORD IS STANDARD
           05  ft-qtde                  pic  9(005).
           05  FILLER                   pic  x(001) value spaces.
           05  ft-valor                 pic  9(011)v99.
           05  FILLER                   pic  x(001) value spaces.
           05  ft-devolucao             pic  9(011)v99.

       FD  arqfecctl
           LABEL RECORD IS STANDARD
           05  fc-pedidos               pic  9(007).
           05  FILLER                   pic  x(001) value spaces.
           05  fc-valor                 pic  9(011)v99.
           05  FILLER                   pic  x(001) value spaces.
           05  fc-devolucao             pic  9(011)v99.

       FD  arqbkcli
           LABEL RECORD IS STANDARD

       01  reg-arqbkaud                pic  x(200).

       FD  arqmeta
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS ex-arqmeta.

       01  reg-arqmeta.
           05  am-competencia           pic  9(006).
           05  am-tipo                  pic  x(001).
           05  am-codigo                pic  9(003).
           05  am-valor                 pic  9(009)v99.

       FD  arqvisita
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS ex-arqvisita.

       01  reg-arqvisita.
           05  ai-cod-vendedor          pic  9(003).
           05  ai-data                  pic  9(008).
           05  ai-cod-cliente           pic  9(007).
           05  ai-resultado             pic  x(001).
           05  ai-observacao            pic  x(040).

       SD  arqsort.

       01  reg-arqsort.
           05  sp-cod-cliente          pic  9(007).
           05  sp-num-pedido           pic  9(007).
           05  sp-valor                pic  9(009)v99.
           05  sp-tipo                 pic  x(001).

       SD  arqsortdup.

       01  reg-arqsortdup.
           05  du-chave                pic  x(040).
           05  du-cod-cliente          pic  9(007).
           05  du-cnpj-cliente         pic  9(014).
           05  du-razao-cliente        pic  x(040).
           05  du-latitude-cliente     pic s9(003)v9(008).
           05  du-longitude-cliente    pic s9(003)v9(008).

       SD  arqsortina.

       01  reg-arqsortina.
           05  si-cod-vendedor         pic  9(003).
           05  si-cod-cliente          pic  9(007).
           05  si-tipo                 pic  x(001).
           05  si-data                 pic  9(008).
           05  si-valor                pic  9(009)v99.

       SD  arqsortmov.

       01  reg-arqsortmov.
           05  sm-cod-vendedor         pic  9(003).
           05  sm-cod-cliente          pic  9(007).
           05  sm-tipo                 pic  x(001).
           05  sm-data                 pic  9(008).
           05  sm-outro                pic  9(003).
           05  sm-valor                pic  9(009)v99.

       SD  arqsortprd.

       01  reg-arqsortprd.
           05  sx-cod-vendedor         pic  9(003).
           05  sx-cod-produto          pic  9(006).
           05  sx-quantidade           pic  9(005)v99.
           05  sx-valor                pic  9(009)v99.

       working-storage section.
       copy  "c:\teste\fonte\cgc.w".
           02 lb-comissao  PIC X(050) value "c:\teste\arq\comissao.arq".
           02 lb-operador  PIC X(050) value "c:\teste\arq\operador.arq".
           02 lb-limite    PIC X(050) value "c:\teste\arq\limite.arq".
           02 lb-titulo    PIC X(050) value "c:\teste\arq\titulo.arq".
           02 lb-produto   PIC X(050) value "c:\teste\arq\produto.arq".
           02 lb-item      PIC X(050) value "c:\teste\arq\item.arq".
           02 lb-meta      PIC X(050) value "c:\teste\arq\meta.arq".
           02 lb-visita    PIC X(050) value "c:\teste\arq\visita.arq".
           02 lb-cobertura PIC X(050) value "c:\teste\arq\cobert.arq".
           02 lb-devolucao PIC X(050) value "c:\teste\arq\devol.arq".
           02 lb-histcart  PIC X(050) value "c:\teste\arq\histcart.arq".
           02 lb-clicompl  PIC X(050) value "c:\teste\arq\clicompl.arq".
           02 ws-impress            pic  x(080)    value spaces.
           02 ws-filename           pic  x(040)    value spaces.
           02 ex-arqclie            pic  x(040)    value spaces.
           02 ex-arqbkaud           pic  x(040)    value spaces.
           02 ex-arqfatur           pic  x(040)    value spaces.
           02 ex-arqfecctl          pic  x(040)    value spaces.
           02 ex-arqmeta            pic  x(040)    value spaces.
           02 ex-arqvisita          pic  x(040)    value spaces.
           02 ws-csv-cod            pic  Z(006)9.
           02 ws-csv-cnpj           pic  Z(013)9.
           02 ws-lat-sinal          pic  x(001)   value space.
           02  ws-ped-valor           pic  9(009)v99 value zeros.
           02  ws-ped-situacao        pic  x(001) value spaces.

       01  variaveis-produto.
           02  ws-prd-codigo          pic  9(006) value zeros.
           02  ws-prd-descr           pic  x(040) value spaces.
           02  ws-prd-unidade         pic  x(003) value spaces.
           02  ws-prd-preco           pic  9(007)v99 value zeros.
           02  ws-prd-ativo           pic  x(001) value "S".
           02  ws-prd-ok              pic  x(001) value "S".

       01  variaveis-item.
           02  ws-ite-produto         pic  9(006) value zeros.
           02  ws-ite-quantidade      pic  9(005)v99 value zeros.
           02  ws-ite-preco           pic  9(007)v99 value zeros.
           02  ws-ite-valor           pic  9(009)v99 value zeros.
           02  ws-ite-qtd             pic  9(003) value zeros.
           02  ws-ite-ix              pic  9(003) value zeros.
           02  ws-ite-fim             pic  x(001) value "N".
           02  ws-ite-alterar         pic  x(001) value "N".
           02  ws-ite-linha           pic  x(001) value "N".
           02  ws-ite-ped-ant         pic  9(007) value zeros.
           02  ws-ite-cli-ant         pic  9(007) value zeros.
           02  ws-ite-ped-rej         pic  9(007) value zeros.
           02  ws-ite-aceitos         pic  9(003) value zeros.

       01  tabela-itens.
           02  ti-item  occurs 50 times.
               03  ti-produto         pic  9(006).
               03  ti-quantidade      pic  9(005)v99.
               03  ti-preco           pic  9(007)v99.
               03  ti-valor           pic  9(009)v99.

       01  variaveis-rel-produto.
           02  ws-rvp-competencia     pic  9(006) value zeros.
           02  ws-rvp-ok              pic  x(001) value "S".
           02  ws-rvp-primeiro        pic  x(001) value "S".
           02  ws-rvp-vend-ant        pic  9(003) value zeros.
           02  ws-rvp-prod-ant        pic  9(006) value zeros.
           02  ws-rvp-prod-qtde       pic  9(009)v99 value zeros.
           02  ws-rvp-prod-valor      pic  9(011)v99 value zeros.
           02  ws-rvp-vend-valor      pic  9(011)v99 value zeros.
           02  ws-rvp-tot-valor       pic  9(011)v99 value zeros.
           02  ws-rvp-itens           pic  9(007) value zeros.

       01  variaveis-meta.
           02  ws-met-competencia     pic  9(006) value zeros.
           02  ws-met-tipo            pic  x(001) value spaces.
           02  ws-met-codigo          pic  9(003) value zeros.
           02  ws-met-valor           pic  9(009)v99 value zeros.
           02  ws-met-ok              pic  x(001) value "S".
           02  ws-met-fim             pic  x(001) value "N".
           02  ws-met-ano-ini         pic  9(006) value zeros.
           02  ws-met-ix              pic  9(003) value zeros.
           02  ws-met-rx              pic  9(003) value zeros.
           02  ws-met-linhas          pic  9(005) value zeros.
           02  ws-met-nome            pic  x(040) value spaces.
           02  ws-met-obs             pic  x(009) value spaces.
           02  ws-met-meta-mes        pic  9(011)v99 value zeros.
           02  ws-met-real-mes        pic  9(011)v99 value zeros.
           02  ws-met-meta-ano        pic  9(011)v99 value zeros.
           02  ws-met-real-ano        pic  9(011)v99 value zeros.
           02  ws-met-pct             pic  9(007)v99 value zeros.
           02  ws-met-gap             pic s9(011)v99 value zeros.
           02  ws-met-tot-meta-mes    pic  9(011)v99 value zeros.
           02  ws-met-tot-real-mes    pic  9(011)v99 value zeros.
           02  ws-met-tot-meta-ano    pic  9(011)v99 value zeros.
           02  ws-met-tot-real-ano    pic  9(011)v99 value zeros.

       01  tabela-met-vend.
           02  ma-vend  occurs 999 times.
               03  ma-meta-mes        pic  9(011)v99.
               03  ma-meta-ano        pic  9(011)v99.
               03  ma-real-mes        pic  9(011)v99.
               03  ma-real-ano        pic  9(011)v99.

       01  tabela-met-reg.
           02  mg-reg  occurs 999 times.
               03  mg-tem-meta        pic  x(001).
               03  mg-meta-mes        pic  9(011)v99.
               03  mg-meta-ano        pic  9(011)v99.
               03  mg-vend-mes        pic  9(011)v99.
               03  mg-vend-ano        pic  9(011)v99.
               03  mg-real-mes        pic  9(011)v99.
               03  mg-real-ano        pic  9(011)v99.

       01  variaveis-visita.
           02  ws-vis-vendedor        pic  9(003) value zeros.
           02  ws-vis-data            pic  9(008) value zeros.
           02  ws-vis-cliente         pic  9(007) value zeros.
           02  ws-vis-resultado       pic  x(001) value spaces.
           02  ws-vis-obs             pic  x(040) value spaces.
           02  ws-vis-descr           pic  x(015) value spaces.
           02  ws-vis-ok              pic  x(001) value "S".
           02  ws-vis-fim             pic  x(001) value "N".
           02  ws-vis-fim-vend        pic  x(001) value "N".
           02  ws-vis-achou           pic  x(001) value "N".
           02  ws-vis-data-ini        pic  9(008) value zeros.
           02  ws-vis-data-fim        pic  9(008) value zeros.
           02  ws-vis-ix              pic  9(003) value zeros.
           02  ws-vis-pos             pic  9(003) value zeros.
           02  ws-vis-ausente         pic  9(003) value zeros.
           02  ws-vis-cab             pic  x(001) value "N".
           02  ws-vis-sec             pic  x(001) value "N".
           02  ws-vis-qtd-ped         pic  9(003) value zeros.
           02  ws-vis-planejados      pic  9(005) value zeros.
           02  ws-vis-visitados       pic  9(005) value zeros.
           02  ws-vis-visitas         pic  9(005) value zeros.
           02  ws-vis-com-ped         pic  9(005) value zeros.
           02  ws-vis-sem-ped         pic  9(005) value zeros.
           02  ws-vis-fora            pic  9(005) value zeros.
           02  ws-vis-pedidos         pic  9(005) value zeros.
           02  ws-vis-pct             pic  9(003)v99 value zeros.
           02  ws-vis-tot-planejados  pic  9(007) value zeros.
           02  ws-vis-tot-visitados   pic  9(007) value zeros.
           02  ws-vis-tot-visitas     pic  9(007) value zeros.
           02  ws-vis-tot-sem-ped     pic  9(007) value zeros.
           02  ws-vis-tot-pedidos     pic  9(007) value zeros.

       01  tabela-vis-cart.
           02  vx-visitas  occurs 500 times  pic  9(003).

       01  tabela-vis-ped.
           02  vq-cliente  occurs 500 times  pic  9(007).

       01  variaveis-duplic.
           02  ws-dup-criterio        pic  x(001) value spaces.
           02  ws-dup-fim             pic  x(001) value "N".
           02  ws-dup-ok              pic  x(001) value "S".
           02  ws-dup-impresso        pic  x(001) value "N".
           02  ws-dup-grupos          pic  9(005) value zeros.
           02  ws-dup-tot-grupos      pic  9(005) value zeros.
           02  ws-dup-ant.
               03  ws-dup-chave-ant   pic  x(040) value spaces.
               03  ws-dup-cod-ant     pic  9(007) value zeros.
               03  ws-dup-cnpj-ant    pic  9(014) value zeros.
               03  ws-dup-razao-ant   pic  x(040) value spaces.
               03  ws-dup-lat-ant     pic s9(003)v9(008) value zeros.
               03  ws-dup-long-ant    pic s9(003)v9(008) value zeros.
           02  ws-dup-tolerancia      pic  9(001)v9(004) value 0,0001.
           02  ws-dup-dif-lat         pic s9(003)v9(008) value zeros.
           02  ws-dup-dif-long        pic s9(003)v9(008) value zeros.
           02  ws-dup-grp-atual       pic  9(005) value zeros.
           02  ws-dup-jan-ini         pic  9(004) value zeros.
           02  ws-dup-jan-qtd         pic  9(004) value zeros.
           02  ws-dup-jan-ix          pic  9(004) value zeros.
           02  ws-dup-jan-dest        pic  9(004) value zeros.
           02  ws-dup-jan-pos         pic  9(004) value zeros.
           02  ws-dup-jan-limpa       pic  x(001) value "N".
           02  ws-dup-duplicado       pic  9(007) value zeros.
           02  ws-dup-mantido         pic  9(007) value zeros.
           02  ws-dup-cnpj-dup        pic  9(014) value zeros.
           02  ws-dup-razao-dup       pic  x(040) value spaces.
           02  ws-dup-lat-dup         pic s9(003)v9(008) value zeros.
           02  ws-dup-long-dup        pic s9(003)v9(008) value zeros.
           02  ws-dup-tem-cart        pic  x(001) value "S".
           02  ws-dup-vend-cart       pic  9(003) value zeros.
           02  ws-dup-dist-cart       pic s9(006)v9(008) value zeros.
           02  ws-dup-lim-dup         pic  9(009)v99 value zeros.
           02  ws-dup-lim-man         pic  9(009)v99 value zeros.
           02  ws-dup-lim-ed          pic  ZZZ.ZZZ.ZZ9,99.
           02  ws-dup-reg-visita      pic  x(059) value spaces.
           02  ws-dup-pedidos         pic  9(005) value zeros.
           02  ws-dup-titulos         pic  9(005) value zeros.
           02  ws-dup-visitas         pic  9(005) value zeros.
           02  ws-dup-vis-descartada  pic  x(001) value "N".

       01  tabela-dup-janela.
           02  dj-cli  occurs 500 times.
               03  dj-cod             pic  9(007).
               03  dj-cnpj            pic  9(014).
               03  dj-razao           pic  x(040).
               03  dj-lat             pic s9(003)v9(008).
               03  dj-long            pic s9(003)v9(008).
               03  dj-grupo           pic  9(005).

       01  variaveis-inativo.
           02  ws-ina-dias-param      pic  9(003) value zeros.
           02  ws-ina-hoje            pic  9(008) value zeros.
           02  ws-ina-corte           pic  9(008) value zeros.
           02  ws-ina-ini-12m         pic  9(008) value zeros.
           02  ws-ina-ok              pic  x(001) value "S".
           02  ws-ina-fim             pic  x(001) value "N".
           02  ws-ina-primeiro        pic  x(001) value "S".
           02  ws-ina-vend-ant        pic  9(003) value zeros.
           02  ws-ina-cli-ant         pic  9(007) value zeros.
           02  ws-ina-tem-cart        pic  x(001) value "N".
           02  ws-ina-ult-data        pic  9(008) value zeros.
           02  ws-ina-soma-12m        pic  9(011)v99 value zeros.
           02  ws-ina-dias            pic  9(005) value zeros.
           02  ws-ina-qtd             pic  9(003) value zeros.
           02  ws-ina-ix              pic  9(003) value zeros.
           02  ws-ina-ord             pic  9(003) value zeros.
           02  ws-ina-pos             pic  9(003) value zeros.
           02  ws-ina-limite          pic  9(009)v99 value zeros.
           02  ws-ina-data-ed         pic  9999/99/99.
           02  ws-ina-vend-qtde       pic  9(005) value zeros.
           02  ws-ina-vend-valor      pic  9(011)v99 value zeros.
           02  ws-ina-vendedores      pic  9(003) value zeros.
           02  ws-ina-tot-qtde        pic  9(007) value zeros.
           02  ws-ina-tot-valor       pic  9(011)v99 value zeros.
           02  ws-ina-csv-cli         pic  Z(006)9.
           02  ws-ina-csv-dias        pic  Z(004)9.
           02  ws-ina-csv-ult         pic  x(010) value spaces.
           02  ws-ina-csv-md-int      pic  9(011) value zeros.
           02  ws-ina-csv-md-frac     pic  9(002) value zeros.
           02  ws-ina-csv-lm-int      pic  9(009) value zeros.
           02  ws-ina-csv-lm-frac     pic  9(002) value zeros.

       01  tabela-inativo.
           02  in-cli  occurs 500 times.
               03  in-cliente         pic  9(007).
               03  in-ult-data        pic  9(008).
               03  in-dias            pic  9(005).
               03  in-media           pic  9(011)v99.
               03  in-impresso        pic  x(001).

       01  variaveis-cobertura.
           02  ws-cob-ausente         pic  9(003) value zeros.
           02  ws-cob-inicio          pic  9(008) value zeros.
           02  ws-cob-data-fim        pic  9(008) value zeros.
           02  ws-cob-subst           pic  9(003) value zeros.
           02  ws-cob-ok              pic  x(001) value "S".
           02  ws-cob-fim             pic  x(001) value "N".
           02  ws-cob-vendedor        pic  9(003) value zeros.
           02  ws-cob-data            pic  9(008) value zeros.
           02  ws-cob-substituto      pic  9(003) value zeros.
           02  ws-cob-sugerido        pic  9(003) value zeros.

       01  variaveis-devolucao.
           02  ws-dev-pedido          pic  9(007) value zeros.
           02  ws-dev-seq             pic  9(003) value zeros.
           02  ws-dev-data            pic  9(008) value zeros.
           02  ws-dev-valor           pic  9(009)v99 value zeros.
           02  ws-dev-motivo          pic  x(040) value spaces.
           02  ws-dev-total           pic  9(011)v99 value zeros.
           02  ws-dev-saldo           pic  9(011)v99 value zeros.
           02  ws-dev-prox-seq        pic  9(003) value zeros.
           02  ws-dev-cliente         pic  9(007) value zeros.
           02  ws-dev-vendedor        pic  9(003) value zeros.
           02  ws-dev-ped-data        pic  9(008) value zeros.
           02  ws-dev-ped-valor       pic  9(009)v99 value zeros.
           02  ws-dev-ok              pic  x(001) value "S".
           02  ws-dev-fim             pic  x(001) value "N".

       01  variaveis-clicompl.
           02  ws-ccp-cliente         pic  9(007) value zeros.
           02  ws-ccp-endereco        pic  x(040) value spaces.
           02  ws-ccp-cidade          pic  x(030) value spaces.
           02  ws-ccp-uf              pic  x(002) value spaces.
           02  ws-ccp-cep             pic  9(008) value zeros.
           02  ws-ccp-telefone        pic  x(015) value spaces.
           02  ws-ccp-email           pic  x(040) value spaces.
           02  ws-ccp-contato         pic  x(030) value spaces.
           02  ws-ccp-segmento        pic  x(020) value spaces.
           02  ws-ccp-situacao        pic  x(001) value "A".
           02  ws-ccp-data-situacao   pic  9(008) value zeros.
           02  ws-ccp-sit-ant         pic  x(001) value spaces.
           02  ws-ccp-ok              pic  x(001) value "S".
           02  ws-ccp-existe          pic  x(001) value "N".
           02  ws-ccp-tem-compl       pic  x(001) value "N".
           02  ws-ccp-arroba          pic  9(003) value zeros.
           02  ws-ccp-hoje            pic  9(008) value zeros.

       01  variaveis-movcart.
           02  ws-mvc-comp-ini        pic  9(006) value zeros.
           02  ws-mvc-comp-fim        pic  9(006) value zeros.
           02  ws-mvc-ok              pic  x(001) value "S".
           02  ws-mvc-fim             pic  x(001) value "N".
           02  ws-mvc-cliente         pic  9(007) value zeros.
           02  ws-mvc-vend-ini        pic  9(003) value zeros.
           02  ws-mvc-vend-fim        pic  9(003) value zeros.
           02  ws-mvc-mov-comp        pic  9(006) value zeros.
           02  ws-mvc-primeiro        pic  x(001) value "S".
           02  ws-mvc-vend-ant        pic  9(003) value zeros.
           02  ws-mvc-cli-ant         pic  9(007) value zeros.
           02  ws-mvc-tipo            pic  x(001) value spaces.
           02  ws-mvc-outro           pic  9(003) value zeros.
           02  ws-mvc-destino         pic  9(003) value zeros.
           02  ws-mvc-valor           pic  9(011)v99 value zeros.
           02  ws-mvc-qtd-mov         pic  9(003) value zeros.
           02  ws-mvc-ult-dest        pic  9(003) value zeros.
           02  ws-mvc-liquido         pic s9(005) value zeros.
           02  ws-mvc-ix              pic  9(004) value zeros.
           02  ws-mvc-vendedores      pic  9(003) value zeros.
           02  ws-mvc-tot-ganhos      pic  9(007) value zeros.
           02  ws-mvc-tot-perdas      pic  9(007) value zeros.
           02  ws-mvc-tot-ini         pic  9(007) value zeros.
           02  ws-mvc-tot-fim         pic  9(007) value zeros.
           02  ws-mvc-tem-mov         pic  x(001) value "N".

       01  tabela-mov-vend.
           02  mo-vend  occurs 999 times.
               03  mo-inicio          pic  9(005).
               03  mo-fim             pic  9(005).
               03  mo-ganhos          pic  9(005).
               03  mo-perdas          pic  9(005).
               03  mo-valor-ganho     pic  9(011)v99.
               03  mo-valor-perdido   pic  9(011)v99.

       01  variaveis-transferencia.
           02  ws-trf-vend-origem     pic  9(003) value zeros.
           02  ws-trf-vend-destino    pic  9(003) value zeros.
           02  ws-fec-cli-valor       pic  9(011)v99 value zeros.
           02  ws-fec-tot-qtde        pic  9(007) value zeros.
           02  ws-fec-tot-valor       pic  9(011)v99 value zeros.
           02  ws-fec-cli-devol       pic  9(011)v99 value zeros.
           02  ws-fec-tot-devol       pic  9(011)v99 value zeros.
           02  ws-fec-liquido         pic s9(011)v99 value zeros.
           02  ws-fec-devolucoes      pic  9(005) value zeros.
           02  ws-fec-hist            pic  9(007) value zeros.
           02  ws-fec-fim-cart        pic  x(001) value "N".

       01  variaveis-comissao.
           02  ws-com-tipo            pic  x(001) value spaces.
           02  ws-com-nome            pic  x(040) value spaces.
           02  ws-com-qtde            pic  9(005) value zeros.
           02  ws-com-valor           pic  9(011)v99 value zeros.
           02  ws-com-comissao        pic s9(011)v99 value zeros.
           02  ws-com-devol           pic  9(011)v99 value zeros.
           02  ws-com-abs             pic  9(011)v99 value zeros.
           02  ws-com-vendedores      pic  9(003) value zeros.
           02  ws-com-tot-valor       pic  9(011)v99 value zeros.
           02  ws-com-tot-comissao    pic s9(011)v99 value zeros.
           02  ws-com-tot-devol       pic  9(011)v99 value zeros.
           02  ws-com-csv-vend        pic  ZZ9.
           02  ws-com-csv-int         pic  9(011) value zeros.
           02  ws-com-csv-frac        pic  9(002) value zeros.
           02  ws-com-csv-cm-frac     pic  9(002) value zeros.
           02  ws-com-csv-tx-int      pic  9(002) value zeros.
           02  ws-com-csv-tx-frac     pic  9(002) value zeros.
           02  ws-com-csv-dv-int      pic  9(011) value zeros.
           02  ws-com-csv-dv-frac     pic  9(002) value zeros.
           02  ws-com-csv-sinal       pic  x(001) value spaces.
           02  ws-com-ix              pic  9(004) value zeros.

       01  tabela-com-vend.
           02  cv-vend  occurs 999 times.
               03  cv-qtde            pic  9(005).
               03  cv-valor           pic  9(011)v99.
               03  cv-devol           pic  9(011)v99.

       01  variaveis-rel-pedido.
           02  ws-ped-vend-ant        pic  9(003) value zeros.
           02  ws-pan-maior           pic  9(011)v99 value zeros.
           02  ws-pan-competencia     pic  9(006) value zeros.
           02  ws-pan-achou           pic  x(001) value "N".
           02  ws-pan-tem-compl       pic  x(001) value "N".
           02  ws-pan-qtd-bloq        pic  9(007) value zeros.
           02  ws-pan-qtd-encer       pic  9(007) value zeros.
           02  ws-pan-fim-compl       pic  x(001) value "N".
           02  ws-pan-maior-seg       pic  9(013)v99 value zeros.

       01  tabela-pan-meses.
           02  ws-pan-qtd-meses       pic  9(003) value zeros.
               03  pv-qtde            pic  9(005).
               03  pv-valor           pic  9(011)v99.

       01  tabela-pan-segmento.
           02  ws-pan-qtd-seg         pic  9(003) value zeros.
           02  ps-seg  occurs 30 times.
               03  ps-segmento        pic  x(020).
               03  ps-qtde            pic  9(007).
               03  ps-valor           pic  9(013)v99.

       01  variaveis-limite.
           02  ws-lim-cliente         pic  9(007) value zeros.
           02  ws-lim-valor           pic  9(009)v99 value zeros.
           02  ws-lim-limite          pic  9(009)v99 value zeros.
           02  ws-lim-aberto          pic  9(011)v99 value zeros.
           02  ws-lim-exposto         pic  9(011)v99 value zeros.
           02  ws-lim-devol           pic  9(011)v99 value zeros.
           02  ws-lim-pct             pic  9(005)v99 value zeros.
           02  ws-lim-ok              pic  x(001) value "S".
           02  ws-lim-fim             pic  x(001) value "N".
           02  ws-lim-qtde            pic  9(005) value zeros.

       01  variaveis-titulo.
           02  ws-tit-prazo           pic  9(003) value 30.
           02  ws-tit-hoje            pic  9(008) value zeros.
           02  ws-tit-vencimento      pic  9(008) value zeros.
           02  ws-tit-num             pic  9(007) value zeros.
           02  ws-tit-saldo           pic  9(009)v99 value zeros.
           02  ws-tit-valor-baixa     pic  9(009)v99 value zeros.
           02  ws-tit-data-baixa      pic  9(008) value zeros.
           02  ws-tit-dias            pic s9(005) value zeros.
           02  ws-tit-faixa           pic  9(001) value zeros.
           02  ws-tit-ix              pic  9(004) value zeros.
           02  ws-tit-ok              pic  x(001) value "S".
           02  ws-tit-tipo            pic  x(001) value spaces.
           02  ws-tit-primeiro        pic  x(001) value "S".
           02  ws-tit-cli-ant         pic  9(007) value zeros.
           02  ws-tit-razao           pic  x(040) value spaces.
           02  ws-tit-nome            pic  x(040) value spaces.
           02  ws-tit-clientes        pic  9(005) value zeros.
           02  ws-tit-vendedores      pic  9(003) value zeros.
           02  ws-tit-gerados         pic  9(007) value zeros.
           02  ws-tit-csv-cli         pic  Z(006)9.
           02  ws-tit-csv-vl  occurs 6 times.
               03  ws-tit-csv-int     pic  9(011).
               03  FILLER             pic  x(001) value ".".
               03  ws-tit-csv-frac    pic  9(002).

       01  tabela-tit-faixas.
           02  tc-faixa   occurs 6 times  pic  9(011)v99.
           02  tg-faixa   occurs 6 times  pic  9(011)v99.

       01  tabela-tit-vend.
           02  tv-vend  occurs 999 times.
               03  tv-faixa   occurs 6 times  pic  9(011)v99.

       01  variaveis-rota.
           02  ws-rota-max-dia        pic  9(003) value zeros.
           02  ws-rota-qtd-cli        pic  9(003) value zeros.
           02  ws-rota-restantes      pic  9(003) value zeros.
           02  ws-rota-fim-vend       pic  x(001) value "N".
           02  ws-rota-fim-cart       pic  x(001) value "N".
           02  ws-rota-vend-cart      pic  9(003) value zeros.
           02  ws-rota-lat-atual      pic s9(003)v9(008) value zeros.
           02  ws-rota-long-atual     pic s9(003)v9(008) value zeros.
           02  ws-rota-acum           pic s9(008)v9(008) value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PD-TOT-valor        pic ZZZ.ZZZ.ZZ9,99 value zeros.

       01  CABECALHOS-produto.
           02 PT-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(111) VALUE ALL "-".

           02 PT-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(38) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 PT-CAB-CONTPAG      PIC ZZZZ9.

           02 PT-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(25) value
                 "VENDAS POR PRODUTO     :".
              03 PT-CAB-COMPET       PIC 9(06).
              03 FILLER              PIC X(15) value spaces.
              03 FILLER              PIC X(38) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 PT-CAB-DATA         PIC 99/99/9999.

           02 PT-CAB-DET.
              03 FILLER              PIC X(003)  VALUE "Vnd".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(006)  value "Produt".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(040)  value "Descricao".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(003)  value "Und".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(016)  value "    Quantidade".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(018)  value
                                         "    Valor Vendido".

           02 PT-SEC.
              03 PT-SEC-titulo       pic x(050)  value spaces.

           02 PT-DET.
              03 PT-DET-vendedor     pic ZZZ     value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PT-DET-produto      pic 9(006)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PT-DET-descr        pic x(040)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PT-DET-unidade      pic x(003)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PT-DET-qtde         pic ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(004)  VALUE SPACES.
              03 PT-DET-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.

           02 PT-VND.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Vendedor :".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PT-VND-nome         pic x(040)  value spaces.
              03 FILLER              PIC X(016)  VALUE SPACES.
              03 PT-VND-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.

           02 PT-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Geral ...:".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PT-TOT-itens        pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(010)  VALUE " itens".
              03 FILLER              PIC X(039)  VALUE SPACES.
              03 PT-TOT-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.

       01  CABECALHOS-meta.
           02 MT-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(150) VALUE ALL "-".

           02 MT-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(58) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 MT-CAB-CONTPAG      PIC ZZZZ9.

           02 MT-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(25) value
                 "ATINGIMENTO METAS .....:".
              03 MT-CAB-COMPET       PIC 9(06).
              03 FILLER              PIC X(15) value spaces.
              03 FILLER              PIC X(58) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 MT-CAB-DATA         PIC 99/99/9999.

           02 MT-CAB-DET.
              03 FILLER              PIC X(003)  VALUE "Cod".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(030)  value "Nome".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(016)  value "     Meta Mes".
              03 FILLER              pic x(016)  value "   Realizado".
              03 FILLER              pic x(010)  value "   Ating%".
              03 FILLER              pic x(017)  value "      Falta".
              03 FILLER              pic x(019)  value
                 "     Meta Acum.".
              03 FILLER              pic x(019)  value
                 "    Real. Acum.".
              03 FILLER              pic x(010)  value "   Ating%".
              03 FILLER              pic x(011)  value "  Obs".

           02 MT-SEC.
              03 MT-SEC-titulo       pic x(050)  value spaces.

           02 MT-DET.
              03 MT-DET-codigo       pic ZZ9     value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-nome         pic x(030)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-meta-mes     pic ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-real-mes     pic ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-pct-mes      pic ZZZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-gap          pic -ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-meta-ano     pic ZZ.ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-real-ano     pic ZZ.ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-pct-ano      pic ZZZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MT-DET-obs          pic x(009)  value spaces.

       01  CABECALHOS-visita.
           02 VS-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(111) VALUE ALL "-".

           02 VS-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(38) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 VS-CAB-CONTPAG      PIC ZZZZ9.

           02 VS-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(22) value
                 "ADERENCIA ROTA PERIODO".
              03 FILLER              PIC X(02) value ": ".
              03 VS-CAB-INI          PIC 9999/99/99.
              03 FILLER              PIC X(03) value " a ".
              03 VS-CAB-FIM          PIC 9999/99/99.
              03 FILLER              PIC X(37) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 VS-CAB-DATA         PIC 99/99/9999.

           02 VS-CAB-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(010)  VALUE "Data".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(007)  value "Cliente".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(040)  value "Razao".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(015)  value "Resultado".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(040)  value "Observacao".

           02 VS-VND.
              03 FILLER              PIC X(011)  VALUE "VENDEDOR :".
              03 VS-VND-vendedor     pic 9(003)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 VS-VND-nome         pic x(040)  value spaces.

           02 VS-SEC.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 VS-SEC-titulo       pic x(050)  value spaces.

           02 VS-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 VS-DET-data         pic 9999/99/99.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 VS-DET-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 VS-DET-razao        pic x(040)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 VS-DET-resultado    pic x(015)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 VS-DET-obs          pic x(040)  value spaces.

           02 VS-CLI.
              03 FILLER              PIC X(017)  VALUE SPACES.
              03 VS-CLI-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 VS-CLI-razao        pic x(040)  value spaces.

           02 VS-RES.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(011)  VALUE "Carteira:".
              03 VS-RES-planejados   pic ZZZZ9   value zeros.
              03 FILLER              PIC X(012)  VALUE "  Visitados:".
              03 VS-RES-visitados    pic ZZZZ9   value zeros.
              03 FILLER              PIC X(012)  VALUE "  Aderencia:".
              03 VS-RES-pct          pic ZZ9,99  value zeros.
              03 FILLER              PIC X(011)  VALUE "%  Visitas:".
              03 VS-RES-visitas      pic ZZZZ9   value zeros.
              03 FILLER              PIC X(013)  VALUE "  Sem pedido:".
              03 VS-RES-sem-ped      pic ZZZZ9   value zeros.
              03 FILLER              PIC X(013)  VALUE "  Fora cart.:".
              03 VS-RES-fora         pic ZZZZ9   value zeros.
              03 FILLER              PIC X(011)  VALUE "  Pedidos:".
              03 VS-RES-pedidos      pic ZZZZ9   value zeros.

           02 VS-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Geral ...:".
              03 FILLER              PIC X(011)  VALUE " Carteira:".
              03 VS-TOT-planejados   pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(012)  VALUE "  Visitados:".
              03 VS-TOT-visitados    pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(012)  VALUE "  Aderencia:".
              03 VS-TOT-pct          pic ZZ9,99  value zeros.
              03 FILLER              PIC X(011)  VALUE "%  Visitas:".
              03 VS-TOT-visitas      pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(013)  VALUE "  Sem pedido:".
              03 VS-TOT-sem-ped      pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(011)  VALUE "  Pedidos:".
              03 VS-TOT-pedidos      pic ZZZZZZ9 value zeros.

       01  CABECALHOS-duplic.
           02 DP-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(111) VALUE ALL "-".

           02 DP-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(38) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 DP-CAB-CONTPAG      PIC ZZZZ9.

           02 DP-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value
                 "CLIENTES COM SUSPEITA DE DUPLICIDADE".
              03 FILLER              PIC X(38) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 DP-CAB-DATA         PIC 99/99/9999.

           02 DP-CAB-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(007)  VALUE "Cliente".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(014)  value "CNPJ".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(040)  value "Razao".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(014)  value "    Latitude".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(014)  value "   Longitude".

           02 DP-SEC.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 DP-SEC-titulo       pic x(050)  value spaces.

           02 DP-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 DP-DET-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 DP-DET-cnpj         pic 9(014)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 DP-DET-razao        pic x(040)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 DP-DET-latitude     pic -ZZ9,99999999 value zeros.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 DP-DET-longitude    pic -ZZ9,99999999 value zeros.

           02 DP-GRP.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(020)  VALUE
                 "Grupos encontrados:".
              03 DP-GRP-qtde         pic ZZZZ9   value zeros.

           02 DP-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Geral ...:".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 DP-TOT-grupos       pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(028)  VALUE
                 " grupos de possiveis duplic.".

       01  CABECALHOS-inativo.
           02 IN-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(111) VALUE ALL "-".

           02 IN-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(38) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 IN-CAB-CONTPAG      PIC ZZZZ9.

           02 IN-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(36) value
                 "CLIENTES INATIVOS - SEM PEDIDO HA +".
              03 IN-CAB-DIAS         PIC ZZ9.
              03 FILLER              PIC X(07) value " DIAS".
              03 FILLER              PIC X(38) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 IN-CAB-DATA         PIC 99/99/9999.

           02 IN-CAB-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(007)  VALUE "Cliente".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(040)  value "Razao".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(010)  value "Ult.Pedido".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(005)  value " Dias".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(014)  value "Media Mes 12m".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(014)  value " Limite Cred.".

           02 IN-VND.
              03 FILLER              PIC X(011)  VALUE "VENDEDOR :".
              03 IN-VND-vendedor     pic 9(003)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-VND-nome         pic x(040)  value spaces.

           02 IN-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 IN-DET-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-DET-razao        pic x(040)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-DET-ult          pic x(010)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-DET-dias         pic ZZZZ9   value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-DET-media        pic ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-DET-limite       pic ZZZ.ZZZ.ZZ9,99 value zeros.

           02 IN-SUB.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(020)  VALUE
                 "Clientes inativos:".
              03 IN-SUB-qtde         pic ZZZZ9   value zeros.
              03 FILLER              PIC X(044)  VALUE
                 "    Valor mensal em risco ...:".
              03 IN-SUB-valor        pic ZZZ.ZZZ.ZZ9,99 value zeros.

           02 IN-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Geral ...:".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 IN-TOT-qtde         pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(043)  VALUE
                 " clientes   Valor mensal em risco ...:".
              03 IN-TOT-valor        pic ZZZ.ZZZ.ZZ9,99 value zeros.

       01  CABECALHOS-movcart.
           02 MC-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(111) VALUE ALL "-".

           02 MC-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(38) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 MC-CAB-CONTPAG      PIC ZZZZ9.

           02 MC-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(26) value
                 "MOVIMENTO CARTEIRA DE ..:".
              03 MC-CAB-INI          PIC 9(06).
              03 FILLER              PIC X(05) value " A ".
              03 MC-CAB-FIM          PIC 9(06).
              03 FILLER              PIC X(40) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 MC-CAB-DATA         PIC 99/99/9999.

           02 MC-CAB-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(006)  VALUE "Mov.".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              PIC X(007)  VALUE "Cliente".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(040)  value "Razao".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(008)  value "Orig/Des".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(014)  value "Vendas Periodo".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(012)  value "Conf. Transf".

           02 MC-VND.
              03 FILLER              PIC X(011)  VALUE "VENDEDOR :".
              03 MC-VND-vendedor     pic 9(003)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-VND-nome         pic x(040)  value spaces.

           02 MC-DET.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 MC-DET-tipo         pic x(006)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-DET-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-DET-razao        pic x(040)  value spaces.
              03 FILLER              PIC X(007)  VALUE SPACES.
              03 MC-DET-outro        pic ZZ9     value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-DET-valor        pic ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-DET-conf         pic x(012)  value spaces.

           02 MC-SUB.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 FILLER              PIC X(008)  VALUE "Inicio:".
              03 MC-SUB-inicio       pic ZZZZ9   value zeros.
              03 FILLER              PIC X(009)  VALUE "  Ganhos:".
              03 MC-SUB-ganhos       pic ZZZZ9   value zeros.
              03 FILLER              PIC X(009)  VALUE "  Perdas:".
              03 MC-SUB-perdas       pic ZZZZ9   value zeros.
              03 FILLER              PIC X(010)  VALUE "  Liquido:".
              03 MC-SUB-liquido      pic -ZZZ9   value zeros.
              03 FILLER              PIC X(008)  VALUE "  Final:".
              03 MC-SUB-fim          pic ZZZZ9   value zeros.
              03 FILLER              PIC X(011)  VALUE "  Vl.Ganho:".
              03 MC-SUB-vl-ganho     pic ZZZ.ZZZ.ZZ9,99 value zeros.
              03 FILLER              PIC X(013)  VALUE "  Vl.Perdido:".
              03 MC-SUB-vl-perdido   pic ZZZ.ZZZ.ZZ9,99 value zeros.

           02 MC-RES-CAB.
              03 FILLER              PIC X(030)  VALUE
                 "RESUMO POR VENDEDOR".

           02 MC-RES.
              03 FILLER              PIC X(005)  VALUE SPACES.
              03 MC-RES-vendedor     pic 9(003)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-RES-nome         pic x(040)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 MC-RES-sub          pic x(126)  value spaces.

           02 MC-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Geral ...:".
              03 FILLER              PIC X(009)  VALUE " Inicio:".
              03 MC-TOT-inicio       pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(009)  VALUE "  Ganhos:".
              03 MC-TOT-ganhos       pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(009)  VALUE "  Perdas:".
              03 MC-TOT-perdas       pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(008)  VALUE "  Final:".
              03 MC-TOT-fim          pic ZZZZZZ9 value zeros.

       01  CABECALHOS-auditoria.
           02 AU-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 PN-VND-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.

           02 PN-BLQ.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 PN-BLQ-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PN-BLQ-razao        pic x(040)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PN-BLQ-situacao     pic x(010)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PN-BLQ-desde        pic 9(008)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PN-BLQ-segmento     pic x(020)  value spaces.

           02 PN-SEG.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 PN-SEG-segmento     pic x(020)  value spaces.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PN-SEG-qtde         pic ZZZZZZ9 value zeros.
              03 FILLER              PIC X(010)  VALUE " pedidos".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 PN-SEG-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.

       01  CABECALHOS-limite.
           02 LM-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(018)  value "Valor Faturado".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(018)  value "Devolucoes".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(006)  value "Taxa %".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(014)  value "Comissao".
              03 CM-DET-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 CM-DET-devol        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 CM-DET-taxa         pic Z9,99   value zeros.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 CM-DET-comissao     pic ZZZ.ZZZ.ZZZ.ZZ9,99-
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 CM-DET-obs          pic x(008)  value spaces.
              03 CM-TOT-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 CM-TOT-devol        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.
              03 FILLER              PIC X(010)  VALUE SPACES.
              03 CM-TOT-comissao     pic ZZZ.ZZZ.ZZZ.ZZ9,99-
                                                 value zeros.

       01  CABECALHOS-fechamento.
              03 FILLER              pic x(007)  value "Pedidos".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(018)  value "Valor Faturado".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(019)  value "Devolucoes".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(019)  value "Valor Liquido".

           02 FC-DET.
              03 FC-DET-cliente      pic 9(007)  value zeros.
              03 FILLER              PIC X(004)  VALUE SPACES.
              03 FC-DET-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FC-DET-devol        pic ZZZ.ZZZ.ZZZ.ZZ9,99-
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FC-DET-liquido      pic ZZZ.ZZZ.ZZZ.ZZ9,99-
                                                 value zeros.

           02 FC-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FC-TOT-valor        pic ZZZ.ZZZ.ZZZ.ZZ9,99
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FC-TOT-devol        pic ZZZ.ZZZ.ZZZ.ZZ9,99-
                                                 value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FC-TOT-liquido      pic ZZZ.ZZZ.ZZZ.ZZ9,99-
                                                 value zeros.

       01  CABECALHOS-titulo.
           02 TT-CAB-00.
              03 FILLER              PIC X(004) VALUE SPACES.
              03 FILLER              PIC X(131) VALUE ALL "-".

           02 TT-CAB-01.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value "Teste".
              03 filler              pic x(58) value spaces.
              03 FILLER              PIC X(10) VALUE "PAG. :".
              03 TT-CAB-CONTPAG      PIC ZZZZ9.

           02 TT-CAB-02.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(46) value
                 "AGING DE TITULOS A RECEBER".
              03 FILLER              PIC X(58) VALUE SPACES.
              03 FILLER              PIC X(07) VALUE "DATA :".
              03 TT-CAB-DATA         PIC 99/99/9999.

           02 TT-CAB-DET.
              03 FILLER              PIC X(007)  VALUE "Codigo".
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 FILLER              pic x(030)  value "Nome".
              03 FILLER              PIC x(002)  value spaces.
              03 FILLER              pic x(016)  value "     A Vencer".
              03 FILLER              pic x(016)  value "   1-30 dias".
              03 FILLER              pic x(016)  value "  31-60 dias".
              03 FILLER              pic x(016)  value "  61-90 dias".
              03 FILLER              pic x(016)  value "   +90 dias".
              03 FILLER              pic x(016)  value "   Total".

           02 TT-SEC.
              03 TT-SEC-titulo       pic x(050)  value spaces.

           02 TT-DET.
              03 TT-DET-codigo       pic 9(007)  value zeros.
              03 FILLER              PIC X(002)  VALUE SPACES.
              03 TT-DET-nome         pic x(030)  value spaces.
              03 TT-DET-faixas  occurs 6 times.
                 04 FILLER           PIC X(002)  VALUE SPACES.
                 04 TT-DET-valor     pic ZZZ.ZZZ.ZZ9,99 value zeros.

           02 TT-TOT.
              03 FILLER              PIC X(003)  VALUE SPACES.
              03 FILLER              PIC X(016)  VALUE
                 "Total Geral ...:".
              03 FILLER              PIC X(020)  VALUE SPACES.
              03 TT-TOT-faixas  occurs 6 times.
                 04 FILLER           PIC X(002)  VALUE SPACES.
                 04 TT-TOT-valor     pic ZZZ.ZZZ.ZZ9,99 value zeros.

       linkage section.
       01  lk-PESSOA                  pic  x(001) value spaces.
           05 line 09 col 03 value "[18]-Taxas Comissao".
           05 line 10 col 03 value "[22]-Operadores".
           05 line 11 col 03 value "[24]-Limite Credito".
           05 line 12 col 03 value "[27]-Titulos Receber".
           05 line 13 col 03 value "[29]-Produtos".
           05 line 14 col 03 value "[31]-Metas Venda".
           05 line 15 col 03 value "[34]-Visitas".
           05 line 16 col 03 value "[40]-Cobertura Vend.".
           05 line 17 col 03 value "[41]-Devolucoes".
           05 line 18 col 03 value "[43]-Compl. Clientes".
           05 line 04 col 29 value "Relatorios".
           05 line 05 col 29 value "[5]-Clientes".
           05 line 06 col 29 value "[6]-Vendedores".
           05 line 12 col 29 value "[23]-Rota Visitas".
           05 line 13 col 29 value "[25]-Rel. Limites".
           05 line 14 col 29 value "[26]-Painel Gerencial".
           05 line 15 col 29 value "[28]-Aging Titulos".
           05 line 16 col 29 value "[30]-Vendas Produto".
           05 line 17 col 29 value "[33]-Ating. Metas".
           05 line 18 col 29 value "[36]-Aderencia Rota".
           05 line 19 col 29 value "[37]-Cli. Duplicados".
           05 line 20 col 29 value "[39]-Cli. Inativos".
           05 line 21 col 29 value "[42]-Movim. Carteira".
           05 line 04 col 56 value "Executar".
           05 line 05 col 56 value "[3]-Imp. Clientes".
           05 line 06 col 56 value "[4]-Imp. Vendedores".
           05 line 11 col 56 value "[16]-Transf.Carteira".
           05 line 12 col 56 value "[17]-Fechamento Mes".
           05 line 13 col 56 value "[20]-Imp. Pedidos".
           05 line 14 col 56 value "[32]-Carga Metas".
           05 line 15 col 56 value "[35]-Imp. Visitas".
           05 line 16 col 56 value "[38]-Unificar Cli.".
           05 line 21 col 03 value "[ESC]- Sair".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".
           05 line 13 col 20 value "Data (AAAAMMDD):                  ".
           05 line 15 col 20 value "Valor          :                  ".
           05 line 17 col 20 value "Situacao(A/F/C):                  ".
           05 line 18 col 20 value "Produto (0=fim):                  ".
           05 line 19 col 20 value "Qtde / Preco   :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-titulo.
           05 line 03 col 25 value "T I T U L O S   A   R E C E B E R ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Numero Pedido  :                  ".
           05 line 08 col 20 value "Cliente        :                  ".
           05 line 09 col 20 value "Vendedor       :                  ".
           05 line 10 col 20 value "Emissao        :                  ".
           05 line 11 col 20 value "Vencimento     :                  ".
           05 line 12 col 20 value "Valor          :                  ".
           05 line 13 col 20 value "Valor Pago     :                  ".
           05 line 14 col 20 value "Abatimento     :                  ".
           05 line 15 col 20 value "Saldo          :                  ".
           05 line 16 col 20 value "Situacao       :                  ".
           05 line 17 col 20 value "(A/P/Q/C)                         ".
           05 line 18 col 20 value "Valor Baixa    :                  ".
           05 line 19 col 20 value "Data Pagamento :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-produto.
           05 line 03 col 25 value "        P R O D U T O S           ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Codigo Produto :                  ".
           05 line 09 col 20 value "Descricao      :                  ".
           05 line 11 col 20 value "Unidade        :                  ".
           05 line 13 col 20 value "Preco Tabela   :                  ".
           05 line 15 col 20 value "Ativo (S/N)    :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-meta.
           05 line 03 col 25 value "  M E T A S   D E   V E N D A     ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Compet.(AAAAMM):                  ".
           05 line 09 col 20 value "Tipo (V/R)     :                  ".
           05 line 11 col 20 value "Codigo         :                  ".
           05 line 13 col 20 value "Nome           :                  ".
           05 line 15 col 20 value "Valor Meta     :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-visita.
           05 line 03 col 25 value "       V I S I T A S              ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Vendedor       :                  ".
           05 line 08 col 20 value "Nome Vendedor  :                  ".
           05 line 09 col 20 value "Data (AAAAMMDD):                  ".
           05 line 11 col 20 value "Codigo Cliente :                  ".
           05 line 12 col 20 value "Razao Social   :                  ".
           05 line 14 col 20 value "Resultado      :                  ".
           05 line 15 col 20 value "P=Pedido tirado  S=Sem interesse  ".
           05 line 16 col 20 value "F=Cliente fechado N=Nao atendido  ".
           05 line 17 col 20 value "Observacao     :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-cobertura.
           05 line 03 col 25 value "  C O B E R T U R A   F E R I A S ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Vend. Ausente  :                  ".
           05 line 08 col 20 value "Nome Ausente   :                  ".
           05 line 09 col 20 value "Inicio(AAAAMMDD):                 ".
           05 line 11 col 20 value "Fim   (AAAAMMDD):                 ".
           05 line 13 col 20 value "Vend. Substit. :                  ".
           05 line 14 col 20 value "Nome Substit.  :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-devolucao.
           05 line 03 col 25 value "   D E V O L U C A O   P E D I D O".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Num. Pedido    :                  ".
           05 line 08 col 20 value "Cliente        :                  ".
           05 line 09 col 20 value "Vendedor       :                  ".
           05 line 10 col 20 value "Data Pedido    :                  ".
           05 line 11 col 20 value "Valor Pedido   :                  ".
           05 line 12 col 20 value "Ja Devolvido   :                  ".
           05 line 13 col 20 value "Sequencia      :                  ".
           05 line 14 col 20 value "Data Devolucao :                  ".
           05 line 15 col 20 value "Valor Devolucao:                  ".
           05 line 16 col 20 value "Motivo         :                  ".
           05 line 17 col 20 value "Compet. Fecham.:                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-clicompl.
           05 line 03 col 25 value "  C L I E N T E  -  C O M P L .   ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Codigo Cliente :                  ".
           05 line 08 col 20 value "Razao Social   :                  ".
           05 line 09 col 20 value "Endereco       :                  ".
           05 line 10 col 20 value "Cidade         :                  ".
           05 line 11 col 20 value "UF / CEP       :                  ".
           05 line 12 col 20 value "Telefone       :                  ".
           05 line 13 col 20 value "E-mail         :                  ".
           05 line 14 col 20 value "Contato        :                  ".
           05 line 15 col 20 value "Segmento       :                  ".
           05 line 16 col 20 value "Situacao       :                  ".
           05 line 17 col 20 value "A=Ativo B=Bloqueado E=Encerrado   ".
           05 line 18 col 20 value "Data Situacao  :                  ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       01  tela-unifica.
           05 line 03 col 25 value "U N I F I C A R   C L I E N T E S ".
           05 line 06 col 20 value "                                  ".
           05 line 07 col 20 value "Cliente Duplic.:                  ".
           05 line 08 col 20 value "Razao Social   :                  ".
           05 line 09 col 20 value "CNPJ           :                  ".
           05 line 11 col 20 value "Cliente Mantido:                  ".
           05 line 12 col 20 value "Razao Social   :                  ".
           05 line 13 col 20 value "CNPJ           :                  ".
           05 line 15 col 20 value "Pedidos, carteira, limite, titulos".
           05 line 16 col 20 value "e visitas passam p/ o mantido e o ".
           05 line 17 col 20 value "duplicado e excluido.             ".
           05 line 20 col 20 value "[ESC]- Voltar Menu                ".
           05 line 23 col 01 value "----------------------------------".
           05 line 24 col 01 value "Mensagem :".

       procedure   division .
       
       0000-principal.
           when   26
               perform 7300-painel
                       thru  7390-painel-fim
           when   27
               perform 7400-cadastro-titulo
                       thru  7445-cadastro-titulo-fim
           when   28
               perform 7450-rel-aging
                       thru  7495-rel-aging-fim
           when   29
               perform 7500-cadastro-produto
                       thru  7545-cadastro-produto-fim
           when   30
               perform 7550-rel-vendas-produto
                       thru  7595-rel-vendas-produto-fim
           when   31
               perform 7600-cadastro-meta
                       thru  7629-cadastro-meta-fim
           when   32
               perform 7630-carga-meta
                       thru  7649-carga-meta-fim
           when   33
               perform 7650-rel-meta
                       thru  7699-rel-meta-fim
           when   34
               perform 7700-cadastro-visita
                       thru  7729-cadastro-visita-fim
           when   35
               perform 7730-importar-visita
                       thru  7749-importar-visita-fim
           when   36
               perform 7750-rel-aderencia
                       thru  7799-rel-aderencia-fim
           when   37
               perform 7800-rel-duplicados
                       thru  7839-rel-duplicados-fim
           when   38
               perform 7850-unifica-cliente
                       thru  7899-unifica-cliente-sair
           when   39
               perform 5100-rel-inativo
                       thru  5190-rel-inativo-fim
           when   40
               perform 5200-cadastro-cobertura
                       thru  5245-cadastro-cobertura-fim
           when   41
               perform 5300-cadastro-devolucao
                       thru  5345-cadastro-devolucao-fim
           when   42
               perform 5400-rel-movcart
                       thru  5490-rel-movcart-fim
           when   43
               perform 1100-cadastro-clicompl
                       thru  1190-cadastro-clicompl-fim
           when other
               display "MENSAGEM : OPCAO IVALIDA <enter>" at 2401
               accept  ws-opcao           at    2479
                                                 ad-longitude-depois
                   perform 8300-grava-auditoria
                           thru    8300-grava-auditoria-fim
                   perform 1195-exclui-complemento
                           thru    1195-exclui-complemento-fim
           end-if
           go      1900-cadastro-cliente-fim
           .
           if      ws-status           not =     "00"
                   go  3900-importar-cliente-fim
           end-if
           perform 8598-abrir-io-clicompl
                   thru    8598-abrir-io-clicompl-fim
           move   "S"                    to ws-imp-executada
           .
       3300-posicionar-cliente.
                   add   1                to    ws-rejeitados
                   go      3400-leitura-externo
           end-if

           move    "N"                    to    ws-ccp-tem-compl
           if      endereco-arqclie       not = spaces
                or cidade-arqclie         not = spaces
                or uf-arqclie             not = spaces
                or cep-arqclie            not = spaces
                or telefone-arqclie       not = spaces
                or email-arqclie          not = spaces
                or contato-arqclie        not = spaces
                or segmento-arqclie       not = spaces
                or situacao-arqclie       not = spaces
                   move    "S"            to    ws-ccp-tem-compl
           end-if
           move    situacao-arqclie       to    ws-ccp-situacao
           inspect ws-ccp-situacao        converting "abe" to "ABE"
           if      ws-ccp-situacao        not = space and "A" and "B"
                                                and "E"
                   move  cod-arqclie      to    rj-codigo
                   move  cnpj-arqclie     to    rj-documento
                   move  "SITUACAO INVALIDA (A/B/E)" to rj-motivo
                   write reg-arqrejei
                   if    ws-status        not =     "00"
                         move  "Erro ao gravar registro rejeitado ..."
                                          to    ws-msg-texto
                         perform 9530-avisa-operador
                                 thru    9530-avisa-operador-fim
                   end-if
                   add   1                to    ws-rejeitados
                   go      3400-leitura-externo
           end-if
           .

        3500-grava-registro.
           if      ws-status               =     "00" or "02"
                   add     1              to    ws-aceitos
                   add     1              to    ws-incluidos
                   perform 3520-grava-complemento
                           thru    3520-grava-complemento-fim
                   go   3400-leitura-externo
           end-if
           if      ws-status               =     "22"
           else
                   add     1              to    ws-aceitos
                   add     1              to    ws-atualizados
                   perform 3520-grava-complemento
                           thru    3520-grava-complemento-fim
           end-if
           go   3400-leitura-externo
           .

       3520-grava-complemento.
           if      ws-ccp-tem-compl       =     "N"
                   go      3520-grava-complemento-fim
           end-if
           move    "20"                   to    ws-ccp-hoje(1:2)
           move    ws-ano                 to    ws-ccp-hoje(3:2)
           move    ws-mes                 to    ws-ccp-hoje(5:2)
           move    ws-dia                 to    ws-ccp-hoje(7:2)

           move    ws-cod-cliente         to    cc-cod-cliente
           read    clicompl
           if      ws-status              =     "00" or "02"
                   move    "S"            to    ws-ccp-existe
           else
                   move    "N"            to    ws-ccp-existe
                   initialize reg-clicompl
                   move    ws-cod-cliente to    cc-cod-cliente
                   move    "A"            to    cc-situacao
                   move    ws-ccp-hoje    to    cc-data-situacao
           end-if
           move    endereco-arqclie       to    cc-endereco
           move    cidade-arqclie         to    cc-cidade
           move    uf-arqclie             to    cc-uf
           move    zeros                  to    cc-cep
           if      cep-arqclie            is numeric
                   move    cep-arqclie    to    cc-cep
           end-if
           move    telefone-arqclie       to    cc-telefone
           move    email-arqclie          to    cc-email
           move    contato-arqclie        to    cc-contato
           move    segmento-arqclie       to    cc-segmento
           inspect cc-segmento            converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if      ws-ccp-situacao        not = space
              and  ws-ccp-situacao        not = cc-situacao
                   move    ws-ccp-situacao to   cc-situacao
                   move    ws-ccp-hoje    to    cc-data-situacao
           end-if

           if      ws-ccp-existe          =     "S"
                   rewrite reg-clicompl
           else
                   write   reg-clicompl
           end-if
           if      ws-status           not =     "00" and "02"
                   move  "Erro ao gravar complemento cliente ."
                                          to    ws-msg-texto
                   perform 9535-registra-msg
                           thru    9535-registra-msg-fim
           end-if
           .
       3520-grava-complemento-fim.
           exit.

       3900-importar-cliente-fim.
           if      ws-imp-executada       =    "S"
                   move    "c:\teste\arq\impcli.ctl" to ex-arqctl
                   perform 9540-grava-log
                           thru    9540-grava-log-fim
           end-if
           close arqclie cliente arqrejei clicompl
           exit.
           
       4000-importar-vendedor.
                    go       7900-distribuicao-fim
           end-if

           perform  8098-abrir-input-clicompl
           thru     8098-abrir-input-clicompl-fim

           move     "c:\teste\imp\distrib.lst" to ws-impress
           open     output               impressora

                    perform  702-quebra-pagina
           end-if

           move     cod-cliente          to    ws-ccp-cliente
           perform  1192-situacao-cliente
           thru     1192-situacao-cliente-fim
           if       ws-ccp-situacao      =     "B" or "E"
                    move  cod-cliente    to    DS-cod-cliente
                    move  razao-cliente  to    DS-razao-cliente
                    move  zeros          to    DS-cod-vendedor
                    move  zeros          to    DS-distancia
                    if    ws-ccp-situacao  =   "B"
                          move  "CLIENTE BLOQUEADO" to DS-nome-vendedor
                    else
                          move  "CLIENTE ENCERRADO" to DS-nome-vendedor
                    end-if
                    write regsai         from  DS-DET after advancing 1
                    add   1              to    WS-CONTLIN
                    go    703-ler-cliente-dist-fim
           end-if

           perform  704-localizar-vendedor-prox

           move     cod-cliente          to    DS-cod-cliente
           .
       7900-distribuicao-fim.
           close    cliente     vendedor    carteira    impressora
                    clicompl
           exit.

           
       9430-fechar-arq-limite-fim.
           exit.

       8060-abrir-input-titulo.
           open  input           titulo
           if    ws-status        =     "35"
                 open  output     titulo
                 close titulo
                 open  input      titulo
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8060-abrir-input-titulo-fim.
           exit.

       8540-abrir-io-titulo.
           open  i-o        titulo
           if    ws-status        =     "35"
                 open  output     titulo
                 close titulo
                 open  i-o        titulo
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8540-abrir-io-titulo-fim.
           exit.

       9440-fechar-arq-titulo.
           close titulo
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9440-fechar-arq-titulo-fim.
           exit.

       8070-abrir-input-produto.
           open  input           produto
           if    ws-status        =     "35"
                 open  output     produto
                 close produto
                 open  input      produto
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8070-abrir-input-produto-fim.
           exit.

       8550-abrir-io-produto.
           open  i-o        produto
           if    ws-status        =     "35"
                 open  output     produto
                 close produto
                 open  i-o        produto
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8550-abrir-io-produto-fim.
           exit.

       9450-fechar-arq-produto.
           close produto
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9450-fechar-arq-produto-fim.
           exit.

       8560-abrir-io-item.
           open  i-o        item
           if    ws-status        =     "35"
                 open  output     item
                 close item
                 open  i-o        item
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8560-abrir-io-item-fim.
           exit.

       9460-fechar-arq-item.
           close item
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9460-fechar-arq-item-fim.
           exit.

       8080-abrir-input-meta.
           open  input           meta
           if    ws-status        =     "35"
                 open  output     meta
                 close meta
                 open  input      meta
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8080-abrir-input-meta-fim.
           exit.

       8570-abrir-io-meta.
           open  i-o        meta
           if    ws-status        =     "35"
                 open  output     meta
                 close meta
                 open  i-o        meta
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8570-abrir-io-meta-fim.
           exit.

       9470-fechar-arq-meta.
           close meta
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9470-fechar-arq-meta-fim.
           exit.

       8090-abrir-input-visita.
           open  input           visita
           if    ws-status        =     "35"
                 open  output     visita
                 close visita
                 open  input      visita
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8090-abrir-input-visita-fim.
           exit.

       8580-abrir-io-visita.
           open  i-o        visita
           if    ws-status        =     "35"
                 open  output     visita
                 close visita
                 open  i-o        visita
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8580-abrir-io-visita-fim.
           exit.

       9480-fechar-arq-visita.
           close visita
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9480-fechar-arq-visita-fim.
           exit.

       8095-abrir-input-cobertura.
           open  input           cobertura
           if    ws-status        =     "35"
                 open  output     cobertura
                 close cobertura
                 open  input      cobertura
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8095-abrir-input-cobertura-fim.
           exit.

       8590-abrir-io-cobertura.
           open  i-o        cobertura
           if    ws-status        =     "35"
                 open  output     cobertura
                 close cobertura
                 open  i-o        cobertura
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8590-abrir-io-cobertura-fim.
           exit.

       9490-fechar-arq-cobertura.
           close cobertura
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9490-fechar-arq-cobertura-fim.
           exit.

       8097-abrir-input-devolucao.
           open  input           devolucao
           if    ws-status        =     "35"
                 open  output     devolucao
                 close devolucao
                 open  input      devolucao
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8097-abrir-input-devolucao-fim.
           exit.

       8595-abrir-io-devolucao.
           open  i-o        devolucao
           if    ws-status        =     "35"
                 open  output     devolucao
                 close devolucao
                 open  i-o        devolucao
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8595-abrir-io-devolucao-fim.
           exit.

       9495-fechar-arq-devolucao.
           close devolucao
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9495-fechar-arq-devolucao-fim.
           exit.

       8098-abrir-input-clicompl.
           open  input           clicompl
           if    ws-status        =     "35"
                 open  output     clicompl
                 close clicompl
                 open  input      clicompl
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8098-abrir-input-clicompl-fim.
           exit.

       8598-abrir-io-clicompl.
           open  i-o        clicompl
           if    ws-status        =     "35"
                 open  output     clicompl
                 close clicompl
                 open  i-o        clicompl
           end-if
           if    ws-status        not =     "00"
                 move  "Erro na tentativa de abrir arquivo com INPUT."
                                       to ws-msg-texto
                 perform 9530-avisa-operador
                         thru    9530-avisa-operador-fim
           end-if
           .
       8598-abrir-io-clicompl-fim.
           exit.

       9498-fechar-arq-clicompl.
           close clicompl
           if ws-status           not =     "00"
              display "Erro na tentativa de fechar arquivo."  at 2402
              accept  ws-opcao         at       2442
           end-if
           .
       9498-fechar-arq-clicompl-fim.
           exit.

       8520-abrir-io-operador.
           open  i-o        operador
           if    ws-status        =     "35"
       copy  "c:\teste\fonte\rota.p".
       copy  "c:\teste\fonte\limite.p".
       copy  "c:\teste\fonte\painel.p".
       copy  "c:\teste\fonte\titulo.p".
       copy  "c:\teste\fonte\produto.p".
       copy  "c:\teste\fonte\meta.p".
       copy  "c:\teste\fonte\visita.p".
       copy  "c:\teste\fonte\duplic.p".
       copy  "c:\teste\fonte\inativo.p".
       copy  "c:\teste\fonte\cobertura.p".
       copy  "c:\teste\fonte\devolucao.p".
       copy  "c:\teste\fonte\movcart.p".
       copy  "c:\teste\fonte\clicompl.p".
       copy  "c:\teste\fonte\rel-audit.p".
       copy  "c:\teste\fonte\batch.p".
       copy  "c:\teste\fonte\recon.p".
