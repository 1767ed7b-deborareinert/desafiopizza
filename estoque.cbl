      *vendas aceitas de VENPIZZA pelas receitas RECPIZZA e baixa o
      *consumo do estoque, recebe entradas de mercadoria e gera em
      *RELESTOQ o relatorio de reposicao dos ingredientes no ponto
      *de pedido ou abaixo dele. Na contagem fisica imprime a folha
      *FOLCONTA, recebe o contado digitado ou em CNTPIZZA, lista em
      *RELCONTA a divergencia teorico x contado valorizada pelo
      *custo de INGPIZZA e, com a confirmacao de um supervisor,
      *acerta o saldo e registra cada ajuste em LOGPIZZA. A lista
      *de reposicao vira pedidos de compra PEDCOMPR por fornecedor
      *(FORPIZZA), impressos em RELPEDID, e a entrada de mercadoria
      *recebe contra o pedido em aberto, atualizando o custo de
      *INGPIZZA pelo preco da nota; a linha recebida sai de PEDCOMPR
      *para o historico HSTPEDID. Os itens de ITEPIZZA vendidos
      *baixam o ingrediente ligado ou, no item de saldo proprio, o
      *registro de ESTPIZZA com o codigo do item
       identification division.
       program-id. "estoque".
       author. "Débora Reinert".
           select ingredientes assign to "INGPIZZA"
               organization is line sequential
               file status is status-ing.
           select itens assign to "ITEPIZZA"
               organization is line sequential
               file status is status-itm.
           select receitas assign to "RECPIZZA"
               organization is line sequential
               file status is status-rec.
           select controle-baixa assign to "CTLESTOQ"
               organization is line sequential
               file status is status-ctlb.
           select folha-contagem assign to "FOLCONTA"
               organization is line sequential
               file status is status-fol.
           select arquivo-contagem assign to "CNTPIZZA"
               organization is line sequential
               file status is status-cnt.
           select relatorio-contagem assign to "RELCONTA"
               organization is line sequential
               file status is status-relc.
           select log-auditoria assign to "LOGPIZZA"
               organization is line sequential
               file status is status-log.
           select operadores assign to "OPEPIZZA"
               organization is line sequential
               file status is status-ope.
           select parametros-seguranca assign to "SEGPIZZA"
               organization is line sequential
               file status is status-seg.
           select fornecedores assign to "FORPIZZA"
               organization is line sequential
               file status is status-for.
           select pedidos-compra assign to "PEDCOMPR"
               organization is line sequential
               file status is status-ped.
           select historico-pedidos assign to "HSTPEDID"
               organization is line sequential
               file status is status-hpe.
           select relatorio-pedidos assign to "RELPEDID"
               organization is line sequential
               file status is status-relp.
       i-o-control.

      *Declaração de variáveis
           05 cad-aliquota                          pic 9(2)v99.
           05 cad-classe                            pic x(2).

      *----Um registro por ingrediente de INGPIZZA e por item de
      *----ITEPIZZA com saldo proprio: saldo em maos, unidade e ponto
      *----de reposicao
       fd  estoque-ingrediente.
       01  reg-estoque.
           05 est-nome                              pic x(15).
           05 filler                                pic x(1)
              value space.
           05 ven-valor                             pic 9(5)v99.
           05 filler                                pic x(1)
              value space.
           05 ven-tipo                              pic x(1).
           05 filler                                pic x(1)
              value space.
      *----Linha T (taxa de entrega) nao consome ingrediente; linha
      *----I e item de ITEPIZZA, com diametro zero
           05 ven-item                              pic x(1).
           05 filler                                pic x(1)
              value space.
      *----Segundo sabor da meio a meio: meia receita de cada um
           05 ven-nome2                             pic x(15).

       fd  ingredientes.
       01  reg-ingrediente.
              value space.
           05 ing-unidade                           pic x(5).

      *----Itens fora do catalogo de pizzas, mantidos pelo mantrec:
      *----estoque I baixa itm-quantidade do ingrediente ligado por
      *----unidade vendida, P baixa uma unidade do proprio item
       fd  itens.
       01  reg-item.
           05 itm-codigo                            pic x(15).
           05 filler                                pic x(1)
              value space.
           05 itm-tipo                              pic x(1).
           05 filler                                pic x(1)
              value space.
           05 itm-preco                             pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 itm-classe                            pic x(2).
           05 filler                                pic x(1)
              value space.
           05 itm-estoque                           pic x(1).
           05 filler                                pic x(1)
              value space.
           05 itm-ingrediente                       pic x(15).
           05 filler                                pic x(1)
              value space.
           05 itm-quantidade                        pic 9(3)v999.
           05 filler                                pic x(1)
              value space.
           05 itm-custo                             pic 9(3)v99.

       fd  receitas.
       01  reg-receita.
           05 rec-pizza                             pic x(15).
       01  reg-controle-baixa.
           05 ctlb-data                             pic 9(8).

      *----Folha em branco para a contagem fisica no frio
       fd  folha-contagem.
       01  reg-folha                                pic x(100).

      *----Um registro por ingrediente contado: a quantidade que
      *----realmente estava no estoque, na unidade de ESTPIZZA
       fd  arquivo-contagem.
       01  reg-contagem.
           05 cnt-nome                              pic x(15).
           05 filler                                pic x(1)
              value space.
           05 cnt-quantidade                        pic 9(7)v999.

       fd  relatorio-contagem.
       01  reg-relconta                             pic x(100).

       fd  log-auditoria.
       01  reg-log.
           05 log-operador                          pic x(10).
           05 filler                                pic x(1)
              value space.
           05 log-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 log-hora                              pic 9(6).
           05 filler                                pic x(1)
              value space.
           05 log-acao                              pic x(10).
           05 filler                                pic x(1)
              value space.
           05 log-nome                              pic x(15).
           05 filler                                pic x(1)
              value space.
           05 log-diametro                          pic 9(3).
           05 filler                                pic x(1)
              value space.
           05 log-preco                             pic zz9,99.
           05 filler                                pic x(1)
              value space.
      *----Na coluna de preco/cm2 vai a diferenca da contagem, com
      *----as tres casas da quantidade, como o mantrec faz com a
      *----linha de receita; na coluna larga do fim vai o valor.
      *----Diferenca ou valor grande demais para as casas decimais
      *----vai inteiro na mesma coluna (o sinal ja esta na acao)
           05 log-quantidade                        pic zz9,999.
           05 log-quantidade-inteira redefines log-quantidade
                                                    pic zzzzzz9.
           05 filler                                pic x(1)
              value space.
           05 log-aliquota                          pic z9,99.
           05 filler                                pic x(1)
              value space.
           05 log-valor                             pic zzz9,99.
           05 log-valor-inteiro redefines log-valor pic zzzzzz9.

       fd  operadores.
       01  reg-operador.
           05 ope-codigo                            pic x(10).
           05 filler                                pic x(1)
              value space.
           05 ope-nome                              pic x(20).
           05 filler                                pic x(1)
              value space.
           05 ope-senha                             pic x(8).
           05 filler                                pic x(1)
              value space.
           05 ope-nivel                             pic 9(1).
           05 filler                                pic x(1)
              value space.
           05 ope-situacao                          pic x(1).
           05 filler                                pic x(1)
              value space.
           05 ope-erros                             pic 9(1).
           05 filler                                pic x(1)
              value space.
           05 ope-data-senha                        pic 9(8).

      *----Erros de senha seguidos ate o bloqueio e dias de validade
      *----da senha (zero = senha nao vence), mantidos pelo manope
       fd  parametros-seguranca.
       01  reg-seguranca.
           05 seg-max-erros                         pic 9(1).
           05 filler                                pic x(1)
              value space.
           05 seg-validade-senha                    pic 9(3).

      *----Quem fornece cada ingrediente de INGPIZZA: prazo de
      *----entrega em dias e pedido minimo na unidade do estoque
       fd  fornecedores.
       01  reg-fornecedor.
           05 for-ingrediente                       pic x(15).
           05 filler                                pic x(1)
              value space.
           05 for-fornecedor                        pic x(15).
           05 filler                                pic x(1)
              value space.
           05 for-telefone                          pic x(15).
           05 filler                                pic x(1)
              value space.
           05 for-prazo                             pic 9(3).
           05 filler                                pic x(1)
              value space.
           05 for-minimo                            pic 9(7)v999.

      *----Uma linha por ingrediente pedido; as linhas do mesmo
      *----pedido tem o mesmo numero e o mesmo fornecedor. Situacao:
      *----A aberta, R recebida conforme, M recebida a menor e X
      *----recebida a maior
       fd  pedidos-compra.
       01  reg-pedido.
           05 ped-numero                            pic 9(5).
           05 filler                                pic x(1)
              value space.
           05 ped-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 ped-fornecedor                        pic x(15).
           05 filler                                pic x(1)
              value space.
           05 ped-ingrediente                       pic x(15).
           05 filler                                pic x(1)
              value space.
           05 ped-quantidade                        pic 9(7)v999.
           05 filler                                pic x(1)
              value space.
           05 ped-custo                             pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 ped-recebido                          pic 9(7)v999.
           05 filler                                pic x(1)
              value space.
           05 ped-data-receb                        pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 ped-preco-nota                        pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 ped-situacao                          pic x(1).

      *----Linhas de pedido ja recebidas, no leiaute de PEDCOMPR: o
      *----arquivo de pedidos fica so com as abertas
       fd  historico-pedidos.
       01  reg-historico-pedido.
           05 hpe-numero                            pic 9(5).
           05 filler                                pic x(86).

       fd  relatorio-pedidos.
       01  reg-relpedido                            pic x(100).


      *----Variaveis de trabalho
       working-storage section.
           05 nome                                 pic x(15).
           05 diametro                             pic 9(3).

      *----Ingredientes de INGPIZZA (100) mais itens de saldo
      *----proprio de ITEPIZZA (60)
       77  max-estoque                             pic 9(3) value 160.
       77  qtd-estoque                             pic 9(3).

       01  tab-estoque  occurs 1 to 160 times
                         depending on qtd-estoque.
           05 tb-est-nome                          pic x(15).
           05 tb-est-quantidade                    pic 9(7)v999.
           05 tb-est-unidade                       pic x(5).
           05 tb-est-ponto                         pic 9(7)v999.
           05 tb-est-contado                       pic 9(7)v999.
           05 tb-est-contou                        pic x(1).

       77  max-ingredientes                        pic 9(3) value 100.
       77  qtd-ingredientes                        pic 9(3).
       01  tab-ingrediente  occurs 1 to 100 times
                             depending on qtd-ingredientes.
           05 tb-ing-nome                          pic x(15).
           05 tb-ing-custo                         pic 9(3)v99.
           05 tb-ing-unidade                       pic x(5).

       77  max-receitas                            pic 9(3) value 300.
           05 tb-rec-ingrediente                   pic x(15).
           05 tb-rec-quantidade                    pic 9(3)v999.

       77  max-itens                               pic 9(3) value 60.
       77  qtd-itens                               pic 9(3).

       01  tab-item  occurs 1 to 60 times
                      depending on qtd-itens.
           05 tb-itm-codigo                        pic x(15).
           05 tb-itm-estoque                       pic x(1).
           05 tb-itm-ingrediente                   pic x(15).
           05 tb-itm-quantidade                    pic 9(3)v999.
           05 tb-itm-custo                         pic 9(3)v99.

       77  max-fornecedores                        pic 9(3) value 100.
       77  qtd-fornecedores                        pic 9(3).

       01  tab-fornecedor  occurs 1 to 100 times
                            depending on qtd-fornecedores.
           05 tb-for-ingrediente                   pic x(15).
           05 tb-for-fornecedor                    pic x(15).
           05 tb-for-telefone                      pic x(15).
           05 tb-for-prazo                         pic 9(3).
           05 tb-for-minimo                        pic 9(7)v999.

       77  max-pedidos                             pic 9(3) value 500.
       77  qtd-pedidos                             pic 9(3).

       01  tab-pedido  occurs 1 to 500 times
                        depending on qtd-pedidos.
           05 tb-ped-numero                        pic 9(5).
           05 tb-ped-data                          pic 9(8).
           05 tb-ped-fornecedor                    pic x(15).
           05 tb-ped-ingrediente                   pic x(15).
           05 tb-ped-quantidade                    pic 9(7)v999.
           05 tb-ped-custo                         pic 9(3)v99.
           05 tb-ped-recebido                      pic 9(7)v999.
           05 tb-ped-data-receb                    pic 9(8).
           05 tb-ped-preco-nota                    pic 9(3)v99.
           05 tb-ped-situacao                      pic x(1).

      *----Itens da lista de reposicao a pedir, com o fornecedor e o
      *----numero do pedido em que cada um entrou
       77  qtd-sugestoes                           pic 9(3).

       01  tab-sugestao  occurs 1 to 160 times
                          depending on qtd-sugestoes.
           05 tb-sug-estoque                       pic 9(3).
           05 tb-sug-fornecedor                    pic 9(3).
           05 tb-sug-quantidade                    pic 9(7)v999.
           05 tb-sug-pedido                        pic 9(5).

       77  ind                                     pic 9(3).
       77  ind-rec                                 pic 9(3).
       77  ind-for                                 pic 9(3).
       77  ind-ped                                 pic 9(3).
       77  ind-sug                                 pic 9(3).
       77  ind-agrupa                              pic 9(3).
       77  ind-est                                 pic 9(3).
       77  ind-itm                                 pic 9(3).
       77  indice-item                             pic 9(3).
       77  status-itm                              pic x(2).
       77  opcao-menu                              pic x(1).
           88  op-baixa                            value "1".
           88  op-entrada                          value "2".
           88  op-ponto                            value "3".
           88  op-listar                           value "4".
           88  op-reposicao                        value "5".
           88  op-compras                          value "6".
           88  op-contagem                         value "7".
           88  op-sair                             value "8".
       77  opcao-contagem                          pic x(1).
           88  op-folha                            value "1".
           88  op-digitar                          value "2".
           88  op-carregar                         value "3".
           88  op-divergencia                      value "4".
           88  op-confirmar                        value "5".
           88  op-voltar                           value "6".
       77  pausa                                   pic x(1).
       77  status-cad                              pic x(2).
       77  status-est                              pic x(2).
       77  status-rec                              pic x(2).
       77  status-rele                             pic x(2).
       77  status-ctlb                             pic x(2).
       77  status-fol                              pic x(2).
       77  status-cnt                              pic x(2).
       77  status-relc                             pic x(2).
       77  status-log                              pic x(2).
       77  status-ope                              pic x(2).
       77  status-for                              pic x(2).
       77  status-ped                              pic x(2).
       77  status-relp                             pic x(2).
       77  status-hpe                              pic x(2).
       77  indice-fornecedor                       pic 9(3).
       77  indice-pedido                           pic 9(3).
       77  ultimo-pedido                           pic 9(5).
       77  ultimo-historico                        pic 9(5).
       77  linhas-mantidas                         pic 9(3).
       77  linhas-recebidas                        pic 9(3).
      *----N: PEDCOMPR passou do limite da tabela e nao e regravado,
      *----para nao perder as linhas que ficaram fora da carga
       77  carga-pedidos                           pic x(1).
           88 pedidos-completos                    value "S".
       77  pedido-informado                        pic 9(5).
       77  quantidade-pendente                     pic 9(7)v999.
       77  quantidade-sugerida                     pic 9(7)v999.
       77  diferenca-entrega                       pic 9(7)v999.
       77  preco-nota                              pic 9(3)v99.
       77  valor-linha                             pic 9(7)v99.
       77  valor-pedido                            pic 9(7)v99.
       77  linhas-abertas                          pic 9(3).
       77  pedidos-gerados                         pic 9(3).
       77  itens-sem-fornecedor                    pic 9(3).
       77  entrada-liberada                        pic x(1).
       77  linha-relpedido                         pic x(100).
       77  operador                                pic x(10).
       77  codigo-informado                        pic x(10).
       77  senha-informada                         pic x(8).
       77  tentativas                              pic 9(1).
       77  acesso-liberado                         pic x(1).

      *----Cadastro de operadores carregado para o login: o contador
      *----de erros, o bloqueio e a troca de senha vencida regravam
      *----OPEPIZZA inteiro
       77  max-operadores                          pic 9(2) value 50.
       77  qtd-operadores                          pic 9(2).
      *----N: OPEPIZZA passou do limite da tabela; o login e negado e
      *----o arquivo nao e regravado, para nao perder os operadores
      *----que ficaram fora da carga
       77  carga-operadores                        pic x(1).
           88 operadores-completos                 value "S".

       01  tab-operador  occurs 1 to 50 times
                          depending on qtd-operadores.
           05 tb-ope-codigo                        pic x(10).
           05 tb-ope-nome                          pic x(20).
           05 tb-ope-senha                         pic x(8).
           05 tb-ope-nivel                         pic 9(1).
           05 tb-ope-situacao                      pic x(1).
           05 tb-ope-erros                         pic 9(1).
           05 tb-ope-data-senha                    pic 9(8).

       77  ind-ope                                 pic 9(2).
       77  indice-operador                         pic 9(2).
       77  acao-log                                pic x(10).
       77  status-seg                              pic x(2).
       77  max-erros-senha                         pic 9(1).
       77  dias-validade-senha                     pic 9(3).
       77  nova-senha                              pic x(8).
       77  confirma-senha                          pic x(8).
       77  senha-trocada                           pic x(1).
       77  senha-vencida                           pic x(1).
       77  tentativas-troca                        pic 9(1).
       77  data-troca-senha                        pic 9(8).
       77  data-juliana                            pic 9(8).
       77  ano-juliano                             pic 9(4).
       77  mes-juliano                             pic 9(2).
       77  dia-juliano                             pic 9(2).
       77  fator-juliano                           pic 9(1).
       77  ano-ajustado                            pic 9(5).
       77  mes-ajustado                            pic 9(2).
       77  termo-mes                               pic 9(5).
       77  termo-ano4                              pic 9(5).
       77  termo-ano100                            pic 9(5).
       77  termo-ano400                            pic 9(5).
       77  numero-juliano                          pic 9(7).
       77  juliano-hoje                            pic 9(7).
       77  dias-senha                              pic s9(7).
       77  resposta-confirma                       pic x(1).
       77  fim-digitacao                           pic x(1).
       77  indice-ingrediente                      pic 9(3).
       77  quantidade-contada                      pic 9(7)v999.
       77  diferenca-contagem                      pic s9(7)v999.
       77  valor-diferenca                         pic s9(7)v99.
       77  custo-contagem                          pic 9(3)v99.
       77  itens-contados                          pic 9(3).
       77  itens-nao-contados                      pic 9(3).
       77  contagens-lidas                         pic 9(5).
       77  contagens-rejeitadas                    pic 9(5).
       77  total-perda                             pic 9(7)v99.
       77  total-sobra                             pic 9(7)v99.
       77  quebra-liquida                          pic s9(7)v99.
       77  linha-relconta                          pic x(100).
       77  data-ultima-baixa                       pic 9(8).
       77  data-maior-baixa                        pic 9(8).
       77  vendas-ja-baixadas                      pic 9(5).
       77  indice-estoque                          pic 9(3).
       77  quantidade-movto                        pic 9(7)v999.
       77  consumo-linha                           pic 9(7)v999.
       77  sabor-baixa                             pic x(15).
       77  fracao-baixa                            pic 9v9.
       77  vendas-lidas                            pic 9(5).
       77  vendas-baixadas                         pic 9(5).
       77  vendas-ignoradas                        pic 9(5).
       77  qtd-edt                                 pic zzzz9.
       77  quantidade-edt                          pic zzzzzz9,999.
       77  ponto-edt                               pic zzzzzz9,999.
       77  contado-edt                             pic zzzzzz9,999.
       77  diferenca-edt                           pic -------9,999.
       77  valor-edt                               pic -------9,99.
       77  total-edt                               pic zzzzzz9,99.
       77  custo-edt                               pic zz9,99.
       77  custo-novo-edt                          pic zz9,99.
       77  numero-edt                              pic zzzz9.
       77  prazo-edt                               pic zz9.

      *----Variaveis para comunicação entre programas
       linkage section.

           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-itens
           perform carrega-estoque
           perform completa-estoque
           perform carrega-fornecedores
           perform carrega-pedidos
           .
       inicializa-exit.
           exit.
                       add 1 to qtd-ingredientes
                       move ing-nome    to
                           tb-ing-nome(qtd-ingredientes)
                       move ing-custo   to
                           tb-ing-custo(qtd-ingredientes)
                       move ing-unidade to
                           tb-ing-unidade(qtd-ingredientes)
                   end-if
                               tb-est-unidade(qtd-estoque)
                           move est-ponto      to
                               tb-est-ponto(qtd-estoque)
                           move 0              to
                               tb-est-contado(qtd-estoque)
                           move "N"            to
                               tb-est-contou(qtd-estoque)
                       end-if
                   end-if
           end-read
       le-estoque-exit.
           exit.

      * Carrega os itens de ITEPIZZA; sem o arquivo as linhas de
      * item do movimento sao ignoradas na baixa
       carrega-itens section.
           move 0 to qtd-itens
           open input itens
           if status-itm <> "00"
               display "Arquivo ITEPIZZA ausente, sem itens"
           else
               perform le-item until status-itm <> "00"
               close itens
           end-if
           .
       carrega-itens-exit.
           exit.

       le-item section.
           read itens
               at end
                   move "10" to status-itm
               not at end
                   if qtd-itens >= max-itens
                       display "Limite de itens excedido"
                       move "10" to status-itm
                   else
                       if itm-quantidade is not numeric
                          or itm-custo is not numeric
                           display "Item invalido em ITEPIZZA: "
                               itm-codigo
                       else
                           add 1 to qtd-itens
                           move itm-codigo      to
                               tb-itm-codigo(qtd-itens)
                           move itm-estoque     to
                               tb-itm-estoque(qtd-itens)
                           move itm-ingrediente to
                               tb-itm-ingrediente(qtd-itens)
                           move itm-quantidade  to
                               tb-itm-quantidade(qtd-itens)
                           move itm-custo       to
                               tb-itm-custo(qtd-itens)
                       end-if
                   end-if
           end-read
           .
       le-item-exit.
           exit.

      * Carrega o cadastro de fornecedores FORPIZZA; sem o arquivo
      * os pedidos de compra nao podem ser gerados, mas o resto do
      * estoque funciona normalmente
       carrega-fornecedores section.
           move 0 to qtd-fornecedores
           open input fornecedores
           if status-for <> "00"
               display "Arquivo FORPIZZA ausente, sem fornecedores"
           else
               perform le-fornecedor until status-for <> "00"
               close fornecedores
           end-if
           .
       carrega-fornecedores-exit.
           exit.

       le-fornecedor section.
           read fornecedores
               at end
                   move "10" to status-for
               not at end
                   if qtd-fornecedores >= max-fornecedores
                       display "Limite de fornecedores excedido"
                       move "10" to status-for
                   else
                       if for-prazo is not numeric
                          or for-minimo is not numeric
                          or for-fornecedor = spaces
                           display "Fornecedor invalido em FORPIZZA: "
                               for-ingrediente
                       else
                           add 1 to qtd-fornecedores
                           move for-ingrediente to
                               tb-for-ingrediente(qtd-fornecedores)
                           move for-fornecedor  to
                               tb-for-fornecedor(qtd-fornecedores)
                           move for-telefone    to
                               tb-for-telefone(qtd-fornecedores)
                           move for-prazo       to
                               tb-for-prazo(qtd-fornecedores)
                           move for-minimo      to
                               tb-for-minimo(qtd-fornecedores)
                       end-if
                   end-if
           end-read
           .
       le-fornecedor-exit.
           exit.

      * Carrega os pedidos de compra PEDCOMPR; na primeira execucao o
      * arquivo ainda nao existe. Linha ja recebida que ainda estiver
      * nele (arquivo anterior ao historico) e passada ja para o
      * HSTPEDID, para a tabela guardar so as abertas
       carrega-pedidos section.
           move 0 to qtd-pedidos
           move 0 to linhas-recebidas
           move "S" to carga-pedidos
           perform carrega-historico-pedidos
           open input pedidos-compra
           if status-ped = "35"
               continue
           else
           if status-ped <> "00"
               display "Erro ao abrir PEDCOMPR: " status-ped
               stop run
           else
               perform le-pedido until status-ped <> "00"
               close pedidos-compra
               if linhas-recebidas > 0
                   perform regrava-pedidos
               end-if
           end-if
           end-if
           .
       carrega-pedidos-exit.
           exit.

      *----Maior numero de pedido ja passado para o historico, para a
      *----numeracao seguir dele mesmo sem linha aberta em PEDCOMPR
       carrega-historico-pedidos section.
           move 0 to ultimo-historico
           open input historico-pedidos
           if status-hpe = "00"
               perform until status-hpe <> "00"
                   read historico-pedidos
                       at end
                           move "10" to status-hpe
                       not at end
                           if hpe-numero is numeric
                              and hpe-numero > ultimo-historico
                               move hpe-numero to ultimo-historico
                           end-if
                   end-read
               end-perform
               close historico-pedidos
           end-if
           .
       carrega-historico-pedidos-exit.
           exit.

       le-pedido section.
           read pedidos-compra
               at end
                   move "10" to status-ped
               not at end
                   if qtd-pedidos >= max-pedidos
                       display "Limite de linhas de pedido excedido - "
                           "PEDCOMPR nao sera regravado"
                       move "N" to carga-pedidos
                       move "10" to status-ped
                   else
                       if ped-numero is not numeric
                          or ped-quantidade is not numeric
                          or ped-recebido is not numeric
                           display "Pedido invalido em PEDCOMPR: "
                               ped-ingrediente
                       else
                           add 1 to qtd-pedidos
                           move ped-numero      to
                               tb-ped-numero(qtd-pedidos)
                           move ped-data        to
                               tb-ped-data(qtd-pedidos)
                           move ped-fornecedor  to
                               tb-ped-fornecedor(qtd-pedidos)
                           move ped-ingrediente to
                               tb-ped-ingrediente(qtd-pedidos)
                           move ped-quantidade  to
                               tb-ped-quantidade(qtd-pedidos)
                           move ped-custo       to
                               tb-ped-custo(qtd-pedidos)
                           move ped-recebido    to
                               tb-ped-recebido(qtd-pedidos)
                           move ped-data-receb  to
                               tb-ped-data-receb(qtd-pedidos)
                           move ped-preco-nota  to
                               tb-ped-preco-nota(qtd-pedidos)
                           move ped-situacao    to
                               tb-ped-situacao(qtd-pedidos)
                           if ped-situacao not = "A"
                               add 1 to linhas-recebidas
                           end-if
                       end-if
                   end-if
           end-read
           .
       le-pedido-exit.
           exit.

      * Garante um item de estoque para cada ingrediente de
      * INGPIZZA e para cada item de saldo proprio de ITEPIZZA (em
      * unidades): o novo entra com saldo e ponto zerados
       completa-estoque section.
           move 1 to ind
           perform completa-ingrediente until ind > qtd-ingredientes
           move 1 to ind-itm
           perform completa-item until ind-itm > qtd-itens
           .
       completa-estoque-exit.
           exit.
                       tb-est-unidade(qtd-estoque)
                   move 0                   to
                       tb-est-ponto(qtd-estoque)
                   move 0                   to
                       tb-est-contado(qtd-estoque)
                   move "N"                 to
                       tb-est-contou(qtd-estoque)
               end-if
           end-if
           add 1 to ind
       completa-ingrediente-exit.
           exit.

       completa-item section.
           if tb-itm-estoque(ind-itm) = "P"
               move tb-itm-codigo(ind-itm) to nome-pesquisa
               perform localiza-estoque
               if indice-estoque = 0
                   if qtd-estoque >= max-estoque
                       display "Limite de itens de estoque excedido"
                   else
                       add 1 to qtd-estoque
                       move tb-itm-codigo(ind-itm) to
                           tb-est-nome(qtd-estoque)
                       move 0    to tb-est-quantidade(qtd-estoque)
                       move "UN" to tb-est-unidade(qtd-estoque)
                       move 0    to tb-est-ponto(qtd-estoque)
                       move 0    to tb-est-contado(qtd-estoque)
                       move "N"  to tb-est-contou(qtd-estoque)
                   end-if
               end-if
           end-if
           add 1 to ind-itm
           .
       completa-item-exit.
           exit.

       localiza-item section.
           move 0 to indice-item
           move 1 to ind-itm
           perform until ind-itm > qtd-itens
               if tb-itm-codigo(ind-itm) = nome-pesquisa
                   move ind-itm to indice-item
                   move qtd-itens to ind-itm
               end-if
               add 1 to ind-itm
           end-perform
           .
       localiza-item-exit.
           exit.

      *----Custo unitario do registro de estoque nome-pesquisa em
      *----custo-contagem: o de INGPIZZA, ou o do item de ITEPIZZA
      *----quando e saldo proprio de um item
       apura-custo-estoque section.
           move 0 to custo-contagem
           perform localiza-ingrediente
           if indice-ingrediente > 0
               if tb-ing-custo(indice-ingrediente) is numeric
                   move tb-ing-custo(indice-ingrediente) to
                       custo-contagem
               end-if
           else
               perform localiza-item
               if indice-item > 0
                   move tb-itm-custo(indice-item) to custo-contagem
               end-if
           end-if
           .
       apura-custo-estoque-exit.
           exit.

       localiza-estoque section.
           move 0 to indice-estoque
           move 1 to ind-est
       localiza-estoque-exit.
           exit.

       localiza-ingrediente section.
           move 0 to indice-ingrediente
           move 1 to ind
           perform until ind > qtd-ingredientes
               if tb-ing-nome(ind) = nome-pesquisa
                   move ind to indice-ingrediente
                   move qtd-ingredientes to ind
               end-if
               add 1 to ind
           end-perform
           .
       localiza-ingrediente-exit.
           exit.

       localiza-pizza section.
           move 0 to indice-localizado
           move 1 to ind
               display "3 - Ajustar ponto de reposicao"
               display "4 - Listar estoque"
               display "5 - Relatorio de reposicao"
               display "6 - Gerar pedidos de compra"
               display "7 - Contagem fisica do estoque"
               display "8 - Finalizar"
               display "Informe a opcao desejada"
               accept opcao-menu

                       perform lista-estoque
                   when op-reposicao
                       perform gera-relatorio-reposicao
                   when op-compras
                       perform gera-pedidos-compra
                   when op-contagem
                       perform menu-contagem
                   when op-sair
                       continue
                   when other
               at end
                   move "10" to status-ven
               not at end
                   if ven-item = "T"
                       continue
                   else
                   add 1 to vendas-lidas
                   move ven-nome     to nome-pesquisa
                   move ven-diametro to diametro-pesquisa
                   if ven-item = "I"
                       perform localiza-item
                       move indice-item to indice-localizado
                   else
                       perform localiza-pizza
                   end-if
                   if indice-localizado not = 0
                      and ven-item not = "I"
                      and ven-nome2 not = spaces
                       move ven-nome2 to nome-pesquisa
                       perform localiza-pizza
                   end-if
                   if indice-localizado = 0
                      or ven-data is not numeric
                      or ven-quantidade is not numeric
                       perform explode-venda
                   end-if
                   end-if
                   end-if
           end-read
           .
       le-venda-exit.
           exit.

      *----Meio a meio baixa meia receita de cada sabor; item baixa
      *----o seu estoque sem passar pela receita
       explode-venda section.
           if ven-item = "I"
               perform baixa-item
           else
               perform explode-pizza
           end-if
           .
       explode-venda-exit.
           exit.

       explode-pizza section.
           move ven-nome to sabor-baixa
           if ven-nome2 = spaces
               move 1 to fracao-baixa
           else
               move 0,5 to fracao-baixa
           end-if
           move 1 to ind-rec
           perform baixa-linha-receita until ind-rec > qtd-receitas

           if ven-nome2 not = spaces
               move ven-nome2 to sabor-baixa
               move 1 to ind-rec
               perform baixa-linha-receita
                   until ind-rec > qtd-receitas
           end-if
           .
       explode-pizza-exit.
           exit.

      *----Item em indice-localizado: a quantidade ligada por unidade
      *----do ingrediente, ou uma unidade do saldo proprio
       baixa-item section.
           move indice-localizado to indice-item
           if tb-itm-estoque(indice-item) = "I"
               move tb-itm-ingrediente(indice-item) to nome-pesquisa
               compute consumo-linha rounded =
                   tb-itm-quantidade(indice-item) * ven-quantidade
           else
               move tb-itm-codigo(indice-item) to nome-pesquisa
               move ven-quantidade to consumo-linha
           end-if
           perform localiza-estoque
           if indice-estoque = 0
               display "Item sem estoque cadastrado: "
                   tb-itm-codigo(indice-item)
           else
               if consumo-linha >
                  tb-est-quantidade(indice-estoque)
                   display "Saldo insuficiente, zerado: "
                       tb-est-nome(indice-estoque)
                   move 0 to tb-est-quantidade(indice-estoque)
               else
                   subtract consumo-linha from
                       tb-est-quantidade(indice-estoque)
               end-if
           end-if
           .
       baixa-item-exit.
           exit.

       baixa-linha-receita section.
           if tb-rec-pizza(ind-rec) = sabor-baixa
              and tb-rec-diametro(ind-rec) = ven-diametro
               move tb-rec-ingrediente(ind-rec) to nome-pesquisa
               perform localiza-estoque
                   display "Ingrediente sem estoque cadastrado: "
                       tb-rec-ingrediente(ind-rec)
               else
                   compute consumo-linha rounded =
                       tb-rec-quantidade(ind-rec) * ven-quantidade
                       * fracao-baixa
                   if consumo-linha >
                      tb-est-quantidade(indice-estoque)
                       display "Saldo insuficiente, zerado: "
           exit.

      * Entrada de mercadoria: soma a quantidade recebida ao saldo
      * do ingrediente, mantendo o saldo em maos fiel as entregas.
      * Havendo pedido em aberto para o ingrediente, a entrega e
      * recebida contra ele; entrada sem pedido continua valendo
       entrada-mercadoria section.
           display "Informe o nome do ingrediente"
           accept nome-pesquisa
           if indice-estoque = 0
               display "Ingrediente nao cadastrado em INGPIZZA"
           else
               move "S" to entrada-liberada
               move 0   to indice-pedido
               perform lista-pedidos-abertos
               if linhas-abertas > 0
                   display "Informe o numero do pedido recebido "
                       "(0 = entrada sem pedido)"
                   accept pedido-informado
                   perform until pedido-informado is numeric
                       display "Numero invalido - informe o pedido "
                           "ou 0"
                       accept pedido-informado
                   end-perform
                   if pedido-informado > 0
                       perform localiza-pedido-aberto
                       if indice-pedido = 0
                           display "Pedido em aberto nao encontrado "
                               "para o ingrediente"
                           move "N" to entrada-liberada
                       end-if
                   end-if
               end-if

               if entrada-liberada = "S"
                   display "Informe a quantidade recebida"
                   accept quantidade-movto
                   perform valida-quantidade
                   add quantidade-movto to
                       tb-est-quantidade(indice-estoque)
                   if indice-pedido > 0
                       perform recebe-pedido
                   end-if
                   move tb-est-quantidade(indice-estoque) to
                       quantidade-edt
                   display "Novo saldo de "
                       tb-est-nome(indice-estoque) ": " quantidade-edt
                       " " tb-est-unidade(indice-estoque)
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
       entrada-mercadoria-exit.
           exit.

      *----Mostra as linhas em aberto do ingrediente nome-pesquisa
       lista-pedidos-abertos section.
           move 0 to linhas-abertas
           move 1 to ind-ped
           perform until ind-ped > qtd-pedidos
               if tb-ped-ingrediente(ind-ped) = nome-pesquisa
                  and tb-ped-situacao(ind-ped) = "A"
                   add 1 to linhas-abertas
                   move tb-ped-numero(ind-ped)     to numero-edt
                   move tb-ped-quantidade(ind-ped) to quantidade-edt
                   display "PEDIDO " numero-edt "  "
                       tb-ped-fornecedor(ind-ped) "  "
                       quantidade-edt " "
                       tb-est-unidade(indice-estoque)
               end-if
               add 1 to ind-ped
           end-perform
           .
       lista-pedidos-abertos-exit.
           exit.

       localiza-pedido-aberto section.
           move 0 to indice-pedido
           move 1 to ind-ped
           perform until ind-ped > qtd-pedidos
               if tb-ped-numero(ind-ped) = pedido-informado
                  and tb-ped-ingrediente(ind-ped) = nome-pesquisa
                  and tb-ped-situacao(ind-ped) = "A"
                   move ind-ped to indice-pedido
                   move qtd-pedidos to ind-ped
               end-if
               add 1 to ind-ped
           end-perform
           .
       localiza-pedido-aberto-exit.
           exit.

      * Recebe a entrega contra a linha indice-pedido: compara com o
      * pedido, aponta entrega a menor ou a maior e fecha a linha
      * (o que faltou volta a ser pedido na proxima geracao). Se o
      * preco da nota difere do custo de INGPIZZA o custo passa a
      * ser o pago, para o fechames e as margens do pizza
       recebe-pedido section.
           accept data-sistema from date yyyymmdd
           add quantidade-movto to tb-ped-recebido(indice-pedido)
           move data-sistema to tb-ped-data-receb(indice-pedido)

           if tb-ped-recebido(indice-pedido) <
              tb-ped-quantidade(indice-pedido)
               compute diferenca-entrega =
                   tb-ped-quantidade(indice-pedido)
                   - tb-ped-recebido(indice-pedido)
               move diferenca-entrega to quantidade-edt
               display "ATENCAO: entrega a menor - faltaram "
                   quantidade-edt " " tb-est-unidade(indice-estoque)
               move "M" to tb-ped-situacao(indice-pedido)
           else
           if tb-ped-recebido(indice-pedido) >
              tb-ped-quantidade(indice-pedido)
               compute diferenca-entrega =
                   tb-ped-recebido(indice-pedido)
                   - tb-ped-quantidade(indice-pedido)
               move diferenca-entrega to quantidade-edt
               display "ATENCAO: entrega a maior - excedeu "
                   quantidade-edt " " tb-est-unidade(indice-estoque)
               move "X" to tb-ped-situacao(indice-pedido)
           else
               display "Entrega conforme o pedido"
               move "R" to tb-ped-situacao(indice-pedido)
           end-if
           end-if

           move tb-est-nome(indice-estoque) to nome-pesquisa
           perform localiza-ingrediente
           move tb-ped-custo(indice-pedido) to custo-edt
           if indice-ingrediente > 0
               move tb-ing-custo(indice-ingrediente) to custo-edt
           end-if
           display "Informe o preco unitario da nota (0 = igual ao "
               "custo atual " custo-edt ")"
           accept preco-nota
           perform until preco-nota is numeric
               display "Preco invalido - informe o preco ou 0"
               accept preco-nota
           end-perform

           if indice-ingrediente > 0
               if preco-nota = 0
                   move tb-ing-custo(indice-ingrediente) to preco-nota
               end-if
               if preco-nota not = tb-ing-custo(indice-ingrediente)
                   move preco-nota to custo-novo-edt
                   display "Custo de " tb-ing-nome(indice-ingrediente)
                       " alterado de " custo-edt " para "
                       custo-novo-edt
                   move preco-nota to tb-ing-custo(indice-ingrediente)
                   perform regrava-ingredientes
               end-if
           end-if
           move preco-nota to tb-ped-preco-nota(indice-pedido)
           perform regrava-pedidos
           .
       recebe-pedido-exit.
           exit.

       ajusta-ponto section.
           display "Informe o nome do ingrediente"
           accept nome-pesquisa
       escreve-linha-reposicao-exit.
           exit.

      * Transforma a lista de reposicao (saldo no ponto ou abaixo)
      * em pedidos de compra, um por fornecedor. A quantidade
      * sugerida leva o saldo ao dobro do ponto de reposicao,
      * descontado o que ja esta pedido e nao chegou, e respeita o
      * pedido minimo do fornecedor. Ingrediente ja coberto por
      * pedido em aberto nao e pedido de novo
       gera-pedidos-compra section.
           perform formata-data-sistema
           move 0 to qtd-sugestoes
           move 0 to itens-sem-fornecedor
           move 1 to ind-est
           perform sugere-item-compra until ind-est > qtd-estoque

           if qtd-sugestoes = 0
               display "Nenhum ingrediente a pedir"
           else
           if not pedidos-completos
               display "PEDCOMPR carregado incompleto - pedidos nao "
                   "gerados"
           else
           if qtd-pedidos + qtd-sugestoes > max-pedidos
               display "Linhas em aberto demais em PEDCOMPR - receba "
                   "as entregas antes de gerar novos pedidos"
           else
               move qtd-sugestoes to qtd-edt
               display "Ingredientes a pedir: " qtd-edt
               display "Confirma a geracao dos pedidos de compra? "
                   "(S/N)"
               accept resposta-confirma
               if resposta-confirma = "S" or resposta-confirma = "s"
                   perform emite-pedidos
                   perform regrava-pedidos
               else
                   display "Geracao cancelada"
               end-if
           end-if
           end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       gera-pedidos-compra-exit.
           exit.

       sugere-item-compra section.
           if tb-est-quantidade(ind-est) <= tb-est-ponto(ind-est)
               move tb-est-nome(ind-est) to nome-pesquisa
               perform soma-pendente
               perform localiza-fornecedor
               if tb-est-quantidade(ind-est) + quantidade-pendente >
                  tb-est-ponto(ind-est)
                   display "Ja pedido, aguardando entrega: "
                       tb-est-nome(ind-est)
               else
               if indice-fornecedor = 0
                   add 1 to itens-sem-fornecedor
                   display "Ingrediente sem fornecedor em FORPIZZA: "
                       tb-est-nome(ind-est)
               else
                   compute quantidade-sugerida =
                       tb-est-ponto(ind-est) * 2
                       - tb-est-quantidade(ind-est)
                       - quantidade-pendente
                   if quantidade-sugerida <
                      tb-for-minimo(indice-fornecedor)
                       move tb-for-minimo(indice-fornecedor) to
                           quantidade-sugerida
                   end-if
                   if quantidade-sugerida = 0
                       display "Sem ponto nem minimo, nao pedido: "
                           tb-est-nome(ind-est)
                   else
                       add 1 to qtd-sugestoes
                       move ind-est             to
                           tb-sug-estoque(qtd-sugestoes)
                       move indice-fornecedor   to
                           tb-sug-fornecedor(qtd-sugestoes)
                       move quantidade-sugerida to
                           tb-sug-quantidade(qtd-sugestoes)
                       move 0                   to
                           tb-sug-pedido(qtd-sugestoes)
                   end-if
               end-if
               end-if
           end-if
           add 1 to ind-est
           .
       sugere-item-compra-exit.
           exit.

      *----Quanto do ingrediente nome-pesquisa ja foi pedido e ainda
      *----nao chegou (linhas em aberto)
       soma-pendente section.
           move 0 to quantidade-pendente
           move 1 to ind-ped
           perform until ind-ped > qtd-pedidos
               if tb-ped-ingrediente(ind-ped) = nome-pesquisa
                  and tb-ped-situacao(ind-ped) = "A"
                   compute quantidade-pendente = quantidade-pendente
                       + tb-ped-quantidade(ind-ped)
                       - tb-ped-recebido(ind-ped)
               end-if
               add 1 to ind-ped
           end-perform
           .
       soma-pendente-exit.
           exit.

       localiza-fornecedor section.
           move 0 to indice-fornecedor
           move 1 to ind-for
           perform until ind-for > qtd-fornecedores
               if tb-for-ingrediente(ind-for) = nome-pesquisa
                   move ind-for to indice-fornecedor
                   move qtd-fornecedores to ind-for
               end-if
               add 1 to ind-for
           end-perform
           .
       localiza-fornecedor-exit.
           exit.

      * Numera os pedidos na sequencia do ultimo de PEDCOMPR, junta
      * num mesmo pedido os itens do mesmo fornecedor e imprime cada
      * pedido em RELPEDID para ser passado ao fornecedor
       emite-pedidos section.
           move ultimo-historico to ultimo-pedido
           move 1 to ind-ped
           perform until ind-ped > qtd-pedidos
               if tb-ped-numero(ind-ped) > ultimo-pedido
                   move tb-ped-numero(ind-ped) to ultimo-pedido
               end-if
               add 1 to ind-ped
           end-perform

           open output relatorio-pedidos

           move space to linha-relpedido
           string nome-pizzaria             delimited by size
                  "   PEDIDOS DE COMPRA "   delimited by size
                  data-formatada            delimited by size
               into linha-relpedido
           write reg-relpedido from linha-relpedido
           display linha-relpedido

           move 0 to pedidos-gerados
           move 1 to ind-sug
           perform emite-pedido-fornecedor until ind-sug > qtd-sugestoes

           move space to linha-relpedido
           write reg-relpedido from linha-relpedido

           move pedidos-gerados to qtd-edt
           move space to linha-relpedido
           string "PEDIDOS GERADOS............: " delimited by size
                  qtd-edt                         delimited by size
               into linha-relpedido
           write reg-relpedido from linha-relpedido
           display linha-relpedido

           move itens-sem-fornecedor to qtd-edt
           move space to linha-relpedido
           string "INGREDIENTES SEM FORNECEDOR: " delimited by size
                  qtd-edt                         delimited by size
               into linha-relpedido
           write reg-relpedido from linha-relpedido
           display linha-relpedido

           close relatorio-pedidos
           display "Pedidos gravados em PEDCOMPR e impressos em "
               "RELPEDID"
           .
       emite-pedidos-exit.
           exit.

       emite-pedido-fornecedor section.
           if tb-sug-pedido(ind-sug) = 0
               add 1 to ultimo-pedido
               add 1 to pedidos-gerados
               move tb-sug-fornecedor(ind-sug) to indice-fornecedor

               move space to linha-relpedido
               write reg-relpedido from linha-relpedido

               move ultimo-pedido to numero-edt
               move space to linha-relpedido
               string "PEDIDO "                 delimited by size
                      numero-edt                delimited by size
                      "  FORNECEDOR: "          delimited by size
                      tb-for-fornecedor(indice-fornecedor)
                                                delimited by size
                      "  FONE: "                delimited by size
                      tb-for-telefone(indice-fornecedor)
                                                delimited by size
                   into linha-relpedido
               write reg-relpedido from linha-relpedido
               display linha-relpedido

               move tb-for-prazo(indice-fornecedor) to prazo-edt
               move space to linha-relpedido
               string "PRAZO DE ENTREGA: " delimited by size
                      prazo-edt            delimited by size
                      " DIAS"              delimited by size
                   into linha-relpedido
               write reg-relpedido from linha-relpedido
               display linha-relpedido

               move space to linha-relpedido
               string "INGREDIENTE      "  delimited by size
                      " QUANTIDADE  "      delimited by size
                      "UNID   "            delimited by size
                      " CUSTO  "           delimited by size
                      "     VALOR"         delimited by size
                   into linha-relpedido
               write reg-relpedido from linha-relpedido
               display linha-relpedido

               move 0 to valor-pedido
               move ind-sug to ind-agrupa
               perform inclui-linha-pedido
                   until ind-agrupa > qtd-sugestoes

               move valor-pedido to total-edt
               move space to linha-relpedido
               string "TOTAL DO PEDIDO: " delimited by size
                      total-edt           delimited by size
                   into linha-relpedido
               write reg-relpedido from linha-relpedido
               display linha-relpedido
           end-if
           add 1 to ind-sug
           .
       emite-pedido-fornecedor-exit.
           exit.

      *----Poe no pedido ultimo-pedido o item ind-agrupa se for do
      *----mesmo fornecedor e ainda nao estiver em outro pedido
       inclui-linha-pedido section.
           if tb-sug-pedido(ind-agrupa) = 0
              and tb-for-fornecedor(tb-sug-fornecedor(ind-agrupa)) =
                  tb-for-fornecedor(indice-fornecedor)
               move ultimo-pedido to tb-sug-pedido(ind-agrupa)
               move tb-sug-estoque(ind-agrupa) to ind-est
               move tb-est-nome(ind-est) to nome-pesquisa
               perform apura-custo-estoque
               compute valor-linha rounded =
                   tb-sug-quantidade(ind-agrupa) * custo-contagem
               add valor-linha to valor-pedido

      *----Cabe sempre: a geracao ja conferiu o limite de PEDCOMPR
               add 1 to qtd-pedidos
               move ultimo-pedido        to
                   tb-ped-numero(qtd-pedidos)
               move data-sistema         to
                   tb-ped-data(qtd-pedidos)
               move tb-for-fornecedor(indice-fornecedor) to
                   tb-ped-fornecedor(qtd-pedidos)
               move tb-est-nome(ind-est) to
                   tb-ped-ingrediente(qtd-pedidos)
               move tb-sug-quantidade(ind-agrupa) to
                   tb-ped-quantidade(qtd-pedidos)
               move custo-contagem       to
                   tb-ped-custo(qtd-pedidos)
               move 0                    to
                   tb-ped-recebido(qtd-pedidos)
               move 0                    to
                   tb-ped-data-receb(qtd-pedidos)
               move 0                    to
                   tb-ped-preco-nota(qtd-pedidos)
               move "A"                  to
                   tb-ped-situacao(qtd-pedidos)

               move tb-sug-quantidade(ind-agrupa) to quantidade-edt
               move custo-contagem to custo-edt
               move valor-linha    to total-edt
               move space to linha-relpedido
               string tb-est-nome(ind-est)    delimited by size
                      "  "                    delimited by size
                      quantidade-edt          delimited by size
                      "  "                    delimited by size
                      tb-est-unidade(ind-est) delimited by size
                      "  "                    delimited by size
                      custo-edt               delimited by size
                      "  "                    delimited by size
                      total-edt               delimited by size
                   into linha-relpedido
               write reg-relpedido from linha-relpedido
               display linha-relpedido
           end-if
           add 1 to ind-agrupa
           .
       inclui-linha-pedido-exit.
           exit.

      * Regrava PEDCOMPR a partir da tabela de pedidos so com as
      * linhas abertas; a recebida (R, M ou X) vai para o fim do
      * HSTPEDID e sai da tabela, que e fechada sobre as que ficam
       regrava-pedidos section.
           if not pedidos-completos
               display "PEDCOMPR carregado incompleto - nao regravado"
           else
               perform grava-pedidos
           end-if
           .
       regrava-pedidos-exit.
           exit.

       grava-pedidos section.
           open output pedidos-compra
           open extend historico-pedidos
           if status-hpe = "35"
               open output historico-pedidos
           end-if
           move 0 to linhas-mantidas
           move 1 to ind-ped
           perform until ind-ped > qtd-pedidos
               move spaces                      to reg-pedido
               move tb-ped-numero(ind-ped)      to ped-numero
               move tb-ped-data(ind-ped)        to ped-data
               move tb-ped-fornecedor(ind-ped)  to ped-fornecedor
               move tb-ped-ingrediente(ind-ped) to ped-ingrediente
               move tb-ped-quantidade(ind-ped)  to ped-quantidade
               move tb-ped-custo(ind-ped)       to ped-custo
               move tb-ped-recebido(ind-ped)    to ped-recebido
               move tb-ped-data-receb(ind-ped)  to ped-data-receb
               move tb-ped-preco-nota(ind-ped)  to ped-preco-nota
               move tb-ped-situacao(ind-ped)    to ped-situacao
               if tb-ped-situacao(ind-ped) = "A"
                   write reg-pedido
                   add 1 to linhas-mantidas
                   if linhas-mantidas < ind-ped
                       move tab-pedido(ind-ped) to
                           tab-pedido(linhas-mantidas)
                   end-if
               else
                   write reg-historico-pedido from reg-pedido
                   if tb-ped-numero(ind-ped) > ultimo-historico
                       move tb-ped-numero(ind-ped) to ultimo-historico
                   end-if
               end-if
               add 1 to ind-ped
           end-perform
           close pedidos-compra
           close historico-pedidos
           move linhas-mantidas to qtd-pedidos
           .
       grava-pedidos-exit.
           exit.

      * Regrava INGPIZZA inteiro com o custo atualizado pela nota,
      * no mesmo leiaute que o mantrec usa
       regrava-ingredientes section.
           open output ingredientes
           move 1 to ind
           perform until ind > qtd-ingredientes
               move spaces              to reg-ingrediente
               move tb-ing-nome(ind)    to ing-nome
               move tb-ing-custo(ind)   to ing-custo
               move tb-ing-unidade(ind) to ing-unidade
               write reg-ingrediente
               add 1 to ind
           end-perform
           close ingredientes
           display "Custo regravado em INGPIZZA"
           .
       regrava-ingredientes-exit.
           exit.

      * Contagem fisica: o saldo de ESTPIZZA e teorico (vendas
      * explodidas e entradas), entao de tempos em tempos o estoque
      * e contado de verdade e o saldo acertado pelo contado
       menu-contagem section.
           move space to opcao-contagem
           perform until op-voltar
               display erase
               display "1 - Imprimir folha de contagem"
               display "2 - Digitar quantidades contadas"
               display "3 - Carregar arquivo de contagem (CNTPIZZA)"
               display "4 - Relatorio de divergencias"
               display "5 - Confirmar contagem e ajustar o estoque"
               display "6 - Voltar"
               display "Informe a opcao desejada"
               accept opcao-contagem

               evaluate true
                   when op-folha
                       perform imprime-folha-contagem
                   when op-digitar
                       perform digita-contagem
                   when op-carregar
                       perform carrega-contagem
                   when op-divergencia
                       perform gera-relatorio-divergencia
                   when op-confirmar
                       perform confirma-contagem
                   when op-voltar
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-contagem-exit.
           exit.

      * Grava em FOLCONTA a folha em branco, um ingrediente por
      * linha com a unidade e o espaco para anotar o contado; o
      * saldo teorico nao sai na folha para nao induzir a contagem
       imprime-folha-contagem section.
           perform formata-data-sistema

           open output folha-contagem

           move space to linha-relconta
           string nome-pizzaria              delimited by size
                  "   FOLHA DE CONTAGEM "     delimited by size
                  data-formatada             delimited by size
               into linha-relconta
           write reg-folha from linha-relconta
           display linha-relconta

           move space to linha-relconta
           write reg-folha from linha-relconta

           move space to linha-relconta
           string "INGREDIENTE      "  delimited by size
                  "UNID   "            delimited by size
                  "QUANTIDADE CONTADA" delimited by size
               into linha-relconta
           write reg-folha from linha-relconta
           display linha-relconta

           move 1 to ind-est
           perform escreve-linha-folha until ind-est > qtd-estoque

           move space to linha-relconta
           write reg-folha from linha-relconta
           move space to linha-relconta
           string "CONTADO POR: ____________________   "
                      delimited by size
                  "CONFERIDO POR: ____________________"
                      delimited by size
               into linha-relconta
           write reg-folha from linha-relconta
           display linha-relconta

           close folha-contagem
           display "Folha de contagem gravada em FOLCONTA"
           display "Pressione ENTER para continuar"
           accept pausa
           .
       imprime-folha-contagem-exit.
           exit.

       escreve-linha-folha section.
           move space to linha-relconta
           string tb-est-nome(ind-est)    delimited by size
                  "  "                    delimited by size
                  tb-est-unidade(ind-est) delimited by size
                  "  "                    delimited by size
                  "__________________"    delimited by size
               into linha-relconta
           write reg-folha from linha-relconta
           display linha-relconta
           add 1 to ind-est
           .
       escreve-linha-folha-exit.
           exit.

      * Digitacao da contagem: ingrediente a ingrediente, na ordem
      * que o operador quiser; contar de novo o mesmo ingrediente
      * substitui o contado anterior. No fim o contado e gravado em
      * CNTPIZZA para poder ser recarregado e conferido
       digita-contagem section.
           move "N" to fim-digitacao
           perform digita-item-contagem until fim-digitacao = "S"
           perform grava-arquivo-contagem
           display "Pressione ENTER para continuar"
           accept pausa
           .
       digita-contagem-exit.
           exit.

       digita-item-contagem section.
           move spaces to nome-pesquisa
           display "Informe o ingrediente contado (ENTER encerra)"
           accept nome-pesquisa
           if nome-pesquisa = spaces
               move "S" to fim-digitacao
           else
               perform localiza-estoque
               if indice-estoque = 0
                   display "Ingrediente nao cadastrado em INGPIZZA"
               else
                   display "Informe a quantidade contada em "
                       tb-est-unidade(indice-estoque)
                   accept quantidade-contada
                   perform valida-contagem
                   move quantidade-contada to
                       tb-est-contado(indice-estoque)
                   move "S" to tb-est-contou(indice-estoque)
               end-if
           end-if
           .
       digita-item-contagem-exit.
           exit.

      *----Contado zero e valido: o ingrediente acabou de verdade
       valida-contagem section.
           perform until quantidade-contada is numeric
               display "Quantidade invalida - informe zero ou mais"
               accept quantidade-contada
           end-perform
           .
       valida-contagem-exit.
           exit.

       grava-arquivo-contagem section.
           open output arquivo-contagem
           move 0 to itens-contados
           move 1 to ind-est
           perform until ind-est > qtd-estoque
               if tb-est-contou(ind-est) = "S"
                   move spaces                  to reg-contagem
                   move tb-est-nome(ind-est)    to cnt-nome
                   move tb-est-contado(ind-est) to cnt-quantidade
                   write reg-contagem
                   add 1 to itens-contados
               end-if
               add 1 to ind-est
           end-perform
           close arquivo-contagem
           move itens-contados to qtd-edt
           display "Ingredientes contados gravados em CNTPIZZA: "
               qtd-edt
           .
       grava-arquivo-contagem-exit.
           exit.

      * Carrega o contado de CNTPIZZA (digitado antes ou montado
      * fora, por exemplo do coletor): ingrediente desconhecido ou
      * quantidade invalida e rejeitado e exibido
       carrega-contagem section.
           move 0 to contagens-lidas
           move 0 to contagens-rejeitadas
           open input arquivo-contagem
           if status-cnt <> "00"
               display "Arquivo de contagem CNTPIZZA nao encontrado"
           else
               perform le-contagem until status-cnt <> "00"
               close arquivo-contagem
               move contagens-lidas to qtd-edt
               display "Contagens lidas......: " qtd-edt
               move contagens-rejeitadas to qtd-edt
               display "Contagens rejeitadas.: " qtd-edt
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       carrega-contagem-exit.
           exit.

       le-contagem section.
           read arquivo-contagem
               at end
                   move "10" to status-cnt
               not at end
                   add 1 to contagens-lidas
                   move cnt-nome to nome-pesquisa
                   perform localiza-estoque
                   if indice-estoque = 0
                       add 1 to contagens-rejeitadas
                       display "Ingrediente nao cadastrado: " cnt-nome
                   else
                   if cnt-quantidade is not numeric
                       add 1 to contagens-rejeitadas
                       display "Quantidade invalida: " cnt-nome
                   else
                       move cnt-quantidade to
                           tb-est-contado(indice-estoque)
                       move "S" to tb-est-contou(indice-estoque)
                   end-if
                   end-if
           end-read
           .
       le-contagem-exit.
           exit.

      * Grava em RELCONTA o teorico x contado de cada ingrediente,
      * com a diferenca valorizada pelo custo de INGPIZZA: perda
      * positiva e quebra, negativa e sobra. O total e a quebra do
      * periodo desde a ultima contagem
       gera-relatorio-divergencia section.
           perform formata-data-sistema

           open output relatorio-contagem

           move space to linha-relconta
           string nome-pizzaria                 delimited by size
                  "   DIVERGENCIA DE CONTAGEM " delimited by size
                  data-formatada                delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           move space to linha-relconta
           string "INGREDIENTE      "  delimited by size
                  "    TEORICO  "      delimited by size
                  "    CONTADO  "      delimited by size
                  "   DIFERENCA  "     delimited by size
                  "UNID   "            delimited by size
                  "  PERDA R$"         delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           move 0 to itens-contados
           move 0 to itens-nao-contados
           move 0 to total-perda
           move 0 to total-sobra
           move 1 to ind-est
           perform escreve-linha-divergencia
               until ind-est > qtd-estoque

           compute quebra-liquida = total-perda - total-sobra

           move space to linha-relconta
           write reg-relconta from linha-relconta

           move itens-contados to qtd-edt
           move space to linha-relconta
           string "INGREDIENTES CONTADOS....: " delimited by size
                  qtd-edt                       delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           move itens-nao-contados to qtd-edt
           move space to linha-relconta
           string "INGREDIENTES NAO CONTADOS: " delimited by size
                  qtd-edt                       delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           move total-perda to total-edt
           move space to linha-relconta
           string "TOTAL DE PERDAS..........: " delimited by size
                  total-edt                     delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           move total-sobra to total-edt
           move space to linha-relconta
           string "TOTAL DE SOBRAS..........: " delimited by size
                  total-edt                     delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           move quebra-liquida to valor-edt
           move space to linha-relconta
           string "QUEBRA LIQUIDA...........: " delimited by size
                  valor-edt                     delimited by size
               into linha-relconta
           write reg-relconta from linha-relconta
           display linha-relconta

           close relatorio-contagem
           display "Relatorio gravado em RELCONTA"
           display "Pressione ENTER para continuar"
           accept pausa
           .
       gera-relatorio-divergencia-exit.
           exit.

       escreve-linha-divergencia section.
           move tb-est-quantidade(ind-est) to quantidade-edt
           move space to linha-relconta
           if tb-est-contou(ind-est) not = "S"
               add 1 to itens-nao-contados
               string tb-est-nome(ind-est)    delimited by size
                      "  "                    delimited by size
                      quantidade-edt          delimited by size
                      "  "                    delimited by size
                      "NAO CONTADO"           delimited by size
                   into linha-relconta
           else
               add 1 to itens-contados
               perform calcula-divergencia
               if valor-diferenca > 0
                   add valor-diferenca to total-perda
               else
                   subtract valor-diferenca from total-sobra
               end-if
               move tb-est-contado(ind-est) to contado-edt
               move diferenca-contagem      to diferenca-edt
               move valor-diferenca         to valor-edt
               string tb-est-nome(ind-est)    delimited by size
                      "  "                    delimited by size
                      quantidade-edt          delimited by size
                      "  "                    delimited by size
                      contado-edt             delimited by size
                      "  "                    delimited by size
                      diferenca-edt           delimited by size
                      "  "                    delimited by size
                      tb-est-unidade(ind-est) delimited by size
                      "  "                    delimited by size
                      valor-edt               delimited by size
                   into linha-relconta
           end-if
           write reg-relconta from linha-relconta
           display linha-relconta
           add 1 to ind-est
           .
       escreve-linha-divergencia-exit.
           exit.

      *----Diferenca contado menos teorico do item ind-est e o
      *----valor da perda pelo custo do ingrediente (sem custo em
      *----INGPIZZA a diferenca sai sem valor)
       calcula-divergencia section.
           compute diferenca-contagem =
               tb-est-contado(ind-est) - tb-est-quantidade(ind-est)
           move tb-est-nome(ind-est) to nome-pesquisa
           perform apura-custo-estoque
           compute valor-diferenca rounded =
               0 - diferenca-contagem * custo-contagem
           .
       calcula-divergencia-exit.
           exit.

      * Acerta o saldo de cada ingrediente contado pelo contado,
      * depois da confirmacao de um supervisor. Cada diferenca vai
      * para LOGPIZZA como QUEBRA ou SOBRA em nome do supervisor e
      * o estoque e regravado na hora
       confirma-contagem section.
           move 0 to itens-contados
           move 1 to ind-est
           perform until ind-est > qtd-estoque
               if tb-est-contou(ind-est) = "S"
                   add 1 to itens-contados
               end-if
               add 1 to ind-est
           end-perform

           if itens-contados = 0
               display "Nenhuma contagem digitada ou carregada"
           else
               move itens-contados to qtd-edt
               display "Ingredientes contados: " qtd-edt
               display "Confirma o ajuste do estoque pelo contado? "
                   "(S/N)"
               accept resposta-confirma
               if resposta-confirma = "S" or resposta-confirma = "s"
                   perform identifica-supervisor
                   if acesso-liberado = "S"
                       move 1 to ind-est
                       perform ajusta-item-contagem
                           until ind-est > qtd-estoque
                       perform regrava-estoque
                       display "Estoque ajustado pela contagem"
                   else
                       display "Ajuste nao realizado - confirmacao "
                           "de supervisor negada"
                   end-if
               else
                   display "Ajuste cancelado"
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       confirma-contagem-exit.
           exit.

       ajusta-item-contagem section.
           if tb-est-contou(ind-est) = "S"
               if tb-est-contado(ind-est) not =
                  tb-est-quantidade(ind-est)
                   perform calcula-divergencia
                   perform grava-log-contagem
                   move tb-est-contado(ind-est) to
                       tb-est-quantidade(ind-est)
               end-if
               move "N" to tb-est-contou(ind-est)
           end-if
           add 1 to ind-est
           .
       ajusta-item-contagem-exit.
           exit.

      * Registra em LOGPIZZA o ajuste do item ind-est: o custo vai
      * na coluna de preco, como o mantrec faz com o ingrediente
       grava-log-contagem section.
           open extend log-auditoria
           if status-log = "35"
               open output log-auditoria
           end-if

           move spaces            to reg-log
           move operador          to log-operador
           accept log-data        from date yyyymmdd
           accept log-hora        from time
           if diferenca-contagem < 0
               move "QUEBRA"      to log-acao
           else
               move "SOBRA"       to log-acao
           end-if
           move tb-est-nome(ind-est) to log-nome
           move 0                 to log-diametro
           move custo-contagem    to log-preco
           if diferenca-contagem >= 1000
              or diferenca-contagem <= -1000
               compute log-quantidade-inteira rounded =
                   diferenca-contagem
           else
               move diferenca-contagem to log-quantidade
           end-if
           move 0                 to log-aliquota
           if valor-diferenca >= 10000
              or valor-diferenca <= -10000
               compute log-valor-inteiro rounded = valor-diferenca
           else
               move valor-diferenca to log-valor
           end-if
           write reg-log

           close log-auditoria
           .
       grava-log-contagem-exit.
           exit.

      * Confirmacao de supervisor contra o cadastro OPEPIZZA: o
      * estoque nao pede login, so o ajuste da contagem exige nivel 2
       identifica-supervisor section.
           move 0   to tentativas
           move "N" to acesso-liberado
           open input operadores
           if status-ope <> "00"
               display "Erro ao abrir OPEPIZZA: " status-ope
           else
               close operadores
               perform valida-supervisor
                   until acesso-liberado = "S" or tentativas >= 3
           end-if
           .
       identifica-supervisor-exit.
           exit.

       valida-supervisor section.
           add 1 to tentativas
           display "Informe o codigo do supervisor"
           accept codigo-informado
           display "Informe a senha"
           accept senha-informada

           perform confere-operador
           if acesso-liberado = "S"
               perform confere-validade-senha
           end-if
           .
       valida-supervisor-exit.
           exit.

      * Confere codigo e senha contra OPEPIZZA. Senha errada soma no
      * contador do operador e, ao chegar ao limite de SEGPIZZA,
      * bloqueia o operador ate o supervisor desbloquear no manope;
      * senha certa zera o contador
       confere-operador section.
           perform carrega-seguranca
           perform carrega-operadores
           perform localiza-operador

           if not operadores-completos
               display "Cadastro OPEPIZZA acima do limite de "
                   "operadores - acesso negado"
           else
           if indice-operador = 0
               display "Codigo ou senha invalidos"
           else
           if tb-ope-situacao(indice-operador) = "B"
               display "Operador bloqueado - procure o supervisor"
           else
           if tb-ope-situacao(indice-operador) = "I"
               display "Operador inativo"
           else
               if tb-ope-senha(indice-operador) = senha-informada
                   if tb-ope-erros(indice-operador) > 0
                       move 0 to tb-ope-erros(indice-operador)
                       perform regrava-operadores
                   end-if
                   if tb-ope-nivel(indice-operador) >= 2
                       move "S" to acesso-liberado
                       move tb-ope-codigo(indice-operador) to operador
                   else
                       display "Operador sem nivel de supervisor"
                   end-if
               else
                   perform registra-senha-errada
               end-if
           end-if
           end-if
           end-if
           end-if
           .
       confere-operador-exit.
           exit.

       registra-senha-errada section.
           add 1 to tb-ope-erros(indice-operador)
           if tb-ope-erros(indice-operador) >= max-erros-senha
               move "B" to tb-ope-situacao(indice-operador)
               display "Senha errada " max-erros-senha
                   " vezes - operador bloqueado"
               move "OPE-BLOQUE" to acao-log
               perform grava-log-operador
           else
               display "Codigo ou senha invalidos"
           end-if
           perform regrava-operadores
           .
       registra-senha-errada-exit.
           exit.

      * Senha sem data de troca (cadastro antigo ou reiniciada pelo
      * supervisor) ou mais velha que a validade esta vencida e tem
      * de ser trocada antes de seguir
       confere-validade-senha section.
           perform apura-validade-senha
           if senha-vencida = "S"
               display "Senha vencida - cadastre uma nova senha"
               perform troca-senha
               if senha-trocada not = "S"
                   display "Senha nao trocada"
                   move "N" to acesso-liberado
               end-if
           end-if
           .
       confere-validade-senha-exit.
           exit.

       apura-validade-senha section.
           move "N" to senha-vencida
           if dias-validade-senha > 0
               if tb-ope-data-senha(indice-operador) = 0
                   move dias-validade-senha to dias-senha
               else
                   accept data-juliana from date yyyymmdd
                   perform calcula-dia-juliano
                   move numero-juliano to juliano-hoje
                   move tb-ope-data-senha(indice-operador)
                       to data-juliana
                   perform calcula-dia-juliano
                   compute dias-senha = juliano-hoje - numero-juliano
               end-if
               if dias-senha >= dias-validade-senha
                   move "S" to senha-vencida
               end-if
           end-if
           .
       apura-validade-senha-exit.
           exit.

      * Nova senha: nao pode ficar em branco nem repetir a atual, e
      * e digitada duas vezes
       troca-senha section.
           move "N" to senha-trocada
           move 0   to tentativas-troca
           perform until senha-trocada = "S" or tentativas-troca >= 3
               add 1 to tentativas-troca
               display "Informe a nova senha"
               accept nova-senha
               display "Confirme a nova senha"
               accept confirma-senha
               if nova-senha = spaces
                  or nova-senha = tb-ope-senha(indice-operador)
                   display "A nova senha deve ser diferente da atual"
               else
               if nova-senha not = confirma-senha
                   display "Confirmacao nao confere com a nova senha"
               else
                   move nova-senha to tb-ope-senha(indice-operador)
                   accept data-troca-senha from date yyyymmdd
                   move data-troca-senha to
                       tb-ope-data-senha(indice-operador)
                   perform regrava-operadores
                   move "OPE-SENHA" to acao-log
                   perform grava-log-operador
                   display "Senha alterada"
                   move "S" to senha-trocada
               end-if
               end-if
           end-perform
           .
       troca-senha-exit.
           exit.

      * Numero do dia (juliano) da data em data-juliana, para contar
      * os dias entre duas datas por subtracao
       calcula-dia-juliano section.
           move data-juliana(1:4) to ano-juliano
           move data-juliana(5:2) to mes-juliano
           move data-juliana(7:2) to dia-juliano
           compute fator-juliano = (14 - mes-juliano) / 12
           compute ano-ajustado  = ano-juliano + 4800 - fator-juliano
           compute mes-ajustado  = mes-juliano + (12 * fator-juliano)
               - 3
           compute termo-mes     = ((153 * mes-ajustado) + 2) / 5
           compute termo-ano4    = ano-ajustado / 4
           compute termo-ano100  = ano-ajustado / 100
           compute termo-ano400  = ano-ajustado / 400
           compute numero-juliano = dia-juliano + termo-mes
               + (365 * ano-ajustado) + termo-ano4 - termo-ano100
               + termo-ano400 - 32045
           .
       calcula-dia-juliano-exit.
           exit.

      * Erros ate o bloqueio e validade da senha; sem SEGPIZZA valem
      * 3 erros e 90 dias
       carrega-seguranca section.
           move 3  to max-erros-senha
           move 90 to dias-validade-senha
           open input parametros-seguranca
           if status-seg = "00"
               read parametros-seguranca
                   at end
                       continue
                   not at end
                       if seg-max-erros is numeric
                          and seg-max-erros > 0
                           move seg-max-erros to max-erros-senha
                       end-if
                       if seg-validade-senha is numeric
                           move seg-validade-senha to
                               dias-validade-senha
                       end-if
               end-read
               close parametros-seguranca
           end-if
           .
       carrega-seguranca-exit.
           exit.

       carrega-operadores section.
           move 0 to qtd-operadores
           move "S" to carga-operadores
           open input operadores
           if status-ope = "00"
               perform le-operador until status-ope <> "00"
               close operadores
           end-if
           .
       carrega-operadores-exit.
           exit.

      *----Registro antigo, sem situacao, erros e data de troca, vale
      *----ativo, sem erros e com a senha vencida
       le-operador section.
           read operadores
               at end
                   move "10" to status-ope
               not at end
                   if qtd-operadores >= max-operadores
                       display "Limite de operadores excedido - "
                           "OPEPIZZA nao sera regravado"
                       move "N" to carga-operadores
                       move "10" to status-ope
                   else
                       add 1 to qtd-operadores
                       move ope-codigo to tb-ope-codigo(qtd-operadores)
                       move ope-nome   to tb-ope-nome(qtd-operadores)
                       move ope-senha  to tb-ope-senha(qtd-operadores)
                       if ope-nivel is numeric
                           move ope-nivel to
                               tb-ope-nivel(qtd-operadores)
                       else
                           move 0 to tb-ope-nivel(qtd-operadores)
                       end-if
                       if ope-situacao = "I" or ope-situacao = "B"
                           move ope-situacao to
                               tb-ope-situacao(qtd-operadores)
                       else
                           move "A" to tb-ope-situacao(qtd-operadores)
                       end-if
                       if ope-erros is numeric
                           move ope-erros to
                               tb-ope-erros(qtd-operadores)
                       else
                           move 0 to tb-ope-erros(qtd-operadores)
                       end-if
                       if ope-data-senha is numeric
                           move ope-data-senha to
                               tb-ope-data-senha(qtd-operadores)
                       else
                           move 0 to
                               tb-ope-data-senha(qtd-operadores)
                       end-if
                   end-if
           end-read
           .
       le-operador-exit.
           exit.

       localiza-operador section.
           move 0 to indice-operador
           move 1 to ind-ope
           perform until ind-ope > qtd-operadores
               if tb-ope-codigo(ind-ope) = codigo-informado
                   move ind-ope to indice-operador
                   move qtd-operadores to ind-ope
               end-if
               add 1 to ind-ope
           end-perform
           .
       localiza-operador-exit.
           exit.

       regrava-operadores section.
           if not operadores-completos
               display "OPEPIZZA carregado incompleto - nao regravado"
           else
               perform grava-operadores
           end-if
           .
       regrava-operadores-exit.
           exit.

       grava-operadores section.
           open output operadores
           move 1 to ind-ope
           perform until ind-ope > qtd-operadores
               move spaces                    to reg-operador
               move tb-ope-codigo(ind-ope)     to ope-codigo
               move tb-ope-nome(ind-ope)       to ope-nome
               move tb-ope-senha(ind-ope)      to ope-senha
               move tb-ope-nivel(ind-ope)      to ope-nivel
               move tb-ope-situacao(ind-ope)   to ope-situacao
               move tb-ope-erros(ind-ope)      to ope-erros
               move tb-ope-data-senha(ind-ope) to ope-data-senha
               write reg-operador
               add 1 to ind-ope
           end-perform
           close operadores
           .
       grava-operadores-exit.
           exit.

      * Registra em LOGPIZZA o bloqueio ou a troca de senha do
      * operador em codigo-informado
       grava-log-operador section.
           open extend log-auditoria
           if status-log = "35"
               open output log-auditoria
           end-if

           move spaces            to reg-log
           move codigo-informado  to log-operador
           accept log-data        from date yyyymmdd
           accept log-hora        from time
           move acao-log          to log-acao
           move codigo-informado  to log-nome
           move 0                 to log-diametro
           write reg-log

           close log-auditoria
           .
       grava-log-operador-exit.
           exit.

       formata-data-sistema section.
           accept data-sistema from date yyyymmdd
           move data-sistema(7:2) to dia-sistema
           move data-sistema(5:2) to mes-sistema
           move data-sistema(1:4) to ano-sistema
           move spaces to data-formatada
           string dia-sistema delimited by size
                  "/"         delimited by size
                  mes-sistema delimited by size
                  "/"         delimited by size
                  ano-sistema delimited by size
               into data-formatada
           .
       formata-data-sistema-exit.
           exit.

      * Regrava o estoque inteiro a partir da tabela, como o pizza
      * faz com o cadastro mestre
       regrava-estoque section.
           open output estoque-ingrediente
           move 1 to ind-est
           perform until ind-est > qtd-estoque
               move spaces                     to reg-estoque
               move tb-est-nome(ind-est)       to est-nome
               move tb-est-quantidade(ind-est) to est-quantidade
               move tb-est-unidade(ind-est)    to est-unidade
               move tb-est-ponto(ind-est)      to est-ponto
               write reg-estoque
               add 1 to ind-est
           end-perform
           close estoque-ingrediente
           display "Estoque regravado em ESTPIZZA"
           .
       regrava-estoque-exit.
           exit.

       finaliza section.
           perform regrava-estoque

           display "Fim da operação"
           stop run
