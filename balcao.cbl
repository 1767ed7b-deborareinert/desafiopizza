      *grava a linha aceita direto em VENPIZZA e imprime o tiquete
      *do pedido em TIKPIZZA. No encerramento grava em FECBALCA o
      *total de pedidos e a receita do dia, para bater os tiquetes
      *com a apropriacao noturna do vendas. Cada pedido registra em
      *PAGPIZZA a forma de pagamento (com troco no dinheiro) e no
      *fim do turno o atendente declara o caixa: o fechamento por
      *operador sai em RELCAIXA, declarado x esperado por forma.
      *Pedido de entrega identifica o cliente pelo telefone em
      *CLIPIZZA, soma a taxa do bairro (ZONPIZZA), imprime a guia do
      *motoboy em GUIPIZZA e fica registrado em PEDPIZZA. No mesmo
      *pedido saem os itens de ITEPIZZA: bebidas e avulsos em linha
      *propria e bordas/adicionais pendurados na pizza, cada um com
      *o seu preco somado ao pedido
       identification division.
       program-id. "balcao".
       author. "Débora Reinert".
               access mode is dynamic
               record key is cad-chave
               file status is status-cad.
           select itens assign to "ITEPIZZA"
               organization is line sequential
               file status is status-itm.
           select vendas-dia assign to "VENPIZZA"
               organization is line sequential
               file status is status-ven.
           select operadores assign to "OPEPIZZA"
               organization is line sequential
               file status is status-ope.
           select parametros-seguranca assign to "SEGPIZZA"
               organization is line sequential
               file status is status-seg.
           select log-auditoria assign to "LOGPIZZA"
               organization is line sequential
               file status is status-log.
           select pagamentos assign to "PAGPIZZA"
               organization is line sequential
               file status is status-pag.
           select caixas assign to "CAIPIZZA"
               organization is line sequential
               file status is status-cai.
           select relatorio-caixa assign to "RELCAIXA"
               organization is line sequential
               file status is status-relc.
           select clientes assign to "CLIPIZZA"
               organization is indexed
               access mode is dynamic
               record key is cli-telefone
               file status is status-cli.
           select zonas assign to "ZONPIZZA"
               organization is line sequential
               file status is status-zon.
           select pedidos-entrega assign to "PEDPIZZA"
               organization is line sequential
               file status is status-pen.
           select guias-entrega assign to "GUIPIZZA"
               organization is line sequential
               file status is status-gui.
       i-o-control.

      *Declaração de variáveis
           05 cad-classe                            pic x(2).

      *----Mesmo leiaute que o vendas apropria a noite: cada linha
      *----aceita do pedido vira um registro do movimento do dia.
      *----ven-tipo: B balcao, E entrega; ven-item: P pizza, T taxa
      *----de entrega, I item de ITEPIZZA (diametro zero); ven-nome2:
      *----segundo sabor da meio a meio
       fd  vendas-dia.
       01  reg-venda.
           05 ven-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 ven-valor                             pic 9(5)v99.
           05 filler                                pic x(1)
              value space.
           05 ven-tipo                              pic x(1).
           05 filler                                pic x(1)
              value space.
           05 ven-item                              pic x(1).
           05 filler                                pic x(1)
              value space.
           05 ven-nome2                             pic x(15).

      *----Itens fora do catalogo de pizzas, mantidos pelo mantrec:
      *----tipo B vendido sozinho, C borda e A adicional so com pizza
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

       fd  tiquetes.
       01  reg-tiquete                              pic x(80).
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
           05 log-preco-cm2                         pic zzz9,99.
           05 filler                                pic x(1)
              value space.
           05 log-aliquota                          pic z9,99.
           05 filler                                pic x(1)
              value space.
           05 log-preco-cm2-icms                    pic zzz9,99.

      *----Um registro por pedido: forma de pagamento (1 dinheiro,
      *----2 debito, 3 credito, 4 PIX, 5 vale refeicao), total do
      *----pedido, valor entregue e troco
       fd  pagamentos.
       01  reg-pagamento.
           05 pag-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 pag-pedido                            pic 9(5).
           05 filler                                pic x(1)
              value space.
           05 pag-operador                          pic x(10).
           05 filler                                pic x(1)
              value space.
           05 pag-forma                             pic 9(1).
           05 filler                                pic x(1)
              value space.
           05 pag-valor                             pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
           05 pag-recebido                          pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
           05 pag-troco                             pic 9(7)v99.

      *----Uma declaracao por fechamento de caixa: o fundo de troco
      *----e, por forma de pagamento na ordem de pag-forma, as
      *----vendas do turno e o valor declarado pelo atendente
       fd  caixas.
       01  reg-caixa.
           05 cai-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 cai-hora                              pic 9(6).
           05 filler                                pic x(1)
              value space.
           05 cai-operador                          pic x(10).
           05 filler                                pic x(1)
              value space.
           05 cai-fundo                             pic 9(7)v99.
           05 cai-forma  occurs 5 times.
              10 filler                             pic x(1).
              10 cai-vendas                         pic 9(7)v99.
              10 filler                             pic x(1).
              10 cai-declarado                      pic 9(7)v99.

       fd  relatorio-caixa.
       01  reg-relcaixa                             pic x(80).

      *----Cadastro de clientes de entrega, chaveado pelo telefone
       fd  clientes.
       01  reg-cliente.
           05 cli-telefone                          pic x(15).
           05 cli-nome                              pic x(30).
           05 cli-endereco                          pic x(40).
           05 cli-bairro                            pic x(20).
           05 cli-data-cadastro                     pic 9(8).

      *----Bairros atendidos: taxa de entrega e tempo estimado em
      *----minutos
       fd  zonas.
       01  reg-zona.
           05 zon-bairro                            pic x(20).
           05 filler                                pic x(1)
              value space.
           05 zon-taxa                              pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 zon-tempo                             pic 9(3).

      *----Um registro por pedido de entrega: cliente, bairro, valor
      *----das pizzas, taxa e total cobrado
       fd  pedidos-entrega.
       01  reg-pedido-entrega.
           05 pen-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 pen-pedido                            pic 9(5).
           05 filler                                pic x(1)
              value space.
           05 pen-operador                          pic x(10).
           05 filler                                pic x(1)
              value space.
           05 pen-telefone                          pic x(15).
           05 filler                                pic x(1)
              value space.
           05 pen-bairro                            pic x(20).
           05 filler                                pic x(1)
              value space.
           05 pen-valor-itens                       pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
           05 pen-taxa                              pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 pen-total                             pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
           05 pen-tempo                             pic 9(3).

       fd  guias-entrega.
       01  reg-guia                                 pic x(80).


      *----Variaveis de trabalho
           05 diametro                             pic 9(3).
           05 preco                                pic 9(3)v99.

       77  max-itens                               pic 9(3) value 60.
       77  qtd-itens                               pic 9(3).

       01  tab-item  occurs 1 to 60 times
                      depending on qtd-itens.
           05 tb-itm-codigo                        pic x(15).
           05 tb-itm-tipo                          pic x(1).
           05 tb-itm-preco                         pic 9(3)v99.

       77  max-linhas-pedido                       pic 9(2) value 20.
       77  qtd-linhas                              pic 9(2).

      *----Linhas do pedido em digitacao, para o tiquete impresso;
      *----lin-item: P pizza, I item avulso, A borda/adicional da
      *----pizza da linha anterior
       01  pedido  occurs 1 to 20 times
                    depending on qtd-linhas.
           05 lin-nome                             pic x(15).
           05 lin-preco                            pic 9(3)v99.
           05 lin-valor                            pic 9(5)v99.
           05 lin-promo                            pic x(1).
           05 lin-nome2                            pic x(15).
           05 lin-item                             pic x(1).

       77  max-promocoes                           pic 9(3) value 60.
       77  qtd-promocoes                           pic 9(3).
           05 tb-pro-preco                         pic 9(3)v99.
           05 tb-pro-percentual                    pic 9(2)v99.

      *----Fechamento de caixa, uma ocorrencia por forma de
      *----pagamento na ordem de pag-forma
       01  tab-caixa  occurs 5 times.
           05 tb-cx-vendas                         pic 9(7)v99.
           05 tb-cx-esperado                       pic 9(7)v99.
           05 tb-cx-declarado                      pic 9(7)v99.

       77  max-zonas                               pic 9(3) value 100.
       77  qtd-zonas                               pic 9(3).

       01  tab-zona  occurs 1 to 100 times
                      depending on qtd-zonas.
           05 tb-zon-bairro                        pic x(20).
           05 tb-zon-taxa                          pic 9(3)v99.
           05 tb-zon-tempo                         pic 9(3).

       77  ind                                     pic 9(3).
       77  ind-lin                                 pic 9(2).
       77  ind-zon                                 pic 9(3).
       77  opcao-menu                              pic x(1).
           88  op-pedido                           value "1".
           88  op-caixa                            value "2".
           88  op-encerrar                         value "3".
       77  forma-pagamento                         pic x(1).
           88  forma-valida                        value "1" thru "5".
           88  forma-dinheiro                      value "1".
       77  indice-forma                            pic 9(1).
       77  descricao-forma                         pic x(15).
       77  valor-recebido                          pic 9(7)v99.
       77  troco                                   pic 9(7)v99.
       77  fundo-troco                             pic 9(7)v99.
       77  valor-declarado                         pic 9(7)v99.
       77  total-esperado                          pic 9(7)v99.
       77  total-declarado                         pic 9(7)v99.
       77  diferenca-caixa                         pic s9(7)v99.
       77  formas-divergentes                      pic 9(1).
       77  situacao-caixa                          pic x(5).
       77  pausa                                   pic x(1).
       77  status-pag                              pic x(2).
       77  status-cai                              pic x(2).
       77  status-relc                             pic x(2).
       77  status-cli                              pic x(2).
       77  status-zon                              pic x(2).
       77  status-pen                              pic x(2).
       77  status-gui                              pic x(2).
       77  tipo-pedido                             pic x(1).
           88  pedido-balcao                       value "B".
           88  pedido-entrega                      value "E".
       77  opcao-tipo                              pic x(1).
       77  telefone-informado                      pic x(15).
       77  cliente-cadastrado                      pic x(1).
       77  resposta-endereco                       pic x(1).
      *----Dados do cliente do pedido de entrega, guardados antes de
      *----gravar CLIPIZZA: o registro do arquivo nao vale depois do
      *----write/rewrite e o tiquete, a guia e PEDPIZZA saem daqui
       77  telefone-cliente-pedido                 pic x(15).
       77  nome-cliente-pedido                     pic x(30).
       77  endereco-cliente-pedido                 pic x(40).
       77  bairro-cliente-pedido                   pic x(20).
       77  indice-zona                             pic 9(3).
       77  taxa-entrega                            pic 9(3)v99.
       77  tempo-entrega                           pic 9(3).
       77  total-itens                             pic 9(7)v99.
       77  taxa-edt                                pic zz9,99.
       77  tempo-edt                               pic zz9.
       77  status-cad                              pic x(2).
       77  status-itm                              pic x(2).
       77  status-ven                              pic x(2).
       77  status-tik                              pic x(2).
       77  status-fec                              pic x(2).
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
       77  status-log                              pic x(2).
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
       77  nome-pesquisa                           pic x(15).
       77  diametro-pesquisa                       pic 9(3).
       77  indice-localizado                       pic 9(3).
       77  quantidade-pedida                       pic 9(5).
       77  quantidade-pizza                        pic 9(5).
       77  indice-item                             pic 9(3).
       77  ind-itm                                 pic 9(3).
       77  tipo-linha                              pic x(1).
       77  quantidade-ok                           pic x(1).
       77  valor-calculado                         pic 9(9)v99.
      *----Teto do valor da linha: ven-valor e 9(5)v99, acima disso
       77  preco-promocional                       pic 9(3)v99.
       77  preco-vigente                           pic 9(3)v99.
       77  flag-promo                              pic x(1).
      *----Meio a meio: primeiro sabor guardado enquanto o segundo e
      *----procurado, e o preco de cada metade
       77  indice-sabor1                           pic 9(3).
       77  sabor2                                  pic x(15).
       77  preco-sabor1                            pic 9(3)v99.
       77  promo-sabor1                            pic x(1).
       77  dia-semana                              pic 9(1).
       77  dia-zeller                              pic 9(2).
       77  mes-zeller                              pic 9(2).
       77  valor-edt                               pic zzzz9,99.
       77  total-edt                               pic zzzzz9,99.
       77  receita-dia-edt                         pic zzzzzzzz9,99.
       77  esperado-edt                            pic zzzzzz9,99.
       77  declarado-edt                           pic zzzzzz9,99.
       77  diferenca-edt                           pic -------9,99.

      *----Variaveis para comunicação entre programas
       linkage section.
               stop run
           end-if

           perform carrega-itens
           perform carrega-promocoes
           perform carrega-zonas
           perform carrega-fechamento
           perform vira-movimento

               display "Erro ao abrir TIKPIZZA: " status-tik
               stop run
           end-if

           open extend pagamentos
           if status-pag = "35"
               open output pagamentos
           end-if
           if status-pag <> "00"
               display "Erro ao abrir PAGPIZZA: " status-pag
               stop run
           end-if

           open i-o clientes
           if status-cli = "35"
               open output clientes
               close clientes
               open i-o clientes
           end-if
           if status-cli <> "00"
               display "Erro ao abrir CLIPIZZA: " status-cli
               stop run
           end-if
           .
       inicializa-exit.
           exit.
           display "Informe a senha"
           accept senha-informada

           perform confere-operador
           if acesso-liberado = "S"
               perform confere-validade-senha
           end-if
           .
       valida-operador-exit.
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
                   if tb-ope-nivel(indice-operador) > 0
                       move "S" to acesso-liberado
                       move tb-ope-codigo(indice-operador) to operador
                       move tb-ope-nivel(indice-operador)
                           to nivel-operador
                   else
                       display "Operador sem nivel de acesso"
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

       carrega-cadastro section.
           read cadastro-pizza next record
               at end
       le-controle-baixa-exit.
           exit.

       carrega-itens section.
           move 0 to qtd-itens
           open input itens
           if status-itm <> "00"
               display "Arquivo ITEPIZZA ausente, so pizzas no pedido"
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
                       if itm-preco is not numeric
                          or itm-preco = 0
                           display "Item invalido em ITEPIZZA: "
                               itm-codigo
                       else
                           add 1 to qtd-itens
                           move itm-codigo to tb-itm-codigo(qtd-itens)
                           move itm-tipo   to tb-itm-tipo(qtd-itens)
                           move itm-preco  to tb-itm-preco(qtd-itens)
                       end-if
                   end-if
           end-read
           .
       le-item-exit.
           exit.

       carrega-promocoes section.
           move 0 to qtd-promocoes
           open input promocoes
       localiza-pizza-exit.
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

       processamento section.
           move space to opcao-menu
           perform until op-encerrar
               display erase
               display "1 - Novo pedido"
               display "2 - Fechar o caixa do turno"
               display "3 - Encerrar o dia"
               display "Informe a opcao desejada"
               accept opcao-menu

               evaluate true
                   when op-pedido
                       perform digita-pedido
                   when op-caixa
                       perform fecha-caixa
                   when op-encerrar
                       continue
                   when other

      * Um pedido: linhas de sabor + tamanho validadas no catalogo,
      * com o preco mostrado na tela (nada de valor digitado); cada
      * linha aceita vai direto para VENPIZZA, o pagamento vai para
      * PAGPIZZA e o pedido fechado sai impresso em TIKPIZZA
       digita-pedido section.
           move 0 to qtd-linhas
           move 0 to total-pedido
           perform identifica-tipo-pedido
           move "*" to nome-pesquisa
           perform digita-linha-pedido
               until nome-pesquisa = spaces
           if qtd-linhas = 0
               display "Pedido vazio, nada gravado"
           else
               move total-pedido to total-itens
               if pedido-entrega
                   add taxa-entrega to total-pedido
                   perform grava-venda-taxa
               end-if
               add 1 to numero-pedido
               add 1 to pedidos-dia
               add total-pedido to receita-dia
               perform recebe-pagamento
               perform grava-pagamento
               perform imprime-tiquete
               if pedido-entrega
                   perform imprime-guia-entrega
                   perform grava-pedido-entrega
               end-if
      *----Fechamento regravado a cada pedido, como o checkpoint do
      *----cadastro: uma queda no meio do dia retoma a numeracao e
      *----os totais do ponto em que parou
       digita-pedido-exit.
           exit.

      *----O que o atendente digita e procurado primeiro nos itens:
      *----bebida/avulso vira linha propria; borda e adicional so
      *----entram depois da pizza que acompanham
       digita-linha-pedido section.
           display "Informe o sabor ou o item (branco fecha o pedido)"
           accept nome-pesquisa
           move 0 to indice-item
           move 0 to indice-localizado
           if nome-pesquisa not = spaces
               perform localiza-item
           end-if
           if indice-item not = 0
               if tb-itm-tipo(indice-item) = "B"
                   perform digita-linha-item
               else
                   display "Borda/adicional so acompanha uma pizza - "
                       "informe depois do sabor"
               end-if
           else
           if nome-pesquisa not = spaces
               display "Informe o diametro"
               accept diametro-pesquisa
                   display "Sabor/tamanho fora do catalogo"
               else
                   perform monta-preco-vigente
                   perform identifica-segundo-sabor
                   move preco-vigente to preco-edt
                   if flag-promo = "*"
                       display "Preco unitario: " preco-edt
                   compute lin-valor(qtd-linhas) rounded =
                       preco-vigente * quantidade-pedida
                   move flag-promo to lin-promo(qtd-linhas)
                   move sabor2 to lin-nome2(qtd-linhas)
                   move "P" to lin-item(qtd-linhas)
                   add lin-valor(qtd-linhas) to total-pedido

                   perform grava-venda
                   perform digita-adicionais
               end-if
           end-if
           end-if
      *----Sabor inteiro ou sem adicional deixa o nome de pesquisa em
      *----branco, que fecharia o pedido: o pedido so fecha com o
      *----branco digitado no sabor
           if indice-item not = 0
              or indice-localizado not = 0
               move "*" to nome-pesquisa
           end-if
           .
       digita-linha-pedido-exit.
           exit.

      * Bebida ou item avulso: preco do cadastro ITEPIZZA, sem
      * promocao, e a quantidade com o mesmo teto da pizza
       digita-linha-item section.
           move tb-itm-preco(indice-item) to preco-vigente
           move preco-vigente to preco-edt
           display "Preco unitario: " preco-edt
           display "Informe a quantidade"
           accept quantidade-pedida
           perform valida-quantidade
           move "I" to tipo-linha
           perform inclui-linha-item
           .
       digita-linha-item-exit.
           exit.

      * Bordas e adicionais da pizza recem-digitada: cada um vira
      * linha propria do pedido e do movimento, na quantidade da
      * pizza, e o preco dele soma ao que a pizza cobra
       digita-adicionais section.
           move lin-quantidade(qtd-linhas) to quantidade-pizza
           move "*" to nome-pesquisa
           perform until nome-pesquisa = spaces
                      or qtd-linhas >= max-linhas-pedido
               display "Borda/adicional da pizza (branco = nenhum)"
               accept nome-pesquisa
               if nome-pesquisa not = spaces
                   perform localiza-item
                   if indice-item = 0
                       display "Item nao cadastrado em ITEPIZZA"
                   else
                   if tb-itm-tipo(indice-item) = "B"
                       display "Item avulso - informe numa linha "
                           "propria do pedido"
                   else
                       move tb-itm-preco(indice-item) to preco-vigente
                       compute valor-calculado =
                           preco-vigente * quantidade-pizza
                       if valor-calculado > limite-valor-venda
                           display "Quantidade da pizza alta demais "
                               "para o adicional - divida em mais "
                               "linhas"
                       else
                           move quantidade-pizza to quantidade-pedida
                           move "A" to tipo-linha
                           perform inclui-linha-item
                           move lin-valor(qtd-linhas) to valor-edt
                           display "+ " tb-itm-codigo(indice-item)
                               " " valor-edt
                       end-if
                   end-if
                   end-if
               end-if
           end-perform
           move 0 to indice-item
           .
       digita-adicionais-exit.
           exit.

      *----Linha do item em indice-item pelo preco-vigente, na
      *----quantidade pedida; lin-item vem de tipo-linha
       inclui-linha-item section.
           add 1 to qtd-linhas
           move tb-itm-codigo(indice-item) to lin-nome(qtd-linhas)
           move 0                 to lin-diametro(qtd-linhas)
           move quantidade-pedida to lin-quantidade(qtd-linhas)
           move preco-vigente     to lin-preco(qtd-linhas)
           compute lin-valor(qtd-linhas) rounded =
               preco-vigente * quantidade-pedida
           move space             to lin-promo(qtd-linhas)
           move spaces            to lin-nome2(qtd-linhas)
           move tipo-linha        to lin-item(qtd-linhas)
           add lin-valor(qtd-linhas) to total-pedido

           perform grava-venda
           .
       inclui-linha-item-exit.
           exit.

      * Meio a meio: segundo sabor no mesmo diametro; a pizza sai
      * pelo preco da metade mais cara (regra da casa), cada metade
      * com a promocao que tiver hoje. Branco deixa a pizza inteira
       identifica-segundo-sabor section.
           move spaces             to sabor2
           move indice-localizado  to indice-sabor1
           move preco-vigente      to preco-sabor1
           move flag-promo         to promo-sabor1
           display "Segundo sabor - meio a meio (branco = inteira)"
           move spaces to nome-pesquisa
           accept nome-pesquisa
           perform until nome-pesquisa = spaces
                      or sabor2 not = spaces
               perform localiza-pizza
               if indice-localizado = 0
                   display "Sabor fora do catalogo nesse diametro - "
                       "informe outro (branco = inteira)"
                   move spaces to nome-pesquisa
                   accept nome-pesquisa
               else
               if indice-localizado = indice-sabor1
                   display "Mesmo sabor - pizza inteira"
                   move spaces to nome-pesquisa
               else
                   move nome(indice-localizado) to sabor2
                   perform monta-preco-vigente
                   if preco-vigente < preco-sabor1
                       move preco-sabor1 to preco-vigente
                       move promo-sabor1 to flag-promo
                   end-if
               end-if
               end-if
           end-perform
           move indice-sabor1 to indice-localizado
           .
       identifica-segundo-sabor-exit.
           exit.

      * Preco do dia: o da tabela, trocado pelo promocional quando
      * o calendario PROPIZZA tem promocao vigente hoje
       monta-preco-vigente section.
           move lin-diametro(qtd-linhas)    to ven-diametro
           move lin-quantidade(qtd-linhas)  to ven-quantidade
           move lin-valor(qtd-linhas)       to ven-valor
           move tipo-pedido                 to ven-tipo
           if lin-item(qtd-linhas) = "P"
               move "P"                     to ven-item
           else
               move "I"                     to ven-item
           end-if
           move lin-nome2(qtd-linhas)       to ven-nome2
           write reg-venda
           .
       grava-venda-exit.
           exit.

      * Tiquete do pedido em TIKPIZZA: numero, data/hora, atendente,
      * uma linha por item, o total a cobrar e o pagamento
       imprime-tiquete section.
           accept hora-agora from time
           perform formata-data-hora

           move all "-" to linha-tiquete
           write reg-tiquete from linha-tiquete
               into linha-tiquete
           write reg-tiquete from linha-tiquete

           if pedido-entrega
               move space to linha-tiquete
               string "ENTREGA: "             delimited by size
                      nome-cliente-pedido     delimited by size
                      " FONE: "               delimited by size
                      telefone-cliente-pedido delimited by size
                   into linha-tiquete
               write reg-tiquete from linha-tiquete
           end-if

           move 1 to ind-lin
           perform imprime-linha-tiquete until ind-lin > qtd-linhas

           if pedido-entrega
               move taxa-entrega to total-edt
               move space to linha-tiquete
               string "TAXA DE ENTREGA...........: "
                                                 delimited by size
                      total-edt                  delimited by size
                   into linha-tiquete
               write reg-tiquete from linha-tiquete
           end-if

           move total-pedido to total-edt
           move space to linha-tiquete
           string "TOTAL A COBRAR............: " delimited by size
               into linha-tiquete
           write reg-tiquete from linha-tiquete

           move space to linha-tiquete
           string "PAGAMENTO.................: " delimited by size
                  descricao-forma                delimited by size
               into linha-tiquete
           write reg-tiquete from linha-tiquete

           if forma-dinheiro
               move valor-recebido to total-edt
               move space to linha-tiquete
               string "VALOR RECEBIDO............: "
                                                 delimited by size
                      total-edt                  delimited by size
                   into linha-tiquete
               write reg-tiquete from linha-tiquete

               move troco to total-edt
               move space to linha-tiquete
               string "TROCO.....................: "
                                                 delimited by size
                      total-edt                  delimited by size
                   into linha-tiquete
               write reg-tiquete from linha-tiquete
           end-if

           move total-pedido to total-edt
           display "Pedido " numero-pedido-edt
               " gravado - total " total-edt
           .
           move lin-valor(ind-lin)      to valor-edt

           move space to linha-tiquete
           if lin-item(ind-lin) = "A"
               string "  + "                 delimited by size
                      lin-nome(ind-lin)      delimited by size
                      "   "                  delimited by size
                      qtd-pedida-edt         delimited by size
                      " X "                  delimited by size
                      preco-edt              delimited by size
                      " = "                  delimited by size
                      valor-edt              delimited by size
                   into linha-tiquete
           else
           if lin-item(ind-lin) = "I"
               string lin-nome(ind-lin)      delimited by size
                      "       "              delimited by size
                      qtd-pedida-edt         delimited by size
                      " X "                  delimited by size
                      preco-edt              delimited by size
                      " = "                  delimited by size
                      valor-edt              delimited by size
                   into linha-tiquete
           else
               string lin-nome(ind-lin)      delimited by size
                      "  "                   delimited by size
                      lin-diametro(ind-lin)  delimited by size
                      "  "                   delimited by size
                      qtd-pedida-edt         delimited by size
                      " X "                  delimited by size
                      preco-edt              delimited by size
                      " = "                  delimited by size
                      valor-edt              delimited by size
                      " "                    delimited by size
                      lin-promo(ind-lin)     delimited by size
                   into linha-tiquete
           end-if
           end-if
           write reg-tiquete from linha-tiquete

           if lin-nome2(ind-lin) not = spaces
               move space to linha-tiquete
               string "  MEIO A MEIO COM "  delimited by size
                      lin-nome2(ind-lin)    delimited by size
                   into linha-tiquete
               write reg-tiquete from linha-tiquete
           end-if
           add 1 to ind-lin
           .
       imprime-linha-tiquete-exit.
           exit.

      *----A taxa de entrega entra no movimento como linha propria
      *----(ven-item T): soma na receita do dia como o tiquete e o
      *----vendas a separa das pizzas
       grava-venda-taxa section.
           move spaces         to reg-venda
           move data-hoje      to ven-data
           move "TAXA ENTREGA" to ven-nome
           move 0              to ven-diametro
           move 1              to ven-quantidade
           move taxa-entrega   to ven-valor
           move tipo-pedido    to ven-tipo
           move "T"            to ven-item
           write reg-venda
           .
       grava-venda-taxa-exit.
           exit.

      * Guia de entrega em GUIPIZZA para o motoboy: pedido, cliente,
      * endereco, tempo prometido, valor a cobrar e troco a levar
       imprime-guia-entrega section.
           open extend guias-entrega
           if status-gui = "35"
               open output guias-entrega
           end-if

           move all "=" to linha-tiquete
           write reg-guia from linha-tiquete

           move space to linha-tiquete
           string nome-pizzaria        delimited by size
                  "GUIA DE ENTREGA"    delimited by size
               into linha-tiquete
           write reg-guia from linha-tiquete

           move space to linha-tiquete
           string "PEDIDO "         delimited by size
                  numero-pedido-edt delimited by size
                  "   "             delimited by size
                  data-formatada    delimited by size
                  " "               delimited by size
                  hora-formatada    delimited by size
                  "   PRAZO: "      delimited by size
                  tempo-edt         delimited by size
                  " MIN"            delimited by size
               into linha-tiquete
           write reg-guia from linha-tiquete

           move space to linha-tiquete
           string "CLIENTE: "             delimited by size
                  nome-cliente-pedido     delimited by size
                  " FONE: "               delimited by size
                  telefone-cliente-pedido delimited by size
               into linha-tiquete
           write reg-guia from linha-tiquete

           move space to linha-tiquete
           string "ENDERECO: "            delimited by size
                  endereco-cliente-pedido delimited by size
               into linha-tiquete
           write reg-guia from linha-tiquete

           move space to linha-tiquete
           string "BAIRRO: "              delimited by size
                  bairro-cliente-pedido   delimited by size
               into linha-tiquete
           write reg-guia from linha-tiquete

           move total-pedido to total-edt
           move space to linha-tiquete
           string "VALOR A COBRAR: " delimited by size
                  total-edt          delimited by size
                  "  "               delimited by size
                  descricao-forma    delimited by size
               into linha-tiquete
           write reg-guia from linha-tiquete

           if forma-dinheiro
               move valor-recebido to total-edt
               move troco          to valor-edt
               move space to linha-tiquete
               string "CLIENTE PAGA COM: " delimited by size
                      total-edt            delimited by size
                      "  LEVAR TROCO: "    delimited by size
                      valor-edt            delimited by size
                   into linha-tiquete
               write reg-guia from linha-tiquete
           end-if

           close guias-entrega
           .
       imprime-guia-entrega-exit.
           exit.

      * Registro do pedido de entrega em PEDPIZZA, base do
      * historico de compras do cliente (relcli)
       grava-pedido-entrega section.
           open extend pedidos-entrega
           if status-pen = "35"
               open output pedidos-entrega
           end-if

           move spaces         to reg-pedido-entrega
           move data-hoje      to pen-data
           move numero-pedido  to pen-pedido
           move operador       to pen-operador
           move telefone-cliente-pedido to pen-telefone
           move bairro-cliente-pedido   to pen-bairro
           move total-itens    to pen-valor-itens
           move taxa-entrega   to pen-taxa
           move total-pedido   to pen-total
           move tempo-entrega  to pen-tempo
           write reg-pedido-entrega

           close pedidos-entrega
           .
       grava-pedido-entrega-exit.
           exit.

       formata-data-hora section.
           move data-hoje(7:2) to dia-sistema
           move data-hoje(5:2) to mes-sistema
           move data-hoje(1:4) to ano-sistema
           string dia-sistema delimited by size
                  "/"         delimited by size
                  mes-sistema delimited by size
                  "/"         delimited by size
                  ano-sistema delimited by size
               into data-formatada
           string hora-agora(1:2) delimited by size
                  ":"             delimited by size
                  hora-agora(3:2) delimited by size
               into hora-formatada
           .
       formata-data-hora-exit.
           exit.

      * Tipo do pedido: balcao ou entrega. Na entrega o atendente
      * digita o telefone e o endereco volta do cadastro CLIPIZZA
      * (cliente novo e cadastrado na hora); o bairro tem de estar
      * na tabela ZONPIZZA, que da a taxa e o tempo de entrega
       identifica-tipo-pedido section.
           move "B" to tipo-pedido
           move 0   to taxa-entrega
           move 0   to tempo-entrega
           display "Tipo do pedido: 1-Balcao 2-Entrega"
           accept opcao-tipo
           perform until opcao-tipo = "1" or opcao-tipo = "2"
               display "Tipo invalido - informe 1 ou 2"
               accept opcao-tipo
           end-perform
           if opcao-tipo = "2"
               if qtd-zonas = 0
                   display "Tabela de bairros ZONPIZZA ausente - "
                       "entrega indisponivel, pedido de balcao"
               else
                   perform identifica-cliente
               end-if
           end-if
           .
       identifica-tipo-pedido-exit.
           exit.

       identifica-cliente section.
           display "Informe o telefone do cliente"
           move spaces to telefone-informado
           accept telefone-informado
           if telefone-informado = spaces
               display "Telefone nao informado - pedido de balcao"
           else
               move telefone-informado to cli-telefone
               read clientes
                   invalid key
                       move "N" to cliente-cadastrado
                       display "Cliente novo - informe os dados"
                       move spaces to reg-cliente
                       move telefone-informado to cli-telefone
                       move data-hoje to cli-data-cadastro
                       display "Informe o nome do cliente"
                       accept cli-nome
                       perform digita-endereco-cliente
                   not invalid key
                       move "S" to cliente-cadastrado
                       display "Cliente..: " cli-nome
                       display "Endereco.: " cli-endereco
                       display "Bairro...: " cli-bairro
                       display "Endereco confere? (S/N)"
                       accept resposta-endereco
                       if resposta-endereco not = "S"
                          and resposta-endereco not = "s"
                           perform digita-endereco-cliente
                       end-if
               end-read

               perform valida-bairro-entrega
               if indice-zona = 0
                   display "Entrega cancelada - pedido de balcao"
               else
                   move cli-telefone to telefone-cliente-pedido
                   move cli-nome     to nome-cliente-pedido
                   move cli-endereco to endereco-cliente-pedido
                   move cli-bairro   to bairro-cliente-pedido
                   perform grava-cliente
                   move "E" to tipo-pedido
                   move tb-zon-taxa(indice-zona)  to taxa-entrega
                   move tb-zon-tempo(indice-zona) to tempo-entrega
                   move taxa-entrega  to taxa-edt
                   move tempo-entrega to tempo-edt
                   display "Taxa de entrega: " taxa-edt
                       "  Tempo estimado: " tempo-edt " min"
               end-if
           end-if
           .
       identifica-cliente-exit.
           exit.

       digita-endereco-cliente section.
           display "Informe o endereco (rua, numero, complemento)"
           accept cli-endereco
           display "Informe o bairro"
           accept cli-bairro
           .
       digita-endereco-cliente-exit.
           exit.

      *----Bairro fora da tabela pede outro; branco desiste da
      *----entrega e o pedido segue como de balcao
       valida-bairro-entrega section.
           perform localiza-zona
           perform until indice-zona > 0 or cli-bairro = spaces
               display "Bairro fora da area de entrega: " cli-bairro
               display "Informe o bairro correto (branco cancela a "
                   "entrega)"
               move spaces to cli-bairro
               accept cli-bairro
               perform localiza-zona
           end-perform
           .
       valida-bairro-entrega-exit.
           exit.

       localiza-zona section.
           move 0 to indice-zona
           move 1 to ind-zon
           perform until ind-zon > qtd-zonas
               if tb-zon-bairro(ind-zon) = cli-bairro
                   move ind-zon to indice-zona
                   move qtd-zonas to ind-zon
               end-if
               add 1 to ind-zon
           end-perform
           .
       localiza-zona-exit.
           exit.

       grava-cliente section.
           if cliente-cadastrado = "S"
               rewrite reg-cliente
                   invalid key
                       display "Erro ao regravar o cliente: "
                           status-cli
               end-rewrite
           else
               write reg-cliente
                   invalid key
                       display "Erro ao gravar o cliente: "
                           status-cli
               end-write
           end-if
           .
       grava-cliente-exit.
           exit.

       carrega-zonas section.
           move 0 to qtd-zonas
           open input zonas
           if status-zon <> "00"
               display "Arquivo ZONPIZZA ausente, sem entregas"
           else
               perform le-zona until status-zon <> "00"
               close zonas
           end-if
           .
       carrega-zonas-exit.
           exit.

       le-zona section.
           read zonas
               at end
                   move "10" to status-zon
               not at end
                   if qtd-zonas >= max-zonas
                       display "Limite de bairros excedido"
                       move "10" to status-zon
                   else
                       if zon-taxa is not numeric
                          or zon-tempo is not numeric
                           display "Bairro invalido em ZONPIZZA: "
                               zon-bairro
                       else
                           add 1 to qtd-zonas
                           move zon-bairro to tb-zon-bairro(qtd-zonas)
                           move zon-taxa   to tb-zon-taxa(qtd-zonas)
                           move zon-tempo  to tb-zon-tempo(qtd-zonas)
                       end-if
                   end-if
           end-read
           .
       le-zona-exit.
           exit.

      * Forma de pagamento do pedido fechado: no dinheiro o valor
      * entregue pelo cliente tem de cobrir o total e o troco sai
      * calculado; nas demais formas o recebido e o proprio total
       recebe-pagamento section.
           display "Forma de pagamento: 1-Dinheiro 2-Debito "
               "3-Credito 4-PIX 5-Vale refeicao"
           accept forma-pagamento
           perform until forma-valida
               display "Forma invalida - informe de 1 a 5"
               accept forma-pagamento
           end-perform
           move forma-pagamento to indice-forma
           perform descreve-forma

           move 0 to troco
           if forma-dinheiro
               move total-pedido to total-edt
               display "Total a cobrar: " total-edt
               display "Informe o valor entregue pelo cliente"
               accept valor-recebido
               perform until valor-recebido is numeric
                         and valor-recebido >= total-pedido
                   display "Valor invalido - informe valor igual ou "
                       "maior que o total"
                   accept valor-recebido
               end-perform
               compute troco = valor-recebido - total-pedido
               move troco to total-edt
               display "Troco: " total-edt
           else
               move total-pedido to valor-recebido
           end-if
           .
       recebe-pagamento-exit.
           exit.

       descreve-forma section.
           evaluate indice-forma
               when 1
                   move "DINHEIRO"      to descricao-forma
               when 2
                   move "DEBITO"        to descricao-forma
               when 3
                   move "CREDITO"       to descricao-forma
               when 4
                   move "PIX"           to descricao-forma
               when 5
                   move "VALE REFEICAO" to descricao-forma
               when other
                   move "?"             to descricao-forma
           end-evaluate
           .
       descreve-forma-exit.
           exit.

       grava-pagamento section.
           move spaces          to reg-pagamento
           move data-hoje       to pag-data
           move numero-pedido   to pag-pedido
           move operador        to pag-operador
           move indice-forma    to pag-forma
           move total-pedido    to pag-valor
           move valor-recebido  to pag-recebido
           move troco           to pag-troco
           write reg-pagamento
           .
       grava-pagamento-exit.
           exit.

      * Fechamento do caixa no fim do turno: o atendente declara o
      * dinheiro contado na gaveta e os comprovantes de cada forma,
      * o programa apura o esperado pelos pagamentos do dia dele em
      * PAGPIZZA (descontados os turnos que ele ja fechou hoje) e
      * imprime em RELCAIXA o declarado x esperado, apontando falta
      * e sobra. A declaracao fica guardada em CAIPIZZA
       fecha-caixa section.
           display "Fechamento do caixa de " operador
           display "Informe o fundo de troco recebido no inicio do "
               "turno"
           accept fundo-troco
           perform until fundo-troco is numeric
               display "Valor invalido - informe zero ou mais"
               accept fundo-troco
           end-perform

           move 1 to indice-forma
           perform declara-forma until indice-forma > 5

           perform apura-esperado
           perform imprime-fechamento-caixa
           perform grava-declaracao-caixa

           display "Pressione ENTER para continuar"
           accept pausa
           .
       fecha-caixa-exit.
           exit.

       declara-forma section.
           perform descreve-forma
           if indice-forma = 1
               display "Informe o dinheiro contado na gaveta"
           else
               display "Informe o total de comprovantes de "
                   descricao-forma
           end-if
           accept valor-declarado
           perform until valor-declarado is numeric
               display "Valor invalido - informe zero ou mais"
               accept valor-declarado
           end-perform
           move valor-declarado to tb-cx-declarado(indice-forma)
           add 1 to indice-forma
           .
       declara-forma-exit.
           exit.

      *----PAGPIZZA fica aberto em extensao o dia todo: fecha, le do
      *----comeco e reabre em extensao para os proximos pedidos
       apura-esperado section.
           move 1 to indice-forma
           perform until indice-forma > 5
               move 0 to tb-cx-vendas(indice-forma)
               add 1 to indice-forma
           end-perform

           close pagamentos
           open input pagamentos
           if status-pag = "00"
               perform soma-pagamento until status-pag <> "00"
               close pagamentos
           end-if
           open extend pagamentos
           if status-pag = "35"
               open output pagamentos
           end-if

           open input caixas
           if status-cai = "00"
               perform desconta-turno-anterior until status-cai <> "00"
               close caixas
           end-if

           move 1 to indice-forma
           perform until indice-forma > 5
               move tb-cx-vendas(indice-forma) to
                   tb-cx-esperado(indice-forma)
               add 1 to indice-forma
           end-perform
           add fundo-troco to tb-cx-esperado(1)
           .
       apura-esperado-exit.
           exit.

       soma-pagamento section.
           read pagamentos
               at end
                   move "10" to status-pag
               not at end
                   if pag-data = data-hoje
                      and pag-operador = operador
                      and pag-forma is numeric
                      and pag-forma >= 1 and pag-forma <= 5
                      and pag-valor is numeric
                       add pag-valor to tb-cx-vendas(pag-forma)
                   end-if
           end-read
           .
       soma-pagamento-exit.
           exit.

       desconta-turno-anterior section.
           read caixas
               at end
                   move "10" to status-cai
               not at end
                   if cai-data = data-hoje
                      and cai-operador = operador
                       move 1 to indice-forma
                       perform desconta-forma until indice-forma > 5
                   end-if
           end-read
           .
       desconta-turno-anterior-exit.
           exit.

       desconta-forma section.
           if cai-vendas(indice-forma) is numeric
               if cai-vendas(indice-forma) >
                  tb-cx-vendas(indice-forma)
                   move 0 to tb-cx-vendas(indice-forma)
               else
                   subtract cai-vendas(indice-forma) from
                       tb-cx-vendas(indice-forma)
               end-if
           end-if
           add 1 to indice-forma
           .
       desconta-forma-exit.
           exit.

       imprime-fechamento-caixa section.
           accept hora-agora from time
           perform formata-data-hora

           open extend relatorio-caixa
           if status-relc = "35"
               open output relatorio-caixa
           end-if

           move all "-" to linha-tiquete
           write reg-relcaixa from linha-tiquete

           move space to linha-tiquete
           string nome-pizzaria           delimited by size
                  "FECHAMENTO DE CAIXA "  delimited by size
                  data-formatada          delimited by size
                  " "                     delimited by size
                  hora-formatada          delimited by size
               into linha-tiquete
           write reg-relcaixa from linha-tiquete
           display linha-tiquete

           move space to linha-tiquete
           string "OPERADOR: " delimited by size
                  operador     delimited by size
               into linha-tiquete
           write reg-relcaixa from linha-tiquete
           display linha-tiquete

           move space to linha-tiquete
           string "FORMA           "   delimited by size
                  "  ESPERADO  "       delimited by size
                  " DECLARADO  "       delimited by size
                  "  DIFERENCA  "      delimited by size
                  "SITUACAO"           delimited by size
               into linha-tiquete
           write reg-relcaixa from linha-tiquete
           display linha-tiquete

           move 0 to total-esperado
           move 0 to total-declarado
           move 0 to formas-divergentes
           move 1 to indice-forma
           perform imprime-forma-caixa until indice-forma > 5

           move total-esperado  to esperado-edt
           move total-declarado to declarado-edt
           compute diferenca-caixa = total-declarado - total-esperado
           move diferenca-caixa to diferenca-edt
           move space to linha-tiquete
           string "TOTAL           "   delimited by size
                  esperado-edt         delimited by size
                  "  "                 delimited by size
                  declarado-edt        delimited by size
                  "  "                 delimited by size
                  diferenca-edt        delimited by size
               into linha-tiquete
           write reg-relcaixa from linha-tiquete
           display linha-tiquete

           move space to linha-tiquete
           if formas-divergentes = 0
               move "CAIXA CONFERE" to linha-tiquete
           else
               move formas-divergentes to qtd-pedida-edt
               string "ATENCAO: FORMAS COM DIVERGENCIA: "
                                         delimited by size
                      qtd-pedida-edt     delimited by size
                   into linha-tiquete
           end-if
           write reg-relcaixa from linha-tiquete
           display linha-tiquete

           close relatorio-caixa
           display "Fechamento de caixa gravado em RELCAIXA"
           .
       imprime-fechamento-caixa-exit.
           exit.

       imprime-forma-caixa section.
           perform descreve-forma
           add tb-cx-esperado(indice-forma)  to total-esperado
           add tb-cx-declarado(indice-forma) to total-declarado
           compute diferenca-caixa = tb-cx-declarado(indice-forma)
               - tb-cx-esperado(indice-forma)
           if diferenca-caixa < 0
               move "FALTA" to situacao-caixa
               add 1 to formas-divergentes
           else
           if diferenca-caixa > 0
               move "SOBRA" to situacao-caixa
               add 1 to formas-divergentes
           else
               move "OK"    to situacao-caixa
           end-if
           end-if

           move tb-cx-esperado(indice-forma)  to esperado-edt
           move tb-cx-declarado(indice-forma) to declarado-edt
           move diferenca-caixa               to diferenca-edt
           move space to linha-tiquete
           string descricao-forma      delimited by size
                  " "                  delimited by size
                  esperado-edt         delimited by size
                  "  "                 delimited by size
                  declarado-edt        delimited by size
                  "  "                 delimited by size
                  diferenca-edt        delimited by size
                  "  "                 delimited by size
                  situacao-caixa       delimited by size
               into linha-tiquete
           write reg-relcaixa from linha-tiquete
           display linha-tiquete
           add 1 to indice-forma
           .
       imprime-forma-caixa-exit.
           exit.

       grava-declaracao-caixa section.
           open extend caixas
           if status-cai = "35"
               open output caixas
           end-if

           move spaces      to reg-caixa
           move data-hoje   to cai-data
           move hora-agora  to cai-hora
           move operador    to cai-operador
           move fundo-troco to cai-fundo
           move 1 to indice-forma
           perform until indice-forma > 5
               move tb-cx-vendas(indice-forma)    to
                   cai-vendas(indice-forma)
               move tb-cx-declarado(indice-forma) to
                   cai-declarado(indice-forma)
               add 1 to indice-forma
           end-perform
           write reg-caixa

           close caixas
           .
       grava-declaracao-caixa-exit.
           exit.

      * Encerramento do dia: fecha o movimento e grava em FECBALCA
      * o total de pedidos e a receita, a amarracao dos tiquetes
      * com a apropriacao noturna
       finaliza section.
           close vendas-dia
           close tiquetes
           close pagamentos
           close clientes

           perform grava-fechamento

