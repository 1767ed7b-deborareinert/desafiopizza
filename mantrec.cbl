      *excluir e listar do cadastro de pizzas: valida a linha de
      *receita contra a chave sabor + tamanho de CADPIZZA e contra
      *os ingredientes cadastrados, exige supervisor de OPEPIZZA
      *para alterar e excluir e registra cada mudanca em LOGPIZZA.
      *Mantem tambem o cadastro ITEPIZZA dos itens vendidos fora do
      *catalogo de pizzas (bebidas, bordas recheadas e adicionais):
      *preco, classe de ICMS e o estoque do item, ligado a um
      *ingrediente de INGPIZZA ou com saldo proprio em ESTPIZZA. A
      *classe do item precisa de aliquota vigente em TAXPIZZA
       identification division.
       program-id. "mantrec".
       author. "Débora Reinert".
           select log-auditoria assign to "LOGPIZZA"
               organization is line sequential
               file status is status-log.
           select itens assign to "ITEPIZZA"
               organization is line sequential
               file status is status-itm.
           select tabela-icms assign to "TAXPIZZA"
               organization is line sequential
               file status is status-tax.
           select operadores assign to "OPEPIZZA"
               organization is line sequential
               file status is status-ope.
           select parametros-seguranca assign to "SEGPIZZA"
               organization is line sequential
               file status is status-seg.
       i-o-control.

      *Declaração de variáveis
              value space.
           05 rec-quantidade                        pic 9(3)v999.

      *----Itens fora do catalogo de pizzas: tipo B (bebida ou item
      *----avulso) e vendido sozinho, C (borda recheada) e A
      *----(adicional) so acompanham uma pizza. Estoque I baixa
      *----itm-quantidade do ingrediente itm-ingrediente por unidade
      *----vendida; P tem saldo proprio em ESTPIZZA com o codigo do
      *----item e custo unitario itm-custo
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

       fd  log-auditoria.
       01  reg-log.
           05 log-operador                          pic x(10).
              value space.
           05 log-preco-cm2-icms                    pic zzz9,99.

       fd  tabela-icms.
       01  reg-icms.
           05 tax-classe                            pic x(2).
           05 filler                                pic x(1)
              value space.
           05 tax-aliquota                          pic 9(2)v99.
           05 filler                                pic x(1)
              value space.
           05 tax-vigencia                          pic 9(8).

       fd  operadores.
       01  reg-operador.
           05 ope-codigo                            pic x(10).
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


      *----Variaveis de trabalho
           05 tb-rec-ingrediente                   pic x(15).
           05 tb-rec-quantidade                    pic 9(3)v999.

      *----Aliquotas de TAXPIZZA, so para validar a classe do item
       77  max-taxas                               pic 9(2) value 20.
       77  qtd-taxas                               pic 9(2).

       01  tab-taxa  occurs 1 to 20 times
                      depending on qtd-taxas.
           05 tb-tax-classe                        pic x(2).
           05 tb-tax-aliquota                      pic 9(2)v99.
           05 tb-tax-vigencia                      pic 9(8).

       77  status-tax                              pic x(2).
       77  ind-tax                                 pic 9(2).
       77  indice-taxa                             pic 9(2).
       77  data-hoje                               pic 9(8).

       77  max-itens                               pic 9(3) value 60.
       77  qtd-itens                               pic 9(3).

       01  tab-item  occurs 1 to 60 times
                      depending on qtd-itens.
           05 tb-itm-codigo                        pic x(15).
           05 tb-itm-tipo                          pic x(1).
           05 tb-itm-preco                         pic 9(3)v99.
           05 tb-itm-classe                        pic x(2).
           05 tb-itm-estoque                       pic x(1).
           05 tb-itm-ingrediente                   pic x(15).
           05 tb-itm-quantidade                    pic 9(3)v999.
           05 tb-itm-custo                         pic 9(3)v99.

       77  ind                                     pic 9(3).
       77  opcao-menu                              pic x(1).
           88  op-ingredientes                     value "1".
           88  op-receitas                         value "2".
           88  op-itens                            value "3".
           88  op-sair                             value "4".
       77  opcao-manutencao                        pic x(1).
           88  op-incluir                          value "1".
           88  op-alterar                          value "2".
       77  status-rec                              pic x(2).
       77  status-log                              pic x(2).
       77  status-ope                              pic x(2).
       77  status-itm                              pic x(2).
       77  operador                                pic x(10).
       77  nivel-operador                          pic 9(1).
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
       77  acao-log                                pic x(10).
       77  nome-pesquisa                           pic x(15).
       77  diametro-pesquisa                       pic 9(3).
       77  max-linhas-pagina                       pic 9(2) value 15.
       77  custo-edt                               pic zz9,99.
       77  quantidade-edt                          pic zz9,999.
       77  indice-item                             pic 9(3).
       77  tipo-informado                          pic x(1).
           88  tipo-item-valido                    value "B" "C" "A".
       77  estoque-informado                       pic x(1).
           88  estoque-item-valido                 value "I" "P".
       77  classe-informada                        pic x(2).
       77  preco-informado                         pic 9(3)v99.
       77  resposta-estoque                        pic x(1).
       77  preco-edt                               pic zz9,99.

      *----Variaveis para comunicação entre programas
       linkage section.
           move 0 to ind
           move 0 to qtd-ingredientes
           move 0 to qtd-receitas
           move 0 to qtd-itens
           move 0 to qtd-taxas
           accept data-hoje from date yyyymmdd

           perform identifica-operador


           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-itens
           perform carrega-taxas
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
       le-receita-exit.
           exit.

       carrega-itens section.
           open input itens
           if status-itm = "35"
               display "Arquivo ITEPIZZA inexistente - sera criado "
                   "na saida"
           else
           if status-itm <> "00"
               display "Erro ao abrir ITEPIZZA: " status-itm
               stop run
           else
               perform le-item until status-itm <> "00"
               close itens
           end-if
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
                          or itm-quantidade is not numeric
                          or itm-custo is not numeric
                           display "Item invalido em ITEPIZZA: "
                               itm-codigo
                       else
                           add 1 to qtd-itens
                           move itm-codigo      to
                               tb-itm-codigo(qtd-itens)
                           move itm-tipo        to
                               tb-itm-tipo(qtd-itens)
                           move itm-preco       to
                               tb-itm-preco(qtd-itens)
                           move itm-classe      to
                               tb-itm-classe(qtd-itens)
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

       processamento section.
           perform until op-sair
               display erase
               display "1 - Manutencao de ingredientes"
               display "2 - Manutencao de receitas"
               display "3 - Manutencao de itens (bebidas, bordas, "
                   "adicionais)"
               display "4 - Finalizar"
               display "Informe a opcao desejada"
               accept opcao-menu

                       perform menu-ingredientes
                   when op-receitas
                       perform menu-receitas
                   when op-itens
                       perform menu-itens
                   when op-sair
                       continue
                   when other
       menu-receitas-exit.
           exit.

      * Carrega a tabela de aliquotas de ICMS por classe; sem o
      * arquivo nenhuma classe de item e aceita
       carrega-taxas section.
           move 0 to qtd-taxas
           open input tabela-icms
           if status-tax <> "00"
               display "Arquivo TAXPIZZA ausente, classe de item "
                   "sem validacao possivel"
           else
               perform le-taxa until status-tax <> "00"
               close tabela-icms
           end-if
           .
       carrega-taxas-exit.
           exit.

       le-taxa section.
           read tabela-icms
               at end
                   move "10" to status-tax
               not at end
                   if qtd-taxas >= max-taxas
                       display "Limite de classes de ICMS excedido"
                       move "10" to status-tax
                   else
                       if tax-aliquota is not numeric
                          or tax-vigencia is not numeric
                           display "Registro invalido em TAXPIZZA: "
                               tax-classe
                       else
                           add 1 to qtd-taxas
                           move tax-classe   to
                               tb-tax-classe(qtd-taxas)
                           move tax-aliquota to
                               tb-tax-aliquota(qtd-taxas)
                           move tax-vigencia to
                               tb-tax-vigencia(qtd-taxas)
                       end-if
                   end-if
           end-read
           .
       le-taxa-exit.
           exit.

      * Aliquota vigente da classe em classe-informada: vale a
      * linha da classe com a vigencia mais recente ate hoje
       busca-taxa section.
           move 0 to indice-taxa
           move 1 to ind-tax
           perform until ind-tax > qtd-taxas
               if tb-tax-classe(ind-tax) = classe-informada
                  and tb-tax-vigencia(ind-tax) <= data-hoje
                   if indice-taxa = 0
                      or tb-tax-vigencia(ind-tax) >
                         tb-tax-vigencia(indice-taxa)
                       move ind-tax to indice-taxa
                   end-if
               end-if
               add 1 to ind-tax
           end-perform
           .
       busca-taxa-exit.
           exit.

      *----Item nao tem aliquota propria: a classe digitada precisa
      *----de aliquota vigente em TAXPIZZA, senao o icmsmes apuraria
      *----o item sem ICMS. Branco desiste (classe-informada branca)
       digita-classe-item section.
           accept classe-informada
           move 0 to indice-taxa
           if classe-informada not = spaces
               perform busca-taxa
           end-if
           perform until indice-taxa not = 0
                      or classe-informada = spaces
               display "Classe invalida - sem aliquota vigente em "
                   "TAXPIZZA (branco desiste)"
               accept classe-informada
               if classe-informada not = spaces
                   perform busca-taxa
               end-if
           end-perform
           .
       digita-classe-item-exit.
           exit.

       menu-itens section.
           move space to opcao-manutencao
           perform until op-voltar
               display erase
               display "1 - Incluir item"
               display "2 - Alterar item"
               display "3 - Excluir item"
               display "4 - Listar itens"
               display "5 - Voltar"
               display "Informe a opcao desejada"
               accept opcao-manutencao

               evaluate true
                   when op-incluir
                       perform inclui-item
                   when op-alterar
                       if nivel-operador < 2
                           perform nega-operacao
                       else
                           perform altera-item
                       end-if
                   when op-excluir
                       if nivel-operador < 2
                           perform nega-operacao
                       else
                           perform exclui-item
                       end-if
                   when op-listar
                       perform lista-itens
                   when op-voltar
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-itens-exit.
           exit.

       nega-operacao section.
           display "Operacao permitida apenas para supervisor"
           display "Pressione ENTER para continuar"
       localiza-receita-exit.
           exit.

       localiza-item section.
           move 0 to indice-item
           move 1 to ind
           perform until ind > qtd-itens
               if tb-itm-codigo(ind) = nome-pesquisa
                   move ind to indice-item
                   move qtd-itens to ind
               end-if
               add 1 to ind
           end-perform
           .
       localiza-item-exit.
           exit.

       valida-custo section.
           perform until custo-informado is numeric
                     and custo-informado > 0
       valida-quantidade-exit.
           exit.

       valida-preco section.
           perform until preco-informado is numeric
                     and preco-informado > 0
               display "Preco invalido - informe valor maior que zero"
               accept preco-informado
           end-perform
           .
       valida-preco-exit.
           exit.

       inclui-ingrediente section.
           if qtd-ingredientes >= max-ingredientes
               display "Limite de ingredientes atingido"
               display "Informe o nome do ingrediente"
               accept nome-pesquisa
               perform localiza-ingrediente
               perform localiza-item
               if indice-localizado not = 0
                   display "Ingrediente ja cadastrado"
               else
               if indice-item not = 0
                   display "Nome igual a um item de ITEPIZZA"
               else
                   display "Informe o custo"
                   accept custo-informado
                   move "INCLUSAO" to acao-log
                   perform grava-log-ingrediente
               end-if
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
               display "Ingrediente nao encontrado"
           else
               move 0 to indice-pizza
               move 0 to indice-item
               move 1 to ind
               perform until ind > qtd-receitas
                   if tb-rec-ingrediente(ind) = nome-pesquisa
                   end-if
                   add 1 to ind
               end-perform
               move 1 to ind
               perform until ind > qtd-itens
                   if tb-itm-estoque(ind) = "I"
                      and tb-itm-ingrediente(ind) = nome-pesquisa
                       move ind to indice-item
                       move qtd-itens to ind
                   end-if
                   add 1 to ind
               end-perform
               if indice-pizza not = 0
                   display "Ingrediente usado por receita - exclua "
                       "antes as linhas de receita"
               else
               if indice-item not = 0
                   display "Ingrediente ligado ao estoque do item "
                       tb-itm-codigo(indice-item)
               else
                   move "EXCLUSAO" to acao-log
                   perform grava-log-ingrediente
                       until ind >= qtd-ingredientes
                   subtract 1 from qtd-ingredientes
               end-if
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
       lista-receitas-exit.
           exit.

      * O codigo do item nao pode repetir um sabor do catalogo: o
      * balcao procura o que o atendente digita nos dois cadastros e
      * o vendas apropria cada um pelo seu lado; nem um ingrediente,
      * porque o saldo proprio do item fica em ESTPIZZA pelo codigo,
      * junto com o dos ingredientes
       inclui-item section.
           if qtd-itens >= max-itens
               display "Limite de itens atingido"
           else
               display "Informe o codigo do item (ex COCA LATA)"
               accept nome-pesquisa
               perform localiza-item
               move 0 to indice-pizza
               move 1 to ind
               perform until ind > pizza
                   if nome(ind) = nome-pesquisa
                       move ind to indice-pizza
                       move pizza to ind
                   end-if
                   add 1 to ind
               end-perform
               if nome-pesquisa = spaces
                   display "Codigo em branco"
               else
               if indice-item not = 0
                   display "Item ja cadastrado"
               else
               if indice-pizza not = 0
                   display "Codigo igual a um sabor de CADPIZZA"
               else
               perform localiza-ingrediente
               if indice-localizado not = 0
                   display "Codigo igual a um ingrediente de INGPIZZA"
               else
                   display "Informe o tipo: B-Bebida/avulso "
                       "C-Borda recheada A-Adicional da pizza"
                   accept tipo-informado
                   perform until tipo-item-valido
                       display "Tipo invalido - informe B, C ou A"
                       accept tipo-informado
                   end-perform
                   display "Informe o preco de venda"
                   accept preco-informado
                   perform valida-preco
                   display "Informe a classe de ICMS (TAXPIZZA)"
                   perform digita-classe-item
                   if classe-informada = spaces
                       display "Item sem classe de ICMS - inclusao "
                           "cancelada"
                   else
                       add 1 to qtd-itens
                       move nome-pesquisa    to tb-itm-codigo(qtd-itens)
                       move tipo-informado   to tb-itm-tipo(qtd-itens)
                       move preco-informado  to tb-itm-preco(qtd-itens)
                       move classe-informada to tb-itm-classe(qtd-itens)
                       move qtd-itens        to indice-item
                       perform digita-estoque-item

                       move "ITE-INCLUI" to acao-log
                       perform grava-log-item
                   end-if
               end-if
               end-if
               end-if
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       inclui-item-exit.
           exit.

      * Estoque do item em indice-item: ligado a um ingrediente de
      * INGPIZZA (quantidade baixada por unidade vendida) ou com
      * saldo proprio em ESTPIZZA, que entao precisa do custo
       digita-estoque-item section.
           display "Estoque: I-Ingrediente de INGPIZZA "
               "P-Saldo proprio do item"
           accept estoque-informado
           perform until estoque-item-valido
               display "Informe I ou P"
               accept estoque-informado
           end-perform

           if estoque-informado = "I"
               move 0 to indice-localizado
               perform until indice-localizado not = 0
                   display "Informe o ingrediente baixado pelo item"
                   accept nome-pesquisa
                   perform localiza-ingrediente
                   if indice-localizado = 0
                       display "Ingrediente nao cadastrado em "
                           "INGPIZZA"
                   end-if
               end-perform
               display "Informe a quantidade por unidade vendida"
               accept quantidade-informada
               perform valida-quantidade
               move tb-ing-nome(indice-localizado) to
                   tb-itm-ingrediente(indice-item)
               move quantidade-informada to
                   tb-itm-quantidade(indice-item)
               move 0 to tb-itm-custo(indice-item)
           else
               display "Informe o custo unitario do item"
               accept custo-informado
               perform valida-custo
               move spaces to tb-itm-ingrediente(indice-item)
               move 0      to tb-itm-quantidade(indice-item)
               move custo-informado to tb-itm-custo(indice-item)
           end-if
           move estoque-informado to tb-itm-estoque(indice-item)
           .
       digita-estoque-item-exit.
           exit.

       altera-item section.
           display "Informe o codigo do item a alterar"
           accept nome-pesquisa
           perform localiza-item
           if indice-item = 0
               display "Item nao encontrado"
           else
               move tb-itm-preco(indice-item) to preco-edt
               display "Preco atual: " preco-edt "  classe: "
                   tb-itm-classe(indice-item)
               display "Informe o novo preco"
               accept preco-informado
               perform valida-preco
               move preco-informado to tb-itm-preco(indice-item)

               display "Nova classe de ICMS (branco mantem a atual)"
               perform digita-classe-item
               if classe-informada not = spaces
                   move classe-informada to
                       tb-itm-classe(indice-item)
               end-if

               display "Alterar o estoque do item? (S/N)"
               accept resposta-estoque
               if resposta-estoque = "S" or resposta-estoque = "s"
                   perform digita-estoque-item
               end-if

               move "ITE-ALTERA" to acao-log
               perform grava-log-item
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       altera-item-exit.
           exit.

       exclui-item section.
           display "Informe o codigo do item a excluir"
           accept nome-pesquisa
           perform localiza-item
           if indice-item = 0
               display "Item nao encontrado"
           else
               move "ITE-EXCLUI" to acao-log
               perform grava-log-item
               move indice-item to ind
               perform desloca-item until ind >= qtd-itens
               subtract 1 from qtd-itens
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       exclui-item-exit.
           exit.

       desloca-item section.
           move tb-itm-codigo(ind + 1)      to tb-itm-codigo(ind)
           move tb-itm-tipo(ind + 1)        to tb-itm-tipo(ind)
           move tb-itm-preco(ind + 1)       to tb-itm-preco(ind)
           move tb-itm-classe(ind + 1)      to tb-itm-classe(ind)
           move tb-itm-estoque(ind + 1)     to tb-itm-estoque(ind)
           move tb-itm-ingrediente(ind + 1) to
               tb-itm-ingrediente(ind)
           move tb-itm-quantidade(ind + 1)  to
               tb-itm-quantidade(ind)
           move tb-itm-custo(ind + 1)       to tb-itm-custo(ind)
           add 1 to ind
           .
       desloca-item-exit.
           exit.

       lista-itens section.
           move 1 to ind
           move 0 to contador-linha
           perform until ind > qtd-itens
               move tb-itm-preco(ind) to preco-edt
               if tb-itm-estoque(ind) = "I"
                   move tb-itm-quantidade(ind) to quantidade-edt
                   display tb-itm-codigo(ind) " " tb-itm-tipo(ind)
                       " " preco-edt " " tb-itm-classe(ind)
                       "  BAIXA " tb-itm-ingrediente(ind) " "
                       quantidade-edt
               else
                   move tb-itm-custo(ind) to custo-edt
                   display tb-itm-codigo(ind) " " tb-itm-tipo(ind)
                       " " preco-edt " " tb-itm-classe(ind)
                       "  SALDO PROPRIO  CUSTO " custo-edt
               end-if
               add 1 to ind
               add 1 to contador-linha
               if contador-linha >= max-linhas-pagina
                  and ind <= qtd-itens
                   display "Pressione ENTER para continuar"
                   accept pausa
                   move 0 to contador-linha
               end-if
           end-perform
           display "Pressione ENTER para continuar"
           accept pausa
           .
       lista-itens-exit.
           exit.

      * Registra em LOGPIZZA a acao sobre o ingrediente indicado por
      * indice-localizado, como as operacoes do catalogo fazem: o
      * custo vai na coluna de preco do log
       grava-log-receita-exit.
           exit.

      * Registra em LOGPIZZA a acao sobre o item em indice-item: o
      * preco de venda na coluna de preco e a quantidade baixada do
      * ingrediente (zero no saldo proprio) na coluna larga
       grava-log-item section.
           open extend log-auditoria
           if status-log = "35"
               open output log-auditoria
           end-if

           move spaces            to reg-log
           move operador          to log-operador
           accept log-data        from date yyyymmdd
           accept log-hora        from time
           move acao-log          to log-acao
           move tb-itm-codigo(indice-item) to log-nome
           move 0                 to log-diametro
           move tb-itm-preco(indice-item)  to log-preco
           move tb-itm-quantidade(indice-item)
                                  to log-quantidade
           move 0                 to log-aliquota
           move tb-itm-custo(indice-item)  to log-preco-cm2-icms
           write reg-log

           close log-auditoria
           .
       grava-log-item-exit.
           exit.

      * Regrava INGPIZZA, RECPIZZA e ITEPIZZA inteiros a partir das
      * tabelas, como o pizza faz com o cadastro mestre
       finaliza section.
           open output ingredientes
           move 1 to ind
           close receitas
           display "Receitas regravadas em RECPIZZA"

           open output itens
           move 1 to ind
           perform until ind > qtd-itens
               move spaces                  to reg-item
               move tb-itm-codigo(ind)      to itm-codigo
               move tb-itm-tipo(ind)        to itm-tipo
               move tb-itm-preco(ind)       to itm-preco
               move tb-itm-classe(ind)      to itm-classe
               move tb-itm-estoque(ind)     to itm-estoque
               move tb-itm-ingrediente(ind) to itm-ingrediente
               move tb-itm-quantidade(ind)  to itm-quantidade
               move tb-itm-custo(ind)       to itm-custo
               write reg-item
               add 1 to ind
           end-perform
           close itens
           display "Itens regravados em ITEPIZZA"

           display "Fim da operação"
           stop run
           .
