           select operadores assign to "OPEPIZZA"
               organization is line sequential
               file status is status-ope.
           select parametros-seguranca assign to "SEGPIZZA"
               organization is line sequential
               file status is status-seg.
           select parametros-execucao assign to "PARPIZZA"
               organization is line sequential
               file status is status-par.
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

      *----Cartao de parametros da execucao sem operador presente:
      *----quando existe, nenhuma pergunta e feita no console e o
       77  motivo-rejeito                          pic x(2).
       77  lote-lidos                              pic 9(5).
       77  lote-aceitos                            pic 9(5).
       77  lote-alterados                          pic 9(5).
       77  lote-rej-diametro                       pic 9(5).
       77  lote-rej-preco                          pic 9(5).
       77  lote-rej-aliquota                       pic 9(5).
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
       77  status-hst                              pic x(2).
       77  diametro-anterior                       pic 9(3).
                                 to ope-nome
               move "TROCAR"     to ope-senha
               move 2            to ope-nivel
               move "A"          to ope-situacao
               move 0            to ope-erros
               move 0            to ope-data-senha
               write reg-operador
               close operadores
               open input operadores
           move "N" to acesso-liberado
      *----Com cartao PARPIZZA o operador vem do cartao e tem uma
      *----unica chance: errou, a cadeia para sem ficar presa num
      *----ACCEPT que ninguem vai responder de madrugada. A senha
      *----errada conta para o bloqueio; a senha vencida so e
      *----avisada, a troca fica para o proximo login no console
           if modo-automatico = "S"
               move operador-cartao to codigo-informado
               move senha-cartao    to senha-informada
               perform confere-operador
               if acesso-liberado = "S"
                   perform apura-validade-senha
                   if senha-vencida = "S"
                       display "Senha do operador do cartao vencida - "
                           "troque no console"
                   end-if
               end-if
           else
               perform valida-operador
                   until acesso-liberado = "S" or tentativas >= 3
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

      * Carrega a tabela de ingredientes a partir de INGPIZZA; sem o
      * arquivo o programa segue normalmente, apenas sem custos
       carrega-ingredientes section.
       carga-lote section.
           move 0 to lote-lidos
           move 0 to lote-aceitos
           move 0 to lote-alterados
           move 0 to lote-rej-diametro
           move 0 to lote-rej-preco
           move 0 to lote-rej-aliquota
                   move "10" to status-ent
               not at end
                   add 1 to lote-lidos
      *----Sabor e tamanho ja cadastrados: o registro do lote e uma
      *----alteracao de preco (como a proposta do repreco), nao uma
      *----segunda pizza com a mesma chave
                   move 0 to indice-localizado
                   if ent-diametro is numeric
                       move ent-nome     to nome-pesquisa
                       move ent-diametro to diametro-pesquisa
                       perform localiza-pizza
                       move pizza to ind
                   end-if
                   evaluate true
                       when ind >= max-pizzas
                        and indice-localizado = 0
                           display "Limite atingido, rejeitado: "
                               ent-nome
                           move "LT" to motivo-rejeito
                           move "AL" to motivo-rejeito
                           add 1 to lote-rej-aliquota
                           perform grava-rejeito
                       when indice-localizado not = 0
                           add 1 to lote-aceitos
                           add 1 to lote-alterados
                           perform altera-pizza-lote

                           add 1 to contador-checkpoint
                           if contador-checkpoint >=
                               intervalo-checkpoint
                               perform grava-checkpoint
                               move 0 to contador-checkpoint
                           end-if
                       when other
                           add 1 to ind
                           add 1 to pizza
       le-lote-exit.
           exit.

      * Alteracao de preco vinda do lote: a pizza mantem a classe e,
      * com aliquota vigente em TAXPIZZA, a aliquota da tabela; sem
      * classe vale a aliquota do registro. Grava HSTPIZZA e
      * LOGPIZZA como a alteracao feita no menu
       altera-pizza-lote section.
           move indice-localizado to ind
           move diametro(ind) to diametro-anterior
           move preco(ind)    to preco-anterior
           move aliquota(ind) to aliquota-anterior

           move ent-preco    to preco(ind)
           move ent-aliquota to aliquota(ind)
           if classe(ind) not = spaces
               move classe(ind) to classe-informada
               perform busca-taxa
               if indice-taxa not = 0
                   move tb-tax-aliquota(indice-taxa) to aliquota(ind)
               end-if
           end-if

           perform precocm2
           perform grava-historico
           move "ALTERACAO" to acao-log
           perform grava-log
           perform ordem
           perform porcentagem
           move pizza to ind
           .
       altera-pizza-lote-exit.
           exit.

      * Grava o registro rejeitado, sem alteracao, em REJPIZZA com o
      * motivo da rejeicao, para correcao e reenvio no lote seguinte
       grava-rejeito section.
           write reg-controle from linha-relatorio
           display linha-relatorio

           move lote-alterados to qtd-lote-edt
           move space to linha-relatorio
           string "  DOS QUAIS ALTERACOES....: " delimited by size
                  qtd-lote-edt                   delimited by size
               into linha-relatorio
           write reg-controle from linha-relatorio
           display linha-relatorio

           move lote-rej-diametro to qtd-lote-edt
           move space to linha-relatorio
           string "REJEITADOS DIAMETRO (DI)..: " delimited by size
