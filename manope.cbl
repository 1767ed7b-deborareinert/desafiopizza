      *Divisão de identificação do programa
      *Manutencao do cadastro de operadores OPEPIZZA: o supervisor
      *inclui operadores, altera o nivel, desativa e reativa,
      *reinicia a senha, desbloqueia quem errou a senha alem do
      *limite e ajusta os parametros de seguranca SEGPIZZA (erros
      *ate o bloqueio e dias de validade da senha); qualquer
      *operador troca a propria senha. Toda mudanca e todo bloqueio
      *ficam registrados em LOGPIZZA
       identification division.
       program-id. "manope".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 09/07/2020.
       date-compiled. 09/07/2020.



      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select operadores assign to "OPEPIZZA"
               organization is line sequential
               file status is status-ope.
           select parametros-seguranca assign to "SEGPIZZA"
               organization is line sequential
               file status is status-seg.
           select log-auditoria assign to "LOGPIZZA"
               organization is line sequential
               file status is status-log.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      *----Cadastro de operadores: nivel 1 digita e consulta, nivel
      *----2 (supervisor) tambem altera, exclui e roda o lote. A
      *----situacao (A ativo, I inativo, B bloqueado), os erros de
      *----senha seguidos e a data da ultima troca de senha vem
      *----depois do nivel; registro antigo sem eles vale ativo,
      *----sem erros e com a senha vencida
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
      *----da senha (zero = senha nao vence)
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


      *----Variaveis de trabalho
       working-storage section.

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
       77  indice-alvo                             pic 9(2).
       77  opcao-menu                              pic x(1).
           88  op-incluir                          value "1".
           88  op-nivel                            value "2".
           88  op-situacao                         value "3".
           88  op-reiniciar                        value "4".
           88  op-desbloquear                      value "5".
           88  op-listar                           value "6".
           88  op-trocar-senha                     value "7".
           88  op-parametros                       value "8".
           88  op-sair                             value "9".
       77  pausa                                   pic x(1).
       77  status-ope                              pic x(2).
       77  status-seg                              pic x(2).
       77  status-log                              pic x(2).
       77  operador                                pic x(10).
       77  nivel-operador                          pic 9(1).
       77  codigo-informado                        pic x(10).
       77  senha-informada                         pic x(8).
       77  tentativas                              pic 9(1).
       77  acesso-liberado                         pic x(1).
       77  acao-log                                pic x(10).
       77  codigo-alvo                             pic x(10).
       77  nivel-log                               pic 9(3).
       77  max-erros-senha                         pic 9(1).
       77  dias-validade-senha                     pic 9(3).
       77  nova-senha                              pic x(8).
       77  confirma-senha                          pic x(8).
       77  senha-trocada                           pic x(1).
       77  senha-vencida                           pic x(1).
       77  tentativas-troca                        pic 9(1).
       77  nivel-informado                         pic x(1).
       77  nome-informado                          pic x(20).
       77  resposta-confirma                       pic x(1).
       77  erros-informado                         pic x(1).
       77  validade-informada                      pic x(3).
       77  validade-temp                           pic x(3).
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
       77  contador-linha                          pic 9(2).
       77  max-linhas-pagina                       pic 9(2) value 15.
       77  situacao-edt                            pic x(9).
       77  data-senha-edt                          pic x(10).
       77  dias-edt                                pic zz9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Qualquer operador entra; as opcoes de manutencao conferem o
      * nivel de supervisor uma a uma
       inicializa section.
           move spaces to operador
           perform identifica-operador
           .
       inicializa-exit.
           exit.

       identifica-operador section.
           open input operadores
           if status-ope = "35"
               display "Arquivo OPEPIZZA nao encontrado"
               display "Criando operador padrao SUPERVISOR "
                   "(senha TROCAR)"
               open output operadores
               move spaces       to reg-operador
               move "SUPERVISOR" to ope-codigo
               move "OPERADOR PADRAO"
                                 to ope-nome
               move "TROCAR"     to ope-senha
               move 2            to ope-nivel
               move "A"          to ope-situacao
               move 0            to ope-erros
               move 0            to ope-data-senha
               write reg-operador
               close operadores
               open input operadores
           end-if
           if status-ope <> "00"
               display "Erro ao abrir OPEPIZZA: " status-ope
               stop run
           end-if
           close operadores

           move 0   to tentativas
           move "N" to acesso-liberado
           perform valida-operador
               until acesso-liberado = "S" or tentativas >= 3

           if acesso-liberado not = "S"
               display "Acesso negado"
               stop run
           end-if
           .
       identifica-operador-exit.
           exit.

      * Confere codigo e senha; senha vencida tem de ser trocada
      * antes de seguir
       valida-operador section.
           add 1 to tentativas
           display "Informe o codigo do operador"
           accept codigo-informado
           display "Informe a senha"
           accept senha-informada

           perform confere-operador
           if acesso-liberado = "S"
               perform confere-validade-senha
           end-if
           .
       valida-operador-exit.
           exit.

      * Senha errada soma no contador do operador e, ao chegar ao
      * limite de SEGPIZZA, bloqueia o operador ate o supervisor
      * desbloquear; senha certa zera o contador
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
               move tb-ope-codigo(indice-operador) to codigo-alvo
               move 0 to nivel-log
               perform grava-log-operador
           else
               display "Codigo ou senha invalidos"
           end-if
           perform regrava-operadores
           .
       registra-senha-errada-exit.
           exit.

      * Senha sem data de troca (cadastro antigo ou reiniciada pelo
      * supervisor) ou mais velha que a validade esta vencida
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

      * Nova senha do operador em indice-operador: nao pode ficar em
      * branco nem repetir a atual, e e digitada duas vezes
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
                   move tb-ope-codigo(indice-operador) to codigo-alvo
                   move 0 to nivel-log
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

      * Registra em LOGPIZZA a acao sobre o operador em codigo-alvo;
      * antes do login (bloqueio) o responsavel e o proprio codigo
      * digitado. O novo nivel (nos parametros, a validade da
      * senha) vai na coluna diametro
       grava-log-operador section.
           open extend log-auditoria
           if status-log = "35"
               open output log-auditoria
           end-if

           move spaces            to reg-log
           if operador = spaces
               move codigo-informado to log-operador
           else
               move operador      to log-operador
           end-if
           accept log-data        from date yyyymmdd
           accept log-hora        from time
           move acao-log          to log-acao
           move codigo-alvo       to log-nome
           move nivel-log         to log-diametro
           write reg-log

           close log-auditoria
           .
       grava-log-operador-exit.
           exit.

       processamento section.
           perform until op-sair
               display erase
               display "1 - Incluir operador"
               display "2 - Alterar nivel"
               display "3 - Desativar / reativar operador"
               display "4 - Reiniciar senha"
               display "5 - Desbloquear operador"
               display "6 - Listar operadores"
               display "7 - Trocar minha senha"
               display "8 - Parametros de seguranca"
               display "9 - Sair"
               display "Informe a opcao desejada"
               accept opcao-menu

               evaluate true
                   when op-trocar-senha
                       perform troca-propria-senha
                   when op-sair
                       continue
                   when op-incluir or op-nivel or op-situacao
                     or op-reiniciar or op-desbloquear or op-listar
                     or op-parametros
                       if nivel-operador < 2
                           perform nega-operacao
                       else
                           perform executa-opcao-supervisor
                       end-if
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.

      * O cadastro e relido antes de cada opcao: um bloqueio feito
      * por outro programa desde a ultima opcao nao se perde
       executa-opcao-supervisor section.
           perform carrega-seguranca
           perform carrega-operadores
           evaluate true
               when op-incluir
                   perform inclui-operador
               when op-nivel
                   perform altera-nivel
               when op-situacao
                   perform altera-situacao
               when op-reiniciar
                   perform reinicia-senha
               when op-desbloquear
                   perform desbloqueia-operador
               when op-listar
                   perform lista-operadores
               when op-parametros
                   perform altera-parametros
           end-evaluate
           .
       executa-opcao-supervisor-exit.
           exit.

       nega-operacao section.
           display "Operacao permitida apenas para supervisor"
           display "Pressione ENTER para continuar"
           accept pausa
           .
       nega-operacao-exit.
           exit.

      * Operador novo entra ativo, com a senha inicial vencida para
      * ser trocada no primeiro acesso
       inclui-operador section.
           if qtd-operadores >= max-operadores
               display "Limite de 50 operadores atingido"
           else
               display "Informe o codigo do novo operador"
               accept codigo-informado
               perform localiza-operador
               if codigo-informado = spaces
                   display "Codigo invalido"
               else
               if indice-operador not = 0
                   display "Ja existe um operador com esse codigo"
               else
                   display "Informe o nome"
                   accept nome-informado
                   perform informa-nivel
                   display "Informe a senha inicial"
                   accept nova-senha
                   perform until nova-senha not = spaces
                       display "Senha invalida - informe a senha "
                           "inicial"
                       accept nova-senha
                   end-perform

                   add 1 to qtd-operadores
                   move codigo-informado to
                       tb-ope-codigo(qtd-operadores)
                   move nome-informado   to
                       tb-ope-nome(qtd-operadores)
                   move nova-senha       to
                       tb-ope-senha(qtd-operadores)
                   move nivel-informado  to
                       tb-ope-nivel(qtd-operadores)
                   move "A" to tb-ope-situacao(qtd-operadores)
                   move 0   to tb-ope-erros(qtd-operadores)
                   move 0   to tb-ope-data-senha(qtd-operadores)
                   perform regrava-operadores

                   move "OPE-INCLUI"     to acao-log
                   move codigo-informado to codigo-alvo
                   move nivel-informado  to nivel-log
                   perform grava-log-operador
                   display "Operador incluido - a senha inicial "
                       "vence no primeiro acesso"
               end-if
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       inclui-operador-exit.
           exit.

       informa-nivel section.
           display "Informe o nivel (1 = operador, 2 = supervisor)"
           accept nivel-informado
           perform until nivel-informado = "1"
                      or nivel-informado = "2"
               display "Nivel invalido - informe 1 ou 2"
               accept nivel-informado
           end-perform
           .
       informa-nivel-exit.
           exit.

      * Localiza o operador a manter em indice-alvo; o supervisor
      * nao rebaixa, desativa nem bloqueia a si mesmo
       pede-operador-alvo section.
           display "Informe o codigo do operador"
           accept codigo-informado
           perform localiza-operador
           move indice-operador to indice-alvo
           if indice-alvo = 0
               display "Operador nao encontrado"
           end-if
           .
       pede-operador-alvo-exit.
           exit.

       altera-nivel section.
           perform pede-operador-alvo
           if indice-alvo not = 0
               if tb-ope-codigo(indice-alvo) = operador
                   display "O proprio nivel nao pode ser alterado"
               else
                   display "Nivel atual: " tb-ope-nivel(indice-alvo)
                   perform informa-nivel
                   move nivel-informado to tb-ope-nivel(indice-alvo)
                   perform regrava-operadores

                   move "OPE-NIVEL"      to acao-log
                   move tb-ope-codigo(indice-alvo) to codigo-alvo
                   move nivel-informado  to nivel-log
                   perform grava-log-operador
                   display "Nivel alterado"
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       altera-nivel-exit.
           exit.

      * Desativa o operador ativo ou bloqueado; o inativo volta
      * ativo, sem erros, e com a senha vencida
       altera-situacao section.
           perform pede-operador-alvo
           if indice-alvo not = 0
               if tb-ope-codigo(indice-alvo) = operador
                   display "O proprio operador nao pode ser "
                       "desativado"
               else
                   if tb-ope-situacao(indice-alvo) = "I"
                       display "Operador inativo - reativar? (S/N)"
                   else
                       display "Desativar o operador "
                           tb-ope-nome(indice-alvo) "? (S/N)"
                   end-if
                   accept resposta-confirma
                   if resposta-confirma = "S"
                      or resposta-confirma = "s"
                       if tb-ope-situacao(indice-alvo) = "I"
                           move "A" to tb-ope-situacao(indice-alvo)
                           move 0   to tb-ope-erros(indice-alvo)
                           move 0   to tb-ope-data-senha(indice-alvo)
                           move "OPE-ATIVA"  to acao-log
                       else
                           move "I" to tb-ope-situacao(indice-alvo)
                           move "OPE-INATIV" to acao-log
                       end-if
                       perform regrava-operadores
                       move tb-ope-codigo(indice-alvo) to codigo-alvo
                       move 0 to nivel-log
                       perform grava-log-operador
                       display "Situacao alterada"
                   end-if
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       altera-situacao-exit.
           exit.

      * Senha provisoria informada pelo supervisor, ja vencida, e
      * desbloqueio do operador
       reinicia-senha section.
           perform pede-operador-alvo
           if indice-alvo not = 0
               if tb-ope-situacao(indice-alvo) = "I"
                   display "Operador inativo - reative antes"
               else
                   display "Informe a senha provisoria"
                   accept nova-senha
                   perform until nova-senha not = spaces
                       display "Senha invalida - informe a senha "
                           "provisoria"
                       accept nova-senha
                   end-perform
                   move nova-senha to tb-ope-senha(indice-alvo)
                   move "A" to tb-ope-situacao(indice-alvo)
                   move 0   to tb-ope-erros(indice-alvo)
                   move 0   to tb-ope-data-senha(indice-alvo)
                   perform regrava-operadores

                   move "OPE-RESET"  to acao-log
                   move tb-ope-codigo(indice-alvo) to codigo-alvo
                   move 0 to nivel-log
                   perform grava-log-operador
                   display "Senha reiniciada - sera trocada no "
                       "proximo acesso"
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       reinicia-senha-exit.
           exit.

       desbloqueia-operador section.
           perform pede-operador-alvo
           if indice-alvo not = 0
               if tb-ope-situacao(indice-alvo) not = "B"
                   display "Operador nao esta bloqueado"
               else
                   move "A" to tb-ope-situacao(indice-alvo)
                   move 0   to tb-ope-erros(indice-alvo)
                   perform regrava-operadores

                   move "OPE-DESBLO" to acao-log
                   move tb-ope-codigo(indice-alvo) to codigo-alvo
                   move 0 to nivel-log
                   perform grava-log-operador
                   display "Operador desbloqueado"
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       desbloqueia-operador-exit.
           exit.

      * Lista o cadastro sem as senhas
       lista-operadores section.
           display "CODIGO     NOME                 NIVEL SITUACAO  "
               "ERROS SENHA DE"
           move 1 to ind-ope
           move 0 to contador-linha
           perform until ind-ope > qtd-operadores
               evaluate tb-ope-situacao(ind-ope)
                   when "I"
                       move "INATIVO"   to situacao-edt
                   when "B"
                       move "BLOQUEADO" to situacao-edt
                   when other
                       move "ATIVO"     to situacao-edt
               end-evaluate
               if tb-ope-data-senha(ind-ope) = 0
                   move "VENCIDA" to data-senha-edt
               else
                   move spaces to data-senha-edt
                   string tb-ope-data-senha(ind-ope)(7:2)
                                               delimited by size
                          "/"                  delimited by size
                          tb-ope-data-senha(ind-ope)(5:2)
                                               delimited by size
                          "/"                  delimited by size
                          tb-ope-data-senha(ind-ope)(1:4)
                                               delimited by size
                       into data-senha-edt
               end-if
               display tb-ope-codigo(ind-ope) " "
                   tb-ope-nome(ind-ope) "   "
                   tb-ope-nivel(ind-ope) "   "
                   situacao-edt "   "
                   tb-ope-erros(ind-ope) "   "
                   data-senha-edt
               add 1 to ind-ope
               add 1 to contador-linha
               if contador-linha >= max-linhas-pagina
                  and ind-ope <= qtd-operadores
                   display "Pressione ENTER para continuar"
                   accept pausa
                   move 0 to contador-linha
               end-if
           end-perform
           display "Pressione ENTER para continuar"
           accept pausa
           .
       lista-operadores-exit.
           exit.

      * Pede a senha atual antes da nova; errar a senha atual conta
      * para o bloqueio como no login
       troca-propria-senha section.
           perform carrega-seguranca
           perform carrega-operadores
           move operador to codigo-informado
           perform localiza-operador
           if indice-operador = 0
               display "Operador nao encontrado"
           else
               display "Informe a senha atual"
               accept senha-informada
               if tb-ope-senha(indice-operador) not = senha-informada
                   perform registra-senha-errada
                   if tb-ope-situacao(indice-operador) = "B"
                       display "Acesso encerrado"
                       stop run
                   end-if
               else
                   if tb-ope-erros(indice-operador) > 0
                       move 0 to tb-ope-erros(indice-operador)
                       perform regrava-operadores
                   end-if
                   perform troca-senha
               end-if
           end-if
           display "Pressione ENTER para continuar"
           accept pausa
           .
       troca-propria-senha-exit.
           exit.

      * SEGPIZZA: erros de senha ate o bloqueio (1 a 9) e dias de
      * validade da senha (0 = nao vence); branco mantem o valor
       altera-parametros section.
           display "Erros de senha ate o bloqueio: " max-erros-senha
           display "Novo limite (1 a 9, branco mantem)"
           accept erros-informado
           if erros-informado not = spaces
               perform until erros-informado is numeric
                         and erros-informado > "0"
                   display "Limite invalido - informe de 1 a 9"
                   accept erros-informado
               end-perform
               move erros-informado to max-erros-senha
           end-if

           move dias-validade-senha to dias-edt
           display "Validade da senha em dias: " dias-edt
           display "Nova validade (0 = nao vence, branco mantem)"
           accept validade-informada
           if validade-informada not = spaces
               perform justifica-validade
               perform until validade-informada is numeric
                   display "Validade invalida - informe os dias"
                   accept validade-informada
                   perform justifica-validade
               end-perform
               move validade-informada to dias-validade-senha
           end-if

           open output parametros-seguranca
           move spaces              to reg-seguranca
           move max-erros-senha     to seg-max-erros
           move dias-validade-senha to seg-validade-senha
           write reg-seguranca
           close parametros-seguranca

           move "OPE-PARAM"          to acao-log
           move "SEGPIZZA"           to codigo-alvo
           move dias-validade-senha  to nivel-log
           perform grava-log-operador
           display "Parametros gravados em SEGPIZZA"
           display "Pressione ENTER para continuar"
           accept pausa
           .
       altera-parametros-exit.
           exit.

      * A digitacao entra alinhada a esquerda ("30 "): desloca para
      * a direita e completa com zeros, como o diametro no pizza
       justifica-validade section.
           if validade-informada not = spaces
               perform until validade-informada(3:1) not = space
                   move spaces                  to validade-temp
                   move validade-informada(1:2) to validade-temp(2:2)
                   move validade-temp           to validade-informada
               end-perform
               inspect validade-informada
                   replacing leading space by zero
           end-if
           .
       justifica-validade-exit.
           exit.

       finaliza section.
           display "Fim da operação"
           stop run
           .
       finaliza-exit.
           exit.
