      *    'X' = desbloqueio automático (SENHACHK)
      *    'R' = estorno gravado pelo SENHARST
      *    'E' = manutenção da data de expiração da conta
      *    'F' = autorização de função direta (SENHA-PERFIL)
      *    'M' = atribuição de papel (SENHA-MEMBRO)
      *    'S' = manutenção do tipo de conta e do responsável
      *          (conta de serviço)
      *    'C' = manutenção da matrícula do empregado (cadastro
      *          de RH)
      * Nas ações 'F' e 'M' as imagens trazem o registro de
      * SENHA-PERFIL ou SENHA-MEMBRO (espaços quando não havia
      * entrada), não o do mestre; o SENHARST não as estorna.
      * Na reconstrução do mestre o utilitário SENHARCV recarrega a
      * cópia-imagem noturna (SENHAIMG) e reaplica as imagens
      * posteriores das entradas seguintes ao carimbo da cópia,
      * exceto 'F' e 'M'; o jornal não deve ser cortado nem
      * regravado enquanto houver cópia que dependa dele.
      * As imagens devem ter o tamanho corrente do registro
      * SENHA-MASTRE-REG (senmst.cpy). Jornais gravados com
      * imagens de 57 posições (leiaute anterior à data de
      * expiração) são convertidos uma única vez pelo utilitário
      * SENHACVJ, que realinha cada imagem e a completa com
      * espaços, na mesma virada em que o SENHACV2 converte o
      * mestre. Da mesma forma, jornais com imagens de 65
      * posições (anteriores ao tipo de conta) são convertidos
      * pelo SENHACJ3 na virada do SENHACV3, e jornais com
      * imagens de 74 posições (anteriores à matrícula) pelo
      * SENHACJ4 na virada do SENHACV4.
      * SJ-ELO é o valor de encadeamento do registro, calculado
      * pela sub-rotina SENHAELO sobre o próprio registro (com
      * SJ-ELO em espaços) e o SJ-ELO do registro anterior, e
      * recalculado pela verificação SENHAENC. Registros gravados
      * antes do encadeamento (e os convertidos pelo SENHACVJ,
      * SENHACJ3 e SENHACJ4) têm SJ-ELO em espaços.
       01  SENHA-JRN-REG.
           05  SJ-DATA             PIC 9(08).
           05  SJ-HORA             PIC 9(06).
           05  SJ-SUPERVISOR       PIC X(08).
           05  SJ-SESSAO           PIC 9(14).
           05  SJ-ACAO             PIC X(01).
           05  SJ-IMAGEM-ANTES     PIC X(82).
           05  SJ-IMAGEM-DEPOIS    PIC X(82).
           05  SJ-ELO              PIC X(16).
