      *          instalação em contenção (arquivo SENHA-CONTENCAO)
      *    'C' = senha correta, porém acesso recusado por sessão
      *          simultânea já ativa (arquivo SENHA-SESSAO)
      *    'G' = função liberada somente por acesso de emergência
      *          dentro da janela (arquivo SENHA-EMERGENCIA)
      *    'S' = conta de serviço recusada no acesso interativo
      *          (sem código de função)
      * SL-ELO é o valor de encadeamento do registro, calculado
      * pela sub-rotina SENHAELO sobre o próprio registro (com
      * SL-ELO em espaços) e o SL-ELO do registro anterior; as
      * gerações mensais do SENHAARQ conservam os valores, e a
      * verificação SENHAENC recalcula a cadeia. Registros gravados
      * antes do encadeamento têm SL-ELO em espaços.
       01  SENHA-LOG-REG.
           05  SL-DATA             PIC 9(08).
           05  SL-HORA             PIC 9(06).
           05  SL-BLOQUEADO        PIC X(01).
           05  SL-FUNCAO           PIC X(08).
           05  SL-MOTIVO           PIC X(01).
           05  SL-ELO              PIC X(16).
