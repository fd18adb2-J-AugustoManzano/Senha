      * Layout do registro de solicitação de acesso (arquivo
      * SENHA-SOLICITACAO), indexado por SO-NUMERO, numeração
      * sequencial atribuída na inclusão.
      * Toda concessão de função direta (SENHA-PERFIL) ou de papel
      * (SENHA-MEMBRO) nasce aqui: pedida por um usuario pelo
      * utilitário SENHASOL e aprovada, tambem pelo SENHASOL, por
      * um supervisor diferente do solicitante e do beneficiário
      * (a auto-aprovação é recusada). Somente as aprovadas são
      * efetivadas, pelo passo noturno SENHAAPL, que grava cada
      * efetivação no jornal SENHA-JRN.
      * A concessão direta pelo menu de manutenção do SENHA fica
      * restrita a emergências: é efetivada na hora e gravada aqui
      * com situação 'D', com a justificativa obrigatória, até que
      * outro supervisor a ratifique ou rejeite pelo SENHASOL;
      * enquanto isso aparece destacada na relação de pendências
      * SENHAPEN. Concessão direta rejeitada é retirada pelo
      * SENHAAPL na noite seguinte.
      * SO-TIPO:
      *    'F' = função direta (SENHA-PERFIL)
      *    'P' = papel (SENHA-MEMBRO)
      * SO-OBJETO traz o código da função ou o nome do papel.
      * SO-SITUACAO:
      *    'P' = pendente de aprovação
      *    'A' = aprovada (ou concessão direta ratificada)
      *    'R' = rejeitada
      *    'D' = concessão direta de emergência feita no SENHA,
      *          já efetivada e aguardando ratificação
      * SO-DATA-EFETIVACAO é a data em que a concessão passou a
      * valer (zero = não efetivada, ou já retirada).
      * SO-VALOR-ANTERIOR guarda a situação da entrada antes da
      * efetivação ('S', 'N' ou espaço quando não havia entrada),
      * para que a retirada restaure exatamente o estado anterior.
       01  SENHA-SOLICITACAO-REG.
           05  SO-NUMERO           PIC 9(08).
           05  SO-SOLICITANTE      PIC X(08).
           05  SO-USER-ID          PIC X(08).
           05  SO-TIPO             PIC X(01).
           05  SO-OBJETO           PIC X(08).
           05  SO-JUSTIFICATIVA    PIC X(40).
           05  SO-SITUACAO         PIC X(01).
           05  SO-APROVADOR        PIC X(08).
           05  SO-DATA-PEDIDO      PIC 9(08).
           05  SO-HORA-PEDIDO      PIC 9(06).
           05  SO-DATA-DECISAO     PIC 9(08).
           05  SO-HORA-DECISAO     PIC 9(06).
           05  SO-DATA-EFETIVACAO  PIC 9(08).
           05  SO-VALOR-ANTERIOR   PIC X(01).
