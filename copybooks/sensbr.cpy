      * Layout do registro de sobreposição documentada de regra de
      * segregação de funções (arquivo SENHA-SOBREPOSICAO): cada
      * concessão que cria conflito com uma regra de SENHA-CONFLITO
      * e ainda assim é feita acrescenta um registro com o
      * supervisor que a decidiu e o motivo obrigatório.
      * SB-SOLICITACAO é o número da solicitação de acesso
      * (SENHA-SOLICITACAO) a que a sobreposição se refere - a
      * aprovação pelo SENHASOL ou a concessão direta de
      * emergência pelo SENHA; zero quando a sobreposição é de um
      * acesso de emergência temporário (SENHA-EMERGENCIA).
      * SB-TIPO / SB-OBJETO: 'F' + código da função ou 'P' + nome
      * do papel concedido.
      * O SENHAAPL só efetiva solicitação com conflito quando há
      * sobreposição gravada para ela, e o SENHASOD marca como
      * documentadas as violações que têm sobreposição.
       01  SENHA-SOBREPOSICAO-REG.
           05  SB-DATA             PIC 9(08).
           05  SB-HORA             PIC 9(06).
           05  SB-AUTOR            PIC X(08).
           05  SB-USER-ID          PIC X(08).
           05  SB-TIPO             PIC X(01).
           05  SB-OBJETO           PIC X(08).
           05  SB-REGRA            PIC X(08).
           05  SB-SOLICITACAO      PIC 9(08).
           05  SB-MOTIVO           PIC X(40).
