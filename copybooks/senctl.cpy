      * Layout do registro do arquivo de controle de execuções
      * (arquivo SENHA-CONTROLE, SENHA.CTL): um registro por
      * execução dos programas de lote SENHAVER, SENHAEXP,
      * SENHAREL, SENHADOR, SENHAMOV, SENHAARQ, SENHAREC e
      * SENHAMON, acrescentado ao fim da execução pela sub-rotina
      * SENHACTL, que tambem confere os pré-requisitos de cada
      * programa antes de ele começar. Lido pelo resumo da janela
      * de lote SENHABAT.
      * CE-DATA-NEGOCIO é a data de início da execução.
      * CE-RETORNO é o RETURN-CODE com que o programa terminou;
      * 20 = execução recusada por pré-requisito (CE-MENSAGEM traz
      * o motivo).
      * CE-REFERENCIA identifica o que foi processado quando não é
      * o próprio dia: período arquivado (AAAAMM) no SENHAARQ,
      * data do relatório no SENHAREL; espaços nos demais.
      * CE-TOTAL traz até quatro totais de controle do programa,
      * com o rótulo de cada um (rótulo em branco = sem total).
       01  SENHA-CTL-REG.
           05  CE-PROGRAMA         PIC X(08).
           05  CE-DATA-NEGOCIO     PIC 9(08).
           05  CE-DATA-INICIO      PIC 9(08).
           05  CE-HORA-INICIO      PIC 9(06).
           05  CE-DATA-FIM         PIC 9(08).
           05  CE-HORA-FIM         PIC 9(06).
           05  CE-RETORNO          PIC 9(02).
           05  CE-REFERENCIA       PIC X(08).
           05  CE-TOTAIS.
               10  CE-TOTAL        OCCURS 4 TIMES.
                   15  CE-ROTULO   PIC X(12).
                   15  CE-VALOR    PIC 9(07).
           05  CE-MENSAGEM         PIC X(40).
