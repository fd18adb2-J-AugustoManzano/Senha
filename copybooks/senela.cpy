      * Layout do registro de âncoras do encadeamento (arquivo
      * SENHA-ANCORA, SENHA.ELA), acrescentado pelo SENHAARQ a cada
      * corte da trilha: um registro por geração mensal gravada e
      * um para a trilha viva regravada.
      * EA-ARQUIVO é o nome do arquivo (SENHAaaaamm.LOG ou
      * SENHA.LOG). EA-ELO-INICIAL é o elo do registro que
      * antecedia o primeiro registro do arquivo na trilha (espaços
      * = início da cadeia): a abertura de cada geração fica
      * ancorada ao fim da anterior e a da trilha viva ao fim da
      * última geração. EA-ELO-FINAL e EA-QTD são o elo do último
      * registro e a quantidade de registros gravados no arquivo
      * pelo corte.
      * Na verificação SENHAENC valem, para cada geração, o
      * EA-ELO-INICIAL do primeiro registro de âncora, o
      * EA-ELO-FINAL do último e a soma das quantidades; para a
      * trilha viva vale somente o último registro de âncora.
       01  SENHA-ELA-REG.
           05  EA-ARQUIVO          PIC X(15).
           05  EA-ELO-INICIAL      PIC X(16).
           05  EA-ELO-FINAL        PIC X(16).
           05  EA-QTD              PIC 9(07).
           05  EA-DATA             PIC 9(08).
           05  EA-HORA             PIC 9(06).
           05  EA-PROGRAMA         PIC X(08).
