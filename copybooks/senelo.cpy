      * Layout do registro de estado do encadeamento (arquivo
      * SENHA-ESTADO-ELO, SENHA.ELO): um registro por arquivo
      * encadeado, com o elo do último registro gravado nele,
      * mantido pela sub-rotina SENHAELO a cada gravação.
      * EL-ARQUIVO:
      *    'LOG' = trilha de acessos SENHA-LOG
      *    'JRN' = jornal de alterações SENHA-JRN
      * EL-QTD conta os registros encadeados desde o início do
      * encadeamento (não é zerada pelo corte do SENHAARQ).
      * A verificação SENHAENC confere o último elo da trilha e do
      * jornal com EL-ELO: diferença indica registros ausentes no
      * fim do arquivo. O arquivo não deve ser removido; se
      * faltar, a SENHAELO retoma a cadeia pelo último registro do
      * arquivo encadeado.
       01  SENHA-ELO-REG.
           05  EL-ARQUIVO          PIC X(03).
           05  EL-ELO              PIC X(16).
           05  EL-DATA             PIC 9(08).
           05  EL-HORA             PIC 9(06).
           05  EL-QTD              PIC 9(09).
