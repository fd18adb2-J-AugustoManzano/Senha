      * Layout do registro de marcas de exportação para o SIEM
      * (arquivo SENHA-MARCAS, SENHA.SIC): um registro por origem
      * exportada pelo SENHASIE, regravado por inteiro ao fim de
      * cada exportação bem-sucedida.
      * SC-ORIGEM:
      *    'LOG' = trilha de acessos (SENHA-LOG e gerações mensais)
      *    'JRN' = jornal de alterações do mestre (SENHA-JRN)
      *    'ALE' = alertas da monitoração SENHAMON (SENHA-ALE)
      *    'CTN' = acionamentos e liberações da contenção
      *          (SENHA-CONTENCAO)
      * SC-DATA e SC-HORA são a marca d'água da origem: data e
      * hora do registro mais recente já exportado. SC-QTD-MESMA
      * é a quantidade de registros da origem com exatamente essa
      * data e hora já exportados, para que registros gravados no
      * mesmo segundo depois da exportação não se percam nem se
      * repitam.
      * SC-SEQUENCIA é o último número de sequência de evento
      * atribuído (o mesmo nos quatro registros); a exportação
      * seguinte continua a partir dele.
      * SC-ARQUIVO, SC-DATA-EXEC, SC-HORA-EXEC e SC-ENVIADOS
      * identificam a última exportação e quantos eventos da
      * origem ela levou.
       01  SENHA-SIC-REG.
           05  SC-ORIGEM           PIC X(03).
           05  SC-DATA             PIC 9(08).
           05  SC-HORA             PIC 9(06).
           05  SC-QTD-MESMA        PIC 9(05).
           05  SC-SEQUENCIA        PIC 9(09).
           05  SC-DATA-EXEC        PIC 9(08).
           05  SC-HORA-EXEC        PIC 9(06).
           05  SC-ARQUIVO          PIC X(23).
           05  SC-ENVIADOS         PIC 9(07).
