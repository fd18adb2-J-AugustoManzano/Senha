      * Layout do registro da cópia-imagem do arquivo mestre
      * (arquivo SENHA-IMAGEM), gravada toda noite pelo SENHAIMG
      * numa geração datada, SENHAaaaammdd.IMG, e recarregada pelo
      * utilitário de recuperação SENHARCV.
      * IM-TIPO:
      *    'C' = controle de abertura
      *    'D' = imagem de um registro do mestre (IM-IMAGEM)
      *    'T' = controle de fechamento, com a quantidade de
      *          registros 'D' gravados (IM-QTD-REGISTROS)
      * Nos três tipos IM-DATA-COPIA/IM-HORA-COPIA identificam a
      * cópia e os campos IM-JRN-* carimbam o último registro do
      * jornal SENHA-JRN já refletido na cópia: IM-JRN-QTD é a sua
      * posição no jornal (zero se o jornal estava vazio) e os
      * demais repetem a data, hora, sessão e ação dele, para que
      * a recuperação confira que o jornal é o mesmo antes de
      * reaplicar as entradas seguintes.
       01  SENHA-IMG-REG.
           05  IM-TIPO             PIC X(01).
           05  IM-DATA-COPIA       PIC 9(08).
           05  IM-HORA-COPIA       PIC 9(06).
           05  IM-QTD-REGISTROS    PIC 9(07).
           05  IM-JRN-QTD          PIC 9(07).
           05  IM-JRN-DATA         PIC 9(08).
           05  IM-JRN-HORA         PIC 9(06).
           05  IM-JRN-SESSAO       PIC 9(14).
           05  IM-JRN-ACAO         PIC X(01).
           05  IM-IMAGEM           PIC X(82).
