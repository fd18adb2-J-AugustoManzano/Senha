           END-READ.

      * As movimentações alfanuméricas completam as imagens de 57
      * posições com espaços à direita, realinhando-as para o
      * tamanho do leiaute corrente.
       GRAVA-NOVO-PARA.

           MOVE JO-DATA TO SJ-DATA
           MOVE JO-ACAO TO SJ-ACAO
           MOVE JO-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE JO-IMAGEM-DEPOIS TO SJ-IMAGEM-DEPOIS
           MOVE SPACES TO SJ-ELO
           WRITE SENHA-JRN-REG
           IF (WS-NOVO-STATUS = "00")
               ADD 1 TO WS-GRAVADOS
