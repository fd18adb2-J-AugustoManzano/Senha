      * encontrada ou conflitos), 12 (sessão maior que a área de
      * trabalho - nada aplicado) ou 16 (acesso negado ou mestre
      * indisponível).
      * Os registros gravados no jornal SENHA-JRN recebem o elo
      * de encadeamento calculado pela sub-rotina SENHAELO; estado
      * do encadeamento (SENHA.ELO) não gravado leva a execução a
      * terminar com RETURN-CODE 8 no mínimo.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-APLICADOS          PIC 9(3) VALUE 0.
       01 WS-CONFLITOS          PIC 9(3) VALUE 0.
       01 WS-JRN-ACAO           PIC X.
       01 WS-IMAGEM-ANTES       PIC X(82).
       01 WS-IMAGEM-DEPOIS      PIC X(82).
       01 WS-CHAVE-ESTORNO      PIC X(8).

       01 TABELA-SESSAO.
           05 TS-QTD            PIC 9(3) VALUE 0.
           05 TS-ITEM OCCURS 200 TIMES.
               10 TS-ACAO       PIC X.
               10 TS-ANTES      PIC X(82).
               10 TS-DEPOIS     PIC X(82).

       01 WS-ELO-OPERACAO       PIC X.
       01 WS-ELO-ARQUIVO        PIC X(3).
       01 WS-ELO-CONTEUDO       PIC X(201).
       01 WS-ELO-ANTERIOR       PIC X(16).
       01 WS-ELO-VALOR          PIC X(16).
       01 WS-ELO-RETORNO        PIC 9(2) VALUE 0.
       01 WS-ELO-SITUACAO       PIC 9(2) VALUE 0.
       01 WS-ELO-FALHA          PIC X    VALUE 'N'.

       SCREEN SECTION.
       01 TELA-SENHA.
                       PERFORM APLICA-ESTORNOS-PARA
               END-EVALUATE
           END-IF
           IF (WS-ELO-FALHA = 'S') AND (RETURN-CODE < 8)
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      * da SENHACHK ('T' e 'X') ficam de fora: a sessão deles é a
      * data+hora da chamada e pode coincidir, no mesmo segundo,
      * com a sessão de manutenção que a autenticação iniciou.
      * Autorizações de função e atribuições de papel ('F' e 'M')
      * tambem ficam de fora: as imagens delas não são do mestre,
      * e a retirada de uma concessão segue pela manutenção.
       CARREGA-SESSAO-PARA.

           OPEN INPUT SENHA-JRN
                           AND (SJ-ACAO NOT = 'R')
                           AND (SJ-ACAO NOT = 'T')
                           AND (SJ-ACAO NOT = 'X')
                           AND (SJ-ACAO NOT = 'F')
                           AND (SJ-ACAO NOT = 'M')
                       IF (TS-QTD >= 200)
                           DISPLAY "Sessão excede a área de "
                               "trabalho - estorno não aplicado"
           MOVE WS-JRN-ACAO TO SJ-ACAO
           MOVE WS-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS TO SJ-IMAGEM-DEPOIS
           PERFORM ENCADEIA-JORNAL-PARA
           WRITE SENHA-JRN-REG
           CLOSE SENHA-JRN.

      * Encadeia o registro ao anterior do jornal (SENHAELO) antes
      * da gravação; o RETURN-CODE é reposto depois da chamada.
      * Estado do encadeamento não gravado é avisado ao operador e
      * leva a execução a terminar com RETURN-CODE 8 no mínimo.
       ENCADEIA-JORNAL-PARA.

           MOVE SPACES TO SJ-ELO
           MOVE SENHA-JRN-REG TO WS-ELO-CONTEUDO
           MOVE 'G' TO WS-ELO-OPERACAO
           MOVE "JRN" TO WS-ELO-ARQUIVO
           MOVE RETURN-CODE TO WS-ELO-RETORNO
           CALL "SENHAELO" USING WS-ELO-OPERACAO WS-ELO-ARQUIVO
               WS-ELO-CONTEUDO WS-ELO-ANTERIOR WS-ELO-VALOR
               WS-ELO-SITUACAO
           MOVE WS-ELO-RETORNO TO RETURN-CODE
           MOVE WS-ELO-VALOR TO SJ-ELO
           IF (WS-ELO-SITUACAO NOT = 0)
               DISPLAY "Estado do encadeamento SENHA.ELO não "
                   "gravado - conferir com o SENHAENC"
               MOVE 'S' TO WS-ELO-FALHA
           END-IF.
