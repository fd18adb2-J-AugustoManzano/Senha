      * correspondente (SENHAaaaamm.LOG, gravada pelo SENHAARQ).
      * Os eventos são classificados por usuario, de modo que não
      * há limite de usuarios por dia.
      * A execução é registrada, com a data do relatório como
      * referência, no arquivo de controle SENHA-CONTROLE
      * (sub-rotina SENHACTL).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-ULT-ACESSO     PIC 9(6).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAREL".
       01 WS-CTL-REFERENCIA        PIC X(8) VALUE SPACES.
       01 WS-CTL-RETORNO           PIC 9(2) VALUE 0.
       01 WS-CTL-MENSAGEM          PIC X(40) VALUE SPACES.
       01 WS-CTL-TOTAIS.
           05 WS-CTL-TOTAL OCCURS 4 TIMES.
               10 WS-CTL-ROTULO    PIC X(12).
               10 WS-CTL-VALOR     PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM OBTEM-DATA-PARA

           IF (WS-DATA-VALIDA = 'S')
               MOVE WS-DATA-REL TO WS-CTL-REFERENCIA
           END-IF
           PERFORM INICIA-CONTROLE-PARA

           IF (WS-DATA-VALIDA = 'N')
               DISPLAY "Data inválida"
               MOVE 8 TO RETURN-CODE
               CLOSE SENHA-REL
           END-IF

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

      * Somente parâmetro em branco ou zerado assume a data
               WS-TOTAL-CONTENCAO
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.

      * Controle de execução (SENHACTL): pré-requisitos antes de
      * qualquer trabalho; recusa encerra aqui com RETURN-CODE 20.
       INICIA-CONTROLE-PARA.

           MOVE 'V' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE 0 TO RETURN-CODE
           IF (WS-CTL-RETORNO NOT = 0)
               DISPLAY "Execução recusada: " WS-CTL-MENSAGEM
               MOVE WS-CTL-RETORNO TO RETURN-CODE
               STOP RUN
           END-IF.

      * Registro da execução com o RETURN-CODE e os totais de
      * controle; o RETURN-CODE é reposto depois da chamada.
       ENCERRA-CONTROLE-PARA.

           MOVE RETURN-CODE TO WS-CTL-RETORNO
           MOVE "Bloqueios" TO WS-CTL-ROTULO(1)
           MOVE WS-TOTAL-BLOQUEIOS TO WS-CTL-VALOR(1)
           MOVE "Contenção" TO WS-CTL-ROTULO(2)
           MOVE WS-TOTAL-CONTENCAO TO WS-CTL-VALOR(2)
           MOVE SPACES TO WS-CTL-ROTULO(3)
           MOVE 0 TO WS-CTL-VALOR(3)
           MOVE SPACES TO WS-CTL-ROTULO(4)
           MOVE 0 TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
