      * RETURN-CODE 4 quando alguma conta foi relacionada (para o
      * escalonador destacar o relatório) e 0 quando não há contas
      * a vencer; mestre indisponível encerra com 16.
      * A execução é registrada no arquivo de controle
      * SENHA-CONTROLE (sub-rotina SENHACTL) e exige o SENHAVER
      * do dia terminado com RETURN-CODE menor que 16; sem ele
      * encerra com RETURN-CODE 20, sem processar.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-SITUACAO       PIC X(20).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAEXP".
       01 WS-CTL-REFERENCIA        PIC X(8) VALUE SPACES.
       01 WS-CTL-RETORNO           PIC 9(2) VALUE 0.
       01 WS-CTL-MENSAGEM          PIC X(40) VALUE SPACES.
       01 WS-CTL-TOTAIS.
           05 WS-CTL-TOTAL OCCURS 4 TIMES.
               10 WS-CTL-ROTULO    PIC X(12).
               10 WS-CTL-VALOR     PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM INICIA-CONTROLE-PARA

           OPEN OUTPUT SENHA-EXP
           PERFORM IMPRIME-CABECALHO-PARA


           CLOSE SENHA-EXP

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

       LE-MASTRE-PARA.
           STRING "Contas relacionadas: " WS-RELACIONADAS
               DELIMITED BY SIZE INTO EXP-LINHA
           WRITE EXP-LINHA.

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
           MOVE "Relacionadas" TO WS-CTL-ROTULO(1)
           MOVE WS-RELACIONADAS TO WS-CTL-VALOR(1)
           MOVE SPACES TO WS-CTL-ROTULO(2)
           MOVE 0 TO WS-CTL-VALOR(2)
           MOVE SPACES TO WS-CTL-ROTULO(3)
           MOVE 0 TO WS-CTL-VALOR(3)
           MOVE SPACES TO WS-CTL-ROTULO(4)
           MOVE 0 TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
