      * avisos e 0 quando a janela está limpa.
      * A janela não atravessa a meia-noite: logo após a virada o
      * limite inferior é 000000 da data corrente.
      * Cada execução é registrada no arquivo de controle
      * SENHA-CONTROLE (sub-rotina SENHACTL).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 TF-ITEM OCCURS 300 TIMES.
               10 TF-USER-ID       PIC X(8).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAMON".
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE

           PERFORM INICIA-CONTROLE-PARA

           PERFORM CALCULA-JANELA-PARA

           OPEN EXTEND SENHA-ALE
               END-IF
           END-IF

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

       CALCULA-JANELA-PARA.
       EXAMINA-EVENTO-PARA.

      * Recusas de horário ('H'), de função ('F'), de sessão
      * simultânea ('C'), de conta expirada ('E'), de contenção
      * ('L') e de conta de serviço em acesso interativo ('S') não
      * entram na contagem de spraying: nelas nenhuma senha foi
      * recusada (em 'F' e 'C' a senha estava correta; em 'E', 'L'
      * e 'S' a senha nem foi avaliada). Sem a exclusão de 'S',
      * quem digitasse identificações de contas de serviço no login
      * dispararia a regra crítica e a contenção. Sem a exclusão de
      * 'L', as próprias recusas da contenção realimentariam a
      * regra crítica e a contenção se reacionaria sozinha logo
      * após a liberação pelo SENHACTN.
                       AND (SL-MOTIVO NOT = 'C')
                       AND (SL-MOTIVO NOT = 'E')
                       AND (SL-MOTIVO NOT = 'L')
                       AND (SL-MOTIVO NOT = 'S')
                   PERFORM REGISTRA-FALHA-PARA
               END-IF
           END-IF
               DELIMITED BY SIZE INTO ALE-LINHA
           DISPLAY ALE-LINHA
           WRITE ALE-LINHA.

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
           MOVE "Sondagens" TO WS-CTL-ROTULO(1)
           MOVE WS-SONDAGENS TO WS-CTL-VALOR(1)
           MOVE "Usu. falha" TO WS-CTL-ROTULO(2)
           MOVE TF-QTD TO WS-CTL-VALOR(2)
           MOVE SPACES TO WS-CTL-ROTULO(3)
           MOVE 0 TO WS-CTL-VALOR(3)
           MOVE SPACES TO WS-CTL-ROTULO(4)
           MOVE 0 TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
