       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAPEN AS "Relação de solicitações pendentes".
      * Programa de lote que imprime a relação de pendências do
      * arquivo de solicitações de acesso SENHA-SOLICITACAO, com a
      * idade em dias de cada uma, para cobrança dos aprovadores:
      *   - solicitações pendentes de aprovação ('P');
      *   - concessões diretas de emergência feitas pelo menu do
      *     SENHA e ainda não ratificadas ('D'), destacadas como
      *     EMERGÊNCIA: já estão em vigor sem a segunda aprovação;
      *   - aprovadas aguardando a efetivação noturna (SENHAAPL) e
      *     concessões diretas rejeitadas aguardando a retirada.
      * A idade é contada da data do pedido até a data corrente;
      * pendências com mais de WS-DIAS-LIMITE dias (7) saem
      * marcadas como vencidas.
      * Produz o arquivo de relatório SENHA-PEN e encerra com
      * RETURN-CODE 4 quando há concessão direta sem ratificação
      * ou pendência vencida (para o escalonador destacar o
      * relatório) e 0 nos demais casos; arquivo de solicitações
      * inexistente resulta em relação vazia.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-SOLICITACAO ASSIGN TO "SENHA.SOL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SO-NUMERO
               FILE STATUS WS-SOL-STATUS.
           SELECT SENHA-PEN ASSIGN TO "SENHA.PEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-SOLICITACAO.
           COPY "sensol.cpy".
       FD  SENHA-PEN.
       01  PEN-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SOL-STATUS            PIC X(2) VALUE "00".
       01 WS-PEN-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-SOLICITACAO       PIC X    VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-DIAS-LIMITE           PIC 9(3) VALUE 7.
       01 WS-IDADE                 PIC S9(8).
       01 WS-PENDENTES             PIC 9(5) VALUE 0.
       01 WS-EMERGENCIAS           PIC 9(5) VALUE 0.
       01 WS-VENCIDAS              PIC 9(5) VALUE 0.
       01 WS-AGUARDANDO-LOTE       PIC 9(5) VALUE 0.

       01 WS-LINHA-DET.
           05 WS-LD-NUMERO         PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-USER-ID        PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-TIPO           PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-OBJETO         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-SOLICITANTE    PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-DATA           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-IDADE          PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-SITUACAO       PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN OUTPUT SENHA-PEN
           PERFORM IMPRIME-CABECALHO-PARA

           OPEN INPUT SENHA-SOLICITACAO
           IF (WS-SOL-STATUS NOT = "00")
               MOVE "  (nenhuma solicitação registrada)" TO PEN-LINHA
               WRITE PEN-LINHA
           ELSE
               PERFORM LE-SOLICITACAO-PARA
               PERFORM UNTIL (WS-FIM-SOLICITACAO = 'S')
                   PERFORM AVALIA-SOLICITACAO-PARA
                   PERFORM LE-SOLICITACAO-PARA
               END-PERFORM
               CLOSE SENHA-SOLICITACAO
           END-IF

           PERFORM IMPRIME-TOTAIS-PARA
           CLOSE SENHA-PEN

           IF (WS-EMERGENCIAS > 0) OR (WS-VENCIDAS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LE-SOLICITACAO-PARA.

           READ SENHA-SOLICITACAO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SOLICITACAO
           END-READ.

       AVALIA-SOLICITACAO-PARA.

           MOVE SPACES TO WS-LD-SITUACAO
           EVALUATE TRUE
               WHEN (SO-SITUACAO = 'P')
                   ADD 1 TO WS-PENDENTES
                   MOVE "pendente" TO WS-LD-SITUACAO
               WHEN (SO-SITUACAO = 'D')
                   ADD 1 TO WS-EMERGENCIAS
                   MOVE "EMERGÊNCIA - ratificar" TO WS-LD-SITUACAO
               WHEN (SO-SITUACAO = 'A')
                       AND (SO-DATA-EFETIVACAO = 0)
                   ADD 1 TO WS-AGUARDANDO-LOTE
                   MOVE "aprovada - a efetivar" TO WS-LD-SITUACAO
               WHEN (SO-SITUACAO = 'R')
                       AND (SO-DATA-EFETIVACAO NOT = 0)
                   ADD 1 TO WS-AGUARDANDO-LOTE
                   MOVE "rejeitada - a retirar" TO WS-LD-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF (WS-LD-SITUACAO NOT = SPACES)
               PERFORM CALCULA-IDADE-PARA
               IF (SO-SITUACAO = 'P') AND (WS-IDADE > WS-DIAS-LIMITE)
                   ADD 1 TO WS-VENCIDAS
                   MOVE "pendente - VENCIDA" TO WS-LD-SITUACAO
               END-IF
               PERFORM IMPRIME-SOLICITACAO-PARA
           END-IF.

      * Data do pedido malformada não vai ao INTEGER-OF-DATE: a
      * idade sai zerada em vez de derrubar o relatório.
       CALCULA-IDADE-PARA.

           MOVE 0 TO WS-IDADE
           IF (SO-DATA-PEDIDO IS NUMERIC)
                   AND (SO-DATA-PEDIDO(1:4) >= "1990")
                   AND (SO-DATA-PEDIDO(5:2) >= "01")
                   AND (SO-DATA-PEDIDO(5:2) <= "12")
                   AND (SO-DATA-PEDIDO(7:2) >= "01")
                   AND (SO-DATA-PEDIDO(7:2) <= "31")
               COMPUTE WS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(SO-DATA-PEDIDO)
           END-IF
           IF (WS-IDADE < 0)
               MOVE 0 TO WS-IDADE
           END-IF.

       IMPRIME-SOLICITACAO-PARA.

           MOVE SO-NUMERO TO WS-LD-NUMERO
           MOVE SO-USER-ID TO WS-LD-USER-ID
           MOVE SO-TIPO TO WS-LD-TIPO
           MOVE SO-OBJETO TO WS-LD-OBJETO
           MOVE SO-SOLICITANTE TO WS-LD-SOLICITANTE
           MOVE SO-DATA-PEDIDO TO WS-LD-DATA
           MOVE WS-IDADE TO WS-LD-IDADE
           MOVE SPACES TO PEN-LINHA
           STRING WS-LINHA-DET DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA
           MOVE SPACES TO PEN-LINHA
           STRING "         " SO-JUSTIFICATIVA
               DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO PEN-LINHA
           STRING "Solicitações de acesso pendentes - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA

           MOVE SPACES TO PEN-LINHA
           STRING "Número   Usuario  T Objeto   Solicit. Pedido   "
               " Dias Situação"
               DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO PEN-LINHA
           WRITE PEN-LINHA

           MOVE SPACES TO PEN-LINHA
           STRING "Pendentes de aprovação:          " WS-PENDENTES
               DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA

           MOVE SPACES TO PEN-LINHA
           STRING "  vencidas (mais de " WS-DIAS-LIMITE " dias):     "
               WS-VENCIDAS DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA

           MOVE SPACES TO PEN-LINHA
           STRING "Concessões diretas sem ratificação: "
               WS-EMERGENCIAS DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA

           MOVE SPACES TO PEN-LINHA
           STRING "Aguardando o lote noturno:       "
               WS-AGUARDANDO-LOTE DELIMITED BY SIZE INTO PEN-LINHA
           WRITE PEN-LINHA.
