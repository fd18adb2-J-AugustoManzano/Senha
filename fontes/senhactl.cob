       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACTL AS "Controle de execuções de lote".
      * Sub-rotina de controle de execuções dos programas de lote,
      * chamada duas vezes por execução:
      *    LS-OPERACAO 'V' - no início, antes de qualquer trabalho:
      *        guarda a data e hora de início e confere os
      *        pré-requisitos do programa no arquivo SENHA-CONTROLE
      *        (senctl.cpy). Pré-requisito não atendido devolve
      *        LS-RETORNO 20 com o motivo em LS-MENSAGEM e já grava
      *        o registro da execução recusada; o chamador apenas
      *        exibe o motivo e encerra com RETURN-CODE 20.
      *    LS-OPERACAO 'F' - no fim: grava o registro da execução
      *        com o LS-RETORNO, a referência e os totais de
      *        controle informados pelo chamador.
      * Pré-requisitos (vale a última execução do SENHAVER no dia):
      *    SENHADOR           - SENHAVER hoje com RETURN-CODE 0
      *                         (não desativa contas sobre um
      *                         mestre com exceções);
      *    SENHAMOV, SENHAEXP
      *    e SENHAREC         - SENHAVER hoje com RETURN-CODE
      *                         menor que 16;
      *    SENHAARQ           - o período a arquivar (LS-REFERENCIA)
      *                         não pode ter arquivamento anterior
      *                         terminado com RETURN-CODE 0;
      *    demais             - nenhum.
      * Arquivo de controle inexistente vale como vazio: os
      * programas que dependem do SENHAVER são recusados.
      * Como toda sub-rotina chamada, altera o RETURN-CODE do
      * chamador, que deve reposicioná-lo depois da chamada.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-CONTROLE ASSIGN TO "SENHA.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-CONTROLE.
           COPY "senctl.cpy".
       WORKING-STORAGE SECTION.

       01 WS-CTL-STATUS         PIC X(2) VALUE "00".
       01 WS-FIM-CONTROLE       PIC X    VALUE 'N'.
       01 WS-DATA-INICIO        PIC 9(8) VALUE 0.
       01 WS-HORA-INICIO        PIC 9(6) VALUE 0.
       01 WS-VER-ACHADO         PIC X    VALUE 'N'.
       01 WS-VER-RETORNO        PIC 9(2) VALUE 0.
       01 WS-ARQ-ACHADO         PIC X    VALUE 'N'.
       01 WS-ARQ-DATA           PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 LS-OPERACAO           PIC X.
       01 LS-PROGRAMA           PIC X(8).
       01 LS-REFERENCIA         PIC X(8).
       01 LS-RETORNO            PIC 9(2).
       01 LS-TOTAIS             PIC X(76).
       01 LS-MENSAGEM           PIC X(40).

       PROCEDURE DIVISION USING LS-OPERACAO LS-PROGRAMA
           LS-REFERENCIA LS-RETORNO LS-TOTAIS LS-MENSAGEM.
       MAIN-PARA.

           IF (LS-OPERACAO = 'V')
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-INICIO
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-INICIO
               MOVE 0 TO LS-RETORNO
               MOVE SPACES TO LS-MENSAGEM
               PERFORM LE-HISTORICO-PARA
               PERFORM VERIFICA-PRE-REQUISITOS-PARA
               IF (LS-RETORNO NOT = 0)
                   PERFORM GRAVA-CONTROLE-PARA
               END-IF
           ELSE
               PERFORM GRAVA-CONTROLE-PARA
           END-IF

           GOBACK.

      * Reúne do arquivo de controle a última execução do SENHAVER
      * no dia e o arquivamento bem-sucedido do período pedido.
       LE-HISTORICO-PARA.

           MOVE 'N' TO WS-FIM-CONTROLE
           MOVE 'N' TO WS-VER-ACHADO
           MOVE 'N' TO WS-ARQ-ACHADO
           OPEN INPUT SENHA-CONTROLE
           IF (WS-CTL-STATUS = "00")
               PERFORM LE-CONTROLE-PARA
               PERFORM UNTIL (WS-FIM-CONTROLE = 'S')
                   IF (CE-PROGRAMA = "SENHAVER")
                           AND (CE-DATA-NEGOCIO = WS-DATA-INICIO)
                       MOVE 'S' TO WS-VER-ACHADO
                       MOVE CE-RETORNO TO WS-VER-RETORNO
                   END-IF
                   IF (CE-PROGRAMA = "SENHAARQ")
                           AND (CE-REFERENCIA = LS-REFERENCIA)
                           AND (CE-RETORNO = 0)
                       MOVE 'S' TO WS-ARQ-ACHADO
                       MOVE CE-DATA-NEGOCIO TO WS-ARQ-DATA
                   END-IF
                   PERFORM LE-CONTROLE-PARA
               END-PERFORM
               CLOSE SENHA-CONTROLE
           END-IF.

       LE-CONTROLE-PARA.

           READ SENHA-CONTROLE
               AT END
                   MOVE 'S' TO WS-FIM-CONTROLE
           END-READ.

       VERIFICA-PRE-REQUISITOS-PARA.

           EVALUATE LS-PROGRAMA
               WHEN "SENHADOR"
                   IF (WS-VER-ACHADO = 'N')
                       MOVE "SENHAVER não executado hoje"
                           TO LS-MENSAGEM
                       MOVE 20 TO LS-RETORNO
                   ELSE
                       IF (WS-VER-RETORNO NOT = 0)
                           STRING "SENHAVER de hoje terminou com RC "
                               WS-VER-RETORNO DELIMITED BY SIZE
                               INTO LS-MENSAGEM
                           MOVE 20 TO LS-RETORNO
                       END-IF
                   END-IF
               WHEN "SENHAMOV"
               WHEN "SENHAEXP"
               WHEN "SENHAREC"
                   IF (WS-VER-ACHADO = 'N')
                       MOVE "SENHAVER não executado hoje"
                           TO LS-MENSAGEM
                       MOVE 20 TO LS-RETORNO
                   ELSE
                       IF (WS-VER-RETORNO >= 16)
                           STRING "SENHAVER de hoje terminou com RC "
                               WS-VER-RETORNO DELIMITED BY SIZE
                               INTO LS-MENSAGEM
                           MOVE 20 TO LS-RETORNO
                       END-IF
                   END-IF
               WHEN "SENHAARQ"
                   IF (WS-ARQ-ACHADO = 'S')
                       STRING "Período " LS-REFERENCIA(1:6)
                           " arquivado em " WS-ARQ-DATA
                           DELIMITED BY SIZE INTO LS-MENSAGEM
                       MOVE 20 TO LS-RETORNO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVA-CONTROLE-PARA.

           OPEN EXTEND SENHA-CONTROLE
           IF (WS-CTL-STATUS = "35")
               OPEN OUTPUT SENHA-CONTROLE
               CLOSE SENHA-CONTROLE
               OPEN EXTEND SENHA-CONTROLE
           END-IF
           MOVE LS-PROGRAMA TO CE-PROGRAMA
           MOVE WS-DATA-INICIO TO CE-DATA-NEGOCIO
           MOVE WS-DATA-INICIO TO CE-DATA-INICIO
           MOVE WS-HORA-INICIO TO CE-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CE-DATA-FIM
           MOVE FUNCTION CURRENT-DATE(9:6) TO CE-HORA-FIM
           MOVE LS-RETORNO TO CE-RETORNO
           MOVE LS-REFERENCIA TO CE-REFERENCIA
           IF (LS-OPERACAO = 'V')
               MOVE SPACES TO CE-TOTAIS
               PERFORM ZERA-TOTAIS-PARA
           ELSE
               MOVE LS-TOTAIS TO CE-TOTAIS
           END-IF
           MOVE LS-MENSAGEM TO CE-MENSAGEM
           WRITE SENHA-CTL-REG
           CLOSE SENHA-CONTROLE.

       ZERA-TOTAIS-PARA.

           MOVE 0 TO CE-VALOR(1)
           MOVE 0 TO CE-VALOR(2)
           MOVE 0 TO CE-VALOR(3)
           MOVE 0 TO CE-VALOR(4).
