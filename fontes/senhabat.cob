       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHABAT AS "Resumo da janela de lote".
      * Programa de lote a executar ao fim da janela noturna:
      * lê o arquivo de controle de execuções SENHA-CONTROLE
      * (senctl.cpy, gravado pela sub-rotina SENHACTL) e imprime no
      * relatório SENHA-BAT o resumo do dia de negócio informado
      * (vazio = hoje): cada execução em ordem de início, com
      * horário de início e fim, RETURN-CODE e situação,
      * referência, totais de controle e o motivo das execuções
      * recusadas.
      * Ao fim relaciona os programas diários da janela (SENHAVER,
      * SENHAEXP, SENHAREL, SENHADOR e SENHAMOV) que não tiveram
      * nenhuma execução no dia.
      * Encerra com RETURN-CODE 0 (janela normal), 4 (avisos ou
      * programa diário sem execução), 8 (alguma execução terminou
      * com RETURN-CODE 8 ou mais, ou foi recusada) ou 16 (data
      * inválida ou arquivo de controle inexistente).
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
           SELECT SENHA-BAT ASSIGN TO "SENHA.BAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BAT-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SENHA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-CONTROLE.
           COPY "senctl.cpy".
       FD  SENHA-BAT.
       01  BAT-LINHA               PIC X(80).
       SD  ARQ-SORT.
           COPY "senctl.cpy" REPLACING ==SENHA-CTL-REG== BY
               ==SORT-REG== LEADING ==CE== BY ==SR==.

       WORKING-STORAGE SECTION.

       01 WS-CTL-STATUS            PIC X(2) VALUE "00".
       01 WS-BAT-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-CONTROLE          PIC X    VALUE 'N'.
       01 WS-FIM-SORT              PIC X    VALUE 'N'.
       01 WS-DATA-PARM             PIC X(8).
       01 WS-DATA-NEGOCIO          PIC 9(8).
       01 WS-DATA-VALIDA           PIC X    VALUE 'S'.
       01 WS-EXECUCOES             PIC 9(5) VALUE 0.
       01 WS-NORMAIS               PIC 9(5) VALUE 0.
       01 WS-COM-AVISO             PIC 9(5) VALUE 0.
       01 WS-COM-ERRO              PIC 9(5) VALUE 0.
       01 WS-RECUSADAS             PIC 9(5) VALUE 0.
       01 WS-AUSENTES              PIC 9(2) VALUE 0.
       01 WS-T                     PIC 9    VALUE 0.
       01 WS-P                     PIC 9    VALUE 0.

      * Programas diários da janela e se executaram no dia
       01 TABELA-DIARIOS.
           05 TD-ITEM OCCURS 5 TIMES.
               10 TD-PROGRAMA      PIC X(8).
               10 TD-EXECUTOU      PIC X.

       01 WS-LINHA-EXEC.
           05 WS-LX-PROGRAMA       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LX-INICIO         PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LX-FIM            PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LX-RETORNO        PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LX-SITUACAO       PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LX-REFERENCIA     PIC X(8).

       01 WS-LINHA-TOTAL.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LT-ROTULO         PIC X(12).
           05 FILLER               PIC X(2) VALUE ": ".
           05 WS-LT-VALOR          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM OBTEM-DATA-PARA

           IF (WS-DATA-VALIDA = 'N')
               DISPLAY "Data inválida"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SENHA-BAT
               PERFORM IMPRIME-CABECALHO-PARA
               OPEN INPUT SENHA-CONTROLE
               IF (WS-CTL-STATUS NOT = "00")
                   MOVE "Arquivo de controle SENHA.CTL inexistente"
                       TO BAT-LINHA
                   WRITE BAT-LINHA
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SORT ARQ-SORT
                       ON ASCENDING KEY SR-DATA-INICIO
                       ON ASCENDING KEY SR-HORA-INICIO
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE SELECIONA-EXECUCOES-PARA
                       OUTPUT PROCEDURE IMPRIME-EXECUCOES-PARA
                   CLOSE SENHA-CONTROLE
                   PERFORM IMPRIME-AUSENTES-PARA
                   PERFORM IMPRIME-TOTAIS-PARA
                   EVALUATE TRUE
                       WHEN (WS-COM-ERRO > 0) OR (WS-RECUSADAS > 0)
                           MOVE 8 TO RETURN-CODE
                       WHEN (WS-COM-AVISO > 0) OR (WS-AUSENTES > 0)
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               CLOSE SENHA-BAT
           END-IF

           STOP RUN.

       OBTEM-DATA-PARA.

           DISPLAY "Dia de negócio (AAAAMMDD, vazio = hoje): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-PARM
           MOVE 'S' TO WS-DATA-VALIDA
           IF (WS-DATA-PARM = SPACES)
                   OR (WS-DATA-PARM = "00000000")
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-NEGOCIO
           ELSE
               IF (WS-DATA-PARM IS NUMERIC)
                   MOVE WS-DATA-PARM TO WS-DATA-NEGOCIO
               ELSE
                   MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-IF

           MOVE "SENHAVER" TO TD-PROGRAMA(1)
           MOVE "SENHAEXP" TO TD-PROGRAMA(2)
           MOVE "SENHAREL" TO TD-PROGRAMA(3)
           MOVE "SENHADOR" TO TD-PROGRAMA(4)
           MOVE "SENHAMOV" TO TD-PROGRAMA(5)
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL (WS-P > 5)
               MOVE 'N' TO TD-EXECUTOU(WS-P)
           END-PERFORM.

       SELECIONA-EXECUCOES-PARA.

           PERFORM LE-CONTROLE-PARA
           PERFORM UNTIL (WS-FIM-CONTROLE = 'S')
               IF (CE-DATA-NEGOCIO = WS-DATA-NEGOCIO)
                   MOVE SENHA-CTL-REG TO SORT-REG
                   RELEASE SORT-REG
               END-IF
               PERFORM LE-CONTROLE-PARA
           END-PERFORM.

       LE-CONTROLE-PARA.

           READ SENHA-CONTROLE
               AT END
                   MOVE 'S' TO WS-FIM-CONTROLE
           END-READ.

       IMPRIME-EXECUCOES-PARA.

           PERFORM RETORNA-SORT-PARA
           IF (WS-FIM-SORT = 'S')
               MOVE "  (nenhuma execução registrada no dia)"
                   TO BAT-LINHA
               WRITE BAT-LINHA
           END-IF
           PERFORM UNTIL (WS-FIM-SORT = 'S')
               PERFORM IMPRIME-EXECUCAO-PARA
               PERFORM RETORNA-SORT-PARA
           END-PERFORM.

       RETORNA-SORT-PARA.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       IMPRIME-EXECUCAO-PARA.

           ADD 1 TO WS-EXECUCOES
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL (WS-P > 5)
               IF (TD-PROGRAMA(WS-P) = SR-PROGRAMA)
                   MOVE 'S' TO TD-EXECUTOU(WS-P)
               END-IF
           END-PERFORM

           MOVE SR-PROGRAMA TO WS-LX-PROGRAMA
           MOVE SR-HORA-INICIO TO WS-LX-INICIO
           MOVE SR-HORA-FIM TO WS-LX-FIM
           MOVE SR-RETORNO TO WS-LX-RETORNO
           MOVE SR-REFERENCIA TO WS-LX-REFERENCIA
           EVALUATE TRUE
               WHEN (SR-RETORNO = 0)
                   MOVE "normal" TO WS-LX-SITUACAO
                   ADD 1 TO WS-NORMAIS
               WHEN (SR-RETORNO = 20)
                   MOVE "RECUSADA" TO WS-LX-SITUACAO
                   ADD 1 TO WS-RECUSADAS
               WHEN (SR-RETORNO < 8)
                   MOVE "aviso" TO WS-LX-SITUACAO
                   ADD 1 TO WS-COM-AVISO
               WHEN (SR-RETORNO < 16)
                   MOVE "EXCEÇÃO" TO WS-LX-SITUACAO
                   ADD 1 TO WS-COM-ERRO
               WHEN OTHER
                   MOVE "FATAL" TO WS-LX-SITUACAO
                   ADD 1 TO WS-COM-ERRO
           END-EVALUATE
           MOVE SPACES TO BAT-LINHA
           STRING WS-LINHA-EXEC DELIMITED BY SIZE INTO BAT-LINHA
           WRITE BAT-LINHA

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL (WS-T > 4)
               IF (SR-ROTULO(WS-T) NOT = SPACES)
                   MOVE SR-ROTULO(WS-T) TO WS-LT-ROTULO
                   MOVE SR-VALOR(WS-T) TO WS-LT-VALOR
                   MOVE SPACES TO BAT-LINHA
                   STRING WS-LINHA-TOTAL DELIMITED BY SIZE
                       INTO BAT-LINHA
                   WRITE BAT-LINHA
               END-IF
           END-PERFORM
           IF (SR-MENSAGEM NOT = SPACES)
               MOVE SPACES TO BAT-LINHA
               STRING "          Motivo: " SR-MENSAGEM
                   DELIMITED BY SIZE INTO BAT-LINHA
               WRITE BAT-LINHA
           END-IF.

       IMPRIME-AUSENTES-PARA.

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL (WS-P > 5)
               IF (TD-EXECUTOU(WS-P) = 'N')
                   IF (WS-AUSENTES = 0)
                       MOVE SPACES TO BAT-LINHA
                       WRITE BAT-LINHA
                       MOVE "Programas diários sem execução no dia:"
                           TO BAT-LINHA
                       WRITE BAT-LINHA
                   END-IF
                   ADD 1 TO WS-AUSENTES
                   MOVE SPACES TO BAT-LINHA
                   STRING "  " TD-PROGRAMA(WS-P)
                       DELIMITED BY SIZE INTO BAT-LINHA
                   WRITE BAT-LINHA
               END-IF
           END-PERFORM.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO BAT-LINHA
           STRING "Resumo da janela de lote - dia " WS-DATA-NEGOCIO
               DELIMITED BY SIZE INTO BAT-LINHA
           WRITE BAT-LINHA
           MOVE SPACES TO BAT-LINHA
           STRING "Programa  Início  Fim     RC  "
               "Situação    Referência" DELIMITED BY SIZE
               INTO BAT-LINHA
           WRITE BAT-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO BAT-LINHA
           WRITE BAT-LINHA
           MOVE SPACES TO BAT-LINHA
           STRING "Execuções no dia: " WS-EXECUCOES
               "  normais " WS-NORMAIS "  com aviso " WS-COM-AVISO
               DELIMITED BY SIZE INTO BAT-LINHA
           WRITE BAT-LINHA
           MOVE SPACES TO BAT-LINHA
           STRING "                  com erro " WS-COM-ERRO
               "  recusadas " WS-RECUSADAS
               DELIMITED BY SIZE INTO BAT-LINHA
           WRITE BAT-LINHA.
