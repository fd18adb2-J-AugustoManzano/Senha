      * programa, preservando a regra de manter pelo menos dois
      * supervisores ativos (ver comentário no programa SENHA);
      * quando dormentes, são apenas relacionadas no relatório.
      * Contas de serviço (SM-TIPO-CONTA 'S') não fazem acesso
      * interativo e são isentas da dormência: não são avaliadas,
      * apenas contadas no total de isentas; a revisão delas é a
      * atestação do responsável (SENHASRV).
      * Produz o relatório de dormência SENHA-DOR.
      * A execução é registrada no arquivo de controle
      * SENHA-CONTROLE (sub-rotina SENHACTL) e exige o SENHAVER
      * do dia terminado com RETURN-CODE 0: sem ele nenhuma
      * conta é avaliada e o programa encerra com RETURN-CODE 20.
      * Os registros gravados no jornal SENHA-JRN recebem o elo
      * de encadeamento calculado pela sub-rotina SENHAELO; estado
      * do encadeamento (SENHA.ELO) não gravado leva a execução a
      * terminar com RETURN-CODE 8 no mínimo.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-MES-GERACAO.
           05 WS-MES-GER-ANO       PIC 9(4).
           05 WS-MES-GER-MES       PIC 9(2).
       01 WS-IMAGEM-ANTES          PIC X(82).
       01 WS-SESSAO.
           05 WS-SESSAO-DATA       PIC 9(8) VALUE 0.
           05 WS-SESSAO-HORA       PIC 9(6) VALUE 0.
       01 WS-LIDOS-MASTRE          PIC 9(5) VALUE 0.
       01 WS-DORMENTES             PIC 9(5) VALUE 0.
       01 WS-DESATIVADOS           PIC 9(5) VALUE 0.
       01 WS-ISENTAS               PIC 9(5) VALUE 0.

       01 WS-LINHA-DET.
           05 WS-LD-USER-ID        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-ACAO           PIC X(20).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHADOR".
       01 WS-CTL-REFERENCIA        PIC X(8) VALUE SPACES.
       01 WS-CTL-RETORNO           PIC 9(2) VALUE 0.
       01 WS-CTL-MENSAGEM          PIC X(40) VALUE SPACES.
       01 WS-CTL-TOTAIS.
           05 WS-CTL-TOTAL OCCURS 4 TIMES.
               10 WS-CTL-ROTULO    PIC X(12).
               10 WS-CTL-VALOR     PIC 9(7).

       01 WS-ELO-OPERACAO          PIC X.
       01 WS-ELO-ARQUIVO           PIC X(3).
       01 WS-ELO-CONTEUDO          PIC X(201).
       01 WS-ELO-ANTERIOR          PIC X(16).
       01 WS-ELO-VALOR             PIC X(16).
       01 WS-ELO-RETORNO           PIC 9(2) VALUE 0.
       01 WS-ELO-SITUACAO          PIC 9(2) VALUE 0.
       01 WS-ELO-FALHA             PIC X    VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE WS-DATA-HOJE TO WS-SESSAO-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SESSAO-HORA

           PERFORM INICIA-CONTROLE-PARA

           PERFORM CLASSIFICA-LOG-PARA
           PERFORM PROCESSA-MASTRE-PARA
           IF (WS-ELO-FALHA = 'S') AND (RETURN-CODE < 8)
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

               PERFORM LE-MASTRE-PARA
               PERFORM UNTIL (WS-FIM-MASTRE = 'S')
                   ADD 1 TO WS-LIDOS-MASTRE
                   IF (SM-TIPO-CONTA = 'S')
                       ADD 1 TO WS-ISENTAS
                   ELSE
                       PERFORM AVALIA-USUARIO-PARA
                   END-IF
                   PERFORM LE-MASTRE-PARA
               END-PERFORM
               PERFORM IMPRIME-TOTAIS-PARA
           MOVE 'V' TO SJ-ACAO
           MOVE WS-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE SENHA-MASTRE-REG TO SJ-IMAGEM-DEPOIS
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

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO DOR-LINHA
               DELIMITED BY SIZE INTO DOR-LINHA
           WRITE DOR-LINHA

           MOVE SPACES TO DOR-LINHA
           STRING "Contas de serviço isentas: " WS-ISENTAS
               DELIMITED BY SIZE INTO DOR-LINHA
           WRITE DOR-LINHA

           MOVE SPACES TO DOR-LINHA
           STRING "Contas dormentes: " WS-DORMENTES
               DELIMITED BY SIZE INTO DOR-LINHA
                   DELIMITED BY SIZE INTO DOR-LINHA
               WRITE DOR-LINHA
           END-IF.

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
           MOVE "Lidos" TO WS-CTL-ROTULO(1)
           MOVE WS-LIDOS-MASTRE TO WS-CTL-VALOR(1)
           MOVE "Dormentes" TO WS-CTL-ROTULO(2)
           MOVE WS-DORMENTES TO WS-CTL-VALOR(2)
           MOVE "Desativados" TO WS-CTL-ROTULO(3)
           MOVE WS-DESATIVADOS TO WS-CTL-VALOR(3)
           MOVE "Isentas" TO WS-CTL-ROTULO(4)
           MOVE WS-ISENTAS TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
