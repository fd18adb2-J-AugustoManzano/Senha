      * controle (lidos = arquivados + retidos); divergência encerra
      * com RETURN-CODE 16 para reter a janela. Trilha inexistente
      * encerra com RETURN-CODE 8.
      * A execução é registrada no arquivo de controle
      * SENHA-CONTROLE (sub-rotina SENHACTL) tendo como
      * referência o mês que se fecha (anterior ao corrente); se
      * esse período já foi arquivado com RETURN-CODE 0 a
      * execução é recusada com RETURN-CODE 20, sem tocar na
      * trilha nem nas gerações.
      * Os registros passam às gerações e à trilha regravada com o
      * elo de encadeamento (SL-ELO) intacto; para cada geração
      * gravada e para a trilha viva é acrescentada uma âncora ao
      * arquivo SENHA-ANCORA (senela.cpy) com o elo do registro
      * que antecede o primeiro do arquivo, o do último e a
      * quantidade, de modo que a abertura de cada geração fique
      * ancorada ao fim da anterior para a verificação SENHAENC.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SENHA-ARL ASSIGN TO "SENHA.ARL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARL-STATUS.
           SELECT SENHA-ANCORA ASSIGN TO "SENHA.ELA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ELA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-LOG.
               ==SENHA-RET-REG== LEADING ==SL== BY ==RT==.
       FD  SENHA-ARL.
       01  ARL-LINHA               PIC X(80).
       FD  SENHA-ANCORA.
           COPY "senela.cpy".

       WORKING-STORAGE SECTION.

       01 WS-ARQ-STATUS            PIC X(2) VALUE "00".
       01 WS-RET-STATUS            PIC X(2) VALUE "00".
       01 WS-ARL-STATUS            PIC X(2) VALUE "00".
       01 WS-ELA-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-ANCORA            PIC X    VALUE 'N'.
       01 WS-FIM-ARQUIVO           PIC X    VALUE 'N'.
       01 WS-PERIODO-ATUAL         PIC 9(6).
       01 WS-PERIODO-FECHADO.
           05 WS-PF-ANO            PIC 9(4).
           05 WS-PF-MES            PIC 9(2).
       01 WS-MES-REG               PIC 9(6).
       01 WS-MES-ABERTO            PIC 9(6) VALUE 0.
       01 WS-GERACAO-ABERTA        PIC X    VALUE 'N'.
       01 WS-RETIDOS               PIC 9(7) VALUE 0.
       01 WS-NO-SEGMENTO           PIC 9(7) VALUE 0.
       01 WS-CONFERE               PIC 9(7) VALUE 0.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-HORA-HOJE             PIC 9(6).

      * Elos para as âncoras: o do registro anterior na trilha, o
      * que antecede a abertura da geração em gravação, o do último
      * registro gravado nela e o que antecede a trilha regravada
       01 WS-ELO-ANTERIOR          PIC X(16) VALUE SPACES.
       01 WS-ELO-ABERTURA          PIC X(16) VALUE SPACES.
       01 WS-ELO-FIM-GERACAO       PIC X(16) VALUE SPACES.
       01 WS-ELO-TRILHA            PIC X(16) VALUE SPACES.

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAARQ".
       01 WS-CTL-REFERENCIA        PIC X(8) VALUE SPACES.
       01 WS-CTL-RETORNO           PIC 9(2) VALUE 0.
       01 WS-CTL-MENSAGEM          PIC X(40) VALUE SPACES.
       01 WS-CTL-TOTAIS.
           05 WS-CTL-TOTAL OCCURS 4 TIMES.
               10 WS-CTL-ROTULO    PIC X(12).
               10 WS-CTL-VALOR     PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO-ATUAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE

      * O período que se fecha é o mês anterior ao corrente
           MOVE WS-PERIODO-ATUAL TO WS-PERIODO-FECHADO
           IF (WS-PF-MES = 1)
               SUBTRACT 1 FROM WS-PF-ANO
               MOVE 12 TO WS-PF-MES
           ELSE
               SUBTRACT 1 FROM WS-PF-MES
           END-IF
           MOVE WS-PERIODO-FECHADO TO WS-CTL-REFERENCIA
           PERFORM INICIA-CONTROLE-PARA

           OPEN OUTPUT SENHA-ARL
           OPEN INPUT SENHA-LOG
               CLOSE SENHA-ARL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LE-ANCORA-TRILHA-PARA
               PERFORM SEPARA-REGISTROS-PARA
               PERFORM REGRAVA-TRILHA-PARA
               PERFORM ANCORA-TRILHA-PARA
               PERFORM IMPRIME-CONFERENCIA-PARA
               CLOSE SENHA-ARL
           END-IF

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

      * Fase 1: separa a trilha em gerações mensais (registros de
               IF (WS-MES-REG < WS-PERIODO-ATUAL)
                   PERFORM ARQUIVA-REGISTRO-PARA
               ELSE
                   IF (WS-RETIDOS = 0)
                       MOVE WS-ELO-ANTERIOR TO WS-ELO-TRILHA
                   END-IF
                   WRITE SENHA-RET-REG FROM SENHA-LOG-REG
                   ADD 1 TO WS-RETIDOS
               END-IF
               MOVE SL-ELO TO WS-ELO-ANTERIOR
               PERFORM LE-LOG-PARA
           END-PERFORM
           PERFORM FECHA-GERACAO-PARA
               PERFORM ABRE-GERACAO-PARA
           END-IF
           WRITE SENHA-ARQ-REG FROM SENHA-LOG-REG
           MOVE SL-ELO TO WS-ELO-FIM-GERACAO
           ADD 1 TO WS-ARQUIVADOS
           ADD 1 TO WS-NO-SEGMENTO.

               OPEN EXTEND SENHA-ARQUIVO
           END-IF
           MOVE WS-MES-REG TO WS-MES-ABERTO
           MOVE WS-ELO-ANTERIOR TO WS-ELO-ABERTURA
           MOVE 'S' TO WS-GERACAO-ABERTA
           MOVE 0 TO WS-NO-SEGMENTO.

                   WS-NO-SEGMENTO " registros"
                   DELIMITED BY SIZE INTO ARL-LINHA
               WRITE ARL-LINHA
               MOVE WS-ARQ-NOME TO EA-ARQUIVO
               MOVE WS-ELO-ABERTURA TO EA-ELO-INICIAL
               MOVE WS-ELO-FIM-GERACAO TO EA-ELO-FINAL
               MOVE WS-NO-SEGMENTO TO EA-QTD
               PERFORM GRAVA-ANCORA-PARA
               MOVE 'N' TO WS-GERACAO-ABERTA
           END-IF.

      * A cadeia da trilha viva começa no elo da sua âncora mais
      * recente (espaços quando ainda não houve corte).
       LE-ANCORA-TRILHA-PARA.

           MOVE SPACES TO WS-ELO-ANTERIOR
           MOVE 'N' TO WS-FIM-ANCORA
           OPEN INPUT SENHA-ANCORA
           IF (WS-ELA-STATUS = "00")
               PERFORM LE-ANCORA-PARA
               PERFORM UNTIL (WS-FIM-ANCORA = 'S')
                   IF (EA-ARQUIVO = "SENHA.LOG")
                       MOVE EA-ELO-INICIAL TO WS-ELO-ANTERIOR
                   END-IF
                   PERFORM LE-ANCORA-PARA
               END-PERFORM
               CLOSE SENHA-ANCORA
           END-IF.

       LE-ANCORA-PARA.

           READ SENHA-ANCORA
               AT END
                   MOVE 'S' TO WS-FIM-ANCORA
           END-READ.

      * Trilha regravada sem registros retidos: a próxima gravação
      * continua do último registro arquivado.
       ANCORA-TRILHA-PARA.

           IF (WS-RETIDOS = 0)
               MOVE WS-ELO-ANTERIOR TO WS-ELO-TRILHA
           END-IF
           MOVE "SENHA.LOG" TO EA-ARQUIVO
           MOVE WS-ELO-TRILHA TO EA-ELO-INICIAL
           MOVE WS-ELO-ANTERIOR TO EA-ELO-FINAL
           MOVE WS-RETIDOS TO EA-QTD
           PERFORM GRAVA-ANCORA-PARA.

       GRAVA-ANCORA-PARA.

           MOVE WS-DATA-HOJE TO EA-DATA
           MOVE WS-HORA-HOJE TO EA-HORA
           MOVE "SENHAARQ" TO EA-PROGRAMA
           OPEN EXTEND SENHA-ANCORA
           IF (WS-ELA-STATUS = "35")
               OPEN OUTPUT SENHA-ANCORA
               CLOSE SENHA-ANCORA
               OPEN EXTEND SENHA-ANCORA
           END-IF
           WRITE SENHA-ELA-REG
           CLOSE SENHA-ANCORA.

      * Fase 2: regrava a trilha viva apenas com os registros
      * retidos do período corrente.
       REGRAVA-TRILHA-PARA.
               WRITE ARL-LINHA
               MOVE 16 TO RETURN-CODE
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
           MOVE WS-LIDOS TO WS-CTL-VALOR(1)
           MOVE "Arquivados" TO WS-CTL-ROTULO(2)
           MOVE WS-ARQUIVADOS TO WS-CTL-VALOR(2)
           MOVE "Retidos" TO WS-CTL-ROTULO(3)
           MOVE WS-RETIDOS TO WS-CTL-VALOR(3)
           MOVE SPACES TO WS-CTL-ROTULO(4)
           MOVE 0 TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
