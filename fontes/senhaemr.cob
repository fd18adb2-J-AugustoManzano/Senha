       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAEMR AS "Revisão de acessos de emergência".
      * Programa de lote da manhã seguinte: relaciona todo acesso
      * de emergência (arquivo SENHA-EMERGENCIA) cuja janela
      * alcança a data informada como parâmetro (vazio = ontem),
      * com o concedente, o motivo e a janela, seguido de tudo o
      * que foi feito sob a concessão, em ordem cronológica:
      *   - os acessos liberados pela concessão (trilha SENHA-LOG,
      *     SL-MOTIVO 'G', mesmo usuario e função, dentro da
      *     janela), lidos na trilha viva e nas gerações mensais
      *     do período (SENHAaaaamm.LOG, gravadas pelo SENHAARQ);
      *   - as alterações do jornal SENHA-JRN feitas pelo usuario
      *     dentro da janela (exceto as atualizações de tentativas
      *     e desbloqueios automáticos gravados pela SENHACHK).
      * Cada concessão termina com o quadro de visto para o
      * responsável pela segurança.
      * Produz o arquivo de relatório SENHA-EMR e encerra com
      * RETURN-CODE 0 (nenhuma concessão no dia), 4 (concessões a
      * revisar) ou 8 (data inválida - nada gerado); arquivo de
      * concessões inexistente resulta em relação vazia.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-EMERGENCIA ASSIGN TO "SENHA.EMG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EM-CHAVE
               FILE STATUS WS-EMERGENCIA-STATUS.
           SELECT SENHA-LOG ASSIGN TO "SENHA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT SENHA-GERACAO ASSIGN USING WS-GER-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GER-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-EMR ASSIGN TO "SENHA.EMR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EMR-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SENHA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-EMERGENCIA.
           COPY "senemg.cpy".
       FD  SENHA-LOG.
           COPY "senlog.cpy".
       FD  SENHA-GERACAO.
           COPY "senlog.cpy" REPLACING ==SENHA-LOG-REG== BY
               ==SENHA-GER-REG== LEADING ==SL== BY ==SG==.
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-EMR.
       01  EMR-LINHA               PIC X(80).
       SD  ARQ-SORT.
       01  SORT-REG.
           05  SR-CONCESSAO        PIC 9(03).
           05  SR-MOMENTO.
               10  SR-DATA         PIC 9(08).
               10  SR-HORA         PIC 9(06).
           05  SR-ORIGEM           PIC X(01).
           05  SR-ACAO             PIC X(01).
           05  SR-OBJETO           PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-EMERGENCIA-STATUS     PIC X(2) VALUE "00".
       01 WS-LOG-STATUS            PIC X(2) VALUE "00".
       01 WS-GER-STATUS            PIC X(2) VALUE "00".
       01 WS-JRN-STATUS            PIC X(2) VALUE "00".
       01 WS-EMR-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-EMERGENCIA        PIC X    VALUE 'N'.
       01 WS-FIM-ARQUIVO           PIC X    VALUE 'N'.
       01 WS-FIM-SORT              PIC X    VALUE 'N'.
       01 WS-DATA-PARM             PIC X(8).
       01 WS-DATA-REV              PIC 9(8).
       01 WS-DATA-VALIDA           PIC X    VALUE 'S'.
       01 WS-GER-NOME              PIC X(15).
       01 WS-MES-GERACAO.
           05 WS-MES-GER-ANO       PIC 9(4).
           05 WS-MES-GER-MES       PIC 9(2).
       01 WS-MES-INICIAL           PIC 9(6) VALUE 0.
       01 WS-MES-FINAL             PIC 9(6) VALUE 0.
       01 WS-MOMENTO.
           05 WS-MO-DATA           PIC 9(8).
           05 WS-MO-HORA           PIC 9(6).
       01 WS-USER-EVENTO           PIC X(8).
       01 WS-FUNCAO-EVENTO         PIC X(8).
       01 WS-ORIGEM-EVENTO         PIC X.
       01 WS-ACAO-EVENTO           PIC X.
       01 WS-OBJETO-EVENTO         PIC X(8).
       01 WS-C                     PIC 9(3) VALUE 0.
       01 WS-EVENTOS-CONCESSAO     PIC 9(5) VALUE 0.
       01 WS-ACESSOS               PIC 9(5) VALUE 0.
       01 WS-ALTERACOES            PIC 9(5) VALUE 0.
       01 WS-DESCARTADAS           PIC 9(5) VALUE 0.

      * Concessões cuja janela alcança a data da revisão
       01 TABELA-CONCESSOES.
           05 TC-QTD               PIC 9(3) VALUE 0.
           05 TC-ITEM OCCURS 200 TIMES.
               10 TC-USER-ID       PIC X(8).
               10 TC-FUNCAO        PIC X(8).
               10 TC-INICIO.
                   15 TC-DATA-INI  PIC 9(8).
                   15 TC-HORA-INI  PIC 9(6).
               10 TC-FIM.
                   15 TC-DATA-FIM  PIC 9(8).
                   15 TC-HORA-FIM  PIC 9(6).
               10 TC-CONCEDENTE    PIC X(8).
               10 TC-MOTIVO        PIC X(40).

       01 WS-LINHA-EVENTO.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-LE-DATA           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LE-HORA           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LE-TIPO           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LE-DETALHE        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM OBTEM-DATA-PARA

           IF (WS-DATA-VALIDA = 'N')
               DISPLAY "Data inválida"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SENHA-EMR
               PERFORM IMPRIME-CABECALHO-PARA
               PERFORM CARREGA-CONCESSOES-PARA
               IF (TC-QTD = 0)
                   MOVE "  (nenhum acesso de emergência no dia)"
                       TO EMR-LINHA
                   WRITE EMR-LINHA
               ELSE
                   SORT ARQ-SORT
                       ON ASCENDING KEY SR-CONCESSAO
                       ON ASCENDING KEY SR-MOMENTO
                       INPUT PROCEDURE SELECIONA-EVENTOS-PARA
                       OUTPUT PROCEDURE IMPRIME-CONCESSOES-PARA
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM IMPRIME-TOTAIS-PARA
               CLOSE SENHA-EMR
           END-IF

           STOP RUN.

      * Parâmetro em branco ou zerado assume o dia anterior (a
      * revisão é feita na manhã seguinte); valor malformado
      * encerra sem relatório.
       OBTEM-DATA-PARA.

           DISPLAY "Data da revisão (AAAAMMDD, vazio = ontem): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-PARM
           MOVE 'S' TO WS-DATA-VALIDA
           IF (WS-DATA-PARM = SPACES)
                   OR (WS-DATA-PARM = "00000000")
               COMPUTE WS-DATA-REV = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
           ELSE
               IF (WS-DATA-PARM IS NUMERIC)
                   MOVE WS-DATA-PARM TO WS-DATA-REV
               ELSE
                   MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-IF.

      * Concessões com início até a data da revisão e fim a partir
      * dela; guarda tambem o primeiro e o último mês alcançados,
      * para a leitura das gerações mensais da trilha.
       CARREGA-CONCESSOES-PARA.

           OPEN INPUT SENHA-EMERGENCIA
           IF (WS-EMERGENCIA-STATUS = "00")
               PERFORM LE-EMERGENCIA-PARA
               PERFORM UNTIL (WS-FIM-EMERGENCIA = 'S')
                   IF (EM-DATA-INICIO <= WS-DATA-REV)
                           AND (EM-DATA-FIM >= WS-DATA-REV)
                       PERFORM GUARDA-CONCESSAO-PARA
                   END-IF
                   PERFORM LE-EMERGENCIA-PARA
               END-PERFORM
               CLOSE SENHA-EMERGENCIA
           END-IF.

       LE-EMERGENCIA-PARA.

           READ SENHA-EMERGENCIA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMERGENCIA
           END-READ.

       GUARDA-CONCESSAO-PARA.

           IF (TC-QTD < 200)
               ADD 1 TO TC-QTD
               MOVE EM-USER-ID TO TC-USER-ID(TC-QTD)
               MOVE EM-FUNCAO TO TC-FUNCAO(TC-QTD)
               MOVE EM-DATA-INICIO TO TC-DATA-INI(TC-QTD)
               MOVE EM-HORA-INICIO TO TC-HORA-INI(TC-QTD)
               MOVE EM-DATA-FIM TO TC-DATA-FIM(TC-QTD)
               MOVE EM-HORA-FIM TO TC-HORA-FIM(TC-QTD)
               MOVE EM-CONCEDENTE TO TC-CONCEDENTE(TC-QTD)
               MOVE EM-MOTIVO TO TC-MOTIVO(TC-QTD)
               IF (WS-MES-INICIAL = 0)
                       OR (EM-DATA-INICIO(1:6) < WS-MES-INICIAL)
                   MOVE EM-DATA-INICIO(1:6) TO WS-MES-INICIAL
               END-IF
               IF (EM-DATA-FIM(1:6) > WS-MES-FINAL)
                   MOVE EM-DATA-FIM(1:6) TO WS-MES-FINAL
               END-IF
           ELSE
               ADD 1 TO WS-DESCARTADAS
           END-IF.

      * Libera para a classificação um evento por concessão a que
      * ele pertence (mesmo usuario, dentro da janela e, nos
      * acessos, mesma função).
       SELECIONA-EVENTOS-PARA.

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-LOG
           IF (WS-LOG-STATUS = "00")
               PERFORM LE-LOG-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   IF (SL-MOTIVO = 'G')
                       MOVE SL-DATA TO WS-MO-DATA
                       MOVE SL-HORA TO WS-MO-HORA
                       MOVE SL-USER-ID TO WS-USER-EVENTO
                       MOVE SL-FUNCAO TO WS-FUNCAO-EVENTO
                       PERFORM LIBERA-ACESSO-PARA
                   END-IF
                   PERFORM LE-LOG-PARA
               END-PERFORM
               CLOSE SENHA-LOG
           END-IF

           MOVE WS-MES-INICIAL TO WS-MES-GERACAO
           PERFORM UNTIL (WS-MES-GERACAO > WS-MES-FINAL)
               PERFORM LE-GERACAO-MENSAL-PARA
               ADD 1 TO WS-MES-GER-MES
               IF (WS-MES-GER-MES > 12)
                   MOVE 1 TO WS-MES-GER-MES
                   ADD 1 TO WS-MES-GER-ANO
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-JRN
           IF (WS-JRN-STATUS = "00")
               PERFORM LE-JRN-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   IF (SJ-ACAO NOT = 'T') AND (SJ-ACAO NOT = 'X')
                       MOVE SJ-DATA TO WS-MO-DATA
                       MOVE SJ-HORA TO WS-MO-HORA
                       MOVE SJ-SUPERVISOR TO WS-USER-EVENTO
                       PERFORM LIBERA-ALTERACAO-PARA
                   END-IF
                   PERFORM LE-JRN-PARA
               END-PERFORM
               CLOSE SENHA-JRN
           END-IF.

       LE-GERACAO-MENSAL-PARA.

           MOVE SPACES TO WS-GER-NOME
           STRING "SENHA" WS-MES-GERACAO ".LOG" DELIMITED BY SIZE
               INTO WS-GER-NOME
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-GERACAO
           IF (WS-GER-STATUS = "00")
               PERFORM LE-GERACAO-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   IF (SG-MOTIVO = 'G')
                       MOVE SG-DATA TO WS-MO-DATA
                       MOVE SG-HORA TO WS-MO-HORA
                       MOVE SG-USER-ID TO WS-USER-EVENTO
                       MOVE SG-FUNCAO TO WS-FUNCAO-EVENTO
                       PERFORM LIBERA-ACESSO-PARA
                   END-IF
                   PERFORM LE-GERACAO-PARA
               END-PERFORM
               CLOSE SENHA-GERACAO
           END-IF.

       LE-LOG-PARA.

           READ SENHA-LOG
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-GERACAO-PARA.

           READ SENHA-GERACAO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-JRN-PARA.

           READ SENHA-JRN
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LIBERA-ACESSO-PARA.

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL (WS-C > TC-QTD)
               IF (WS-USER-EVENTO = TC-USER-ID(WS-C))
                       AND (WS-FUNCAO-EVENTO = TC-FUNCAO(WS-C))
                       AND (WS-MOMENTO >= TC-INICIO(WS-C))
                       AND (WS-MOMENTO <= TC-FIM(WS-C))
                   MOVE WS-C TO SR-CONCESSAO
                   MOVE WS-MOMENTO TO SR-MOMENTO
                   MOVE 'L' TO SR-ORIGEM
                   MOVE SPACE TO SR-ACAO
                   MOVE WS-FUNCAO-EVENTO TO SR-OBJETO
                   RELEASE SORT-REG
               END-IF
           END-PERFORM.

      * O objeto da alteração é o usuario da imagem posterior (ou
      * da anterior, quando o registro foi excluído); nas ações
      * 'F' e 'M' a imagem é de SENHA-PERFIL ou SENHA-MEMBRO, que
      * tambem começam pelo usuario.
       LIBERA-ALTERACAO-PARA.

           IF (SJ-IMAGEM-DEPOIS(1:8) NOT = SPACES)
               MOVE SJ-IMAGEM-DEPOIS(1:8) TO WS-OBJETO-EVENTO
           ELSE
               MOVE SJ-IMAGEM-ANTES(1:8) TO WS-OBJETO-EVENTO
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL (WS-C > TC-QTD)
               IF (WS-USER-EVENTO = TC-USER-ID(WS-C))
                       AND (WS-MOMENTO >= TC-INICIO(WS-C))
                       AND (WS-MOMENTO <= TC-FIM(WS-C))
                   MOVE WS-C TO SR-CONCESSAO
                   MOVE WS-MOMENTO TO SR-MOMENTO
                   MOVE 'J' TO SR-ORIGEM
                   MOVE SJ-ACAO TO SR-ACAO
                   MOVE WS-OBJETO-EVENTO TO SR-OBJETO
                   RELEASE SORT-REG
               END-IF
           END-PERFORM.

      * Percorre as concessões na ordem da tabela; os eventos
      * classificados chegam agrupados por concessão e em ordem
      * cronológica. Concessão sem eventos tambem é impressa.
       IMPRIME-CONCESSOES-PARA.

           PERFORM RETORNA-SORT-PARA
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL (WS-C > TC-QTD)
               PERFORM IMPRIME-CONCESSAO-PARA
               MOVE 0 TO WS-EVENTOS-CONCESSAO
               PERFORM UNTIL (WS-FIM-SORT = 'S')
                       OR (SR-CONCESSAO NOT = WS-C)
                   PERFORM IMPRIME-EVENTO-PARA
                   PERFORM RETORNA-SORT-PARA
               END-PERFORM
               IF (WS-EVENTOS-CONCESSAO = 0)
                   MOVE SPACES TO EMR-LINHA
                   STRING "    (nenhum acesso nem alteração sob a "
                       "concessão)" DELIMITED BY SIZE INTO EMR-LINHA
                   WRITE EMR-LINHA
               END-IF
               PERFORM IMPRIME-VISTO-PARA
           END-PERFORM.

       RETORNA-SORT-PARA.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       IMPRIME-CONCESSAO-PARA.

           MOVE SPACES TO EMR-LINHA
           WRITE EMR-LINHA
           MOVE SPACES TO EMR-LINHA
           STRING "Usuario " TC-USER-ID(WS-C) "  função "
               TC-FUNCAO(WS-C) "  concedida por "
               TC-CONCEDENTE(WS-C)
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA
           MOVE SPACES TO EMR-LINHA
           STRING "  Janela: " TC-DATA-INI(WS-C) " "
               TC-HORA-INI(WS-C) " a " TC-DATA-FIM(WS-C) " "
               TC-HORA-FIM(WS-C)
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA
           MOVE SPACES TO EMR-LINHA
           STRING "  Motivo: " TC-MOTIVO(WS-C)
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA.

       IMPRIME-EVENTO-PARA.

           ADD 1 TO WS-EVENTOS-CONCESSAO
           MOVE SR-DATA TO WS-LE-DATA
           MOVE SR-HORA TO WS-LE-HORA
           MOVE SPACES TO WS-LE-DETALHE
           IF (SR-ORIGEM = 'L')
               ADD 1 TO WS-ACESSOS
               MOVE "acesso" TO WS-LE-TIPO
               STRING "função " SR-OBJETO
                   DELIMITED BY SIZE INTO WS-LE-DETALHE
           ELSE
               ADD 1 TO WS-ALTERACOES
               MOVE "jornal" TO WS-LE-TIPO
               STRING "ação " SR-ACAO "  usuario " SR-OBJETO
                   DELIMITED BY SIZE INTO WS-LE-DETALHE
           END-IF
           MOVE SPACES TO EMR-LINHA
           STRING WS-LINHA-EVENTO DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA.

       IMPRIME-VISTO-PARA.

           MOVE SPACES TO EMR-LINHA
           STRING "  Revisado por: ____________  Data: __________"
               "  Visto: ____________"
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO EMR-LINHA
           STRING "Revisão de acessos de emergência - " WS-DATA-REV
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO EMR-LINHA
           WRITE EMR-LINHA

           MOVE SPACES TO EMR-LINHA
           STRING "Concessões revistas:            " TC-QTD
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA

           MOVE SPACES TO EMR-LINHA
           STRING "Acessos sob concessão:          " WS-ACESSOS
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA

           MOVE SPACES TO EMR-LINHA
           STRING "Alterações no jornal:           " WS-ALTERACOES
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA

           IF (WS-DESCARTADAS > 0)
               MOVE SPACES TO EMR-LINHA
               STRING "Concessões além da tabela:      "
                   WS-DESCARTADAS DELIMITED BY SIZE INTO EMR-LINHA
               WRITE EMR-LINHA
           END-IF

           MOVE SPACES TO EMR-LINHA
           WRITE EMR-LINHA

           MOVE SPACES TO EMR-LINHA
           STRING "Responsável pela segurança: ____________________"
               "  Data: __________"
               DELIMITED BY SIZE INTO EMR-LINHA
           WRITE EMR-LINHA.
