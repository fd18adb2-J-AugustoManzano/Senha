       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAENC AS "Verificação do encadeamento".
      * Programa de lote que recalcula, pela sub-rotina SENHAELO, a
      * cadeia de elos da trilha de acessos SENHA-LOG, do jornal de
      * alterações SENHA-JRN e das gerações mensais da trilha
      * gravadas pelo SENHAARQ (SENHAaaaamm.LOG) no intervalo de
      * meses pedido (vazio = nenhuma geração; mês final vazio =
      * mês anterior ao corrente). Cada registro precisa trazer o
      * elo calculado sobre o seu conteúdo e o elo do anterior; o
      * primeiro registro que não confere aponta a linha alterada,
      * inserida ou precedida de linha excluída.
      * Cada geração começa no elo da sua âncora em SENHA-ANCORA
      * (senela.cpy) e deve terminar no elo e na quantidade
      * registrados nela; a abertura de cada geração é conferida
      * com o fim da geração anterior verificada e, quando o
      * intervalo chega ao mês anterior, a abertura da trilha viva
      * com o fim da última geração. Geração com âncora que não
      * existe mais é relatada como ausente. O último elo da trilha
      * e do jornal é conferido com o estado SENHA-ESTADO-ELO
      * (senelo.cpy), o que revela registros retirados do fim.
      * Registros sem elo só são aceitos antes do primeiro
      * registro encadeado do arquivo (gravados antes do
      * encadeamento) e são contados à parte.
      * Para cada arquivo é impresso o resultado e, havendo quebra,
      * o primeiro registro quebrado ou ausente (posição, data,
      * hora e usuario ou autor). As linhas são exibidas no console
      * e gravadas no relatório SENHA-ENC.
      * Encerra com RETURN-CODE 0 (cadeias íntegras), 4 (íntegras,
      * porém com registros anteriores ao encadeamento ou arquivo
      * vivo inexistente sem registro encadeado), 8 (cadeia
      * quebrada ou registro ausente - acionar a segurança) ou 16
      * (intervalo de meses inválido).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-LOG ASSIGN TO "SENHA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT SENHA-GERACAO ASSIGN USING WS-GER-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GER-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-ESTADO-ELO ASSIGN TO "SENHA.ELO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ELO-STATUS.
           SELECT SENHA-ANCORA ASSIGN TO "SENHA.ELA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ELA-STATUS.
           SELECT SENHA-ENC ASSIGN TO "SENHA.ENC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ENC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-LOG.
           COPY "senlog.cpy".
       FD  SENHA-GERACAO.
           COPY "senlog.cpy" REPLACING ==SENHA-LOG-REG== BY
               ==SENHA-GER-REG== LEADING ==SL== BY ==SG==.
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-ESTADO-ELO.
           COPY "senelo.cpy".
       FD  SENHA-ANCORA.
           COPY "senela.cpy".
       FD  SENHA-ENC.
       01  ENC-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-LOG-STATUS            PIC X(2) VALUE "00".
       01 WS-GER-STATUS            PIC X(2) VALUE "00".
       01 WS-JRN-STATUS            PIC X(2) VALUE "00".
       01 WS-ELO-STATUS            PIC X(2) VALUE "00".
       01 WS-ELA-STATUS            PIC X(2) VALUE "00".
       01 WS-ENC-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-ARQUIVO           PIC X    VALUE 'N'.
       01 WS-GER-NOME              PIC X(15).
       01 WS-MES-INI-PARM          PIC X(6).
       01 WS-MES-FIN-PARM          PIC X(6).
       01 WS-PARM-VALIDO           PIC X    VALUE 'S'.
       01 WS-MES-ATUAL             PIC 9(6).
       01 WS-MES-ANTERIOR.
           05 WS-MES-ANT-ANO       PIC 9(4).
           05 WS-MES-ANT-MES       PIC 9(2).
       01 WS-MES-INICIAL           PIC 9(6) VALUE 0.
       01 WS-MES-FINAL             PIC 9(6) VALUE 0.
       01 WS-MES-GERACAO.
           05 WS-MES-GER-ANO       PIC 9(4).
           05 WS-MES-GER-MES       PIC 9(2).

      * Último elo gravado na trilha e no jornal (SENHA.ELO)
       01 WS-EST-LOG-ACHADO        PIC X    VALUE 'N'.
       01 WS-EST-LOG-ELO           PIC X(16) VALUE SPACES.
       01 WS-EST-JRN-ACHADO        PIC X    VALUE 'N'.
       01 WS-EST-JRN-ELO           PIC X(16) VALUE SPACES.

      * Âncoras por arquivo (SENHA.ELA): primeira abertura, último
      * fim e soma das quantidades; a da trilha viva é a última
       01 TABELA-ANCORAS.
           05 TA-QTD               PIC 9(3) VALUE 0.
           05 TA-ITEM OCCURS 300 TIMES.
               10 TA-ARQUIVO       PIC X(15).
               10 TA-ELO-INICIAL   PIC X(16).
               10 TA-ELO-FINAL     PIC X(16).
               10 TA-QTD-REG       PIC 9(7).
       01 WS-A                     PIC 9(3) VALUE 0.
       01 WS-ANCORA-ACHADA         PIC X    VALUE 'N'.

      * Verificação do arquivo corrente
       01 WS-ARQ-NOME              PIC X(15).
       01 WS-POSICAO               PIC 9(7) VALUE 0.
       01 WS-LEGADOS               PIC 9(7) VALUE 0.
       01 WS-ENCADEADO             PIC X    VALUE 'N'.
       01 WS-QUEBRA                PIC X    VALUE 'N'.
       01 WS-REG-DATA              PIC 9(8) VALUE 0.
       01 WS-REG-HORA              PIC 9(6) VALUE 0.
       01 WS-REG-IDENT             PIC X(8).
       01 WS-QB-POSICAO            PIC 9(7) VALUE 0.
       01 WS-QB-DATA               PIC 9(8) VALUE 0.
       01 WS-QB-HORA               PIC 9(6) VALUE 0.
       01 WS-QB-IDENT              PIC X(8).
       01 WS-QB-MOTIVO             PIC X(74).
       01 WS-ELO-LIDO              PIC X(16).

      * Fim da geração verificada anteriormente, para a abertura
      * da seguinte
       01 WS-FIM-ANTERIOR          PIC X(16) VALUE SPACES.
       01 WS-FIM-ANTERIOR-VALIDO   PIC X    VALUE 'N'.
       01 WS-FIM-ANTERIOR-NOME     PIC X(15).

       01 WS-ARQUIVOS              PIC 9(3) VALUE 0.
       01 WS-QUEBRADOS             PIC 9(3) VALUE 0.
       01 WS-INEXISTENTES          PIC 9(3) VALUE 0.
       01 WS-TOTAL-REGISTROS       PIC 9(9) VALUE 0.
       01 WS-TOTAL-LEGADOS         PIC 9(9) VALUE 0.

       01 WS-ELO-OPERACAO          PIC X.
       01 WS-ELO-ARQUIVO           PIC X(3).
       01 WS-ELO-CONTEUDO          PIC X(201).
       01 WS-ELO-ANTERIOR          PIC X(16).
       01 WS-ELO-VALOR             PIC X(16).
       01 WS-ELO-SITUACAO          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM OBTEM-PARAMETROS-PARA

           IF (WS-PARM-VALIDO = 'N')
               DISPLAY "Intervalo de meses inválido"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SENHA-ENC
               PERFORM IMPRIME-CABECALHO-PARA
               PERFORM CARREGA-ESTADO-PARA
               PERFORM CARREGA-ANCORAS-PARA
               IF (WS-MES-INICIAL > 0)
                   MOVE WS-MES-INICIAL TO WS-MES-GERACAO
                   PERFORM UNTIL (WS-MES-GERACAO > WS-MES-FINAL)
                       PERFORM VERIFICA-GERACAO-PARA
                       ADD 1 TO WS-MES-GER-MES
                       IF (WS-MES-GER-MES > 12)
                           MOVE 1 TO WS-MES-GER-MES
                           ADD 1 TO WS-MES-GER-ANO
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VERIFICA-TRILHA-PARA
               PERFORM VERIFICA-JORNAL-PARA
               PERFORM IMPRIME-CONCLUSAO-PARA
               CLOSE SENHA-ENC
           END-IF

           STOP RUN.

      * Mês inicial em branco: só a trilha viva e o jornal. Mês
      * final em branco: o anterior ao corrente. Meses malformados,
      * invertidos ou a partir do corrente (ainda sem geração)
      * encerram sem verificar.
       OBTEM-PARAMETROS-PARA.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-ATUAL
           MOVE WS-MES-ATUAL TO WS-MES-ANTERIOR
           IF (WS-MES-ANT-MES = 1)
               SUBTRACT 1 FROM WS-MES-ANT-ANO
               MOVE 12 TO WS-MES-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-MES-ANT-MES
           END-IF

           DISPLAY "Gerações desde (AAAAMM, vazio = nenhuma): "
               WITH NO ADVANCING
           ACCEPT WS-MES-INI-PARM
           DISPLAY "Gerações até (AAAAMM, vazio = mês anterior): "
               WITH NO ADVANCING
           ACCEPT WS-MES-FIN-PARM

           MOVE 'S' TO WS-PARM-VALIDO
           MOVE WS-MES-ANTERIOR TO WS-MES-FINAL
           IF (WS-MES-INI-PARM NOT = SPACES)
               IF (WS-MES-INI-PARM IS NUMERIC)
                   MOVE WS-MES-INI-PARM TO WS-MES-INICIAL
               ELSE
                   MOVE 'N' TO WS-PARM-VALIDO
               END-IF
           END-IF
           IF (WS-MES-FIN-PARM NOT = SPACES)
               IF (WS-MES-FIN-PARM IS NUMERIC)
                   MOVE WS-MES-FIN-PARM TO WS-MES-FINAL
               ELSE
                   MOVE 'N' TO WS-PARM-VALIDO
               END-IF
           END-IF
           IF (WS-PARM-VALIDO = 'S') AND (WS-MES-INICIAL > 0)
               MOVE WS-MES-INICIAL TO WS-MES-GERACAO
               IF (WS-MES-GER-MES < 1) OR (WS-MES-GER-MES > 12)
                       OR (WS-MES-INICIAL > WS-MES-FINAL)
                       OR (WS-MES-FINAL >= WS-MES-ATUAL)
                   MOVE 'N' TO WS-PARM-VALIDO
               END-IF
               MOVE WS-MES-FINAL TO WS-MES-GERACAO
               IF (WS-MES-GER-MES < 1) OR (WS-MES-GER-MES > 12)
                   MOVE 'N' TO WS-PARM-VALIDO
               END-IF
           END-IF.

       CARREGA-ESTADO-PARA.

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-ESTADO-ELO
           IF (WS-ELO-STATUS = "00")
               PERFORM LE-ESTADO-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   IF (EL-ARQUIVO = "LOG")
                       MOVE 'S' TO WS-EST-LOG-ACHADO
                       MOVE EL-ELO TO WS-EST-LOG-ELO
                   END-IF
                   IF (EL-ARQUIVO = "JRN")
                       MOVE 'S' TO WS-EST-JRN-ACHADO
                       MOVE EL-ELO TO WS-EST-JRN-ELO
                   END-IF
                   PERFORM LE-ESTADO-PARA
               END-PERFORM
               CLOSE SENHA-ESTADO-ELO
           END-IF.

       LE-ESTADO-PARA.

           READ SENHA-ESTADO-ELO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       CARREGA-ANCORAS-PARA.

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-ANCORA
           IF (WS-ELA-STATUS = "00")
               PERFORM LE-ANCORA-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM GUARDA-ANCORA-PARA
                   PERFORM LE-ANCORA-PARA
               END-PERFORM
               CLOSE SENHA-ANCORA
           END-IF.

       LE-ANCORA-PARA.

           READ SENHA-ANCORA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       GUARDA-ANCORA-PARA.

           MOVE EA-ARQUIVO TO WS-ARQ-NOME
           PERFORM PROCURA-ANCORA-PARA
           IF (WS-ANCORA-ACHADA = 'N')
               IF (TA-QTD < 300)
                   ADD 1 TO TA-QTD
                   MOVE TA-QTD TO WS-A
                   MOVE EA-ARQUIVO TO TA-ARQUIVO(WS-A)
                   MOVE EA-ELO-INICIAL TO TA-ELO-INICIAL(WS-A)
                   MOVE EA-ELO-FINAL TO TA-ELO-FINAL(WS-A)
                   MOVE EA-QTD TO TA-QTD-REG(WS-A)
               END-IF
           ELSE
               IF (EA-ARQUIVO = "SENHA.LOG")
                   MOVE EA-ELO-INICIAL TO TA-ELO-INICIAL(WS-A)
                   MOVE EA-QTD TO TA-QTD-REG(WS-A)
               ELSE
                   ADD EA-QTD TO TA-QTD-REG(WS-A)
               END-IF
               MOVE EA-ELO-FINAL TO TA-ELO-FINAL(WS-A)
           END-IF.

      * Procura a âncora de WS-ARQ-NOME; achada, WS-A aponta para
      * ela.
       PROCURA-ANCORA-PARA.

           MOVE 'N' TO WS-ANCORA-ACHADA
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL (WS-A > TA-QTD)
                       OR (TA-ARQUIVO(WS-A) = WS-ARQ-NOME)
               CONTINUE
           END-PERFORM
           IF (WS-A <= TA-QTD)
               MOVE 'S' TO WS-ANCORA-ACHADA
           END-IF.

      * Geração mensal: sem arquivo e sem âncora é mês sem
      * movimento (ou anterior ao encadeamento); sem arquivo e com
      * âncora, a geração foi retirada.
       VERIFICA-GERACAO-PARA.

           MOVE SPACES TO WS-GER-NOME
           STRING "SENHA" WS-MES-GERACAO ".LOG" DELIMITED BY SIZE
               INTO WS-GER-NOME
           MOVE WS-GER-NOME TO WS-ARQ-NOME
           PERFORM PROCURA-ANCORA-PARA
           MOVE SPACES TO WS-ELO-ANTERIOR
           IF (WS-ANCORA-ACHADA = 'S')
               MOVE TA-ELO-INICIAL(WS-A) TO WS-ELO-ANTERIOR
           END-IF
           PERFORM INICIA-ARQUIVO-PARA

           OPEN INPUT SENHA-GERACAO
           IF (WS-GER-STATUS NOT = "00")
               IF (WS-ANCORA-ACHADA = 'S')
                   MOVE "geração ausente - consta em SENHA.ELA"
                       TO WS-QB-MOTIVO
                   PERFORM REGISTRA-QUEBRA-PARA
                   PERFORM FINALIZA-ARQUIVO-PARA
                   MOVE 'N' TO WS-FIM-ANTERIOR-VALIDO
               ELSE
                   MOVE SPACES TO ENC-LINHA
                   STRING "  " WS-ARQ-NOME "  inexistente"
                       DELIMITED BY SIZE INTO ENC-LINHA
                   PERFORM IMPRIME-LINHA-PARA
               END-IF
           ELSE
               IF (WS-ANCORA-ACHADA = 'S')
                       AND (WS-FIM-ANTERIOR-VALIDO = 'S')
                       AND (TA-ELO-INICIAL(WS-A) NOT = WS-FIM-ANTERIOR)
                   MOVE SPACES TO WS-QB-MOTIVO
                   STRING "abertura não confere com o fim de "
                       WS-FIM-ANTERIOR-NOME
                       DELIMITED BY SIZE INTO WS-QB-MOTIVO
                   PERFORM REGISTRA-QUEBRA-PARA
               END-IF
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM LE-GERACAO-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   MOVE SG-ELO TO WS-ELO-LIDO
                   MOVE SPACES TO SG-ELO
                   MOVE SENHA-GER-REG TO WS-ELO-CONTEUDO
                   MOVE SG-DATA TO WS-REG-DATA
                   MOVE SG-HORA TO WS-REG-HORA
                   MOVE SG-USER-ID TO WS-REG-IDENT
                   PERFORM CONFERE-REGISTRO-PARA
                   PERFORM LE-GERACAO-PARA
               END-PERFORM
               CLOSE SENHA-GERACAO
               IF (WS-ANCORA-ACHADA = 'S') AND (WS-QUEBRA = 'N')
                   IF (WS-POSICAO NOT = TA-QTD-REG(WS-A))
                       OR (WS-ELO-ANTERIOR NOT = TA-ELO-FINAL(WS-A))
                       MOVE SPACES TO WS-QB-MOTIVO
                       STRING "fim não confere com SENHA.ELA - "
                           "registros ausentes ou acrescentados"
                           DELIMITED BY SIZE INTO WS-QB-MOTIVO
                       PERFORM REGISTRA-QUEBRA-PARA
                   END-IF
               END-IF
               PERFORM FINALIZA-ARQUIVO-PARA
               IF (WS-QUEBRA = 'N')
                   MOVE 'S' TO WS-FIM-ANTERIOR-VALIDO
                   MOVE WS-ELO-ANTERIOR TO WS-FIM-ANTERIOR
                   MOVE WS-ARQ-NOME TO WS-FIM-ANTERIOR-NOME
               ELSE
                   MOVE 'N' TO WS-FIM-ANTERIOR-VALIDO
               END-IF
           END-IF.

       LE-GERACAO-PARA.

           READ SENHA-GERACAO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

      * Trilha viva: começa na âncora do último corte; a abertura
      * só é conferida com a última geração quando o intervalo
      * pedido chega ao mês anterior ao corrente.
       VERIFICA-TRILHA-PARA.

           MOVE "SENHA.LOG" TO WS-ARQ-NOME
           PERFORM PROCURA-ANCORA-PARA
           MOVE SPACES TO WS-ELO-ANTERIOR
           IF (WS-ANCORA-ACHADA = 'S')
               MOVE TA-ELO-INICIAL(WS-A) TO WS-ELO-ANTERIOR
           END-IF
           PERFORM INICIA-ARQUIVO-PARA

           OPEN INPUT SENHA-LOG
           IF (WS-LOG-STATUS NOT = "00")
               PERFORM TRATA-INEXISTENTE-PARA
           ELSE
               IF (WS-ANCORA-ACHADA = 'S')
                       AND (WS-MES-INICIAL > 0)
                       AND (WS-MES-FINAL = WS-MES-ANTERIOR)
                       AND (WS-FIM-ANTERIOR-VALIDO = 'S')
                       AND (TA-ELO-INICIAL(WS-A) NOT = WS-FIM-ANTERIOR)
                   MOVE SPACES TO WS-QB-MOTIVO
                   STRING "abertura não confere com o fim de "
                       WS-FIM-ANTERIOR-NOME
                       DELIMITED BY SIZE INTO WS-QB-MOTIVO
                   PERFORM REGISTRA-QUEBRA-PARA
               END-IF
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM LE-LOG-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   MOVE SL-ELO TO WS-ELO-LIDO
                   MOVE SPACES TO SL-ELO
                   MOVE SENHA-LOG-REG TO WS-ELO-CONTEUDO
                   MOVE SL-DATA TO WS-REG-DATA
                   MOVE SL-HORA TO WS-REG-HORA
                   MOVE SL-USER-ID TO WS-REG-IDENT
                   PERFORM CONFERE-REGISTRO-PARA
                   PERFORM LE-LOG-PARA
               END-PERFORM
               CLOSE SENHA-LOG
               IF (WS-EST-LOG-ACHADO = 'S') AND (WS-QUEBRA = 'N')
                       AND (WS-ELO-ANTERIOR NOT = WS-EST-LOG-ELO)
                   PERFORM QUEBRA-NO-FIM-PARA
               END-IF
               PERFORM FINALIZA-ARQUIVO-PARA
           END-IF.

       LE-LOG-PARA.

           READ SENHA-LOG
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

      * O jornal nunca é cortado: a cadeia começa do início.
       VERIFICA-JORNAL-PARA.

           MOVE "SENHA.JRN" TO WS-ARQ-NOME
           MOVE SPACES TO WS-ELO-ANTERIOR
           PERFORM INICIA-ARQUIVO-PARA

           OPEN INPUT SENHA-JRN
           IF (WS-JRN-STATUS NOT = "00")
               PERFORM TRATA-INEXISTENTE-PARA
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM LE-JRN-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   MOVE SJ-ELO TO WS-ELO-LIDO
                   MOVE SPACES TO SJ-ELO
                   MOVE SENHA-JRN-REG TO WS-ELO-CONTEUDO
                   MOVE SJ-DATA TO WS-REG-DATA
                   MOVE SJ-HORA TO WS-REG-HORA
                   MOVE SJ-SUPERVISOR TO WS-REG-IDENT
                   PERFORM CONFERE-REGISTRO-PARA
                   PERFORM LE-JRN-PARA
               END-PERFORM
               CLOSE SENHA-JRN
               IF (WS-EST-JRN-ACHADO = 'S') AND (WS-QUEBRA = 'N')
                       AND (WS-ELO-ANTERIOR NOT = WS-EST-JRN-ELO)
                   PERFORM QUEBRA-NO-FIM-PARA
               END-IF
               PERFORM FINALIZA-ARQUIVO-PARA
           END-IF.

       LE-JRN-PARA.

           READ SENHA-JRN
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

      * Arquivo vivo inexistente: se já houve gravação encadeada
      * nele (estado em SENHA.ELO), foi removido.
       TRATA-INEXISTENTE-PARA.

           IF ((WS-ARQ-NOME = "SENHA.LOG") AND
                   (WS-EST-LOG-ACHADO = 'S'))
                   OR ((WS-ARQ-NOME = "SENHA.JRN") AND
                   (WS-EST-JRN-ACHADO = 'S'))
               MOVE "arquivo ausente - consta em SENHA.ELO"
                   TO WS-QB-MOTIVO
               PERFORM REGISTRA-QUEBRA-PARA
               PERFORM FINALIZA-ARQUIVO-PARA
           ELSE
               ADD 1 TO WS-INEXISTENTES
               MOVE SPACES TO ENC-LINHA
               STRING "  " WS-ARQ-NOME "  inexistente"
                   DELIMITED BY SIZE INTO ENC-LINHA
               PERFORM IMPRIME-LINHA-PARA
           END-IF.

       QUEBRA-NO-FIM-PARA.

           MOVE SPACES TO WS-QB-MOTIVO
           STRING "fim não confere com SENHA.ELO - "
               "registros ausentes no fim"
               DELIMITED BY SIZE INTO WS-QB-MOTIVO
           PERFORM REGISTRA-QUEBRA-PARA.

      * Arquivo começando com elo em branco aceita registros sem
      * elo até o primeiro encadeado; com âncora preenchida, todos
      * os registros precisam de elo.
       INICIA-ARQUIVO-PARA.

           MOVE 0 TO WS-POSICAO
           MOVE 0 TO WS-LEGADOS
           MOVE 'N' TO WS-QUEBRA
           MOVE 0 TO WS-REG-DATA
           MOVE 0 TO WS-REG-HORA
           MOVE SPACES TO WS-REG-IDENT
           IF (WS-ELO-ANTERIOR = SPACES)
               MOVE 'N' TO WS-ENCADEADO
           ELSE
               MOVE 'S' TO WS-ENCADEADO
           END-IF.

      * Recalcula o elo do registro corrente sobre o elo lido do
      * anterior; depois da primeira quebra o arquivo é apenas
      * contado.
       CONFERE-REGISTRO-PARA.

           ADD 1 TO WS-POSICAO
           IF (WS-QUEBRA = 'N')
               IF (WS-ELO-LIDO = SPACES)
                   IF (WS-ENCADEADO = 'S')
                       MOVE "registro sem elo depois do encadeamento"
                           TO WS-QB-MOTIVO
                       PERFORM REGISTRA-QUEBRA-PARA
                   ELSE
                       ADD 1 TO WS-LEGADOS
                   END-IF
               ELSE
                   MOVE 'S' TO WS-ENCADEADO
                   MOVE 'C' TO WS-ELO-OPERACAO
                   CALL "SENHAELO" USING WS-ELO-OPERACAO
                       WS-ELO-ARQUIVO WS-ELO-CONTEUDO
                       WS-ELO-ANTERIOR WS-ELO-VALOR WS-ELO-SITUACAO
                   IF (WS-ELO-VALOR NOT = WS-ELO-LIDO)
                       MOVE SPACES TO WS-QB-MOTIVO
                       STRING "elo não confere - registro alterado, "
                           "inserido ou anterior excluído"
                           DELIMITED BY SIZE INTO WS-QB-MOTIVO
                       PERFORM REGISTRA-QUEBRA-PARA
                   END-IF
               END-IF
               MOVE WS-ELO-LIDO TO WS-ELO-ANTERIOR
           END-IF.

       REGISTRA-QUEBRA-PARA.

           IF (WS-QUEBRA = 'N')
               MOVE 'S' TO WS-QUEBRA
               MOVE WS-POSICAO TO WS-QB-POSICAO
               MOVE WS-REG-DATA TO WS-QB-DATA
               MOVE WS-REG-HORA TO WS-QB-HORA
               MOVE WS-REG-IDENT TO WS-QB-IDENT
           END-IF.

       FINALIZA-ARQUIVO-PARA.

           ADD 1 TO WS-ARQUIVOS
           ADD WS-POSICAO TO WS-TOTAL-REGISTROS
           ADD WS-LEGADOS TO WS-TOTAL-LEGADOS
           MOVE SPACES TO ENC-LINHA
           IF (WS-QUEBRA = 'N')
               STRING "  " WS-ARQ-NOME "  íntegro - " WS-POSICAO
                   " registros, " WS-LEGADOS " sem elo"
                   DELIMITED BY SIZE INTO ENC-LINHA
               PERFORM IMPRIME-LINHA-PARA
           ELSE
               ADD 1 TO WS-QUEBRADOS
               STRING "  " WS-ARQ-NOME "  QUEBRA no registro "
                   WS-QB-POSICAO " de " WS-QB-DATA " " WS-QB-HORA
                   " " WS-QB-IDENT
                   DELIMITED BY SIZE INTO ENC-LINHA
               PERFORM IMPRIME-LINHA-PARA
               MOVE SPACES TO ENC-LINHA
               STRING "      " WS-QB-MOTIVO
                   DELIMITED BY SIZE INTO ENC-LINHA
               PERFORM IMPRIME-LINHA-PARA
           END-IF.

       IMPRIME-LINHA-PARA.

           DISPLAY ENC-LINHA
           WRITE ENC-LINHA.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO ENC-LINHA
           STRING "Verificação do encadeamento - "
               FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO ENC-LINHA
           PERFORM IMPRIME-LINHA-PARA
           MOVE SPACES TO ENC-LINHA
           IF (WS-MES-INICIAL > 0)
               STRING "Gerações de " WS-MES-INICIAL " a "
                   WS-MES-FINAL ", trilha viva e jornal"
                   DELIMITED BY SIZE INTO ENC-LINHA
           ELSE
               MOVE "Trilha viva e jornal (sem gerações)"
                   TO ENC-LINHA
           END-IF
           PERFORM IMPRIME-LINHA-PARA.

       IMPRIME-CONCLUSAO-PARA.

           MOVE SPACES TO ENC-LINHA
           STRING "Arquivos verificados: " WS-ARQUIVOS
               "  registros: " WS-TOTAL-REGISTROS
               "  sem elo: " WS-TOTAL-LEGADOS
               DELIMITED BY SIZE INTO ENC-LINHA
           PERFORM IMPRIME-LINHA-PARA
           EVALUATE TRUE
               WHEN (WS-QUEBRADOS > 0)
                   MOVE SPACES TO ENC-LINHA
                   STRING "CADEIA QUEBRADA EM " WS-QUEBRADOS
                       " ARQUIVO(S) - ACIONAR A SEGURANÇA"
                       DELIMITED BY SIZE INTO ENC-LINHA
                   PERFORM IMPRIME-LINHA-PARA
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-TOTAL-LEGADOS > 0) OR (WS-INEXISTENTES > 0)
                   MOVE "Cadeias íntegras, com ressalvas acima"
                       TO ENC-LINHA
                   PERFORM IMPRIME-LINHA-PARA
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Cadeias íntegras" TO ENC-LINHA
                   PERFORM IMPRIME-LINHA-PARA
           END-EVALUATE.
