       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAIMG AS "Cópia-imagem do arquivo mestre".
      * Programa de lote noturno, a executar depois do último
      * passo que grava no mestre: descarrega o arquivo mestre
      * SENHA-MASTRE inteiro, em ordem de usuario, numa geração
      * datada SENHAaaaammdd.IMG (leiaute senimg.cpy), entre um
      * registro de controle de abertura e um de fechamento com a
      * quantidade de registros copiados. Antes da descarga o
      * jornal SENHA-JRN é percorrido para carimbar a cópia com a
      * posição, data, hora, sessão e ação do último registro de
      * jornal já refletido no mestre; a partir dele o utilitário
      * SENHARCV reaplica o jornal sobre a cópia quando o mestre
      * precisar ser reconstruído. Nova execução no mesmo dia
      * substitui a geração do dia. As gerações devem ser
      * guardadas pelo mesmo prazo do jornal.
      * Encerra com RETURN-CODE 0 (cópia gravada e conferida) ou
      * 16 (mestre indisponível, geração não gravada, não reaberta
      * para conferência ou com contagem divergente - a cópia não
      * deve ser usada).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-MASTRE ASSIGN TO "SENHA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SM-USER-ID
               FILE STATUS WS-MASTRE-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-IMAGEM ASSIGN USING WS-IMG-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-IMG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-MASTRE.
           COPY "senmst.cpy".
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-IMAGEM.
           COPY "senimg.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MASTRE-STATUS         PIC X(2) VALUE "00".
       01 WS-JRN-STATUS            PIC X(2) VALUE "00".
       01 WS-IMG-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-ARQUIVO           PIC X    VALUE 'N'.
       01 WS-IMG-NOME              PIC X(17).
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-HORA-HOJE             PIC 9(6).
       01 WS-COPIADOS              PIC 9(7) VALUE 0.
       01 WS-ATIVOS                PIC 9(7) VALUE 0.
       01 WS-INATIVOS              PIC 9(7) VALUE 0.
       01 WS-RELIDOS               PIC 9(7) VALUE 0.
       01 WS-QTD-FECHAMENTO        PIC 9(7) VALUE 0.
       01 WS-FECHAMENTO-LIDO       PIC X    VALUE 'N'.

      * Carimbo do último registro do jornal coberto pela cópia
       01 WS-CARIMBO.
           05 WS-CA-QTD            PIC 9(7) VALUE 0.
           05 WS-CA-DATA           PIC 9(8) VALUE 0.
           05 WS-CA-HORA           PIC 9(6) VALUE 0.
           05 WS-CA-SESSAO         PIC 9(14) VALUE 0.
           05 WS-CA-ACAO           PIC X    VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE
           MOVE SPACES TO WS-IMG-NOME
           STRING "SENHA" WS-DATA-HOJE ".IMG" DELIMITED BY SIZE
               INTO WS-IMG-NOME

           OPEN INPUT SENHA-MASTRE
           IF (WS-MASTRE-STATUS NOT = "00")
               DISPLAY "Arquivo mestre indisponível: "
                   WS-MASTRE-STATUS " - cópia não gravada"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CARIMBA-JORNAL-PARA
               OPEN OUTPUT SENHA-IMAGEM
               IF (WS-IMG-STATUS NOT = "00")
                   DISPLAY "Geração " WS-IMG-NOME
                       " não pôde ser criada: " WS-IMG-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM DESCARREGA-MESTRE-PARA
                   CLOSE SENHA-IMAGEM
                   PERFORM CONFERE-COPIA-PARA
               END-IF
               CLOSE SENHA-MASTRE
           END-IF

           STOP RUN.

      * Localiza o último registro do jornal; jornal inexistente
      * ou vazio deixa o carimbo zerado (a recuperação então
      * reaplica o jornal desde o primeiro registro).
       CARIMBA-JORNAL-PARA.

           OPEN INPUT SENHA-JRN
           IF (WS-JRN-STATUS = "00")
               PERFORM LE-JORNAL-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   ADD 1 TO WS-CA-QTD
                   MOVE SJ-DATA TO WS-CA-DATA
                   MOVE SJ-HORA TO WS-CA-HORA
                   MOVE SJ-SESSAO TO WS-CA-SESSAO
                   MOVE SJ-ACAO TO WS-CA-ACAO
                   PERFORM LE-JORNAL-PARA
               END-PERFORM
               CLOSE SENHA-JRN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO.

       LE-JORNAL-PARA.

           READ SENHA-JRN
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       DESCARREGA-MESTRE-PARA.

           MOVE 'C' TO IM-TIPO
           PERFORM GRAVA-CONTROLE-PARA
           PERFORM LE-MESTRE-PARA
           PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
               MOVE 'D' TO IM-TIPO
               MOVE WS-DATA-HOJE TO IM-DATA-COPIA
               MOVE WS-HORA-HOJE TO IM-HORA-COPIA
               MOVE 0 TO IM-QTD-REGISTROS
               MOVE WS-CA-QTD TO IM-JRN-QTD
               MOVE WS-CA-DATA TO IM-JRN-DATA
               MOVE WS-CA-HORA TO IM-JRN-HORA
               MOVE WS-CA-SESSAO TO IM-JRN-SESSAO
               MOVE WS-CA-ACAO TO IM-JRN-ACAO
               MOVE SENHA-MASTRE-REG TO IM-IMAGEM
               WRITE SENHA-IMG-REG
               ADD 1 TO WS-COPIADOS
               IF (SM-ATIVO = 'S')
                   ADD 1 TO WS-ATIVOS
               ELSE
                   ADD 1 TO WS-INATIVOS
               END-IF
               PERFORM LE-MESTRE-PARA
           END-PERFORM
           MOVE 'T' TO IM-TIPO
           PERFORM GRAVA-CONTROLE-PARA.

       LE-MESTRE-PARA.

           READ SENHA-MASTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       GRAVA-CONTROLE-PARA.

           MOVE WS-DATA-HOJE TO IM-DATA-COPIA
           MOVE WS-HORA-HOJE TO IM-HORA-COPIA
           MOVE WS-COPIADOS TO IM-QTD-REGISTROS
           MOVE WS-CA-QTD TO IM-JRN-QTD
           MOVE WS-CA-DATA TO IM-JRN-DATA
           MOVE WS-CA-HORA TO IM-JRN-HORA
           MOVE WS-CA-SESSAO TO IM-JRN-SESSAO
           MOVE WS-CA-ACAO TO IM-JRN-ACAO
           MOVE SPACES TO IM-IMAGEM
           WRITE SENHA-IMG-REG.

      * Relê a geração gravada e confere a quantidade de
      * registros de imagem com o controle de fechamento.
       CONFERE-COPIA-PARA.

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-IMAGEM
           IF (WS-IMG-STATUS NOT = "00")
               DISPLAY "Cópia-imagem " WS-IMG-NOME
                   " não reaberta - situação " WS-IMG-STATUS
               DISPLAY "CÓPIA NÃO CONFERIDA - NÃO UTILIZAR"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LE-IMAGEM-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   IF (IM-TIPO = 'D')
                       ADD 1 TO WS-RELIDOS
                   END-IF
                   IF (IM-TIPO = 'T')
                       MOVE 'S' TO WS-FECHAMENTO-LIDO
                       MOVE IM-QTD-REGISTROS TO WS-QTD-FECHAMENTO
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   ELSE
                       PERFORM LE-IMAGEM-PARA
                   END-IF
               END-PERFORM
               CLOSE SENHA-IMAGEM

               DISPLAY "Cópia-imagem " WS-IMG-NOME " de "
                   WS-DATA-HOJE " " WS-HORA-HOJE
               DISPLAY "Registros copiados:  " WS-COPIADOS
               DISPLAY "  ativos:            " WS-ATIVOS
               DISPLAY "  inativos:          " WS-INATIVOS
               DISPLAY "Registros relidos:   " WS-RELIDOS
               DISPLAY "Último jornal coberto: nº " WS-CA-QTD " de "
                   WS-CA-DATA " " WS-CA-HORA " ação " WS-CA-ACAO
               IF (WS-FECHAMENTO-LIDO = 'S')
                       AND (WS-QTD-FECHAMENTO = WS-COPIADOS)
                       AND (WS-RELIDOS = WS-COPIADOS)
                   DISPLAY "Conferência OK"
               ELSE
                   DISPLAY "CÓPIA COM DIVERGÊNCIA - NÃO UTILIZAR"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       LE-IMAGEM-PARA.

           READ SENHA-IMAGEM
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
