       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHARCV AS "Recuperação do arquivo mestre".
      * Utilitário de recuperação para frente do arquivo mestre,
      * para quando o SENHA.DAT se perde ou o SENHAVER o declara
      * danificado (RETURN-CODE 16): o operador informa a data da
      * cópia-imagem a recarregar (geração SENHAaaaammdd.IMG
      * gravada pelo SENHAIMG) e o momento até onde recuperar
      * (data+hora, em branco = todo o jornal). O utilitário:
      *    1 - recarrega a cópia num mestre novo, SENHANEW.DAT,
      *        conferindo a quantidade com o controle de fechamento;
      *    2 - confere que o jornal SENHA-JRN ainda traz, na
      *        posição carimbada na cópia, o mesmo registro (data,
      *        hora, sessão e ação) - senão o jornal não é o que a
      *        cópia cobriu e nada é reaplicado;
      *    3 - reaplica, em ordem, cada entrada seguinte do jornal
      *        até o momento pedido, com a imagem posterior: imagem
      *        anterior em branco é inclusão, imagem posterior em
      *        branco (estorno de inclusão pelo SENHARST) é
      *        exclusão. Antes de cada aplicação o registro do
      *        mestre novo é conferido com a imagem anterior;
      *        divergência é relatada como conflito e a entrada não
      *        é aplicada. Entradas 'F' e 'M' trazem imagens de
      *        SENHA-PERFIL e SENHA-MEMBRO, não do mestre, e são
      *        ignoradas.
      * A recuperação não grava no jornal nem no SENHA.DAT: o
      * relatório de conciliação SENHA-RCV traz os registros
      * recarregados e as entradas aplicadas, ignoradas, em
      * conflito e posteriores ao momento pedido, para que o
      * operador confira o resultado antes de colocar o
      * SENHANEW.DAT no lugar do SENHA.DAT (e rodar o SENHAVER).
      * Encerra com RETURN-CODE 0 (tudo aplicado), 8 (conflitos ou
      * momento anterior à cópia) ou 16 (parâmetro inválido, cópia
      * ausente ou incompleta, jornal diferente do carimbo ou
      * mestre novo não criado - SENHANEW.DAT não deve ser usado).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-IMAGEM ASSIGN USING WS-IMG-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-IMG-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-NOVO ASSIGN TO "SENHANEW.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SN-USER-ID
               FILE STATUS WS-NOVO-STATUS.
           SELECT SENHA-RCV ASSIGN TO "SENHA.RCV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-IMAGEM.
           COPY "senimg.cpy".
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-NOVO.
           COPY "senmst.cpy" REPLACING ==SENHA-MASTRE-REG== BY
               ==SENHA-NOVO-REG== LEADING ==SM== BY ==SN==.
       FD  SENHA-RCV.
       01  RCV-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IMG-STATUS            PIC X(2) VALUE "00".
       01 WS-JRN-STATUS            PIC X(2) VALUE "00".
       01 WS-NOVO-STATUS           PIC X(2) VALUE "00".
       01 WS-RCV-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-ARQUIVO           PIC X    VALUE 'N'.
       01 WS-IMG-NOME              PIC X(17).
       01 WS-DATA-PARM             PIC X(8).
       01 WS-MOMENTO-PARM          PIC X(14).
       01 WS-DATA-COPIA            PIC 9(8) VALUE 0.
       01 WS-PARM-VALIDO           PIC X    VALUE 'S'.
       01 WS-FECHAMENTO-LIDO       PIC X    VALUE 'N'.
       01 WS-QTD-FECHAMENTO        PIC 9(7) VALUE 0.
       01 WS-CARIMBO-OK            PIC X    VALUE 'N'.
       01 WS-ALCANCOU-MOMENTO      PIC X    VALUE 'N'.
       01 WS-MOTIVO                PIC X(30).
       01 WS-CHAVE                 PIC X(8).
       01 WS-POSICAO               PIC 9(7) VALUE 0.
       01 WS-RECARREGADOS          PIC 9(7) VALUE 0.
       01 WS-DUPLICADOS            PIC 9(7) VALUE 0.
       01 WS-COBERTAS              PIC 9(7) VALUE 0.
       01 WS-APLICADAS             PIC 9(7) VALUE 0.
       01 WS-IGNORADAS             PIC 9(7) VALUE 0.
       01 WS-CONFLITOS             PIC 9(7) VALUE 0.
       01 WS-POSTERIORES           PIC 9(7) VALUE 0.

      * Momento até onde recuperar e momento da cópia, na forma
      * AAAAMMDDHHMMSS para comparação com a entrada do jornal
       01 WS-MOMENTO-ALVO          PIC 9(14) VALUE 99999999999999.
       01 WS-MOMENTO-COPIA.
           05 WS-MC-DATA           PIC 9(8).
           05 WS-MC-HORA           PIC 9(6).
       01 WS-MOMENTO-ENTRADA.
           05 WS-ME-DATA           PIC 9(8).
           05 WS-ME-HORA           PIC 9(6).

      * Carimbo do jornal lido no controle de abertura da cópia
       01 WS-CARIMBO.
           05 WS-CA-QTD            PIC 9(7) VALUE 0.
           05 WS-CA-DATA           PIC 9(8) VALUE 0.
           05 WS-CA-HORA           PIC 9(6) VALUE 0.
           05 WS-CA-SESSAO         PIC 9(14) VALUE 0.
           05 WS-CA-ACAO           PIC X    VALUE SPACE.

       01 WS-LINHA-CONFLITO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-POSICAO        PIC 9(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-DATA           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LC-HORA           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-ACAO           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-USER-ID        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-MOTIVO         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM OBTEM-PARAMETROS-PARA

           IF (WS-PARM-VALIDO = 'N')
               DISPLAY "Parâmetros inválidos"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SENHA-RCV
               PERFORM RECARREGA-COPIA-PARA
               IF (RETURN-CODE NOT = 16)
                   PERFORM REAPLICA-JORNAL-PARA
               END-IF
               PERFORM IMPRIME-TOTAIS-PARA
               CLOSE SENHA-RCV
           END-IF

           STOP RUN.

      * Data da cópia obrigatória; momento em branco recupera até
      * o fim do jornal, data sem hora recupera até o fim do dia.
       OBTEM-PARAMETROS-PARA.

           DISPLAY "Data da cópia-imagem (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-PARM
           IF (WS-DATA-PARM IS NUMERIC)
                   AND (WS-DATA-PARM NOT = "00000000")
               MOVE WS-DATA-PARM TO WS-DATA-COPIA
           ELSE
               MOVE 'N' TO WS-PARM-VALIDO
           END-IF

           DISPLAY "Recuperar até (AAAAMMDDHHMMSS, vazio = fim "
               "do jornal): " WITH NO ADVANCING
           ACCEPT WS-MOMENTO-PARM
           EVALUATE TRUE
               WHEN (WS-MOMENTO-PARM = SPACES)
                   MOVE 99999999999999 TO WS-MOMENTO-ALVO
               WHEN (WS-MOMENTO-PARM(9:6) = SPACES)
                       AND (WS-MOMENTO-PARM(1:8) IS NUMERIC)
                   MOVE WS-MOMENTO-PARM(1:8) TO WS-ME-DATA
                   MOVE 235959 TO WS-ME-HORA
                   MOVE WS-MOMENTO-ENTRADA TO WS-MOMENTO-ALVO
               WHEN (WS-MOMENTO-PARM IS NUMERIC)
                   MOVE WS-MOMENTO-PARM TO WS-MOMENTO-ALVO
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALIDO
           END-EVALUATE

           MOVE SPACES TO WS-IMG-NOME
           STRING "SENHA" WS-DATA-COPIA ".IMG" DELIMITED BY SIZE
               INTO WS-IMG-NOME.

      * Fase 1: recarga da cópia-imagem no mestre novo
       RECARREGA-COPIA-PARA.

           MOVE SPACES TO RCV-LINHA
           STRING "Recuperação do arquivo mestre - cópia "
               WS-IMG-NOME DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA

           OPEN INPUT SENHA-IMAGEM
           IF (WS-IMG-STATUS NOT = "00")
               MOVE SPACES TO RCV-LINHA
               STRING "Cópia-imagem indisponível - situação "
                   WS-IMG-STATUS DELIMITED BY SIZE INTO RCV-LINHA
               WRITE RCV-LINHA
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LE-IMAGEM-PARA
               IF (WS-FIM-ARQUIVO = 'S') OR (IM-TIPO NOT = 'C')
                   MOVE "Cópia-imagem sem controle de abertura"
                       TO RCV-LINHA
                   WRITE RCV-LINHA
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM GUARDA-CARIMBO-PARA
                   PERFORM GRAVA-MESTRE-NOVO-PARA
               END-IF
               CLOSE SENHA-IMAGEM
           END-IF.

       LE-IMAGEM-PARA.

           READ SENHA-IMAGEM
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       GUARDA-CARIMBO-PARA.

           MOVE IM-DATA-COPIA TO WS-MC-DATA
           MOVE IM-HORA-COPIA TO WS-MC-HORA
           MOVE IM-JRN-QTD TO WS-CA-QTD
           MOVE IM-JRN-DATA TO WS-CA-DATA
           MOVE IM-JRN-HORA TO WS-CA-HORA
           MOVE IM-JRN-SESSAO TO WS-CA-SESSAO
           MOVE IM-JRN-ACAO TO WS-CA-ACAO

           MOVE SPACES TO RCV-LINHA
           STRING "Cópia de " WS-MC-DATA " " WS-MC-HORA
               " - último jornal coberto: nº " WS-CA-QTD
               DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           STRING "  de " WS-CA-DATA " " WS-CA-HORA " sessão "
               WS-CA-SESSAO " ação " WS-CA-ACAO
               DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           IF (WS-MOMENTO-ALVO = 99999999999999)
               MOVE "Recuperar até: fim do jornal" TO RCV-LINHA
           ELSE
               STRING "Recuperar até: " WS-MOMENTO-ALVO
                   DELIMITED BY SIZE INTO RCV-LINHA
           END-IF
           WRITE RCV-LINHA.

       GRAVA-MESTRE-NOVO-PARA.

           OPEN OUTPUT SENHA-NOVO
           IF (WS-NOVO-STATUS NOT = "00")
               MOVE SPACES TO RCV-LINHA
               STRING "SENHANEW.DAT não pôde ser criado - situação "
                   WS-NOVO-STATUS DELIMITED BY SIZE INTO RCV-LINHA
               WRITE RCV-LINHA
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LE-IMAGEM-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   EVALUATE IM-TIPO
                       WHEN 'D'
                           MOVE IM-IMAGEM TO SENHA-NOVO-REG
                           WRITE SENHA-NOVO-REG
                               INVALID KEY
                                   ADD 1 TO WS-DUPLICADOS
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECARREGADOS
                           END-WRITE
                       WHEN 'T'
                           MOVE 'S' TO WS-FECHAMENTO-LIDO
                           MOVE IM-QTD-REGISTROS
                               TO WS-QTD-FECHAMENTO
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF (WS-FIM-ARQUIVO = 'N')
                       PERFORM LE-IMAGEM-PARA
                   END-IF
               END-PERFORM
               CLOSE SENHA-NOVO
               IF (WS-FECHAMENTO-LIDO = 'N')
                       OR (WS-QTD-FECHAMENTO NOT = WS-RECARREGADOS)
                   MOVE SPACES TO RCV-LINHA
                   STRING "CÓPIA INCOMPLETA: fechamento "
                       WS-QTD-FECHAMENTO " recarregados "
                       WS-RECARREGADOS DELIMITED BY SIZE
                       INTO RCV-LINHA
                   WRITE RCV-LINHA
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * Fase 2: conferência do carimbo e reaplicação do jornal
       REAPLICA-JORNAL-PARA.

           MOVE 'N' TO WS-FIM-ARQUIVO
           IF (WS-MOMENTO-ALVO < WS-MOMENTO-COPIA)
               MOVE "Momento anterior à cópia - nada a reaplicar"
                   TO RCV-LINHA
               WRITE RCV-LINHA
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SENHA-JRN
               IF (WS-JRN-STATUS NOT = "00")
                   IF (WS-CA-QTD = 0)
                       MOVE 'S' TO WS-CARIMBO-OK
                   ELSE
                       MOVE "Jornal SENHA.JRN indisponível"
                           TO RCV-LINHA
                       WRITE RCV-LINHA
                       MOVE 16 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM CONFERE-CARIMBO-PARA
                   IF (WS-CARIMBO-OK = 'S')
                       OPEN I-O SENHA-NOVO
                       PERFORM TRATA-ENTRADA-PARA
                           UNTIL (WS-FIM-ARQUIVO = 'S')
                       CLOSE SENHA-NOVO
                   ELSE
                       MOVE SPACES TO RCV-LINHA
                       STRING "Jornal difere do carimbo da cópia - "
                           "nada reaplicado" DELIMITED BY SIZE
                           INTO RCV-LINHA
                       WRITE RCV-LINHA
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   CLOSE SENHA-JRN
               END-IF
           END-IF.

      * Avança até a posição carimbada e confere o registro; a
      * primeira entrada a reaplicar fica lida na área do jornal.
       CONFERE-CARIMBO-PARA.

           PERFORM LE-JORNAL-PARA
           PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   OR (WS-POSICAO > WS-CA-QTD)
               IF (WS-POSICAO = WS-CA-QTD)
                   IF (SJ-DATA = WS-CA-DATA)
                           AND (SJ-HORA = WS-CA-HORA)
                           AND (SJ-SESSAO = WS-CA-SESSAO)
                           AND (SJ-ACAO = WS-CA-ACAO)
                       MOVE 'S' TO WS-CARIMBO-OK
                   END-IF
               END-IF
               PERFORM LE-JORNAL-PARA
           END-PERFORM
           IF (WS-CA-QTD = 0)
               MOVE 'S' TO WS-CARIMBO-OK
           END-IF
           MOVE WS-CA-QTD TO WS-COBERTAS.

       LE-JORNAL-PARA.

           READ SENHA-JRN
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-POSICAO
           END-READ.

      * Entradas posteriores ao momento pedido encerram a
      * reaplicação (as seguintes são apenas contadas), para que
      * nunca se aplique uma alteração deixando de fora outra
      * anterior a ela.
       TRATA-ENTRADA-PARA.

           MOVE SJ-DATA TO WS-ME-DATA
           MOVE SJ-HORA TO WS-ME-HORA
           IF (WS-MOMENTO-ENTRADA > WS-MOMENTO-ALVO)
               MOVE 'S' TO WS-ALCANCOU-MOMENTO
           END-IF
           EVALUATE TRUE
               WHEN (WS-ALCANCOU-MOMENTO = 'S')
                   ADD 1 TO WS-POSTERIORES
               WHEN (SJ-ACAO = 'F') OR (SJ-ACAO = 'M')
                   ADD 1 TO WS-IGNORADAS
               WHEN OTHER
                   PERFORM APLICA-ENTRADA-PARA
           END-EVALUATE
           PERFORM LE-JORNAL-PARA.

       APLICA-ENTRADA-PARA.

           IF (SJ-IMAGEM-DEPOIS = SPACES)
               MOVE SJ-IMAGEM-ANTES(1:8) TO WS-CHAVE
           ELSE
               MOVE SJ-IMAGEM-DEPOIS(1:8) TO WS-CHAVE
           END-IF
           MOVE WS-CHAVE TO SN-USER-ID
           IF (SJ-IMAGEM-ANTES = SPACES)
               MOVE SJ-IMAGEM-DEPOIS TO SENHA-NOVO-REG
               WRITE SENHA-NOVO-REG
                   INVALID KEY
                       MOVE "inclusão de usuario já existente"
                           TO WS-MOTIVO
                       PERFORM RELATA-CONFLITO-PARA
                   NOT INVALID KEY
                       ADD 1 TO WS-APLICADAS
               END-WRITE
           ELSE
               READ SENHA-NOVO
                   INVALID KEY
                       MOVE "usuario inexistente" TO WS-MOTIVO
                       PERFORM RELATA-CONFLITO-PARA
                   NOT INVALID KEY
                       IF (SENHA-NOVO-REG NOT = SJ-IMAGEM-ANTES)
                           MOVE "registro difere da imagem anterior"
                               TO WS-MOTIVO
                           PERFORM RELATA-CONFLITO-PARA
                       ELSE
                           PERFORM GRAVA-IMAGEM-PARA
                       END-IF
               END-READ
           END-IF.

       GRAVA-IMAGEM-PARA.

           IF (SJ-IMAGEM-DEPOIS = SPACES)
               DELETE SENHA-NOVO RECORD
           ELSE
               MOVE SJ-IMAGEM-DEPOIS TO SENHA-NOVO-REG
               REWRITE SENHA-NOVO-REG
           END-IF
           ADD 1 TO WS-APLICADAS.

       RELATA-CONFLITO-PARA.

           IF (WS-CONFLITOS = 0)
               MOVE "Conflitos (entrada não aplicada):" TO RCV-LINHA
               WRITE RCV-LINHA
               MOVE "  Posição   Data     Hora    A  Usuario   Motivo"
                   TO RCV-LINHA
               WRITE RCV-LINHA
           END-IF
           ADD 1 TO WS-CONFLITOS
           MOVE WS-POSICAO TO WS-LC-POSICAO
           MOVE SJ-DATA TO WS-LC-DATA
           MOVE SJ-HORA TO WS-LC-HORA
           MOVE SJ-ACAO TO WS-LC-ACAO
           MOVE WS-CHAVE TO WS-LC-USER-ID
           MOVE WS-MOTIVO TO WS-LC-MOTIVO
           MOVE SPACES TO RCV-LINHA
           STRING WS-LINHA-CONFLITO DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           STRING "Registros recarregados da cópia:     "
               WS-RECARREGADOS DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           IF (WS-DUPLICADOS > 0)
               MOVE SPACES TO RCV-LINHA
               STRING "Registros duplicados na cópia:       "
                   WS-DUPLICADOS DELIMITED BY SIZE INTO RCV-LINHA
               WRITE RCV-LINHA
           END-IF
           MOVE SPACES TO RCV-LINHA
           STRING "Entradas do jornal cobertas:         "
               WS-COBERTAS DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           STRING "Entradas aplicadas:                  "
               WS-APLICADAS DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           STRING "Entradas ignoradas (perfil/papel):   "
               WS-IGNORADAS DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           STRING "Entradas em conflito:                "
               WS-CONFLITOS DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA
           MOVE SPACES TO RCV-LINHA
           STRING "Entradas posteriores ao momento:     "
               WS-POSTERIORES DELIMITED BY SIZE INTO RCV-LINHA
           WRITE RCV-LINHA

           IF (WS-CONFLITOS > 0) AND (RETURN-CODE = 0)
               MOVE 8 TO RETURN-CODE
           END-IF
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE SPACES TO RCV-LINHA
                   STRING "Recuperação OK - conferir e colocar "
                       "SENHANEW.DAT no lugar de SENHA.DAT"
                       DELIMITED BY SIZE INTO RCV-LINHA
               WHEN 8
                   MOVE SPACES TO RCV-LINHA
                   STRING "Recuperação com ressalvas - analisar "
                       "antes de usar SENHANEW.DAT"
                       DELIMITED BY SIZE INTO RCV-LINHA
               WHEN OTHER
                   MOVE SPACES TO RCV-LINHA
                   STRING "RECUPERAÇÃO NÃO CONCLUÍDA - NÃO USAR "
                       "SENHANEW.DAT" DELIMITED BY SIZE INTO RCV-LINHA
           END-EVALUATE
           WRITE RCV-LINHA.
