       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAAPL AS "Efetivação de solicitações".
      * Programa de lote a executar todas as noites: percorre o
      * arquivo de solicitações SENHA-SOLICITACAO e
      *   - efetiva as aprovadas ainda não efetivadas, gravando a
      *     autorização em SENHA-PERFIL (tipo 'F') ou a atribuição
      *     em SENHA-MEMBRO (tipo 'P');
      *   - retira as concessões diretas de emergência rejeitadas
      *     pelo supervisor revisor, restaurando a situação que a
      *     entrada tinha antes da concessão.
      * Somente solicitações aprovadas a quatro olhos (SENHASOL)
      * chegam a SENHA-PERFIL e SENHA-MEMBRO por aqui; pendentes e
      * rejeitadas não são tocadas.
      * Toda gravação entra no jornal SENHA-JRN (ações 'F' e 'M')
      * com o autor SENHAAPL e a data+hora da execução como
      * sessão, como nos demais programas de lote.
      * Solicitação aprovada para usuario que não existe mais no
      * mestre não é efetivada: passa a rejeitada e sai no
      * relatório como exceção.
      * Antes de efetivar, a concessão é confrontada de novo com as
      * regras de segregação de funções (SENHACFL), pois regras e
      * acessos podem ter mudado desde a aprovação; só passa com
      * conflito a regra sobreposta na aprovação (registro de
      * SENHA-SOBREPOSICAO com o número da solicitação). Conflito
      * sem sobreposição rejeita a solicitação, com exceção no
      * relatório. SENHA-PERFIL e SENHA-MEMBRO são abertos a cada
      * gravação para que a SENHACFL os leia com tudo gravado.
      * Produz o relatório SENHA-APL e encerra com RETURN-CODE 0
      * (tudo efetivado ou nada a fazer), 8 (alguma exceção) ou
      * 16 (arquivo mestre indisponível - nada efetivado).
      * Os registros gravados no jornal SENHA-JRN recebem o elo
      * de encadeamento calculado pela sub-rotina SENHAELO; estado
      * do encadeamento (SENHA.ELO) não gravado leva a execução a
      * terminar com RETURN-CODE 8 no mínimo.
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
           SELECT SENHA-MASTRE ASSIGN TO "SENHA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SM-USER-ID
               FILE STATUS WS-MASTRE-STATUS.
           SELECT SENHA-PERFIL ASSIGN TO "SENHA.PRF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SP-CHAVE
               FILE STATUS WS-PERFIL-STATUS.
           SELECT SENHA-MEMBRO ASSIGN TO "SENHA.MBR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MB-CHAVE
               FILE STATUS WS-MEMBRO-STATUS.
           SELECT SENHA-SOBREPOSICAO ASSIGN TO "SENHA.SBR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SBR-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-APL ASSIGN TO "SENHA.APL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-APL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-SOLICITACAO.
           COPY "sensol.cpy".
       FD  SENHA-MASTRE.
           COPY "senmst.cpy".
       FD  SENHA-PERFIL.
           COPY "senprf.cpy".
       FD  SENHA-MEMBRO.
           COPY "senmbr.cpy".
       FD  SENHA-SOBREPOSICAO.
           COPY "sensbr.cpy".
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-APL.
       01  APL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SOL-STATUS            PIC X(2) VALUE "00".
       01 WS-MASTRE-STATUS         PIC X(2) VALUE "00".
       01 WS-PERFIL-STATUS         PIC X(2) VALUE "00".
       01 WS-MEMBRO-STATUS         PIC X(2) VALUE "00".
       01 WS-JRN-STATUS            PIC X(2) VALUE "00".
       01 WS-APL-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-SOLICITACAO       PIC X    VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-SESSAO.
           05 WS-SESSAO-DATA       PIC 9(8) VALUE 0.
           05 WS-SESSAO-HORA       PIC 9(6) VALUE 0.
       01 WS-JRN-ACAO              PIC X.
       01 WS-REG-ANTES             PIC X(17).
       01 WS-REG-DEPOIS            PIC X(17).
       01 WS-VALOR-ANTERIOR        PIC X.
       01 WS-EFETIVADAS            PIC 9(5) VALUE 0.
       01 WS-RETIRADAS             PIC 9(5) VALUE 0.
       01 WS-EXCECOES              PIC 9(5) VALUE 0.
       01 WS-SBR-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-SBR               PIC X    VALUE 'N'.
       01 WS-REGRA-SOBREPOSTA      PIC X(8).
       01 WS-REGRA-CONFLITO        PIC X(8).
       01 WS-MENSAGEM-CONFLITO     PIC X(60).

       01 WS-LINHA-DET.
           05 WS-LD-NUMERO         PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-USER-ID        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-TIPO           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-OBJETO         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-RESULTADO      PIC X(40).

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-SESSAO-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SESSAO-HORA

           OPEN OUTPUT SENHA-APL
           PERFORM IMPRIME-CABECALHO-PARA

           OPEN I-O SENHA-SOLICITACAO
           IF (WS-SOL-STATUS NOT = "00")
               MOVE "Nenhuma solicitação registrada" TO APL-LINHA
               WRITE APL-LINHA
           ELSE
               OPEN INPUT SENHA-MASTRE
               IF (WS-MASTRE-STATUS NOT = "00")
                   MOVE SPACES TO APL-LINHA
                   STRING "Arquivo mestre indisponível - situação "
                       WS-MASTRE-STATUS DELIMITED BY SIZE
                       INTO APL-LINHA
                   WRITE APL-LINHA
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM PROCESSA-SOLICITACOES-PARA
                   CLOSE SENHA-MASTRE
                   PERFORM IMPRIME-TOTAIS-PARA
                   IF (WS-EXCECOES > 0)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE SENHA-SOLICITACAO
           END-IF

           IF (WS-ELO-FALHA = 'S')
               MOVE "Estado do encadeamento SENHA.ELO não gravado"
                   TO APL-LINHA
               WRITE APL-LINHA
           END-IF
           IF (WS-ELO-FALHA = 'S') AND (RETURN-CODE < 8)
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE SENHA-APL

           STOP RUN.

       ABRE-PERFIL-PARA.

           OPEN I-O SENHA-PERFIL
           IF (WS-PERFIL-STATUS = "35")
               OPEN OUTPUT SENHA-PERFIL
               CLOSE SENHA-PERFIL
               OPEN I-O SENHA-PERFIL
           END-IF.

       ABRE-MEMBRO-PARA.

           OPEN I-O SENHA-MEMBRO
           IF (WS-MEMBRO-STATUS = "35")
               OPEN OUTPUT SENHA-MEMBRO
               CLOSE SENHA-MEMBRO
               OPEN I-O SENHA-MEMBRO
           END-IF.

       PROCESSA-SOLICITACOES-PARA.

           PERFORM LE-SOLICITACAO-PARA
           PERFORM UNTIL (WS-FIM-SOLICITACAO = 'S')
               EVALUATE TRUE
                   WHEN (SO-SITUACAO = 'A')
                           AND (SO-DATA-EFETIVACAO = 0)
                       PERFORM EFETIVA-SOLICITACAO-PARA
                   WHEN (SO-SITUACAO = 'R')
                           AND (SO-DATA-EFETIVACAO NOT = 0)
                       PERFORM RETIRA-CONCESSAO-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM LE-SOLICITACAO-PARA
           END-PERFORM.

       LE-SOLICITACAO-PARA.

           READ SENHA-SOLICITACAO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SOLICITACAO
           END-READ.

      * Efetiva a solicitação aprovada; a situação anterior da
      * entrada fica guardada na própria solicitação.
       EFETIVA-SOLICITACAO-PARA.

           MOVE SO-USER-ID TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   MOVE 'R' TO SO-SITUACAO
                   REWRITE SENHA-SOLICITACAO-REG
                   ADD 1 TO WS-EXCECOES
                   MOVE "REJEITADA - usuario inexistente"
                       TO WS-LD-RESULTADO
               NOT INVALID KEY
                   PERFORM VERIFICA-CONFLITO-PARA
                   IF (WS-REGRA-CONFLITO NOT = SPACES)
                       MOVE 'R' TO SO-SITUACAO
                       REWRITE SENHA-SOLICITACAO-REG
                       ADD 1 TO WS-EXCECOES
                       MOVE SPACES TO WS-LD-RESULTADO
                       STRING "REJEITADA - conflito regra "
                           WS-REGRA-CONFLITO
                           DELIMITED BY SIZE INTO WS-LD-RESULTADO
                   ELSE
                       IF (SO-TIPO = 'F')
                           PERFORM CONCEDE-FUNCAO-PARA
                       ELSE
                           PERFORM CONCEDE-PAPEL-PARA
                       END-IF
                       MOVE WS-DATA-HOJE TO SO-DATA-EFETIVACAO
                       MOVE WS-VALOR-ANTERIOR TO SO-VALOR-ANTERIOR
                       REWRITE SENHA-SOLICITACAO-REG
                       ADD 1 TO WS-EFETIVADAS
                       MOVE "efetivada" TO WS-LD-RESULTADO
                   END-IF
           END-READ
           PERFORM IMPRIME-SOLICITACAO-PARA.

      * Segregação de funções: a regra sobreposta na aprovação é
      * a do último registro de SENHA-SOBREPOSICAO gravado para a
      * solicitação; qualquer outra regra violada recusa.
       VERIFICA-CONFLITO-PARA.

           MOVE SPACES TO WS-REGRA-SOBREPOSTA
           MOVE 'N' TO WS-FIM-SBR
           OPEN INPUT SENHA-SOBREPOSICAO
           IF (WS-SBR-STATUS = "00")
               PERFORM LE-SOBREPOSICAO-PARA
               PERFORM UNTIL (WS-FIM-SBR = 'S')
                   IF (SB-SOLICITACAO = SO-NUMERO)
                       MOVE SB-REGRA TO WS-REGRA-SOBREPOSTA
                   END-IF
                   PERFORM LE-SOBREPOSICAO-PARA
               END-PERFORM
               CLOSE SENHA-SOBREPOSICAO
           END-IF
           CALL "SENHACFL" USING SO-USER-ID SO-TIPO SO-OBJETO
               WS-REGRA-SOBREPOSTA WS-REGRA-CONFLITO
               WS-MENSAGEM-CONFLITO.

       LE-SOBREPOSICAO-PARA.

           READ SENHA-SOBREPOSICAO
               AT END
                   MOVE 'S' TO WS-FIM-SBR
           END-READ.

       CONCEDE-FUNCAO-PARA.

           PERFORM ABRE-PERFIL-PARA
           MOVE SO-USER-ID TO SP-USER-ID
           MOVE SO-OBJETO TO SP-FUNCAO
           READ SENHA-PERFIL
               INVALID KEY
                   MOVE SPACES TO WS-REG-ANTES
                   MOVE SPACE TO WS-VALOR-ANTERIOR
                   MOVE SO-USER-ID TO SP-USER-ID
                   MOVE SO-OBJETO TO SP-FUNCAO
                   MOVE 'S' TO SP-AUTORIZADO
                   WRITE SENHA-PERFIL-REG
               NOT INVALID KEY
                   MOVE SENHA-PERFIL-REG TO WS-REG-ANTES
                   MOVE SP-AUTORIZADO TO WS-VALOR-ANTERIOR
                   MOVE 'S' TO SP-AUTORIZADO
                   REWRITE SENHA-PERFIL-REG
           END-READ
           MOVE SENHA-PERFIL-REG TO WS-REG-DEPOIS
           CLOSE SENHA-PERFIL
           MOVE 'F' TO WS-JRN-ACAO
           PERFORM GRAVA-JORNAL-PARA.

       CONCEDE-PAPEL-PARA.

           PERFORM ABRE-MEMBRO-PARA
           MOVE SO-USER-ID TO MB-USER-ID
           MOVE SO-OBJETO TO MB-PAPEL
           READ SENHA-MEMBRO
               INVALID KEY
                   MOVE SPACES TO WS-REG-ANTES
                   MOVE SPACE TO WS-VALOR-ANTERIOR
                   MOVE SO-USER-ID TO MB-USER-ID
                   MOVE SO-OBJETO TO MB-PAPEL
                   MOVE 'S' TO MB-ATRIBUIDO
                   WRITE SENHA-MEMBRO-REG
               NOT INVALID KEY
                   MOVE SENHA-MEMBRO-REG TO WS-REG-ANTES
                   MOVE MB-ATRIBUIDO TO WS-VALOR-ANTERIOR
                   MOVE 'S' TO MB-ATRIBUIDO
                   REWRITE SENHA-MEMBRO-REG
           END-READ
           MOVE SENHA-MEMBRO-REG TO WS-REG-DEPOIS
           CLOSE SENHA-MEMBRO
           MOVE 'M' TO WS-JRN-ACAO
           PERFORM GRAVA-JORNAL-PARA.

      * Concessão direta de emergência rejeitada na ratificação:
      * a entrada volta à situação anterior à concessão (excluída
      * quando não existia). Entrada que já não existe não tem o
      * que retirar. A efetivação é zerada para não repetir.
       RETIRA-CONCESSAO-PARA.

           IF (SO-TIPO = 'F')
               PERFORM RETIRA-FUNCAO-PARA
           ELSE
               PERFORM RETIRA-PAPEL-PARA
           END-IF
           MOVE 0 TO SO-DATA-EFETIVACAO
           REWRITE SENHA-SOLICITACAO-REG
           ADD 1 TO WS-RETIRADAS
           MOVE "retirada (concessão direta rejeitada)"
               TO WS-LD-RESULTADO
           PERFORM IMPRIME-SOLICITACAO-PARA.

       RETIRA-FUNCAO-PARA.

           PERFORM ABRE-PERFIL-PARA
           MOVE SO-USER-ID TO SP-USER-ID
           MOVE SO-OBJETO TO SP-FUNCAO
           READ SENHA-PERFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SENHA-PERFIL-REG TO WS-REG-ANTES
                   IF (SO-VALOR-ANTERIOR = SPACE)
                       DELETE SENHA-PERFIL RECORD
                       MOVE SPACES TO WS-REG-DEPOIS
                   ELSE
                       MOVE SO-VALOR-ANTERIOR TO SP-AUTORIZADO
                       REWRITE SENHA-PERFIL-REG
                       MOVE SENHA-PERFIL-REG TO WS-REG-DEPOIS
                   END-IF
                   MOVE 'F' TO WS-JRN-ACAO
                   PERFORM GRAVA-JORNAL-PARA
           END-READ
           CLOSE SENHA-PERFIL.

       RETIRA-PAPEL-PARA.

           PERFORM ABRE-MEMBRO-PARA
           MOVE SO-USER-ID TO MB-USER-ID
           MOVE SO-OBJETO TO MB-PAPEL
           READ SENHA-MEMBRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SENHA-MEMBRO-REG TO WS-REG-ANTES
                   IF (SO-VALOR-ANTERIOR = SPACE)
                       DELETE SENHA-MEMBRO RECORD
                       MOVE SPACES TO WS-REG-DEPOIS
                   ELSE
                       MOVE SO-VALOR-ANTERIOR TO MB-ATRIBUIDO
                       REWRITE SENHA-MEMBRO-REG
                       MOVE SENHA-MEMBRO-REG TO WS-REG-DEPOIS
                   END-IF
                   MOVE 'M' TO WS-JRN-ACAO
                   PERFORM GRAVA-JORNAL-PARA
           END-READ
           CLOSE SENHA-MEMBRO.

      * Cada gravação entra no jornal com a sessão única da
      * execução; as imagens são as do registro de SENHA-PERFIL
      * ou SENHA-MEMBRO.
       GRAVA-JORNAL-PARA.

           OPEN EXTEND SENHA-JRN
           IF (WS-JRN-STATUS = "35")
               OPEN OUTPUT SENHA-JRN
               CLOSE SENHA-JRN
               OPEN EXTEND SENHA-JRN
           END-IF
           MOVE WS-DATA-HOJE TO SJ-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO SJ-HORA
           MOVE "SENHAAPL" TO SJ-SUPERVISOR
           MOVE WS-SESSAO TO SJ-SESSAO
           MOVE WS-JRN-ACAO TO SJ-ACAO
           MOVE WS-REG-ANTES TO SJ-IMAGEM-ANTES
           MOVE WS-REG-DEPOIS TO SJ-IMAGEM-DEPOIS
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

       IMPRIME-SOLICITACAO-PARA.

           MOVE SO-NUMERO TO WS-LD-NUMERO
           MOVE SO-USER-ID TO WS-LD-USER-ID
           MOVE SO-TIPO TO WS-LD-TIPO
           MOVE SO-OBJETO TO WS-LD-OBJETO
           MOVE SPACES TO APL-LINHA
           STRING WS-LINHA-DET DELIMITED BY SIZE INTO APL-LINHA
           WRITE APL-LINHA.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO APL-LINHA
           STRING "Efetivação das solicitações de acesso - "
               WS-DATA-HOJE DELIMITED BY SIZE INTO APL-LINHA
           WRITE APL-LINHA

           MOVE SPACES TO APL-LINHA
           STRING "Número    Usuario   T  Objeto    Resultado"
               DELIMITED BY SIZE INTO APL-LINHA
           WRITE APL-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO APL-LINHA
           STRING "Solicitações efetivadas:        " WS-EFETIVADAS
               DELIMITED BY SIZE INTO APL-LINHA
           WRITE APL-LINHA

           MOVE SPACES TO APL-LINHA
           STRING "Concessões diretas retiradas:   " WS-RETIRADAS
               DELIMITED BY SIZE INTO APL-LINHA
           WRITE APL-LINHA

           MOVE SPACES TO APL-LINHA
           STRING "Exceções:                       " WS-EXCECOES
               DELIMITED BY SIZE INTO APL-LINHA
           WRITE APL-LINHA

           IF (WS-EFETIVADAS > 0) OR (WS-RETIRADAS > 0)
               MOVE SPACES TO APL-LINHA
               STRING "Sessão do jornal: " WS-SESSAO
                   DELIMITED BY SIZE INTO APL-LINHA
               WRITE APL-LINHA
           END-IF.
