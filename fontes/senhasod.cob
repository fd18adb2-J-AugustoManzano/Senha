       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHASOD AS "Segregação de funções".
      * Programa de lote noturno que confronta as funções efetivas
      * de cada usuario ativo do arquivo mestre com as regras em
      * vigor do arquivo SENHA-CONFLITO (pares de funções que não
      * podem ficar com o mesmo usuario) e relaciona cada violação
      * com a regra, o dono da regra e o caminho que concede cada
      * lado do par: entrada direta em SENHA-PERFIL ou o papel
      * (SENHA-MEMBRO + SENHA-PAPEL) que a concede. A função
      * efetiva é resolvida como na SENHACHK: entrada direta
      * prevalece ('N' nega mesmo com papel concedente).
      * Supervisores passam pela SENHACHK sem verificação de função;
      * aqui são avaliados apenas pelas concessões explícitas, como
      * os demais.
      * Violação com sobreposição documentada no arquivo
      * SENHA-SOBREPOSICAO (mesmo usuario e regra) sai marcada como
      * documentada, com o motivo; as demais saem como pendentes,
      * para o dono da regra decidir. Sobreposições de acesso de
      * emergência (sem número de solicitação) valem só durante a
      * janela da concessão e não documentam acesso permanente.
      * Produz o arquivo de relatório SENHA-SOD e encerra com:
      *    RETURN-CODE  0 = nenhuma violação
      *    RETURN-CODE  4 = somente violações documentadas
      *    RETURN-CODE  8 = violação sem sobreposição documentada
      *    RETURN-CODE 16 = arquivo mestre indisponível
      * Sem arquivo de regras não há o que violar (relação vazia).
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
           SELECT SENHA-CONFLITO ASSIGN TO "SENHA.CFL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CF-REGRA
               FILE STATUS WS-CONFLITO-STATUS.
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
           SELECT SENHA-PAPEL ASSIGN TO "SENHA.PAP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RP-CHAVE
               FILE STATUS WS-PAPEL-STATUS.
           SELECT SENHA-SOBREPOSICAO ASSIGN TO "SENHA.SBR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SBR-STATUS.
           SELECT SENHA-SOD ASSIGN TO "SENHA.SOD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-MASTRE.
           COPY "senmst.cpy".
       FD  SENHA-CONFLITO.
           COPY "sencfl.cpy".
       FD  SENHA-PERFIL.
           COPY "senprf.cpy".
       FD  SENHA-MEMBRO.
           COPY "senmbr.cpy".
       FD  SENHA-PAPEL.
           COPY "senpap.cpy".
       FD  SENHA-SOBREPOSICAO.
           COPY "sensbr.cpy".
       FD  SENHA-SOD.
       01  SOD-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-MASTRE-STATUS         PIC X(2) VALUE "00".
       01 WS-CONFLITO-STATUS       PIC X(2) VALUE "00".
       01 WS-PERFIL-STATUS         PIC X(2) VALUE "00".
       01 WS-MEMBRO-STATUS         PIC X(2) VALUE "00".
       01 WS-PAPEL-STATUS          PIC X(2) VALUE "00".
       01 WS-SBR-STATUS            PIC X(2) VALUE "00".
       01 WS-SOD-STATUS            PIC X(2) VALUE "00".
       01 WS-PERFIL-ABERTO         PIC X    VALUE 'N'.
       01 WS-MEMBRO-ABERTO         PIC X    VALUE 'N'.
       01 WS-PAPEL-ABERTO          PIC X    VALUE 'N'.
       01 WS-FIM-MASTRE            PIC X    VALUE 'N'.
       01 WS-FIM-CONFLITO          PIC X    VALUE 'N'.
       01 WS-FIM-PERFIL            PIC X    VALUE 'N'.
       01 WS-FIM-MEMBRO            PIC X    VALUE 'N'.
       01 WS-FIM-PAPEL             PIC X    VALUE 'N'.
       01 WS-FIM-SBR               PIC X    VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-FUNCAO-TESTE          PIC X(8).
       01 WS-ORIGEM-TESTE          PIC X(14).
       01 WS-ACHOU                 PIC X    VALUE 'N'.
       01 WS-POS-1                 PIC 9(3) VALUE 0.
       01 WS-POS-2                 PIC 9(3) VALUE 0.
       01 WS-K                     PIC 9(3) VALUE 0.
       01 WS-R                     PIC 9(3) VALUE 0.
       01 WS-S                     PIC 9(3) VALUE 0.
       01 WS-DOCUMENTADA           PIC X    VALUE 'N'.
       01 WS-MOTIVO                PIC X(40).
       01 WS-USUARIOS              PIC 9(5) VALUE 0.
       01 WS-VIOLACOES             PIC 9(5) VALUE 0.
       01 WS-DOCUMENTADAS          PIC 9(5) VALUE 0.
       01 WS-PENDENTES             PIC 9(5) VALUE 0.

      * Regras em vigor carregadas de SENHA-CONFLITO
       01 TABELA-REGRAS.
           05 TR-QTD               PIC 9(3) VALUE 0.
           05 TR-ITEM OCCURS 200 TIMES.
               10 TR-REGRA         PIC X(8).
               10 TR-FUNCAO-1      PIC X(8).
               10 TR-FUNCAO-2      PIC X(8).
               10 TR-DONO          PIC X(8).

      * Sobreposições documentadas (usuario + regra); a última
      * gravada para o par prevalece
       01 TABELA-SOBREPOSICOES.
           05 TS-QTD               PIC 9(3) VALUE 0.
           05 TS-ITEM OCCURS 500 TIMES.
               10 TS-USER-ID       PIC X(8).
               10 TS-REGRA         PIC X(8).
               10 TS-MOTIVO        PIC X(40).

      * Entradas diretas negadas ('N') do usuario corrente
       01 TABELA-NEGADAS.
           05 TD-QTD               PIC 9(3) VALUE 0.
           05 TD-ITEM OCCURS 200 TIMES.
               10 TD-FUNCAO        PIC X(8).

      * Funções efetivas do usuario corrente com o caminho que as
      * concede ("direta" ou "papel" + nome do papel)
       01 TABELA-EFETIVAS.
           05 TE-QTD               PIC 9(3) VALUE 0.
           05 TE-ITEM OCCURS 300 TIMES.
               10 TE-FUNCAO        PIC X(8).
               10 TE-ORIGEM        PIC X(14).

       01 WS-LINHA-DET.
           05 WS-LD-USER-ID        PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-REGRA          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-FUNCAO-1       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-ORIGEM-1       PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-FUNCAO-2       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-ORIGEM-2       PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LD-SITUACAO       PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN OUTPUT SENHA-SOD
           PERFORM IMPRIME-CABECALHO-PARA

           OPEN INPUT SENHA-MASTRE
           IF (WS-MASTRE-STATUS NOT = "00")
               MOVE SPACES TO SOD-LINHA
               STRING "Arquivo mestre indisponível - situação "
                   WS-MASTRE-STATUS DELIMITED BY SIZE INTO SOD-LINHA
               WRITE SOD-LINHA
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-REGRAS-PARA
               IF (TR-QTD = 0)
                   MOVE "  (nenhuma regra de conflito em vigor)"
                       TO SOD-LINHA
                   WRITE SOD-LINHA
               ELSE
                   PERFORM CARREGA-SOBREPOSICOES-PARA
                   PERFORM ABRE-ARQUIVOS-PARA
                   PERFORM LE-MASTRE-PARA
                   PERFORM UNTIL (WS-FIM-MASTRE = 'S')
                       IF (SM-ATIVO = 'S')
                           ADD 1 TO WS-USUARIOS
                           PERFORM AVALIA-USUARIO-PARA
                       END-IF
                       PERFORM LE-MASTRE-PARA
                   END-PERFORM
                   PERFORM FECHA-ARQUIVOS-PARA
               END-IF
               CLOSE SENHA-MASTRE
               PERFORM IMPRIME-TOTAIS-PARA
               IF (WS-PENDENTES > 0)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF (WS-DOCUMENTADAS > 0)
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           CLOSE SENHA-SOD

           STOP RUN.

       LE-MASTRE-PARA.

           READ SENHA-MASTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MASTRE
           END-READ.

       CARREGA-REGRAS-PARA.

           MOVE 'N' TO WS-FIM-CONFLITO
           OPEN INPUT SENHA-CONFLITO
           IF (WS-CONFLITO-STATUS = "00")
               PERFORM LE-CONFLITO-PARA
               PERFORM UNTIL (WS-FIM-CONFLITO = 'S')
                   IF (CF-ATIVA = 'S') AND (TR-QTD < 200)
                       ADD 1 TO TR-QTD
                       MOVE CF-REGRA TO TR-REGRA(TR-QTD)
                       MOVE CF-FUNCAO-1 TO TR-FUNCAO-1(TR-QTD)
                       MOVE CF-FUNCAO-2 TO TR-FUNCAO-2(TR-QTD)
                       MOVE CF-DONO TO TR-DONO(TR-QTD)
                   END-IF
                   PERFORM LE-CONFLITO-PARA
               END-PERFORM
               CLOSE SENHA-CONFLITO
           END-IF.

       LE-CONFLITO-PARA.

           READ SENHA-CONFLITO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONFLITO
           END-READ.

       CARREGA-SOBREPOSICOES-PARA.

           MOVE 'N' TO WS-FIM-SBR
           OPEN INPUT SENHA-SOBREPOSICAO
           IF (WS-SBR-STATUS = "00")
               PERFORM LE-SOBREPOSICAO-PARA
               PERFORM UNTIL (WS-FIM-SBR = 'S')
                   IF (SB-SOLICITACAO NOT = 0)
                       PERFORM GUARDA-SOBREPOSICAO-PARA
                   END-IF
                   PERFORM LE-SOBREPOSICAO-PARA
               END-PERFORM
               CLOSE SENHA-SOBREPOSICAO
           END-IF.

       LE-SOBREPOSICAO-PARA.

           READ SENHA-SOBREPOSICAO
               AT END
                   MOVE 'S' TO WS-FIM-SBR
           END-READ.

       GUARDA-SOBREPOSICAO-PARA.

           MOVE 0 TO WS-S
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL (WS-K > TS-QTD) OR (WS-S > 0)
               IF (TS-USER-ID(WS-K) = SB-USER-ID)
                       AND (TS-REGRA(WS-K) = SB-REGRA)
                   MOVE WS-K TO WS-S
               END-IF
           END-PERFORM
           IF (WS-S = 0) AND (TS-QTD < 500)
               ADD 1 TO TS-QTD
               MOVE TS-QTD TO WS-S
           END-IF
           IF (WS-S > 0)
               MOVE SB-USER-ID TO TS-USER-ID(WS-S)
               MOVE SB-REGRA TO TS-REGRA(WS-S)
               MOVE SB-MOTIVO TO TS-MOTIVO(WS-S)
           END-IF.

       ABRE-ARQUIVOS-PARA.

           OPEN INPUT SENHA-PERFIL
           IF (WS-PERFIL-STATUS = "00")
               MOVE 'S' TO WS-PERFIL-ABERTO
           ELSE
               MOVE 'N' TO WS-PERFIL-ABERTO
           END-IF
           OPEN INPUT SENHA-MEMBRO
           IF (WS-MEMBRO-STATUS = "00")
               MOVE 'S' TO WS-MEMBRO-ABERTO
           ELSE
               MOVE 'N' TO WS-MEMBRO-ABERTO
           END-IF
           OPEN INPUT SENHA-PAPEL
           IF (WS-PAPEL-STATUS = "00")
               MOVE 'S' TO WS-PAPEL-ABERTO
           ELSE
               MOVE 'N' TO WS-PAPEL-ABERTO
           END-IF.

       FECHA-ARQUIVOS-PARA.

           IF (WS-PERFIL-ABERTO = 'S')
               CLOSE SENHA-PERFIL
           END-IF
           IF (WS-MEMBRO-ABERTO = 'S')
               CLOSE SENHA-MEMBRO
           END-IF
           IF (WS-PAPEL-ABERTO = 'S')
               CLOSE SENHA-PAPEL
           END-IF.

       AVALIA-USUARIO-PARA.

           MOVE 0 TO TD-QTD
           MOVE 0 TO TE-QTD
           PERFORM CARREGA-DIRETAS-PARA
           PERFORM CARREGA-PAPEIS-PARA
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL (WS-R > TR-QTD)
               MOVE TR-FUNCAO-1(WS-R) TO WS-FUNCAO-TESTE
               PERFORM PROCURA-EFETIVA-PARA
               MOVE WS-K TO WS-POS-1
               IF (WS-ACHOU = 'S')
                   MOVE TR-FUNCAO-2(WS-R) TO WS-FUNCAO-TESTE
                   PERFORM PROCURA-EFETIVA-PARA
                   MOVE WS-K TO WS-POS-2
                   IF (WS-ACHOU = 'S')
                       PERFORM IMPRIME-VIOLACAO-PARA
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-DIRETAS-PARA.

           MOVE 'N' TO WS-FIM-PERFIL
           IF (WS-PERFIL-ABERTO = 'S')
               MOVE SM-USER-ID TO SP-USER-ID
               MOVE LOW-VALUES TO SP-FUNCAO
               START SENHA-PERFIL KEY NOT LESS SP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-PERFIL
               END-START
               IF (WS-FIM-PERFIL = 'N')
                   PERFORM LE-PERFIL-PARA
               END-IF
               PERFORM UNTIL (WS-FIM-PERFIL = 'S')
                   IF (SP-AUTORIZADO = 'S')
                       MOVE SP-FUNCAO TO WS-FUNCAO-TESTE
                       MOVE "direta" TO WS-ORIGEM-TESTE
                       PERFORM INCLUI-EFETIVA-PARA
                   ELSE
                       IF (TD-QTD < 200)
                           ADD 1 TO TD-QTD
                           MOVE SP-FUNCAO TO TD-FUNCAO(TD-QTD)
                       END-IF
                   END-IF
                   PERFORM LE-PERFIL-PARA
               END-PERFORM
           END-IF.

       LE-PERFIL-PARA.

           READ SENHA-PERFIL NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PERFIL
           END-READ
           IF (WS-FIM-PERFIL = 'N')
                   AND (SP-USER-ID NOT = SM-USER-ID)
               MOVE 'S' TO WS-FIM-PERFIL
           END-IF.

      * Funções concedidas pelos papéis atribuídos ao usuario; a
      * entrada direta, concedida ou negada, prevalece, e entre
      * papéis vale o primeiro que concede.
       CARREGA-PAPEIS-PARA.

           MOVE 'N' TO WS-FIM-MEMBRO
           IF (WS-MEMBRO-ABERTO = 'S') AND (WS-PAPEL-ABERTO = 'S')
               MOVE SM-USER-ID TO MB-USER-ID
               MOVE LOW-VALUES TO MB-PAPEL
               START SENHA-MEMBRO KEY NOT LESS MB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-MEMBRO
               END-START
               IF (WS-FIM-MEMBRO = 'N')
                   PERFORM LE-MEMBRO-PARA
               END-IF
               PERFORM UNTIL (WS-FIM-MEMBRO = 'S')
                   IF (MB-ATRIBUIDO = 'S')
                       PERFORM PERCORRE-PAPEL-PARA
                   END-IF
                   PERFORM LE-MEMBRO-PARA
               END-PERFORM
           END-IF.

       LE-MEMBRO-PARA.

           READ SENHA-MEMBRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MEMBRO
           END-READ
           IF (WS-FIM-MEMBRO = 'N')
                   AND (MB-USER-ID NOT = SM-USER-ID)
               MOVE 'S' TO WS-FIM-MEMBRO
           END-IF.

       PERCORRE-PAPEL-PARA.

           MOVE 'N' TO WS-FIM-PAPEL
           MOVE MB-PAPEL TO RP-PAPEL
           MOVE LOW-VALUES TO RP-FUNCAO
           START SENHA-PAPEL KEY NOT LESS RP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PAPEL
           END-START
           IF (WS-FIM-PAPEL = 'N')
               PERFORM LE-PAPEL-PARA
           END-IF
           PERFORM UNTIL (WS-FIM-PAPEL = 'S')
               IF (RP-AUTORIZADO = 'S')
                   MOVE RP-FUNCAO TO WS-FUNCAO-TESTE
                   PERFORM PROCURA-NEGADA-PARA
                   IF (WS-ACHOU = 'N')
                       MOVE SPACES TO WS-ORIGEM-TESTE
                       STRING "papel " MB-PAPEL
                           DELIMITED BY SIZE INTO WS-ORIGEM-TESTE
                       PERFORM INCLUI-EFETIVA-PARA
                   END-IF
               END-IF
               PERFORM LE-PAPEL-PARA
           END-PERFORM.

       LE-PAPEL-PARA.

           READ SENHA-PAPEL NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PAPEL
           END-READ
           IF (WS-FIM-PAPEL = 'N')
                   AND (RP-PAPEL NOT = MB-PAPEL)
               MOVE 'S' TO WS-FIM-PAPEL
           END-IF.

       PROCURA-NEGADA-PARA.

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL (WS-K > TD-QTD) OR (WS-ACHOU = 'S')
               IF (TD-FUNCAO(WS-K) = WS-FUNCAO-TESTE)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

      * Deixa em WS-K a posição da função achada (o VARYING avança
      * um além dela ao encerrar).
       PROCURA-EFETIVA-PARA.

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL (WS-K > TE-QTD) OR (WS-ACHOU = 'S')
               IF (TE-FUNCAO(WS-K) = WS-FUNCAO-TESTE)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF (WS-ACHOU = 'S')
               SUBTRACT 1 FROM WS-K
           END-IF.

       INCLUI-EFETIVA-PARA.

           PERFORM PROCURA-EFETIVA-PARA
           IF (WS-ACHOU = 'N') AND (TE-QTD < 300)
               ADD 1 TO TE-QTD
               MOVE WS-FUNCAO-TESTE TO TE-FUNCAO(TE-QTD)
               MOVE WS-ORIGEM-TESTE TO TE-ORIGEM(TE-QTD)
           END-IF.

       IMPRIME-VIOLACAO-PARA.

           ADD 1 TO WS-VIOLACOES
           MOVE 'N' TO WS-DOCUMENTADA
           MOVE SPACES TO WS-MOTIVO
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL (WS-S > TS-QTD) OR (WS-DOCUMENTADA = 'S')
               IF (TS-USER-ID(WS-S) = SM-USER-ID)
                       AND (TS-REGRA(WS-S) = TR-REGRA(WS-R))
                   MOVE 'S' TO WS-DOCUMENTADA
                   MOVE TS-MOTIVO(WS-S) TO WS-MOTIVO
               END-IF
           END-PERFORM

           MOVE SM-USER-ID TO WS-LD-USER-ID
           MOVE TR-REGRA(WS-R) TO WS-LD-REGRA
           MOVE TR-FUNCAO-1(WS-R) TO WS-LD-FUNCAO-1
           MOVE TE-ORIGEM(WS-POS-1) TO WS-LD-ORIGEM-1
           MOVE TR-FUNCAO-2(WS-R) TO WS-LD-FUNCAO-2
           MOVE TE-ORIGEM(WS-POS-2) TO WS-LD-ORIGEM-2
           IF (WS-DOCUMENTADA = 'S')
               ADD 1 TO WS-DOCUMENTADAS
               MOVE "documentada" TO WS-LD-SITUACAO
           ELSE
               ADD 1 TO WS-PENDENTES
               MOVE "PENDENTE" TO WS-LD-SITUACAO
           END-IF
           MOVE SPACES TO SOD-LINHA
           STRING WS-LINHA-DET DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           IF (WS-DOCUMENTADA = 'S')
               STRING "         dono " TR-DONO(WS-R) " - " WS-MOTIVO
                   DELIMITED BY SIZE INTO SOD-LINHA
           ELSE
               STRING "         dono " TR-DONO(WS-R)
                   " - sem sobreposição documentada"
                   DELIMITED BY SIZE INTO SOD-LINHA
           END-IF
           WRITE SOD-LINHA.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO SOD-LINHA
           STRING "Violações de segregação de funções - "
               WS-DATA-HOJE DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           STRING "Usuario  Regra    Função 1 Caminho        "
               "Função 2 Caminho        Situação"
               DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           STRING "Regras em vigor:               " TR-QTD
               DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           STRING "Usuarios ativos avaliados:     " WS-USUARIOS
               DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           STRING "Violações:                     " WS-VIOLACOES
               DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           STRING "  documentadas:                " WS-DOCUMENTADAS
               DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA

           MOVE SPACES TO SOD-LINHA
           STRING "  pendentes:                   " WS-PENDENTES
               DELIMITED BY SIZE INTO SOD-LINHA
           WRITE SOD-LINHA.
