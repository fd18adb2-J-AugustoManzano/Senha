       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACFL AS "Verificação de conflito de funções".
      * Sub-rotina de segregação de funções: antes de uma concessão
      * de função direta ('F') ou de papel ('P') a um usuario,
      * verifica se o acesso que ela acrescenta completa algum par
      * proibido das regras em vigor do arquivo SENHA-CONFLITO.
      * As funções efetivas do usuario são resolvidas como na
      * SENHACHK: entrada direta em SENHA-PERFIL prevalece ('S'
      * concede, 'N' nega); sem ela valem os papéis atribuídos
      * (SENHA-MEMBRO) que concedem a função (SENHA-PAPEL). A
      * concessão acrescenta a função direta, ou as funções do
      * papel que o usuario ainda não tem e que não estão negadas
      * por entrada direta. Há conflito quando uma função nova
      * forma par com outra nova ou com uma já efetiva.
      * Chamada pelo SENHA (concessão de emergência), pelo SENHASOL
      * (aprovação) e pelo SENHAAPL (efetivação noturna); os
      * arquivos são lidos somente para consulta e o chamador não
      * deve tê-los abertos no momento da chamada.
      * LS-REGRA-IGNORADA permite ao chamador repetir a verificação
      * desconsiderando a regra já coberta por sobreposição
      * documentada (SENHA-SOBREPOSICAO); espaços = nenhuma.
      * Devolve em LS-REGRA a primeira regra violada (espaços =
      * sem conflito) e em LS-MENSAGEM a descrição para exibição.
      * Arquivos inexistentes valem como vazios: sem regras não há
      * conflito. Tabelas internas esgotadas descartam o excedente.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-CONFLITO.
           COPY "sencfl.cpy".
       FD  SENHA-PERFIL.
           COPY "senprf.cpy".
       FD  SENHA-MEMBRO.
           COPY "senmbr.cpy".
       FD  SENHA-PAPEL.
           COPY "senpap.cpy".
       WORKING-STORAGE SECTION.

       01 WS-CONFLITO-STATUS    PIC X(2) VALUE "00".
       01 WS-PERFIL-STATUS      PIC X(2) VALUE "00".
       01 WS-MEMBRO-STATUS      PIC X(2) VALUE "00".
       01 WS-PAPEL-STATUS       PIC X(2) VALUE "00".
       01 WS-PERFIL-ABERTO      PIC X    VALUE 'N'.
       01 WS-MEMBRO-ABERTO      PIC X    VALUE 'N'.
       01 WS-PAPEL-ABERTO       PIC X    VALUE 'N'.
       01 WS-FIM-CONFLITO       PIC X    VALUE 'N'.
       01 WS-FIM-PERFIL         PIC X    VALUE 'N'.
       01 WS-FIM-MEMBRO         PIC X    VALUE 'N'.
       01 WS-FIM-PAPEL          PIC X    VALUE 'N'.
       01 WS-PAPEL-ATUAL        PIC X(8).
       01 WS-FUNCAO-TESTE       PIC X(8).
       01 WS-ACHOU              PIC X    VALUE 'N'.
       01 WS-DIRETA-ACHADA      PIC X    VALUE 'N'.
       01 WS-DIRETA-VALOR       PIC X.
       01 WS-DESTINO            PIC X.
       01 WS-NOVA-1             PIC X    VALUE 'N'.
       01 WS-NOVA-2             PIC X    VALUE 'N'.
       01 WS-TEM-1              PIC X    VALUE 'N'.
       01 WS-TEM-2              PIC X    VALUE 'N'.
       01 WS-R                  PIC 9(3) VALUE 0.
       01 WS-K                  PIC 9(3) VALUE 0.

      * Regras em vigor carregadas de SENHA-CONFLITO
       01 TABELA-REGRAS.
           05 TR-QTD            PIC 9(3) VALUE 0.
           05 TR-ITEM OCCURS 200 TIMES.
               10 TR-REGRA      PIC X(8).
               10 TR-FUNCAO-1   PIC X(8).
               10 TR-FUNCAO-2   PIC X(8).
               10 TR-DONO       PIC X(8).

      * Entradas diretas do usuario em SENHA-PERFIL ('S' ou 'N')
       01 TABELA-DIRETAS.
           05 TD-QTD            PIC 9(3) VALUE 0.
           05 TD-ITEM OCCURS 200 TIMES.
               10 TD-FUNCAO     PIC X(8).
               10 TD-AUTORIZADO PIC X.

      * Funções efetivas do usuario antes da concessão
       01 TABELA-EFETIVAS.
           05 TE-QTD            PIC 9(3) VALUE 0.
           05 TE-ITEM OCCURS 300 TIMES.
               10 TE-FUNCAO     PIC X(8).

      * Funções que a concessão acrescenta
       01 TABELA-NOVAS.
           05 TN-QTD            PIC 9(3) VALUE 0.
           05 TN-ITEM OCCURS 100 TIMES.
               10 TN-FUNCAO     PIC X(8).

       LINKAGE SECTION.
       01 LS-USER-ID            PIC X(8).
       01 LS-TIPO               PIC X.
       01 LS-OBJETO             PIC X(8).
       01 LS-REGRA-IGNORADA     PIC X(8).
       01 LS-REGRA              PIC X(8).
       01 LS-MENSAGEM           PIC X(60).

       PROCEDURE DIVISION USING LS-USER-ID LS-TIPO LS-OBJETO
               LS-REGRA-IGNORADA LS-REGRA LS-MENSAGEM.
       MAIN-PARA.

           MOVE SPACES TO LS-REGRA
           MOVE SPACES TO LS-MENSAGEM
           MOVE 0 TO TR-QTD
           MOVE 0 TO TD-QTD
           MOVE 0 TO TE-QTD
           MOVE 0 TO TN-QTD

           PERFORM CARREGA-REGRAS-PARA

           IF (TR-QTD > 0)
               PERFORM ABRE-ARQUIVOS-PARA
               PERFORM CARREGA-DIRETAS-PARA
               PERFORM CARREGA-EFETIVAS-PARA
               EVALUATE LS-TIPO
                   WHEN 'F'
                       MOVE LS-OBJETO TO WS-FUNCAO-TESTE
                       PERFORM PROCURA-EFETIVA-PARA
                       IF (WS-ACHOU = 'N')
                           PERFORM INCLUI-NOVA-PARA
                       END-IF
                   WHEN 'P'
                       MOVE 'N' TO WS-DESTINO
                       MOVE LS-OBJETO TO WS-PAPEL-ATUAL
                       PERFORM PERCORRE-PAPEL-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM FECHA-ARQUIVOS-PARA
               IF (TN-QTD > 0)
                   PERFORM AVALIA-REGRAS-PARA
               END-IF
           END-IF

           GOBACK.

       CARREGA-REGRAS-PARA.

           MOVE 'N' TO WS-FIM-CONFLITO
           OPEN INPUT SENHA-CONFLITO
           IF (WS-CONFLITO-STATUS = "00")
               PERFORM LE-CONFLITO-PARA
               PERFORM UNTIL (WS-FIM-CONFLITO = 'S')
                   IF (CF-ATIVA = 'S') AND (TR-QTD < 200)
                           AND (CF-REGRA NOT = LS-REGRA-IGNORADA)
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
               MOVE 'N' TO WS-PERFIL-ABERTO
           END-IF
           IF (WS-MEMBRO-ABERTO = 'S')
               CLOSE SENHA-MEMBRO
               MOVE 'N' TO WS-MEMBRO-ABERTO
           END-IF
           IF (WS-PAPEL-ABERTO = 'S')
               CLOSE SENHA-PAPEL
               MOVE 'N' TO WS-PAPEL-ABERTO
           END-IF.

      * Entradas diretas do usuario (chave usuario+função, leitura
      * sequencial a partir do usuario); as concedidas ('S') já
      * entram como efetivas.
       CARREGA-DIRETAS-PARA.

           MOVE 'N' TO WS-FIM-PERFIL
           IF (WS-PERFIL-ABERTO = 'S')
               MOVE LS-USER-ID TO SP-USER-ID
               MOVE LOW-VALUES TO SP-FUNCAO
               START SENHA-PERFIL KEY NOT LESS SP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-PERFIL
               END-START
               IF (WS-FIM-PERFIL = 'N')
                   PERFORM LE-PERFIL-PARA
               END-IF
               PERFORM UNTIL (WS-FIM-PERFIL = 'S')
                   IF (TD-QTD < 200)
                       ADD 1 TO TD-QTD
                       MOVE SP-FUNCAO TO TD-FUNCAO(TD-QTD)
                       MOVE SP-AUTORIZADO TO TD-AUTORIZADO(TD-QTD)
                   END-IF
                   IF (SP-AUTORIZADO = 'S')
                       MOVE SP-FUNCAO TO WS-FUNCAO-TESTE
                       PERFORM INCLUI-EFETIVA-PARA
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
                   AND (SP-USER-ID NOT = LS-USER-ID)
               MOVE 'S' TO WS-FIM-PERFIL
           END-IF.

      * Funções dos papéis atribuídos ao usuario que não têm
      * entrada direta (a entrada direta prevalece).
       CARREGA-EFETIVAS-PARA.

           MOVE 'N' TO WS-FIM-MEMBRO
           IF (WS-MEMBRO-ABERTO = 'S') AND (WS-PAPEL-ABERTO = 'S')
               MOVE LS-USER-ID TO MB-USER-ID
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
                       MOVE 'E' TO WS-DESTINO
                       MOVE MB-PAPEL TO WS-PAPEL-ATUAL
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
                   AND (MB-USER-ID NOT = LS-USER-ID)
               MOVE 'S' TO WS-FIM-MEMBRO
           END-IF.

      * Percorre as funções concedidas pelo papel WS-PAPEL-ATUAL;
      * as que não têm entrada direta vão para as efetivas
      * (WS-DESTINO 'E') ou, quando ainda não efetivas, para as
      * novas da concessão (WS-DESTINO 'N').
       PERCORRE-PAPEL-PARA.

           MOVE 'N' TO WS-FIM-PAPEL
           IF (WS-PAPEL-ABERTO = 'S')
               MOVE WS-PAPEL-ATUAL TO RP-PAPEL
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
                       PERFORM PROCURA-DIRETA-PARA
                       IF (WS-DIRETA-ACHADA = 'N')
                           IF (WS-DESTINO = 'E')
                               PERFORM INCLUI-EFETIVA-PARA
                           ELSE
                               PERFORM PROCURA-EFETIVA-PARA
                               IF (WS-ACHOU = 'N')
                                   PERFORM INCLUI-NOVA-PARA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LE-PAPEL-PARA
               END-PERFORM
           END-IF.

       LE-PAPEL-PARA.

           READ SENHA-PAPEL NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PAPEL
           END-READ
           IF (WS-FIM-PAPEL = 'N')
                   AND (RP-PAPEL NOT = WS-PAPEL-ATUAL)
               MOVE 'S' TO WS-FIM-PAPEL
           END-IF.

       PROCURA-DIRETA-PARA.

           MOVE 'N' TO WS-DIRETA-ACHADA
           MOVE SPACE TO WS-DIRETA-VALOR
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL (WS-K > TD-QTD) OR (WS-DIRETA-ACHADA = 'S')
               IF (TD-FUNCAO(WS-K) = WS-FUNCAO-TESTE)
                   MOVE 'S' TO WS-DIRETA-ACHADA
                   MOVE TD-AUTORIZADO(WS-K) TO WS-DIRETA-VALOR
               END-IF
           END-PERFORM.

       PROCURA-EFETIVA-PARA.

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL (WS-K > TE-QTD) OR (WS-ACHOU = 'S')
               IF (TE-FUNCAO(WS-K) = WS-FUNCAO-TESTE)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

       INCLUI-EFETIVA-PARA.

           PERFORM PROCURA-EFETIVA-PARA
           IF (WS-ACHOU = 'N') AND (TE-QTD < 300)
               ADD 1 TO TE-QTD
               MOVE WS-FUNCAO-TESTE TO TE-FUNCAO(TE-QTD)
           END-IF.

       PROCURA-NOVA-PARA.

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL (WS-K > TN-QTD) OR (WS-ACHOU = 'S')
               IF (TN-FUNCAO(WS-K) = WS-FUNCAO-TESTE)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

       INCLUI-NOVA-PARA.

           PERFORM PROCURA-NOVA-PARA
           IF (WS-ACHOU = 'N') AND (TN-QTD < 100)
               ADD 1 TO TN-QTD
               MOVE WS-FUNCAO-TESTE TO TN-FUNCAO(TN-QTD)
           END-IF.

      * Uma regra é violada quando uma das funções do par é nova e
      * a outra é nova ou já efetiva; a primeira violada é
      * devolvida ao chamador.
       AVALIA-REGRAS-PARA.

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL (WS-R > TR-QTD) OR (LS-REGRA NOT = SPACES)
               MOVE TR-FUNCAO-1(WS-R) TO WS-FUNCAO-TESTE
               PERFORM PROCURA-NOVA-PARA
               MOVE WS-ACHOU TO WS-NOVA-1
               PERFORM PROCURA-EFETIVA-PARA
               MOVE WS-ACHOU TO WS-TEM-1
               MOVE TR-FUNCAO-2(WS-R) TO WS-FUNCAO-TESTE
               PERFORM PROCURA-NOVA-PARA
               MOVE WS-ACHOU TO WS-NOVA-2
               PERFORM PROCURA-EFETIVA-PARA
               MOVE WS-ACHOU TO WS-TEM-2
               IF ((WS-NOVA-1 = 'S') AND
                       (WS-NOVA-2 = 'S' OR WS-TEM-2 = 'S'))
                   OR ((WS-NOVA-2 = 'S') AND (WS-TEM-1 = 'S'))
                   MOVE TR-REGRA(WS-R) TO LS-REGRA
                   STRING "Conflito regra " TR-REGRA(WS-R) " ("
                       TR-FUNCAO-1(WS-R) " x " TR-FUNCAO-2(WS-R)
                       ") - dono " TR-DONO(WS-R)
                       DELIMITED BY SIZE INTO LS-MENSAGEM
               END-IF
           END-PERFORM.
