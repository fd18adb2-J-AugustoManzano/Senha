       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHASRV AS "Atestação de contas de serviço".
      * Programa de lote periódico (mensal) para a atestação das
      * contas de serviço: as contas de serviço ativas do arquivo
      * mestre (SM-TIPO-CONTA 'S') são isentas do envelhecimento
      * da senha e da dormência e, em troca, são relacionadas aqui
      * para que o responsável confirme, uma a uma, que seguem
      * necessárias.
      * As contas são classificadas por responsável e usuario; para
      * cada responsável o relatório SENHA-SRV traz a situação dele
      * no mestre (ativo, INATIVO, INEXISTENTE, CONTA DE SERVIÇO ou
      * NÃO INFORMADO), cada conta com a data da última troca de
      * senha, as funções diretas autorizadas (SENHA-PERFIL) e os
      * papéis atribuídos (SENHA-MEMBRO), e o quadro de assinatura.
      * Contas sob responsável inválido pedem a transferência pela
      * opção 13 da manutenção do SENHA antes da atestação.
      * Encerra com RETURN-CODE 0 (relatório emitido), 8 (alguma
      * conta de serviço sem responsável válido) ou 16 (arquivo
      * mestre indisponível).
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
           SELECT SENHA-SRV ASSIGN TO "SENHA.SRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SRV-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SENHA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-MASTRE.
           COPY "senmst.cpy".
       FD  SENHA-PERFIL.
           COPY "senprf.cpy".
       FD  SENHA-MEMBRO.
           COPY "senmbr.cpy".
       FD  SENHA-SRV.
       01  SRV-LINHA               PIC X(80).
       SD  ARQ-SORT.
       01  SORT-REG.
           05  SR-RESPONSAVEL      PIC X(08).
           05  SR-USER-ID          PIC X(08).
           05  SR-DATA-ALTERACAO   PIC 9(08).

       WORKING-STORAGE SECTION.

       01 WS-MASTRE-STATUS         PIC X(2) VALUE "00".
       01 WS-PERFIL-STATUS         PIC X(2) VALUE "00".
       01 WS-MEMBRO-STATUS         PIC X(2) VALUE "00".
       01 WS-SRV-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-MASTRE            PIC X    VALUE 'N'.
       01 WS-FIM-SORT              PIC X    VALUE 'N'.
       01 WS-FIM-PERFIL            PIC X    VALUE 'N'.
       01 WS-FIM-MEMBRO            PIC X    VALUE 'N'.
       01 WS-PERFIL-ABERTO         PIC X    VALUE 'N'.
       01 WS-MEMBRO-ABERTO         PIC X    VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-RESP-ATUAL            PIC X(8) VALUE SPACES.
       01 WS-TEM-GRUPO             PIC X    VALUE 'N'.
       01 WS-RESPONSAVEL-OK        PIC X    VALUE 'N'.
       01 WS-SITUACAO-RESP         PIC X(16).
       01 WS-CONTAS                PIC 9(5) VALUE 0.
       01 WS-RESPONSAVEIS          PIC 9(5) VALUE 0.
       01 WS-SEM-RESPONSAVEL       PIC 9(5) VALUE 0.
       01 WS-ACESSOS-CONTA         PIC 9(3) VALUE 0.

       01 WS-LINHA-CONTA.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-USER-ID        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LC-TROCA          PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-LC-VISTO          PIC X(40)
               VALUE "mantém (  )   remover (  )".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN OUTPUT SENHA-SRV
           PERFORM IMPRIME-CABECALHO-PARA

           OPEN INPUT SENHA-MASTRE
           IF (WS-MASTRE-STATUS NOT = "00")
               MOVE SPACES TO SRV-LINHA
               STRING "Arquivo mestre indisponível - situação "
                   WS-MASTRE-STATUS DELIMITED BY SIZE INTO SRV-LINHA
               WRITE SRV-LINHA
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT SENHA-PERFIL
               IF (WS-PERFIL-STATUS = "00")
                   MOVE 'S' TO WS-PERFIL-ABERTO
               END-IF
               OPEN INPUT SENHA-MEMBRO
               IF (WS-MEMBRO-STATUS = "00")
                   MOVE 'S' TO WS-MEMBRO-ABERTO
               END-IF
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-RESPONSAVEL
                   ON ASCENDING KEY SR-USER-ID
                   INPUT PROCEDURE SELECIONA-SERVICOS-PARA
                   OUTPUT PROCEDURE IMPRIME-ATESTACAO-PARA
               PERFORM IMPRIME-TOTAIS-PARA
               IF (WS-PERFIL-ABERTO = 'S')
                   CLOSE SENHA-PERFIL
               END-IF
               IF (WS-MEMBRO-ABERTO = 'S')
                   CLOSE SENHA-MEMBRO
               END-IF
               CLOSE SENHA-MASTRE
               IF (WS-SEM-RESPONSAVEL > 0)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE SENHA-SRV

           STOP RUN.

      * Somente contas de serviço ativas entram na atestação.
       SELECIONA-SERVICOS-PARA.

           PERFORM LE-MASTRE-PARA
           PERFORM UNTIL (WS-FIM-MASTRE = 'S')
               IF (SM-TIPO-CONTA = 'S') AND (SM-ATIVO = 'S')
                   MOVE SM-RESPONSAVEL TO SR-RESPONSAVEL
                   MOVE SM-USER-ID TO SR-USER-ID
                   MOVE SM-DATA-ALTERACAO TO SR-DATA-ALTERACAO
                   RELEASE SORT-REG
               END-IF
               PERFORM LE-MASTRE-PARA
           END-PERFORM.

       LE-MASTRE-PARA.

           READ SENHA-MASTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MASTRE
           END-READ.

      * Quebra por responsável: cabeçalho com a situação dele no
      * mestre, uma linha por conta e o quadro de assinatura.
       IMPRIME-ATESTACAO-PARA.

           PERFORM RETORNA-SORT-PARA
           IF (WS-FIM-SORT = 'S')
               MOVE "  (nenhuma conta de serviço ativa)" TO SRV-LINHA
               WRITE SRV-LINHA
           END-IF
           PERFORM UNTIL (WS-FIM-SORT = 'S')
               IF (WS-TEM-GRUPO = 'N')
                       OR (SR-RESPONSAVEL NOT = WS-RESP-ATUAL)
                   IF (WS-TEM-GRUPO = 'S')
                       PERFORM IMPRIME-ASSINATURA-PARA
                   END-IF
                   MOVE SR-RESPONSAVEL TO WS-RESP-ATUAL
                   MOVE 'S' TO WS-TEM-GRUPO
                   PERFORM AVALIA-RESPONSAVEL-PARA
                   PERFORM IMPRIME-RESPONSAVEL-PARA
               END-IF
               PERFORM IMPRIME-CONTA-PARA
               PERFORM RETORNA-SORT-PARA
           END-PERFORM
           IF (WS-TEM-GRUPO = 'S')
               PERFORM IMPRIME-ASSINATURA-PARA
           END-IF.

       RETORNA-SORT-PARA.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

      * O responsável válido é pessoa ativa no mestre.
       AVALIA-RESPONSAVEL-PARA.

           ADD 1 TO WS-RESPONSAVEIS
           MOVE 'N' TO WS-RESPONSAVEL-OK
           IF (WS-RESP-ATUAL = SPACES)
               MOVE "NÃO INFORMADO" TO WS-SITUACAO-RESP
           ELSE
               MOVE WS-RESP-ATUAL TO SM-USER-ID
               READ SENHA-MASTRE
                   INVALID KEY
                       MOVE "INEXISTENTE" TO WS-SITUACAO-RESP
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN (SM-TIPO-CONTA = 'S')
                               MOVE "CONTA DE SERVIÇO"
                                   TO WS-SITUACAO-RESP
                           WHEN (SM-ATIVO NOT = 'S')
                               MOVE "INATIVO" TO WS-SITUACAO-RESP
                           WHEN OTHER
                               MOVE "ativo" TO WS-SITUACAO-RESP
                               MOVE 'S' TO WS-RESPONSAVEL-OK
                       END-EVALUATE
               END-READ
           END-IF.

       IMPRIME-RESPONSAVEL-PARA.

           MOVE SPACES TO SRV-LINHA
           WRITE SRV-LINHA
           MOVE ALL "-" TO SRV-LINHA
           WRITE SRV-LINHA
           MOVE SPACES TO SRV-LINHA
           STRING "Responsável " WS-RESP-ATUAL " - situação: "
               WS-SITUACAO-RESP DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA
           IF (WS-RESPONSAVEL-OK = 'N')
               MOVE "  RESPONSÁVEL INVÁLIDO - transferir as contas "
                   TO SRV-LINHA
               WRITE SRV-LINHA
               MOVE "  pela opção 13 da manutenção antes de atestar"
                   TO SRV-LINHA
               WRITE SRV-LINHA
           END-IF
           MOVE SPACES TO SRV-LINHA
           STRING "  Conta     Ult.troca   Decisão"
               DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA.

       IMPRIME-CONTA-PARA.

           ADD 1 TO WS-CONTAS
           IF (WS-RESPONSAVEL-OK = 'N')
               ADD 1 TO WS-SEM-RESPONSAVEL
           END-IF
           MOVE SR-USER-ID TO WS-LC-USER-ID
           IF (SR-DATA-ALTERACAO = 0)
               MOVE "nunca" TO WS-LC-TROCA
           ELSE
               MOVE SR-DATA-ALTERACAO TO WS-LC-TROCA
           END-IF
           MOVE SPACES TO SRV-LINHA
           STRING WS-LINHA-CONTA DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA

           MOVE 0 TO WS-ACESSOS-CONTA
           PERFORM IMPRIME-FUNCOES-PARA
           PERFORM IMPRIME-PAPEIS-PARA
           IF (WS-ACESSOS-CONTA = 0)
               MOVE "      (nenhuma função ou papel)" TO SRV-LINHA
               WRITE SRV-LINHA
           END-IF.

      * Funções diretas autorizadas da conta em SENHA-PERFIL
       IMPRIME-FUNCOES-PARA.

           IF (WS-PERFIL-ABERTO = 'S')
               MOVE 'N' TO WS-FIM-PERFIL
               MOVE SR-USER-ID TO SP-USER-ID
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
                       ADD 1 TO WS-ACESSOS-CONTA
                       MOVE SPACES TO SRV-LINHA
                       STRING "      função " SP-FUNCAO
                           DELIMITED BY SIZE INTO SRV-LINHA
                       WRITE SRV-LINHA
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
                   AND (SP-USER-ID NOT = SR-USER-ID)
               MOVE 'S' TO WS-FIM-PERFIL
           END-IF.

      * Papéis atribuídos à conta em SENHA-MEMBRO
       IMPRIME-PAPEIS-PARA.

           IF (WS-MEMBRO-ABERTO = 'S')
               MOVE 'N' TO WS-FIM-MEMBRO
               MOVE SR-USER-ID TO MB-USER-ID
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
                       ADD 1 TO WS-ACESSOS-CONTA
                       MOVE SPACES TO SRV-LINHA
                       STRING "      papel  " MB-PAPEL
                           DELIMITED BY SIZE INTO SRV-LINHA
                       WRITE SRV-LINHA
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
                   AND (MB-USER-ID NOT = SR-USER-ID)
               MOVE 'S' TO WS-FIM-MEMBRO
           END-IF.

       IMPRIME-ASSINATURA-PARA.

           MOVE SPACES TO SRV-LINHA
           WRITE SRV-LINHA
           MOVE "Atesto que as contas de serviço acima seguem "
               TO SRV-LINHA
           WRITE SRV-LINHA
           MOVE "necessárias, com os acessos relacionados."
               TO SRV-LINHA
           WRITE SRV-LINHA
           MOVE "Assinatura do responsável: ______________  Data: "
               TO SRV-LINHA
           WRITE SRV-LINHA.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO SRV-LINHA
           STRING "Atestação de contas de serviço - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO SRV-LINHA
           WRITE SRV-LINHA
           MOVE SPACES TO SRV-LINHA
           STRING "Contas de serviço ativas:        " WS-CONTAS
               DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA
           MOVE SPACES TO SRV-LINHA
           STRING "Responsáveis relacionados:       " WS-RESPONSAVEIS
               DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA
           MOVE SPACES TO SRV-LINHA
           STRING "Contas sem responsável válido:   "
               WS-SEM-RESPONSAVEL DELIMITED BY SIZE INTO SRV-LINHA
           WRITE SRV-LINHA.
