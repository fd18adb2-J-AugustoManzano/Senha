       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHASOL AS "Solicitação e aprovação de acessos".
      * Utilitário de solicitação de acesso com dupla aprovação:
      * o usuario se autentica (função SOLICITA verificada pela
      * SENHACHK) e pode
      *   1 - solicitar a concessão de uma função direta
      *       (SENHA-PERFIL) ou de um papel (SENHA-MEMBRO) para um
      *       usuario do mestre, com justificativa obrigatória;
      *   2 - sendo supervisor, aprovar ou rejeitar uma solicitação
      *       pendente ('P') ou ratificar/rejeitar uma concessão
      *       direta de emergência feita pelo SENHA ('D').
      * A decisão é sempre de um supervisor diferente do
      * solicitante e do beneficiário: a auto-aprovação é recusada.
      * Nada é concedido aqui: as solicitações aprovadas são
      * efetivadas pelo passo noturno SENHAAPL, que tambem retira
      * as concessões diretas rejeitadas. As pendências e a idade
      * de cada uma são relacionadas pelo SENHAPEN.
      * A aprovação de uma pendente passa pela verificação de
      * segregação de funções (SENHACFL): em conflito com uma regra
      * de SENHA-CONFLITO o supervisor só aprova sobrepondo a regra
      * com motivo, documentado em SENHA-SOBREPOSICAO com o número
      * da solicitação; sem isso a aprovação é recusada.
      * Encerra com RETURN-CODE 0 (solicitação gravada ou decisão
      * registrada), 4 (nada a fazer - solicitação repetida ou
      * nenhuma pendência), 8 (pedido recusado - dados inválidos,
      * auto-aprovação, decisão restrita a supervisores ou
      * conflito de funções sem sobreposição) ou 16
      * (acesso negado).
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
           SELECT SENHA-SOLICITACAO ASSIGN TO "SENHA.SOL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SO-NUMERO
               FILE STATUS WS-SOL-STATUS.
           SELECT SENHA-SOBREPOSICAO ASSIGN TO "SENHA.SBR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SBR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-MASTRE.
           COPY "senmst.cpy".
       FD  SENHA-SOLICITACAO.
           COPY "sensol.cpy".
       FD  SENHA-SOBREPOSICAO.
           COPY "sensbr.cpy".

       WORKING-STORAGE SECTION.

       01 WS-MASTRE-STATUS      PIC X(2) VALUE "00".
       01 WS-SOL-STATUS         PIC X(2) VALUE "00".
       01 WS-FIM-SOLICITACAO    PIC X    VALUE 'N'.
       01 WS-USER-ID            PIC X(8).
       01 WS-SENHA-DIGITADA     PIC X(8).
       01 WS-TENTATIVAS         PIC 9    VALUE 3.
       01 WS-MENSAGEM           PIC X(40).
       01 WS-RESULTADO          PIC 9    VALUE 0.
       01 WS-FUNCAO             PIC X(8) VALUE "SOLICITA".
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-HORA-HOJE          PIC 9(6).
       01 WS-OPCAO              PIC 9(2) VALUE 0.
       01 WS-E-SUPERVISOR       PIC X    VALUE 'N'.
       01 WS-USUARIO-OK         PIC X    VALUE 'N'.
       01 WS-ALVO-ID            PIC X(8).
       01 WS-TIPO               PIC X.
       01 WS-OBJETO             PIC X(8).
       01 WS-JUSTIFICATIVA      PIC X(40).
       01 WS-DECISAO            PIC X.
       01 WS-NUMERO-PARM        PIC X(8).
       01 WS-ULTIMO-NUMERO      PIC 9(8) VALUE 0.
       01 WS-NUMERO-REPETIDO    PIC 9(8) VALUE 0.
       01 WS-AGUARDANDO         PIC 9(5) VALUE 0.
       01 WS-SITUACAO-TEXTO     PIC X(24).
       01 WS-SBR-STATUS         PIC X(2) VALUE "00".
       01 WS-APROVACAO-OK       PIC X    VALUE 'N'.
       01 WS-REGRA-CONFLITO     PIC X(8).
       01 WS-REGRA-SOBREPOSTA   PIC X(8).
       01 WS-MOTIVO-SOBREPOSICAO PIC X(40).
       01 WS-MENSAGEM-CONFLITO  PIC X(60).
       01 WS-RESP               PIC X.

       SCREEN SECTION.
       01 TELA-SENHA.
           05 LINE 1 COLUMN 1 VALUE "Senha: ".
           05 COLUMN PLUS 1 PIC X(8) USING WS-SENHA-DIGITADA
               SECURE.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE

           PERFORM AUTENTICA-USUARIO-PARA
           IF (WS-RESULTADO NOT = 1)
               DISPLAY "Acesso negado às solicitações de acesso"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VERIFICA-SUPERVISOR-PARA
               DISPLAY "1 - Solicitar acesso"
               DISPLAY "2 - Decidir solicitação (supervisor)"
               DISPLAY "0 - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM SOLICITA-ACESSO-PARA
                   WHEN 2
                       PERFORM DECIDE-SOLICITACAO-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           STOP RUN.

       AUTENTICA-USUARIO-PARA.

           DISPLAY "Usuário: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           PERFORM CAPTURA-SENHA-PARA
           CALL "SENHACHK" USING WS-USER-ID WS-SENHA-DIGITADA
               WS-TENTATIVAS WS-MENSAGEM WS-FUNCAO
               RETURNING WS-RESULTADO
           IF (WS-MENSAGEM NOT = SPACES)
               DISPLAY WS-MENSAGEM
           END-IF.

       CAPTURA-SENHA-PARA.

           DISPLAY TELA-SENHA
           ACCEPT TELA-SENHA.

       VERIFICA-SUPERVISOR-PARA.

           MOVE 'N' TO WS-E-SUPERVISOR
           OPEN INPUT SENHA-MASTRE
           IF (WS-MASTRE-STATUS = "00")
               MOVE WS-USER-ID TO SM-USER-ID
               READ SENHA-MASTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (SM-SUPERVISOR = 'S')
                               AND (SM-TIPO-CONTA NOT = 'S')
                           MOVE 'S' TO WS-E-SUPERVISOR
                       END-IF
               END-READ
               CLOSE SENHA-MASTRE
           END-IF.

      * O beneficiário precisa existir no mestre; o código da
      * função ou o nome do papel e a justificativa são
      * obrigatórios. Nomes de papel são guardados em maiúsculas,
      * como na manutenção do SENHA.
       SOLICITA-ACESSO-PARA.

           DISPLAY "Usuario beneficiário: " WITH NO ADVANCING
           ACCEPT WS-ALVO-ID
           DISPLAY "Tipo - F (função direta) ou P (papel): "
               WITH NO ADVANCING
           ACCEPT WS-TIPO
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           DISPLAY "Código da função ou nome do papel: "
               WITH NO ADVANCING
           ACCEPT WS-OBJETO
           IF (WS-TIPO = 'P')
               MOVE FUNCTION UPPER-CASE(WS-OBJETO) TO WS-OBJETO
           END-IF
           DISPLAY "Justificativa: " WITH NO ADVANCING
           ACCEPT WS-JUSTIFICATIVA

           PERFORM CONFERE-USUARIO-PARA
           EVALUATE TRUE
               WHEN (WS-USUARIO-OK = 'N')
                   DISPLAY "Usuário beneficiário não encontrado"
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-TIPO NOT = 'F') AND (WS-TIPO NOT = 'P')
                   DISPLAY "Tipo inválido"
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-OBJETO = SPACES)
                   DISPLAY "Função ou papel não informado"
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-JUSTIFICATIVA = SPACES)
                   DISPLAY "Justificativa obrigatória"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GRAVA-SOLICITACAO-PARA
           END-EVALUATE.

       CONFERE-USUARIO-PARA.

           MOVE 'N' TO WS-USUARIO-OK
           OPEN INPUT SENHA-MASTRE
           IF (WS-MASTRE-STATUS = "00")
               MOVE WS-ALVO-ID TO SM-USER-ID
               READ SENHA-MASTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-USUARIO-OK
               END-READ
               CLOSE SENHA-MASTRE
           END-IF.

      * O número da nova solicitação é o seguinte ao último do
      * arquivo (ordem natural da chave). Na mesma passada é
      * procurada solicitação igual ainda pendente, para não
      * duplicar o pedido.
       GRAVA-SOLICITACAO-PARA.

           PERFORM ABRE-SOLICITACAO-PARA
           MOVE 0 TO WS-ULTIMO-NUMERO
           MOVE 0 TO WS-NUMERO-REPETIDO
           MOVE 'N' TO WS-FIM-SOLICITACAO
           PERFORM LE-SOLICITACAO-PARA
           PERFORM UNTIL (WS-FIM-SOLICITACAO = 'S')
               MOVE SO-NUMERO TO WS-ULTIMO-NUMERO
               IF (SO-SITUACAO = 'P') AND (SO-USER-ID = WS-ALVO-ID)
                       AND (SO-TIPO = WS-TIPO)
                       AND (SO-OBJETO = WS-OBJETO)
                   MOVE SO-NUMERO TO WS-NUMERO-REPETIDO
               END-IF
               PERFORM LE-SOLICITACAO-PARA
           END-PERFORM

           IF (WS-NUMERO-REPETIDO NOT = 0)
               DISPLAY "Já existe solicitação pendente igual: "
                   WS-NUMERO-REPETIDO
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE WS-ULTIMO-NUMERO TO SO-NUMERO
               MOVE WS-USER-ID TO SO-SOLICITANTE
               MOVE WS-ALVO-ID TO SO-USER-ID
               MOVE WS-TIPO TO SO-TIPO
               MOVE WS-OBJETO TO SO-OBJETO
               MOVE WS-JUSTIFICATIVA TO SO-JUSTIFICATIVA
               MOVE 'P' TO SO-SITUACAO
               MOVE SPACES TO SO-APROVADOR
               MOVE WS-DATA-HOJE TO SO-DATA-PEDIDO
               MOVE WS-HORA-HOJE TO SO-HORA-PEDIDO
               MOVE 0 TO SO-DATA-DECISAO
               MOVE 0 TO SO-HORA-DECISAO
               MOVE 0 TO SO-DATA-EFETIVACAO
               MOVE SPACE TO SO-VALOR-ANTERIOR
               WRITE SENHA-SOLICITACAO-REG
               DISPLAY "Solicitação registrada sob o número "
                   WS-ULTIMO-NUMERO
           END-IF
           CLOSE SENHA-SOLICITACAO.

      * Decisão de supervisor sobre solicitação pendente ou
      * concessão direta ainda não ratificada. A aprovação de uma
      * pendente vale a partir da efetivação noturna; a
      * ratificação de uma concessão direta apenas a confirma (ela
      * já está em vigor) e a rejeição dela faz o SENHAAPL
      * retirá-la.
       DECIDE-SOLICITACAO-PARA.

           IF (WS-E-SUPERVISOR = 'N')
               DISPLAY "Decisão restrita a supervisores"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-SOLICITACAO-PARA
               PERFORM LISTA-AGUARDANDO-PARA
               IF (WS-AGUARDANDO = 0)
                   DISPLAY "Nenhuma solicitação aguardando decisão"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Número da solicitação: "
                       WITH NO ADVANCING
                   ACCEPT WS-NUMERO-PARM
                   PERFORM REGISTRA-DECISAO-PARA
               END-IF
               CLOSE SENHA-SOLICITACAO
           END-IF.

       LISTA-AGUARDANDO-PARA.

           MOVE 0 TO WS-AGUARDANDO
           MOVE 'N' TO WS-FIM-SOLICITACAO
           PERFORM LE-SOLICITACAO-PARA
           PERFORM UNTIL (WS-FIM-SOLICITACAO = 'S')
               IF (SO-SITUACAO = 'P') OR (SO-SITUACAO = 'D')
                   ADD 1 TO WS-AGUARDANDO
                   IF (SO-SITUACAO = 'P')
                       MOVE "pendente" TO WS-SITUACAO-TEXTO
                   ELSE
                       MOVE "EMERGÊNCIA - ratificar"
                           TO WS-SITUACAO-TEXTO
                   END-IF
                   DISPLAY SO-NUMERO " " SO-TIPO " " SO-OBJETO
                       " para " SO-USER-ID " por " SO-SOLICITANTE
                       " em " SO-DATA-PEDIDO " " WS-SITUACAO-TEXTO
                   DISPLAY "         " SO-JUSTIFICATIVA
               END-IF
               PERFORM LE-SOLICITACAO-PARA
           END-PERFORM.

       REGISTRA-DECISAO-PARA.

           MOVE 0 TO SO-NUMERO
           IF (WS-NUMERO-PARM IS NUMERIC)
               MOVE WS-NUMERO-PARM TO SO-NUMERO
           END-IF
           READ SENHA-SOLICITACAO
               INVALID KEY
                   DISPLAY "Solicitação não encontrada"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN (SO-SITUACAO NOT = 'P')
                               AND (SO-SITUACAO NOT = 'D')
                           DISPLAY "Solicitação já decidida"
                           MOVE 8 TO RETURN-CODE
                       WHEN (SO-SOLICITANTE = WS-USER-ID)
                           DISPLAY "Auto-aprovação não permitida - "
                               "decisão cabe a outro supervisor"
                           MOVE 8 TO RETURN-CODE
                       WHEN (SO-USER-ID = WS-USER-ID)
                           DISPLAY "Supervisor não decide concessão "
                               "a si mesmo"
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM GRAVA-DECISAO-PARA
                   END-EVALUATE
           END-READ.

       GRAVA-DECISAO-PARA.

           DISPLAY "Aprovar (A) ou rejeitar (R): " WITH NO ADVANCING
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           IF (WS-DECISAO NOT = 'A') AND (WS-DECISAO NOT = 'R')
               DISPLAY "Decisão inválida - nada gravado"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-APROVACAO-OK
               MOVE SPACES TO WS-REGRA-SOBREPOSTA
               IF (WS-DECISAO = 'A') AND (SO-SITUACAO = 'P')
                   PERFORM VERIFICA-CONFLITO-PARA
               END-IF
               IF (WS-APROVACAO-OK = 'S')
                   MOVE WS-DECISAO TO SO-SITUACAO
                   MOVE WS-USER-ID TO SO-APROVADOR
                   MOVE WS-DATA-HOJE TO SO-DATA-DECISAO
                   MOVE WS-HORA-HOJE TO SO-HORA-DECISAO
                   REWRITE SENHA-SOLICITACAO-REG
                   IF (WS-REGRA-SOBREPOSTA NOT = SPACES)
                       PERFORM GRAVA-SOBREPOSICAO-PARA
                   END-IF
                   IF (WS-DECISAO = 'A')
                       DISPLAY "Solicitação aprovada"
                   ELSE
                       DISPLAY "Solicitação rejeitada"
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Segregação de funções na aprovação: a concessão pedida é
      * confrontada pela SENHACFL com as regras em vigor; em
      * conflito o supervisor pode sobrepor a regra com motivo
      * (repetindo a verificação sem ela) ou a aprovação é
      * recusada e a solicitação continua pendente. A concessão
      * direta de emergência ('D') já passou por esta verificação
      * no SENHA e não é refeita na ratificação.
       VERIFICA-CONFLITO-PARA.

           MOVE SPACES TO WS-MOTIVO-SOBREPOSICAO
           CALL "SENHACFL" USING SO-USER-ID SO-TIPO SO-OBJETO
               WS-REGRA-SOBREPOSTA WS-REGRA-CONFLITO
               WS-MENSAGEM-CONFLITO
           IF (WS-REGRA-CONFLITO NOT = SPACES)
               MOVE 'N' TO WS-APROVACAO-OK
               DISPLAY WS-MENSAGEM-CONFLITO
               DISPLAY "Sobrepor a regra com motivo documentado "
                   "(S/N): " WITH NO ADVANCING
               ACCEPT WS-RESP
               IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
                   DISPLAY "Motivo da sobreposição: "
                       WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-SOBREPOSICAO
                   IF (WS-MOTIVO-SOBREPOSICAO = SPACES)
                       DISPLAY "Motivo obrigatório - aprovação "
                           "recusada"
                   ELSE
                       MOVE WS-REGRA-CONFLITO TO WS-REGRA-SOBREPOSTA
                       CALL "SENHACFL" USING SO-USER-ID SO-TIPO
                           SO-OBJETO WS-REGRA-SOBREPOSTA
                           WS-REGRA-CONFLITO WS-MENSAGEM-CONFLITO
                       IF (WS-REGRA-CONFLITO = SPACES)
                           MOVE 'S' TO WS-APROVACAO-OK
                       ELSE
                           MOVE SPACES TO WS-REGRA-SOBREPOSTA
                           DISPLAY WS-MENSAGEM-CONFLITO
                           DISPLAY "Mais de uma regra violada - "
                               "aprovação recusada"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Aprovação recusada por conflito de "
                       "funções"
               END-IF
           END-IF.

       GRAVA-SOBREPOSICAO-PARA.

           OPEN EXTEND SENHA-SOBREPOSICAO
           IF (WS-SBR-STATUS = "35")
               OPEN OUTPUT SENHA-SOBREPOSICAO
               CLOSE SENHA-SOBREPOSICAO
               OPEN EXTEND SENHA-SOBREPOSICAO
           END-IF
           MOVE WS-DATA-HOJE TO SB-DATA
           MOVE WS-HORA-HOJE TO SB-HORA
           MOVE WS-USER-ID TO SB-AUTOR
           MOVE SO-USER-ID TO SB-USER-ID
           MOVE SO-TIPO TO SB-TIPO
           MOVE SO-OBJETO TO SB-OBJETO
           MOVE WS-REGRA-SOBREPOSTA TO SB-REGRA
           MOVE SO-NUMERO TO SB-SOLICITACAO
           MOVE WS-MOTIVO-SOBREPOSICAO TO SB-MOTIVO
           WRITE SENHA-SOBREPOSICAO-REG
           CLOSE SENHA-SOBREPOSICAO
           DISPLAY "Sobreposição da regra " WS-REGRA-SOBREPOSTA
               " documentada".

       ABRE-SOLICITACAO-PARA.

           OPEN I-O SENHA-SOLICITACAO
           IF (WS-SOL-STATUS = "35")
               OPEN OUTPUT SENHA-SOLICITACAO
               CLOSE SENHA-SOLICITACAO
               OPEN I-O SENHA-SOLICITACAO
           END-IF.

       LE-SOLICITACAO-PARA.

           READ SENHA-SOLICITACAO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SOLICITACAO
           END-READ.
