      * Programa didático, não pode ser
      * usado profissionalmente
      *
      * Os registros gravados no jornal SENHA-JRN recebem o elo
      * de encadeamento calculado pela sub-rotina SENHAELO.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
      * Não é executado nos serviços online
      * 'F' representa falso e 'V' representa verdadeiro
      * Toda senha é gravada na forma codificada irreversível da
      * sub-rotina SENHACOD; a senha digitada não é gravada em
      * arquivo algum, nem nas imagens do jornal SENHA-JRN.
      * Na inclusão de usuário e na redefinição pelo supervisor a
      * senha inicial não é digitada: é sorteada pela sub-rotina
      * SENHAGER, conferida pela complexidade e pelo histórico, e
      * o valor em claro vai somente ao arquivo de envelopes da
      * sessão (SENHA-ENVELOPE, SENHAaaaammddhhmmss.ENV), para
      * impressão em envelope lacrado; nem o supervisor a vê.
      * Se o arquivo de envelopes não abrir, a inclusão ou a
      * redefinição é recusada e o mestre não é alterado.
      * Contas supervisoras (SM-SUPERVISOR) não sofrem bloqueio por
      * tentativas nem expiração de senha, para que sempre exista um
      * caminho de volta à manutenção de usuários; mantenha pelo
      * menos dois supervisores ativos a qualquer momento.
      * Autorizações de função e atribuições de papel seguem o
      * caminho da solicitação com dupla aprovação (SENHASOL e
      * SENHAAPL); a concessão direta pelas opções 5 e 9 fica
      * reservada a emergências, exige justificativa e é gravada
      * em SENHA-SOLICITACAO para ratificação por outro supervisor.
      * Retiradas ('N') continuam diretas. Toda alteração de
      * SENHA-PERFIL e SENHA-MEMBRO vai ao jornal ('F' e 'M').
      * Antes de toda concessão a sub-rotina SENHACFL confronta o
      * acesso resultante com as regras de segregação de funções
      * (SENHA-CONFLITO, mantidas pela opção 11); concessão que
      * viola uma regra é recusada, salvo sobreposição com motivo
      * documentado, gravada em SENHA-SOBREPOSICAO.
      * A opção 12 registra acesso de emergência (SENHA-EMERGENCIA):
      * função concedida por poucas horas, com motivo obrigatório,
      * honrada pela SENHACHK somente dentro da janela e revista
      * na manhã seguinte pelo SENHAEMR; nunca ao próprio
      * supervisor que concede.
      * Contas de serviço (SM-TIPO-CONTA 'S', marcadas na inclusão
      * ou pela opção 13) servem aos trabalhos de lote: nunca são
      * supervisoras nem contam como tal, não entram de forma
      * interativa e têm sempre um responsável, pessoa ativa no
      * mestre. O responsável não pode ser desativado nem virar
      * conta de serviço enquanto houver conta de serviço ativa
      * sob ele; antes, transfira-as pela opção 13.
      * Contas de pessoa guardam a matrícula do empregado
      * (SM-MATRICULA), pedida na inclusão e mantida pela opção
      * 14, para a conciliação semanal com o cadastro de RH
      * (SENHARHC).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-SOLICITACAO ASSIGN TO "SENHA.SOL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SO-NUMERO
               FILE STATUS WS-SOL-STATUS.
           SELECT SENHA-CONFLITO ASSIGN TO "SENHA.CFL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CF-REGRA
               FILE STATUS WS-CONFLITO-STATUS.
           SELECT SENHA-SOBREPOSICAO ASSIGN TO "SENHA.SBR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SBR-STATUS.
           SELECT SENHA-EMERGENCIA ASSIGN TO "SENHA.EMG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EM-CHAVE
               FILE STATUS WS-EMERGENCIA-STATUS.
           SELECT SENHA-ENVELOPE ASSIGN USING WS-ENV-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ENV-STATUS.
           SELECT FERIADOS ASSIGN TO "FERIADO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FERIADO-STATUS.
           COPY "senhst.cpy".
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-SOLICITACAO.
           COPY "sensol.cpy".
       FD  SENHA-CONFLITO.
           COPY "sencfl.cpy".
       FD  SENHA-SOBREPOSICAO.
           COPY "sensbr.cpy".
       FD  SENHA-EMERGENCIA.
           COPY "senemg.cpy".
       FD  SENHA-ENVELOPE.
           COPY "senenv.cpy".
       FD  FERIADOS.
           COPY "senfer.cpy".
       WORKING-STORAGE SECTION.
       01 WS-TROCA-OK          PIC X    VALUE 'N'.
       01 WS-JRN-STATUS        PIC X(2) VALUE "00".
       01 WS-JRN-ACAO          PIC X.
       01 WS-IMAGEM-ANTES      PIC X(82).
       01 WS-IMAGEM-DEPOIS     PIC X(82).
       01 WS-FERIADO-STATUS    PIC X(2) VALUE "00".
       01 WS-HORA-INICIO       PIC X(4).
       01 WS-HORA-FIM          PIC X(4).
           05 WS-SESSAO-DATA   PIC 9(8) VALUE 0.
           05 WS-SESSAO-HORA   PIC 9(6) VALUE 0.
       01 WS-DATA-HOJE         PIC 9(8).
      * Data e hora de um mesmo instante, para registros gravados
      * no meio da sessão (que pode atravessar a meia-noite)
       01 WS-MOMENTO.
           05 WS-MOM-DATA      PIC 9(8).
           05 WS-MOM-HORA      PIC 9(6).
       01 WS-I                 PIC 9    VALUE 0.
       01 WS-TAM-SENHA         PIC 9    VALUE 0.
       01 WS-TEM-DIGITO        PIC X    VALUE 'N'.
       01 WS-SENHA-VALIDA      PIC X    VALUE 'N'.
       01 WS-SUPERVISOR-OK     PIC X    VALUE 'N'.
       01 WS-RESP              PIC X    VALUE 'N'.
       01 WS-SOL-STATUS        PIC X(2) VALUE "00".
       01 WS-FIM-SOLICITACAO   PIC X    VALUE 'N'.
       01 WS-SOL-NUMERO        PIC 9(8) VALUE 0.
       01 WS-SOL-TIPO          PIC X.
       01 WS-SOL-OBJETO        PIC X(8).
       01 WS-JUSTIFICATIVA     PIC X(40).
       01 WS-CONCESSAO-OK      PIC X    VALUE 'N'.
       01 WS-VALOR-ANTERIOR    PIC X.
       01 WS-CONFLITO-STATUS   PIC X(2) VALUE "00".
       01 WS-SBR-STATUS        PIC X(2) VALUE "00".
       01 WS-REGRA-ID          PIC X(8).
       01 WS-REGRA-FUNCAO-1    PIC X(8).
       01 WS-REGRA-FUNCAO-2    PIC X(8).
       01 WS-REGRA-DONO        PIC X(8).
       01 WS-REGRA-ATIVA       PIC X.
       01 WS-REGRA-DESCRICAO   PIC X(40).
       01 WS-REGRA-CONFLITO    PIC X(8).
       01 WS-REGRA-SOBREPOSTA  PIC X(8).
       01 WS-MOTIVO-SOBREPOSICAO PIC X(40).
       01 WS-MENSAGEM-CONFLITO PIC X(60).
       01 WS-EMERGENCIA-STATUS PIC X(2) VALUE "00".
       01 WS-FIM-EMERGENCIA    PIC X    VALUE 'N'.
       01 WS-EMG-HORAS         PIC 9(2) VALUE 0.
       01 WS-EMG-MAXIMO        PIC 9(2) VALUE 12.
       01 WS-EMG-MINUTOS       PIC 9(5) VALUE 0.
       01 WS-EMG-DIAS          PIC 9(2) VALUE 0.
       01 WS-EMG-RESTO         PIC 9(4) VALUE 0.
       01 WS-EMG-ENCERRADAS    PIC 9(3) VALUE 0.
       01 WS-EMG-HORA-INICIO.
           05 WS-EHI-HH        PIC 9(2).
           05 WS-EHI-MM        PIC 9(2).
           05 WS-EHI-SS        PIC 9(2).
       01 WS-EMG-HORA-FIM.
           05 WS-EHF-HH        PIC 9(2).
           05 WS-EHF-MM        PIC 9(2).
           05 WS-EHF-SS        PIC 9(2).
       01 WS-EMG-AGORA.
           05 WS-EA-DATA       PIC 9(8).
           05 WS-EA-HORA       PIC 9(6).
       01 WS-EMG-INICIO.
           05 WS-EI-DATA       PIC 9(8).
           05 WS-EI-HORA       PIC 9(6).
       01 WS-EMG-FIM.
           05 WS-EF-DATA       PIC 9(8).
           05 WS-EF-HORA       PIC 9(6).
       01 WS-TIPO-CONTA        PIC X.
       01 WS-RESPONSAVEL       PIC X(8).
       01 WS-RESPONSAVEL-OK    PIC X    VALUE 'N'.
       01 WS-SERVICOS-DONO     PIC 9(3) VALUE 0.
       01 WS-FIM-MASTRE        PIC X    VALUE 'N'.
      * Registro mestre em preparo, preservado enquanto outro
      * registro é lido (responsável, contas sob um responsável)
       01 WS-MASTRE-SALVO      PIC X(82).
       01 WS-ENV-STATUS        PIC X(2) VALUE "00".
       01 WS-ENV-NOME          PIC X(23).
       01 WS-ENV-ABERTO        PIC X    VALUE 'N'.
       01 WS-ENV-ORIGEM        PIC X.
       01 WS-ENV-DESTINATARIO  PIC X(40).
       01 WS-ENV-INCLUSOES     PIC 9(5) VALUE 0.
       01 WS-ENV-REDEFINICOES  PIC 9(5) VALUE 0.
       01 WS-GERACOES          PIC 9(2) VALUE 0.
       01 WS-MATRICULA         PIC X(8).

       01 WS-ELO-OPERACAO      PIC X.
       01 WS-ELO-ARQUIVO       PIC X(3).
       01 WS-ELO-CONTEUDO      PIC X(201).
       01 WS-ELO-ANTERIOR      PIC X(16).
       01 WS-ELO-VALOR         PIC X(16).
       01 WS-ELO-RETORNO       PIC 9(2) VALUE 0.
       01 WS-ELO-SITUACAO      PIC 9(2) VALUE 0.

       SCREEN SECTION.
       01 TELA-SENHA.
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF (WS-ENV-ABERTO = 'S')
               PERFORM FECHA-ENVELOPE-PARA
           END-IF.

      * Encerra na saída a sessão aberta pela SENHACHK no acesso
      * liberado, sempre com o usuário autenticado na entrada: a
                       CONTINUE
                   NOT INVALID KEY
                       IF (SM-SUPERVISOR = 'S')
                               AND (SM-TIPO-CONTA NOT = 'S')
                           MOVE 'S' TO WS-SUPERVISOR-OK
                       END-IF
               END-READ
           DISPLAY "8 - Definir papel"
           DISPLAY "9 - Atribuir papel"
           DISPLAY "10 - Data de expiração"
           DISPLAY "11 - Regra de conflito de funções"
           DISPLAY "12 - Acesso de emergência"
           DISPLAY "13 - Conta de serviço"
           DISPLAY "14 - Matrícula do empregado"
           DISPLAY "0 - Voltar"
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-OPCAO
                   PERFORM ATRIBUI-PAPEL-PARA
               WHEN 10
                   PERFORM MANUTENCAO-EXPIRACAO-PARA
               WHEN 11
                   PERFORM DEFINE-CONFLITO-PARA
               WHEN 12
                   PERFORM MANUTENCAO-EMERGENCIA-PARA
               WHEN 13
                   PERFORM MANUTENCAO-SERVICO-PARA
               WHEN 14
                   PERFORM MANUTENCAO-MATRICULA-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               CLOSE SENHA-JRN
               OPEN EXTEND SENHA-JRN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO
           MOVE WS-MOM-DATA TO SJ-DATA
           MOVE WS-MOM-HORA TO SJ-HORA
           MOVE WS-SUPERVISOR-ID TO SJ-SUPERVISOR
           MOVE WS-SESSAO TO SJ-SESSAO
           MOVE WS-JRN-ACAO TO SJ-ACAO
           MOVE WS-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS TO SJ-IMAGEM-DEPOIS
           PERFORM ENCADEIA-JORNAL-PARA
           WRITE SENHA-JRN-REG
           CLOSE SENHA-JRN.

      * Encadeia o registro ao anterior do jornal (SENHAELO) antes
      * da gravação; o RETURN-CODE é reposto depois da chamada.
      * Estado do encadeamento não gravado é avisado ao operador.
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
           END-IF.

       ABRE-PERFIL-PARA.

           OPEN I-O SENHA-PERFIL
           END-READ
           CLOSE SENHA-MASTRE.

      * Concessão ('S') somente como emergência confirmada, com
      * justificativa, e registrada para ratificação; retirada
      * ('N') é aplicada direto. Ambas vão ao jornal ('F').
       ATUALIZA-PERFIL-PARA.

           DISPLAY "Código da função (8 posições): "
               WITH NO ADVANCING
           ACCEPT WS-FUNCAO-COD
           ELSE
               MOVE 'N' TO WS-AUTORIZADO
           END-IF
           MOVE 'S' TO WS-CONCESSAO-OK
           MOVE SPACES TO WS-REGRA-SOBREPOSTA
           IF (WS-AUTORIZADO = 'S')
               PERFORM CONFIRMA-CONCESSAO-DIRETA-PARA
               IF (WS-CONCESSAO-OK = 'S')
                   MOVE 'F' TO WS-SOL-TIPO
                   MOVE WS-FUNCAO-COD TO WS-SOL-OBJETO
                   PERFORM VERIFICA-CONFLITO-PARA
               END-IF
           END-IF
           IF (WS-CONCESSAO-OK = 'S')
               PERFORM ABRE-PERFIL-PARA
               MOVE WS-USER-ID TO SP-USER-ID
               MOVE WS-FUNCAO-COD TO SP-FUNCAO
               READ SENHA-PERFIL
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGEM-ANTES
                       MOVE SPACE TO WS-VALOR-ANTERIOR
                       MOVE WS-USER-ID TO SP-USER-ID
                       MOVE WS-FUNCAO-COD TO SP-FUNCAO
                       MOVE WS-AUTORIZADO TO SP-AUTORIZADO
                       WRITE SENHA-PERFIL-REG
                       DISPLAY "Autorização incluída"
                   NOT INVALID KEY
                       MOVE SENHA-PERFIL-REG TO WS-IMAGEM-ANTES
                       MOVE SP-AUTORIZADO TO WS-VALOR-ANTERIOR
                       MOVE WS-AUTORIZADO TO SP-AUTORIZADO
                       REWRITE SENHA-PERFIL-REG
                       DISPLAY "Autorização alterada"
               END-READ
               MOVE SENHA-PERFIL-REG TO WS-IMAGEM-DEPOIS
               CLOSE SENHA-PERFIL
               MOVE 'F' TO WS-JRN-ACAO
               PERFORM GRAVA-JORNAL-PARA
               IF (WS-AUTORIZADO = 'S')
                   PERFORM REGISTRA-CONCESSAO-DIRETA-PARA
               END-IF
           END-IF.

      * A concessão direta pelo menu é reservada a emergências: o
      * caminho normal é a solicitação pelo SENHASOL com aprovação
      * de um segundo supervisor. Exige confirmação expressa e
      * justificativa (número do incidente).
       CONFIRMA-CONCESSAO-DIRETA-PARA.

           MOVE 'N' TO WS-CONCESSAO-OK
           DISPLAY "Concessão direta somente em emergência - o "
               "caminho normal é a solicitação (SENHASOL)"
           DISPLAY "Confirma concessão de emergência (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESP
           IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
               DISPLAY "Justificativa / incidente: "
                   WITH NO ADVANCING
               ACCEPT WS-JUSTIFICATIVA
               IF (WS-JUSTIFICATIVA = SPACES)
                   DISPLAY "Justificativa obrigatória - concessão "
                       "cancelada"
               ELSE
                   MOVE 'S' TO WS-CONCESSAO-OK
               END-IF
           ELSE
               DISPLAY "Concessão cancelada"
           END-IF.

      * Grava a concessão direta em SENHA-SOLICITACAO, já
      * efetivada e com situação 'D', para que outro supervisor a
      * ratifique ou rejeite pelo SENHASOL; até lá ela aparece
      * destacada na relação de pendências (SENHAPEN).
       REGISTRA-CONCESSAO-DIRETA-PARA.

           OPEN I-O SENHA-SOLICITACAO
           IF (WS-SOL-STATUS = "35")
               OPEN OUTPUT SENHA-SOLICITACAO
               CLOSE SENHA-SOLICITACAO
               OPEN I-O SENHA-SOLICITACAO
           END-IF
           MOVE 0 TO WS-SOL-NUMERO
           MOVE 'N' TO WS-FIM-SOLICITACAO
           PERFORM LE-SOLICITACAO-PARA
           PERFORM UNTIL (WS-FIM-SOLICITACAO = 'S')
               MOVE SO-NUMERO TO WS-SOL-NUMERO
               PERFORM LE-SOLICITACAO-PARA
           END-PERFORM
           ADD 1 TO WS-SOL-NUMERO
           MOVE WS-SOL-NUMERO TO SO-NUMERO
           MOVE WS-SUPERVISOR-ID TO SO-SOLICITANTE
           MOVE WS-USER-ID TO SO-USER-ID
           MOVE WS-SOL-TIPO TO SO-TIPO
           MOVE WS-SOL-OBJETO TO SO-OBJETO
           MOVE WS-JUSTIFICATIVA TO SO-JUSTIFICATIVA
           MOVE 'D' TO SO-SITUACAO
           MOVE SPACES TO SO-APROVADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO
           MOVE WS-MOM-DATA TO SO-DATA-PEDIDO
           MOVE WS-MOM-HORA TO SO-HORA-PEDIDO
           MOVE 0 TO SO-DATA-DECISAO
           MOVE 0 TO SO-HORA-DECISAO
           MOVE WS-MOM-DATA TO SO-DATA-EFETIVACAO
           MOVE WS-VALOR-ANTERIOR TO SO-VALOR-ANTERIOR
           WRITE SENHA-SOLICITACAO-REG
           CLOSE SENHA-SOLICITACAO
           DISPLAY "Concessão de emergência registrada sob o número "
               WS-SOL-NUMERO " - aguarda ratificação"
           IF (WS-REGRA-SOBREPOSTA NOT = SPACES)
               PERFORM GRAVA-SOBREPOSICAO-PARA
           END-IF.

      * Segregação de funções: a SENHACFL confronta a concessão
      * (WS-SOL-TIPO + WS-SOL-OBJETO) com as regras em vigor. Em
      * conflito, o supervisor pode sobrepor a regra informando o
      * motivo, que fica documentado em SENHA-SOBREPOSICAO; a
      * verificação é repetida sem a regra sobreposta e um
      * segundo conflito recusa a concessão.
       VERIFICA-CONFLITO-PARA.

           MOVE SPACES TO WS-REGRA-SOBREPOSTA
           MOVE SPACES TO WS-MOTIVO-SOBREPOSICAO
           CALL "SENHACFL" USING WS-USER-ID WS-SOL-TIPO
               WS-SOL-OBJETO WS-REGRA-SOBREPOSTA WS-REGRA-CONFLITO
               WS-MENSAGEM-CONFLITO
           IF (WS-REGRA-CONFLITO NOT = SPACES)
               MOVE 'N' TO WS-CONCESSAO-OK
               DISPLAY WS-MENSAGEM-CONFLITO
               DISPLAY "Sobrepor a regra com motivo documentado "
                   "(S/N): " WITH NO ADVANCING
               ACCEPT WS-RESP
               IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
                   DISPLAY "Motivo da sobreposição: "
                       WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-SOBREPOSICAO
                   IF (WS-MOTIVO-SOBREPOSICAO = SPACES)
                       DISPLAY "Motivo obrigatório - concessão "
                           "recusada"
                   ELSE
                       MOVE WS-REGRA-CONFLITO TO WS-REGRA-SOBREPOSTA
                       CALL "SENHACFL" USING WS-USER-ID WS-SOL-TIPO
                           WS-SOL-OBJETO WS-REGRA-SOBREPOSTA
                           WS-REGRA-CONFLITO WS-MENSAGEM-CONFLITO
                       IF (WS-REGRA-CONFLITO = SPACES)
                           MOVE 'S' TO WS-CONCESSAO-OK
                       ELSE
                           MOVE SPACES TO WS-REGRA-SOBREPOSTA
                           DISPLAY WS-MENSAGEM-CONFLITO
                           DISPLAY "Mais de uma regra violada - "
                               "concessão recusada"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Concessão recusada por conflito de "
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO
           MOVE WS-MOM-DATA TO SB-DATA
           MOVE WS-MOM-HORA TO SB-HORA
           MOVE WS-SUPERVISOR-ID TO SB-AUTOR
           MOVE WS-USER-ID TO SB-USER-ID
           MOVE WS-SOL-TIPO TO SB-TIPO
           MOVE WS-SOL-OBJETO TO SB-OBJETO
           MOVE WS-REGRA-SOBREPOSTA TO SB-REGRA
           MOVE WS-SOL-NUMERO TO SB-SOLICITACAO
           MOVE WS-MOTIVO-SOBREPOSICAO TO SB-MOTIVO
           WRITE SENHA-SOBREPOSICAO-REG
           CLOSE SENHA-SOBREPOSICAO
           DISPLAY "Sobreposição da regra " WS-REGRA-SOBREPOSTA
               " documentada".

       LE-SOLICITACAO-PARA.

           READ SENHA-SOLICITACAO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SOLICITACAO
           END-READ.

      * Manutenção da definição de papéis: liga (ou desliga, com
      * 'N') um código de função a um papel nomeado. A entrada
           END-READ
           CLOSE SENHA-MASTRE.

      * Mesma regra da autorização de função: atribuição ('S')
      * somente como emergência registrada para ratificação,
      * retirada ('N') direta; ambas vão ao jornal ('M').
       ATUALIZA-MEMBRO-PARA.

           DISPLAY "Papel (8 posições): " WITH NO ADVANCING
           ACCEPT WS-PAPEL-NOME
           MOVE FUNCTION UPPER-CASE(WS-PAPEL-NOME) TO WS-PAPEL-NOME
           DISPLAY "Atribuir (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESP
           IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
           ELSE
               MOVE 'N' TO WS-AUTORIZADO
           END-IF
           MOVE 'S' TO WS-CONCESSAO-OK
           MOVE SPACES TO WS-REGRA-SOBREPOSTA
           IF (WS-AUTORIZADO = 'S')
               PERFORM CONFIRMA-CONCESSAO-DIRETA-PARA
               IF (WS-CONCESSAO-OK = 'S')
                   MOVE 'P' TO WS-SOL-TIPO
                   MOVE WS-PAPEL-NOME TO WS-SOL-OBJETO
                   PERFORM VERIFICA-CONFLITO-PARA
               END-IF
           END-IF
           IF (WS-CONCESSAO-OK = 'S')
               OPEN I-O SENHA-MEMBRO
               IF (WS-MEMBRO-STATUS = "35")
                   OPEN OUTPUT SENHA-MEMBRO
                   CLOSE SENHA-MEMBRO
                   OPEN I-O SENHA-MEMBRO
               END-IF
               MOVE WS-USER-ID TO MB-USER-ID
               MOVE WS-PAPEL-NOME TO MB-PAPEL
               READ SENHA-MEMBRO
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGEM-ANTES
                       MOVE SPACE TO WS-VALOR-ANTERIOR
                       MOVE WS-USER-ID TO MB-USER-ID
                       MOVE WS-PAPEL-NOME TO MB-PAPEL
                       MOVE WS-AUTORIZADO TO MB-ATRIBUIDO
                       WRITE SENHA-MEMBRO-REG
                       DISPLAY "Papel atribuído"
                   NOT INVALID KEY
                       MOVE SENHA-MEMBRO-REG TO WS-IMAGEM-ANTES
                       MOVE MB-ATRIBUIDO TO WS-VALOR-ANTERIOR
                       MOVE WS-AUTORIZADO TO MB-ATRIBUIDO
                       REWRITE SENHA-MEMBRO-REG
                       DISPLAY "Atribuição alterada"
               END-READ
               MOVE SENHA-MEMBRO-REG TO WS-IMAGEM-DEPOIS
               CLOSE SENHA-MEMBRO
               MOVE 'M' TO WS-JRN-ACAO
               PERFORM GRAVA-JORNAL-PARA
               IF (WS-AUTORIZADO = 'S')
                   PERFORM REGISTRA-CONCESSAO-DIRETA-PARA
               END-IF
           END-IF.

       SOLICITA-SENHA-NOVA-PARA.

               MOVE 'N' TO WS-SENHA-VALIDA
           END-IF.

      * Senha inicial sorteada pela SENHAGER; o sorteio se repete,
      * até o limite de tentativas, enquanto a senha não passar
      * pela complexidade e pelo histórico do usuário.
       GERA-SENHA-INICIAL-PARA.

           MOVE 'N' TO WS-SENHA-VALIDA
           MOVE 0 TO WS-GERACOES
           PERFORM UNTIL (WS-SENHA-VALIDA = 'S') OR (WS-GERACOES > 9)
               ADD 1 TO WS-GERACOES
               CALL "SENHAGER" USING WS-SENHA-NOVA
               PERFORM VALIDA-COMPLEXIDADE-PARA
               IF (WS-SENHA-VALIDA = 'S')
                   PERFORM VERIFICA-HISTORICO-PARA
                   IF (WS-SENHA-REPETIDA = 'S')
                       MOVE 'N' TO WS-SENHA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

      * Abre o arquivo de envelopes da sessão na primeira emissão,
      * com o registro de controle de abertura, antes que a senha
      * seja sorteada e o mestre gravado: sem arquivo de envelopes
      * não há inclusão nem redefinição, pois a senha não chegaria
      * a ninguém. Falha na abertura deixa WS-ENV-ABERTO em 'N' e
      * a abertura é tentada de novo na operação seguinte.
       ABRE-ENVELOPE-PARA.

           IF (WS-ENV-ABERTO = 'N')
               MOVE SPACES TO WS-ENV-NOME
               STRING "SENHA" WS-SESSAO ".ENV" DELIMITED BY SIZE
                   INTO WS-ENV-NOME
               OPEN OUTPUT SENHA-ENVELOPE
               IF (WS-ENV-STATUS NOT = "00")
                   DISPLAY "Erro ao abrir o envelope " WS-ENV-NOME
                       " - situação " WS-ENV-STATUS
               ELSE
                   MOVE 'S' TO WS-ENV-ABERTO
                   MOVE SPACES TO SENHA-ENV-REG
                   MOVE 'C' TO EV-TIPO
                   MOVE "SENHA" TO EV-USER-ID
                   MOVE WS-DATA-HOJE TO EV-DATA-EMISSAO
                   MOVE WS-SESSAO TO EV-SESSAO
                   MOVE 0 TO EV-QTD-INCLUSOES
                   MOVE 0 TO EV-QTD-REDEFINICOES
                   WRITE SENHA-ENV-REG
               END-IF
           END-IF.

      * Grava o envelope da senha gerada no arquivo da sessão, já
      * aberto pela ABRE-ENVELOPE-PARA; a senha em claro é apagada
      * da memória logo após.
       EMITE-ENVELOPE-PARA.

           DISPLAY "Destinatário do envelope (nome): "
               WITH NO ADVANCING
           ACCEPT WS-ENV-DESTINATARIO
           IF (WS-ENV-DESTINATARIO = SPACES)
               STRING "A/C do usuario " WS-USER-ID
                   DELIMITED BY SIZE INTO WS-ENV-DESTINATARIO
           END-IF

           MOVE SPACES TO SENHA-ENV-REG
           MOVE 'D' TO EV-TIPO
           MOVE WS-USER-ID TO EV-USER-ID
           MOVE WS-ENV-ORIGEM TO EV-ORIGEM
           MOVE WS-ENV-DESTINATARIO TO EV-NOME
           MOVE WS-SENHA-NOVA TO EV-SENHA
           MOVE WS-DATA-HOJE TO EV-DATA-EMISSAO
           MOVE WS-SESSAO TO EV-SESSAO
           MOVE 0 TO EV-QTD-INCLUSOES
           MOVE 0 TO EV-QTD-REDEFINICOES
           WRITE SENHA-ENV-REG
           MOVE SPACES TO WS-SENHA-NOVA
           MOVE SPACES TO EV-SENHA
           IF (WS-ENV-STATUS = "00")
               IF (WS-ENV-ORIGEM = 'I')
                   ADD 1 TO WS-ENV-INCLUSOES
               ELSE
                   ADD 1 TO WS-ENV-REDEFINICOES
               END-IF
               DISPLAY "Senha gerada - envelope em " WS-ENV-NOME
           ELSE
               DISPLAY "Erro ao gravar o envelope - situação "
                   WS-ENV-STATUS " - redefina a senha novamente"
           END-IF.

      * Controle de fechamento: quantidades por origem, que
      * conciliam com as inclusões e redefinições da sessão.
       FECHA-ENVELOPE-PARA.

           MOVE SPACES TO SENHA-ENV-REG
           MOVE 'T' TO EV-TIPO
           MOVE "SENHA" TO EV-USER-ID
           MOVE WS-DATA-HOJE TO EV-DATA-EMISSAO
           MOVE WS-SESSAO TO EV-SESSAO
           MOVE WS-ENV-INCLUSOES TO EV-QTD-INCLUSOES
           MOVE WS-ENV-REDEFINICOES TO EV-QTD-REDEFINICOES
           WRITE SENHA-ENV-REG
           CLOSE SENHA-ENVELOPE
           MOVE 'N' TO WS-ENV-ABERTO.

       INCLUI-USUARIO-PARA.

           PERFORM ABRE-MASTRE-PARA
           MOVE WS-USER-ID TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   PERFORM ABRE-ENVELOPE-PARA
                   IF (WS-ENV-ABERTO = 'S')
                       PERFORM GERA-SENHA-INICIAL-PARA
                   ELSE
                       MOVE 'N' TO WS-SENHA-VALIDA
                   END-IF
                   IF (WS-SENHA-VALIDA = 'S')
                       MOVE WS-USER-ID TO SM-USER-ID
                       CALL "SENHACOD" USING WS-SENHA-NOVA
                                   "gravada como permanente"
                           END-IF
                       END-IF
                       PERFORM DEFINE-TIPO-INCLUSAO-PARA
                       IF (WS-RESPONSAVEL-OK = 'S')
                           PERFORM GRAVA-INCLUSAO-PARA
                       ELSE
                           DISPLAY "Usuário não incluído"
                       END-IF
                   ELSE
                       IF (WS-ENV-ABERTO = 'S')
                           DISPLAY "Senha inicial não gerada - "
                               "usuário não incluído"
                       ELSE
                           DISPLAY "Envelope indisponível - "
                               "usuário não incluído"
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Usuário já existe"
           END-READ
           CLOSE SENHA-MASTRE.

      * Conta de serviço: responsável obrigatório, nunca
      * supervisora, sem matrícula e sem troca obrigatória (o
      * trabalho de lote não conduz a troca). Conta de pessoa:
      * pergunta a matrícula do empregado e o indicador de
      * supervisor.
       DEFINE-TIPO-INCLUSAO-PARA.

           MOVE 'S' TO WS-RESPONSAVEL-OK
           DISPLAY "Conta de serviço (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESP
           IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
               DISPLAY "Responsável pela conta: " WITH NO ADVANCING
               ACCEPT WS-RESPONSAVEL
               PERFORM VALIDA-RESPONSAVEL-PARA
               MOVE 'S' TO SM-TIPO-CONTA
               MOVE WS-RESPONSAVEL TO SM-RESPONSAVEL
               MOVE SPACES TO SM-MATRICULA
               MOVE 'N' TO SM-SUPERVISOR
               MOVE 'N' TO SM-TROCA-OBRIGATORIA
           ELSE
               MOVE 'P' TO SM-TIPO-CONTA
               MOVE SPACES TO SM-RESPONSAVEL
               DISPLAY "Matrícula do empregado: " WITH NO ADVANCING
               ACCEPT SM-MATRICULA
               DISPLAY "Supervisor (S/N): " WITH NO ADVANCING
               ACCEPT WS-RESP
               IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
                   MOVE 'S' TO SM-SUPERVISOR
               ELSE
                   MOVE 'N' TO SM-SUPERVISOR
               END-IF
           END-IF.

       GRAVA-INCLUSAO-PARA.

           WRITE SENHA-MASTRE-REG
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE SENHA-MASTRE-REG TO WS-IMAGEM-DEPOIS
           MOVE 'I' TO WS-JRN-ACAO
           PERFORM GRAVA-JORNAL-PARA
           PERFORM GRAVA-HISTORICO-PARA
           DISPLAY "Usuário incluído"
           MOVE 'I' TO WS-ENV-ORIGEM
           PERFORM EMITE-ENVELOPE-PARA.

      * O responsável por conta de serviço precisa ser pessoa
      * ativa no mestre, diferente da própria conta. O registro em
      * preparo é preservado durante a leitura do responsável.
       VALIDA-RESPONSAVEL-PARA.

           MOVE 'N' TO WS-RESPONSAVEL-OK
           MOVE SENHA-MASTRE-REG TO WS-MASTRE-SALVO
           IF (WS-RESPONSAVEL = SPACES)
                   OR (WS-RESPONSAVEL = WS-USER-ID)
               DISPLAY "Responsável obrigatório e diferente da conta"
           ELSE
               MOVE WS-RESPONSAVEL TO SM-USER-ID
               READ SENHA-MASTRE
                   INVALID KEY
                       DISPLAY "Responsável não encontrado"
                   NOT INVALID KEY
                       IF (SM-ATIVO NOT = 'S')
                               OR (SM-TIPO-CONTA = 'S')
                           DISPLAY "Responsável deve ser pessoa ativa"
                       ELSE
                           MOVE 'S' TO WS-RESPONSAVEL-OK
                       END-IF
               END-READ
           END-IF
           MOVE WS-MASTRE-SALVO TO SENHA-MASTRE-REG.

      * Conta as contas de serviço ativas sob o responsável
      * WS-USER-ID percorrendo o mestre; o registro corrente é
      * preservado para a regravação que vem em seguida.
       CONTA-SERVICOS-DONO-PARA.

           MOVE 0 TO WS-SERVICOS-DONO
           MOVE SENHA-MASTRE-REG TO WS-MASTRE-SALVO
           MOVE 'N' TO WS-FIM-MASTRE
           MOVE LOW-VALUES TO SM-USER-ID
           START SENHA-MASTRE KEY NOT LESS SM-USER-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MASTRE
           END-START
           IF (WS-FIM-MASTRE = 'N')
               PERFORM LE-MASTRE-SEGUINTE-PARA
           END-IF
           PERFORM UNTIL (WS-FIM-MASTRE = 'S')
               IF (SM-TIPO-CONTA = 'S') AND (SM-ATIVO = 'S')
                       AND (SM-RESPONSAVEL = WS-USER-ID)
                   ADD 1 TO WS-SERVICOS-DONO
               END-IF
               PERFORM LE-MASTRE-SEGUINTE-PARA
           END-PERFORM
           MOVE WS-MASTRE-SALVO TO SENHA-MASTRE-REG.

       LE-MASTRE-SEGUINTE-PARA.

           READ SENHA-MASTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MASTRE
           END-READ.

       ALTERA-SENHA-PARA.

           PERFORM ABRE-MASTRE-PARA
                   DISPLAY "Usuário não encontrado"
               NOT INVALID KEY
                   MOVE SENHA-MASTRE-REG TO WS-IMAGEM-ANTES
                   PERFORM ABRE-ENVELOPE-PARA
                   IF (WS-ENV-ABERTO = 'S')
                       PERFORM GERA-SENHA-INICIAL-PARA
                   ELSE
                       MOVE 'N' TO WS-SENHA-VALIDA
                   END-IF
                   IF (WS-SENHA-VALIDA = 'S')
                       CALL "SENHACOD" USING WS-SENHA-NOVA
                           WS-SENHA-CODIF
                       MOVE 3 TO SM-TENTATIVAS
                       MOVE 0 TO SM-DATA-BLOQUEIO
                       MOVE 0 TO SM-HORA-BLOQUEIO
      * Conta de serviço não passa pelo login interativo e não
      * teria como conduzir a troca obrigatória
                       IF (SM-TIPO-CONTA = 'S')
                           MOVE 'N' TO SM-TROCA-OBRIGATORIA
                       ELSE
                           MOVE 'S' TO SM-TROCA-OBRIGATORIA
                       END-IF
                       REWRITE SENHA-MASTRE-REG
                       MOVE SENHA-MASTRE-REG TO WS-IMAGEM-DEPOIS
                       MOVE 'A' TO WS-JRN-ACAO
                       PERFORM GRAVA-JORNAL-PARA
                       PERFORM GRAVA-HISTORICO-PARA
                       DISPLAY "Senha alterada"
                       MOVE 'A' TO WS-ENV-ORIGEM
                       PERFORM EMITE-ENVELOPE-PARA
                   ELSE
                       IF (WS-ENV-ABERTO = 'S')
                           DISPLAY "Senha nova não gerada - "
                               "senha mantida"
                       ELSE
                           DISPLAY "Envelope indisponível - "
                               "senha mantida"
                       END-IF
                   END-IF
           END-READ
           CLOSE SENHA-MASTRE.
               INVALID KEY
                   DISPLAY "Usuário não encontrado"
               NOT INVALID KEY
                   PERFORM CONTA-SERVICOS-DONO-PARA
                   IF (WS-SERVICOS-DONO > 0)
                       DISPLAY "Responsável por " WS-SERVICOS-DONO
                           " conta(s) de serviço ativa(s) - "
                           "transfira pela opção 13 antes"
                   ELSE
                       MOVE SENHA-MASTRE-REG TO WS-IMAGEM-ANTES
                       MOVE 'N' TO SM-ATIVO
                       REWRITE SENHA-MASTRE-REG
                       MOVE SENHA-MASTRE-REG TO WS-IMAGEM-DEPOIS
                       MOVE 'D' TO WS-JRN-ACAO
                       PERFORM GRAVA-JORNAL-PARA
                       DISPLAY "Usuário desativado"
                   END-IF
           END-READ
           CLOSE SENHA-MASTRE.

               END-IF
           END-IF.

      * Manutenção das regras de segregação de funções: par de
      * funções que não podem ficar com o mesmo usuario, com o
      * dono da regra (usuario existente no mestre, que responde
      * pelas sobreposições). 'N' retira a regra preservando o
      * registro. As violações são relatadas pelo SENHASOD.
       DEFINE-CONFLITO-PARA.

           DISPLAY "Regra (8 posições): " WITH NO ADVANCING
           ACCEPT WS-REGRA-ID
           MOVE FUNCTION UPPER-CASE(WS-REGRA-ID) TO WS-REGRA-ID
           DISPLAY "Primeira função (8 posições): "
               WITH NO ADVANCING
           ACCEPT WS-REGRA-FUNCAO-1
           DISPLAY "Segunda função (8 posições): " WITH NO ADVANCING
           ACCEPT WS-REGRA-FUNCAO-2
           DISPLAY "Dono da regra: " WITH NO ADVANCING
           ACCEPT WS-REGRA-DONO
           DISPLAY "Descrição: " WITH NO ADVANCING
           ACCEPT WS-REGRA-DESCRICAO
           DISPLAY "Regra em vigor (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESP
           IF (FUNCTION UPPER-CASE(WS-RESP) = 'S')
               MOVE 'S' TO WS-REGRA-ATIVA
           ELSE
               MOVE 'N' TO WS-REGRA-ATIVA
           END-IF

           PERFORM ABRE-MASTRE-PARA
           MOVE WS-REGRA-DONO TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   MOVE SPACES TO WS-REGRA-DONO
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE SENHA-MASTRE

           IF (WS-REGRA-ID = SPACES)
                   OR (WS-REGRA-FUNCAO-1 = SPACES)
                   OR (WS-REGRA-FUNCAO-2 = SPACES)
                   OR (WS-REGRA-FUNCAO-1 = WS-REGRA-FUNCAO-2)
               DISPLAY "Regra inválida - informe duas funções "
                   "distintas"
           ELSE
               IF (WS-REGRA-DONO = SPACES)
                   DISPLAY "Dono da regra não encontrado"
               ELSE
                   PERFORM GRAVA-CONFLITO-PARA
               END-IF
           END-IF.

       GRAVA-CONFLITO-PARA.

           OPEN I-O SENHA-CONFLITO
           IF (WS-CONFLITO-STATUS = "35")
               OPEN OUTPUT SENHA-CONFLITO
               CLOSE SENHA-CONFLITO
               OPEN I-O SENHA-CONFLITO
           END-IF
           MOVE WS-REGRA-ID TO CF-REGRA
           READ SENHA-CONFLITO
               INVALID KEY
                   MOVE WS-REGRA-ID TO CF-REGRA
                   MOVE WS-REGRA-FUNCAO-1 TO CF-FUNCAO-1
                   MOVE WS-REGRA-FUNCAO-2 TO CF-FUNCAO-2
                   MOVE WS-REGRA-DONO TO CF-DONO
                   MOVE WS-REGRA-ATIVA TO CF-ATIVA
                   MOVE WS-REGRA-DESCRICAO TO CF-DESCRICAO
                   WRITE SENHA-CONFLITO-REG
                   DISPLAY "Regra incluída"
               NOT INVALID KEY
                   MOVE WS-REGRA-FUNCAO-1 TO CF-FUNCAO-1
                   MOVE WS-REGRA-FUNCAO-2 TO CF-FUNCAO-2
                   MOVE WS-REGRA-DONO TO CF-DONO
                   MOVE WS-REGRA-ATIVA TO CF-ATIVA
                   MOVE WS-REGRA-DESCRICAO TO CF-DESCRICAO
                   REWRITE SENHA-CONFLITO-REG
                   DISPLAY "Regra alterada"
           END-READ
           CLOSE SENHA-CONFLITO.

      * Acesso de emergência: concessão temporária de uma função
      * (C) ou encerramento antecipado das concessões em vigor do
      * par usuario+função (E). Concessões vencidas não precisam
      * de retirada: a SENHACHK só as honra dentro da janela.
       MANUTENCAO-EMERGENCIA-PARA.

           DISPLAY "Conceder (C) ou encerrar (E) acesso de "
               "emergência: " WITH NO ADVANCING
           ACCEPT WS-RESP
           MOVE FUNCTION UPPER-CASE(WS-RESP) TO WS-RESP
           EVALUATE WS-RESP
               WHEN 'C'
                   PERFORM CONCEDE-EMERGENCIA-PARA
               WHEN 'E'
                   PERFORM ENCERRA-EMERGENCIA-PARA
               WHEN OTHER
                   DISPLAY "Opção inválida"
           END-EVALUATE.

      * A concessão exige usuario existente e ativo, motivo ou
      * número do incidente e duração de 1 a WS-EMG-MAXIMO horas a
      * partir de agora; passa pela mesma verificação de
      * segregação de funções das concessões permanentes (a
      * sobreposição fica documentada sem número de solicitação).
       CONCEDE-EMERGENCIA-PARA.

           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           MOVE 'N' TO WS-CONCESSAO-OK
           PERFORM ABRE-MASTRE-PARA
           MOVE WS-USER-ID TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   DISPLAY "Usuário não encontrado"
               NOT INVALID KEY
                   IF (SM-ATIVO NOT = 'S')
                       DISPLAY "Usuário inativo"
                   ELSE
                       MOVE 'S' TO WS-CONCESSAO-OK
                   END-IF
           END-READ
           CLOSE SENHA-MASTRE

           IF (WS-CONCESSAO-OK = 'S')
                   AND (WS-USER-ID = WS-SUPERVISOR-ID)
               DISPLAY "Acesso de emergência ao próprio supervisor "
                   "não permitido"
               MOVE 'N' TO WS-CONCESSAO-OK
           END-IF

           IF (WS-CONCESSAO-OK = 'S')
               DISPLAY "Código da função (8 posições): "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCAO-COD
               DISPLAY "Motivo / incidente: " WITH NO ADVANCING
               ACCEPT WS-JUSTIFICATIVA
               DISPLAY "Duração em horas (1 a " WS-EMG-MAXIMO "): "
                   WITH NO ADVANCING
               ACCEPT WS-EMG-HORAS
               IF (WS-FUNCAO-COD = SPACES)
                       OR (WS-JUSTIFICATIVA = SPACES)
                   DISPLAY "Função e motivo obrigatórios"
                   MOVE 'N' TO WS-CONCESSAO-OK
               ELSE
                   IF (WS-EMG-HORAS < 1)
                           OR (WS-EMG-HORAS > WS-EMG-MAXIMO)
                       DISPLAY "Duração inválida"
                       MOVE 'N' TO WS-CONCESSAO-OK
                   END-IF
               END-IF
           END-IF

           IF (WS-CONCESSAO-OK = 'S')
               MOVE 'F' TO WS-SOL-TIPO
               MOVE WS-FUNCAO-COD TO WS-SOL-OBJETO
               PERFORM VERIFICA-CONFLITO-PARA
           END-IF

           IF (WS-CONCESSAO-OK = 'S')
               PERFORM GRAVA-EMERGENCIA-PARA
      * Sobreposição só para concessão de fato gravada
               IF (WS-CONCESSAO-OK = 'S')
                       AND (WS-REGRA-SOBREPOSTA NOT = SPACES)
                   MOVE 0 TO WS-SOL-NUMERO
                   PERFORM GRAVA-SOBREPOSICAO-PARA
               END-IF
           END-IF.

       GRAVA-EMERGENCIA-PARA.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO
           MOVE WS-MOM-HORA TO WS-EMG-HORA-INICIO
           COMPUTE WS-EMG-MINUTOS = (WS-EHI-HH * 60) + WS-EHI-MM
               + (WS-EMG-HORAS * 60)
           DIVIDE WS-EMG-MINUTOS BY 1440 GIVING WS-EMG-DIAS
               REMAINDER WS-EMG-RESTO
           DIVIDE WS-EMG-RESTO BY 60 GIVING WS-EHF-HH
               REMAINDER WS-EHF-MM
           MOVE WS-EHI-SS TO WS-EHF-SS

           OPEN I-O SENHA-EMERGENCIA
           IF (WS-EMERGENCIA-STATUS = "35")
               OPEN OUTPUT SENHA-EMERGENCIA
               CLOSE SENHA-EMERGENCIA
               OPEN I-O SENHA-EMERGENCIA
           END-IF
           MOVE WS-USER-ID TO EM-USER-ID
           MOVE WS-FUNCAO-COD TO EM-FUNCAO
           MOVE WS-MOM-DATA TO EM-DATA-INICIO
           MOVE WS-EMG-HORA-INICIO TO EM-HORA-INICIO
           COMPUTE EM-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MOM-DATA) + WS-EMG-DIAS)
           MOVE WS-EMG-HORA-FIM TO EM-HORA-FIM
           MOVE WS-SUPERVISOR-ID TO EM-CONCEDENTE
           MOVE WS-JUSTIFICATIVA TO EM-MOTIVO
           WRITE SENHA-EMERGENCIA-REG
               INVALID KEY
                   DISPLAY "Concessão já registrada neste instante"
                   MOVE 'N' TO WS-CONCESSAO-OK
               NOT INVALID KEY
                   DISPLAY "Acesso de emergência até " EM-DATA-FIM
                       " " EM-HORA-FIM
           END-WRITE
           CLOSE SENHA-EMERGENCIA.

      * Encerramento antecipado: toda concessão do par
      * usuario+função em vigor agora passa a terminar agora.
       ENCERRA-EMERGENCIA-PARA.

           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           DISPLAY "Código da função (8 posições): "
               WITH NO ADVANCING
           ACCEPT WS-FUNCAO-COD
           MOVE 0 TO WS-EMG-ENCERRADAS
           MOVE 'N' TO WS-FIM-EMERGENCIA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EMG-AGORA
           OPEN I-O SENHA-EMERGENCIA
           IF (WS-EMERGENCIA-STATUS NOT = "00")
               MOVE 'S' TO WS-FIM-EMERGENCIA
           ELSE
               MOVE WS-USER-ID TO EM-USER-ID
               MOVE WS-FUNCAO-COD TO EM-FUNCAO
               MOVE 0 TO EM-DATA-INICIO
               MOVE 0 TO EM-HORA-INICIO
               START SENHA-EMERGENCIA KEY NOT LESS EM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-EMERGENCIA
               END-START
               IF (WS-FIM-EMERGENCIA = 'N')
                   PERFORM LE-EMERGENCIA-PARA
               END-IF
               PERFORM UNTIL (WS-FIM-EMERGENCIA = 'S')
                   MOVE EM-DATA-INICIO TO WS-EI-DATA
                   MOVE EM-HORA-INICIO TO WS-EI-HORA
                   MOVE EM-DATA-FIM TO WS-EF-DATA
                   MOVE EM-HORA-FIM TO WS-EF-HORA
                   IF (WS-EMG-AGORA >= WS-EMG-INICIO)
                           AND (WS-EMG-AGORA < WS-EMG-FIM)
                       MOVE WS-EA-DATA TO EM-DATA-FIM
                       MOVE WS-EA-HORA TO EM-HORA-FIM
                       REWRITE SENHA-EMERGENCIA-REG
                       ADD 1 TO WS-EMG-ENCERRADAS
                   END-IF
                   PERFORM LE-EMERGENCIA-PARA
               END-PERFORM
               CLOSE SENHA-EMERGENCIA
           END-IF
           DISPLAY "Concessões de emergência encerradas: "
               WS-EMG-ENCERRADAS.

       LE-EMERGENCIA-PARA.

           READ SENHA-EMERGENCIA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMERGENCIA
           END-READ
           IF (WS-FIM-EMERGENCIA = 'N')
               IF (EM-USER-ID NOT = WS-USER-ID)
                       OR (EM-FUNCAO NOT = WS-FUNCAO-COD)
                   MOVE 'S' TO WS-FIM-EMERGENCIA
               END-IF
           END-IF.

      * Tipo de conta e responsável: 'S' marca (ou mantém) a conta
      * como de serviço com o responsável informado - transferência
      * de responsável inclusive; 'P' devolve a conta a pessoa, com
      * troca obrigatória da senha que o lote conhecia. Grava no
      * jornal com a ação 'S'.
       MANUTENCAO-SERVICO-PARA.

           PERFORM ABRE-MASTRE-PARA
           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   DISPLAY "Usuário não encontrado"
               NOT INVALID KEY
                   PERFORM ATUALIZA-SERVICO-PARA
           END-READ
           CLOSE SENHA-MASTRE.

       ATUALIZA-SERVICO-PARA.

           DISPLAY "Tipo - S (serviço) ou P (pessoa): "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-CONTA
           MOVE FUNCTION UPPER-CASE(WS-TIPO-CONTA) TO WS-TIPO-CONTA
           EVALUATE WS-TIPO-CONTA
               WHEN 'S'
                   DISPLAY "Responsável pela conta: "
                       WITH NO ADVANCING
                   ACCEPT WS-RESPONSAVEL
                   PERFORM VALIDA-RESPONSAVEL-PARA
                   IF (WS-RESPONSAVEL-OK = 'S')
                       PERFORM MARCA-SERVICO-PARA
                   END-IF
               WHEN 'P'
                   MOVE SENHA-MASTRE-REG TO WS-IMAGEM-ANTES
                   MOVE 'P' TO SM-TIPO-CONTA
                   MOVE SPACES TO SM-RESPONSAVEL
                   MOVE 'S' TO SM-TROCA-OBRIGATORIA
                   PERFORM GRAVA-SERVICO-PARA
                   DISPLAY "Conta passa a pessoa - troca de senha "
                       "obrigatória; informe a matrícula (opção 14)"
               WHEN OTHER
                   DISPLAY "Tipo inválido"
           END-EVALUATE.

      * Uma pessoa que ainda responde por contas de serviço ativas
      * não pode virar conta de serviço: elas ficariam sem
      * responsável válido.
       MARCA-SERVICO-PARA.

           IF (SM-TIPO-CONTA NOT = 'S')
               PERFORM CONTA-SERVICOS-DONO-PARA
           ELSE
               MOVE 0 TO WS-SERVICOS-DONO
           END-IF
           IF (WS-SERVICOS-DONO > 0)
               DISPLAY "Responsável por " WS-SERVICOS-DONO
                   " conta(s) de serviço ativa(s) - transfira antes"
           ELSE
               MOVE SENHA-MASTRE-REG TO WS-IMAGEM-ANTES
               IF (SM-SUPERVISOR = 'S')
                   DISPLAY "Indicador de supervisor retirado - "
                       "confira os supervisores ativos"
               END-IF
               MOVE 'S' TO SM-TIPO-CONTA
               MOVE WS-RESPONSAVEL TO SM-RESPONSAVEL
               MOVE SPACES TO SM-MATRICULA
               MOVE 'N' TO SM-SUPERVISOR
               MOVE 'N' TO SM-TROCA-OBRIGATORIA
               PERFORM GRAVA-SERVICO-PARA
               DISPLAY "Conta de serviço sob o responsável "
                   SM-RESPONSAVEL
           END-IF.

       GRAVA-SERVICO-PARA.

           REWRITE SENHA-MASTRE-REG
           MOVE SENHA-MASTRE-REG TO WS-IMAGEM-DEPOIS
           MOVE 'S' TO WS-JRN-ACAO
           PERFORM GRAVA-JORNAL-PARA.

      * Matrícula do empregado para contas de pessoa incluídas
      * antes do campo ou com matrícula errada; conta de serviço
      * não tem matrícula. Grava no jornal com a ação 'C'.
       MANUTENCAO-MATRICULA-PARA.

           PERFORM ABRE-MASTRE-PARA
           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   DISPLAY "Usuário não encontrado"
               NOT INVALID KEY
                   IF (SM-TIPO-CONTA = 'S')
                       DISPLAY "Conta de serviço não tem matrícula"
                   ELSE
                       PERFORM ATUALIZA-MATRICULA-PARA
                   END-IF
           END-READ
           CLOSE SENHA-MASTRE.

       ATUALIZA-MATRICULA-PARA.

           DISPLAY "Matrícula atual: " SM-MATRICULA
           DISPLAY "Nova matrícula: " WITH NO ADVANCING
           ACCEPT WS-MATRICULA
           IF (WS-MATRICULA = SPACES)
               DISPLAY "Matrícula não informada - nada alterado"
           ELSE
               MOVE SENHA-MASTRE-REG TO WS-IMAGEM-ANTES
               MOVE WS-MATRICULA TO SM-MATRICULA
               REWRITE SENHA-MASTRE-REG
               MOVE SENHA-MASTRE-REG TO WS-IMAGEM-DEPOIS
               MOVE 'C' TO WS-JRN-ACAO
               PERFORM GRAVA-JORNAL-PARA
               DISPLAY "Matrícula atualizada"
           END-IF.

       INCLUI-FERIADO-PARA.

           DISPLAY "Data do feriado (AAAAMMDD): " WITH NO ADVANCING
