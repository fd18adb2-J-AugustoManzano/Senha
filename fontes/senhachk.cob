      * chamando a sub-rotina SENHAFIM; sessões de trabalhos que
      * terminaram anormalmente vencem sozinhas após o prazo de
      * tolerância.
      * Função negada pelo perfil e pelos papéis ainda é liberada
      * por acesso de emergência (arquivo SENHA-EMERGENCIA) dentro
      * da janela de início e fim da concessão, com SL-MOTIVO 'G'
      * na trilha; concessões fora da janela são ignoradas.
      * Contas de serviço (SM-TIPO-CONTA 'S', usadas por trabalhos
      * de lote) só são liberadas em verificações com código de
      * função: o acesso interativo é recusado com SL-MOTIVO 'S',
      * sem consumir tentativas. Não sofrem expiração de senha e
      * nunca recebem as isenções de supervisor, mesmo que o
      * indicador esteja marcado no registro.
      * Resultado devolvido em LS-CORRETO:
      *    0 = acesso negado
      *    1 = acesso liberado
      * "SENHACHKT" fecha tudo ao fim do trabalho; resultados e
      * trilha são idênticos e o modo por chamada segue sendo o
      * padrão (ver os pontos de entrada ao fim do programa).
      * Cada registro gravado na trilha e no jornal recebe o elo
      * de encadeamento calculado pela sub-rotina SENHAELO.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SELECT SENHA-CONTENCAO ASSIGN TO "SENHA.CTN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS-CONTENCAO-STATUS.
               SELECT SENHA-EMERGENCIA ASSIGN TO "SENHA.EMG"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY EM-CHAVE
                   FILE STATUS WS-EMERGENCIA-STATUS.
               SELECT SENHA-SESSAO ASSIGN TO "SENHA.SES"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
           COPY "senfer.cpy".
       FD  SENHA-CONTENCAO.
           COPY "senctn.cpy".
       FD  SENHA-EMERGENCIA.
           COPY "senemg.cpy".
       FD  SENHA-SESSAO.
           COPY "senses.cpy".
       WORKING-STORAGE SECTION.
       01 WS-TENTATIVAS-EDIT    PIC 9.
       01 WS-SENHA-CODIF        PIC X(8).
       01 WS-CONTA-EXPIRADA     PIC X    VALUE 'N'.
       01 WS-SUPERVISOR-EFETIVO PIC X    VALUE 'N'.
       01 WS-CONTENCAO-STATUS   PIC X(2) VALUE "00".
       01 WS-CONTENCAO-ATIVA    PIC X    VALUE 'N'.
       01 WS-FIM-CONTENCAO      PIC X    VALUE 'N'.
       01 WS-FIM-MEMBRO         PIC X    VALUE 'N'.
       01 WS-JRN-STATUS         PIC X(2) VALUE "00".
       01 WS-JRN-ACAO           PIC X.
       01 WS-IMAGEM-ANTES       PIC X(82).
       01 WS-FERIADO-STATUS     PIC X(2) VALUE "00".
       01 WS-FIM-FERIADOS       PIC X    VALUE 'N'.
       01 WS-FORA-JANELA        PIC X    VALUE 'N'.
       01 WS-DIA-SEMANA         PIC 9.
       01 WS-HHMM-AGORA         PIC 9(4).
       01 WS-EMERGENCIA-STATUS  PIC X(2) VALUE "00".
       01 WS-FIM-EMERGENCIA     PIC X    VALUE 'N'.
       01 WS-MOMENTO-AGORA.
           05 WS-MA-DATA        PIC 9(8).
           05 WS-MA-HORA        PIC 9(6).
       01 WS-MOMENTO-INICIO.
           05 WS-MI-DATA        PIC 9(8).
           05 WS-MI-HORA        PIC 9(6).
       01 WS-MOMENTO-FIM.
           05 WS-MF-DATA        PIC 9(8).
           05 WS-MF-HORA        PIC 9(6).
       01 WS-ELO-OPERACAO       PIC X.
       01 WS-ELO-ARQUIVO        PIC X(3).
       01 WS-ELO-CONTEUDO       PIC X(201).
       01 WS-ELO-ANTERIOR       PIC X(16).
       01 WS-ELO-VALOR          PIC X(16).
       01 WS-ELO-RETORNO        PIC 9(2) VALUE 0.
       01 WS-ELO-SITUACAO       PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01 LS-USER-ID            PIC X(8).
                   MOVE SENHA-MASTRE-REG TO WS-IMAGEM-ANTES
           END-READ.

      * Conta de serviço nunca tem as isenções de supervisor: o
      * indicador só vale para contas de pessoa.
       VERIFICA-STATUS-PARA.

           MOVE 'N' TO WS-SUPERVISOR-EFETIVO
           IF (SM-SUPERVISOR = 'S') AND (SM-TIPO-CONTA NOT = 'S')
               MOVE 'S' TO WS-SUPERVISOR-EFETIVO
           END-IF

           IF (SM-ATIVO NOT = 'S')
               MOVE 0 TO LS-TENTATIVAS
               MOVE "Usuário inativo" TO LS-MENSAGEM
                   MOVE "Conta expirada - contate supervisor"
                       TO LS-MENSAGEM
               ELSE
                   PERFORM VERIFICA-STATUS-1-PARA
               END-IF
           END-IF.

      * Conta de serviço em acesso interativo (sem código de
      * função) é recusada antes da senha, sem consumir
      * tentativas: um terceiro não consegue bloquear a conta de
      * um trabalho de lote digitando senhas erradas no login.
       VERIFICA-STATUS-1-PARA.

           IF (SM-TIPO-CONTA = 'S') AND (LS-FUNCAO = SPACES)
               MOVE 0 TO LS-TENTATIVAS
               MOVE 'S' TO WS-MOTIVO
               MOVE "Conta de serviço sem acesso interativo"
                   TO LS-MENSAGEM
           ELSE
               IF (WS-SUPERVISOR-EFETIVO = 'S')
                   MOVE 'N' TO WS-CONTENCAO-ATIVA
               ELSE
                   PERFORM VERIFICA-CONTENCAO-PARA
               END-IF
               IF (WS-CONTENCAO-ATIVA = 'S')
                   MOVE 0 TO LS-TENTATIVAS
                   MOVE 'L' TO WS-MOTIVO
                   MOVE "Instalação em contenção - tente depois"
                       TO LS-MENSAGEM
               ELSE
                   PERFORM VERIFICA-STATUS-2-PARA
               END-IF
           END-IF.


       VERIFICA-STATUS-2-PARA.

           IF (SM-TENTATIVAS = 0)
                   AND (WS-SUPERVISOR-EFETIVO NOT = 'S')
               PERFORM VERIFICA-DESBLOQUEIO-PARA
           END-IF
           IF (SM-TENTATIVAS = 0)
                   AND (WS-SUPERVISOR-EFETIVO NOT = 'S')
               MOVE 0 TO LS-TENTATIVAS
               MOVE "Usuário bloqueado - contate supervisor"
                   TO LS-MENSAGEM
           ELSE
               IF (WS-SUPERVISOR-EFETIVO = 'S')
                   MOVE 'N' TO WS-FORA-JANELA
               ELSE
                   PERFORM VERIFICA-JANELA-PARA
                   MOVE "Acesso fora do horário permitido"
                       TO LS-MENSAGEM
               ELSE
      * Contas de serviço não sofrem expiração de senha: a senha
      * fica na configuração do trabalho de lote, que não tem
      * como conduzir a troca
                   IF (WS-SUPERVISOR-EFETIVO = 'S')
                           OR (SM-TIPO-CONTA = 'S')
                       MOVE 'N' TO WS-SENHA-EXPIRADA
                   ELSE
                       PERFORM VERIFICA-VALIDADE-PARA
           MOVE 'N' TO SL-BLOQUEADO
           MOVE SPACES TO SL-FUNCAO
           MOVE 'D' TO SL-MOTIVO
           PERFORM ENCADEIA-LOG-PARA
           WRITE SENHA-LOG-REG.

      * Janela de acesso: dia da semana permitido, horário dentro
                   END-IF
               ELSE
                   IF (LS-FUNCAO NOT = SPACES)
                           AND (WS-SUPERVISOR-EFETIVO NOT = 'S')
                       PERFORM VERIFICA-FUNCAO-PARA
                       IF (WS-FUNCAO-OK NOT = 'S')
                           PERFORM VERIFICA-EMERGENCIA-PARA
                       END-IF
                       IF (WS-FUNCAO-OK NOT = 'S')
                           MOVE 0 TO LS-CORRETO
                           MOVE 'F' TO WS-CORRETO
                   END-IF
           END-READ.

      * Acesso de emergência: concessão temporária da função ao
      * usuario (chave usuario+função+início, leitura sequencial a
      * partir do par) vale somente entre o início e o fim
      * registrados; fora da janela é ignorada, sem retirada
      * manual. O arquivo é lido a cada chamada, tambem no modo
      * contínuo, para que a concessão valha na hora.
       VERIFICA-EMERGENCIA-PARA.

           MOVE 'N' TO WS-FIM-EMERGENCIA
           MOVE WS-DATA-HOJE TO WS-MA-DATA
           MOVE WS-HORA-HOJE TO WS-MA-HORA
           OPEN INPUT SENHA-EMERGENCIA
           IF (WS-EMERGENCIA-STATUS = "00")
               MOVE LS-USER-ID TO EM-USER-ID
               MOVE LS-FUNCAO TO EM-FUNCAO
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
                   MOVE EM-DATA-INICIO TO WS-MI-DATA
                   MOVE EM-HORA-INICIO TO WS-MI-HORA
                   MOVE EM-DATA-FIM TO WS-MF-DATA
                   MOVE EM-HORA-FIM TO WS-MF-HORA
                   IF (WS-MOMENTO-AGORA >= WS-MOMENTO-INICIO)
                           AND (WS-MOMENTO-AGORA <= WS-MOMENTO-FIM)
                       MOVE 'S' TO WS-FUNCAO-OK
                       MOVE 'G' TO WS-MOTIVO
                       MOVE "Acesso de emergência liberado"
                           TO LS-MENSAGEM
                       MOVE 'S' TO WS-FIM-EMERGENCIA
                   ELSE
                       PERFORM LE-EMERGENCIA-PARA
                   END-IF
               END-PERFORM
               CLOSE SENHA-EMERGENCIA
           END-IF.

       LE-EMERGENCIA-PARA.

           READ SENHA-EMERGENCIA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-EMERGENCIA
           END-READ
           IF (WS-FIM-EMERGENCIA = 'N')
               IF (EM-USER-ID NOT = LS-USER-ID)
                       OR (EM-FUNCAO NOT = LS-FUNCAO)
                   MOVE 'S' TO WS-FIM-EMERGENCIA
               END-IF
           END-IF.

      * Controle de sessão (somente acessos interativos, sem
      * código de função): um registro por usuario no arquivo
      * SENHA-SESSAO. Sessão ativa de não supervisor dentro do
                       WRITE SENHA-SESSAO-REG
                   NOT INVALID KEY
                       IF (SS-ATIVA = 'S')
                               AND (WS-SUPERVISOR-EFETIVO NOT = 'S')
                           PERFORM CALCULA-SESSAO-ABERTA-PARA
                           IF (WS-MINUTOS-ABERTA <
                                   WS-MINUTOS-SESSAO)
           MOVE WS-JRN-ACAO TO SJ-ACAO
           MOVE WS-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE SENHA-MASTRE-REG TO SJ-IMAGEM-DEPOIS
           PERFORM ENCADEIA-JORNAL-PARA
           WRITE SENHA-JRN-REG
           CLOSE SENHA-JRN.

           MOVE WS-BLOQUEADO TO SL-BLOQUEADO
           MOVE LS-FUNCAO TO SL-FUNCAO
           MOVE WS-MOTIVO TO SL-MOTIVO
           PERFORM ENCADEIA-LOG-PARA
           WRITE SENHA-LOG-REG.

      * Encadeia o registro ao anterior da trilha (SENHAELO) antes
      * da gravação; o RETURN-CODE é reposto depois da chamada.
       ENCADEIA-LOG-PARA.

           MOVE SPACES TO SL-ELO
           MOVE SENHA-LOG-REG TO WS-ELO-CONTEUDO
           MOVE 'G' TO WS-ELO-OPERACAO
           MOVE "LOG" TO WS-ELO-ARQUIVO
           PERFORM CHAMA-ELO-PARA
           MOVE WS-ELO-VALOR TO SL-ELO.

       ENCADEIA-JORNAL-PARA.

           MOVE SPACES TO SJ-ELO
           MOVE SENHA-JRN-REG TO WS-ELO-CONTEUDO
           MOVE 'G' TO WS-ELO-OPERACAO
           MOVE "JRN" TO WS-ELO-ARQUIVO
           PERFORM CHAMA-ELO-PARA
           MOVE WS-ELO-VALOR TO SJ-ELO.

      * Estado do encadeamento não gravado é avisado ao operador.
       CHAMA-ELO-PARA.

           MOVE RETURN-CODE TO WS-ELO-RETORNO
           CALL "SENHAELO" USING WS-ELO-OPERACAO WS-ELO-ARQUIVO
               WS-ELO-CONTEUDO WS-ELO-ANTERIOR WS-ELO-VALOR
               WS-ELO-SITUACAO
           MOVE WS-ELO-RETORNO TO RETURN-CODE
           IF (WS-ELO-SITUACAO NOT = 0)
               DISPLAY "Estado do encadeamento SENHA.ELO não "
                   "gravado - conferir com o SENHAENC"
           END-IF.

      * Modo contínuo para chamadores de alto volume (milhares de
      * verificações por execução): CALL "SENHACHKI" abre uma
      * única vez o mestre, a trilha, o perfil, os papéis e as
      * arquivo, com resultados e trilha idênticos; CALL
      * "SENHACHKT" fecha tudo e devolve o comportamento por
      * chamada, que segue sendo o padrão para o SENHA e para os
      * trabalhos pequenos. Os arquivos de feriados, de contenção
      * e de acessos de emergência continuam lidos a cada chamada:
      * são pequenos e o estado da contenção e das concessões de
      * emergência precisa ser visto na hora.
       INICIA-MODO-CONTINUO-PARA.

       ENTRY "SENHACHKI"
