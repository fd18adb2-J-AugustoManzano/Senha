      * pela manutenção (troca obrigatória 'S', janela liberada,
      * conta permanente) e desligamentos desativam a conta no
      * mesmo dia, sem depender de papel nem de supervisor.
      * A senha inicial da conta admitida é sorteada pela
      * sub-rotina SENHAGER e conferida pela mesma regra de
      * complexidade do SENHA e pelo histórico de senhas
      * (SENHA-HIST); o mestre, o jornal e o histórico recebem
      * apenas a forma codificada (SENHACOD), com troca
      * obrigatória no primeiro acesso. O valor em claro vai
      * somente ao arquivo de envelopes da execução
      * (SENHA-ENVELOPE, SENHAaaaammddhhmmss.ENV, leiaute
      * senenv.cpy), para impressão em envelope lacrado; o
      * controle de fechamento do arquivo traz a quantidade de
      * envelopes, conciliada no relatório com as admissões
      * aplicadas. O arquivo de envelopes é aberto antes da
      * primeira admissão; se não abrir, nenhuma admissão da
      * execução é aplicada (todas saem rejeitadas).
      * Toda gravação entra no jornal SENHA-JRN com o autor
      * SENHAMOV e a data+hora da execução como sessão, de modo
      * que um arquivo errado possa ser estornado em bloco pelo
      * futura, conta já existente, conta inexistente ou já
      * desativada) não são aplicados e saem no relatório de
      * conciliação SENHA-MVR com o motivo.
      * Admissões criam sempre conta de pessoa, com a matrícula do
      * empregado gravada no mestre. O desligamento de
      * um responsável por contas de serviço é aplicado (o RH
      * decide), mas cada conta de serviço ativa que fica sem
      * responsável válido sai no relatório como aviso, para
      * transferência pela opção 13 da manutenção do SENHA.
      * Encerra com RETURN-CODE 0 (tudo aplicado), 4 (tudo
      * aplicado, com contas de serviço a transferir), 8 (algum
      * movimento rejeitado, envelopes que não conferem com as
      * admissões, arquivo de envelopes que não abre ou arquivo
      * de movimentos inexistente)
      * ou 16 (arquivo mestre indisponível - nada aplicado).
      * A execução é registrada no arquivo de controle
      * SENHA-CONTROLE (sub-rotina SENHACTL) e exige o SENHAVER
      * do dia terminado com RETURN-CODE menor que 16; sem ele
      * nada é aplicado e o programa encerra com RETURN-CODE 20.
      * Os registros gravados no jornal SENHA-JRN recebem o elo
      * de encadeamento calculado pela sub-rotina SENHAELO; estado
      * do encadeamento (SENHA.ELO) não gravado leva a execução a
      * terminar com RETURN-CODE 8 no mínimo.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SENHA-MVR ASSIGN TO "SENHA.MVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MVR-STATUS.
           SELECT SENHA-ENVELOPE ASSIGN USING WS-ENV-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ENV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RH-MOVIMENTO.
           COPY "senjrn.cpy".
       FD  SENHA-MVR.
       01  MVR-LINHA               PIC X(80).
       FD  SENHA-ENVELOPE.
           COPY "senenv.cpy".

       WORKING-STORAGE SECTION.

       01 WS-SESSAO.
           05 WS-SESSAO-DATA       PIC 9(8) VALUE 0.
           05 WS-SESSAO-HORA       PIC 9(6) VALUE 0.
       01 WS-IMAGEM-ANTES          PIC X(82).
       01 WS-JRN-ACAO              PIC X.
       01 WS-SENHA-CODIF           PIC X(8).
       01 WS-SENHA-NOVA            PIC X(8).
       01 WS-SENHA-VALIDA          PIC X    VALUE 'N'.
       01 WS-SENHA-REPETIDA        PIC X    VALUE 'N'.
       01 WS-GERACOES              PIC 9(2) VALUE 0.
       01 WS-I                     PIC 9    VALUE 0.
       01 WS-TAM-SENHA             PIC 9    VALUE 0.
       01 WS-TEM-DIGITO            PIC X    VALUE 'N'.
       01 WS-TEM-LETRA             PIC X    VALUE 'N'.
       01 WS-ENV-STATUS            PIC X(2) VALUE "00".
       01 WS-ENV-NOME              PIC X(23).
       01 WS-ENV-ABERTO            PIC X    VALUE 'N'.
       01 WS-ENV-FALHA             PIC X    VALUE 'N'.
       01 WS-ENV-EMITIDOS          PIC 9(5) VALUE 0.
       01 WS-ADMISSOES             PIC 9(5) VALUE 0.
       01 WS-HIST-ACHADO           PIC X    VALUE 'N'.
       01 WS-H                     PIC 9(2) VALUE 0.
       01 WS-LIDOS                 PIC 9(5) VALUE 0.
       01 WS-APLICADOS             PIC 9(5) VALUE 0.
       01 WS-REJEITADOS            PIC 9(5) VALUE 0.
       01 WS-AVISOS                PIC 9(5) VALUE 0.
       01 WS-DONO-DESLIGADO        PIC X    VALUE 'N'.
       01 WS-FIM-MASTRE            PIC X    VALUE 'N'.
       01 WS-MOTIVO-REJEICAO       PIC X(30).
       01 WS-DATA-OK               PIC X    VALUE 'N'.
       01 WS-ANO-TESTE             PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LD-MOTIVO         PIC X(30).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAMOV".
       01 WS-CTL-REFERENCIA        PIC X(8) VALUE SPACES.
       01 WS-CTL-RETORNO           PIC 9(2) VALUE 0.
       01 WS-CTL-MENSAGEM          PIC X(40) VALUE SPACES.
       01 WS-CTL-TOTAIS.
           05 WS-CTL-TOTAL OCCURS 4 TIMES.
               10 WS-CTL-ROTULO    PIC X(12).
               10 WS-CTL-VALOR     PIC 9(7).

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

           MOVE WS-DATA-HOJE TO WS-SESSAO-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SESSAO-HORA

           PERFORM INICIA-CONTROLE-PARA

           OPEN OUTPUT SENHA-MVR
           PERFORM IMPRIME-CABECALHO-PARA

               ELSE
                   PERFORM PROCESSA-MOVIMENTOS-PARA
                   CLOSE SENHA-MASTRE
                   IF (WS-ENV-ABERTO = 'S')
                       PERFORM FECHA-ENVELOPE-PARA
                   END-IF
                   PERFORM IMPRIME-TOTAIS-PARA
                   IF (WS-REJEITADOS > 0)
                           OR (WS-ENV-EMITIDOS NOT = WS-ADMISSOES)
                           OR (WS-ENV-FALHA = 'S')
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF (WS-AVISOS > 0)
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE RH-MOVIMENTO
           END-IF

           IF (WS-ELO-FALHA = 'S')
               MOVE "Estado do encadeamento SENHA.ELO não gravado"
                   TO MVR-LINHA
               WRITE MVR-LINHA
           END-IF
           IF (WS-ELO-FALHA = 'S') AND (RETURN-CODE < 8)
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE SENHA-MVR

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

       PROCESSA-MOVIMENTOS-PARA.
       APLICA-MOVIMENTO-PARA.

           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE 'N' TO WS-DONO-DESLIGADO

           PERFORM VALIDA-DATA-EFETIVA-PARA
           EVALUATE TRUE
               ADD 1 TO WS-REJEITADOS
               MOVE "REJEITADO" TO WS-LD-RESULTADO
           END-IF
           PERFORM IMPRIME-MOVIMENTO-PARA
           IF (WS-DONO-DESLIGADO = 'S')
               PERFORM LISTA-SERVICOS-DONO-PARA
           END-IF.

       VALIDA-DATA-EFETIVA-PARA.

           MOVE MV-USER-ID TO SM-USER-ID
           READ SENHA-MASTRE
               INVALID KEY
                   PERFORM ABRE-ENVELOPE-PARA
                   IF (WS-ENV-ABERTO = 'S')
                       PERFORM GERA-SENHA-INICIAL-PARA
                       IF (WS-SENHA-VALIDA = 'S')
                           PERFORM GRAVA-ADMISSAO-PARA
                       ELSE
                           MOVE "senha inicial não gerada"
                               TO WS-MOTIVO-REJEICAO
                       END-IF
                   ELSE
                       MOVE "envelope indisponível"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               NOT INVALID KEY
                   MOVE "usuário já existe" TO WS-MOTIVO-REJEICAO
           END-READ.

       GRAVA-ADMISSAO-PARA.

           MOVE MV-USER-ID TO SM-USER-ID
           CALL "SENHACOD" USING WS-SENHA-NOVA WS-SENHA-CODIF
           MOVE WS-SENHA-CODIF TO SM-SENHA
           MOVE 3 TO SM-TENTATIVAS
           MOVE WS-DATA-HOJE TO SM-DATA-ALTERACAO
           MOVE 0 TO SM-DATA-BLOQUEIO
           MOVE 0 TO SM-HORA-BLOQUEIO
           MOVE 'S' TO SM-ATIVO
           MOVE 'N' TO SM-SUPERVISOR
           MOVE 'S' TO SM-TROCA-OBRIGATORIA
           MOVE 'P' TO SM-TIPO-CONTA
           MOVE SPACES TO SM-RESPONSAVEL
           MOVE MV-MATRICULA TO SM-MATRICULA
           MOVE 0 TO SM-HORA-INICIO
           MOVE 2359 TO SM-HORA-FIM
           MOVE "SSSSSSS" TO SM-DIAS-SEMANA
           MOVE 0 TO SM-DATA-EXPIRACAO
           WRITE SENHA-MASTRE-REG
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE 'I' TO WS-JRN-ACAO
           PERFORM GRAVA-JORNAL-PARA
           PERFORM GRAVA-HISTORICO-PARA
           ADD 1 TO WS-ADMISSOES
           PERFORM EMITE-ENVELOPE-PARA.

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

      * Mesma regra de complexidade da manutenção do SENHA:
      * mínimo de 6 posições, com letras e números.
       VALIDA-COMPLEXIDADE-PARA.

           MOVE 'N' TO WS-TEM-DIGITO
           MOVE 'N' TO WS-TEM-LETRA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SENHA-NOVA))
               TO WS-TAM-SENHA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAM-SENHA
               IF (WS-SENHA-NOVA(WS-I:1) IS NUMERIC)
                   MOVE 'S' TO WS-TEM-DIGITO
               END-IF
               IF (WS-SENHA-NOVA(WS-I:1) IS ALPHABETIC)
                   MOVE 'S' TO WS-TEM-LETRA
               END-IF
           END-PERFORM

           IF (WS-TAM-SENHA >= 6)
                   AND (WS-TEM-DIGITO = 'S') AND (WS-TEM-LETRA = 'S')
               MOVE 'S' TO WS-SENHA-VALIDA
           ELSE
               MOVE 'N' TO WS-SENHA-VALIDA
           END-IF.

      * Recusa a senha sorteada que repete uma das formas
      * codificadas guardadas no histórico do usuario.
       VERIFICA-HISTORICO-PARA.

           MOVE 'N' TO WS-SENHA-REPETIDA
           CALL "SENHACOD" USING WS-SENHA-NOVA WS-SENHA-CODIF
           OPEN INPUT SENHA-HIST
           IF (WS-HIST-STATUS = "00")
               MOVE MV-USER-ID TO SH-USER-ID
               READ SENHA-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-H FROM 1 BY 1
                               UNTIL (WS-H > 12)
                           IF (SH-SENHA-ANT(WS-H) = WS-SENHA-CODIF)
                               MOVE 'S' TO WS-SENHA-REPETIDA
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE SENHA-HIST
           END-IF.

      * Abre o arquivo de envelopes na primeira admissão, com o
      * registro de controle de abertura, antes que a senha seja
      * sorteada e o mestre gravado. Uma única tentativa por
      * execução: se falhar, a falha vai ao relatório e as
      * admissões seguintes são todas rejeitadas.
       ABRE-ENVELOPE-PARA.

           IF (WS-ENV-ABERTO = 'N') AND (WS-ENV-FALHA = 'N')
               MOVE SPACES TO WS-ENV-NOME
               STRING "SENHA" WS-SESSAO ".ENV" DELIMITED BY SIZE
                   INTO WS-ENV-NOME
               OPEN OUTPUT SENHA-ENVELOPE
               IF (WS-ENV-STATUS NOT = "00")
                   MOVE 'S' TO WS-ENV-FALHA
                   MOVE SPACES TO MVR-LINHA
                   STRING "Arquivo de envelopes " WS-ENV-NOME
                       " não abriu - situação " WS-ENV-STATUS
                       DELIMITED BY SIZE INTO MVR-LINHA
                   WRITE MVR-LINHA
                   DISPLAY MVR-LINHA
                   MOVE "Nenhuma admissão aplicada nesta execução"
                       TO MVR-LINHA
                   WRITE MVR-LINHA
               ELSE
                   MOVE 'S' TO WS-ENV-ABERTO
                   MOVE SPACES TO SENHA-ENV-REG
                   MOVE 'C' TO EV-TIPO
                   MOVE "SENHAMOV" TO EV-USER-ID
                   MOVE WS-DATA-HOJE TO EV-DATA-EMISSAO
                   MOVE WS-SESSAO TO EV-SESSAO
                   MOVE 0 TO EV-QTD-INCLUSOES
                   MOVE 0 TO EV-QTD-REDEFINICOES
                   WRITE SENHA-ENV-REG
               END-IF
           END-IF.

      * Envelope da admissão no arquivo já aberto pela
      * ABRE-ENVELOPE-PARA; a senha em claro é apagada logo após.
       EMITE-ENVELOPE-PARA.

           MOVE SPACES TO SENHA-ENV-REG
           MOVE 'D' TO EV-TIPO
           MOVE MV-USER-ID TO EV-USER-ID
           MOVE 'I' TO EV-ORIGEM
           STRING "Matrícula " MV-MATRICULA DELIMITED BY SIZE
               INTO EV-NOME
           MOVE WS-SENHA-NOVA TO EV-SENHA
           MOVE WS-DATA-HOJE TO EV-DATA-EMISSAO
           MOVE WS-SESSAO TO EV-SESSAO
           MOVE 0 TO EV-QTD-INCLUSOES
           MOVE 0 TO EV-QTD-REDEFINICOES
           WRITE SENHA-ENV-REG
           IF (WS-ENV-STATUS = "00")
               ADD 1 TO WS-ENV-EMITIDOS
           END-IF
           MOVE SPACES TO WS-SENHA-NOVA
           MOVE SPACES TO EV-SENHA.

      * Controle de fechamento com a quantidade de envelopes, que
      * concilia com as admissões aplicadas na execução.
       FECHA-ENVELOPE-PARA.

           MOVE SPACES TO SENHA-ENV-REG
           MOVE 'T' TO EV-TIPO
           MOVE "SENHAMOV" TO EV-USER-ID
           MOVE WS-DATA-HOJE TO EV-DATA-EMISSAO
           MOVE WS-SESSAO TO EV-SESSAO
           MOVE WS-ENV-EMITIDOS TO EV-QTD-INCLUSOES
           MOVE 0 TO EV-QTD-REDEFINICOES
           WRITE SENHA-ENV-REG
           CLOSE SENHA-ENVELOPE.

       DESLIGA-USUARIO-PARA.

           MOVE MV-USER-ID TO SM-USER-ID
                       REWRITE SENHA-MASTRE-REG
                       MOVE 'D' TO WS-JRN-ACAO
                       PERFORM GRAVA-JORNAL-PARA
                       MOVE 'S' TO WS-DONO-DESLIGADO
                   END-IF
           END-READ.

      * Contas de serviço ativas do responsável desligado ficam
      * sem responsável válido: cada uma sai como aviso, logo
      * abaixo da linha do desligamento.
       LISTA-SERVICOS-DONO-PARA.

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
                       AND (SM-RESPONSAVEL = MV-USER-ID)
                   ADD 1 TO WS-AVISOS
                   MOVE SPACES TO MVR-LINHA
                   STRING "          AVISO: conta de serviço "
                       SM-USER-ID " sem responsável - transferir"
                       DELIMITED BY SIZE INTO MVR-LINHA
                   WRITE MVR-LINHA
               END-IF
               PERFORM LE-MASTRE-SEGUINTE-PARA
           END-PERFORM.

       LE-MASTRE-SEGUINTE-PARA.

           READ SENHA-MASTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MASTRE
           END-READ.

      * Cada gravação entra no jornal com a sessão única da
      * execução, para estorno em bloco pelo SENHARST.
       GRAVA-JORNAL-PARA.
           MOVE WS-JRN-ACAO TO SJ-ACAO
           MOVE WS-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE SENHA-MASTRE-REG TO SJ-IMAGEM-DEPOIS
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

      * A senha inicial (forma codificada) entra na fila
      * circular do histórico, como nas inclusões pelo SENHA.
       GRAVA-HISTORICO-PARA.

               DELIMITED BY SIZE INTO MVR-LINHA
           WRITE MVR-LINHA

           MOVE SPACES TO MVR-LINHA
           STRING "Contas de serviço a transferir: " WS-AVISOS
               DELIMITED BY SIZE INTO MVR-LINHA
           WRITE MVR-LINHA

           MOVE SPACES TO MVR-LINHA
           STRING "Admissões aplicadas:   " WS-ADMISSOES
               DELIMITED BY SIZE INTO MVR-LINHA
           WRITE MVR-LINHA

           MOVE SPACES TO MVR-LINHA
           IF (WS-ENV-EMITIDOS = WS-ADMISSOES)
               STRING "Envelopes emitidos:    " WS-ENV-EMITIDOS
                   " - confere" DELIMITED BY SIZE INTO MVR-LINHA
           ELSE
               STRING "Envelopes emitidos:    " WS-ENV-EMITIDOS
                   " - NÃO CONFERE com as admissões"
                   DELIMITED BY SIZE INTO MVR-LINHA
           END-IF
           WRITE MVR-LINHA

           IF (WS-ENV-ABERTO = 'S')
               MOVE SPACES TO MVR-LINHA
               STRING "Arquivo de envelopes: " WS-ENV-NOME
                   DELIMITED BY SIZE INTO MVR-LINHA
               WRITE MVR-LINHA
           END-IF

           IF (WS-APLICADOS > 0)
               MOVE SPACES TO MVR-LINHA
               STRING "Sessão do jornal para estorno: " WS-SESSAO
                   DELIMITED BY SIZE INTO MVR-LINHA
               WRITE MVR-LINHA
           END-IF.

      * Controle de execução (SENHACTL): pré-requisitos antes de
      * qualquer trabalho; recusa encerra aqui com RETURN-CODE 20.
       INICIA-CONTROLE-PARA.

           MOVE 'V' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE 0 TO RETURN-CODE
           IF (WS-CTL-RETORNO NOT = 0)
               DISPLAY "Execução recusada: " WS-CTL-MENSAGEM
               MOVE WS-CTL-RETORNO TO RETURN-CODE
               STOP RUN
           END-IF.

      * Registro da execução com o RETURN-CODE e os totais de
      * controle; o RETURN-CODE é reposto depois da chamada.
       ENCERRA-CONTROLE-PARA.

           MOVE RETURN-CODE TO WS-CTL-RETORNO
           MOVE "Lidos" TO WS-CTL-ROTULO(1)
           MOVE WS-LIDOS TO WS-CTL-VALOR(1)
           MOVE "Aplicados" TO WS-CTL-ROTULO(2)
           MOVE WS-APLICADOS TO WS-CTL-VALOR(2)
           MOVE "Rejeitados" TO WS-CTL-ROTULO(3)
           MOVE WS-REJEITADOS TO WS-CTL-VALOR(3)
           MOVE "Envelopes" TO WS-CTL-ROTULO(4)
           MOVE WS-ENV-EMITIDOS TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
