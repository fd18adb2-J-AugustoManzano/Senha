       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHASIE AS "Exportação de eventos para o SIEM".
      * Programa de lote que entrega ao SIEM da segurança, num único
      * arquivo plano delimitado por ';', os eventos novos das
      * quatro trilhas do sistema: acessos (SENHA-LOG), alterações
      * do mestre (SENHA-JRN), alertas da monitoração SENHAMON
      * (SENHA-ALE) e acionamentos e liberações da contenção
      * (SENHA-CONTENCAO). Cada execução grava o seu próprio
      * arquivo, SENHAaaaammddhhmmss.SIE, com os eventos em ordem
      * de data e hora (no mesmo segundo: LOG, JRN, ALE, CTN e a
      * ordem de gravação), entre um registro de abertura e um de
      * fechamento:
      *    H;SENHASIE;arquivo;AAAA-MM-DD HH:MM:SS;primeira sequência
      *    E;sequência;AAAA-MM-DD HH:MM:SS;origem;tipo de evento;
      *      usuario;autor;função;resultado;motivo por extenso
      *    T;eventos;última sequência;LOG;qtd;JRN;qtd;ALE;qtd;CTN;qtd
      * Os campos têm tamanho fixo (completados com espaços) e os
      * textos livres chegam com ';' trocado por ','. A sequência
      * de eventos continua de uma exportação para a outra.
      * Só saem os eventos posteriores à marca d'água de cada
      * origem guardada em SENHA-MARCAS (sensic.cpy), atualizada
      * somente depois que o arquivo de exportação foi fechado sem
      * erro; interrupção antes disso faz a exportação seguinte
      * reenviar os mesmos eventos (com nova sequência), nunca
      * perdê-los. As trilhas são gravadas em ordem cronológica.
      * Depois que o SENHAARQ corta a trilha, os acessos já
      * arquivados são lidos das gerações mensais SENHAaaaamm.LOG,
      * do mês da marca d'água até o anterior ao corrente, antes
      * da trilha viva. Sem arquivo de marcas (primeira execução)
      * são exportadas as trilhas vivas inteiras, sem gerações.
      * Encerra com RETURN-CODE 0 (exportação gravada, mesmo que
      * sem eventos novos) ou 16 (arquivo de exportação não pôde
      * ser gravado - marcas mantidas).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-LOG ASSIGN TO "SENHA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT SENHA-GERACAO ASSIGN USING WS-GER-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GER-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
           SELECT SENHA-ALE ASSIGN TO "SENHA.ALE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ALE-STATUS.
           SELECT SENHA-CONTENCAO ASSIGN TO "SENHA.CTN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTENCAO-STATUS.
           SELECT SENHA-MARCAS ASSIGN TO "SENHA.SIC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIC-STATUS.
           SELECT SENHA-SIE ASSIGN USING WS-SIE-NOME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIE-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SENHA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-LOG.
           COPY "senlog.cpy".
       FD  SENHA-GERACAO.
           COPY "senlog.cpy" REPLACING ==SENHA-LOG-REG== BY
               ==SENHA-GER-REG== LEADING ==SL== BY ==SG==.
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       FD  SENHA-ALE.
       01  ALE-LINHA               PIC X(80).
       FD  SENHA-CONTENCAO.
           COPY "senctn.cpy".
       FD  SENHA-MARCAS.
           COPY "sensic.cpy".
       FD  SENHA-SIE.
       01  SIE-LINHA               PIC X(160).
       SD  ARQ-SORT.
       01  SORT-REG.
           05 SR-DATA              PIC 9(8).
           05 SR-HORA              PIC 9(6).
           05 SR-ORDEM-ORIGEM      PIC 9.
           05 SR-ORIGEM            PIC X(3).
           05 SR-TIPO-EVENTO       PIC X(16).
           05 SR-USER-ID           PIC X(8).
           05 SR-AUTOR             PIC X(8).
           05 SR-FUNCAO            PIC X(8).
           05 SR-RESULTADO         PIC X(11).
           05 SR-MOTIVO            PIC X(60).

       WORKING-STORAGE SECTION.

       01 WS-LOG-STATUS            PIC X(2) VALUE "00".
       01 WS-GER-STATUS            PIC X(2) VALUE "00".
       01 WS-JRN-STATUS            PIC X(2) VALUE "00".
       01 WS-ALE-STATUS            PIC X(2) VALUE "00".
       01 WS-CONTENCAO-STATUS      PIC X(2) VALUE "00".
       01 WS-SIC-STATUS            PIC X(2) VALUE "00".
       01 WS-SIE-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-ARQUIVO           PIC X    VALUE 'N'.
       01 WS-FIM-SORT              PIC X    VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-HORA-HOJE             PIC 9(6).
       01 WS-SESSAO                PIC 9(14).
       01 WS-SIE-NOME              PIC X(23).
       01 WS-GER-NOME              PIC X(15).
       01 WS-MES-GERACAO.
           05 WS-MES-GER-ANO       PIC 9(4).
           05 WS-MES-GER-MES       PIC 9(2).
       01 WS-MES-FINAL.
           05 WS-MES-FIN-ANO       PIC 9(4).
           05 WS-MES-FIN-MES       PIC 9(2).
       01 WS-PRIMEIRA-EXPORTACAO   PIC X    VALUE 'N'.
       01 WS-SEQUENCIA             PIC 9(9) VALUE 0.
       01 WS-PRIMEIRA-SEQUENCIA    PIC 9(9) VALUE 0.
       01 WS-EXPORTADOS            PIC 9(7) VALUE 0.
       01 WS-ALE-IGNORADAS         PIC 9(7) VALUE 0.
       01 WS-O                     PIC 9    VALUE 0.
       01 WS-EV-MARCA              PIC 9(14) VALUE 0.
       01 WS-EVENTO-NOVO           PIC X    VALUE 'N'.
       01 WS-DATA-HORA-TEXTO       PIC X(19).
       01 WS-ACAO-TEXTO            PIC X(30).

      * Marca d'água por origem (1 LOG, 2 JRN, 3 ALE, 4 CTN): a
      * lida do arquivo de marcas, a nova apurada nesta leitura e
      * os contadores de empate e de eventos enviados
       01 TABELA-MARCAS.
           05 TM-ITEM OCCURS 4 TIMES.
               10 TM-ORIGEM        PIC X(3).
               10 TM-MARCA         PIC 9(14).
               10 TM-QTD-MESMA     PIC 9(5).
               10 TM-NOVA-MARCA    PIC 9(14).
               10 TM-NOVA-QTD      PIC 9(5).
               10 TM-EMPATES       PIC 9(5).
               10 TM-ENVIADOS      PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE
           MOVE WS-DATA-HOJE TO WS-SESSAO(1:8)
           MOVE WS-HORA-HOJE TO WS-SESSAO(9:6)
           MOVE SPACES TO WS-SIE-NOME
           STRING "SENHA" WS-SESSAO ".SIE" DELIMITED BY SIZE
               INTO WS-SIE-NOME

           PERFORM LE-MARCAS-PARA
           COMPUTE WS-PRIMEIRA-SEQUENCIA = WS-SEQUENCIA + 1

           OPEN OUTPUT SENHA-SIE
           IF (WS-SIE-STATUS NOT = "00")
               DISPLAY "Exportação " WS-SIE-NOME
                   " não pôde ser criada: " WS-SIE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM GRAVA-ABERTURA-PARA
               SORT ARQ-SORT
                   ON ASCENDING KEY SR-DATA
                   ON ASCENDING KEY SR-HORA
                   ON ASCENDING KEY SR-ORDEM-ORIGEM
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE SELECIONA-EVENTOS-PARA
                   OUTPUT PROCEDURE GRAVA-EVENTOS-PARA
               PERFORM GRAVA-FECHAMENTO-PARA
               CLOSE SENHA-SIE
               IF (WS-SIE-STATUS NOT = "00")
                   DISPLAY "Exportação " WS-SIE-NOME
                       " não pôde ser fechada: " WS-SIE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM GRAVA-MARCAS-PARA
                   PERFORM EXIBE-RESUMO-PARA
               END-IF
           END-IF

           STOP RUN.

      * Carrega as marcas d'água; arquivo inexistente vale como
      * primeira exportação (marcas zeradas, sequência a partir
      * de 1).
       LE-MARCAS-PARA.

           MOVE "LOG" TO TM-ORIGEM(1)
           MOVE "JRN" TO TM-ORIGEM(2)
           MOVE "ALE" TO TM-ORIGEM(3)
           MOVE "CTN" TO TM-ORIGEM(4)
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL (WS-O > 4)
               MOVE 0 TO TM-MARCA(WS-O)
               MOVE 0 TO TM-QTD-MESMA(WS-O)
               MOVE 0 TO TM-EMPATES(WS-O)
               MOVE 0 TO TM-ENVIADOS(WS-O)
           END-PERFORM

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-MARCAS
           IF (WS-SIC-STATUS NOT = "00")
               MOVE 'S' TO WS-PRIMEIRA-EXPORTACAO
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-GERACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-GERACAO
               PERFORM LE-MARCA-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM CARREGA-MARCA-PARA
                   PERFORM LE-MARCA-PARA
               END-PERFORM
               CLOSE SENHA-MARCAS
           END-IF

           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL (WS-O > 4)
               MOVE TM-MARCA(WS-O) TO TM-NOVA-MARCA(WS-O)
               MOVE 0 TO TM-NOVA-QTD(WS-O)
           END-PERFORM.

       LE-MARCA-PARA.

           READ SENHA-MARCAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

      * As gerações de acessos são lidas a partir do mês da marca
      * d'água da trilha (ou da última exportação, se a trilha
      * ainda não tinha acessos).
       CARREGA-MARCA-PARA.

           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL (WS-O > 4)
               IF (TM-ORIGEM(WS-O) = SC-ORIGEM)
                   MOVE SC-DATA TO TM-MARCA(WS-O)(1:8)
                   MOVE SC-HORA TO TM-MARCA(WS-O)(9:6)
                   MOVE SC-QTD-MESMA TO TM-QTD-MESMA(WS-O)
               END-IF
           END-PERFORM
           IF (SC-SEQUENCIA > WS-SEQUENCIA)
               MOVE SC-SEQUENCIA TO WS-SEQUENCIA
           END-IF
           IF (SC-ORIGEM = "LOG")
               IF (SC-DATA > 0)
                   MOVE SC-DATA(1:6) TO WS-MES-GERACAO
               ELSE
                   MOVE SC-DATA-EXEC(1:6) TO WS-MES-GERACAO
               END-IF
           END-IF.

       GRAVA-ABERTURA-PARA.

           MOVE WS-DATA-HOJE TO WS-EV-MARCA(1:8)
           MOVE WS-HORA-HOJE TO WS-EV-MARCA(9:6)
           PERFORM FORMATA-DATA-HORA-PARA
           MOVE SPACES TO SIE-LINHA
           STRING "H;SENHASIE;" WS-SIE-NOME ";" WS-DATA-HORA-TEXTO
               ";" WS-PRIMEIRA-SEQUENCIA
               DELIMITED BY SIZE INTO SIE-LINHA
           WRITE SIE-LINHA.

      * Fase de entrada da ordenação: percorre as quatro origens e
      * libera para a ordenação somente os eventos novos.
       SELECIONA-EVENTOS-PARA.

           IF (WS-PRIMEIRA-EXPORTACAO = 'N')
               PERFORM SELECIONA-GERACOES-PARA
           END-IF

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-LOG
           IF (WS-LOG-STATUS = "00")
               PERFORM LE-LOG-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM LIBERA-ACESSO-PARA
                   PERFORM LE-LOG-PARA
               END-PERFORM
               CLOSE SENHA-LOG
           END-IF

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-JRN
           IF (WS-JRN-STATUS = "00")
               PERFORM LE-JRN-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM LIBERA-ALTERACAO-PARA
                   PERFORM LE-JRN-PARA
               END-PERFORM
               CLOSE SENHA-JRN
           END-IF

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-ALE
           IF (WS-ALE-STATUS = "00")
               PERFORM LE-ALE-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM LIBERA-ALERTA-PARA
                   PERFORM LE-ALE-PARA
               END-PERFORM
               CLOSE SENHA-ALE
           END-IF

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-CONTENCAO
           IF (WS-CONTENCAO-STATUS = "00")
               PERFORM LE-CONTENCAO-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM LIBERA-CONTENCAO-PARA
                   PERFORM LE-CONTENCAO-PARA
               END-PERFORM
               CLOSE SENHA-CONTENCAO
           END-IF.

      * Gerações mensais cortadas pelo SENHAARQ desde o mês da
      * marca d'água até o anterior ao corrente; mês sem geração
      * é saltado.
       SELECIONA-GERACOES-PARA.

           MOVE WS-DATA-HOJE(1:6) TO WS-MES-FINAL
           IF (WS-MES-FIN-MES = 1)
               SUBTRACT 1 FROM WS-MES-FIN-ANO
               MOVE 12 TO WS-MES-FIN-MES
           ELSE
               SUBTRACT 1 FROM WS-MES-FIN-MES
           END-IF

           PERFORM UNTIL (WS-MES-GERACAO > WS-MES-FINAL)
               PERFORM LE-GERACAO-MENSAL-PARA
               ADD 1 TO WS-MES-GER-MES
               IF (WS-MES-GER-MES > 12)
                   MOVE 1 TO WS-MES-GER-MES
                   ADD 1 TO WS-MES-GER-ANO
               END-IF
           END-PERFORM.

       LE-GERACAO-MENSAL-PARA.

           MOVE SPACES TO WS-GER-NOME
           STRING "SENHA" WS-MES-GERACAO ".LOG" DELIMITED BY SIZE
               INTO WS-GER-NOME
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-GERACAO
           IF (WS-GER-STATUS = "00")
               PERFORM LE-GERACAO-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   MOVE SENHA-GER-REG TO SENHA-LOG-REG
                   PERFORM LIBERA-ACESSO-PARA
                   PERFORM LE-GERACAO-PARA
               END-PERFORM
               CLOSE SENHA-GERACAO
           END-IF.

       LE-LOG-PARA.

           READ SENHA-LOG
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-GERACAO-PARA.

           READ SENHA-GERACAO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-JRN-PARA.

           READ SENHA-JRN
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-ALE-PARA.

           READ SENHA-ALE
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-CONTENCAO-PARA.

           READ SENHA-CONTENCAO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

      * Compara a data e hora do registro (WS-EV-MARCA) com a marca
      * d'água da origem WS-O: posterior é novo; no mesmo segundo,
      * só os que excedem os já exportados naquele segundo. Apura
      * também a nova marca d'água e quantos registros a atingem.
       AVALIA-MARCA-PARA.

           MOVE 'N' TO WS-EVENTO-NOVO
           IF (WS-EV-MARCA > TM-MARCA(WS-O))
               MOVE 'S' TO WS-EVENTO-NOVO
           ELSE
               IF (WS-EV-MARCA = TM-MARCA(WS-O))
                   ADD 1 TO TM-EMPATES(WS-O)
                   IF (TM-EMPATES(WS-O) > TM-QTD-MESMA(WS-O))
                       MOVE 'S' TO WS-EVENTO-NOVO
                   END-IF
               END-IF
           END-IF

           IF (WS-EV-MARCA > TM-NOVA-MARCA(WS-O))
               MOVE WS-EV-MARCA TO TM-NOVA-MARCA(WS-O)
               MOVE 1 TO TM-NOVA-QTD(WS-O)
           ELSE
               IF (WS-EV-MARCA = TM-NOVA-MARCA(WS-O))
                   ADD 1 TO TM-NOVA-QTD(WS-O)
               END-IF
           END-IF

           IF (WS-EVENTO-NOVO = 'S')
               ADD 1 TO TM-ENVIADOS(WS-O)
               MOVE WS-EV-MARCA(1:8) TO SR-DATA
               MOVE WS-EV-MARCA(9:6) TO SR-HORA
               MOVE WS-O TO SR-ORDEM-ORIGEM
               MOVE TM-ORIGEM(WS-O) TO SR-ORIGEM
               MOVE SPACES TO SR-TIPO-EVENTO
               MOVE SPACES TO SR-USER-ID
               MOVE SPACES TO SR-AUTOR
               MOVE SPACES TO SR-FUNCAO
               MOVE SPACES TO SR-RESULTADO
               MOVE SPACES TO SR-MOTIVO
           END-IF.

      * Acesso (trilha viva ou geração): resultado e motivo pelo
      * SL-CORRETO, SL-BLOQUEADO e SL-MOTIVO.
       LIBERA-ACESSO-PARA.

           MOVE 1 TO WS-O
           MOVE SL-DATA TO WS-EV-MARCA(1:8)
           MOVE SL-HORA TO WS-EV-MARCA(9:6)
           PERFORM AVALIA-MARCA-PARA
           IF (WS-EVENTO-NOVO = 'S')
               MOVE "ACESSO" TO SR-TIPO-EVENTO
               MOVE SL-USER-ID TO SR-USER-ID
               MOVE SL-USER-ID TO SR-AUTOR
               MOVE SL-FUNCAO TO SR-FUNCAO
               IF (SL-CORRETO = 'V')
                       AND (SL-MOTIVO = SPACE OR 'G')
                   MOVE "LIBERADO" TO SR-RESULTADO
               ELSE
                   MOVE "RECUSADO" TO SR-RESULTADO
               END-IF
               IF (SL-BLOQUEADO = 'S')
                   MOVE "BLOQUEADO" TO SR-RESULTADO
               END-IF
               EVALUATE SL-MOTIVO
                   WHEN SPACE
                       IF (SL-CORRETO = 'V')
                           MOVE "senha correta" TO SR-MOTIVO
                       ELSE
                           MOVE "senha incorreta" TO SR-MOTIVO
                       END-IF
                       IF (SL-BLOQUEADO = 'S')
                           MOVE "senha incorreta - conta bloqueada"
                               TO SR-MOTIVO
                       END-IF
                   WHEN 'U'
                       MOVE "usuário não encontrado" TO SR-MOTIVO
                   WHEN 'F'
                       MOVE "senha correta, função não autorizada"
                           TO SR-MOTIVO
                   WHEN 'D'
                       MOVE "DESBLOQUEIO-AUTO" TO SR-TIPO-EVENTO
                       MOVE "INFORMATIVO" TO SR-RESULTADO
                       MOVE "desbloqueio automático após o prazo"
                           TO SR-MOTIVO
                   WHEN 'T'
                       MOVE "senha correta, troca de senha pendente"
                           TO SR-MOTIVO
                   WHEN 'H'
                       MOVE "fora da janela de horário ou feriado"
                           TO SR-MOTIVO
                   WHEN 'E'
                       MOVE "conta expirada" TO SR-MOTIVO
                   WHEN 'L'
                       MOVE "instalação em contenção" TO SR-MOTIVO
                   WHEN 'C'
                       MOVE "sessão simultânea já ativa" TO SR-MOTIVO
                   WHEN 'G'
                       MOVE "função liberada por emergência"
                           TO SR-MOTIVO
                   WHEN 'S'
                       MOVE "conta de serviço em acesso interativo"
                           TO SR-MOTIVO
                   WHEN OTHER
                       MOVE "motivo desconhecido" TO SR-MOTIVO
               END-EVALUATE
               PERFORM LIBERA-SORT-PARA
           END-IF.

      * Alteração do mestre: usuario alterado pela imagem
      * posterior (anterior, se a posterior está em branco) e
      * ação por extenso como no SENHAJIN; nas ações 'F' e 'M' a
      * função ou o papel vem da imagem do perfil ou do membro.
       LIBERA-ALTERACAO-PARA.

           MOVE 2 TO WS-O
           MOVE SJ-DATA TO WS-EV-MARCA(1:8)
           MOVE SJ-HORA TO WS-EV-MARCA(9:6)
           PERFORM AVALIA-MARCA-PARA
           IF (WS-EVENTO-NOVO = 'S')
               MOVE "CADASTRO" TO SR-TIPO-EVENTO
               IF (SJ-IMAGEM-DEPOIS = SPACES)
                   MOVE SJ-IMAGEM-ANTES(1:8) TO SR-USER-ID
               ELSE
                   MOVE SJ-IMAGEM-DEPOIS(1:8) TO SR-USER-ID
               END-IF
               MOVE SJ-SUPERVISOR TO SR-AUTOR
               IF (SJ-ACAO = 'F' OR 'M')
                   IF (SJ-IMAGEM-DEPOIS = SPACES)
                       MOVE SJ-IMAGEM-ANTES(9:8) TO SR-FUNCAO
                   ELSE
                       MOVE SJ-IMAGEM-DEPOIS(9:8) TO SR-FUNCAO
                   END-IF
               END-IF
               MOVE "EFETUADO" TO SR-RESULTADO
               PERFORM TRADUZ-ACAO-PARA
               MOVE WS-ACAO-TEXTO TO SR-MOTIVO
               PERFORM LIBERA-SORT-PARA
           END-IF.

       TRADUZ-ACAO-PARA.

           EVALUATE SJ-ACAO
               WHEN 'I'
                   MOVE "inclusão de usuário" TO WS-ACAO-TEXTO
               WHEN 'A'
                   MOVE "senha redefinida (supervisor)"
                       TO WS-ACAO-TEXTO
               WHEN 'D'
                   MOVE "desativação de usuário" TO WS-ACAO-TEXTO
               WHEN 'B'
                   MOVE "desbloqueio manual" TO WS-ACAO-TEXTO
               WHEN 'P'
                   MOVE "troca de senha (usuário)" TO WS-ACAO-TEXTO
               WHEN 'J'
                   MOVE "manutenção da janela" TO WS-ACAO-TEXTO
               WHEN 'V'
                   MOVE "varredura de dormência" TO WS-ACAO-TEXTO
               WHEN 'T'
                   MOVE "contador de tentativas" TO WS-ACAO-TEXTO
               WHEN 'X'
                   MOVE "desbloqueio automático" TO WS-ACAO-TEXTO
               WHEN 'R'
                   MOVE "estorno (SENHARST)" TO WS-ACAO-TEXTO
               WHEN 'E'
                   MOVE "data de expiração" TO WS-ACAO-TEXTO
               WHEN 'F'
                   MOVE "autorização de função" TO WS-ACAO-TEXTO
               WHEN 'M'
                   MOVE "atribuição de papel" TO WS-ACAO-TEXTO
               WHEN 'S'
                   MOVE "tipo de conta / responsável"
                       TO WS-ACAO-TEXTO
               WHEN 'C'
                   MOVE "matrícula do empregado" TO WS-ACAO-TEXTO
               WHEN OTHER
                   MOVE "ação desconhecida" TO WS-ACAO-TEXTO
           END-EVALUATE.

      * Alerta da SENHAMON: "AAAAMMDD HHMMSS " seguido da
      * gravidade (AVISO ou CRITICO) e do texto. Linha sem data e
      * hora válidas é contada e ignorada.
       LIBERA-ALERTA-PARA.

           IF (ALE-LINHA(1:8) IS NOT NUMERIC)
                   OR (ALE-LINHA(10:6) IS NOT NUMERIC)
               ADD 1 TO WS-ALE-IGNORADAS
           ELSE
               MOVE 3 TO WS-O
               MOVE ALE-LINHA(1:8) TO WS-EV-MARCA(1:8)
               MOVE ALE-LINHA(10:6) TO WS-EV-MARCA(9:6)
               PERFORM AVALIA-MARCA-PARA
               IF (WS-EVENTO-NOVO = 'S')
                   MOVE "ALERTA" TO SR-TIPO-EVENTO
                   MOVE "SENHAMON" TO SR-AUTOR
                   IF (ALE-LINHA(17:7) = "CRITICO")
                       MOVE "CRITICO" TO SR-RESULTADO
                   ELSE
                       MOVE "AVISO" TO SR-RESULTADO
                   END-IF
                   MOVE ALE-LINHA(26:55) TO SR-MOTIVO
                   PERFORM LIBERA-SORT-PARA
               END-IF
           END-IF.

       LIBERA-CONTENCAO-PARA.

           MOVE 4 TO WS-O
           MOVE CT-DATA TO WS-EV-MARCA(1:8)
           MOVE CT-HORA TO WS-EV-MARCA(9:6)
           PERFORM AVALIA-MARCA-PARA
           IF (WS-EVENTO-NOVO = 'S')
               MOVE "CONTENCAO" TO SR-TIPO-EVENTO
               MOVE CT-AUTOR TO SR-AUTOR
               IF (CT-ESTADO = 'S')
                   MOVE "ATIVADA" TO SR-RESULTADO
               ELSE
                   MOVE "LIBERADA" TO SR-RESULTADO
               END-IF
               MOVE CT-MOTIVO TO SR-MOTIVO
               PERFORM LIBERA-SORT-PARA
           END-IF.

       LIBERA-SORT-PARA.

           INSPECT SR-USER-ID REPLACING ALL ';' BY ','
           INSPECT SR-AUTOR REPLACING ALL ';' BY ','
           INSPECT SR-FUNCAO REPLACING ALL ';' BY ','
           INSPECT SR-MOTIVO REPLACING ALL ';' BY ','
           RELEASE SORT-REG.

      * Fase de saída da ordenação: numera e grava os eventos.
       GRAVA-EVENTOS-PARA.

           PERFORM RETORNA-SORT-PARA
           PERFORM UNTIL (WS-FIM-SORT = 'S')
               ADD 1 TO WS-SEQUENCIA
               ADD 1 TO WS-EXPORTADOS
               MOVE SR-DATA TO WS-EV-MARCA(1:8)
               MOVE SR-HORA TO WS-EV-MARCA(9:6)
               PERFORM FORMATA-DATA-HORA-PARA
               MOVE SPACES TO SIE-LINHA
               STRING "E;" WS-SEQUENCIA ";" WS-DATA-HORA-TEXTO ";"
                   SR-ORIGEM ";" SR-TIPO-EVENTO ";" SR-USER-ID ";"
                   SR-AUTOR ";" SR-FUNCAO ";" SR-RESULTADO ";"
                   SR-MOTIVO
                   DELIMITED BY SIZE INTO SIE-LINHA
               WRITE SIE-LINHA
               PERFORM RETORNA-SORT-PARA
           END-PERFORM.

       RETORNA-SORT-PARA.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       FORMATA-DATA-HORA-PARA.

           MOVE SPACES TO WS-DATA-HORA-TEXTO
           STRING WS-EV-MARCA(1:4) "-" WS-EV-MARCA(5:2) "-"
               WS-EV-MARCA(7:2) " " WS-EV-MARCA(9:2) ":"
               WS-EV-MARCA(11:2) ":" WS-EV-MARCA(13:2)
               DELIMITED BY SIZE INTO WS-DATA-HORA-TEXTO.

       GRAVA-FECHAMENTO-PARA.

           MOVE SPACES TO SIE-LINHA
           STRING "T;" WS-EXPORTADOS ";" WS-SEQUENCIA
               ";LOG;" TM-ENVIADOS(1) ";JRN;" TM-ENVIADOS(2)
               ";ALE;" TM-ENVIADOS(3) ";CTN;" TM-ENVIADOS(4)
               DELIMITED BY SIZE INTO SIE-LINHA
           WRITE SIE-LINHA.

      * Regrava as marcas d'água. Sem registro algum lido da
      * origem, a marca anterior é mantida; registros a menos no
      * mesmo segundo (trilha regravada) não reduzem a contagem.
       GRAVA-MARCAS-PARA.

           OPEN OUTPUT SENHA-MARCAS
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL (WS-O > 4)
               IF (TM-NOVA-MARCA(WS-O) = TM-MARCA(WS-O))
                       AND (TM-NOVA-QTD(WS-O) < TM-QTD-MESMA(WS-O))
                   MOVE TM-QTD-MESMA(WS-O) TO TM-NOVA-QTD(WS-O)
               END-IF
               MOVE TM-ORIGEM(WS-O) TO SC-ORIGEM
               MOVE TM-NOVA-MARCA(WS-O)(1:8) TO SC-DATA
               MOVE TM-NOVA-MARCA(WS-O)(9:6) TO SC-HORA
               MOVE TM-NOVA-QTD(WS-O) TO SC-QTD-MESMA
               MOVE WS-SEQUENCIA TO SC-SEQUENCIA
               MOVE WS-DATA-HOJE TO SC-DATA-EXEC
               MOVE WS-HORA-HOJE TO SC-HORA-EXEC
               MOVE WS-SIE-NOME TO SC-ARQUIVO
               MOVE TM-ENVIADOS(WS-O) TO SC-ENVIADOS
               WRITE SENHA-SIC-REG
           END-PERFORM
           CLOSE SENHA-MARCAS.

       EXIBE-RESUMO-PARA.

           DISPLAY "Exportação para o SIEM: " WS-SIE-NOME
           DISPLAY "Eventos exportados:  " WS-EXPORTADOS
           DISPLAY "  acessos (LOG):     " TM-ENVIADOS(1)
           DISPLAY "  alterações (JRN):  " TM-ENVIADOS(2)
           DISPLAY "  alertas (ALE):     " TM-ENVIADOS(3)
           DISPLAY "  contenção (CTN):   " TM-ENVIADOS(4)
           IF (WS-EXPORTADOS > 0)
               DISPLAY "Sequências " WS-PRIMEIRA-SEQUENCIA " a "
                   WS-SEQUENCIA
           END-IF
           IF (WS-ALE-IGNORADAS > 0)
               DISPLAY "Linhas de alerta ignoradas (sem data): "
                   WS-ALE-IGNORADAS
           END-IF.
