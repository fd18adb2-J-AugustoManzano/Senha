       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAELO AS "Encadeamento da trilha e do jornal".
      * Sub-rotina de encadeamento dos registros da trilha de
      * acessos SENHA-LOG e do jornal de alterações SENHA-JRN:
      * o elo de cada registro (SL-ELO, SJ-ELO) é calculado sobre
      * o elo do registro anterior e o conteúdo do próprio registro
      * com o campo de elo em espaços, de modo que alterar, excluir
      * ou inserir uma linha quebra a cadeia a partir dela.
      *    LS-OPERACAO 'G' - gravação: toma como anterior o último
      *        elo do arquivo LS-ARQUIVO ('LOG' ou 'JRN') guardado
      *        em SENHA-ESTADO-ELO (senelo.cpy), calcula o novo elo
      *        e o guarda como último; devolve o anterior em
      *        LS-ELO-ANTERIOR e o novo em LS-ELO. O chamador move
      *        LS-ELO para o registro e grava.
      *    LS-OPERACAO 'C' - conferência: calcula o elo a partir do
      *        LS-ELO-ANTERIOR informado, sem tocar no estado (usada
      *        pela verificação SENHAENC).
      * Sem estado para o arquivo (primeira gravação encadeada ou
      * SENHA.ELO removido), o anterior é o elo do último registro
      * do próprio arquivo - espaços quando ele está vazio ou só
      * tem registros anteriores ao encadeamento.
      * O cálculo segue a técnica da SENHACOD: dois resíduos
      * acumulados sobre os caracteres ponderados pela posição e
      * remisturados no fim; o elo são os dois resíduos em 16
      * algarismos. Serve para evidenciar adulteração do arquivo,
      * não é assinatura: quem conhecer o algoritmo pode refazer a
      * cadeia, e o acesso aos arquivos segue restrito.
      * ATENÇÃO: mudar o algoritmo quebra a verificação de toda a
      * trilha e todo o jornal já gravados.
      * LS-SITUACAO volta 0, ou 8 quando o estado SENHA.ELO não
      * pôde ser gravado: o elo devolvido está certo, mas a gravação
      * seguinte tomará um anterior desatualizado e a verificação
      * acusará quebra; quem chama avisa o operador.
      * Como toda sub-rotina chamada, altera o RETURN-CODE do
      * chamador, que deve reposicioná-lo depois da chamada.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-ESTADO-ELO ASSIGN TO "SENHA.ELO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ELO-STATUS.
           SELECT SENHA-LOG ASSIGN TO "SENHA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT SENHA-JRN ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-ESTADO-ELO.
           COPY "senelo.cpy".
       FD  SENHA-LOG.
           COPY "senlog.cpy".
       FD  SENHA-JRN.
           COPY "senjrn.cpy".
       WORKING-STORAGE SECTION.

       01 WS-ELO-STATUS         PIC X(2) VALUE "00".
       01 WS-LOG-STATUS         PIC X(2) VALUE "00".
       01 WS-JRN-STATUS         PIC X(2) VALUE "00".
       01 WS-FIM-ARQUIVO        PIC X    VALUE 'N'.
       01 WS-E                  PIC 9    VALUE 0.
       01 WS-ENTRADA            PIC X(217).
       01 WS-RESIDUO-1          PIC 9(8).
       01 WS-RESIDUO-2          PIC 9(8).
       01 WS-CARACTER           PIC 9(8).
       01 WS-POSICAO            PIC 9(3).
       01 WS-RODADA             PIC 9(2).

      * Estado dos dois arquivos encadeados (1 LOG, 2 JRN)
       01 TABELA-ESTADO.
           05 TE-ITEM OCCURS 2 TIMES.
               10 TE-ARQUIVO       PIC X(3).
               10 TE-CARREGADO     PIC X.
               10 TE-ELO           PIC X(16).
               10 TE-DATA          PIC 9(8).
               10 TE-HORA          PIC 9(6).
               10 TE-QTD           PIC 9(9).

       LINKAGE SECTION.
       01 LS-OPERACAO           PIC X.
       01 LS-ARQUIVO            PIC X(3).
       01 LS-CONTEUDO           PIC X(201).
       01 LS-ELO-ANTERIOR       PIC X(16).
       01 LS-ELO                PIC X(16).
       01 LS-SITUACAO           PIC 9(2).

       PROCEDURE DIVISION USING LS-OPERACAO LS-ARQUIVO LS-CONTEUDO
           LS-ELO-ANTERIOR LS-ELO LS-SITUACAO.
       MAIN-PARA.

           MOVE 0 TO LS-SITUACAO
           IF (LS-OPERACAO = 'G')
               PERFORM LE-ESTADO-PARA
               IF (LS-ARQUIVO = "JRN")
                   MOVE 2 TO WS-E
               ELSE
                   MOVE 1 TO WS-E
               END-IF
               IF (TE-CARREGADO(WS-E) = 'N')
                   PERFORM RETOMA-CADEIA-PARA
               END-IF
               MOVE TE-ELO(WS-E) TO LS-ELO-ANTERIOR
               PERFORM CALCULA-ELO-PARA
               MOVE LS-ELO TO TE-ELO(WS-E)
               MOVE FUNCTION CURRENT-DATE(1:8) TO TE-DATA(WS-E)
               MOVE FUNCTION CURRENT-DATE(9:6) TO TE-HORA(WS-E)
               ADD 1 TO TE-QTD(WS-E)
               MOVE 'S' TO TE-CARREGADO(WS-E)
               PERFORM GRAVA-ESTADO-PARA
           ELSE
               PERFORM CALCULA-ELO-PARA
           END-IF

           GOBACK.

      * O estado é relido a cada gravação: a trilha e o jornal são
      * gravados por vários programas.
       LE-ESTADO-PARA.

           MOVE "LOG" TO TE-ARQUIVO(1)
           MOVE "JRN" TO TE-ARQUIVO(2)
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL (WS-E > 2)
               MOVE 'N' TO TE-CARREGADO(WS-E)
               MOVE SPACES TO TE-ELO(WS-E)
               MOVE 0 TO TE-DATA(WS-E)
               MOVE 0 TO TE-HORA(WS-E)
               MOVE 0 TO TE-QTD(WS-E)
           END-PERFORM

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT SENHA-ESTADO-ELO
           IF (WS-ELO-STATUS = "00")
               PERFORM LE-REGISTRO-ESTADO-PARA
               PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                   PERFORM VARYING WS-E FROM 1 BY 1 UNTIL (WS-E > 2)
                       IF (TE-ARQUIVO(WS-E) = EL-ARQUIVO)
                           MOVE 'S' TO TE-CARREGADO(WS-E)
                           MOVE EL-ELO TO TE-ELO(WS-E)
                           MOVE EL-DATA TO TE-DATA(WS-E)
                           MOVE EL-HORA TO TE-HORA(WS-E)
                           MOVE EL-QTD TO TE-QTD(WS-E)
                       END-IF
                   END-PERFORM
                   PERFORM LE-REGISTRO-ESTADO-PARA
               END-PERFORM
               CLOSE SENHA-ESTADO-ELO
           END-IF.

       LE-REGISTRO-ESTADO-PARA.

           READ SENHA-ESTADO-ELO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

      * Sem estado: o anterior é o elo do último registro do
      * próprio arquivo (arquivo inexistente = início da cadeia).
       RETOMA-CADEIA-PARA.

           MOVE SPACES TO TE-ELO(WS-E)
           MOVE 'N' TO WS-FIM-ARQUIVO
           IF (WS-E = 1)
               OPEN INPUT SENHA-LOG
               IF (WS-LOG-STATUS = "00")
                   PERFORM LE-LOG-PARA
                   PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                       MOVE SL-ELO TO TE-ELO(WS-E)
                       PERFORM LE-LOG-PARA
                   END-PERFORM
                   CLOSE SENHA-LOG
               END-IF
           ELSE
               OPEN INPUT SENHA-JRN
               IF (WS-JRN-STATUS = "00")
                   PERFORM LE-JRN-PARA
                   PERFORM UNTIL (WS-FIM-ARQUIVO = 'S')
                       MOVE SJ-ELO TO TE-ELO(WS-E)
                       PERFORM LE-JRN-PARA
                   END-PERFORM
                   CLOSE SENHA-JRN
               END-IF
           END-IF.

       LE-LOG-PARA.

           READ SENHA-LOG
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       LE-JRN-PARA.

           READ SENHA-JRN
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       GRAVA-ESTADO-PARA.

           OPEN OUTPUT SENHA-ESTADO-ELO
           IF (WS-ELO-STATUS NOT = "00")
               MOVE 8 TO LS-SITUACAO
           ELSE
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL (WS-E > 2)
                   IF (TE-CARREGADO(WS-E) = 'S')
                       MOVE TE-ARQUIVO(WS-E) TO EL-ARQUIVO
                       MOVE TE-ELO(WS-E) TO EL-ELO
                       MOVE TE-DATA(WS-E) TO EL-DATA
                       MOVE TE-HORA(WS-E) TO EL-HORA
                       MOVE TE-QTD(WS-E) TO EL-QTD
                       WRITE SENHA-ELO-REG
                       IF (WS-ELO-STATUS NOT = "00")
                           MOVE 8 TO LS-SITUACAO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SENHA-ESTADO-ELO
           END-IF.

      * Elo = resíduos acumulados sobre o elo anterior seguido do
      * conteúdo do registro, remisturados ao final.
       CALCULA-ELO-PARA.

           MOVE LS-ELO-ANTERIOR TO WS-ENTRADA(1:16)
           MOVE LS-CONTEUDO TO WS-ENTRADA(17:201)
           MOVE 7919 TO WS-RESIDUO-1
           MOVE 104729 TO WS-RESIDUO-2

           PERFORM ACUMULA-CARACTER-PARA
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL (WS-POSICAO > 217)

           PERFORM REMISTURA-RESIDUOS-PARA
               VARYING WS-RODADA FROM 1 BY 1
               UNTIL (WS-RODADA > 4)

           MOVE WS-RESIDUO-1 TO LS-ELO(1:8)
           MOVE WS-RESIDUO-2 TO LS-ELO(9:8).

       ACUMULA-CARACTER-PARA.

           MOVE FUNCTION ORD(WS-ENTRADA(WS-POSICAO:1))
               TO WS-CARACTER
           COMPUTE WS-RESIDUO-1 = FUNCTION MOD(
               (WS-RESIDUO-1 * 31) + (WS-CARACTER * WS-POSICAO)
               99999989)
           COMPUTE WS-RESIDUO-2 = FUNCTION MOD(
               (WS-RESIDUO-2 * 37) + (WS-CARACTER *
               (218 - WS-POSICAO)) 99999971).

       REMISTURA-RESIDUOS-PARA.

           COMPUTE WS-RESIDUO-1 = FUNCTION MOD(
               (WS-RESIDUO-1 * 31) + WS-RESIDUO-2 + WS-RODADA
               99999989)
           COMPUTE WS-RESIDUO-2 = FUNCTION MOD(
               (WS-RESIDUO-2 * 37) + WS-RESIDUO-1 99999971).
