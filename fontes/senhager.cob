       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAGER AS "Geração de senha inicial".
      * Sub-rotina de geração de senha inicial aleatória: devolve
      * em LS-SENHA uma senha de 8 posições sorteadas entre letras
      * maiúsculas e algarismos, com pelo menos uma letra e pelo
      * menos um algarismo (regra de complexidade do SENHA).
      * O alfabeto exclui os caracteres que se confundem na
      * impressão do envelope (I, O, 0 e 1).
      * O gerador não depende só da data e hora da execução, que
      * são públicas (nome do arquivo de envelopes, sessão do
      * jornal): o estado fica no arquivo SENHA-SEMENTE
      * (SENHA.SEM, leiaute sensem.cpy), relido a cada chamada,
      * misturado com o relógio em centésimos e com 16 bytes do
      * dispositivo de entropia do sistema operacional, avançado a
      * cada caractere sorteado e regravado antes do retorno. Sem
      * o dispositivo (status diferente de "00" na abertura) valem
      * o estado guardado e o relógio; sem o SENHA.SEM o estado
      * recomeça e o arquivo é recriado na primeira gravação. Se o
      * SENHA.SEM não puder ser regravado o operador é avisado e a
      * execução segue com o estado em memória.
      * O cálculo segue a técnica da SENHACOD (dois resíduos) e não
      * é criptográfico: a proteção depende do SENHA.SEM ter o
      * mesmo acesso restrito do SENHA.DAT.
      * Usada nas admissões do SENHAMOV e na inclusão e redefinição
      * de senha pela manutenção do SENHA: quem chama confere a
      * complexidade e o histórico (SENHA-HIST), grava somente a
      * forma codificada (SENHACOD) e entrega o valor em claro
      * apenas ao arquivo de envelopes (senenv.cpy).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-SEMENTE ASSIGN TO "SENHA.SEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEM-STATUS.
           SELECT SENHA-ENTROPIA ASSIGN TO "/dev/urandom"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-SEMENTE.
           COPY "sensem.cpy".
       FD  SENHA-ENTROPIA.
       01  ENT-BYTES               PIC X(16).
       WORKING-STORAGE SECTION.

       01 WS-ALFABETO           PIC X(32) VALUE
           "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01 WS-SEM-STATUS         PIC X(2) VALUE "00".
       01 WS-ENT-STATUS         PIC X(2) VALUE "00".
       01 WS-SEMEADO            PIC X    VALUE 'N'.
       01 WS-ESTADO-1           PIC 9(8) VALUE 0.
       01 WS-ESTADO-2           PIC 9(8) VALUE 0.
       01 WS-QTD                PIC 9(9) VALUE 0.
       01 WS-RELOGIO            PIC 9(8).
       01 WS-DIA                PIC 9(8).
       01 WS-CARACTER           PIC 9(3).
       01 WS-BYTE               PIC 9(2).
       01 WS-SORTEIO            PIC 9(9).
       01 WS-POSICAO            PIC 9(2).
       01 WS-INDICE             PIC 9(2).
       01 WS-POS-LETRA          PIC 9(2).
       01 WS-POS-DIGITO         PIC 9(2).

       LINKAGE SECTION.
       01 LS-SENHA              PIC X(8).

       PROCEDURE DIVISION USING LS-SENHA.
       MAIN-PARA.

           PERFORM LE-ESTADO-PARA
           PERFORM MISTURA-RELOGIO-PARA
           PERFORM MISTURA-ENTROPIA-PARA

           PERFORM SORTEIA-CARACTER-PARA
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL (WS-POSICAO > 8)

      * Uma posição sorteada recebe letra e outra, diferente,
      * recebe algarismo, garantindo a regra de complexidade
           PERFORM AVANCA-ESTADO-PARA
           COMPUTE WS-POS-LETRA = FUNCTION MOD(WS-SORTEIO 8) + 1
           PERFORM AVANCA-ESTADO-PARA
           COMPUTE WS-POS-DIGITO = FUNCTION MOD(WS-SORTEIO 7) + 1
           IF (WS-POS-DIGITO >= WS-POS-LETRA)
               ADD 1 TO WS-POS-DIGITO
           END-IF
           PERFORM AVANCA-ESTADO-PARA
           COMPUTE WS-INDICE = FUNCTION MOD(WS-SORTEIO 24) + 1
           MOVE WS-ALFABETO(WS-INDICE:1) TO LS-SENHA(WS-POS-LETRA:1)
           PERFORM AVANCA-ESTADO-PARA
           COMPUTE WS-INDICE = FUNCTION MOD(WS-SORTEIO 8) + 25
           MOVE WS-ALFABETO(WS-INDICE:1)
               TO LS-SENHA(WS-POS-DIGITO:1)

           PERFORM GRAVA-ESTADO-PARA

           GOBACK.

      * O estado é relido a cada chamada: o SENHA e o SENHAMOV
      * podem sortear ao mesmo tempo. Sem arquivo legível vale o
      * estado em memória da própria execução, ou o inicial.
       LE-ESTADO-PARA.

           OPEN INPUT SENHA-SEMENTE
           IF (WS-SEM-STATUS = "00")
               READ SENHA-SEMENTE
                   NOT AT END
                       IF (GS-ESTADO-1 IS NUMERIC)
                               AND (GS-ESTADO-2 IS NUMERIC)
                               AND (GS-QTD IS NUMERIC)
                           MOVE GS-ESTADO-1 TO WS-ESTADO-1
                           MOVE GS-ESTADO-2 TO WS-ESTADO-2
                           MOVE GS-QTD TO WS-QTD
                           MOVE 'S' TO WS-SEMEADO
                       END-IF
               END-READ
               CLOSE SENHA-SEMENTE
           END-IF
           IF (WS-SEMEADO = 'N')
               MOVE 7919 TO WS-ESTADO-1
               MOVE 104729 TO WS-ESTADO-2
               MOVE 'S' TO WS-SEMEADO
           END-IF.

       MISTURA-RELOGIO-PARA.

           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RELOGIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIA
           COMPUTE WS-ESTADO-1 = FUNCTION MOD(
               (WS-ESTADO-1 * 31) + WS-RELOGIO 99999989)
           COMPUTE WS-ESTADO-2 = FUNCTION MOD(
               (WS-ESTADO-2 * 37) + WS-DIA + WS-ESTADO-1 99999971).

       MISTURA-ENTROPIA-PARA.

           OPEN INPUT SENHA-ENTROPIA
           IF (WS-ENT-STATUS = "00")
               READ SENHA-ENTROPIA
               IF (WS-ENT-STATUS = "00")
                   PERFORM ACUMULA-BYTE-PARA
                       VARYING WS-BYTE FROM 1 BY 1
                       UNTIL (WS-BYTE > 16)
               END-IF
               CLOSE SENHA-ENTROPIA
           END-IF.

       ACUMULA-BYTE-PARA.

           MOVE FUNCTION ORD(ENT-BYTES(WS-BYTE:1)) TO WS-CARACTER
           COMPUTE WS-ESTADO-1 = FUNCTION MOD(
               (WS-ESTADO-1 * 257) + WS-CARACTER 99999989)
           COMPUTE WS-ESTADO-2 = FUNCTION MOD(
               (WS-ESTADO-2 * 263) + (WS-CARACTER * WS-BYTE)
               + WS-ESTADO-1 99999971).

       AVANCA-ESTADO-PARA.

           COMPUTE WS-ESTADO-1 = FUNCTION MOD(
               (WS-ESTADO-1 * 31) + WS-ESTADO-2 + 1 99999989)
           COMPUTE WS-ESTADO-2 = FUNCTION MOD(
               (WS-ESTADO-2 * 37) + WS-ESTADO-1 99999971)
           COMPUTE WS-SORTEIO = WS-ESTADO-1 + WS-ESTADO-2.

       SORTEIA-CARACTER-PARA.

           PERFORM AVANCA-ESTADO-PARA
           COMPUTE WS-INDICE = FUNCTION MOD(WS-SORTEIO 32) + 1
           MOVE WS-ALFABETO(WS-INDICE:1) TO LS-SENHA(WS-POSICAO:1).

       GRAVA-ESTADO-PARA.

           ADD 1 TO WS-QTD
           OPEN OUTPUT SENHA-SEMENTE
           IF (WS-SEM-STATUS NOT = "00")
               DISPLAY "Estado do gerador SENHA.SEM não gravado - "
                   "situação " WS-SEM-STATUS
           ELSE
               MOVE WS-ESTADO-1 TO GS-ESTADO-1
               MOVE WS-ESTADO-2 TO GS-ESTADO-2
               MOVE FUNCTION CURRENT-DATE(1:8) TO GS-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO GS-HORA
               MOVE WS-QTD TO GS-QTD
               WRITE SENHA-SEM-REG
               CLOSE SENHA-SEMENTE
           END-IF.
