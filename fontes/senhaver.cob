      * suas regras (datas válidas, tentativas na faixa, domínios de
      * SM-ATIVO/SM-SUPERVISOR/SM-TROCA-OBRIGATORIA) e confirma que
      * existem pelo menos dois supervisores ativos, como exige o
      * comentário do programa SENHA. Contas de serviço
      * (SM-TIPO-CONTA 'S') nunca contam como supervisoras - uma
      * conta de serviço marcada como supervisora é exceção de
      * campo - e precisam de responsável válido: ao fim da
      * varredura o responsável de cada conta de serviço ativa é
      * lido no mestre e deve existir, estar ativo e ser pessoa;
      * caso contrário a conta sai como exceção em SM-RESPONSAVEL.
      * Conta de pessoa com responsável preenchido também é
      * exceção. Grava o relatório de exceções
      * SENHA-VER e encerra com:
      *    RETURN-CODE  0 = mestre íntegro
      *    RETURN-CODE  8 = exceções de campo encontradas
      *    RETURN-CODE 16 = mestre ausente, vazio ou sem dois
      *                     supervisores ativos (reter a janela)
      * A execução é registrada no arquivo de controle
      * SENHA-CONTROLE pela sub-rotina SENHACTL; o SENHADOR,
      * o SENHAMOV, o SENHAEXP e o SENHAREC dependem do registro
      * desta verificação no mesmo dia.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-ANO-TESTE             PIC 9(4).
       01 WS-MES-TESTE             PIC 9(2).
       01 WS-DIA-TESTE             PIC 9(2).
       01 WS-IND-SRV               PIC 9(3) VALUE 0.
       01 WS-RESPONSAVEL-OK        PIC X    VALUE 'N'.

      * Contas de serviço ativas, para a conferência do responsável
      * depois da varredura sequencial
       01 TABELA-SERVICO.
           05 TS-QTD               PIC 9(3) VALUE 0.
           05 TS-ITEM OCCURS 500 TIMES.
               10 TS-USER-ID       PIC X(8).
               10 TS-RESPONSAVEL   PIC X(8).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAVER".
       01 WS-CTL-REFERENCIA        PIC X(8) VALUE SPACES.
       01 WS-CTL-RETORNO           PIC 9(2) VALUE 0.
       01 WS-CTL-MENSAGEM          PIC X(40) VALUE SPACES.
       01 WS-CTL-TOTAIS.
           05 WS-CTL-TOTAL OCCURS 4 TIMES.
               10 WS-CTL-ROTULO    PIC X(12).
               10 WS-CTL-VALOR     PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM INICIA-CONTROLE-PARA

           OPEN OUTPUT SENHA-VER
           PERFORM IMPRIME-CABECALHO-PARA

               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VERIFICA-REGISTROS-PARA
               PERFORM VERIFICA-RESPONSAVEIS-PARA
               CLOSE SENHA-MASTRE
               PERFORM AVALIA-RESULTADO-PARA
           END-IF

           CLOSE SENHA-VER

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

       VERIFICA-REGISTROS-PARA.
               END-IF
           END-PERFORM

      * Tipo de conta: espaço é aceito em registros anteriores à
      * criação do campo e equivale a pessoa
           IF (SM-TIPO-CONTA NOT = 'P') AND (SM-TIPO-CONTA NOT = 'S')
                   AND (SM-TIPO-CONTA NOT = SPACE)
               MOVE "SM-TIPO-CONTA" TO WS-CAMPO-EXCECAO
               PERFORM GRAVA-EXCECAO-PARA
           END-IF

           IF (SM-TIPO-CONTA = 'S')
               IF (SM-SUPERVISOR = 'S')
                   MOVE "SM-SUPERVISOR" TO WS-CAMPO-EXCECAO
                   PERFORM GRAVA-EXCECAO-PARA
               END-IF
               IF (SM-RESPONSAVEL = SPACES)
                   MOVE "SM-RESPONSAVEL" TO WS-CAMPO-EXCECAO
                   PERFORM GRAVA-EXCECAO-PARA
               ELSE
                   IF (SM-ATIVO = 'S')
                       PERFORM GUARDA-SERVICO-PARA
                   END-IF
               END-IF
           ELSE
               IF (SM-RESPONSAVEL NOT = SPACES)
                   MOVE "SM-RESPONSAVEL" TO WS-CAMPO-EXCECAO
                   PERFORM GRAVA-EXCECAO-PARA
               END-IF
           END-IF

           IF (SM-ATIVO = 'S') AND (SM-SUPERVISOR = 'S')
                   AND (SM-TIPO-CONTA NOT = 'S')
               ADD 1 TO WS-SUPERVISORES-ATIVOS
           END-IF.

      * Tabela cheia: a conta excedente sai como exceção, para que
      * nenhuma conta de serviço deixe de ter o responsável
      * conferido em silêncio.
       GUARDA-SERVICO-PARA.

           IF (TS-QTD < 500)
               ADD 1 TO TS-QTD
               MOVE SM-USER-ID TO TS-USER-ID(TS-QTD)
               MOVE SM-RESPONSAVEL TO TS-RESPONSAVEL(TS-QTD)
           ELSE
               MOVE "SM-RESPONSAVEL" TO WS-CAMPO-EXCECAO
               PERFORM GRAVA-EXCECAO-PARA
           END-IF.

      * O responsável de cada conta de serviço ativa deve existir
      * no mestre, estar ativo e ser conta de pessoa.
       VERIFICA-RESPONSAVEIS-PARA.

           PERFORM VARYING WS-IND-SRV FROM 1 BY 1
                   UNTIL (WS-IND-SRV > TS-QTD)
               MOVE 'N' TO WS-RESPONSAVEL-OK
               MOVE TS-RESPONSAVEL(WS-IND-SRV) TO SM-USER-ID
               READ SENHA-MASTRE
                   INVALID KEY
                       MOVE 'N' TO WS-RESPONSAVEL-OK
                   NOT INVALID KEY
                       IF (SM-ATIVO = 'S')
                               AND (SM-TIPO-CONTA NOT = 'S')
                           MOVE 'S' TO WS-RESPONSAVEL-OK
                       END-IF
               END-READ
               IF (WS-RESPONSAVEL-OK = 'N')
                   MOVE TS-USER-ID(WS-IND-SRV) TO SM-USER-ID
                   MOVE "SM-RESPONSAVEL" TO WS-CAMPO-EXCECAO
                   PERFORM GRAVA-EXCECAO-PARA
               END-IF
           END-PERFORM.

       VALIDA-DATA-PARA.

           MOVE 'N' TO WS-DATA-OK
           STRING "Verificação do arquivo mestre - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO VER-LINHA
           WRITE VER-LINHA.

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
           MOVE "Registros" TO WS-CTL-ROTULO(1)
           MOVE WS-REGISTROS TO WS-CTL-VALOR(1)
           MOVE "Exceções" TO WS-CTL-ROTULO(2)
           MOVE WS-EXCECOES TO WS-CTL-VALOR(2)
           MOVE "Supervisores" TO WS-CTL-ROTULO(3)
           MOVE WS-SUPERVISORES-ATIVOS TO WS-CTL-VALOR(3)
           MOVE SPACES TO WS-CTL-ROTULO(4)
           MOVE 0 TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
