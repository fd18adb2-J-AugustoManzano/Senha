      * O relatório SENHA-RCT é quebrado por prefixo de
      * departamento (três primeiras posições do usuario), com
      * linhas de assinatura do gestor ao fim de cada quebra.
      * Contas de serviço (tipo 'S') saem com o supervisor sempre
      * 'N' - nunca contam como supervisoras - e com uma linha do
      * responsável, lido no mestre: responsável inexistente,
      * inativo ou também de serviço sai como SEM RESPONSÁVEL
      * VÁLIDO e é totalizado ao fim.
      * Encerra com RETURN-CODE 0 (relatório emitido) ou 16
      * (arquivo mestre indisponível).
      * A execução é registrada no arquivo de controle
      * SENHA-CONTROLE (sub-rotina SENHACTL) e exige o SENHAVER
      * do dia terminado com RETURN-CODE menor que 16; sem ele
      * encerra com RETURN-CODE 20, sem processar.
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-U                     PIC 9(3) VALUE 0.
       01 WS-USO-ACHADO            PIC X    VALUE 'N'.
       01 WS-USO-DATA              PIC 9(8) VALUE 0.
       01 WS-RESPONSAVEL-OK        PIC X    VALUE 'N'.
       01 WS-SEM-RESPONSAVEL       PIC 9(5) VALUE 0.
       01 WS-MASTRE-SALVO          PIC X(82).

      * Usos de função do usuario corrente, carregados do arquivo
      * de trabalho durante o casamento por usuario; transbordo
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LU-SUPERV         PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LU-TIPO           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LU-JANELA         PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LU-DIAS           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LU-ULT-ACESSO     PIC X(8).

       01 WS-CTL-OPERACAO          PIC X.
       01 WS-CTL-PROGRAMA          PIC X(8) VALUE "SENHAREC".
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
           PERFORM CALCULA-CORTE-PARA

           PERFORM CLASSIFICA-USOS-PARA
           PERFORM PROCESSA-MASTRE-PARA

           PERFORM ENCERRA-CONTROLE-PARA

           STOP RUN.

      * Corte do trimestre: primeiro dia do mês de dois meses

           PERFORM CARREGA-USOS-PARA
           PERFORM IMPRIME-USUARIO-PARA
           IF (SM-TIPO-CONTA = 'S')
               PERFORM IMPRIME-RESPONSAVEL-PARA
           END-IF
           PERFORM IMPRIME-AUTORIZACOES-PARA.

      * O responsável é lido por chave; em seguida o registro da
      * conta de serviço é relido, restabelecendo a posição da
      * leitura sequencial do mestre.
       IMPRIME-RESPONSAVEL-PARA.

           MOVE 'N' TO WS-RESPONSAVEL-OK
           MOVE SENHA-MASTRE-REG TO WS-MASTRE-SALVO
           IF (SM-RESPONSAVEL NOT = SPACES)
               MOVE SM-RESPONSAVEL TO SM-USER-ID
               READ SENHA-MASTRE
                   INVALID KEY
                       MOVE 'N' TO WS-RESPONSAVEL-OK
                   NOT INVALID KEY
                       IF (SM-ATIVO = 'S')
                               AND (SM-TIPO-CONTA NOT = 'S')
                           MOVE 'S' TO WS-RESPONSAVEL-OK
                       END-IF
               END-READ
               MOVE WS-MASTRE-SALVO TO SENHA-MASTRE-REG
               READ SENHA-MASTRE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-MASTRE
               END-READ
               MOVE WS-MASTRE-SALVO TO SENHA-MASTRE-REG
           END-IF

           MOVE SPACES TO RCT-LINHA
           IF (WS-RESPONSAVEL-OK = 'S')
               STRING "  conta de serviço - responsável "
                   SM-RESPONSAVEL DELIMITED BY SIZE INTO RCT-LINHA
           ELSE
               ADD 1 TO WS-SEM-RESPONSAVEL
               STRING "  conta de serviço - SEM RESPONSÁVEL VÁLIDO ("
                   SM-RESPONSAVEL ")" DELIMITED BY SIZE
                   INTO RCT-LINHA
           END-IF
           WRITE RCT-LINHA.

      * Carrega os usos do trimestre do usuario corrente e o seu
      * último acesso liberado (maior data entre os usos).
       CARREGA-USOS-PARA.
       IMPRIME-USUARIO-PARA.

           MOVE SM-USER-ID TO WS-LU-USER-ID
           IF (SM-TIPO-CONTA = 'S')
               MOVE 'N' TO WS-LU-SUPERV
               MOVE 'S' TO WS-LU-TIPO
           ELSE
               MOVE SM-SUPERVISOR TO WS-LU-SUPERV
               MOVE 'P' TO WS-LU-TIPO
           END-IF
           MOVE SPACES TO WS-LU-JANELA
           STRING SM-HORA-INICIO "-" SM-HORA-FIM DELIMITED BY SIZE
               INTO WS-LU-JANELA
               DELIMITED BY SIZE INTO RCT-LINHA
           WRITE RCT-LINHA
           MOVE SPACES TO RCT-LINHA
           STRING "Usuario   S  T  Janela     Seg-dom  Ult.acesso"
               DELIMITED BY SIZE INTO RCT-LINHA
           WRITE RCT-LINHA.

           MOVE SPACES TO RCT-LINHA
           STRING "Funções candidatas a remoção: " WS-CANDIDATAS
               DELIMITED BY SIZE INTO RCT-LINHA
           WRITE RCT-LINHA
           MOVE SPACES TO RCT-LINHA
           STRING "Contas de serviço sem responsável válido: "
               WS-SEM-RESPONSAVEL DELIMITED BY SIZE INTO RCT-LINHA
           WRITE RCT-LINHA.

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
           MOVE "Usuarios" TO WS-CTL-ROTULO(1)
           MOVE WS-USUARIOS TO WS-CTL-VALOR(1)
           MOVE "Candidatas" TO WS-CTL-ROTULO(2)
           MOVE WS-CANDIDATAS TO WS-CTL-VALOR(2)
           MOVE "Sem respons." TO WS-CTL-ROTULO(3)
           MOVE WS-SEM-RESPONSAVEL TO WS-CTL-VALOR(3)
           MOVE SPACES TO WS-CTL-ROTULO(4)
           MOVE 0 TO WS-CTL-VALOR(4)
           MOVE 'F' TO WS-CTL-OPERACAO
           CALL "SENHACTL" USING WS-CTL-OPERACAO WS-CTL-PROGRAMA
               WS-CTL-REFERENCIA WS-CTL-RETORNO WS-CTL-TOTAIS
               WS-CTL-MENSAGEM
           MOVE WS-CTL-RETORNO TO RETURN-CODE.
