       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACV3 AS "Terceira conversão do arquivo mestre".
      * Utilitário de execução única para a expansão do registro
      * mestre com o tipo de conta e o responsável (contas de
      * serviço): lê o SENHA.DAT no leiaute de 65 posições (sem
      * SM-TIPO-CONTA e SM-RESPONSAVEL) e grava SENHANEW.DAT no
      * leiaute corrente de senmst.cpy, com todas as contas
      * existentes como pessoa ('P', sem responsável e sem
      * matrícula). Contas de lote passam a serviço depois, pela
      * opção 13 da manutenção, com o responsável de cada uma.
      * Depois da conferência dos totais a operação substitui
      * SENHA.DAT por SENHANEW.DAT, como nas conversões anteriores
      * (SENHACNV, SENHACV2). Na mesma virada o jornal SENHA.JRN
      * deve ser convertido pelo SENHACJ3, que realinha as imagens
      * de 65 posições para o tamanho corrente.
      * Sem a conversão, a abertura do arquivo antigo pelos
      * programas correntes devolve situação "39" (conflito de
      * atributos) e nenhum usuário é encontrado.
      * Não gera jornal: o arquivo novo nasce da cópia conferida e
      * o antigo permanece intacto até a substituição.
      * Encerra com RETURN-CODE 0 (convertido, totais conferem) ou
      * 16 (arquivo antigo indisponível ou totais divergentes).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHA-ANTIGO ASSIGN TO "SENHA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MA-USER-ID
               FILE STATUS WS-ANTIGO-STATUS.
           SELECT SENHA-NOVO ASSIGN TO "SENHANEW.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SM-USER-ID
               FILE STATUS WS-NOVO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SENHA-ANTIGO.
      * Leiaute do registro mestre anterior ao tipo de conta
      * (65 posições)
       01  MASTRE-ANTIGO-REG.
           05  MA-USER-ID          PIC X(08).
           05  MA-SENHA            PIC X(08).
           05  MA-TENTATIVAS       PIC 9(01).
           05  MA-DATA-ALTERACAO   PIC 9(08).
           05  MA-DATA-BLOQUEIO    PIC 9(08).
           05  MA-HORA-BLOQUEIO    PIC 9(06).
           05  MA-ATIVO            PIC X(01).
           05  MA-SUPERVISOR       PIC X(01).
           05  MA-TROCA-OBRIGATORIA PIC X(01).
           05  MA-HORA-INICIO      PIC 9(04).
           05  MA-HORA-FIM         PIC 9(04).
           05  MA-DIAS-SEMANA      PIC X(07).
           05  MA-DATA-EXPIRACAO   PIC 9(08).
       FD  SENHA-NOVO.
           COPY "senmst.cpy".

       WORKING-STORAGE SECTION.

       01 WS-ANTIGO-STATUS         PIC X(2) VALUE "00".
       01 WS-NOVO-STATUS           PIC X(2) VALUE "00".
       01 WS-FIM-ANTIGO            PIC X    VALUE 'N'.
       01 WS-LIDOS                 PIC 9(5) VALUE 0.
       01 WS-GRAVADOS              PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           OPEN INPUT SENHA-ANTIGO
           IF (WS-ANTIGO-STATUS NOT = "00")
               DISPLAY "Arquivo mestre antigo indisponível - "
                   "situação " WS-ANTIGO-STATUS
               DISPLAY "Situação 39 indica arquivo já no leiaute "
                   "corrente"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SENHA-NOVO
               PERFORM CONVERTE-REGISTROS-PARA
               CLOSE SENHA-ANTIGO SENHA-NOVO
               PERFORM CONFERE-TOTAIS-PARA
           END-IF

           STOP RUN.

       CONVERTE-REGISTROS-PARA.

           PERFORM LE-ANTIGO-PARA
           PERFORM UNTIL (WS-FIM-ANTIGO = 'S')
               ADD 1 TO WS-LIDOS
               PERFORM GRAVA-NOVO-PARA
               PERFORM LE-ANTIGO-PARA
           END-PERFORM.

       LE-ANTIGO-PARA.

           READ SENHA-ANTIGO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ANTIGO
           END-READ.

       GRAVA-NOVO-PARA.

           MOVE MA-USER-ID TO SM-USER-ID
           MOVE MA-SENHA TO SM-SENHA
           MOVE MA-TENTATIVAS TO SM-TENTATIVAS
           MOVE MA-DATA-ALTERACAO TO SM-DATA-ALTERACAO
           MOVE MA-DATA-BLOQUEIO TO SM-DATA-BLOQUEIO
           MOVE MA-HORA-BLOQUEIO TO SM-HORA-BLOQUEIO
           MOVE MA-ATIVO TO SM-ATIVO
           MOVE MA-SUPERVISOR TO SM-SUPERVISOR
           MOVE MA-TROCA-OBRIGATORIA TO SM-TROCA-OBRIGATORIA
           MOVE MA-HORA-INICIO TO SM-HORA-INICIO
           MOVE MA-HORA-FIM TO SM-HORA-FIM
           MOVE MA-DIAS-SEMANA TO SM-DIAS-SEMANA
           MOVE MA-DATA-EXPIRACAO TO SM-DATA-EXPIRACAO
      * Contas existentes seguem como pessoa; contas de serviço
      * são marcadas depois pela manutenção
           MOVE 'P' TO SM-TIPO-CONTA
           MOVE SPACES TO SM-RESPONSAVEL
           MOVE SPACES TO SM-MATRICULA
           WRITE SENHA-MASTRE-REG
           IF (WS-NOVO-STATUS = "00")
               ADD 1 TO WS-GRAVADOS
           ELSE
               DISPLAY "Erro ao gravar " MA-USER-ID " - situação "
                   WS-NOVO-STATUS
           END-IF.

       CONFERE-TOTAIS-PARA.

           DISPLAY "Registros lidos:    " WS-LIDOS
           DISPLAY "Registros gravados: " WS-GRAVADOS
           IF (WS-LIDOS = WS-GRAVADOS)
               DISPLAY "Conversão concluída - substitua SENHA.DAT "
                   "por SENHANEW.DAT"
           ELSE
               DISPLAY "TOTAIS DIVERGENTES - não substitua o "
                   "arquivo"
               MOVE 16 TO RETURN-CODE
           END-IF.
