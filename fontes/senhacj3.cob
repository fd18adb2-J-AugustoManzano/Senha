       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACJ3 AS "Segunda conversão do jornal".
      * Utilitário de execução única que acompanha a expansão do
      * registro mestre feita pelo SENHACV3 (tipo de conta e
      * responsável): as imagens anterior e posterior do jornal
      * SENHA-JRN passaram de 65 para 74 posições e, como na
      * conversão anterior do SENHACVJ, um jornal gravado no
      * leiaute antigo lido pelo leiaute corrente ficaria
      * desalinhado - um estorno do SENHARST regravaria imagens
      * corrompidas no mestre.
      * Este programa lê o SENHA.JRN no leiaute antigo (imagens de
      * 65 posições) e grava SENHANEW.JRN no leiaute corrente de
      * senjrn.cpy, com cada imagem realinhada e completada com
      * espaços (o tipo de conta em espaço equivale a pessoa).
      * Imagens de SENHA-PERFIL e SENHA-MEMBRO (ações 'F' e 'M')
      * são apenas completadas, como as demais. Depois da
      * conferência dos totais a operação substitui SENHA.JRN por
      * SENHANEW.JRN, junto com a substituição do mestre
      * convertido pelo SENHACV3.
      * Encerra com RETURN-CODE 0 (convertido, totais conferem) ou
      * 16 (jornal antigo indisponível ou totais divergentes).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-ANTIGO ASSIGN TO "SENHA.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ANTIGO-STATUS.
           SELECT JORNAL-NOVO ASSIGN TO "SENHANEW.JRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-NOVO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-ANTIGO.
      * Leiaute do registro de jornal anterior ao tipo de conta
      * (imagens de 65 posições)
       01  JORNAL-ANTIGO-REG.
           05  JO-DATA             PIC 9(08).
           05  JO-HORA             PIC 9(06).
           05  JO-SUPERVISOR       PIC X(08).
           05  JO-SESSAO           PIC 9(14).
           05  JO-ACAO             PIC X(01).
           05  JO-IMAGEM-ANTES     PIC X(65).
           05  JO-IMAGEM-DEPOIS    PIC X(65).
       FD  JORNAL-NOVO.
           COPY "senjrn.cpy".

       WORKING-STORAGE SECTION.

       01 WS-ANTIGO-STATUS         PIC X(2) VALUE "00".
       01 WS-NOVO-STATUS           PIC X(2) VALUE "00".
       01 WS-FIM-ANTIGO            PIC X    VALUE 'N'.
       01 WS-LIDOS                 PIC 9(7) VALUE 0.
       01 WS-GRAVADOS              PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           OPEN INPUT JORNAL-ANTIGO
           IF (WS-ANTIGO-STATUS NOT = "00")
               DISPLAY "Jornal antigo indisponível - situação "
                   WS-ANTIGO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT JORNAL-NOVO
               PERFORM CONVERTE-REGISTROS-PARA
               CLOSE JORNAL-ANTIGO JORNAL-NOVO
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

           READ JORNAL-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-ANTIGO
           END-READ.

      * As movimentações alfanuméricas completam as imagens de 65
      * posições com espaços à direita, realinhando-as para o
      * tamanho do leiaute corrente.
       GRAVA-NOVO-PARA.

           MOVE JO-DATA TO SJ-DATA
           MOVE JO-HORA TO SJ-HORA
           MOVE JO-SUPERVISOR TO SJ-SUPERVISOR
           MOVE JO-SESSAO TO SJ-SESSAO
           MOVE JO-ACAO TO SJ-ACAO
           MOVE JO-IMAGEM-ANTES TO SJ-IMAGEM-ANTES
           MOVE JO-IMAGEM-DEPOIS TO SJ-IMAGEM-DEPOIS
           MOVE SPACES TO SJ-ELO
           WRITE SENHA-JRN-REG
           IF (WS-NOVO-STATUS = "00")
               ADD 1 TO WS-GRAVADOS
           ELSE
               DISPLAY "Erro ao gravar registro " WS-LIDOS
                   " - situação " WS-NOVO-STATUS
           END-IF.

       CONFERE-TOTAIS-PARA.

           DISPLAY "Registros lidos:    " WS-LIDOS
           DISPLAY "Registros gravados: " WS-GRAVADOS
           IF (WS-LIDOS = WS-GRAVADOS)
               DISPLAY "Conversão concluída - substitua SENHA.JRN "
                   "por SENHANEW.JRN"
           ELSE
               DISPLAY "TOTAIS DIVERGENTES - não substitua o "
                   "arquivo"
               MOVE 16 TO RETURN-CODE
           END-IF.
