       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHARHC AS "Conciliação com o cadastro de RH".
      * Programa de lote semanal que concilia o arquivo mestre com
      * a fotografia completa do cadastro de empregados do RH
      * (RH.CAD, leiaute senrhc.cpy), cobrindo o que a
      * movimentação diária do SENHAMOV não cobre: um arquivo
      * RH.MOV perdido ou rejeitado deixa uma conta ativa para
      * quem já saiu. As contas de pessoa são ligadas ao empregado
      * pela matrícula (SM-MATRICULA); contas de serviço ficam de
      * fora (o responsável delas é conferido pelo SENHAVER e pelo
      * SENHASRV).
      * Fase 1: o cadastro e as contas do mestre são classificados
      * juntos por matrícula e cada matrícula é avaliada, gravando
      * as ocorrências no arquivo de trabalho SENHA-ACHADOS:
      *    1 - conta ativa sem empregado (sem matrícula, ou
      *        matrícula ausente do cadastro)
      *    2 - conta ativa de empregado desligado
      *    3 - empregado ativo sem conta ativa
      *    4 - departamento do cadastro diferente do prefixo de
      *        três posições do usuario (o mesmo das quebras do
      *        SENHAREC)
      * Fase 2: as ocorrências são classificadas por categoria e
      * impressas no relatório SENHA-RHC, uma seção por categoria.
      * Registros do cadastro sem matrícula ou com situação fora
      * do domínio são contados como inválidos e ignorados.
      * Encerra com RETURN-CODE 0 (nenhuma ocorrência), 8
      * (ocorrências a tratar) ou 16 (cadastro de RH ou arquivo
      * mestre indisponível - nada conciliado).
      * Linguagem COBOL (Formulário fixo - OpenCobolIDE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC COMPATIVEL.
           OBJECT-COMPUTER. IBM-PC COMPATIVEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RH-CADASTRO ASSIGN TO "RH.CAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CAD-STATUS.
           SELECT SENHA-MASTRE ASSIGN TO "SENHA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SM-USER-ID
               FILE STATUS WS-MASTRE-STATUS.
           SELECT SENHA-ACHADOS ASSIGN TO "SENHA.RHW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACHADOS-STATUS.
           SELECT SENHA-RHC ASSIGN TO "SENHA.RHC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RHC-STATUS.
           SELECT ARQ-SORT ASSIGN TO "SENHA.SRT".
           SELECT ARQ-SORT-ACHADOS ASSIGN TO "SENHA.SR2".
       DATA DIVISION.
       FILE SECTION.
       FD  RH-CADASTRO.
           COPY "senrhc.cpy".
       FD  SENHA-MASTRE.
           COPY "senmst.cpy".
       FD  SENHA-ACHADOS.
       01  ACHADO-REG.
           05  AC-CATEGORIA        PIC 9(01).
           05  AC-MATRICULA        PIC X(08).
           05  AC-USER-ID          PIC X(08).
           05  AC-OBSERVACAO       PIC X(40).
       FD  SENHA-RHC.
       01  RHC-LINHA               PIC X(80).
       SD  ARQ-SORT.
       01  SORT-REG.
           05  SR-MATRICULA        PIC X(08).
           05  SR-ORIGEM           PIC X(01).
           05  SR-USER-ID          PIC X(08).
           05  SR-SITUACAO         PIC X(01).
           05  SR-DEPARTAMENTO     PIC X(03).
       SD  ARQ-SORT-ACHADOS.
       01  SORT-ACHADO-REG.
           05  SA-CATEGORIA        PIC 9(01).
           05  SA-MATRICULA        PIC X(08).
           05  SA-USER-ID          PIC X(08).
           05  SA-OBSERVACAO       PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-CAD-STATUS            PIC X(2) VALUE "00".
       01 WS-MASTRE-STATUS         PIC X(2) VALUE "00".
       01 WS-ACHADOS-STATUS        PIC X(2) VALUE "00".
       01 WS-RHC-STATUS            PIC X(2) VALUE "00".
       01 WS-FIM-CADASTRO          PIC X    VALUE 'N'.
       01 WS-FIM-MASTRE            PIC X    VALUE 'N'.
       01 WS-FIM-SORT              PIC X    VALUE 'N'.
       01 WS-FIM-ACHADOS           PIC X    VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-EMPREGADOS-ATIVOS     PIC 9(5) VALUE 0.
       01 WS-EMPREGADOS-DESLIGADOS PIC 9(5) VALUE 0.
       01 WS-CADASTRO-INVALIDOS    PIC 9(5) VALUE 0.
       01 WS-CONTAS-PESSOA         PIC 9(5) VALUE 0.
       01 WS-OCORRENCIAS           PIC 9(5) VALUE 0.
       01 WS-CAT-ATUAL             PIC 9    VALUE 0.
       01 WS-CAT-TITULO            PIC X(50).

      * Matrícula em avaliação na fase 1; o registro do cadastro
      * chega antes das contas da mesma matrícula (origem 'C'
      * antes de 'M')
       01 WS-GRUPO.
           05 WS-GR-MATRICULA      PIC X(8).
           05 WS-GR-TEM-RH         PIC X.
           05 WS-GR-SITUACAO       PIC X.
           05 WS-GR-DEPARTAMENTO   PIC X(3).
           05 WS-GR-CONTAS-ATIVAS  PIC 9(3).
           05 WS-GR-CONTA-INATIVA  PIC X(8).
       01 WS-TEM-GRUPO             PIC X    VALUE 'N'.

       01 TABELA-CATEGORIAS.
           05 TQ-QTD               PIC 9(5) OCCURS 4 TIMES.

       01 WS-LINHA-ACHADO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LA-MATRICULA      PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LA-USER-ID        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LA-OBSERVACAO     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE ZEROS TO TABELA-CATEGORIAS

           OPEN OUTPUT SENHA-RHC
           PERFORM IMPRIME-CABECALHO-PARA

           OPEN INPUT RH-CADASTRO
           IF (WS-CAD-STATUS NOT = "00")
               MOVE SPACES TO RHC-LINHA
               STRING "Cadastro RH.CAD indisponível - situação "
                   WS-CAD-STATUS " - nada conciliado"
                   DELIMITED BY SIZE INTO RHC-LINHA
               WRITE RHC-LINHA
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT SENHA-MASTRE
               IF (WS-MASTRE-STATUS NOT = "00")
                   MOVE SPACES TO RHC-LINHA
                   STRING "Arquivo mestre indisponível - situação "
                       WS-MASTRE-STATUS DELIMITED BY SIZE
                       INTO RHC-LINHA
                   WRITE RHC-LINHA
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM CONCILIA-PARA
                   CLOSE SENHA-MASTRE
                   PERFORM IMPRIME-OCORRENCIAS-PARA
                   PERFORM IMPRIME-TOTAIS-PARA
                   IF (WS-OCORRENCIAS > 0)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE RH-CADASTRO
           END-IF

           CLOSE SENHA-RHC

           STOP RUN.

      * Fase 1: cadastro e mestre classificados juntos por
      * matrícula; as ocorrências vão ao arquivo de trabalho.
       CONCILIA-PARA.

           SORT ARQ-SORT
               ON ASCENDING KEY SR-MATRICULA
               ON ASCENDING KEY SR-ORIGEM
               ON ASCENDING KEY SR-USER-ID
               INPUT PROCEDURE SELECIONA-REGISTROS-PARA
               OUTPUT PROCEDURE AVALIA-MATRICULAS-PARA.

       SELECIONA-REGISTROS-PARA.

           PERFORM LE-CADASTRO-PARA
           PERFORM UNTIL (WS-FIM-CADASTRO = 'S')
               IF (CD-MATRICULA = SPACES)
                       OR ((CD-SITUACAO NOT = 'A')
                       AND (CD-SITUACAO NOT = 'D'))
                   ADD 1 TO WS-CADASTRO-INVALIDOS
               ELSE
                   IF (CD-SITUACAO = 'A')
                       ADD 1 TO WS-EMPREGADOS-ATIVOS
                   ELSE
                       ADD 1 TO WS-EMPREGADOS-DESLIGADOS
                   END-IF
                   MOVE CD-MATRICULA TO SR-MATRICULA
                   MOVE 'C' TO SR-ORIGEM
                   MOVE SPACES TO SR-USER-ID
                   MOVE CD-SITUACAO TO SR-SITUACAO
                   MOVE CD-DEPARTAMENTO TO SR-DEPARTAMENTO
                   RELEASE SORT-REG
               END-IF
               PERFORM LE-CADASTRO-PARA
           END-PERFORM

           PERFORM LE-MASTRE-PARA
           PERFORM UNTIL (WS-FIM-MASTRE = 'S')
               IF (SM-TIPO-CONTA NOT = 'S')
                   ADD 1 TO WS-CONTAS-PESSOA
                   MOVE SM-MATRICULA TO SR-MATRICULA
                   MOVE 'M' TO SR-ORIGEM
                   MOVE SM-USER-ID TO SR-USER-ID
                   MOVE SM-ATIVO TO SR-SITUACAO
                   MOVE SM-USER-ID(1:3) TO SR-DEPARTAMENTO
                   RELEASE SORT-REG
               END-IF
               PERFORM LE-MASTRE-PARA
           END-PERFORM.

       LE-CADASTRO-PARA.

           READ RH-CADASTRO
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO
           END-READ.

       LE-MASTRE-PARA.

           READ SENHA-MASTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MASTRE
           END-READ.

       AVALIA-MATRICULAS-PARA.

           OPEN OUTPUT SENHA-ACHADOS
           PERFORM RETORNA-SORT-PARA
           PERFORM UNTIL (WS-FIM-SORT = 'S')
               IF (WS-TEM-GRUPO = 'N')
                       OR (SR-MATRICULA NOT = WS-GR-MATRICULA)
                   IF (WS-TEM-GRUPO = 'S')
                       PERFORM FECHA-GRUPO-PARA
                   END-IF
                   PERFORM ABRE-GRUPO-PARA
               END-IF
               IF (SR-ORIGEM = 'C')
                   PERFORM TRATA-EMPREGADO-PARA
               ELSE
                   PERFORM TRATA-CONTA-PARA
               END-IF
               PERFORM RETORNA-SORT-PARA
           END-PERFORM
           IF (WS-TEM-GRUPO = 'S')
               PERFORM FECHA-GRUPO-PARA
           END-IF
           CLOSE SENHA-ACHADOS.

       RETORNA-SORT-PARA.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       ABRE-GRUPO-PARA.

           MOVE 'S' TO WS-TEM-GRUPO
           MOVE SR-MATRICULA TO WS-GR-MATRICULA
           MOVE 'N' TO WS-GR-TEM-RH
           MOVE SPACES TO WS-GR-SITUACAO
           MOVE SPACES TO WS-GR-DEPARTAMENTO
           MOVE 0 TO WS-GR-CONTAS-ATIVAS
           MOVE SPACES TO WS-GR-CONTA-INATIVA.

      * Matrícula repetida no cadastro: vale o primeiro registro
       TRATA-EMPREGADO-PARA.

           IF (WS-GR-TEM-RH = 'N')
               MOVE 'S' TO WS-GR-TEM-RH
               MOVE SR-SITUACAO TO WS-GR-SITUACAO
               MOVE SR-DEPARTAMENTO TO WS-GR-DEPARTAMENTO
           END-IF.

      * Contas inativas não geram ocorrência; apenas ficam
      * lembradas para a observação do empregado sem conta ativa.
       TRATA-CONTA-PARA.

           IF (SR-SITUACAO NOT = 'S')
               IF (WS-GR-CONTA-INATIVA = SPACES)
                   MOVE SR-USER-ID TO WS-GR-CONTA-INATIVA
               END-IF
           ELSE
               ADD 1 TO WS-GR-CONTAS-ATIVAS
               MOVE SR-MATRICULA TO AC-MATRICULA
               MOVE SR-USER-ID TO AC-USER-ID
               MOVE SPACES TO AC-OBSERVACAO
               EVALUATE TRUE
                   WHEN (SR-MATRICULA = SPACES)
                       MOVE 1 TO AC-CATEGORIA
                       MOVE "conta sem matrícula" TO AC-OBSERVACAO
                       PERFORM GRAVA-ACHADO-PARA
                   WHEN (WS-GR-TEM-RH = 'N')
                       MOVE 1 TO AC-CATEGORIA
                       MOVE "matrícula ausente do cadastro"
                           TO AC-OBSERVACAO
                       PERFORM GRAVA-ACHADO-PARA
                   WHEN (WS-GR-SITUACAO = 'D')
                       MOVE 2 TO AC-CATEGORIA
                       MOVE "empregado desligado no cadastro"
                           TO AC-OBSERVACAO
                       PERFORM GRAVA-ACHADO-PARA
                   WHEN (SR-DEPARTAMENTO NOT = WS-GR-DEPARTAMENTO)
                       MOVE 4 TO AC-CATEGORIA
                       STRING "cadastro " WS-GR-DEPARTAMENTO
                           " / usuario " SR-DEPARTAMENTO
                           DELIMITED BY SIZE INTO AC-OBSERVACAO
                       PERFORM GRAVA-ACHADO-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Empregado ativo sem nenhuma conta ativa na matrícula
       FECHA-GRUPO-PARA.

           IF (WS-GR-TEM-RH = 'S') AND (WS-GR-SITUACAO = 'A')
                   AND (WS-GR-CONTAS-ATIVAS = 0)
               MOVE 3 TO AC-CATEGORIA
               MOVE WS-GR-MATRICULA TO AC-MATRICULA
               MOVE SPACES TO AC-USER-ID
               MOVE SPACES TO AC-OBSERVACAO
               IF (WS-GR-CONTA-INATIVA = SPACES)
                   STRING "departamento " WS-GR-DEPARTAMENTO
                       " - nenhuma conta" DELIMITED BY SIZE
                       INTO AC-OBSERVACAO
               ELSE
                   MOVE WS-GR-CONTA-INATIVA TO AC-USER-ID
                   STRING "departamento " WS-GR-DEPARTAMENTO
                       " - conta inativa" DELIMITED BY SIZE
                       INTO AC-OBSERVACAO
               END-IF
               PERFORM GRAVA-ACHADO-PARA
           END-IF.

       GRAVA-ACHADO-PARA.

           ADD 1 TO WS-OCORRENCIAS
           ADD 1 TO TQ-QTD(AC-CATEGORIA)
           WRITE ACHADO-REG.

      * Fase 2: ocorrências classificadas por categoria, uma seção
      * do relatório por categoria (seções vazias são impressas
      * com "nenhuma ocorrência").
       IMPRIME-OCORRENCIAS-PARA.

           SORT ARQ-SORT-ACHADOS
               ON ASCENDING KEY SA-CATEGORIA
               ON ASCENDING KEY SA-MATRICULA
               ON ASCENDING KEY SA-USER-ID
               INPUT PROCEDURE LE-ACHADOS-PARA
               OUTPUT PROCEDURE IMPRIME-SECOES-PARA.

       LE-ACHADOS-PARA.

           OPEN INPUT SENHA-ACHADOS
           IF (WS-ACHADOS-STATUS = "00")
               PERFORM LE-ACHADO-PARA
               PERFORM UNTIL (WS-FIM-ACHADOS = 'S')
                   MOVE ACHADO-REG TO SORT-ACHADO-REG
                   RELEASE SORT-ACHADO-REG
                   PERFORM LE-ACHADO-PARA
               END-PERFORM
               CLOSE SENHA-ACHADOS
           END-IF.

       LE-ACHADO-PARA.

           READ SENHA-ACHADOS
               AT END
                   MOVE 'S' TO WS-FIM-ACHADOS
           END-READ.

       IMPRIME-SECOES-PARA.

           MOVE 'N' TO WS-FIM-SORT
           PERFORM RETORNA-ACHADO-PARA
           PERFORM UNTIL (WS-FIM-SORT = 'S')
               PERFORM UNTIL (WS-CAT-ATUAL = SA-CATEGORIA)
                   PERFORM AVANCA-CATEGORIA-PARA
               END-PERFORM
               MOVE SA-MATRICULA TO WS-LA-MATRICULA
               MOVE SA-USER-ID TO WS-LA-USER-ID
               MOVE SA-OBSERVACAO TO WS-LA-OBSERVACAO
               MOVE SPACES TO RHC-LINHA
               STRING WS-LINHA-ACHADO DELIMITED BY SIZE
                   INTO RHC-LINHA
               WRITE RHC-LINHA
               PERFORM RETORNA-ACHADO-PARA
           END-PERFORM
           PERFORM UNTIL (WS-CAT-ATUAL = 4)
               PERFORM AVANCA-CATEGORIA-PARA
           END-PERFORM
           PERFORM FECHA-CATEGORIA-PARA.

       RETORNA-ACHADO-PARA.

           RETURN ARQ-SORT-ACHADOS
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       AVANCA-CATEGORIA-PARA.

           IF (WS-CAT-ATUAL > 0)
               PERFORM FECHA-CATEGORIA-PARA
           END-IF
           ADD 1 TO WS-CAT-ATUAL
           EVALUATE WS-CAT-ATUAL
               WHEN 1
                   MOVE "1 - Contas ativas sem empregado"
                       TO WS-CAT-TITULO
               WHEN 2
                   MOVE "2 - Contas ativas de empregados desligados"
                       TO WS-CAT-TITULO
               WHEN 3
                   MOVE "3 - Empregados ativos sem conta ativa"
                       TO WS-CAT-TITULO
               WHEN OTHER
                   MOVE "4 - Departamento diferente do prefixo"
                       TO WS-CAT-TITULO
           END-EVALUATE
           MOVE SPACES TO RHC-LINHA
           WRITE RHC-LINHA
           MOVE ALL "-" TO RHC-LINHA
           WRITE RHC-LINHA
           MOVE WS-CAT-TITULO TO RHC-LINHA
           WRITE RHC-LINHA
           MOVE "  Matric.   Usuario   Observação" TO RHC-LINHA
           WRITE RHC-LINHA.

       FECHA-CATEGORIA-PARA.

           IF (TQ-QTD(WS-CAT-ATUAL) = 0)
               MOVE "  (nenhuma ocorrência)" TO RHC-LINHA
               WRITE RHC-LINHA
           END-IF.

       IMPRIME-CABECALHO-PARA.

           MOVE SPACES TO RHC-LINHA
           STRING "Conciliação do mestre com o cadastro de RH - "
               WS-DATA-HOJE DELIMITED BY SIZE INTO RHC-LINHA
           WRITE RHC-LINHA.

       IMPRIME-TOTAIS-PARA.

           MOVE SPACES TO RHC-LINHA
           WRITE RHC-LINHA
           MOVE SPACES TO RHC-LINHA
           STRING "Empregados ativos no cadastro:     "
               WS-EMPREGADOS-ATIVOS DELIMITED BY SIZE INTO RHC-LINHA
           WRITE RHC-LINHA
           MOVE SPACES TO RHC-LINHA
           STRING "Empregados desligados no cadastro: "
               WS-EMPREGADOS-DESLIGADOS DELIMITED BY SIZE
               INTO RHC-LINHA
           WRITE RHC-LINHA
           MOVE SPACES TO RHC-LINHA
           STRING "Registros inválidos no cadastro:   "
               WS-CADASTRO-INVALIDOS DELIMITED BY SIZE INTO RHC-LINHA
           WRITE RHC-LINHA
           MOVE SPACES TO RHC-LINHA
           STRING "Contas de pessoa no mestre:        "
               WS-CONTAS-PESSOA DELIMITED BY SIZE INTO RHC-LINHA
           WRITE RHC-LINHA
           MOVE SPACES TO RHC-LINHA
           STRING "Ocorrências: sem empregado " TQ-QTD(1)
               "  desligados " TQ-QTD(2)
               DELIMITED BY SIZE INTO RHC-LINHA
           WRITE RHC-LINHA
           MOVE SPACES TO RHC-LINHA
           STRING "             sem conta     " TQ-QTD(3)
               "  departamento " TQ-QTD(4)
               DELIMITED BY SIZE INTO RHC-LINHA
           WRITE RHC-LINHA.
