      * "janela 0800-1800 -> 0000-2359").
      * Valores de senha nunca são impressos: a troca aparece
      * apenas como "senha alterada".
      * Autorizações de função ('F') e atribuições de papel ('M')
      * trazem nas imagens o registro de SENHA-PERFIL ou
      * SENHA-MEMBRO; para elas é impressa a função ou o papel
      * com a situação anterior e a posterior.
      * Jornais gravados com imagens mais curtas (leiautes
      * anteriores) devem ter sido realinhados pela conversão
      * única do SENHACVJ na virada de leiaute; nas imagens
       01 WS-DIFERENCAS            PIC 9(3) VALUE 0.
       01 WS-JANELA-ANTES          PIC X(9).
       01 WS-JANELA-DEPOIS         PIC X(9).
       01 WS-CONCESSAO-ANTES       PIC X(10).
       01 WS-CONCESSAO-DEPOIS      PIC X(10).

      * Imagens anterior e posterior decodificadas pelo leiaute
      * corrente do registro mestre
           MOVE SJ-IMAGEM-DEPOIS TO IMAGEM-DEPOIS-DEC

           EVALUATE TRUE
               WHEN (SJ-ACAO = 'F') OR (SJ-ACAO = 'M')
                   PERFORM IMPRIME-CONCESSAO-PARA
               WHEN (SJ-IMAGEM-ANTES = SPACES)
                   MOVE "  conta criada" TO JIN-LINHA
                   PERFORM IMPRIME-LINHA-PARA
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

      * Imagens de SENHA-PERFIL ou SENHA-MEMBRO: usuario (1:8),
      * função ou papel (9:8) e situação 'S'/'N' (17:1); imagem em
      * espaços significa entrada inexistente.
       IMPRIME-CONCESSAO-PARA.

           IF (SJ-IMAGEM-ANTES = SPACES)
               MOVE "inexistente" TO WS-CONCESSAO-ANTES
           ELSE
               MOVE SJ-IMAGEM-ANTES(17:1) TO WS-CONCESSAO-ANTES
           END-IF
           IF (SJ-IMAGEM-DEPOIS = SPACES)
               MOVE "inexistente" TO WS-CONCESSAO-DEPOIS
           ELSE
               MOVE SJ-IMAGEM-DEPOIS(17:1) TO WS-CONCESSAO-DEPOIS
           END-IF
           MOVE SPACES TO JIN-LINHA
           IF (SJ-IMAGEM-DEPOIS NOT = SPACES)
               STRING "  " SJ-IMAGEM-DEPOIS(9:8) " "
                   WS-CONCESSAO-ANTES " -> " WS-CONCESSAO-DEPOIS
                   DELIMITED BY SIZE INTO JIN-LINHA
           ELSE
               STRING "  " SJ-IMAGEM-ANTES(9:8) " "
                   WS-CONCESSAO-ANTES " -> " WS-CONCESSAO-DEPOIS
                   DELIMITED BY SIZE INTO JIN-LINHA
           END-IF
           PERFORM IMPRIME-LINHA-PARA.

      * Imprime somente os campos cujos valores mudaram; o valor
      * da senha é sempre suprimido.
       IMPRIME-DIFERENCAS-PARA.
               PERFORM IMPRIME-LINHA-PARA
           END-IF

           IF (JA-TIPO-CONTA NOT = JD-TIPO-CONTA)
               ADD 1 TO WS-DIFERENCAS
               MOVE SPACES TO JIN-LINHA
               STRING "  tipo de conta " JA-TIPO-CONTA " -> "
                   JD-TIPO-CONTA DELIMITED BY SIZE INTO JIN-LINHA
               PERFORM IMPRIME-LINHA-PARA
           END-IF

           IF (JA-RESPONSAVEL NOT = JD-RESPONSAVEL)
               ADD 1 TO WS-DIFERENCAS
               MOVE SPACES TO JIN-LINHA
               STRING "  responsável " JA-RESPONSAVEL " -> "
                   JD-RESPONSAVEL DELIMITED BY SIZE INTO JIN-LINHA
               PERFORM IMPRIME-LINHA-PARA
           END-IF

           IF (JA-MATRICULA NOT = JD-MATRICULA)
               ADD 1 TO WS-DIFERENCAS
               MOVE SPACES TO JIN-LINHA
               STRING "  matrícula " JA-MATRICULA " -> "
                   JD-MATRICULA DELIMITED BY SIZE INTO JIN-LINHA
               PERFORM IMPRIME-LINHA-PARA
           END-IF

           IF (WS-DIFERENCAS = 0)
               MOVE "  (nenhum campo alterado)" TO JIN-LINHA
               PERFORM IMPRIME-LINHA-PARA
