      * SM-TROCA-OBRIGATORIA e de janela de acesso) e grava
      * SENHANEW.DAT no leiaute corrente de senmst.cpy, com troca
      * obrigatória 'N', janela liberada (0000-2359, todos os
      * dias), conta permanente (expiração zero) e conta de
      * pessoa (tipo 'P', sem responsável nem matrícula) para
      * as contas existentes. Depois da conferência dos
      * totais a operação substitui SENHA.DAT por SENHANEW.DAT.
      * Sem a conversão, a abertura do arquivo antigo pelos
      * programas correntes devolve situação "39" (conflito de
           MOVE 2359 TO SM-HORA-FIM
           MOVE "SSSSSSS" TO SM-DIAS-SEMANA
           MOVE 0 TO SM-DATA-EXPIRACAO
           MOVE 'P' TO SM-TIPO-CONTA
           MOVE SPACES TO SM-RESPONSAVEL
           MOVE SPACES TO SM-MATRICULA
           WRITE SENHA-MASTRE-REG
           IF (WS-NOVO-STATUS = "00")
               ADD 1 TO WS-GRAVADOS
