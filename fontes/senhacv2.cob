      * mestre com a data de expiração da conta: lê o SENHA.DAT no
      * leiaute de 57 posições (sem SM-DATA-EXPIRACAO) e grava
      * SENHANEW.DAT no leiaute corrente de senmst.cpy, com conta
      * permanente (expiração zero) e de pessoa (tipo 'P', sem
      * responsável nem matrícula) para as contas existentes.
      * Depois da conferência dos totais a operação substitui
      * SENHA.DAT por SENHANEW.DAT, como nas conversões anteriores
      * (SENHACNV, SENHACNS). Na mesma virada o jornal SENHA.JRN
      * Contas existentes seguem permanentes; datas de expiração
      * entram depois pela manutenção
           MOVE 0 TO SM-DATA-EXPIRACAO
           MOVE 'P' TO SM-TIPO-CONTA
           MOVE SPACES TO SM-RESPONSAVEL
           MOVE SPACES TO SM-MATRICULA
           WRITE SENHA-MASTRE-REG
           IF (WS-NOVO-STATUS = "00")
               ADD 1 TO WS-GRAVADOS
