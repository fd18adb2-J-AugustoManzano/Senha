      * Layout do registro do arquivo de envelopes de senha
      * (SENHA-ENVELOPE), arquivo de uso único para a impressão em
      * envelope lacrado das senhas iniciais geradas pela
      * sub-rotina SENHAGER. Cada execução que gera senhas grava o
      * seu próprio arquivo, SENHAaaaammddhhmmss.ENV (data+hora da
      * sessão), que deve ser impresso e eliminado em seguida:
      * é o único lugar onde a senha aparece em claro - o mestre
      * e o jornal guardam apenas a forma codificada (SENHACOD).
      * EV-TIPO:
      *    'C' = controle de abertura (programa e sessão)
      *    'D' = envelope (usuario, destinatário, senha, emissão)
      *    'T' = controle de fechamento, com as quantidades de
      *          envelopes por origem, a conciliar com as inclusões
      *          e redefinições aplicadas na execução
      * EV-ORIGEM (registros 'D'):
      *    'I' = inclusão de usuário (admissão do RH pelo SENHAMOV
      *          ou inclusão pela manutenção do SENHA)
      *    'A' = senha redefinida pelo supervisor
      * Nos registros 'C' e 'T', EV-USER-ID traz o nome do programa
      * que gerou o arquivo.
       01  SENHA-ENV-REG.
           05  EV-TIPO             PIC X(01).
           05  EV-USER-ID          PIC X(08).
           05  EV-ORIGEM           PIC X(01).
           05  EV-NOME             PIC X(40).
           05  EV-SENHA            PIC X(08).
           05  EV-DATA-EMISSAO     PIC 9(08).
           05  EV-SESSAO           PIC 9(14).
           05  EV-QTD-INCLUSOES    PIC 9(05).
           05  EV-QTD-REDEFINICOES PIC 9(05).
