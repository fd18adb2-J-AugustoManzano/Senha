      * Layout do registro de acesso de emergência (arquivo
      * SENHA-EMERGENCIA), indexado por EM-CHAVE (usuario +
      * função + data/hora de início).
      * Concessão temporária de uma função que o usuario não
      * detém, para uso fora do expediente (por exemplo RESTAURA
      * para executar o SENHARST de madrugada), registrada por um
      * supervisor pela opção 12 da manutenção do SENHA com motivo
      * ou número do incidente obrigatório.
      * A SENHACHK só a considera quando a função seria negada e
      * somente dentro da janela de EM-DATA-INICIO/EM-HORA-INICIO
      * a EM-DATA-FIM/EM-HORA-FIM; o acesso liberado assim é
      * marcado com SL-MOTIVO 'G' na trilha.
      * Fora da janela o registro é ignorado: não há retirada
      * manual, o registro fica apenas para a revisão da manhã
      * seguinte (SENHAEMR). O encerramento antecipado pela mesma
      * opção 12 apenas antecipa o fim.
       01  SENHA-EMERGENCIA-REG.
           05  EM-CHAVE.
               10  EM-USER-ID      PIC X(08).
               10  EM-FUNCAO       PIC X(08).
               10  EM-DATA-INICIO  PIC 9(08).
               10  EM-HORA-INICIO  PIC 9(06).
           05  EM-DATA-FIM         PIC 9(08).
           05  EM-HORA-FIM         PIC 9(06).
           05  EM-CONCEDENTE       PIC X(08).
           05  EM-MOTIVO           PIC X(40).
