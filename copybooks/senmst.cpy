      * de 57 posições (sem este campo) são convertidos uma única
      * vez pelo utilitário SENHACV2.
           05  SM-DATA-EXPIRACAO   PIC 9(08).
      * Tipo de conta: 'S' = conta de serviço (não humana, usada
      * por trabalhos de lote que chamam a SENHACHK com código de
      * função); 'P' ou espaço (registros anteriores ao campo) =
      * pessoa. Conta de serviço nunca é supervisora, é recusada
      * no acesso interativo, não sofre expiração de senha nem a
      * varredura de dormência e tem sempre um responsável
      * (SM-RESPONSAVEL: usuario pessoa ativo no mestre), que a
      * atesta periodicamente pelo relatório SENHASRV. Arquivos
      * gravados no leiaute de 65 posições (sem estes campos) são
      * convertidos uma única vez pelo utilitário SENHACV3.
           05  SM-TIPO-CONTA       PIC X(01).
           05  SM-RESPONSAVEL      PIC X(08).
      * Matrícula do empregado no cadastro de RH, gravada na
      * admissão pelo SENHAMOV e na inclusão pela manutenção do
      * SENHA (opção 14 para contas antigas); liga a conta ao
      * empregado na conciliação semanal do SENHARHC. Espaços em
      * contas de serviço e em contas ainda não associadas.
      * Arquivos gravados no leiaute de 74 posições (sem este
      * campo) são convertidos uma única vez pelo SENHACV4.
           05  SM-MATRICULA        PIC X(08).
