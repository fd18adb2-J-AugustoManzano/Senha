      * Layout do registro de regra de segregação de funções
      * (arquivo SENHA-CONFLITO), indexado por CF-REGRA.
      * Cada regra declara um par de códigos de função que não
      * podem ficar com o mesmo usuario (por exemplo quem lança a
      * folha não fecha a folha), com o usuario dono da regra,
      * responsável por decidir as exceções.
      * A função efetiva do usuario é resolvida como na SENHACHK:
      * entrada direta em SENHA-PERFIL prevalece; sem ela valem os
      * papéis atribuídos (SENHA-MEMBRO + SENHA-PAPEL).
      * Mantida pela opção 11 da manutenção do SENHA; verificada
      * pela sub-rotina SENHACFL a cada concessão e relatada todas
      * as noites pelo SENHASOD.
      * CF-ATIVA 'S' = regra em vigor; 'N' = regra retirada
      * (preservada para consulta).
       01  SENHA-CONFLITO-REG.
           05  CF-REGRA            PIC X(08).
           05  CF-FUNCAO-1         PIC X(08).
           05  CF-FUNCAO-2         PIC X(08).
           05  CF-DONO             PIC X(08).
           05  CF-ATIVA            PIC X(01).
           05  CF-DESCRICAO        PIC X(40).
