      * Layout do registro do cadastro completo de empregados
      * (arquivo RH-CADASTRO), fotografia semanal gerada pelo
      * sistema de recursos humanos e conciliada com o arquivo
      * mestre pelo SENHARHC; um registro por empregado, em
      * qualquer ordem.
      * CD-SITUACAO:
      *    'A' = empregado ativo
      *    'D' = empregado desligado
      * CD-DEPARTAMENTO é o código do departamento, o mesmo prefixo
      * de três posições do usuario usado nas quebras do SENHAREC.
       01  RH-CADASTRO-REG.
           05  CD-MATRICULA        PIC X(08).
           05  CD-SITUACAO         PIC X(01).
           05  CD-DEPARTAMENTO     PIC X(03).
