      * Layout do registro de estado do gerador de senhas iniciais
      * (arquivo SENHA-SEMENTE, SENHA.SEM): registro único,
      * mantido pela sub-rotina SENHAGER e regravado a cada senha
      * sorteada.
      * GS-ESTADO-1 e GS-ESTADO-2 são os dois resíduos do gerador:
      * cada sorteio parte deles, mistura o relógio e a entropia do
      * sistema operacional (quando disponível) e grava de volta o
      * estado avançado. Quem conhece o estado pode prever as
      * próximas senhas: o arquivo tem a mesma proteção de acesso
      * do SENHA.DAT e não entra em cópia nem relatório algum.
      * Se faltar, o gerador recomeça do relógio e da entropia do
      * sistema operacional.
      * GS-QTD conta as senhas sorteadas desde a criação do
      * arquivo; GS-DATA e GS-HORA são do último sorteio.
       01  SENHA-SEM-REG.
           05  GS-ESTADO-1         PIC 9(08).
           05  GS-ESTADO-2         PIC 9(08).
           05  GS-DATA             PIC 9(08).
           05  GS-HORA             PIC 9(06).
           05  GS-QTD              PIC 9(09).
