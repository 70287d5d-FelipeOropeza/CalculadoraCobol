      * no fim. A listagem sai em CALCRUNR. Antes, quando a noite
      * dava errado, o que aconteceu era reconstruido de DISPLAYs
      * que ja tinham rolado da tela.
      * Com mais de um lote por dia a chave de CALCRUN ganhou o
      * numero do lote (data + lote + hora de inicio); a listagem
      * ganhou a coluna LT com o lote ao lado da data.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CALC-RUN-RECORD.
           05 CALC-RUN-CHAVE.
               10 CALC-RUN-DATA        PIC 9(8).
               10 CALC-RUN-LOTE        PIC 9(2).
               10 CALC-RUN-HORA-INICIO PIC 9(6).
           05 CALC-RUN-HORA-FIM     PIC 9(6).
           05 CALC-RUN-OPERADOR     PIC X(8).
           WRITE CALC-REL-LINHA

           MOVE SPACES TO CALC-REL-LINHA
           STRING "DATA     LT INICIO HORAFIM OPERADOR  LIDAS "
                      DELIMITED BY SIZE
                  "REJEIT RC DISPOSICAO"
                      DELIMITED BY SIZE

           MOVE SPACES TO CALC-REL-LINHA
           STRING CALC-RUN-DATA          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  CALC-RUN-LOTE          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  CALC-RUN-HORA-INICIO   DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
