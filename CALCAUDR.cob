      * arredondamento aplicada ('T' truncado, 'A' comercial, em
      * branco nas operacoes que nao arredondam), mostrada na
      * coluna P no fim da linha.
      * Com mais de um lote por dia o leiaute de CALCAUD ganhou no
      * fim a data e o numero do lote da transacao; o numero sai na
      * coluna LT no fim da linha (zeros nas linhas interativas e de
      * manutencao, branco nas linhas antigas).
      * As linhas da dupla conferencia de taxas - solicitacao (SO),
      * aprovacao (AP) e rejeicao (RJ) - entram no filtro de status
      * e no total de manutencao.
      * O leiaute da linha de auditoria ganhou no fim os valores
      * bruto, tarifa e liquido da conversao, junto com a tabela de
      * tarifas de conversao (CALCTAR); a leitura nao muda.
      * O leiaute da linha de auditoria ganhou no fim a conta do
      * cliente, junto com o cadastro de clientes (CALCCLI); a
      * transacao de lote recusada por conta desconhecida ou inativa
      * grava o status CI, que ganhou total proprio no fim do
      * relatorio.
      * Trabalho recusado por data fechada no controle de periodos
      * (lote, suspensa do modo R ou taxa com vigencia num periodo
      * fechado) grava o status PF, que ganhou total proprio no fim do
      * relatorio e entrou na lista do filtro de status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CALC-AUDIT-TAXA-ORIGEM   PIC X(01).
           05 CALC-AUDIT-CHAVE         PIC X(06).
           05 CALC-AUDIT-POLITICA      PIC X(01).
           05 CALC-AUDIT-DATA-LOTE     PIC X(08).
           05 CALC-AUDIT-LOTE          PIC X(02).
           05 CALC-AUDIT-BRUTO         PIC S9(7)V999.
           05 CALC-AUDIT-TARIFA        PIC S9(7)V999.
           05 CALC-AUDIT-LIQUIDO       PIC S9(7)V999.
           05 CALC-AUDIT-CONTA         PIC X(10).

       FD  CALC-REL-FILE.
       01  CALC-REL-LINHA PIC X(132).
       01 CALC-CONT-ST-ZD       PIC 9(7) VALUE 0.
       01 CALC-CONT-ST-OV       PIC 9(7) VALUE 0.
       01 CALC-CONT-ST-TV       PIC 9(7) VALUE 0.
       01 CALC-CONT-ST-CI       PIC 9(7) VALUE 0.
       01 CALC-CONT-ST-PF       PIC 9(7) VALUE 0.
       01 CALC-CONT-ST-MANUT    PIC 9(7) VALUE 0.
       01 CALC-CONT-ED          PIC ZZZZZZ9.
       01 CALC-TOT-ROTULO       PIC X(21) VALUE SPACES.
           05 CALC-DET-CHAVE       PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CALC-DET-POLITICA    PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CALC-DET-LOTE        PIC X(02).

       PROCEDURE DIVISION.

           ACCEPT CALC-FILTRO-DATA
           DISPLAY "Operacao/paragrafo (ex. MOEDA, DIVISAO): "
           ACCEPT CALC-FILTRO-PARAGRAFO
           DISPLAY "Status (OK, IV, ZD, OV, TV, CI, PF, AN, DP, SO, "
               "AP, RJ): "
           ACCEPT CALC-FILTRO-STATUS
           DISPLAY "Moeda de origem (3 letras): "
           ACCEPT CALC-FILTRO-MOEDA-ORG
                   ADD 1 TO CALC-CONT-ST-OV
               WHEN 'TV'
                   ADD 1 TO CALC-CONT-ST-TV
               WHEN 'CI'
                   ADD 1 TO CALC-CONT-ST-CI
               WHEN 'PF'
                   ADD 1 TO CALC-CONT-ST-PF
               WHEN 'AN'
               WHEN 'DP'
               WHEN 'SO'
               WHEN 'AP'
               WHEN 'RJ'
                   ADD 1 TO CALC-CONT-ST-MANUT
           END-EVALUATE.
           EXIT.
                      DELIMITED BY SIZE
                  "       TAXA         NUM1         NUM2"
                      DELIMITED BY SIZE
                  "    RESULTADO VIGENCIA O CHAVE  P LT"
                      DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE CALC-AUDIT-TAXA-ORIGEM TO CALC-DET-TAXA-ORIGEM
           MOVE CALC-AUDIT-CHAVE     TO CALC-DET-CHAVE
           MOVE CALC-AUDIT-POLITICA  TO CALC-DET-POLITICA
           MOVE CALC-AUDIT-LOTE      TO CALC-DET-LOTE

           MOVE SPACES TO CALC-REL-LINHA
           MOVE CALC-DET-LINHA TO CALC-REL-LINHA
           MOVE CALC-CONT-ST-TV         TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "  STATUS CI:         " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ST-CI         TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "  STATUS PF:         " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ST-PF         TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "  MANUTENCAO:        " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ST-MANUT      TO CALC-CONT-ED
           PERFORM escreve-linha-total

