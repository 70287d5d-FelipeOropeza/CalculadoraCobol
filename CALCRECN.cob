      * registro - divisao e potencia pelo novo parametro do
      * CALCOPS, conversao no proprio COMPUTE; em branco (registros
      * antigos) vale truncar, o comportamento da epoca.
      * A conciliacao passou a ser por lote: CALCRES acumula os
      * lotes do dia (a chave ganhou a data e o numero do lote), e
      * o programa le o header do CALCTRAN para saber qual lote
      * conciliar, posiciona CALCRES no inicio daquele lote e para
      * ao chegar no seguinte - sem isso o lote da tarde acusaria
      * todos os resultados do lote da manha como "resultado sem
      * transacao". CALCTRAN sem header nao e conciliado.
      * CALC-RESULT-RECORD ganhou no fim as casas decimais da moeda
      * de destino e o valor na moeda com ate tres casas, junto com
      * o cadastro de moedas do programa Calculadora. A conversao
      * passou a ser recalculada nas casas gravadas no registro,
      * com a politica gravada, e o valor na moeda tambem e
      * conferido; registro antigo, sem as casas, recalcula em duas
      * casas como na epoca e confere so o valor.
      * CALC-RESULT-RECORD ganhou no fim o bruto, a tarifa, o spread
      * e a tarifa minima da conversao, junto com a tabela de
      * tarifas (CALCTAR) do programa Calculadora, e o valor gravado
      * da conversao passou a ser o liquido. O recalculo refaz a
      * tarifa como refaz a taxa: com o spread e a minima gravados
      * no proprio resultado, nao os da tabela, que podem ter mudado
      * desde o processamento; bruto, tarifa e liquido precisam
      * conferir. Registro anterior a tarifa recalcula sem tarifa.
      * O detalhe do CALCTRAN e CALC-RESULT-RECORD ganharam no fim a
      * conta do cliente, junto com o cadastro de clientes (CALCCLI)
      * do programa Calculadora; a conta do resultado precisa ser a
      * da transacao. A transacao recusada pela conta (status CI)
      * nao chega a ser calculada, entao so se confere que saiu com
      * valor e resto zerados, como na conversao recusada.
      * CALC-RESULT-RECORD ganhou no fim a situacao do lancamento no
      * razao, mantida pelo CALCGLEX e pelo CALCGLRT; a conciliacao
      * nao a confere.
      * Corrigido: numero de lote "00" no header era aceito, mas o
      * programa Calculadora o recusa; agora e recusado aqui tambem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RESULT-CHAVE-RES
               ALTERNATE RECORD KEY IS CALC-RESULT-CONTA
                   WITH DUPLICATES
               FILE STATUS IS CALC-RESULT-FILE-STATUS.

           SELECT CALC-CONC-FILE ASSIGN TO "CALCRECR"
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD.
           05 CALC-TRANS-TIPO      PIC X(1).
               88 CALC-TRANS-HEADER    VALUE '0'.
               88 CALC-TRANS-DETALHE   VALUE '1'.
           05 CALC-TRANS-CHAVE     PIC 9(6).
           05 CALC-TRANS-NUM1      PIC S9(7)V99.
           05 CALC-TRANS-OPERACAO  PIC X(1).
           05 CALC-TRANS-MOEDA-ORIGEM  PIC X(3).
           05 CALC-TRANS-MOEDA-DESTINO PIC X(3).
           05 CALC-TRANS-CONTA         PIC X(10).
       01  CALC-TRANS-REG-CONTROLE.
           05 FILLER                   PIC X(1).
           05 CALC-TRANS-CTL-DATA      PIC 9(8).
           05 FILLER                   PIC X(36).
           05 CALC-TRANS-CTL-LOTE      PIC X(2).

       FD  CALC-RESULT-FILE.
       01  CALC-RESULT-RECORD.
           05 CALC-RESULT-CHAVE-RES.
               10 CALC-RESULT-DATA  PIC 9(8).
               10 CALC-RESULT-LOTE  PIC 9(2).
               10 CALC-RESULT-CHAVE PIC 9(6).
           05 CALC-RESULT-NUM1     PIC S9(7)V99.
           05 CALC-RESULT-NUM2     PIC S9(7)V99.
           05 CALC-RESULT-OPERACAO PIC X(1).
           05 CALC-RESULT-TAXA     PIC S9(5)V9999.
           05 CALC-RESULT-TAXA-ORIGEM   PIC X(1).
           05 CALC-RESULT-POLITICA      PIC X(1).
           05 CALC-RESULT-CASAS         PIC 9(1).
           05 CALC-RESULT-VALOR-MOEDA   PIC S9(7)V999.
           05 CALC-RESULT-BRUTO         PIC S9(7)V999.
           05 CALC-RESULT-TARIFA        PIC S9(7)V999.
           05 CALC-RESULT-SPREAD        PIC 9(2)V9999.
           05 CALC-RESULT-MINIMA        PIC 9(7)V999.
           05 CALC-RESULT-CONTA         PIC X(10).
           05 CALC-RESULT-DATA-EXTRACAO PIC X(8).
           05 CALC-RESULT-LANCAMENTO    PIC X(1).
               88 CALC-RESULT-NAO-EXTRAIDO  VALUE SPACE.
               88 CALC-RESULT-EXTRAIDO      VALUE 'E'.
               88 CALC-RESULT-ACEITO-RAZAO  VALUE 'A'.
               88 CALC-RESULT-REJEITADO-RAZAO VALUE 'R'.
           05 CALC-RESULT-MOTIVO-RAZAO  PIC X(30).
           05 CALC-RESULT-DATA-RETORNO  PIC X(8).

       FD  CALC-CONC-FILE.
       01  CALC-CONC-LINHA PIC X(132).
       01 CALC-RECALC-VALOR  PIC S9(7)V99 VALUE 0.
       01 CALC-RECALC-RESTO  PIC S9(7)V99 VALUE 0.
       01 CALC-RECALC-STATUS PIC X(02)    VALUE SPACES.
       01 CALC-RECALC-MOEDA  PIC S9(7)V999 VALUE 0.
       01 CALC-RECALC-CASAS  PIC 9(01)    VALUE 2.
       01 CALC-CASAS-GRAVADAS PIC X(01)   VALUE 'N'.
       01 CALC-FATOR-CASAS   PIC 9(04)    VALUE 100.
       01 CALC-VALOR-ESCALADO PIC S9(10)  VALUE 0.
       01 CALC-TARIFA-GRAVADA PIC X(01)   VALUE 'N'.
       01 CALC-RECALC-BRUTO  PIC S9(7)V999 VALUE 0.
       01 CALC-RECALC-TARIFA PIC S9(7)V999 VALUE 0.
       01 CALC-BRUTO-ABSOLUTO  PIC 9(7)V999 VALUE 0.
       01 CALC-TARIFA-ABSOLUTA PIC 9(7)V999 VALUE 0.
       01 CALC-TARIFA-ESCALADA PIC 9(10)    VALUE 0.

       01 CALC-TRANS-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-RESULT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 CALC-RECALC-ED        PIC -(7)9.99.

       01 CALC-DATA-EMISSAO     PIC 9(08) VALUE 0.
       01 CALC-DATA-LOTE        PIC 9(08) VALUE 0.
       01 CALC-SEQ-LOTE         PIC 9(02) VALUE 0.
       01 CALC-HEADER-OK        PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.

               DISPLAY "Erro: arquivo de transacoes indisponivel"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM le-header-lote
               IF CALC-HEADER-OK = 'N'
                   CLOSE CALC-TRANS-FILE
                   MOVE 12 TO RETURN-CODE
               ELSE
               OPEN INPUT CALC-RESULT-FILE
               IF CALC-RESULT-FILE-STATUS NOT = '00'
                   DISPLAY "Erro: arquivo de resultados indisponivel"
               ELSE
                   PERFORM concilia-arquivos
               END-IF
               END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
           END-IF.
           EXIT.

      * O header diz qual lote do dia esta em CALCTRAN; header sem o
      * numero do lote vale lote 01, como no programa Calculadora.
       le-header-lote.
           MOVE 'N' TO CALC-HEADER-OK
           READ CALC-TRANS-FILE
               AT END
                   DISPLAY "Erro: arquivo de transacoes vazio - "
                       "sem registro header"
               NOT AT END
                   IF NOT CALC-TRANS-HEADER
                       DISPLAY "Erro: arquivo de transacoes sem "
                           "registro header de controle"
                   ELSE
                       MOVE CALC-TRANS-CTL-DATA TO CALC-DATA-LOTE
                       IF CALC-TRANS-CTL-LOTE = SPACES
                           MOVE 1 TO CALC-SEQ-LOTE
                           MOVE 'S' TO CALC-HEADER-OK
                       ELSE
                       IF CALC-TRANS-CTL-LOTE IS NUMERIC
                           AND CALC-TRANS-CTL-LOTE NOT = "00"
                           MOVE CALC-TRANS-CTL-LOTE TO CALC-SEQ-LOTE
                           MOVE 'S' TO CALC-HEADER-OK
                       ELSE
                           DISPLAY "Erro: numero do lote no header ("
                               CALC-TRANS-CTL-LOTE ") invalido"
                       END-IF
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       concilia-arquivos.
           OPEN OUTPUT CALC-CONC-FILE
           ACCEPT CALC-DATA-EMISSAO FROM DATE YYYYMMDD
           PERFORM imprime-cabecalho

           MOVE CALC-DATA-LOTE TO CALC-RESULT-DATA
           MOVE CALC-SEQ-LOTE  TO CALC-RESULT-LOTE
           MOVE 0              TO CALC-RESULT-CHAVE
           START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-RESULT
           END-START

           PERFORM le-transacao
           PERFORM le-resultado

               MOVE CALC-CHAVE-ALTA TO CALC-CHAVE-RESULT
               MOVE 'S' TO CALC-RESULT-NOVO
           ELSE
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-RESULT
                       MOVE CALC-CHAVE-ALTA TO CALC-CHAVE-RESULT
                       MOVE 'S' TO CALC-RESULT-NOVO
                   NOT AT END
      * O lote seguinte em CALCRES encerra a leitura como se fosse
      * o fim do arquivo.
                       IF CALC-RESULT-DATA NOT = CALC-DATA-LOTE
                           OR CALC-RESULT-LOTE NOT = CALC-SEQ-LOTE
                           MOVE 'TRUE' TO CALC-FIM-RESULT
                           MOVE CALC-CHAVE-ALTA TO CALC-CHAVE-RESULT
                           MOVE 'S' TO CALC-RESULT-NOVO
                       ELSE
                           ADD 1 TO CALC-CONT-RESULT
                           PERFORM classifica-chave-result
                       END-IF
               END-READ
           END-IF.
           EXIT.
           IF CALC-RESULT-NUM1 NOT = CALC-TRANS-NUM1
               OR CALC-RESULT-NUM2 NOT = CALC-TRANS-NUM2
               OR CALC-RESULT-OPERACAO NOT = CALC-TRANS-OPERACAO
               OR CALC-RESULT-CONTA NOT = CALC-TRANS-CONTA
               OR (CALC-TRANS-OPERACAO = "C"
                   AND (CALC-RESULT-MOEDA-ORIGEM NOT =
                           CALC-TRANS-MOEDA-ORIGEM
           MOVE CALC-TRANS-OPERACAO TO operacao
           MOVE 0    TO CALC-RECALC-VALOR
           MOVE 0    TO CALC-RECALC-RESTO
           MOVE 0    TO CALC-RECALC-MOEDA
           MOVE 0    TO CALC-RECALC-BRUTO
           MOVE 0    TO CALC-RECALC-TARIFA
           MOVE 'OK' TO CALC-RECALC-STATUS
           IF CALC-RESULT-SPREAD IS NUMERIC
               AND CALC-RESULT-MINIMA IS NUMERIC
               MOVE 'S' TO CALC-TARIFA-GRAVADA
           ELSE
               MOVE 'N' TO CALC-TARIFA-GRAVADA
           END-IF
           IF CALC-RESULT-CASAS IS NUMERIC
               MOVE 'S' TO CALC-CASAS-GRAVADAS
               MOVE CALC-RESULT-CASAS TO CALC-RECALC-CASAS
           ELSE
               MOVE 'N' TO CALC-CASAS-GRAVADAS
               MOVE 2   TO CALC-RECALC-CASAS
           END-IF

      * O recalculo aplica a politica de arredondamento gravada no
      * proprio registro, nao a vigente na instalacao: registro
      * truncado na epoca recalcula truncado (em branco vale
      * truncar), e o dia em que a regra mudar nao acusa divergencia
      * no movimento antigo. A conversao e recalculada nas casas da
      * moeda de destino gravadas no registro, escalada como no
      * programa Calculadora.
           IF operacao = "C"
               PERFORM recalcula-conversao
           ELSE
               CALL 'CALCOPS' USING num1, num2, operacao,
                   CALC-RECALC-VALOR, CALC-RECALC-RESTO,
                   CALC-RECALC-STATUS, CALC-RESULT-POLITICA
               MOVE CALC-RECALC-VALOR TO CALC-RECALC-MOEDA
           END-IF

           IF CALC-RESULT-STATUS = 'OK'
               IF CALC-RECALC-STATUS NOT = 'OK'
                   OR CALC-RECALC-VALOR NOT = CALC-RESULT-VALOR
                   OR CALC-RECALC-RESTO NOT = CALC-RESULT-RESTO
                   OR (CALC-CASAS-GRAVADAS = 'S'
                       AND CALC-RECALC-MOEDA
                           NOT = CALC-RESULT-VALOR-MOEDA)
                   OR (operacao = "C"
                       AND CALC-TARIFA-GRAVADA = 'S'
                       AND (CALC-RECALC-BRUTO NOT = CALC-RESULT-BRUTO
                       OR CALC-RECALC-TARIFA
                           NOT = CALC-RESULT-TARIFA))
                   PERFORM imprime-nao-confere
               END-IF
           ELSE
               IF CALC-RESULT-VALOR NOT = 0
                   OR CALC-RESULT-RESTO NOT = 0
                   OR (operacao NOT = "C"
                       AND CALC-RESULT-STATUS NOT = 'CI'
                       AND CALC-RECALC-STATUS
                           NOT = CALC-RESULT-STATUS)
                   MOVE 0 TO CALC-RECALC-VALOR
           END-IF.
           EXIT.

       recalcula-conversao.
           EVALUATE CALC-RECALC-CASAS
               WHEN 0
                   MOVE 1    TO CALC-FATOR-CASAS
               WHEN 1
                   MOVE 10   TO CALC-FATOR-CASAS
               WHEN 2
                   MOVE 100  TO CALC-FATOR-CASAS
               WHEN OTHER
                   MOVE 1000 TO CALC-FATOR-CASAS
           END-EVALUATE
           IF CALC-RESULT-POLITICA = 'A'
               COMPUTE CALC-VALOR-ESCALADO ROUNDED =
                   num1 * CALC-RESULT-TAXA * CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'OV' TO CALC-RECALC-STATUS
               END-COMPUTE
           ELSE
               COMPUTE CALC-VALOR-ESCALADO =
                   num1 * CALC-RESULT-TAXA * CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'OV' TO CALC-RECALC-STATUS
               END-COMPUTE
           END-IF
           IF CALC-RECALC-STATUS = 'OK'
               COMPUTE CALC-RECALC-MOEDA =
                   CALC-VALOR-ESCALADO / CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'OV' TO CALC-RECALC-STATUS
               END-COMPUTE
           END-IF
           IF CALC-RECALC-STATUS = 'OK'
               MOVE CALC-RECALC-MOEDA TO CALC-RECALC-BRUTO
               IF CALC-TARIFA-GRAVADA = 'S'
                   PERFORM recalcula-tarifa
               END-IF
               COMPUTE CALC-RECALC-MOEDA =
                   CALC-RECALC-BRUTO - CALC-RECALC-TARIFA
               MOVE CALC-RECALC-MOEDA TO CALC-RECALC-VALOR
           ELSE
               MOVE 0 TO CALC-RECALC-VALOR
               MOVE 0 TO CALC-RECALC-MOEDA
           END-IF.
           EXIT.

      * Mesma regra do programa Calculadora: spread sobre o bruto nas
      * casas da moeda, pela politica gravada, nunca menor que a
      * minima nem maior que o bruto, com o sinal do bruto.
       recalcula-tarifa.
           IF CALC-RECALC-BRUTO < 0
               COMPUTE CALC-BRUTO-ABSOLUTO = 0 - CALC-RECALC-BRUTO
           ELSE
               MOVE CALC-RECALC-BRUTO TO CALC-BRUTO-ABSOLUTO
           END-IF
           IF CALC-RESULT-POLITICA = 'A'
               COMPUTE CALC-TARIFA-ESCALADA ROUNDED =
                   CALC-BRUTO-ABSOLUTO * CALC-RESULT-SPREAD / 100
                   * CALC-FATOR-CASAS
           ELSE
               COMPUTE CALC-TARIFA-ESCALADA =
                   CALC-BRUTO-ABSOLUTO * CALC-RESULT-SPREAD / 100
                   * CALC-FATOR-CASAS
           END-IF
           COMPUTE CALC-TARIFA-ABSOLUTA =
               CALC-TARIFA-ESCALADA / CALC-FATOR-CASAS
           IF CALC-TARIFA-ABSOLUTA < CALC-RESULT-MINIMA
               MOVE CALC-RESULT-MINIMA TO CALC-TARIFA-ABSOLUTA
           END-IF
           IF CALC-TARIFA-ABSOLUTA > CALC-BRUTO-ABSOLUTO
               MOVE CALC-BRUTO-ABSOLUTO TO CALC-TARIFA-ABSOLUTA
           END-IF
           IF CALC-RECALC-BRUTO < 0
               COMPUTE CALC-RECALC-TARIFA = 0 - CALC-TARIFA-ABSOLUTA
           ELSE
               MOVE CALC-TARIFA-ABSOLUTA TO CALC-RECALC-TARIFA
           END-IF.
           EXIT.

       imprime-nao-confere.
           MOVE CALC-RESULT-CHAVE TO CALC-CHAVE-ED
           MOVE "RESULTADO NAO RECALCULA" TO CALC-MOTIVO-EXCECAO
           STRING "CONCILIACAO CALCTRAN X CALCRES   EMISSAO: "
                      DELIMITED BY SIZE
                  CALC-DATA-EMISSAO DELIMITED BY SIZE
                  "   LOTE: "       DELIMITED BY SIZE
                  CALC-SEQ-LOTE     DELIMITED BY SIZE
                  " DE "            DELIMITED BY SIZE
                  CALC-DATA-LOTE    DELIMITED BY SIZE
               INTO CALC-CONC-LINHA
           WRITE CALC-CONC-LINHA
           MOVE ALL "-" TO CALC-CONC-LINHA
