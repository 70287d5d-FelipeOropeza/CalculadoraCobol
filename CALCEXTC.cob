       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEXTC.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de extrato por cliente: a mesa mantinha uma
      * lista a parte para responder aos clientes e mandar as
      * confirmacoes do mes. O job le CALCRES pela conta do cliente
      * (chave alternada) e lista, para cada cliente com transacoes
      * no periodo, uma linha por transacao - data, lote, chave,
      * operacao, par, num1, taxa, valor liquido, tarifa e status -
      * e os totais do periodo: quantidade de transacoes, aceitas e
      * rejeitadas, e por moeda de destino o liquido e a tarifa das
      * conversoes aceitas. O nome do cliente vem de CALCCLI. A conta
      * e o periodo (data inicial e final, AAAAMMDD) vem do terminal
      * ou, na execucao desassistida, da linha CALCEXTC do arquivo de
      * parametros CALCPARM; conta em branco lista todos os clientes
      * e periodo em branco vale o mes anterior ao corrente.
      * Transacoes sem conta nao entram no extrato. O relatorio sai
      * em CALCEXTR.
      * CALC-RESULT-RECORD ganhou no fim a situacao do lancamento no
      * razao, mantida pelo CALCGLEX e pelo CALCGLRT; o extrato nao a
      * usa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RESULT-CHAVE-RES
               ALTERNATE RECORD KEY IS CALC-RESULT-CONTA
                   WITH DUPLICATES
               FILE STATUS IS CALC-RESULT-FILE-STATUS.

           SELECT CALC-CLIENTE-FILE ASSIGN TO "CALCCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-CLI-CONTA
               FILE STATUS IS CALC-CLI-STATUS.

           SELECT CALC-REL-FILE ASSIGN TO "CALCEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RESULT-FILE.
       01  CALC-RESULT-RECORD.
           05 CALC-RESULT-CHAVE-RES.
               10 CALC-RESULT-DATA  PIC 9(8).
               10 CALC-RESULT-LOTE  PIC 9(2).
               10 CALC-RESULT-CHAVE PIC 9(6).
           05 CALC-RESULT-NUM1     PIC S9(7)V99.
           05 CALC-RESULT-NUM2     PIC S9(7)V99.
           05 CALC-RESULT-OPERACAO PIC X(1).
           05 CALC-RESULT-VALOR    PIC S9(7)V99.
           05 CALC-RESULT-RESTO    PIC S9(7)V99.
           05 CALC-RESULT-STATUS   PIC X(2).
           05 CALC-RESULT-MOEDA-ORIGEM  PIC X(3).
           05 CALC-RESULT-MOEDA-DESTINO PIC X(3).
           05 CALC-RESULT-TAXA          PIC S9(5)V9999.
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

       FD  CALC-CLIENTE-FILE.
       01  CALC-CLIENTE-RECORD.
           05 CALC-CLI-CONTA       PIC X(10).
           05 CALC-CLI-NOME        PIC X(30).
           05 CALC-CLI-SITUACAO    PIC X(1).
               88 CALC-CLI-ATIVO       VALUE 'A'.
               88 CALC-CLI-INATIVO     VALUE 'I'.

       FD  CALC-REL-FILE.
       01  CALC-REL-LINHA PIC X(132).

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-RECORD.
           05 CALC-PARM-PROGRAMA  PIC X(8).
           05 CALC-PARM-CONTA     PIC X(10).
           05 CALC-PARM-DATA-INI  PIC X(8).
           05 CALC-PARM-DATA-FIM  PIC X(8).

       WORKING-STORAGE SECTION.
       01 CALC-RESULT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 CALC-CLI-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-CLI-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-PARM-STATUS     PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO     PIC X(05) VALUE 'FALSE'.
       01 CALC-EXEC-PARM       PIC X(01) VALUE 'N'.
       01 CALC-FIM-PARM        PIC X(05) VALUE 'FALSE'.

      * Conta e periodo pedidos.
       01 CALC-CONTA-DIGITADA  PIC X(10) VALUE SPACES.
       01 CALC-DATA-INI-DIG    PIC X(08) VALUE SPACES.
       01 CALC-DATA-FIM-DIG    PIC X(08) VALUE SPACES.
       01 CALC-PERIODO-OK      PIC X(01) VALUE 'S'.
       01 CALC-DATA-INI        PIC 9(08) VALUE 0.
       01 CALC-DATA-FIM        PIC 9(08) VALUE 0.
       01 CALC-DATA-TESTE      PIC X(08) VALUE SPACES.
       01 CALC-DATA-TESTE-OK   PIC X(01) VALUE 'S'.
       01 CALC-DATA-HOJE       PIC 9(08) VALUE 0.
       01 CALC-MES-ANTERIOR    PIC 9(08) VALUE 0.
       01 CALC-MES-ANTERIOR-X REDEFINES CALC-MES-ANTERIOR.
           05 CALC-MES-ANT-ANO  PIC 9(04).
           05 CALC-MES-ANT-MM   PIC 9(02).
           05 CALC-MES-ANT-DD   PIC 9(02).
       01 CALC-DATA-INI-X      PIC X(08) VALUE SPACES.
       01 CALC-DATA-FIM-X      PIC X(08) VALUE SPACES.

      * Cliente em curso no relatorio.
       01 CALC-CONTA-ATUAL     PIC X(10) VALUE SPACES.
       01 CALC-NOME-ATUAL      PIC X(30) VALUE SPACES.
       01 CALC-CLI-TRANSACOES  PIC 9(7) VALUE 0.
       01 CALC-CLI-ACEITAS     PIC 9(7) VALUE 0.
       01 CALC-CLI-REJEITADAS  PIC 9(7) VALUE 0.

      * Totais do cliente por moeda de destino (conversoes aceitas).
       01 CALC-MOE-TABELA.
           05 CALC-MOE OCCURS 50.
               10 CALC-MOE-CODIGO      PIC X(03).
               10 CALC-MOE-QTD         PIC 9(07).
               10 CALC-MOE-LIQUIDO     PIC S9(13)V999.
               10 CALC-MOE-TARIFA      PIC S9(13)V999.
       01 CALC-MOE-QTD-TAB  PIC S9(4) COMP VALUE 0.
       01 CALC-MOE-MAXIMO   PIC S9(4) COMP VALUE 50.
       01 CALC-MOE-IDX      PIC S9(4) COMP VALUE 0.
       01 CALC-MOE-POS      PIC S9(4) COMP VALUE 0.

      * Valores da linha de transacao.
       01 CALC-VALOR-LINHA     PIC S9(7)V999 VALUE 0.
       01 CALC-TARIFA-LINHA    PIC S9(7)V999 VALUE 0.

       01 CALC-CONT-CLIENTES    PIC 9(7) VALUE 0.
       01 CALC-CONT-TRANSACOES  PIC 9(7) VALUE 0.
       01 CALC-CONT-ACEITAS     PIC 9(7) VALUE 0.
       01 CALC-CONT-REJEITADAS  PIC 9(7) VALUE 0.
       01 CALC-CONT-SEM-CADASTRO PIC 9(7) VALUE 0.

       01 CALC-DATA-EMISSAO  PIC 9(08) VALUE 0.
       01 CALC-TOT-ROTULO    PIC X(30) VALUE SPACES.
       01 CALC-CONT-ED       PIC ZZZZZZ9.
       01 CALC-NUM1-ED       PIC -(7)9.99.
       01 CALC-TAXA-ED       PIC -(5)9.9999.
       01 CALC-VALOR-ED      PIC -(7)9.999.
       01 CALC-TARIFA-ED     PIC -(7)9.999.
       01 CALC-LIQUIDO-ED    PIC -(13)9.999.
       01 CALC-TOT-TARIFA-ED PIC -(13)9.999.

       PROCEDURE DIVISION.

           PERFORM le-parametros
           IF CALC-EXEC-PARM = 'S'
               DISPLAY "Execucao por arquivo de parametros"
           ELSE
               DISPLAY "Conta do cliente (vazio = todos): "
               ACCEPT CALC-CONTA-DIGITADA
               DISPLAY "Data inicial (AAAAMMDD, vazio = mes "
                   "anterior): "
               ACCEPT CALC-DATA-INI-DIG
               IF CALC-DATA-INI-DIG NOT = SPACES
                   DISPLAY "Data final (AAAAMMDD): "
                   ACCEPT CALC-DATA-FIM-DIG
               END-IF
           END-IF
           PERFORM define-periodo

           IF CALC-PERIODO-OK = 'N'
               DISPLAY "Erro: periodo do extrato invalido"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT CALC-RESULT-FILE
               IF CALC-RESULT-FILE-STATUS NOT = '00'
                   DISPLAY "Erro: arquivo de resultados indisponivel "
                       "- extrato nao emitido"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN INPUT CALC-CLIENTE-FILE
                   IF CALC-CLI-STATUS = '00'
                       MOVE 'S' TO CALC-CLI-ABERTO
                   ELSE
                       DISPLAY "Aviso: cadastro de clientes "
                           "indisponivel - extrato sai sem os nomes"
                   END-IF
                   PERFORM gera-extrato
                   CLOSE CALC-RESULT-FILE
                   IF CALC-CLI-ABERTO = 'S'
                       CLOSE CALC-CLIENTE-FILE
                   END-IF
               END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
               ACCEPT CALC-DATA-INI-DIG
           END-IF
           STOP RUN.

      * A execucao desassistida le conta e periodo da linha CALCEXTC
      * do arquivo de parametros; sem o arquivo (ou sem a linha) os
      * prompts continuam valendo.
       le-parametros.
           MOVE 'N' TO CALC-EXEC-PARM
           OPEN INPUT CALC-PARM-FILE
           IF CALC-PARM-STATUS = '00'
               MOVE 'FALSE' TO CALC-FIM-PARM
               PERFORM UNTIL CALC-FIM-PARM = 'TRUE'
                   READ CALC-PARM-FILE
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-PARM
                       NOT AT END
                           IF CALC-PARM-PROGRAMA = "CALCEXTC"
                               MOVE 'S' TO CALC-EXEC-PARM
                               MOVE CALC-PARM-CONTA
                                   TO CALC-CONTA-DIGITADA
                               MOVE CALC-PARM-DATA-INI
                                   TO CALC-DATA-INI-DIG
                               MOVE CALC-PARM-DATA-FIM
                                   TO CALC-DATA-FIM-DIG
                               MOVE 'TRUE' TO CALC-FIM-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PARM-FILE
           END-IF.
           EXIT.

      * Periodo em branco vale o mes anterior ao corrente, do dia 01
      * a vespera do dia 01 do mes corrente; informado, as duas
      * datas sao obrigatorias e a inicial nao pode passar da final.
       define-periodo.
           MOVE 'S' TO CALC-PERIODO-OK
           IF CALC-DATA-INI-DIG = SPACES
               AND CALC-DATA-FIM-DIG = SPACES
               ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
               MOVE CALC-DATA-HOJE TO CALC-MES-ANTERIOR
               MOVE 1 TO CALC-MES-ANT-DD
               COMPUTE CALC-DATA-FIM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CALC-MES-ANTERIOR) - 1)
               MOVE CALC-DATA-FIM TO CALC-MES-ANTERIOR
               MOVE 1 TO CALC-MES-ANT-DD
               MOVE CALC-MES-ANTERIOR TO CALC-DATA-INI
           ELSE
               MOVE CALC-DATA-INI-DIG TO CALC-DATA-TESTE
               PERFORM confere-data
               IF CALC-DATA-TESTE-OK = 'S'
                   MOVE CALC-DATA-INI-DIG TO CALC-DATA-INI
                   MOVE CALC-DATA-FIM-DIG TO CALC-DATA-TESTE
                   PERFORM confere-data
               END-IF
               IF CALC-DATA-TESTE-OK = 'N'
                   MOVE 'N' TO CALC-PERIODO-OK
               ELSE
                   MOVE CALC-DATA-FIM-DIG TO CALC-DATA-FIM
                   IF CALC-DATA-INI > CALC-DATA-FIM
                       MOVE 'N' TO CALC-PERIODO-OK
                   END-IF
               END-IF
           END-IF
           IF CALC-PERIODO-OK = 'S'
               MOVE CALC-DATA-INI TO CALC-DATA-INI-X
               MOVE CALC-DATA-FIM TO CALC-DATA-FIM-X
               IF CALC-CONTA-DIGITADA = SPACES
                   DISPLAY "Extrato de todos os clientes de "
                       CALC-DATA-INI-X " a " CALC-DATA-FIM-X
               ELSE
                   DISPLAY "Extrato da conta " CALC-CONTA-DIGITADA
                       " de " CALC-DATA-INI-X " a " CALC-DATA-FIM-X
               END-IF
           END-IF.
           EXIT.

       confere-data.
           MOVE 'S' TO CALC-DATA-TESTE-OK
           IF CALC-DATA-TESTE IS NOT NUMERIC
               MOVE 'N' TO CALC-DATA-TESTE-OK
           ELSE
           IF CALC-DATA-TESTE (5:2) < "01"
               OR CALC-DATA-TESTE (5:2) > "12"
               OR CALC-DATA-TESTE (7:2) < "01"
               OR CALC-DATA-TESTE (7:2) > "31"
               MOVE 'N' TO CALC-DATA-TESTE-OK
           END-IF
           END-IF.
           EXIT.

      * CALCRES e lido pela conta: com a conta informada, posiciona
      * nela e le enquanto for a mesma; sem conta, posiciona depois
      * das contas em branco e le o arquivo ate o fim. Dentro da
      * conta a ordem e a de gravacao; a data filtra o periodo.
       gera-extrato.
           OPEN OUTPUT CALC-REL-FILE
           ACCEPT CALC-DATA-EMISSAO FROM DATE YYYYMMDD

           MOVE SPACES TO CALC-REL-LINHA
           STRING "EXTRATO DE TRANSACOES POR CLIENTE - PERIODO DE "
                      DELIMITED BY SIZE
                  CALC-DATA-INI-X      DELIMITED BY SIZE
                  " A "                DELIMITED BY SIZE
                  CALC-DATA-FIM-X      DELIMITED BY SIZE
                  "   EMISSAO: "       DELIMITED BY SIZE
                  CALC-DATA-EMISSAO    DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE SPACES TO CALC-CONTA-ATUAL
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE CALC-CONTA-DIGITADA TO CALC-RESULT-CONTA
           IF CALC-CONTA-DIGITADA = SPACES
               START CALC-RESULT-FILE KEY > CALC-RESULT-CONTA
                   INVALID KEY
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
               END-START
           ELSE
               START CALC-RESULT-FILE KEY = CALC-RESULT-CONTA
                   INVALID KEY
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
               END-START
           END-IF
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-CONTA-DIGITADA NOT = SPACES
                           AND CALC-RESULT-CONTA NOT =
                               CALC-CONTA-DIGITADA
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                       IF CALC-RESULT-DATA NOT < CALC-DATA-INI
                           AND CALC-RESULT-DATA NOT > CALC-DATA-FIM
                           IF CALC-RESULT-CONTA NOT = CALC-CONTA-ATUAL
                               IF CALC-CONTA-ATUAL NOT = SPACES
                                   PERFORM fecha-cliente
                               END-IF
                               PERFORM abre-cliente
                           END-IF
                           PERFORM escreve-linha-transacao
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CALC-CONTA-ATUAL NOT = SPACES
               PERFORM fecha-cliente
           ELSE
               MOVE SPACES TO CALC-REL-LINHA
               WRITE CALC-REL-LINHA
               MOVE SPACES TO CALC-REL-LINHA
               STRING "NENHUMA TRANSACAO DE CLIENTE NO PERIODO"
                          DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
               WRITE CALC-REL-LINHA
           END-IF

           MOVE SPACES TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "=" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE "CLIENTES NO EXTRATO:          " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-CLIENTES              TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "CLIENTES NAO CADASTRADOS:     " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-SEM-CADASTRO          TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "TRANSACOES NO PERIODO:        " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-TRANSACOES            TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "ACEITAS (OK):                 " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ACEITAS               TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "REJEITADAS:                   " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-REJEITADAS            TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE SPACES TO CALC-REL-LINHA
           STRING "FIM DO RELATORIO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           CLOSE CALC-REL-FILE
           DISPLAY "Extrato gravado em CALCEXTR: "
               CALC-CONT-CLIENTES " cliente(s), "
               CALC-CONT-TRANSACOES " transacao(oes)".
           EXIT.

      * Cabecalho do cliente; conta sem cadastro sai assim mesmo,
      * com a indicacao no lugar do nome.
       abre-cliente.
           MOVE CALC-RESULT-CONTA TO CALC-CONTA-ATUAL
           ADD 1 TO CALC-CONT-CLIENTES
           MOVE 0 TO CALC-CLI-TRANSACOES
           MOVE 0 TO CALC-CLI-ACEITAS
           MOVE 0 TO CALC-CLI-REJEITADAS
           MOVE 0 TO CALC-MOE-QTD-TAB
           MOVE "NAO CADASTRADO" TO CALC-NOME-ATUAL
           IF CALC-CLI-ABERTO = 'S'
               MOVE CALC-CONTA-ATUAL TO CALC-CLI-CONTA
               READ CALC-CLIENTE-FILE
                   INVALID KEY
                       ADD 1 TO CALC-CONT-SEM-CADASTRO
                   NOT INVALID KEY
                       MOVE CALC-CLI-NOME TO CALC-NOME-ATUAL
               END-READ
           ELSE
               MOVE "CADASTRO INDISPONIVEL" TO CALC-NOME-ATUAL
           END-IF

           MOVE SPACES TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "CLIENTE: "          DELIMITED BY SIZE
                  CALC-CONTA-ATUAL     DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CALC-NOME-ATUAL      DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "DATA     LT  CHAVE OP PAR    " DELIMITED BY SIZE
                  "        NUM1        TAXA" DELIMITED BY SIZE
                  "  VALOR LIQUIDO       TARIFA ST" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.

      * Conversao mostra o par, a taxa, o liquido nas casas da moeda
      * de destino e a tarifa (o valor gravado nos resultados
      * anteriores a tarifa); operacao aritmetica mostra o resultado
      * no lugar do liquido, sem par, taxa nem tarifa.
       escreve-linha-transacao.
           ADD 1 TO CALC-CLI-TRANSACOES
           ADD 1 TO CALC-CONT-TRANSACOES
           IF CALC-RESULT-STATUS = 'OK'
               ADD 1 TO CALC-CLI-ACEITAS
               ADD 1 TO CALC-CONT-ACEITAS
           ELSE
               ADD 1 TO CALC-CLI-REJEITADAS
               ADD 1 TO CALC-CONT-REJEITADAS
           END-IF
           MOVE CALC-RESULT-NUM1 TO CALC-NUM1-ED
           MOVE CALC-RESULT-VALOR TO CALC-VALOR-LINHA
           MOVE 0 TO CALC-TARIFA-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           IF CALC-RESULT-OPERACAO = "C"
               IF CALC-RESULT-VALOR-MOEDA IS NUMERIC
                   MOVE CALC-RESULT-VALOR-MOEDA TO CALC-VALOR-LINHA
               END-IF
               IF CALC-RESULT-TARIFA IS NUMERIC
                   MOVE CALC-RESULT-TARIFA TO CALC-TARIFA-LINHA
               END-IF
               MOVE CALC-RESULT-TAXA   TO CALC-TAXA-ED
               MOVE CALC-VALOR-LINHA   TO CALC-VALOR-ED
               MOVE CALC-TARIFA-LINHA  TO CALC-TARIFA-ED
               STRING CALC-RESULT-DATA    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-RESULT-LOTE    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-RESULT-CHAVE   DELIMITED BY SIZE
                      "  C "              DELIMITED BY SIZE
                      CALC-RESULT-MOEDA-ORIGEM  DELIMITED BY SIZE
                      "/"                 DELIMITED BY SIZE
                      CALC-RESULT-MOEDA-DESTINO DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-NUM1-ED        DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-TAXA-ED        DELIMITED BY SIZE
                      "   "               DELIMITED BY SIZE
                      CALC-VALOR-ED       DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-TARIFA-ED      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-RESULT-STATUS  DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
               IF CALC-RESULT-STATUS = 'OK'
                   PERFORM acumula-moeda
               END-IF
           ELSE
               MOVE CALC-VALOR-LINHA TO CALC-VALOR-ED
               STRING CALC-RESULT-DATA    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-RESULT-LOTE    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CALC-RESULT-CHAVE   DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      CALC-RESULT-OPERACAO DELIMITED BY SIZE
                      "         "         DELIMITED BY SIZE
                      CALC-NUM1-ED        DELIMITED BY SIZE
                      "               "   DELIMITED BY SIZE
                      CALC-VALOR-ED       DELIMITED BY SIZE
                      "              "    DELIMITED BY SIZE
                      CALC-RESULT-STATUS  DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           END-IF
           WRITE CALC-REL-LINHA.
           EXIT.

      * Totais do cliente por moeda de destino, na ordem em que as
      * moedas aparecem; moeda alem da capacidade da tabela fica de
      * fora dos totais com aviso no terminal.
       acumula-moeda.
           MOVE 0 TO CALC-MOE-POS
           PERFORM VARYING CALC-MOE-IDX FROM 1 BY 1
               UNTIL CALC-MOE-IDX > CALC-MOE-QTD-TAB
                  OR CALC-MOE-POS > 0
               IF CALC-MOE-CODIGO (CALC-MOE-IDX) =
                   CALC-RESULT-MOEDA-DESTINO
                   MOVE CALC-MOE-IDX TO CALC-MOE-POS
               END-IF
           END-PERFORM
           IF CALC-MOE-POS = 0
               IF CALC-MOE-QTD-TAB < CALC-MOE-MAXIMO
                   ADD 1 TO CALC-MOE-QTD-TAB
                   MOVE CALC-MOE-QTD-TAB TO CALC-MOE-POS
                   MOVE CALC-RESULT-MOEDA-DESTINO
                       TO CALC-MOE-CODIGO (CALC-MOE-POS)
                   MOVE 0 TO CALC-MOE-QTD (CALC-MOE-POS)
                   MOVE 0 TO CALC-MOE-LIQUIDO (CALC-MOE-POS)
                   MOVE 0 TO CALC-MOE-TARIFA (CALC-MOE-POS)
               ELSE
                   DISPLAY "Aviso: moedas demais para a conta "
                       CALC-CONTA-ATUAL " - " CALC-RESULT-MOEDA-DESTINO
                       " fora dos totais"
               END-IF
           END-IF
           IF CALC-MOE-POS > 0
               ADD 1 TO CALC-MOE-QTD (CALC-MOE-POS)
               ADD CALC-VALOR-LINHA
                   TO CALC-MOE-LIQUIDO (CALC-MOE-POS)
               ADD CALC-TARIFA-LINHA
                   TO CALC-MOE-TARIFA (CALC-MOE-POS)
           END-IF.
           EXIT.

      * Totais do periodo do cliente.
       fecha-cliente.
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE "  TRANSACOES NO PERIODO:      " TO CALC-TOT-ROTULO
           MOVE CALC-CLI-TRANSACOES             TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "  ACEITAS (OK):               " TO CALC-TOT-ROTULO
           MOVE CALC-CLI-ACEITAS                TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "  REJEITADAS:                 " TO CALC-TOT-ROTULO
           MOVE CALC-CLI-REJEITADAS             TO CALC-CONT-ED
           PERFORM escreve-linha-total
           PERFORM VARYING CALC-MOE-IDX FROM 1 BY 1
               UNTIL CALC-MOE-IDX > CALC-MOE-QTD-TAB
               PERFORM escreve-linha-moeda
           END-PERFORM.
           EXIT.

       escreve-linha-moeda.
           MOVE CALC-MOE-QTD (CALC-MOE-IDX)     TO CALC-CONT-ED
           MOVE CALC-MOE-LIQUIDO (CALC-MOE-IDX) TO CALC-LIQUIDO-ED
           MOVE CALC-MOE-TARIFA (CALC-MOE-IDX)  TO CALC-TOT-TARIFA-ED
           MOVE SPACES TO CALC-REL-LINHA
           STRING "  CONVERSOES EM "   DELIMITED BY SIZE
                  CALC-MOE-CODIGO (CALC-MOE-IDX) DELIMITED BY SIZE
                  ":         "         DELIMITED BY SIZE
                  CALC-CONT-ED         DELIMITED BY SIZE
                  "  LIQUIDO "         DELIMITED BY SIZE
                  CALC-LIQUIDO-ED      DELIMITED BY SIZE
                  "  TARIFA "          DELIMITED BY SIZE
                  CALC-TOT-TARIFA-ED   DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.

       escreve-linha-total.
           MOVE SPACES TO CALC-REL-LINHA
           STRING CALC-TOT-ROTULO DELIMITED BY SIZE
                  CALC-CONT-ED    DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.
