       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLRT.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de retorno do razao: o CALCGLEX entregava o
      * CALCGLI e nada mais se sabia dele, e lancamento recusado
      * pelo razao so aparecia quando o mes nao fechava. O job le o
      * arquivo de retorno CALCGLA que o razao devolve - um registro
      * por detalhe do CALCGLI, com data e numero do lote, chave,
      * operacao, situacao ('A' aceito ou 'R' rejeitado) e motivo -
      * e grava em CALCRES a situacao do lancamento, o motivo e a
      * data do retorno. Rejeicao do detalhe de tarifa ('T') rejeita
      * o resultado com o motivo marcado como de tarifa, e o aceite
      * de um detalhe nao desfaz a rejeicao do outro no mesmo
      * retorno. Em seguida varre CALCRES e lista no relatorio de
      * excecoes CALCGLRR os resultados rejeitados pelo razao e os
      * extraidos ha mais dias que o limite sem retorno, alem dos
      * registros de retorno que nao casam com CALCRES. O limite de
      * dias vem do terminal ou, na execucao desassistida, da linha
      * CALCGLRT do arquivo de parametros CALCPARM; em branco vale
      * 5 dias. Excecao listada, ou retorno nao recebido, termina o
      * job com codigo de retorno 4.
      * Corrigido: o retorno casava so por data, lote e chave; um
      * retorno do lancamento de reavaliacao ('R' do CALCREAV, mesma
      * chave da conversao) ou com operacao corrompida regravava a
      * situacao da conversao. Agora a operacao precisa ser a do
      * resultado ou 'T', senao o retorno sai como nao casado.
      * Corrigido: limite de dias zero era aceito e tornava excecao
      * todo resultado aguardando retorno; agora vale de 1 a 999.

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

           SELECT CALC-GLA-FILE ASSIGN TO "CALCGLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GLA-STATUS.

           SELECT CALC-REL-FILE ASSIGN TO "CALCGLRR"
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

      * Retorno do razao: um registro por detalhe do CALCGLI.
       FD  CALC-GLA-FILE.
       01  CALC-GLA-RECORD.
           05 CALC-GLA-DATA-LOTE    PIC X(8).
           05 CALC-GLA-LOTE         PIC X(2).
           05 CALC-GLA-CHAVE        PIC X(6).
           05 CALC-GLA-OPERACAO     PIC X(1).
           05 CALC-GLA-SITUACAO     PIC X(1).
               88 CALC-GLA-ACEITO       VALUE 'A'.
               88 CALC-GLA-REJEITADO    VALUE 'R'.
           05 CALC-GLA-MOTIVO       PIC X(30).

       FD  CALC-REL-FILE.
       01  CALC-REL-LINHA PIC X(132).

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-RECORD.
           05 CALC-PARM-PROGRAMA  PIC X(8).
           05 CALC-PARM-DIAS      PIC X(3).

       WORKING-STORAGE SECTION.
       01 CALC-RESULT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 CALC-GLA-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-PARM-STATUS     PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO     PIC X(05) VALUE 'FALSE'.
       01 CALC-EXEC-PARM       PIC X(01) VALUE 'N'.
       01 CALC-FIM-PARM        PIC X(05) VALUE 'FALSE'.
       01 CALC-RETORNO-RECEBIDO PIC X(01) VALUE 'N'.

      * Limite de dias sem retorno.
       01 CALC-DIAS-DIG        PIC X(03) VALUE SPACES.
       01 CALC-DIAS-OK         PIC X(01) VALUE 'S'.
       01 CALC-LIMITE-DIAS     PIC 9(03) VALUE 5.

       01 CALC-DATA-HOJE       PIC 9(08) VALUE 0.
       01 CALC-DATA-HOJE-X     PIC X(08) VALUE SPACES.
       01 CALC-DATA-EXTRACAO-NUM PIC 9(08) VALUE 0.
       01 CALC-DIAS-SEM-RETORNO PIC S9(9) COMP VALUE 0.

      * Registro de retorno em tratamento.
       01 CALC-RETORNO-OK      PIC X(01) VALUE 'S'.
       01 CALC-MENSAGEM        PIC X(40) VALUE SPACES.

       01 CALC-CONT-RETORNOS    PIC 9(7) VALUE 0.
       01 CALC-CONT-ACEITOS     PIC 9(7) VALUE 0.
       01 CALC-CONT-REJEITADOS  PIC 9(7) VALUE 0.
       01 CALC-CONT-NAO-CASADOS PIC 9(7) VALUE 0.
       01 CALC-CONT-PEND-REJEITADOS PIC 9(7) VALUE 0.
       01 CALC-CONT-PEND-SEM-RETORNO PIC 9(7) VALUE 0.
       01 CALC-CONT-AGUARDANDO  PIC 9(7) VALUE 0.

       01 CALC-TOT-ROTULO    PIC X(30) VALUE SPACES.
       01 CALC-CONT-ED       PIC ZZZZZZ9.
       01 CALC-DIAS-ED       PIC ZZZZZZ9.
       01 CALC-VALOR-ED      PIC -(7)9.99.

       PROCEDURE DIVISION.

           PERFORM le-parametros
           IF CALC-EXEC-PARM = 'S'
               DISPLAY "Execucao por arquivo de parametros"
           ELSE
               DISPLAY "Limite de dias sem retorno do razao "
                   "(vazio = 5): "
               ACCEPT CALC-DIAS-DIG
           END-IF
           PERFORM define-limite-dias

           IF CALC-DIAS-OK = 'N'
               DISPLAY "Erro: limite de dias invalido"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O CALC-RESULT-FILE
               IF CALC-RESULT-FILE-STATUS NOT = '00'
                   DISPLAY "Erro: arquivo de resultados indisponivel "
                       "- retorno nao processado"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE CALC-DATA-HOJE TO CALC-DATA-HOJE-X
                   PERFORM abre-relatorio
                   PERFORM processa-retorno
                   PERFORM lista-pendencias
                   PERFORM fecha-relatorio
                   CLOSE CALC-RESULT-FILE
                   IF CALC-RETORNO-RECEBIDO = 'N'
                       OR CALC-CONT-NAO-CASADOS > 0
                       OR CALC-CONT-PEND-REJEITADOS > 0
                       OR CALC-CONT-PEND-SEM-RETORNO > 0
                       DISPLAY "Aviso: excecoes de lancamento - "
                           "ver CALCGLRR"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
               ACCEPT CALC-DIAS-DIG
           END-IF
           STOP RUN.

      * A execucao desassistida le o limite de dias da linha
      * CALCGLRT do arquivo de parametros; sem o arquivo (ou sem a
      * linha) o prompt continua valendo.
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
                           IF CALC-PARM-PROGRAMA = "CALCGLRT"
                               MOVE 'S' TO CALC-EXEC-PARM
                               MOVE CALC-PARM-DIAS TO CALC-DIAS-DIG
                               MOVE 'TRUE' TO CALC-FIM-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PARM-FILE
           END-IF.
           EXIT.

      * Limite em branco vale 5 dias; informado, de 1 a 999 dias,
      * com 1 a 3 digitos alinhados a esquerda.
       define-limite-dias.
           MOVE 'S' TO CALC-DIAS-OK
           IF CALC-DIAS-DIG NOT = SPACES
               IF CALC-DIAS-DIG IS NUMERIC
                   MOVE CALC-DIAS-DIG TO CALC-LIMITE-DIAS
               ELSE
               IF CALC-DIAS-DIG (3:1) = SPACE
                   AND CALC-DIAS-DIG (1:2) IS NUMERIC
                   MOVE CALC-DIAS-DIG (1:2) TO CALC-LIMITE-DIAS
               ELSE
               IF CALC-DIAS-DIG (2:2) = SPACES
                   AND CALC-DIAS-DIG (1:1) IS NUMERIC
                   MOVE CALC-DIAS-DIG (1:1) TO CALC-LIMITE-DIAS
               ELSE
                   MOVE 'N' TO CALC-DIAS-OK
               END-IF
               END-IF
               END-IF
               IF CALC-LIMITE-DIAS = 0
                   MOVE 'N' TO CALC-DIAS-OK
               END-IF
           END-IF
           IF CALC-DIAS-OK = 'S'
               DISPLAY "Limite sem retorno do razao: "
                   CALC-LIMITE-DIAS " dia(s)"
           END-IF.
           EXIT.

       abre-relatorio.
           OPEN OUTPUT CALC-REL-FILE
           MOVE CALC-LIMITE-DIAS TO CALC-DIAS-ED
           MOVE SPACES TO CALC-REL-LINHA
           STRING "RETORNO DO RAZAO E PENDENCIAS DE LANCAMENTO"
                      DELIMITED BY SIZE
                  "   EMISSAO: "       DELIMITED BY SIZE
                  CALC-DATA-HOJE-X     DELIMITED BY SIZE
                  "   LIMITE SEM RETORNO (DIAS): " DELIMITED BY SIZE
                  CALC-DIAS-ED         DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "RETORNOS NAO CASADOS COM CALCRES" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "DATA     LT CHAVE  OP S MOTIVO DO RAZAO        "
                      DELIMITED BY SIZE
                  "         OCORRENCIA" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.

      * Retorno nao recebido nao impede a lista de pendencias: o
      * que esta sem retorno ha mais que o limite sai nela.
       processa-retorno.
           OPEN INPUT CALC-GLA-FILE
           IF CALC-GLA-STATUS NOT = '00'
               MOVE 'N' TO CALC-RETORNO-RECEBIDO
               DISPLAY "Aviso: arquivo de retorno do razao (CALCGLA) "
                   "nao recebido"
               MOVE SPACES TO CALC-REL-LINHA
               STRING "ARQUIVO DE RETORNO CALCGLA NAO RECEBIDO"
                          DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
               WRITE CALC-REL-LINHA
           ELSE
               MOVE 'S' TO CALC-RETORNO-RECEBIDO
               MOVE 'FALSE' TO CALC-FIM-ARQUIVO
               PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
                   READ CALC-GLA-FILE
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           IF CALC-GLA-RECORD NOT = SPACES
                               ADD 1 TO CALC-CONT-RETORNOS
                               PERFORM aplica-retorno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-GLA-FILE
               DISPLAY "Retornos do razao lidos: " CALC-CONT-RETORNOS
                   "  aceitos " CALC-CONT-ACEITOS
                   "  rejeitados " CALC-CONT-REJEITADOS
                   "  nao casados " CALC-CONT-NAO-CASADOS
           END-IF.
           EXIT.

      * O retorno casa com o resultado pela data, lote e chave, e
      * pela operacao: a do proprio resultado ou 'T' (a tarifa dele).
      * Outra operacao com a mesma chave - o lancamento 'R' do
      * CALCREAV, ou letra corrompida - nao casa. O aceite nao
      * desfaz uma rejeicao gravada no mesmo dia, que vem do outro
      * detalhe (conversao ou tarifa) do resultado.
       aplica-retorno.
           MOVE 'S' TO CALC-RETORNO-OK
           MOVE SPACES TO CALC-MENSAGEM
           IF CALC-GLA-DATA-LOTE IS NOT NUMERIC
               OR CALC-GLA-LOTE IS NOT NUMERIC
               OR CALC-GLA-CHAVE IS NOT NUMERIC
               MOVE 'N' TO CALC-RETORNO-OK
               MOVE "CHAVE INVALIDA" TO CALC-MENSAGEM
           ELSE
           IF NOT CALC-GLA-ACEITO AND NOT CALC-GLA-REJEITADO
               MOVE 'N' TO CALC-RETORNO-OK
               MOVE "SITUACAO INVALIDA (A OU R)" TO CALC-MENSAGEM
           END-IF
           END-IF
           IF CALC-RETORNO-OK = 'S'
               MOVE CALC-GLA-DATA-LOTE TO CALC-RESULT-DATA
               MOVE CALC-GLA-LOTE      TO CALC-RESULT-LOTE
               MOVE CALC-GLA-CHAVE     TO CALC-RESULT-CHAVE
               READ CALC-RESULT-FILE
                   INVALID KEY
                       MOVE 'N' TO CALC-RETORNO-OK
                       MOVE "RESULTADO NAO ENCONTRADO EM CALCRES"
                           TO CALC-MENSAGEM
               END-READ
           END-IF
           IF CALC-RETORNO-OK = 'S'
               AND CALC-RESULT-DATA-EXTRACAO IS NOT NUMERIC
               MOVE 'N' TO CALC-RETORNO-OK
               MOVE "RESULTADO NAO EXTRAIDO" TO CALC-MENSAGEM
           END-IF
           IF CALC-RETORNO-OK = 'S'
               AND CALC-GLA-OPERACAO NOT = CALC-RESULT-OPERACAO
               AND CALC-GLA-OPERACAO NOT = "T"
               MOVE 'N' TO CALC-RETORNO-OK
               MOVE "OPERACAO NAO CONFERE" TO CALC-MENSAGEM
           END-IF

           IF CALC-RETORNO-OK = 'N'
               ADD 1 TO CALC-CONT-NAO-CASADOS
               PERFORM escreve-linha-nao-casado
           ELSE
               IF CALC-GLA-REJEITADO
                   ADD 1 TO CALC-CONT-REJEITADOS
                   MOVE 'R' TO CALC-RESULT-LANCAMENTO
                   IF CALC-GLA-OPERACAO = "T"
                       MOVE SPACES TO CALC-RESULT-MOTIVO-RAZAO
                       STRING "TARIFA: "       DELIMITED BY SIZE
                              CALC-GLA-MOTIVO  DELIMITED BY SIZE
                           INTO CALC-RESULT-MOTIVO-RAZAO
                   ELSE
                       MOVE CALC-GLA-MOTIVO TO CALC-RESULT-MOTIVO-RAZAO
                   END-IF
               ELSE
                   ADD 1 TO CALC-CONT-ACEITOS
                   IF CALC-RESULT-REJEITADO-RAZAO
                       AND CALC-RESULT-DATA-RETORNO = CALC-DATA-HOJE-X
                       CONTINUE
                   ELSE
                       MOVE 'A'    TO CALC-RESULT-LANCAMENTO
                       MOVE SPACES TO CALC-RESULT-MOTIVO-RAZAO
                   END-IF
               END-IF
               MOVE CALC-DATA-HOJE-X TO CALC-RESULT-DATA-RETORNO
               REWRITE CALC-RESULT-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: chave " CALC-RESULT-CHAVE
                           " nao atualizada em CALCRES"
               END-REWRITE
           END-IF.
           EXIT.

       escreve-linha-nao-casado.
           MOVE SPACES TO CALC-REL-LINHA
           STRING CALC-GLA-DATA-LOTE   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-GLA-LOTE        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-GLA-CHAVE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-GLA-OPERACAO    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CALC-GLA-SITUACAO    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-GLA-MOTIVO      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CALC-MENSAGEM        DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.

      * Varre CALCRES inteiro: pendencia e o resultado rejeitado
      * pelo razao (ate ser reextraido e aceito) e o extraido sem
      * retorno ha mais dias que o limite.
       lista-pendencias.
           MOVE SPACES TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "PENDENCIAS DE LANCAMENTO NO RAZAO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "DATA     LT CHAVE  OP ST EXTRAIDO RETORNO  "
                      DELIMITED BY SIZE
                  "      VALOR CONTA      SITUACAO"
                      DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE ZEROS TO CALC-RESULT-CHAVE-RES
           START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-RESULT-DATA-EXTRACAO IS NUMERIC
                           PERFORM avalia-pendencia
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       avalia-pendencia.
           IF CALC-RESULT-REJEITADO-RAZAO
               ADD 1 TO CALC-CONT-PEND-REJEITADOS
               MOVE SPACES TO CALC-MENSAGEM
               STRING "REJEITADO: "          DELIMITED BY SIZE
                      CALC-RESULT-MOTIVO-RAZAO DELIMITED BY SIZE
                   INTO CALC-MENSAGEM
               PERFORM escreve-linha-pendencia
           ELSE
           IF CALC-RESULT-EXTRAIDO
               ADD 1 TO CALC-CONT-AGUARDANDO
               MOVE CALC-RESULT-DATA-EXTRACAO
                   TO CALC-DATA-EXTRACAO-NUM
               COMPUTE CALC-DIAS-SEM-RETORNO =
                   FUNCTION INTEGER-OF-DATE(CALC-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(CALC-DATA-EXTRACAO-NUM)
               IF CALC-DIAS-SEM-RETORNO > CALC-LIMITE-DIAS
                   ADD 1 TO CALC-CONT-PEND-SEM-RETORNO
                   MOVE CALC-DIAS-SEM-RETORNO TO CALC-DIAS-ED
                   MOVE SPACES TO CALC-MENSAGEM
                   STRING "SEM RETORNO HA"    DELIMITED BY SIZE
                          CALC-DIAS-ED        DELIMITED BY SIZE
                          " DIAS"             DELIMITED BY SIZE
                       INTO CALC-MENSAGEM
                   PERFORM escreve-linha-pendencia
               END-IF
           END-IF
           END-IF.
           EXIT.

       escreve-linha-pendencia.
           MOVE CALC-RESULT-VALOR TO CALC-VALOR-ED
           MOVE SPACES TO CALC-REL-LINHA
           STRING CALC-RESULT-DATA          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-RESULT-LOTE          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-RESULT-CHAVE         DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-RESULT-OPERACAO      DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  CALC-RESULT-STATUS        DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-RESULT-DATA-EXTRACAO DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-RESULT-DATA-RETORNO  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-VALOR-ED             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-RESULT-CONTA         DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CALC-MENSAGEM             DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.

       fecha-relatorio.
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE "RETORNOS LIDOS:               " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-RETORNOS              TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "  ACEITOS:                    " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ACEITOS               TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "  REJEITADOS:                 " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-REJEITADOS            TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "  NAO CASADOS:                " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-NAO-CASADOS           TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "AGUARDANDO RETORNO:           " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-AGUARDANDO            TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "  SEM RETORNO ALEM DO LIMITE: " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-PEND-SEM-RETORNO      TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "REJEITADOS PENDENTES:         " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-PEND-REJEITADOS       TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE SPACES TO CALC-REL-LINHA
           STRING "FIM DO RELATORIO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           CLOSE CALC-REL-FILE
           DISPLAY "Relatorio de excecoes gravado em CALCGLRR.".
           EXIT.

       escreve-linha-total.
           MOVE SPACES TO CALC-REL-LINHA
           STRING CALC-TOT-ROTULO DELIMITED BY SIZE
                  CALC-CONT-ED    DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.
