       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCADL.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de situacao da cadeia noturna, para a
      * conferencia da manha: le o registro da cadeia (CALCCAD)
      * gravado pelo CALCCADE e lista, para a cadeia pedida, uma
      * linha por execucao de passo - ordem, passo, programa, inicio,
      * fim, codigo de retorno, limite e situacao - e em seguida os
      * passos da definicao (CALCCADP) que ainda nao rodaram nela. No
      * fim, a contagem por situacao da ultima execucao de cada passo
      * e a situacao da cadeia: concluida ou parada em qual passo. A
      * data da cadeia vem do terminal ou, na execucao desassistida,
      * da linha CALCCADL do arquivo de parametros CALCPARM; em
      * branco vale a ultima cadeia do registro. O relatorio sai em
      * CALCCADR. Cadeia nao concluida termina o job com codigo de
      * retorno 4.
      * Corrigido: a situacao dos passos misturava todas as execucoes
      * da cadeia na mesma data, e uma cadeia nova (acao N do CALCCADE)
      * aparecia concluida por conta dos passos da anterior. Agora so a
      * execucao mais recente (CALC-CAD-EXECUCAO) conta; cada execucao
      * abre com uma linha propria e as abandonadas saem so listadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PASSO-FILE ASSIGN TO "CALCCADP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PASSO-STATUS.

           SELECT CALC-CAD-FILE ASSIGN TO "CALCCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-CAD-CHAVE
               FILE STATUS IS CALC-CAD-STATUS.

           SELECT CALC-REL-FILE ASSIGN TO "CALCCADR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PASSO-FILE.
       01  CALC-PASSO-RECORD.
           05 CALC-PASSO-NOME       PIC X(8).
           05 CALC-PASSO-PROGRAMA   PIC X(40).
           05 CALC-PASSO-RC-MAXIMO  PIC X(2).

       FD  CALC-CAD-FILE.
       01  CALC-CAD-RECORD.
           05 CALC-CAD-CHAVE.
               10 CALC-CAD-DATA-CADEIA PIC 9(8).
               10 CALC-CAD-SEQ         PIC 9(3).
           05 CALC-CAD-ORDEM        PIC 9(2).
           05 CALC-CAD-PASSO        PIC X(8).
           05 CALC-CAD-PROGRAMA     PIC X(40).
           05 CALC-CAD-RC-MAXIMO    PIC 9(2).
           05 CALC-CAD-DATA-INICIO  PIC 9(8).
           05 CALC-CAD-HORA-INICIO  PIC 9(6).
           05 CALC-CAD-DATA-FIM     PIC 9(8).
           05 CALC-CAD-HORA-FIM     PIC 9(6).
           05 CALC-CAD-RETORNO      PIC S9(4).
           05 CALC-CAD-SITUACAO     PIC X(2).
               88 CALC-CAD-EM-EXECUCAO VALUE 'EX'.
               88 CALC-CAD-CONCLUIDO   VALUE 'OK'.
               88 CALC-CAD-FALHOU      VALUE 'FA'.
               88 CALC-CAD-PULADO      VALUE 'PU'.
           05 CALC-CAD-EXECUCAO     PIC 9(3).

       FD  CALC-REL-FILE.
       01  CALC-REL-LINHA PIC X(132).

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-RECORD.
           05 CALC-PARM-PROGRAMA  PIC X(8).
           05 CALC-PARM-DATA      PIC X(8).

       WORKING-STORAGE SECTION.
       01 CALC-PASSO-STATUS    PIC X(02) VALUE SPACES.
       01 CALC-CAD-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-PARM-STATUS     PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO     PIC X(05) VALUE 'FALSE'.
       01 CALC-EXEC-PARM       PIC X(01) VALUE 'N'.
       01 CALC-FIM-PARM        PIC X(05) VALUE 'FALSE'.

       01 CALC-DATA-DIG        PIC X(08) VALUE SPACES.
       01 CALC-DATA-OK         PIC X(01) VALUE 'S'.
       01 CALC-DATA-CADEIA     PIC 9(08) VALUE 0.
       01 CALC-DATA-CADEIA-X   PIC X(08) VALUE SPACES.
       01 CALC-CADEIA-ACHADA   PIC X(01) VALUE 'N'.
       01 CALC-DEFINICAO-LIDA  PIC X(01) VALUE 'N'.
       01 CALC-ULTIMA-EXECUCAO PIC 9(03) VALUE 0.
       01 CALC-EXECUCAO-LIDA   PIC 9(03) VALUE 0.

      * Passos da cadeia: os da definicao, na ordem de CALCCADP, e
      * os que so aparecem no registro, com a situacao da ultima
      * execucao de cada um na cadeia pedida.
       01 CALC-PASSO-TABELA.
           05 CALC-PASSO OCCURS 60.
               10 CALC-TAB-NOME        PIC X(08).
               10 CALC-TAB-PROGRAMA    PIC X(40).
               10 CALC-TAB-DEFINIDO    PIC X(01).
               10 CALC-TAB-SITUACAO    PIC X(02).
       01 CALC-PASSO-QTD       PIC S9(4) COMP VALUE 0.
       01 CALC-PASSO-MAXIMO    PIC S9(4) COMP VALUE 60.
       01 CALC-PASSO-IDX       PIC S9(4) COMP VALUE 0.
       01 CALC-PASSO-POS       PIC S9(4) COMP VALUE 0.
       01 CALC-PASSO-PARADO    PIC S9(4) COMP VALUE 0.

       01 CALC-SITUACAO-DESC   PIC X(30) VALUE SPACES.
       01 CALC-SITUACAO-CADEIA PIC X(60) VALUE SPACES.

       01 CALC-CONT-EXECUCOES  PIC 9(5) VALUE 0.
       01 CALC-CONT-CONCLUIDOS PIC 9(5) VALUE 0.
       01 CALC-CONT-PULADOS    PIC 9(5) VALUE 0.
       01 CALC-CONT-FALHOS     PIC 9(5) VALUE 0.
       01 CALC-CONT-INTERROMPIDOS PIC 9(5) VALUE 0.
       01 CALC-CONT-NAO-EXECUTADOS PIC 9(5) VALUE 0.

       01 CALC-DATA-EMISSAO  PIC 9(08) VALUE 0.
       01 CALC-TOT-ROTULO    PIC X(30) VALUE SPACES.
       01 CALC-CONT-ED       PIC ZZZZ9.
       01 CALC-RC-ED         PIC -(3)9.

       PROCEDURE DIVISION.

           PERFORM le-parametros
           IF CALC-EXEC-PARM = 'S'
               DISPLAY "Execucao por arquivo de parametros"
           ELSE
               DISPLAY "Data da cadeia (AAAAMMDD, vazio = ultima): "
               ACCEPT CALC-DATA-DIG
           END-IF
           MOVE 'S' TO CALC-DATA-OK
           IF CALC-DATA-DIG NOT = SPACES
               IF CALC-DATA-DIG IS NUMERIC
                   MOVE CALC-DATA-DIG TO CALC-DATA-CADEIA
               ELSE
                   MOVE 'N' TO CALC-DATA-OK
               END-IF
           END-IF

           IF CALC-DATA-OK = 'N'
               DISPLAY "Erro: data da cadeia invalida"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT CALC-CAD-FILE
               IF CALC-CAD-STATUS NOT = '00'
                   DISPLAY "Erro: registro da cadeia (CALCCAD) "
                       "indisponivel"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM carrega-definicao
                   IF CALC-DATA-CADEIA = 0
                       PERFORM procura-ultima-cadeia
                   END-IF
                   PERFORM procura-ultima-execucao
                   PERFORM gera-relatorio
                   CLOSE CALC-CAD-FILE
                   IF CALC-PASSO-PARADO > 0
                       OR CALC-CADEIA-ACHADA = 'N'
                       OR CALC-CONT-NAO-EXECUTADOS > 0
                       DISPLAY "Aviso: cadeia nao concluida - ver "
                           "CALCCADR"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
               ACCEPT CALC-DATA-DIG
           END-IF
           STOP RUN.

      * A execucao desassistida le a data da linha CALCCADL do
      * arquivo de parametros; sem o arquivo (ou sem a linha) o
      * prompt continua valendo.
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
                           IF CALC-PARM-PROGRAMA = "CALCCADL"
                               MOVE 'S' TO CALC-EXEC-PARM
                               MOVE CALC-PARM-DATA TO CALC-DATA-DIG
                               MOVE 'TRUE' TO CALC-FIM-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PARM-FILE
           END-IF.
           EXIT.

      * Sem a definicao a listagem sai so com o registro, e os
      * passos que nao rodaram nao tem como ser apontados.
       carrega-definicao.
           MOVE 0 TO CALC-PASSO-QTD
           MOVE 'N' TO CALC-DEFINICAO-LIDA
           OPEN INPUT CALC-PASSO-FILE
           IF CALC-PASSO-STATUS NOT = '00'
               DISPLAY "Aviso: definicao da cadeia (CALCCADP) "
                   "indisponivel"
           ELSE
               MOVE 'S' TO CALC-DEFINICAO-LIDA
               MOVE 'FALSE' TO CALC-FIM-ARQUIVO
               PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
                   READ CALC-PASSO-FILE
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           IF CALC-PASSO-NOME NOT = SPACES
                               AND CALC-PASSO-NOME (1:1) NOT = "*"
                               PERFORM localiza-passo
                               IF CALC-PASSO-POS = 0
                                   PERFORM inclui-passo
                                   IF CALC-PASSO-POS > 0
                                       MOVE 'S' TO CALC-TAB-DEFINIDO
                                           (CALC-PASSO-POS)
                                       MOVE CALC-PASSO-PROGRAMA
                                           TO CALC-TAB-PROGRAMA
                                           (CALC-PASSO-POS)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PASSO-FILE
           END-IF.
           EXIT.

       localiza-passo.
           MOVE 0 TO CALC-PASSO-POS
           PERFORM VARYING CALC-PASSO-IDX FROM 1 BY 1
               UNTIL CALC-PASSO-IDX > CALC-PASSO-QTD
                  OR CALC-PASSO-POS > 0
               IF CALC-TAB-NOME (CALC-PASSO-IDX) = CALC-PASSO-NOME
                   MOVE CALC-PASSO-IDX TO CALC-PASSO-POS
               END-IF
           END-PERFORM.
           EXIT.

       inclui-passo.
           IF CALC-PASSO-QTD < CALC-PASSO-MAXIMO
               ADD 1 TO CALC-PASSO-QTD
               MOVE CALC-PASSO-QTD  TO CALC-PASSO-POS
               MOVE CALC-PASSO-NOME TO CALC-TAB-NOME (CALC-PASSO-POS)
               MOVE SPACES TO CALC-TAB-PROGRAMA (CALC-PASSO-POS)
               MOVE 'N'    TO CALC-TAB-DEFINIDO (CALC-PASSO-POS)
               MOVE SPACES TO CALC-TAB-SITUACAO (CALC-PASSO-POS)
           END-IF.
           EXIT.

       procura-ultima-cadeia.
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE ZEROS TO CALC-CAD-CHAVE
           START CALC-CAD-FILE KEY NOT < CALC-CAD-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-CAD-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       MOVE CALC-CAD-DATA-CADEIA TO CALC-DATA-CADEIA
               END-READ
           END-PERFORM.
           EXIT.

      * A situacao dos passos e da cadeia vem so da execucao mais
      * recente da data; as anteriores (abandonadas por uma cadeia
      * nova) saem listadas, mas nao contam.
       procura-ultima-execucao.
           MOVE 0 TO CALC-ULTIMA-EXECUCAO
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE CALC-DATA-CADEIA TO CALC-CAD-DATA-CADEIA
           MOVE 0                TO CALC-CAD-SEQ
           START CALC-CAD-FILE KEY NOT < CALC-CAD-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-CAD-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-CAD-DATA-CADEIA NOT = CALC-DATA-CADEIA
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                           MOVE CALC-CAD-EXECUCAO
                               TO CALC-ULTIMA-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       gera-relatorio.
           OPEN OUTPUT CALC-REL-FILE
           ACCEPT CALC-DATA-EMISSAO FROM DATE YYYYMMDD
           MOVE CALC-DATA-CADEIA TO CALC-DATA-CADEIA-X

           MOVE SPACES TO CALC-REL-LINHA
           STRING "SITUACAO DA CADEIA NOTURNA DE " DELIMITED BY SIZE
                  CALC-DATA-CADEIA-X               DELIMITED BY SIZE
                  "   EMISSAO: "                   DELIMITED BY SIZE
                  CALC-DATA-EMISSAO                DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "SEQ OR PASSO    PROGRAMA                        "
                      DELIMITED BY SIZE
                  "         INICIO          FIM             "
                      DELIMITED BY SIZE
                  "  RC LIM SITUACAO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE 'N' TO CALC-CADEIA-ACHADA
           MOVE 0   TO CALC-EXECUCAO-LIDA
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE CALC-DATA-CADEIA TO CALC-CAD-DATA-CADEIA
           MOVE 0                TO CALC-CAD-SEQ
           START CALC-CAD-FILE KEY NOT < CALC-CAD-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-CAD-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-CAD-DATA-CADEIA NOT = CALC-DATA-CADEIA
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                           MOVE 'S' TO CALC-CADEIA-ACHADA
                           IF CALC-CAD-EXECUCAO
                               NOT = CALC-EXECUCAO-LIDA
                               PERFORM escreve-linha-cadeia
                           END-IF
                           PERFORM escreve-linha-execucao
                       END-IF
               END-READ
           END-PERFORM
           IF CALC-CADEIA-ACHADA = 'N'
               MOVE SPACES TO CALC-REL-LINHA
               STRING "NENHUMA EXECUCAO REGISTRADA PARA A CADEIA"
                          DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
               WRITE CALC-REL-LINHA
           END-IF

           PERFORM apura-situacao-cadeia

           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE "EXECUCOES DE PASSO:          " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-EXECUCOES             TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "PASSOS CONCLUIDOS:           " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-CONCLUIDOS            TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "PASSOS PULADOS PELO OPERADOR:" TO CALC-TOT-ROTULO
           MOVE CALC-CONT-PULADOS               TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "PASSOS ACIMA DO LIMITE:      " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-FALHOS                TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "PASSOS SEM FIM REGISTRADO:   " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-INTERROMPIDOS         TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "PASSOS NAO EXECUTADOS:       " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-NAO-EXECUTADOS        TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE SPACES TO CALC-REL-LINHA
           STRING "SITUACAO DA CADEIA: " DELIMITED BY SIZE
                  CALC-SITUACAO-CADEIA   DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE SPACES TO CALC-REL-LINHA
           STRING "FIM DO RELATORIO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           CLOSE CALC-REL-FILE
           DISPLAY "Cadeia de " CALC-DATA-CADEIA-X ": "
               CALC-SITUACAO-CADEIA
           DISPLAY "Situacao da cadeia gravada em CALCCADR.".
           EXIT.

      * Cada execucao da cadeia na data abre com uma linha propria.
       escreve-linha-cadeia.
           MOVE CALC-CAD-EXECUCAO TO CALC-EXECUCAO-LIDA
           MOVE SPACES TO CALC-REL-LINHA
           IF CALC-CAD-EXECUCAO = CALC-ULTIMA-EXECUCAO
               STRING "EXECUCAO " DELIMITED BY SIZE
                      CALC-CAD-EXECUCAO DELIMITED BY SIZE
                      " DA CADEIA (ATUAL)" DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           ELSE
               STRING "EXECUCAO " DELIMITED BY SIZE
                      CALC-CAD-EXECUCAO DELIMITED BY SIZE
                      " DA CADEIA (ABANDONADA)" DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           END-IF
           WRITE CALC-REL-LINHA.
           EXIT.

      * A ultima execucao de cada passo, dentro da execucao mais
      * recente da cadeia, vale como a situacao dele.
       escreve-linha-execucao.
           ADD 1 TO CALC-CONT-EXECUCOES
           IF CALC-CAD-EXECUCAO = CALC-ULTIMA-EXECUCAO
               MOVE CALC-CAD-PASSO TO CALC-PASSO-NOME
               PERFORM localiza-passo
               IF CALC-PASSO-POS = 0
                   PERFORM inclui-passo
               END-IF
               IF CALC-PASSO-POS > 0
                   MOVE CALC-CAD-SITUACAO
                       TO CALC-TAB-SITUACAO (CALC-PASSO-POS)
                   IF CALC-TAB-PROGRAMA (CALC-PASSO-POS) = SPACES
                       MOVE CALC-CAD-PROGRAMA
                           TO CALC-TAB-PROGRAMA (CALC-PASSO-POS)
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CALC-CAD-CONCLUIDO
                   MOVE "CONCLUIDO" TO CALC-SITUACAO-DESC
               WHEN CALC-CAD-FALHOU
                   MOVE "ACIMA DO LIMITE - CADEIA PARA"
                       TO CALC-SITUACAO-DESC
               WHEN CALC-CAD-PULADO
                   MOVE "PULADO PELO OPERADOR" TO CALC-SITUACAO-DESC
               WHEN CALC-CAD-EM-EXECUCAO
                   MOVE "SEM FIM (EM EXECUCAO OU QUEDA)"
                       TO CALC-SITUACAO-DESC
               WHEN OTHER
                   MOVE CALC-CAD-SITUACAO TO CALC-SITUACAO-DESC
           END-EVALUATE
           MOVE CALC-CAD-RETORNO TO CALC-RC-ED
           MOVE SPACES TO CALC-REL-LINHA
           IF CALC-CAD-EM-EXECUCAO
               STRING CALC-CAD-SEQ         DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-ORDEM       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-PASSO       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-PROGRAMA    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-DATA-INICIO DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-HORA-INICIO DELIMITED BY SIZE
                      "                       "
                                           DELIMITED BY SIZE
                      CALC-CAD-RC-MAXIMO   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-SITUACAO-DESC   DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           ELSE
               STRING CALC-CAD-SEQ         DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-ORDEM       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-PASSO       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-PROGRAMA    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-DATA-INICIO DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-HORA-INICIO DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-DATA-FIM    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-CAD-HORA-FIM    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-RC-ED           DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      CALC-CAD-RC-MAXIMO   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CALC-SITUACAO-DESC   DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           END-IF
           WRITE CALC-REL-LINHA.
           EXIT.

      * Situacao da cadeia pelo primeiro passo, na ordem da tabela,
      * cuja ultima execucao nao terminou concluida ou pulada; os
      * passos definidos que nao rodaram saem listados.
       apura-situacao-cadeia.
           MOVE 0 TO CALC-PASSO-PARADO
           PERFORM VARYING CALC-PASSO-IDX FROM 1 BY 1
               UNTIL CALC-PASSO-IDX > CALC-PASSO-QTD
               EVALUATE CALC-TAB-SITUACAO (CALC-PASSO-IDX)
                   WHEN 'OK'
                       ADD 1 TO CALC-CONT-CONCLUIDOS
                   WHEN 'PU'
                       ADD 1 TO CALC-CONT-PULADOS
                   WHEN 'FA'
                       ADD 1 TO CALC-CONT-FALHOS
                   WHEN 'EX'
                       ADD 1 TO CALC-CONT-INTERROMPIDOS
                   WHEN OTHER
                       ADD 1 TO CALC-CONT-NAO-EXECUTADOS
                       PERFORM escreve-passo-nao-executado
               END-EVALUATE
               IF CALC-PASSO-PARADO = 0
                   AND CALC-TAB-SITUACAO (CALC-PASSO-IDX) NOT = 'OK'
                   AND CALC-TAB-SITUACAO (CALC-PASSO-IDX) NOT = 'PU'
                   MOVE CALC-PASSO-IDX TO CALC-PASSO-PARADO
               END-IF
           END-PERFORM

           MOVE SPACES TO CALC-SITUACAO-CADEIA
           IF CALC-CADEIA-ACHADA = 'N'
               MOVE "NAO EXECUTADA" TO CALC-SITUACAO-CADEIA
           ELSE
           IF CALC-PASSO-PARADO = 0
               IF CALC-DEFINICAO-LIDA = 'S'
                   MOVE "CONCLUIDA" TO CALC-SITUACAO-CADEIA
               ELSE
                   MOVE "CONCLUIDA NOS PASSOS REGISTRADOS"
                       TO CALC-SITUACAO-CADEIA
               END-IF
           ELSE
           IF CALC-TAB-SITUACAO (CALC-PASSO-PARADO) = 'FA'
               STRING "PARADA NO PASSO "  DELIMITED BY SIZE
                      CALC-TAB-NOME (CALC-PASSO-PARADO)
                                          DELIMITED BY SPACE
                      " (ACIMA DO LIMITE) - RETOMAR PELO CALCCADE"
                                          DELIMITED BY SIZE
                   INTO CALC-SITUACAO-CADEIA
           ELSE
           IF CALC-TAB-SITUACAO (CALC-PASSO-PARADO) = 'EX'
               STRING "SEM FIM NO PASSO "  DELIMITED BY SIZE
                      CALC-TAB-NOME (CALC-PASSO-PARADO)
                                          DELIMITED BY SPACE
                      " (EM EXECUCAO OU QUEDA DO CONDUTOR)"
                                          DELIMITED BY SIZE
                   INTO CALC-SITUACAO-CADEIA
           ELSE
               STRING "INCOMPLETA A PARTIR DO PASSO " DELIMITED BY SIZE
                      CALC-TAB-NOME (CALC-PASSO-PARADO)
                                          DELIMITED BY SPACE
                   INTO CALC-SITUACAO-CADEIA
           END-IF
           END-IF
           END-IF
           END-IF.
           EXIT.

       escreve-passo-nao-executado.
           MOVE SPACES TO CALC-REL-LINHA
           STRING "    "                DELIMITED BY SIZE
                  CALC-TAB-NOME (CALC-PASSO-IDX)     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  CALC-TAB-PROGRAMA (CALC-PASSO-IDX) DELIMITED BY SIZE
                  " NAO EXECUTADO NESTA CADEIA"      DELIMITED BY SIZE
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
