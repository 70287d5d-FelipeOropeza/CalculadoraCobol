      * ENTER" final, para a cadeia noturna nao parar no terminal.
      * Sem o arquivo (ou sem a linha), os prompts de hoje continuam
      * valendo.
      * Fechamento seguro para rodar de novo: cada linha de CALCSES
      * somada ao mestre ganha uma marca no arquivo indexado CALCFPOS
      * (data + sessao + operador + operacao, com a data do fechamento
      * que a lancou), e a linha que ja tem marca e pulada - um
      * fechamento interrompido no meio pode ser simplesmente rodado
      * de novo. CALCSES deixa de ser esvaziado as cegas: as linhas
      * gravadas por sessoes que terminaram durante o fechamento sao
      * copiadas (via CALCSESW) para um CALCSES novo e ficam para o
      * proximo fechamento. CALCFREL traz ao final a quantidade de
      * movimentos lidos, lancados, pulados por ja lancados e
      * transportados.
      * Fechamento que termina sem erro de acumulacao fecha a data
      * no controle de periodos CALCPER (mantido pelo CALCPERM), que
      * passa a recusar reprocessamento, liquidacao de suspensa e
      * taxa com vigencia retroativa naquela data; o fechamento do
      * ultimo dia do mes bloqueia o mes inteiro, do dia 01 ate a
      * data. CALCPER indisponivel nao desfaz o fechamento, mas o job
      * termina com aviso (RC 4) e CALCFREL pede para conferir o
      * controle de periodos.
      * Corrigido: o transporte dos movimentos novos nao conferia o
      * CALCSESW; uma falha na abertura ou na gravacao dele terminava
      * com CALCSES regravado vazio. Agora qualquer falha deixa CALCSES
      * como estava e termina com codigo de retorno 12.
      * Corrigido: a data do fechamento aceitava datas inexistentes
      * (31 de fevereiro); agora e conferida como data de calendario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CALC-TOT-CHAVE
               FILE STATUS IS CALC-TOT-STATUS.

           SELECT CALC-FPOS-FILE ASSIGN TO "CALCFPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-FPOS-CHAVE
               FILE STATUS IS CALC-FPOS-STATUS.

           SELECT CALC-PER-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-PER-DATA
               FILE STATUS IS CALC-PER-STATUS.

           SELECT CALC-SESW-FILE ASSIGN TO "CALCSESW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SESW-STATUS.

           SELECT CALC-FECH-REL-FILE ASSIGN TO "CALCFREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 CALC-TOT-CONT     PIC 9(7).
           05 CALC-TOT-TOTAL    PIC S9(15)V99.

      * Marca de movimento ja lancado no mestre: uma por linha de
      * CALCSES somada, com a data do fechamento que a lancou.
       FD  CALC-FPOS-FILE.
       01  CALC-FPOS-RECORD.
           05 CALC-FPOS-CHAVE.
               10 CALC-FPOS-DATA      PIC 9(8).
               10 CALC-FPOS-SESSAO    PIC 9(6).
               10 CALC-FPOS-OPERADOR  PIC X(8).
               10 CALC-FPOS-OPERACAO  PIC X(15).
           05 CALC-FPOS-DATA-FECH PIC X(8).

      * Controle de periodos: uma data por registro, mantido pelo
      * CALCPERM; data sem registro esta aberta.
       FD  CALC-PER-FILE.
       01  CALC-PER-RECORD.
           05 CALC-PER-DATA            PIC 9(8).
           05 CALC-PER-SITUACAO        PIC X(1).
               88 CALC-PER-ABERTO          VALUE 'A'.
               88 CALC-PER-FECHADO         VALUE 'F'.
               88 CALC-PER-BLOQUEADO       VALUE 'B'.
           05 CALC-PER-RESPONSAVEL     PIC X(8).
           05 CALC-PER-DATA-ALTERACAO  PIC 9(8).
           05 CALC-PER-HORA-ALTERACAO  PIC 9(6).
           05 CALC-PER-MOTIVO          PIC X(30).

      * Copia de trabalho das linhas de CALCSES gravadas depois do
      * inicio do fechamento, usada para regravar CALCSES so com elas.
       FD  CALC-SESW-FILE.
       01  CALC-SESW-RECORD       PIC X(57).

       FD  CALC-FECH-REL-FILE.
       01  CALC-FECH-REL-LINHA PIC X(132).

       01 CALC-SES-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-TOT-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-PARM-STATUS PIC X(02) VALUE SPACES.
       01 CALC-FPOS-STATUS PIC X(02) VALUE SPACES.
       01 CALC-SESW-STATUS PIC X(02) VALUE SPACES.
       01 CALC-PER-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO PIC X(05) VALUE 'FALSE'.
       01 CALC-EXEC-PARM   PIC X(01) VALUE 'N'.
       01 CALC-FIM-PARM    PIC X(05) VALUE 'FALSE'.
       01 CALC-CONT-MOVIMENTOS PIC 9(7) VALUE 0.
       01 CALC-CONT-MOV-ED     PIC ZZZZZZ9.
       01 CALC-ACUMULO-ERRO    PIC X(01) VALUE 'N'.
       01 CALC-CONT-LANCADOS      PIC 9(7) VALUE 0.
       01 CALC-CONT-JA-LANCADOS   PIC 9(7) VALUE 0.
       01 CALC-CONT-TRANSPORTADOS PIC 9(7) VALUE 0.
       01 CALC-CONT-PULAR         PIC 9(7) VALUE 0.
       01 CALC-TRANSPORTE-ERRO    PIC X(01) VALUE 'N'.
       01 CALC-REL-ROTULO         PIC X(30) VALUE SPACES.
       01 CALC-REL-CONT-TOT       PIC 9(7) VALUE 0.

      * Marcacao do periodo fechado: a data do fechamento, ou o mes
      * inteiro quando o fechamento cai no ultimo dia do mes.
       01 CALC-PER-ERRO           PIC X(01) VALUE 'N'.
       01 CALC-FIM-DO-MES         PIC X(01) VALUE 'N'.
       01 CALC-SITUACAO-MARCA     PIC X(01) VALUE SPACE.
       01 CALC-CONT-MARCADAS      PIC 9(7) VALUE 0.
       01 CALC-DATA-PERIODO       PIC 9(08) VALUE 0.
       01 CALC-DATA-INICIO-MES    PIC 9(08) VALUE 0.
       01 CALC-DATA-INICIO-MES-R REDEFINES CALC-DATA-INICIO-MES.
           05 FILLER              PIC 9(06).
           05 CALC-DIA-INICIO-MES PIC 9(02).
       01 CALC-DATA-SEGUINTE      PIC 9(08) VALUE 0.
       01 CALC-DATA-SEGUINTE-R REDEFINES CALC-DATA-SEGUINTE.
           05 FILLER              PIC 9(06).
           05 CALC-DIA-SEGUINTE   PIC 9(02).
       01 CALC-DIA-INT            PIC S9(9) COMP VALUE 0.
       01 CALC-DIA-FIM-INT        PIC S9(9) COMP VALUE 0.
       01 CALC-DATA-HOJE          PIC 9(08) VALUE 0.
       01 CALC-HORA-BRUTA.
           05 CALC-HORA-HHMMSS    PIC 9(06).
           05 FILLER              PIC 9(02).

       01 CALC-FECH-TABELA.
           05 CALC-FECH-OP OCCURS 8.
           PERFORM define-data-fechamento

           PERFORM abre-mestre-totais
           IF CALC-TOT-STATUS = '00'
               PERFORM abre-lancados
           END-IF
           IF CALC-TOT-STATUS NOT = '00'
               DISPLAY "Erro: mestre de totais (CALCTOT) "
                   "indisponivel - fechamento nao executado"
               MOVE 12 TO RETURN-CODE
           ELSE
           IF CALC-FPOS-STATUS NOT = '00'
               DISPLAY "Erro: marcas de lancamento (CALCFPOS) "
                   "indisponiveis - fechamento nao executado"
               MOVE 12 TO RETURN-CODE
               CLOSE CALC-TOT-FILE
           ELSE
               PERFORM acumula-movimentos-sessao
      * Um fechamento com erro de gravacao no mestre nao imprime o
      * consolidado: o relatorio sairia com cara de oficial calculado
      * de um mestre pela metade, por cima do ultimo relatorio bom.
               IF CALC-ACUMULO-ERRO = 'N'
                   PERFORM marca-periodo-fechado
                   PERFORM gera-relatorio-fechamento
               END-IF
               CLOSE CALC-FPOS-FILE
               CLOSE CALC-TOT-FILE
           END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
               ACCEPT CALC-DATA-FECH FROM DATE YYYYMMDD
           ELSE
               IF CALC-DATA-FECH-DIG IS NUMERIC
                   MOVE CALC-DATA-FECH-DIG TO CALC-DATA-FECH
               ELSE
                   MOVE 0 TO CALC-DATA-FECH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD (CALC-DATA-FECH) NOT = 0
                   DISPLAY "Data invalida - usando a data de hoje"
                   ACCEPT CALC-DATA-FECH FROM DATE YYYYMMDD
               END-IF
           END-IF.
           EXIT.

       abre-lancados.
           OPEN I-O CALC-FPOS-FILE
           IF CALC-FPOS-STATUS = '35'
               OPEN OUTPUT CALC-FPOS-FILE
               IF CALC-FPOS-STATUS = '00'
                   CLOSE CALC-FPOS-FILE
                   OPEN I-O CALC-FPOS-FILE
               END-IF
           END-IF.
           EXIT.

      * Cada linha de CALCSES e somada ao registro do seu dia e
      * operacao no mestre e ganha uma marca em CALCFPOS (data +
      * sessao + operador + operacao); a linha que ja tem marca e
      * pulada, entao um fechamento interrompido pode ser rodado de
      * novo e so lanca o que faltou. Depois de acumulado, CALCSES e
      * regravado so com as linhas que chegaram depois do inicio do
      * fechamento - ficam para o proximo fechamento.
       acumula-movimentos-sessao.
           MOVE 0 TO CALC-CONT-MOVIMENTOS
           MOVE 0 TO CALC-CONT-LANCADOS
           MOVE 0 TO CALC-CONT-JA-LANCADOS
           MOVE 0 TO CALC-CONT-TRANSPORTADOS
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           OPEN INPUT CALC-SESSAO-FILE
           IF CALC-SES-STATUS NOT = '00'
                       "movimentos preservados em CALCSES"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM transporta-movimentos-novos
                   IF CALC-TRANSPORTE-ERRO = 'S'
                       DISPLAY "Movimentos novos nao transportados "
                           "- CALCSES mantido como estava"
                       MOVE 12 TO RETURN-CODE
                   END-IF

                   MOVE CALC-CONT-LANCADOS TO CALC-CONT-MOV-ED
                   DISPLAY "Movimentos de sessao lancados: "
                       CALC-CONT-MOV-ED
                   MOVE CALC-CONT-JA-LANCADOS TO CALC-CONT-MOV-ED
                   DISPLAY "Movimentos ja lancados antes (pulados): "
                       CALC-CONT-MOV-ED
                   MOVE CALC-CONT-TRANSPORTADOS TO CALC-CONT-MOV-ED
                   DISPLAY "Movimentos transportados para o proximo "
                       "fechamento: " CALC-CONT-MOV-ED
               END-IF
           END-IF.
           EXIT.

       soma-movimento-no-mestre.
           MOVE CALC-SES-DATA     TO CALC-FPOS-DATA
           MOVE CALC-SES-SESSAO   TO CALC-FPOS-SESSAO
           MOVE CALC-SES-OPERADOR TO CALC-FPOS-OPERADOR
           MOVE CALC-SES-OPERACAO TO CALC-FPOS-OPERACAO
           READ CALC-FPOS-FILE
               INVALID KEY
                   PERFORM lanca-movimento-no-mestre
               NOT INVALID KEY
                   ADD 1 TO CALC-CONT-JA-LANCADOS
           END-READ.
           EXIT.

      * A marca so e gravada depois da gravacao no mestre dar certo;
      * se a marca falhar, o job termina em erro para o movimento
      * ser conferido antes de um novo fechamento.
       lanca-movimento-no-mestre.
           MOVE CALC-SES-DATA     TO CALC-TOT-DATA
           MOVE CALC-SES-OPERACAO TO CALC-TOT-OPERACAO
           READ CALC-TOT-FILE
           END-READ
           IF CALC-TOT-STATUS NOT = '00'
               MOVE 'S' TO CALC-ACUMULO-ERRO
           ELSE
               MOVE CALC-SES-DATA     TO CALC-FPOS-DATA
               MOVE CALC-SES-SESSAO   TO CALC-FPOS-SESSAO
               MOVE CALC-SES-OPERADOR TO CALC-FPOS-OPERADOR
               MOVE CALC-SES-OPERACAO TO CALC-FPOS-OPERACAO
               MOVE CALC-DATA-FECH-X  TO CALC-FPOS-DATA-FECH
               WRITE CALC-FPOS-RECORD
               IF CALC-FPOS-STATUS NOT = '00'
                   DISPLAY "Erro ao gravar a marca de lancamento de "
                       CALC-SES-SESSAO " " CALC-SES-OPERACAO
                   MOVE 'S' TO CALC-ACUMULO-ERRO
               ELSE
                   ADD 1 TO CALC-CONT-LANCADOS
               END-IF
           END-IF.
           EXIT.

      * CALCSES e de acrescimo: uma sessao que terminar durante o
      * fechamento empilha suas linhas depois das ja lidas. Relendo o
      * arquivo e pulando as linhas acumuladas, o que sobra e copiado
      * para CALCSESW e volta para um CALCSES novo. Qualquer falha
      * no CALCSESW deixa CALCSES como estava: as linhas ja lancadas
      * tem marca em CALCFPOS e sao puladas no proximo fechamento.
       transporta-movimentos-novos.
           MOVE 'N' TO CALC-TRANSPORTE-ERRO
           MOVE CALC-CONT-MOVIMENTOS TO CALC-CONT-PULAR
           OPEN OUTPUT CALC-SESW-FILE
           IF CALC-SESW-STATUS NOT = '00'
               DISPLAY "Erro ao criar o arquivo de trabalho CALCSESW: "
                   CALC-SESW-STATUS
               MOVE 'S' TO CALC-TRANSPORTE-ERRO
           ELSE
               PERFORM copia-movimentos-novos
               CLOSE CALC-SESW-FILE
           END-IF
           IF CALC-TRANSPORTE-ERRO = 'N'
               OPEN INPUT CALC-SESW-FILE
               IF CALC-SESW-STATUS NOT = '00'
                   DISPLAY "Erro ao reabrir o arquivo de trabalho "
                       "CALCSESW: " CALC-SESW-STATUS
                   MOVE 'S' TO CALC-TRANSPORTE-ERRO
               ELSE
                   PERFORM regrava-movimentos-novos
                   CLOSE CALC-SESW-FILE
               END-IF
           END-IF
           IF CALC-TRANSPORTE-ERRO = 'S'
               MOVE 0 TO CALC-CONT-TRANSPORTADOS
           END-IF.
           EXIT.

       copia-movimentos-novos.
           OPEN INPUT CALC-SESSAO-FILE
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-SESSAO-FILE
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-CONT-PULAR > 0
                           SUBTRACT 1 FROM CALC-CONT-PULAR
                       ELSE
                           MOVE CALC-SESSAO-RECORD
                               TO CALC-SESW-RECORD
                           WRITE CALC-SESW-RECORD
                           IF CALC-SESW-STATUS NOT = '00'
                               DISPLAY "Erro ao gravar no arquivo de "
                                   "trabalho CALCSESW: "
                                   CALC-SESW-STATUS
                               MOVE 'S' TO CALC-TRANSPORTE-ERRO
                               MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO CALC-CONT-TRANSPORTADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-SESSAO-FILE.
           EXIT.

       regrava-movimentos-novos.
           OPEN OUTPUT CALC-SESSAO-FILE
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-SESW-FILE
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       MOVE CALC-SESW-RECORD TO CALC-SESSAO-RECORD
                       WRITE CALC-SESSAO-RECORD
               END-READ
           END-PERFORM
           CLOSE CALC-SESSAO-FILE.
           EXIT.

       gera-relatorio-fechamento.
           OPEN OUTPUT CALC-FECH-REL-FILE

           WRITE CALC-FECH-REL-LINHA
           PERFORM imprime-totais-do-mes

           MOVE SPACES TO CALC-FECH-REL-LINHA
           WRITE CALC-FECH-REL-LINHA
           MOVE SPACES TO CALC-FECH-REL-LINHA
           STRING "MOVIMENTOS DE SESSAO" DELIMITED BY SIZE
               INTO CALC-FECH-REL-LINHA
           WRITE CALC-FECH-REL-LINHA
           MOVE "Lidos em CALCSES"         TO CALC-REL-ROTULO
           MOVE CALC-CONT-MOVIMENTOS       TO CALC-REL-CONT-TOT
           PERFORM escreve-linha-total
           MOVE "Lancados no mestre"       TO CALC-REL-ROTULO
           MOVE CALC-CONT-LANCADOS         TO CALC-REL-CONT-TOT
           PERFORM escreve-linha-total
           MOVE "Pulados - ja lancados"    TO CALC-REL-ROTULO
           MOVE CALC-CONT-JA-LANCADOS      TO CALC-REL-CONT-TOT
           PERFORM escreve-linha-total
           MOVE "Transportados p/ proximo" TO CALC-REL-ROTULO
           MOVE CALC-CONT-TRANSPORTADOS    TO CALC-REL-CONT-TOT
           PERFORM escreve-linha-total

           MOVE SPACES TO CALC-FECH-REL-LINHA
           WRITE CALC-FECH-REL-LINHA
           MOVE SPACES TO CALC-FECH-REL-LINHA
           IF CALC-PER-ERRO = 'S'
               STRING "CONTROLE DE PERIODOS: NAO ATUALIZADO - "
                          DELIMITED BY SIZE
                      "CONFERIR CALCPER" DELIMITED BY SIZE
                   INTO CALC-FECH-REL-LINHA
           ELSE
           IF CALC-FIM-DO-MES = 'S'
               STRING "CONTROLE DE PERIODOS: MES " DELIMITED BY SIZE
                      CALC-MES-FECH-X             DELIMITED BY SIZE
                      " BLOQUEADO"                DELIMITED BY SIZE
                   INTO CALC-FECH-REL-LINHA
           ELSE
               STRING "CONTROLE DE PERIODOS: DATA " DELIMITED BY SIZE
                      CALC-DATA-FECH-X              DELIMITED BY SIZE
                      " FECHADA"                    DELIMITED BY SIZE
                   INTO CALC-FECH-REL-LINHA
           END-IF
           END-IF
           WRITE CALC-FECH-REL-LINHA
           MOVE "Datas marcadas em CALCPER" TO CALC-REL-ROTULO
           MOVE CALC-CONT-MARCADAS          TO CALC-REL-CONT-TOT
           PERFORM escreve-linha-total

           MOVE SPACES TO CALC-FECH-REL-LINHA
           STRING "FIM DO FECHAMENTO" DELIMITED BY SIZE
               INTO CALC-FECH-REL-LINHA
           DISPLAY "Relatorio de fechamento gravado em CALCFREL.".
           EXIT.

      * Fechada a data, ela passa a recusar movimento novo no
      * controle de periodos (CALCPER): reprocessamento de lote,
      * liquidacao de suspensa e taxa com vigencia retroativa. No
      * ultimo dia do mes o fechamento bloqueia o mes inteiro, do
      * dia 01 ate a data. Uma data ja bloqueada continua bloqueada.
      * Se o controle de periodos nao puder ser gravado o fechamento
      * em si vale, mas termina com aviso para a data ser fechada
      * pelo CALCPERM.
       marca-periodo-fechado.
           MOVE 0 TO CALC-CONT-MARCADAS
           MOVE 'N' TO CALC-PER-ERRO
           MOVE 'N' TO CALC-FIM-DO-MES
           OPEN I-O CALC-PER-FILE
           IF CALC-PER-STATUS = '35'
               OPEN OUTPUT CALC-PER-FILE
               IF CALC-PER-STATUS = '00'
                   CLOSE CALC-PER-FILE
                   OPEN I-O CALC-PER-FILE
               END-IF
           END-IF
           IF CALC-PER-STATUS NOT = '00'
               DISPLAY "Aviso: controle de periodos (CALCPER) "
                   "indisponivel - data nao fechada"
               MOVE 'S' TO CALC-PER-ERRO
           ELSE
               COMPUTE CALC-DIA-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(CALC-DATA-FECH)
               COMPUTE CALC-DATA-SEGUINTE =
                   FUNCTION DATE-OF-INTEGER(CALC-DIA-FIM-INT + 1)
               IF CALC-DIA-SEGUINTE = 1
                   MOVE 'S' TO CALC-FIM-DO-MES
                   MOVE 'B' TO CALC-SITUACAO-MARCA
                   MOVE CALC-DATA-FECH TO CALC-DATA-INICIO-MES
                   MOVE 1              TO CALC-DIA-INICIO-MES
                   COMPUTE CALC-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(CALC-DATA-INICIO-MES)
               ELSE
                   MOVE 'F' TO CALC-SITUACAO-MARCA
                   MOVE CALC-DIA-FIM-INT TO CALC-DIA-INT
               END-IF
               PERFORM UNTIL CALC-DIA-INT > CALC-DIA-FIM-INT
                   COMPUTE CALC-DATA-PERIODO =
                       FUNCTION DATE-OF-INTEGER(CALC-DIA-INT)
                   PERFORM marca-dia-periodo
                   ADD 1 TO CALC-DIA-INT
               END-PERFORM
               CLOSE CALC-PER-FILE
           END-IF
           IF CALC-PER-ERRO = 'S'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
           IF CALC-FIM-DO-MES = 'S'
               DISPLAY "Mes " CALC-MES-FECH-X
                   " bloqueado no controle de periodos."
           ELSE
               DISPLAY "Data " CALC-DATA-FECH-X
                   " fechada no controle de periodos."
           END-IF
           END-IF.
           EXIT.

       marca-dia-periodo.
           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-DATA-PERIODO TO CALC-PER-DATA
           READ CALC-PER-FILE
               INVALID KEY
                   MOVE CALC-SITUACAO-MARCA TO CALC-PER-SITUACAO
                   MOVE "CALCFECH"          TO CALC-PER-RESPONSAVEL
                   MOVE CALC-DATA-HOJE      TO CALC-PER-DATA-ALTERACAO
                   MOVE CALC-HORA-HHMMSS    TO CALC-PER-HORA-ALTERACAO
                   MOVE SPACES              TO CALC-PER-MOTIVO
                   WRITE CALC-PER-RECORD
                       INVALID KEY
                           MOVE 'S' TO CALC-PER-ERRO
                       NOT INVALID KEY
                           ADD 1 TO CALC-CONT-MARCADAS
                   END-WRITE
               NOT INVALID KEY
                   IF CALC-PER-BLOQUEADO
                       OR CALC-PER-SITUACAO = CALC-SITUACAO-MARCA
                       CONTINUE
                   ELSE
                       MOVE CALC-SITUACAO-MARCA TO CALC-PER-SITUACAO
                       MOVE "CALCFECH"       TO CALC-PER-RESPONSAVEL
                       MOVE CALC-DATA-HOJE   TO CALC-PER-DATA-ALTERACAO
                       MOVE CALC-HORA-HHMMSS TO CALC-PER-HORA-ALTERACAO
                       MOVE SPACES           TO CALC-PER-MOTIVO
                       REWRITE CALC-PER-RECORD
                           INVALID KEY
                               MOVE 'S' TO CALC-PER-ERRO
                           NOT INVALID KEY
                               ADD 1 TO CALC-CONT-MARCADAS
                       END-REWRITE
                   END-IF
           END-READ.
           EXIT.

       imprime-totais-do-dia.
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE CALC-DATA-FECH-X TO CALC-TOT-DATA
               INTO CALC-FECH-REL-LINHA
           WRITE CALC-FECH-REL-LINHA.
           EXIT.

       escreve-linha-total.
           MOVE CALC-REL-CONT-TOT TO CALC-REL-CONT-ED
           MOVE SPACES TO CALC-FECH-REL-LINHA
           STRING CALC-REL-ROTULO  DELIMITED BY SIZE
                  CALC-REL-CONT-ED DELIMITED BY SIZE
               INTO CALC-FECH-REL-LINHA
           WRITE CALC-FECH-REL-LINHA.
           EXIT.
