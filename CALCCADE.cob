       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCADE.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de conducao da cadeia noturna: a ordem dos
      * jobs, a decisao de parar diante de um codigo de retorno alto
      * e o ponto de retomada depois de uma falha ficavam na cabeca
      * do operador da noite. O programa le a definicao da cadeia em
      * CALCCADP - uma linha por passo, na ordem de execucao, com o
      * nome do passo, o programa (comando) e o maior codigo de
      * retorno aceito - e executa os passos em sequencia, gravando
      * no registro da cadeia CALCCAD o inicio, o fim, o codigo de
      * retorno e a situacao de cada um. Passo que termina acima do
      * seu limite para a cadeia. A execucao seguinte retoma a
      * cadeia interrompida a partir do passo que falhou, sem repetir
      * os passos ja concluidos, pois repetir CALCFECH ou CALCRTEB
      * nao e inofensivo. Passo encontrado em execucao (o condutor
      * morreu com ele no ar) conta como nao concluido e e repetido
      * na retomada. Cadeia concluida no dia nao roda de novo sem
      * pedido. A acao vem do terminal ou, na execucao desassistida,
      * da linha CALCCADE do arquivo de parametros CALCPARM: 'C' (ou
      * em branco) continua a cadeia interrompida ou inicia a do dia,
      * 'N' abandona a interrompida e inicia uma nova, e 'P' registra
      * o passo interrompido como pulado pelo operador (resolvido a
      * mao) e retoma a partir do seguinte. A situacao da cadeia sai
      * no relatorio do CALCCADL.
      * Corrigido: o codigo de retorno do passo era lido cru do CALL
      * "SYSTEM", que devolve a situacao de espera do processo (saida 4
      * chegava como 1024 e parava a cadeia); agora e dividido por 256
      * antes de comparar com o limite, e o passo derrubado por sinal
      * fica como falha com o sinal em negativo.
      * Corrigido: uma cadeia nova no mesmo dia (acao N) herdava a
      * situacao dos passos da execucao anterior da data. O registro da
      * cadeia ganhou o numero da execucao (CALC-CAD-EXECUCAO), somado
      * a cada cadeia nova e mantido na retomada, e a situacao dos
      * passos vem so da execucao mais recente.

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

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Definicao da cadeia: uma linha por passo, na ordem de
      * execucao; linha em branco ou com '*' na primeira coluna e
      * comentario.
       FD  CALC-PASSO-FILE.
       01  CALC-PASSO-RECORD.
           05 CALC-PASSO-NOME       PIC X(8).
           05 CALC-PASSO-PROGRAMA   PIC X(40).
           05 CALC-PASSO-RC-MAXIMO  PIC X(2).

      * Registro da cadeia: uma linha por execucao de passo, na
      * ordem em que foram executados dentro da cadeia do dia.
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

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-RECORD.
           05 CALC-PARM-PROGRAMA  PIC X(8).
           05 CALC-PARM-ACAO      PIC X(1).

       WORKING-STORAGE SECTION.
       01 CALC-PASSO-STATUS    PIC X(02) VALUE SPACES.
       01 CALC-CAD-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-PARM-STATUS     PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO     PIC X(05) VALUE 'FALSE'.
       01 CALC-EXEC-PARM       PIC X(01) VALUE 'N'.
       01 CALC-FIM-PARM        PIC X(05) VALUE 'FALSE'.
       01 CALC-CAD-ABERTO      PIC X(01) VALUE 'N'.

       01 CALC-ACAO            PIC X(01) VALUE SPACE.
           88 CALC-ACAO-CONTINUA   VALUE 'C'.
           88 CALC-ACAO-NOVA       VALUE 'N'.
           88 CALC-ACAO-PULA       VALUE 'P'.
       01 CALC-ACAO-DIG        PIC X(01) VALUE SPACE.

      * Passos da cadeia, na ordem de CALCCADP, com a situacao da
      * ultima execucao de cada um na cadeia em curso.
       01 CALC-PASSO-TABELA.
           05 CALC-PASSO OCCURS 30.
               10 CALC-TAB-NOME        PIC X(08).
               10 CALC-TAB-PROGRAMA    PIC X(40).
               10 CALC-TAB-RC-MAXIMO   PIC 9(02).
               10 CALC-TAB-SITUACAO    PIC X(02).
       01 CALC-PASSO-QTD       PIC S9(4) COMP VALUE 0.
       01 CALC-PASSO-MAXIMO    PIC S9(4) COMP VALUE 30.
       01 CALC-PASSO-IDX       PIC S9(4) COMP VALUE 0.
       01 CALC-PASSO-POS       PIC S9(4) COMP VALUE 0.
       01 CALC-PASSO-BUSCA     PIC S9(4) COMP VALUE 0.
       01 CALC-DEFINICAO-OK    PIC X(01) VALUE 'S'.
       01 CALC-LINHA-PASSO     PIC 9(03) VALUE 0.

      * Cadeia em curso.
       01 CALC-DATA-HOJE       PIC 9(08) VALUE 0.
       01 CALC-HORA-BRUTA.
           05 CALC-HORA-HHMMSS PIC 9(06).
           05 FILLER           PIC 9(02).
       01 CALC-ULTIMA-CADEIA   PIC 9(08) VALUE 0.
       01 CALC-ULTIMO-SEQ      PIC 9(03) VALUE 0.
       01 CALC-ULTIMA-EXECUCAO PIC 9(03) VALUE 0.
       01 CALC-EXECUCAO        PIC 9(03) VALUE 0.
       01 CALC-DATA-CADEIA     PIC 9(08) VALUE 0.
       01 CALC-CADEIA-PENDENTE PIC X(01) VALUE 'N'.
       01 CALC-PRIMEIRO-PENDENTE PIC S9(4) COMP VALUE 0.
       01 CALC-EXECUTA-CADEIA  PIC X(01) VALUE 'N'.
       01 CALC-CADEIA-PARADA   PIC X(01) VALUE 'N'.

      * Execucao de um passo.
       01 CALC-COMANDO         PIC X(40) VALUE SPACES.
       01 CALC-SEQ-PASSO       PIC 9(03) VALUE 0.
       01 CALC-INICIO-DATA     PIC 9(08) VALUE 0.
       01 CALC-INICIO-HORA     PIC 9(06) VALUE 0.
       01 CALC-FIM-DATA        PIC 9(08) VALUE 0.
       01 CALC-FIM-HORA        PIC 9(06) VALUE 0.
       01 CALC-SITUACAO-PASSO  PIC X(02) VALUE SPACES.
       01 CALC-RC-SISTEMA      PIC S9(9) COMP VALUE 0.
       01 CALC-RC-SINAL        PIC S9(4) COMP VALUE 0.
       01 CALC-RC-PASSO        PIC S9(4) VALUE 0.
       01 CALC-RC-MAIOR        PIC S9(4) VALUE 0.
       01 CALC-RC-ED           PIC -(3)9.
       01 CALC-CONT-EXECUTADOS PIC 9(03) VALUE 0.
       01 CALC-CONT-JA-CONCLUIDOS PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM le-parametros
           IF CALC-EXEC-PARM = 'S'
               DISPLAY "Execucao por arquivo de parametros"
           ELSE
               DISPLAY "Acao - (C) continuar ou iniciar a cadeia, "
                   "(N) nova cadeia abandonando a interrompida, "
                   "(P) pular o passo interrompido (vazio = C): "
               ACCEPT CALC-ACAO-DIG
           END-IF
           PERFORM define-acao

           IF CALC-ACAO = SPACE
               DISPLAY "Erro: acao invalida - informe C, N ou P"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM carrega-passos
               IF CALC-DEFINICAO-OK = 'N'
                   DISPLAY "Erro: definicao da cadeia (CALCCADP) "
                       "invalida ou indisponivel - cadeia nao executada"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM abre-registro-cadeia
                   IF CALC-CAD-ABERTO = 'N'
                       DISPLAY "Erro: registro da cadeia (CALCCAD) "
                           "indisponivel - cadeia nao executada"
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM le-situacao-cadeia
                       PERFORM decide-execucao
                       IF CALC-EXECUTA-CADEIA = 'S'
                           PERFORM executa-cadeia
                       END-IF
                       CLOSE CALC-CAD-FILE
                   END-IF
               END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
               ACCEPT CALC-ACAO-DIG
           END-IF
           STOP RUN.

      * A execucao desassistida le a acao da linha CALCCADE do
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
                           IF CALC-PARM-PROGRAMA = "CALCCADE"
                               MOVE 'S' TO CALC-EXEC-PARM
                               MOVE CALC-PARM-ACAO TO CALC-ACAO-DIG
                               MOVE 'TRUE' TO CALC-FIM-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PARM-FILE
           END-IF.
           EXIT.

       define-acao.
           EVALUATE CALC-ACAO-DIG
               WHEN SPACE
               WHEN "C"
               WHEN "c"
                   MOVE 'C' TO CALC-ACAO
               WHEN "N"
               WHEN "n"
                   MOVE 'N' TO CALC-ACAO
               WHEN "P"
               WHEN "p"
                   MOVE 'P' TO CALC-ACAO
               WHEN OTHER
                   MOVE SPACE TO CALC-ACAO
           END-EVALUATE.
           EXIT.

      * Cada passo precisa de nome, programa e limite numerico; o
      * nome identifica o passo na retomada e nao pode repetir.
       carrega-passos.
           MOVE 'S' TO CALC-DEFINICAO-OK
           MOVE 0   TO CALC-PASSO-QTD
           MOVE 0   TO CALC-LINHA-PASSO
           OPEN INPUT CALC-PASSO-FILE
           IF CALC-PASSO-STATUS NOT = '00'
               MOVE 'N' TO CALC-DEFINICAO-OK
           ELSE
               MOVE 'FALSE' TO CALC-FIM-ARQUIVO
               PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
                   READ CALC-PASSO-FILE
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO CALC-LINHA-PASSO
                           IF CALC-PASSO-RECORD NOT = SPACES
                               AND CALC-PASSO-NOME (1:1) NOT = "*"
                               PERFORM carrega-passo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PASSO-FILE
               IF CALC-PASSO-QTD = 0
                   DISPLAY "CALCCADP sem nenhum passo"
                   MOVE 'N' TO CALC-DEFINICAO-OK
               END-IF
           END-IF.
           EXIT.

       carrega-passo.
           IF CALC-PASSO-NOME = SPACES
               OR CALC-PASSO-PROGRAMA = SPACES
               OR CALC-PASSO-RC-MAXIMO IS NOT NUMERIC
               DISPLAY "CALCCADP linha " CALC-LINHA-PASSO
                   ": passo sem nome, sem programa ou com limite "
                   "nao numerico"
               MOVE 'N' TO CALC-DEFINICAO-OK
           ELSE
               PERFORM localiza-passo
               IF CALC-PASSO-POS > 0
                   DISPLAY "CALCCADP linha " CALC-LINHA-PASSO
                       ": passo " CALC-PASSO-NOME " repetido"
                   MOVE 'N' TO CALC-DEFINICAO-OK
               ELSE
               IF CALC-PASSO-QTD NOT < CALC-PASSO-MAXIMO
                   DISPLAY "CALCCADP linha " CALC-LINHA-PASSO
                       ": passos demais na cadeia"
                   MOVE 'N' TO CALC-DEFINICAO-OK
               ELSE
                   ADD 1 TO CALC-PASSO-QTD
                   MOVE CALC-PASSO-NOME
                       TO CALC-TAB-NOME (CALC-PASSO-QTD)
                   MOVE CALC-PASSO-PROGRAMA
                       TO CALC-TAB-PROGRAMA (CALC-PASSO-QTD)
                   MOVE CALC-PASSO-RC-MAXIMO
                       TO CALC-TAB-RC-MAXIMO (CALC-PASSO-QTD)
                   MOVE SPACES TO CALC-TAB-SITUACAO (CALC-PASSO-QTD)
               END-IF
               END-IF
           END-IF.
           EXIT.

       localiza-passo.
           MOVE 0 TO CALC-PASSO-POS
           PERFORM VARYING CALC-PASSO-BUSCA FROM 1 BY 1
               UNTIL CALC-PASSO-BUSCA > CALC-PASSO-QTD
                  OR CALC-PASSO-POS > 0
               IF CALC-TAB-NOME (CALC-PASSO-BUSCA) = CALC-PASSO-NOME
                   MOVE CALC-PASSO-BUSCA TO CALC-PASSO-POS
               END-IF
           END-PERFORM.
           EXIT.

       abre-registro-cadeia.
           MOVE 'N' TO CALC-CAD-ABERTO
           OPEN I-O CALC-CAD-FILE
           IF CALC-CAD-STATUS = '35'
               OPEN OUTPUT CALC-CAD-FILE
               IF CALC-CAD-STATUS = '00'
                   CLOSE CALC-CAD-FILE
                   OPEN I-O CALC-CAD-FILE
               END-IF
           END-IF
           IF CALC-CAD-STATUS = '00'
               MOVE 'S' TO CALC-CAD-ABERTO
           END-IF.
           EXIT.

      * A ultima cadeia do registro e a de maior data e, nela, a de
      * maior numero de execucao; uma cadeia nova no mesmo dia nao
      * herda a situacao dos passos da anterior. Dentro dela vale,
      * para cada passo, a situacao da execucao mais recente. Passo
      * que nao esta mais em CALCCADP e ignorado.
       le-situacao-cadeia.
           MOVE 0 TO CALC-ULTIMA-CADEIA
           MOVE 0 TO CALC-ULTIMO-SEQ
           MOVE 0 TO CALC-ULTIMA-EXECUCAO
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
                       IF CALC-CAD-DATA-CADEIA NOT = CALC-ULTIMA-CADEIA
                           OR CALC-CAD-EXECUCAO
                               NOT = CALC-ULTIMA-EXECUCAO
                           MOVE CALC-CAD-DATA-CADEIA
                               TO CALC-ULTIMA-CADEIA
                           MOVE CALC-CAD-EXECUCAO
                               TO CALC-ULTIMA-EXECUCAO
                           PERFORM VARYING CALC-PASSO-IDX FROM 1 BY 1
                               UNTIL CALC-PASSO-IDX > CALC-PASSO-QTD
                               MOVE SPACES
                                   TO CALC-TAB-SITUACAO (CALC-PASSO-IDX)
                           END-PERFORM
                       END-IF
                       MOVE CALC-CAD-SEQ TO CALC-ULTIMO-SEQ
                       MOVE CALC-CAD-PASSO TO CALC-PASSO-NOME
                       PERFORM localiza-passo
                       IF CALC-PASSO-POS > 0
                           MOVE CALC-CAD-SITUACAO
                               TO CALC-TAB-SITUACAO (CALC-PASSO-POS)
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO CALC-CADEIA-PENDENTE
           MOVE 0   TO CALC-PRIMEIRO-PENDENTE
           IF CALC-ULTIMA-CADEIA > 0
               PERFORM VARYING CALC-PASSO-IDX FROM 1 BY 1
                   UNTIL CALC-PASSO-IDX > CALC-PASSO-QTD
                      OR CALC-PRIMEIRO-PENDENTE > 0
                   IF CALC-TAB-SITUACAO (CALC-PASSO-IDX) NOT = 'OK'
                       AND CALC-TAB-SITUACAO (CALC-PASSO-IDX)
                           NOT = 'PU'
                       MOVE CALC-PASSO-IDX TO CALC-PRIMEIRO-PENDENTE
                       MOVE 'S' TO CALC-CADEIA-PENDENTE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      * Cadeia interrompida: 'C' retoma, 'P' pula o passo parado e
      * retoma, 'N' abandona e comeca uma nova. Sem cadeia
      * interrompida comeca a do dia, que so roda uma vez por dia
      * salvo pedido 'N'.
       decide-execucao.
           MOVE 'N' TO CALC-EXECUTA-CADEIA
           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           IF CALC-CADEIA-PENDENTE = 'S'
               AND NOT CALC-ACAO-NOVA
               MOVE CALC-ULTIMA-CADEIA TO CALC-DATA-CADEIA
               MOVE CALC-ULTIMA-EXECUCAO TO CALC-EXECUCAO
               MOVE 'S' TO CALC-EXECUTA-CADEIA
               IF CALC-ACAO-PULA
                   PERFORM pula-passo-interrompido
               END-IF
               IF CALC-EXECUTA-CADEIA = 'S'
                   DISPLAY "Retomando a cadeia de " CALC-DATA-CADEIA
                       " a partir do passo "
                       CALC-TAB-NOME (CALC-PRIMEIRO-PENDENTE)
               END-IF
           ELSE
           IF CALC-ACAO-PULA
               DISPLAY "Erro: nao ha cadeia interrompida para pular "
                   "passo"
               MOVE 12 TO RETURN-CODE
           ELSE
           IF CALC-ULTIMA-CADEIA = CALC-DATA-HOJE
               AND CALC-CADEIA-PENDENTE = 'N'
               AND NOT CALC-ACAO-NOVA
               DISPLAY "Aviso: a cadeia de " CALC-DATA-HOJE
                   " ja foi concluida - informe N para roda-la de novo"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF CALC-CADEIA-PENDENTE = 'S'
                   DISPLAY "Aviso: cadeia de " CALC-ULTIMA-CADEIA
                       " abandonada no passo "
                       CALC-TAB-NOME (CALC-PRIMEIRO-PENDENTE)
               END-IF
               MOVE CALC-DATA-HOJE TO CALC-DATA-CADEIA
               IF CALC-ULTIMA-CADEIA NOT = CALC-DATA-HOJE
                   MOVE 0 TO CALC-ULTIMO-SEQ
                   MOVE 1 TO CALC-EXECUCAO
               ELSE
                   COMPUTE CALC-EXECUCAO = CALC-ULTIMA-EXECUCAO + 1
               END-IF
               PERFORM VARYING CALC-PASSO-IDX FROM 1 BY 1
                   UNTIL CALC-PASSO-IDX > CALC-PASSO-QTD
                   MOVE SPACES TO CALC-TAB-SITUACAO (CALC-PASSO-IDX)
               END-PERFORM
               MOVE 1 TO CALC-PRIMEIRO-PENDENTE
               MOVE 'S' TO CALC-EXECUTA-CADEIA
               DISPLAY "Iniciando a cadeia de " CALC-DATA-CADEIA
           END-IF
           END-IF
           END-IF.
           EXIT.

      * O passo parado fica registrado como pulado pelo operador,
      * que o resolveu fora da cadeia, e a retomada segue do
      * proximo. Se era o ultimo, a cadeia fica concluida.
       pula-passo-interrompido.
           MOVE CALC-PRIMEIRO-PENDENTE TO CALC-PASSO-IDX
           PERFORM grava-inicio-passo
           MOVE CALC-INICIO-DATA TO CALC-FIM-DATA
           MOVE CALC-INICIO-HORA TO CALC-FIM-HORA
           MOVE 0    TO CALC-RC-PASSO
           MOVE 'PU' TO CALC-SITUACAO-PASSO
           PERFORM regrava-passo
           MOVE 'PU' TO CALC-TAB-SITUACAO (CALC-PASSO-IDX)
           DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
               " registrado como pulado pelo operador"
           ADD 1 TO CALC-PRIMEIRO-PENDENTE
           IF CALC-PRIMEIRO-PENDENTE > CALC-PASSO-QTD
               DISPLAY "Cadeia de " CALC-ULTIMA-CADEIA " concluida"
               MOVE 'N' TO CALC-EXECUTA-CADEIA
           END-IF.
           EXIT.

      * Os passos concluidos ou pulados da cadeia retomada nao sao
      * repetidos; a cadeia para no primeiro passo acima do limite.
       executa-cadeia.
           MOVE 'N' TO CALC-CADEIA-PARADA
           MOVE 0   TO CALC-RC-MAIOR
           PERFORM VARYING CALC-PASSO-IDX FROM 1 BY 1
               UNTIL CALC-PASSO-IDX > CALC-PASSO-QTD
                  OR CALC-CADEIA-PARADA = 'S'
               IF CALC-TAB-SITUACAO (CALC-PASSO-IDX) = 'OK'
                   OR CALC-TAB-SITUACAO (CALC-PASSO-IDX) = 'PU'
                   ADD 1 TO CALC-CONT-JA-CONCLUIDOS
                   DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
                       " ja concluido nesta cadeia - nao repetido"
               ELSE
                   PERFORM executa-passo
               END-IF
           END-PERFORM

           IF CALC-CADEIA-PARADA = 'S'
               DISPLAY "Cadeia interrompida - a proxima execucao "
                   "retoma do passo que falhou"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "Cadeia de " CALC-DATA-CADEIA " concluida: "
                   CALC-CONT-EXECUTADOS " passo(s) executado(s), "
                   CALC-CONT-JA-CONCLUIDOS " ja concluido(s)"
               IF CALC-RC-MAIOR > 0
                   MOVE CALC-RC-MAIOR TO RETURN-CODE
               END-IF
           END-IF.
           EXIT.

      * O passo e registrado em execucao antes de comecar, para que
      * uma queda do condutor deixe rastro. O CALL "SYSTEM" devolve
      * em RETURN-CODE a situacao de espera do processo, com o codigo
      * de saida do programa multiplicado por 256; o resto da divisao
      * diferente de zero e o sinal que derrubou o programa, e o
      * passo fica registrado com o sinal em negativo, como falha.
       executa-passo.
           ADD 1 TO CALC-CONT-EXECUTADOS
           PERFORM grava-inicio-passo
           DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
               ": " CALC-TAB-PROGRAMA (CALC-PASSO-IDX)
           MOVE CALC-TAB-PROGRAMA (CALC-PASSO-IDX) TO CALC-COMANDO
           CALL "SYSTEM" USING CALC-COMANDO
           MOVE RETURN-CODE TO CALC-RC-SISTEMA
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO CALC-RC-SINAL
           IF CALC-RC-SISTEMA < 0
               MOVE -1 TO CALC-RC-PASSO
           ELSE
               DIVIDE CALC-RC-SISTEMA BY 256 GIVING CALC-RC-PASSO
                   REMAINDER CALC-RC-SINAL
               IF CALC-RC-SINAL NOT = 0
                   COMPUTE CALC-RC-PASSO = 0 - CALC-RC-SINAL
               END-IF
           END-IF

           ACCEPT CALC-FIM-DATA FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-HORA-HHMMSS TO CALC-FIM-HORA
           MOVE CALC-RC-PASSO    TO CALC-RC-ED
           IF CALC-RC-PASSO < 0
               OR CALC-RC-PASSO > CALC-TAB-RC-MAXIMO (CALC-PASSO-IDX)
               MOVE 'FA' TO CALC-SITUACAO-PASSO
               MOVE 'S'  TO CALC-CADEIA-PARADA
               IF CALC-RC-SINAL NOT = 0
                   DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
                       " interrompido pelo sinal " CALC-RC-SINAL
               ELSE
               IF CALC-RC-PASSO < 0
                   DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
                       " nao pode ser iniciado"
               ELSE
                   DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
                       " terminou com RC " CALC-RC-ED
                       " acima do limite "
                       CALC-TAB-RC-MAXIMO (CALC-PASSO-IDX)
               END-IF
               END-IF
           ELSE
               MOVE 'OK' TO CALC-SITUACAO-PASSO
               IF CALC-RC-PASSO > CALC-RC-MAIOR
                   MOVE CALC-RC-PASSO TO CALC-RC-MAIOR
               END-IF
               DISPLAY "Passo " CALC-TAB-NOME (CALC-PASSO-IDX)
                   " concluido com RC " CALC-RC-ED
           END-IF
           MOVE CALC-SITUACAO-PASSO
               TO CALC-TAB-SITUACAO (CALC-PASSO-IDX)
           PERFORM regrava-passo.
           EXIT.

       grava-inicio-passo.
           ADD 1 TO CALC-ULTIMO-SEQ
           MOVE CALC-ULTIMO-SEQ TO CALC-SEQ-PASSO
           ACCEPT CALC-INICIO-DATA FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-HORA-HHMMSS TO CALC-INICIO-HORA
           MOVE 0    TO CALC-FIM-DATA
           MOVE 0    TO CALC-FIM-HORA
           MOVE 0    TO CALC-RC-PASSO
           MOVE 'EX' TO CALC-SITUACAO-PASSO
           PERFORM monta-registro-passo
           WRITE CALC-CAD-RECORD
               INVALID KEY
                   DISPLAY "Aviso: falha ao gravar o registro da "
                       "cadeia: " CALC-CAD-STATUS
           END-WRITE.
           EXIT.

       regrava-passo.
           PERFORM monta-registro-passo
           REWRITE CALC-CAD-RECORD
               INVALID KEY
                   DISPLAY "Aviso: falha ao atualizar o registro da "
                       "cadeia: " CALC-CAD-STATUS
           END-REWRITE.
           EXIT.

       monta-registro-passo.
           MOVE CALC-DATA-CADEIA TO CALC-CAD-DATA-CADEIA
           MOVE CALC-SEQ-PASSO   TO CALC-CAD-SEQ
           MOVE CALC-PASSO-IDX   TO CALC-CAD-ORDEM
           MOVE CALC-TAB-NOME (CALC-PASSO-IDX)     TO CALC-CAD-PASSO
           MOVE CALC-TAB-PROGRAMA (CALC-PASSO-IDX) TO CALC-CAD-PROGRAMA
           MOVE CALC-TAB-RC-MAXIMO (CALC-PASSO-IDX)
               TO CALC-CAD-RC-MAXIMO
           MOVE CALC-INICIO-DATA    TO CALC-CAD-DATA-INICIO
           MOVE CALC-INICIO-HORA    TO CALC-CAD-HORA-INICIO
           MOVE CALC-FIM-DATA       TO CALC-CAD-DATA-FIM
           MOVE CALC-FIM-HORA       TO CALC-CAD-HORA-FIM
           MOVE CALC-RC-PASSO       TO CALC-CAD-RETORNO
           MOVE CALC-SITUACAO-PASSO TO CALC-CAD-SITUACAO
           MOVE CALC-EXECUCAO       TO CALC-CAD-EXECUCAO.
           EXIT.
