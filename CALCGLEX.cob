      * provar o arquivo como o nosso lote prova o dele. A selecao
      * vem do terminal ou, na execucao desassistida, da linha
      * CALCGLEX do arquivo de parametros CALCPARM.
      * CALCRES passou a acumular os lotes (a chave ganhou a data e o
      * numero do lote), e a extracao ganhou a selecao por lote: data
      * do lote (em branco vale hoje) e numero do lote (em branco
      * vale todos os lotes da data), no terminal ou no fim da linha
      * CALCGLEX do CALCPARM. O detalhe de CALCGLI ganhou no fim a
      * data e o numero do lote, que com a chave identificam o
      * resultado de volta em CALCRES.
      * O detalhe de CALCGLI ganhou no fim o valor na moeda de
      * destino com ate tres casas e as casas decimais da moeda,
      * gravados em CALCRES pelo programa Calculadora a partir do
      * cadastro de moedas: o razao lanca o iene sem centavos e o
      * dinar kuwaitiano com tres casas. O valor de duas casas e os
      * totais de conferencia do trailer nao mudam. Resultado
      * gravado antes das casas sai com duas casas e o valor
      * repetido.
      * A conversao passou a cobrar tarifa (tabela CALCTAR), e o
      * valor gravado em CALCRES passou a ser o liquido. Conversao
      * OK com tarifa gera, logo apos o seu detalhe, um segundo
      * detalhe com operacao 'T' e o valor da tarifa, para o razao
      * lancar a receita de comissao em separado; liquido mais
      * tarifa da o bruto convertido. O detalhe de tarifa leva num1
      * zerado, para o total de conferencia de num1 nao contar a
      * mesma conversao duas vezes, e entra na quantidade e no total
      * de valor do trailer, que somam todos os detalhes gravados.
      * CALC-RESULT-RECORD ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI) do programa Calculadora,
      * e o detalhe do CALCGLI passou a leva-la no fim (tambem na
      * linha de tarifa), para o razao abrir o lancamento por
      * cliente; em branco nas transacoes sem cliente.
      * A extracao passou a marcar em CALCRES cada resultado levado ao
      * CALCGLI, com a data da extracao e a situacao 'E' (aguardando o
      * retorno do razao), e a pular o resultado ja extraido: rodar a
      * extracao duas vezes entregava ao razao os mesmos lancamentos
      * em dobro. A reextracao e pedida de proposito - 'S' no prompt
      * ou na ultima posicao da linha CALCGLEX do CALCPARM - e volta a
      * situacao do resultado para 'E', apagando o retorno anterior.
      * O retorno do razao e lido pelo novo CALCGLRT. CALCRES passou a
      * ser aberto em I-O.
      * Corrigido: a reextracao levava de novo tambem os resultados ja
      * aceitos pelo razao (lancamento 'A'), que seriam lancados duas
      * vezes; agora so reextrai os extraidos ('E') e os rejeitados
      * ('R'), e os aceitos contam como ja extraidos.
      * Corrigido: sem data do lote a extracao lia so os lotes de
      * hoje, e o resultado regravado sem extracao numa data de lote
      * antiga (suspensa liquidada no modo R, lote reprocessado) nunca
      * chegava ao razao. Agora a data em branco le CALCRES inteiro e
      * leva todo resultado ainda nao extraido (ou, na reextracao, os
      * 'E' e 'R'); data e numero do lote informados so restringem.

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

           SELECT CALC-GLI-FILE ASSIGN TO "CALCGLI"
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

       FD  CALC-GLI-FILE.
       01  CALC-GLI-DETALHE.
           05 CALC-GLI-VALOR        PIC S9(7)V99.
           05 CALC-GLI-TAXA         PIC S9(5)V9999.
           05 CALC-GLI-TAXA-ORIGEM  PIC X(1).
           05 CALC-GLI-DATA-LOTE    PIC 9(8).
           05 CALC-GLI-LOTE         PIC 9(2).
           05 CALC-GLI-VALOR-MOEDA  PIC S9(7)V999.
           05 CALC-GLI-CASAS        PIC 9(1).
           05 CALC-GLI-CONTA        PIC X(10).
       01  CALC-GLI-REG-CONTROLE.
           05 FILLER                PIC X(1).
           05 CALC-GLI-CTL-DATA     PIC 9(8).
           05 CALC-PARM-PROGRAMA  PIC X(8).
           05 CALC-PARM-SELECAO   PIC X(1).
           05 CALC-PARM-OPERACAO  PIC X(1).
           05 CALC-PARM-DATA-LOTE PIC X(8).
           05 CALC-PARM-LOTE      PIC X(2).
           05 CALC-PARM-REEXTRAI  PIC X(1).

       WORKING-STORAGE SECTION.
       01 CALC-RESULT-FILE-STATUS PIC X(02) VALUE SPACES.
           88 CALC-SELECAO-REJEITADA VALUE 'R'.
       01 CALC-FILTRO-OPERACAO PIC X(01) VALUE SPACE.
       01 CALC-REGISTRO-SELEC  PIC X(01) VALUE 'N'.
       01 CALC-DATA-LOTE-DIG   PIC X(08) VALUE SPACES.
       01 CALC-LOTE-DIG        PIC X(02) VALUE SPACES.
       01 CALC-FILTRO-DATA     PIC 9(08) VALUE 0.
       01 CALC-FILTRO-LOTE     PIC 9(02) VALUE 0.
       01 CALC-FILTRO-OK       PIC X(01) VALUE 'S'.
       01 CALC-REEXTRAI        PIC X(01) VALUE 'N'.

       01 CALC-CONT-LIDOS      PIC 9(6) VALUE 0.
       01 CALC-CONT-EXTRAIDOS  PIC 9(6) VALUE 0.
       01 CALC-CONT-TARIFAS    PIC 9(6) VALUE 0.
       01 CALC-CONT-DETALHES   PIC 9(6) VALUE 0.
       01 CALC-CONT-JA-EXTRAIDOS PIC 9(6) VALUE 0.
       01 CALC-HASH-NUM1       PIC S9(13)V99 VALUE 0.
       01 CALC-HASH-VALOR      PIC S9(13)V99 VALUE 0.
       01 CALC-DATA-GERACAO    PIC 9(08) VALUE 0.
               ACCEPT CALC-SELECAO
               DISPLAY "Operacao (ex. C; vazio = todas): "
               ACCEPT CALC-FILTRO-OPERACAO
               DISPLAY "Data do lote (AAAAMMDD, vazio = todas as "
                   "datas): "
               ACCEPT CALC-DATA-LOTE-DIG
               DISPLAY "Numero do lote (vazio = todos os lotes): "
               ACCEPT CALC-LOTE-DIG
               DISPLAY "Reextrair resultados ja extraidos (S/N, "
                   "vazio = N): "
               ACCEPT CALC-REEXTRAI
           END-IF
           IF CALC-REEXTRAI = 's'
               MOVE 'S' TO CALC-REEXTRAI
           END-IF
           IF CALC-REEXTRAI NOT = 'S'
               MOVE 'N' TO CALC-REEXTRAI
           END-IF
           PERFORM define-filtro-lote

           IF NOT CALC-SELECAO-OK AND NOT CALC-SELECAO-REJEITADA
               DISPLAY "Erro: selecao invalida - informe O ou R"
               MOVE 12 TO RETURN-CODE
           ELSE
           IF CALC-FILTRO-OK = 'N'
               DISPLAY "Erro: data ou numero do lote invalido"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O CALC-RESULT-FILE
               IF CALC-RESULT-FILE-STATUS NOT = '00'
                   DISPLAY "Erro: arquivo de resultados indisponivel"
                   MOVE 12 TO RETURN-CODE
                   CLOSE CALC-RESULT-FILE
               END-IF
           END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
                                   TO CALC-SELECAO
                               MOVE CALC-PARM-OPERACAO
                                   TO CALC-FILTRO-OPERACAO
                               MOVE CALC-PARM-DATA-LOTE
                                   TO CALC-DATA-LOTE-DIG
                               MOVE CALC-PARM-LOTE
                                   TO CALC-LOTE-DIG
                               MOVE CALC-PARM-REEXTRAI
                                   TO CALC-REEXTRAI
                               MOVE 'TRUE' TO CALC-FIM-PARM
                           END-IF
                   END-READ
           END-IF.
           EXIT.

      * Data do lote em branco (zero no filtro) vale todas as datas:
      * o resultado regravado numa data de lote antiga - suspensa
      * liquidada, lote reprocessado - volta sem extracao e precisa
      * ir para o razao na extracao seguinte. Numero do lote em
      * branco (ou zero) vale todos os lotes; informado, restringe
      * a data informada ou, sem data, todas elas.
       define-filtro-lote.
           MOVE 'S' TO CALC-FILTRO-OK
           MOVE 0   TO CALC-FILTRO-LOTE
           MOVE 0   TO CALC-FILTRO-DATA
           IF CALC-DATA-LOTE-DIG = SPACES
               CONTINUE
           ELSE
               IF CALC-DATA-LOTE-DIG IS NUMERIC
                   MOVE CALC-DATA-LOTE-DIG TO CALC-FILTRO-DATA
               ELSE
                   MOVE 'N' TO CALC-FILTRO-OK
               END-IF
           END-IF
           IF CALC-LOTE-DIG NOT = SPACES
               IF CALC-LOTE-DIG IS NUMERIC
                   MOVE CALC-LOTE-DIG TO CALC-FILTRO-LOTE
               ELSE
                   MOVE 'N' TO CALC-FILTRO-OK
               END-IF
           END-IF.
           EXIT.

       gera-extracao.
           OPEN OUTPUT CALC-GLI-FILE
           IF CALC-GLI-FILE-STATUS NOT = '00'
               PERFORM grava-header-interface

               MOVE 'FALSE' TO CALC-FIM-ARQUIVO
               MOVE CALC-FILTRO-DATA TO CALC-RESULT-DATA
               MOVE CALC-FILTRO-LOTE TO CALC-RESULT-LOTE
               MOVE 0                TO CALC-RESULT-CHAVE
               START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
                   INVALID KEY
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
               END-START
               PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
                   READ CALC-RESULT-FILE NEXT
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           PERFORM confere-filtro-lote
                   END-READ
               END-PERFORM

               DISPLAY "Extracao contabil gravada em CALCGLI: "
                   CALC-CONT-EXTRAIDOS " de " CALC-CONT-LIDOS
                   " resultados"
               DISPLAY "Detalhes de tarifa: " CALC-CONT-TARIFAS
               DISPLAY "Ja extraidos antes (pulados): "
                   CALC-CONT-JA-EXTRAIDOS
           END-IF.
           EXIT.

      * Com data informada a leitura comeca nela (e no lote, se
      * informado) e termina ao sair dela; sem data le o arquivo
      * inteiro e o lote informado so filtra.
       confere-filtro-lote.
           IF CALC-FILTRO-DATA > 0
               AND (CALC-RESULT-DATA NOT = CALC-FILTRO-DATA
                    OR (CALC-FILTRO-LOTE > 0
                        AND CALC-RESULT-LOTE NOT = CALC-FILTRO-LOTE))
               MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           ELSE
           IF CALC-FILTRO-LOTE > 0
               AND CALC-RESULT-LOTE NOT = CALC-FILTRO-LOTE
               CONTINUE
           ELSE
               ADD 1 TO CALC-CONT-LIDOS
               PERFORM extrai-resultado
           END-IF
           END-IF.
           EXIT.

               MOVE CALC-RESULT-TAXA     TO CALC-GLI-TAXA
               MOVE CALC-RESULT-TAXA-ORIGEM
                   TO CALC-GLI-TAXA-ORIGEM
               MOVE CALC-RESULT-DATA     TO CALC-GLI-DATA-LOTE
               MOVE CALC-RESULT-LOTE     TO CALC-GLI-LOTE
               MOVE CALC-RESULT-CONTA    TO CALC-GLI-CONTA
               IF CALC-RESULT-CASAS IS NUMERIC
                   MOVE CALC-RESULT-VALOR-MOEDA
                       TO CALC-GLI-VALOR-MOEDA
                   MOVE CALC-RESULT-CASAS TO CALC-GLI-CASAS
               ELSE
                   MOVE CALC-RESULT-VALOR TO CALC-GLI-VALOR-MOEDA
                   MOVE 2                 TO CALC-GLI-CASAS
               END-IF
               WRITE CALC-GLI-DETALHE
               ADD 1 TO CALC-CONT-DETALHES
               IF CALC-RESULT-OPERACAO = "C"
                   AND CALC-RESULT-STATUS = 'OK'
                   AND CALC-RESULT-TARIFA IS NUMERIC
                   AND CALC-RESULT-TARIFA NOT = 0
                   PERFORM extrai-tarifa
               END-IF
               PERFORM marca-resultado-extraido
           END-IF.
           EXIT.

      * O resultado extraido fica aguardando o retorno do razao; na
      * reextracao o retorno anterior e apagado.
       marca-resultado-extraido.
           MOVE CALC-DATA-GERACAO TO CALC-RESULT-DATA-EXTRACAO
           MOVE 'E'               TO CALC-RESULT-LANCAMENTO
           MOVE SPACES            TO CALC-RESULT-MOTIVO-RAZAO
           MOVE SPACES            TO CALC-RESULT-DATA-RETORNO
           REWRITE CALC-RESULT-RECORD
               INVALID KEY
                   DISPLAY "Aviso: chave " CALC-RESULT-CHAVE
                       " nao marcada como extraida em CALCRES"
           END-REWRITE.
           EXIT.

      * Detalhe de tarifa: mesmos chave, par, taxa, lote e conta da
      * conversao, operacao 'T', num1 zerado e a tarifa no valor.
       extrai-tarifa.
           ADD 1 TO CALC-CONT-TARIFAS
           ADD 1 TO CALC-CONT-DETALHES
           MOVE 'T' TO CALC-GLI-OPERACAO
           MOVE 0   TO CALC-GLI-NUM1
           MOVE CALC-RESULT-TARIFA TO CALC-GLI-VALOR
           MOVE CALC-RESULT-TARIFA TO CALC-GLI-VALOR-MOEDA
           ADD CALC-GLI-VALOR TO CALC-HASH-VALOR
           WRITE CALC-GLI-DETALHE.
           EXIT.

      * Selecao 'O' leva somente os resultados com status OK (o
      * lancamento normal); 'R' leva somente os rejeitados, para a
      * contabilidade poder lancar as entradas de suspense. O filtro
      * de operacao em branco vale todas. Resultado ja extraido so
      * entra de novo com a reextracao pedida, e nunca o que o razao
      * ja aceitou: esse ja esta lancado e conta como ja extraido.
       seleciona-resultado.
           MOVE 'S' TO CALC-REGISTRO-SELEC
           IF CALC-SELECAO-OK
           IF CALC-FILTRO-OPERACAO NOT = SPACE
               AND CALC-RESULT-OPERACAO NOT = CALC-FILTRO-OPERACAO
               MOVE 'N' TO CALC-REGISTRO-SELEC
           END-IF
           IF CALC-REGISTRO-SELEC = 'S'
               AND CALC-RESULT-DATA-EXTRACAO IS NUMERIC
               AND (CALC-REEXTRAI = 'N'
                    OR CALC-RESULT-ACEITO-RAZAO)
               MOVE 'N' TO CALC-REGISTRO-SELEC
               ADD 1 TO CALC-CONT-JA-EXTRAIDOS
           END-IF.
           EXIT.

           MOVE SPACES TO CALC-GLI-REG-CONTROLE
           MOVE '9' TO CALC-GLI-TIPO
           MOVE CALC-DATA-GERACAO  TO CALC-GLI-CTL-DATA
           MOVE CALC-CONT-DETALHES TO CALC-GLI-CTL-QTD
           MOVE CALC-HASH-NUM1     TO CALC-GLI-CTL-HASH1
           MOVE CALC-HASH-VALOR    TO CALC-GLI-CTL-HASHV
           WRITE CALC-GLI-REG-CONTROLE.
