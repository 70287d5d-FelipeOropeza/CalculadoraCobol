       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREAV.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de reavaliacao cambial de fim de mes: a
      * financas reavaliava as conversoes do mes pela taxa de
      * fechamento numa planilha copiada do CALCRES. O job le de
      * CALCRES as conversoes ("C") com status OK do mes informado
      * e reavalia cada uma pela taxa de fechamento do par, que e a
      * taxa vigente no ultimo dia do mes em CALCRTE pelas mesmas
      * regras da conversao do programa Calculadora: vigencia ate a
      * data, taxa desativada nao vale, taxa mais velha que o limite
      * de dias nao vale, e par sem taxa direta deriva pelas duas
      * pernas da moeda pivo. O valor original e o bruto convertido
      * (antes da tarifa; o liquido nos resultados anteriores a
      * tarifa), o reavaliado e num1 vezes a taxa de fechamento,
      * arredondado nas casas da moeda de destino pela politica
      * gravada no resultado, e a diferenca e o ganho (positivo) ou a
      * perda (negativa) nao realizados. O relatorio CALCREVR traz,
      * por par, a quantidade, a taxa de fechamento e os totais
      * original, reavaliado e de ganho ou perda, e depois os totais
      * por moeda de destino. Par sem taxa de fechamento utilizavel
      * sai no relatorio sem reavaliacao e o job termina com codigo
      * de retorno 4. Os lancamentos de reavaliacao saem em CALCGLRV
      * no mesmo leiaute do CALCGLI (header, um detalhe por conversao
      * reavaliada com operacao 'R' e o ganho ou perda no valor, e
      * trailer com quantidade e totais de conferencia), datado do
      * ultimo dia do mes, para o razao lancar como lanca o CALCGLI.
      * O mes (AAAAMM) vem do terminal ou, na execucao desassistida,
      * da linha CALCREAV do arquivo de parametros CALCPARM; em
      * branco vale o mes anterior ao corrente.
      * CALC-RESULT-RECORD ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI), e o lancamento de
      * reavaliacao leva no fim a conta da conversao, no mesmo
      * leiaute do detalhe do CALCGLI.
      * CALC-RESULT-RECORD ganhou no fim a situacao do lancamento no
      * razao, mantida pelo CALCGLEX e pelo CALCGLRT; a reavaliacao
      * nao a usa.
      * Corrigido: o total original do par somava tambem as conversoes
      * que estouraram o campo na reavaliacao; agora so as reavaliadas,
      * como o reavaliado e o ganho ou perda.
      * Corrigido: com a tabela de pares cheia o par ficava de fora e
      * contava como sem taxa. A tabela passou a 500 pares e, cheia,
      * interrompe a reavaliacao com codigo de retorno 12 e CALCGLRV
      * vazio. CALCGLRV que nao pode ser criado tambem termina com 12,
      * sem reavaliar nada.

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

           SELECT CALC-RATE-FILE ASSIGN TO "CALCRTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RATE-CHAVE
               FILE STATUS IS CALC-RATE-STATUS.

           SELECT CALC-GLI-FILE ASSIGN TO "CALCGLRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GLI-FILE-STATUS.

           SELECT CALC-REL-FILE ASSIGN TO "CALCREVR"
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

       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
           05 CALC-RATE-CHAVE.
               10 CALC-RATE-MOEDA-ORIGEM  PIC X(3).
               10 CALC-RATE-MOEDA-DESTINO PIC X(3).
               10 CALC-RATE-DATA-VIGENCIA PIC X(8).
           05 CALC-RATE-VALOR          PIC S9(5)V9999.
           05 CALC-RATE-SITUACAO       PIC X(1).
               88 CALC-RATE-ATIVA      VALUE 'A'.
               88 CALC-RATE-INATIVA    VALUE 'I'.

      * Mesmo leiaute do CALCGLI gravado pelo CALCGLEX.
       FD  CALC-GLI-FILE.
       01  CALC-GLI-DETALHE.
           05 CALC-GLI-TIPO         PIC X(1).
           05 CALC-GLI-CHAVE        PIC 9(6).
           05 CALC-GLI-OPERACAO     PIC X(1).
           05 CALC-GLI-STATUS       PIC X(2).
           05 CALC-GLI-MOEDA-ORIGEM  PIC X(3).
           05 CALC-GLI-MOEDA-DESTINO PIC X(3).
           05 CALC-GLI-NUM1         PIC S9(7)V99.
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
           05 CALC-GLI-CTL-QTD      PIC 9(6).
           05 CALC-GLI-CTL-HASH1    PIC S9(13)V99.
           05 CALC-GLI-CTL-HASHV    PIC S9(13)V99.

       FD  CALC-REL-FILE.
       01  CALC-REL-LINHA PIC X(132).

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida.
       FD  CALC-PARM-FILE.
       01  CALC-PARM-RECORD.
           05 CALC-PARM-PROGRAMA  PIC X(8).
           05 CALC-PARM-MES       PIC X(6).

       WORKING-STORAGE SECTION.
       01 CALC-RESULT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 CALC-RATE-STATUS     PIC X(02) VALUE SPACES.
       01 CALC-GLI-FILE-STATUS PIC X(02) VALUE SPACES.
       01 CALC-PARM-STATUS     PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO     PIC X(05) VALUE 'FALSE'.
       01 CALC-FIM-TAXAS       PIC X(05) VALUE 'FALSE'.
       01 CALC-EXEC-PARM       PIC X(01) VALUE 'N'.
       01 CALC-FIM-PARM        PIC X(05) VALUE 'FALSE'.

      * Mes de referencia e data de fechamento (ultimo dia do mes).
       01 CALC-MES-DIG         PIC X(06) VALUE SPACES.
       01 CALC-MES-OK          PIC X(01) VALUE 'S'.
       01 CALC-MES-REF         PIC 9(06) VALUE 0.
       01 CALC-MES-REF-X REDEFINES CALC-MES-REF.
           05 CALC-MES-REF-ANO  PIC 9(04).
           05 CALC-MES-REF-MES  PIC 9(02).
       01 CALC-DATA-HOJE       PIC 9(08) VALUE 0.
       01 CALC-PROX-MES        PIC 9(08) VALUE 0.
       01 CALC-PROX-MES-X REDEFINES CALC-PROX-MES.
           05 CALC-PROX-ANO     PIC 9(04).
           05 CALC-PROX-MM      PIC 9(02).
           05 CALC-PROX-DD      PIC 9(02).
       01 CALC-DATA-FECHAMENTO PIC 9(08) VALUE 0.
       01 CALC-DATA-FECH-X     PIC X(08) VALUE SPACES.

      * Configuracao da instalacao, os mesmos valores do programa
      * Calculadora: limite de idade da taxa e moeda pivo.
       01 CALC-LIMITE-DIAS-TAXA PIC 9(03) VALUE 30.
       01 CALC-MOEDA-PIVO       PIC X(03) VALUE "USD".

      * Busca da taxa de fechamento (mesmas regras de moeda).
       01 CALC-BUSCA-ORIGEM     PIC X(03) VALUE SPACES.
       01 CALC-BUSCA-DESTINO    PIC X(03) VALUE SPACES.
       01 CALC-MOEDA-ORIGEM     PIC X(03) VALUE SPACES.
       01 CALC-MOEDA-DESTINO    PIC X(03) VALUE SPACES.
       01 CALC-TAXA-ACHADA      PIC X(01) VALUE 'N'.
       01 CALC-TAXA-VALIDA      PIC X(01) VALUE 'N'.
       01 CALC-MOTIVO-SEM-TAXA  PIC X(20) VALUE SPACES.
       01 CALC-VALOR-ACHADO     PIC S9(5)V9999 VALUE 0.
       01 CALC-VIGENCIA-ACHADA  PIC X(08) VALUE SPACES.
       01 CALC-SITUACAO-ACHADA  PIC X(01) VALUE SPACE.
       01 CALC-ORIGEM-ACHADA    PIC X(01) VALUE SPACE.
       01 CALC-VIGENCIA-NUM     PIC 9(08) VALUE 0.
       01 CALC-IDADE-TAXA       PIC S9(9) COMP VALUE 0.
       01 CALC-PERNA1-VALOR     PIC S9(5)V9999 VALUE 0.
       01 CALC-PERNA1-VIGENCIA  PIC X(08) VALUE SPACES.
       01 CALC-PERNA1-SITUACAO  PIC X(01) VALUE SPACE.
       01 CALC-PERNA2-VALOR     PIC S9(5)V9999 VALUE 0.
       01 CALC-PERNA2-VIGENCIA  PIC X(08) VALUE SPACES.
       01 CALC-PERNA2-SITUACAO  PIC X(01) VALUE SPACE.

      * Tabela de pares do mes, mantida em ordem de par para o
      * relatorio; a taxa de fechamento e buscada uma vez por par.
      * Tabela cheia interrompe a reavaliacao: nenhum par pode ficar
      * de fora do mes sem que o fechamento perceba.
       01 CALC-PAR-TABELA.
           05 CALC-PAR OCCURS 500.
               10 CALC-PAR-ORIGEM      PIC X(03).
               10 CALC-PAR-DESTINO     PIC X(03).
               10 CALC-PAR-TEM-TAXA    PIC X(01).
               10 CALC-PAR-MOTIVO      PIC X(20).
               10 CALC-PAR-TAXA        PIC S9(5)V9999.
               10 CALC-PAR-TAXA-ORIGEM PIC X(01).
               10 CALC-PAR-QTD         PIC 9(07).
               10 CALC-PAR-ORIGINAL    PIC S9(13)V999.
               10 CALC-PAR-REAVALIADO  PIC S9(13)V999.
               10 CALC-PAR-RESULTADO   PIC S9(13)V999.
       01 CALC-PAR-QTD-TAB  PIC S9(4) COMP VALUE 0.
       01 CALC-PAR-MAXIMO   PIC S9(4) COMP VALUE 500.
       01 CALC-PAR-IDX      PIC S9(4) COMP VALUE 0.
       01 CALC-PAR-POS      PIC S9(4) COMP VALUE 0.

      * Totais por moeda de destino, montados no fim pela tabela de
      * pares (cada par entra no total da sua moeda de destino).
       01 CALC-MOE-TABELA.
           05 CALC-MOE OCCURS 500.
               10 CALC-MOE-CODIGO      PIC X(03).
               10 CALC-MOE-ORIGINAL    PIC S9(13)V999.
               10 CALC-MOE-REAVALIADO  PIC S9(13)V999.
               10 CALC-MOE-RESULTADO   PIC S9(13)V999.
       01 CALC-MOE-QTD-TAB  PIC S9(4) COMP VALUE 0.
       01 CALC-MOE-IDX      PIC S9(4) COMP VALUE 0.
       01 CALC-MOE-POS      PIC S9(4) COMP VALUE 0.

      * Reavaliacao de uma conversao.
       01 CALC-CASAS-DESTINO   PIC 9(01) VALUE 2.
       01 CALC-FATOR-CASAS     PIC 9(04) VALUE 100.
       01 CALC-VALOR-ESCALADO  PIC S9(10) VALUE 0.
       01 CALC-VALOR-ORIGINAL  PIC S9(7)V999 VALUE 0.
       01 CALC-VALOR-REAVALIADO PIC S9(7)V999 VALUE 0.
       01 CALC-VALOR-RESULTADO PIC S9(7)V999 VALUE 0.
       01 CALC-REAVALIACAO-OK  PIC X(01) VALUE 'S'.
       01 CALC-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       01 CALC-REAVALIACAO-ABORTADA PIC X(01) VALUE 'N'.

       01 CALC-CONT-LIDAS       PIC 9(7) VALUE 0.
       01 CALC-CONT-REAVALIADAS PIC 9(7) VALUE 0.
       01 CALC-CONT-SEM-TAXA    PIC 9(7) VALUE 0.
       01 CALC-CONT-ESTOURO     PIC 9(7) VALUE 0.
       01 CALC-HASH-NUM1        PIC S9(13)V99 VALUE 0.
       01 CALC-HASH-VALOR       PIC S9(13)V99 VALUE 0.

       01 CALC-DATA-EMISSAO  PIC 9(08) VALUE 0.
       01 CALC-TOT-ROTULO    PIC X(30) VALUE SPACES.
       01 CALC-CONT-ED       PIC ZZZZZZ9.
       01 CALC-TAXA-ED       PIC -(5)9.9999.
       01 CALC-ORIGINAL-ED   PIC -(13)9.999.
       01 CALC-REAVALIADO-ED PIC -(13)9.999.
       01 CALC-RESULTADO-ED  PIC -(13)9.999.

       PROCEDURE DIVISION.

           PERFORM le-parametros
           IF CALC-EXEC-PARM = 'S'
               DISPLAY "Execucao por arquivo de parametros"
           ELSE
               DISPLAY "Mes da reavaliacao (AAAAMM, vazio = mes "
                   "anterior): "
               ACCEPT CALC-MES-DIG
           END-IF
           PERFORM define-mes-referencia

           IF CALC-MES-OK = 'N'
               DISPLAY "Erro: mes de referencia invalido"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT CALC-RESULT-FILE
               OPEN INPUT CALC-RATE-FILE
               IF CALC-RESULT-FILE-STATUS NOT = '00'
                   OR CALC-RATE-STATUS NOT = '00'
                   DISPLAY "Erro: arquivo de resultados ou de taxas "
                       "indisponivel - reavaliacao nao executada"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM gera-reavaliacao
                   IF CALC-REAVALIACAO-ABORTADA = 'S'
                       DISPLAY "Reavaliacao nao executada - nenhum "
                           "lancamento gravado em CALCGLRV"
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM gera-relatorio
                       IF CALC-CONT-SEM-TAXA > 0
                           OR CALC-CONT-ESTOURO > 0
                           DISPLAY "Aviso: conversoes nao reavaliadas"
                               " - ver CALCREVR"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               IF CALC-RESULT-FILE-STATUS = '00'
                   CLOSE CALC-RESULT-FILE
               END-IF
               IF CALC-RATE-STATUS = '00'
                   CLOSE CALC-RATE-FILE
               END-IF
           END-IF

           IF CALC-EXEC-PARM = 'N'
               DISPLAY 'Pressione ENTER para sair.'
               ACCEPT CALC-MES-DIG
           END-IF
           STOP RUN.

      * A execucao desassistida le o mes da linha CALCREAV do
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
                           IF CALC-PARM-PROGRAMA = "CALCREAV"
                               MOVE 'S' TO CALC-EXEC-PARM
                               MOVE CALC-PARM-MES TO CALC-MES-DIG
                               MOVE 'TRUE' TO CALC-FIM-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PARM-FILE
           END-IF.
           EXIT.

      * Mes em branco vale o anterior ao corrente (o job roda depois
      * da virada do mes). A data de fechamento e a vespera do dia
      * 01 do mes seguinte.
       define-mes-referencia.
           MOVE 'S' TO CALC-MES-OK
           IF CALC-MES-DIG = SPACES
               ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE CALC-MES-REF = CALC-DATA-HOJE / 100
               IF CALC-MES-REF-MES = 1
                   SUBTRACT 1 FROM CALC-MES-REF-ANO
                   MOVE 12 TO CALC-MES-REF-MES
               ELSE
                   SUBTRACT 1 FROM CALC-MES-REF-MES
               END-IF
           ELSE
               IF CALC-MES-DIG IS NUMERIC
                   AND CALC-MES-DIG (5:2) >= "01"
                   AND CALC-MES-DIG (5:2) <= "12"
                   MOVE CALC-MES-DIG TO CALC-MES-REF
               ELSE
                   MOVE 'N' TO CALC-MES-OK
               END-IF
           END-IF
           IF CALC-MES-OK = 'S'
               MOVE CALC-MES-REF-ANO TO CALC-PROX-ANO
               MOVE CALC-MES-REF-MES TO CALC-PROX-MM
               MOVE 1                TO CALC-PROX-DD
               IF CALC-PROX-MM = 12
                   ADD 1 TO CALC-PROX-ANO
                   MOVE 1 TO CALC-PROX-MM
               ELSE
                   ADD 1 TO CALC-PROX-MM
               END-IF
               COMPUTE CALC-DATA-FECHAMENTO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CALC-PROX-MES) - 1)
               MOVE CALC-DATA-FECHAMENTO TO CALC-DATA-FECH-X
               DISPLAY "Reavaliacao do mes " CALC-MES-REF
                   " - taxa de fechamento de " CALC-DATA-FECH-X
           END-IF.
           EXIT.

      * CALCRES esta em ordem de data + lote + chave: posiciona no
      * dia 01 do mes e le ate sair do mes. Sem CALCGLRV nada e
      * reavaliado; com a tabela de pares cheia a leitura para e o
      * CALCGLRV e refeito vazio, para o razao nao receber o mes pela
      * metade.
       gera-reavaliacao.
           MOVE 'N' TO CALC-REAVALIACAO-ABORTADA
           MOVE 'N' TO CALC-TABELA-CHEIA
           OPEN OUTPUT CALC-GLI-FILE
           IF CALC-GLI-FILE-STATUS NOT = '00'
               DISPLAY "Erro: arquivo de lancamentos (CALCGLRV) nao "
                   "pode ser criado: " CALC-GLI-FILE-STATUS
               MOVE 'S' TO CALC-REAVALIACAO-ABORTADA
           ELSE
               PERFORM le-conversoes-do-mes
           END-IF.
           EXIT.

       le-conversoes-do-mes.
           PERFORM grava-header-interface

           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           COMPUTE CALC-RESULT-DATA = CALC-MES-REF * 100 + 1
           MOVE 0 TO CALC-RESULT-LOTE
           MOVE 0 TO CALC-RESULT-CHAVE
           START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-RESULT-DATA > CALC-DATA-FECHAMENTO
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                       IF CALC-RESULT-OPERACAO = "C"
                           AND CALC-RESULT-STATUS = 'OK'
                           ADD 1 TO CALC-CONT-LIDAS
                           PERFORM reavalia-conversao
                           IF CALC-TABELA-CHEIA = 'S'
                               MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF CALC-TABELA-CHEIA = 'S'
               CLOSE CALC-GLI-FILE
               OPEN OUTPUT CALC-GLI-FILE
               CLOSE CALC-GLI-FILE
               MOVE 'S' TO CALC-REAVALIACAO-ABORTADA
           ELSE
               PERFORM grava-trailer-interface
               CLOSE CALC-GLI-FILE
               DISPLAY "Lancamentos de reavaliacao gravados em "
                   "CALCGLRV: " CALC-CONT-REAVALIADAS " de "
                   CALC-CONT-LIDAS " conversoes"
           END-IF.
           EXIT.

      * O valor original e o bruto convertido; nos resultados
      * anteriores a tarifa, o proprio valor gravado.
       reavalia-conversao.
           PERFORM localiza-par
           IF CALC-RESULT-BRUTO IS NUMERIC
               MOVE CALC-RESULT-BRUTO TO CALC-VALOR-ORIGINAL
           ELSE
               MOVE CALC-RESULT-VALOR TO CALC-VALOR-ORIGINAL
           END-IF
           IF CALC-PAR-IDX = 0
               CONTINUE
           ELSE
           ADD 1 TO CALC-PAR-QTD (CALC-PAR-IDX)
           IF CALC-PAR-TEM-TAXA (CALC-PAR-IDX) = 'N'
               ADD 1 TO CALC-CONT-SEM-TAXA
           ELSE
               PERFORM calcula-valor-reavaliado
               IF CALC-REAVALIACAO-OK = 'N'
                   DISPLAY "Aviso: reavaliacao da chave "
                       CALC-RESULT-CHAVE " de " CALC-RESULT-DATA
                       " excedeu o campo - nao reavaliada"
                   ADD 1 TO CALC-CONT-ESTOURO
               ELSE
                   COMPUTE CALC-VALOR-RESULTADO =
                       CALC-VALOR-REAVALIADO - CALC-VALOR-ORIGINAL
                   ADD CALC-VALOR-ORIGINAL
                       TO CALC-PAR-ORIGINAL (CALC-PAR-IDX)
                   ADD CALC-VALOR-REAVALIADO
                       TO CALC-PAR-REAVALIADO (CALC-PAR-IDX)
                   ADD CALC-VALOR-RESULTADO
                       TO CALC-PAR-RESULTADO (CALC-PAR-IDX)
                   ADD 1 TO CALC-CONT-REAVALIADAS
                   PERFORM grava-lancamento-reavaliacao
               END-IF
           END-IF
           END-IF.
           EXIT.

      * Mesmo calculo escalado da conversao: num1 vezes a taxa de
      * fechamento nas casas gravadas no resultado (2 nos anteriores
      * ao cadastro de moedas), ROUNDED na politica 'A'.
       calcula-valor-reavaliado.
           MOVE 'S' TO CALC-REAVALIACAO-OK
           IF CALC-RESULT-CASAS IS NUMERIC
               MOVE CALC-RESULT-CASAS TO CALC-CASAS-DESTINO
           ELSE
               MOVE 2 TO CALC-CASAS-DESTINO
           END-IF
           EVALUATE CALC-CASAS-DESTINO
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
                   CALC-RESULT-NUM1 * CALC-PAR-TAXA (CALC-PAR-IDX)
                   * CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'N' TO CALC-REAVALIACAO-OK
               END-COMPUTE
           ELSE
               COMPUTE CALC-VALOR-ESCALADO =
                   CALC-RESULT-NUM1 * CALC-PAR-TAXA (CALC-PAR-IDX)
                   * CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'N' TO CALC-REAVALIACAO-OK
               END-COMPUTE
           END-IF
           IF CALC-REAVALIACAO-OK = 'S'
               COMPUTE CALC-VALOR-REAVALIADO =
                   CALC-VALOR-ESCALADO / CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'N' TO CALC-REAVALIACAO-OK
               END-COMPUTE
           END-IF.
           EXIT.

      * Procura o par na tabela (em ordem de par); par novo entra na
      * sua posicao, deslocando os maiores, e ja busca a taxa de
      * fechamento. Com a tabela cheia o par fica sem posicao (zero)
      * e a reavaliacao e interrompida.
       localiza-par.
           MOVE 0 TO CALC-PAR-POS
           PERFORM VARYING CALC-PAR-IDX FROM 1 BY 1
               UNTIL CALC-PAR-IDX > CALC-PAR-QTD-TAB
                   OR CALC-PAR-POS > 0
               IF CALC-PAR-ORIGEM (CALC-PAR-IDX) =
                   CALC-RESULT-MOEDA-ORIGEM
                   AND CALC-PAR-DESTINO (CALC-PAR-IDX) =
                       CALC-RESULT-MOEDA-DESTINO
                   MOVE CALC-PAR-IDX TO CALC-PAR-POS
               END-IF
           END-PERFORM
           IF CALC-PAR-POS > 0
               MOVE CALC-PAR-POS TO CALC-PAR-IDX
           ELSE
           IF CALC-PAR-QTD-TAB >= CALC-PAR-MAXIMO
               DISPLAY "Erro: tabela de pares cheia no par "
                   CALC-RESULT-MOEDA-ORIGEM "/"
                   CALC-RESULT-MOEDA-DESTINO
               MOVE 'S' TO CALC-TABELA-CHEIA
               MOVE 0 TO CALC-PAR-IDX
           ELSE
               PERFORM insere-par
           END-IF
           END-IF.
           EXIT.

       insere-par.
           ADD 1 TO CALC-PAR-QTD-TAB
           MOVE CALC-PAR-QTD-TAB TO CALC-PAR-POS
           PERFORM UNTIL CALC-PAR-POS = 1
               OR CALC-PAR-ORIGEM (CALC-PAR-POS - 1) <
                   CALC-RESULT-MOEDA-ORIGEM
               OR (CALC-PAR-ORIGEM (CALC-PAR-POS - 1) =
                   CALC-RESULT-MOEDA-ORIGEM
                   AND CALC-PAR-DESTINO (CALC-PAR-POS - 1) <
                       CALC-RESULT-MOEDA-DESTINO)
               MOVE CALC-PAR (CALC-PAR-POS - 1)
                   TO CALC-PAR (CALC-PAR-POS)
               SUBTRACT 1 FROM CALC-PAR-POS
           END-PERFORM
           MOVE CALC-PAR-POS TO CALC-PAR-IDX
           MOVE CALC-RESULT-MOEDA-ORIGEM
               TO CALC-PAR-ORIGEM (CALC-PAR-IDX)
           MOVE CALC-RESULT-MOEDA-DESTINO
               TO CALC-PAR-DESTINO (CALC-PAR-IDX)
           MOVE 0 TO CALC-PAR-QTD (CALC-PAR-IDX)
           MOVE 0 TO CALC-PAR-ORIGINAL (CALC-PAR-IDX)
           MOVE 0 TO CALC-PAR-REAVALIADO (CALC-PAR-IDX)
           MOVE 0 TO CALC-PAR-RESULTADO (CALC-PAR-IDX)

           MOVE CALC-RESULT-MOEDA-ORIGEM  TO CALC-MOEDA-ORIGEM
           MOVE CALC-RESULT-MOEDA-DESTINO TO CALC-MOEDA-DESTINO
           PERFORM busca-taxa-fechamento
           MOVE CALC-TAXA-VALIDA   TO CALC-PAR-TEM-TAXA (CALC-PAR-IDX)
           MOVE CALC-MOTIVO-SEM-TAXA TO CALC-PAR-MOTIVO (CALC-PAR-IDX)
           MOVE CALC-VALOR-ACHADO  TO CALC-PAR-TAXA (CALC-PAR-IDX)
           MOVE CALC-ORIGEM-ACHADA
               TO CALC-PAR-TAXA-ORIGEM (CALC-PAR-IDX).
           EXIT.

      * Mesmas regras da conversao do programa Calculadora, na data
      * de fechamento: taxa direta do par vigente na data; sem ela,
      * derivacao pelas pernas da moeda pivo; taxa desativada ou mais
      * velha que o limite de dias nao serve.
       busca-taxa-fechamento.
           MOVE 'S'    TO CALC-TAXA-VALIDA
           MOVE SPACES TO CALC-MOTIVO-SEM-TAXA
           MOVE SPACE  TO CALC-ORIGEM-ACHADA
           MOVE CALC-MOEDA-ORIGEM  TO CALC-BUSCA-ORIGEM
           MOVE CALC-MOEDA-DESTINO TO CALC-BUSCA-DESTINO
           PERFORM procura-taxa-vigente
           IF CALC-TAXA-ACHADA = 'S'
               MOVE 'C' TO CALC-ORIGEM-ACHADA
               IF CALC-SITUACAO-ACHADA = 'I'
                   MOVE 'N' TO CALC-TAXA-VALIDA
                   MOVE "TAXA DESATIVADA" TO CALC-MOTIVO-SEM-TAXA
               ELSE
                   PERFORM confere-idade-taxa
               END-IF
           ELSE
               PERFORM deriva-taxa-pelo-pivo
               IF CALC-TAXA-ACHADA = 'N' AND CALC-TAXA-VALIDA = 'S'
                   MOVE 'N' TO CALC-TAXA-VALIDA
                   MOVE "TAXA NAO CADASTRADA" TO CALC-MOTIVO-SEM-TAXA
               END-IF
           END-IF
           IF CALC-TAXA-VALIDA = 'N'
               MOVE 0 TO CALC-VALOR-ACHADO
               MOVE SPACE TO CALC-ORIGEM-ACHADA
           END-IF.
           EXIT.

       procura-taxa-vigente.
           MOVE 'N' TO CALC-TAXA-ACHADA
           MOVE CALC-BUSCA-ORIGEM  TO CALC-RATE-MOEDA-ORIGEM
           MOVE CALC-BUSCA-DESTINO TO CALC-RATE-MOEDA-DESTINO
           MOVE "00000000" TO CALC-RATE-DATA-VIGENCIA
           MOVE 'FALSE' TO CALC-FIM-TAXAS
           START CALC-RATE-FILE KEY NOT < CALC-RATE-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-TAXAS
           END-START
           PERFORM UNTIL CALC-FIM-TAXAS = 'TRUE'
               READ CALC-RATE-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-TAXAS
                   NOT AT END
                       PERFORM avalia-taxa-lida
               END-READ
           END-PERFORM.
           EXIT.

       avalia-taxa-lida.
           IF CALC-RATE-MOEDA-ORIGEM NOT = CALC-BUSCA-ORIGEM
               OR CALC-RATE-MOEDA-DESTINO NOT = CALC-BUSCA-DESTINO
               OR CALC-RATE-DATA-VIGENCIA > CALC-DATA-FECH-X
               MOVE 'TRUE' TO CALC-FIM-TAXAS
           ELSE
               MOVE 'S' TO CALC-TAXA-ACHADA
               MOVE CALC-RATE-VALOR         TO CALC-VALOR-ACHADO
               MOVE CALC-RATE-DATA-VIGENCIA TO CALC-VIGENCIA-ACHADA
               MOVE CALC-RATE-SITUACAO      TO CALC-SITUACAO-ACHADA
           END-IF.
           EXIT.

       deriva-taxa-pelo-pivo.
           IF CALC-MOEDA-ORIGEM = CALC-MOEDA-PIVO
               OR CALC-MOEDA-DESTINO = CALC-MOEDA-PIVO
               CONTINUE
           ELSE
               MOVE CALC-MOEDA-ORIGEM TO CALC-BUSCA-ORIGEM
               MOVE CALC-MOEDA-PIVO   TO CALC-BUSCA-DESTINO
               PERFORM procura-taxa-vigente
               IF CALC-TAXA-ACHADA = 'S'
                   MOVE CALC-VALOR-ACHADO    TO CALC-PERNA1-VALOR
                   MOVE CALC-VIGENCIA-ACHADA TO CALC-PERNA1-VIGENCIA
                   MOVE CALC-SITUACAO-ACHADA TO CALC-PERNA1-SITUACAO
                   MOVE CALC-MOEDA-PIVO    TO CALC-BUSCA-ORIGEM
                   MOVE CALC-MOEDA-DESTINO TO CALC-BUSCA-DESTINO
                   PERFORM procura-taxa-vigente
                   IF CALC-TAXA-ACHADA = 'S'
                       MOVE CALC-VALOR-ACHADO
                           TO CALC-PERNA2-VALOR
                       MOVE CALC-VIGENCIA-ACHADA
                           TO CALC-PERNA2-VIGENCIA
                       MOVE CALC-SITUACAO-ACHADA
                           TO CALC-PERNA2-SITUACAO
                       PERFORM combina-pernas-pivo
                   END-IF
               END-IF
           END-IF.
           EXIT.

       combina-pernas-pivo.
           IF CALC-PERNA1-SITUACAO = 'I'
               OR CALC-PERNA2-SITUACAO = 'I'
               MOVE 'N' TO CALC-TAXA-VALIDA
               MOVE "PERNA PIVO DESATIVADA" TO CALC-MOTIVO-SEM-TAXA
               MOVE 'N' TO CALC-TAXA-ACHADA
           ELSE
               MOVE CALC-PERNA1-VIGENCIA TO CALC-VIGENCIA-ACHADA
               PERFORM confere-idade-taxa
               IF CALC-TAXA-VALIDA = 'S'
                   MOVE CALC-PERNA2-VIGENCIA TO CALC-VIGENCIA-ACHADA
                   PERFORM confere-idade-taxa
               END-IF
               IF CALC-TAXA-VALIDA = 'N'
                   MOVE 'N' TO CALC-TAXA-ACHADA
               ELSE
                   COMPUTE CALC-VALOR-ACHADO =
                       CALC-PERNA1-VALOR * CALC-PERNA2-VALOR
                       ON SIZE ERROR
                           MOVE 'N' TO CALC-TAXA-VALIDA
                           MOVE "TAXA DERIVADA ESTOURA"
                               TO CALC-MOTIVO-SEM-TAXA
                           MOVE 'N' TO CALC-TAXA-ACHADA
                   END-COMPUTE
                   IF CALC-TAXA-ACHADA = 'S'
                       MOVE 'D' TO CALC-ORIGEM-ACHADA
                   END-IF
               END-IF
           END-IF.
           EXIT.

       confere-idade-taxa.
           MOVE CALC-VIGENCIA-ACHADA TO CALC-VIGENCIA-NUM
           COMPUTE CALC-IDADE-TAXA =
               FUNCTION INTEGER-OF-DATE(CALC-DATA-FECHAMENTO)
               - FUNCTION INTEGER-OF-DATE(CALC-VIGENCIA-NUM)
           IF CALC-IDADE-TAXA > CALC-LIMITE-DIAS-TAXA
               MOVE 'N' TO CALC-TAXA-VALIDA
               MOVE "TAXA VENCIDA" TO CALC-MOTIVO-SEM-TAXA
           END-IF.
           EXIT.

      * Lancamento de reavaliacao: chave, par, lote e conta da
      * conversao, operacao 'R', num1 da conversao, taxa de
      * fechamento e o ganho (positivo) ou perda (negativa) no valor.
       grava-lancamento-reavaliacao.
           MOVE '1'  TO CALC-GLI-TIPO
           MOVE CALC-RESULT-CHAVE  TO CALC-GLI-CHAVE
           MOVE 'R'  TO CALC-GLI-OPERACAO
           MOVE 'OK' TO CALC-GLI-STATUS
           MOVE CALC-RESULT-MOEDA-ORIGEM  TO CALC-GLI-MOEDA-ORIGEM
           MOVE CALC-RESULT-MOEDA-DESTINO TO CALC-GLI-MOEDA-DESTINO
           MOVE CALC-RESULT-NUM1   TO CALC-GLI-NUM1
           MOVE CALC-VALOR-RESULTADO TO CALC-GLI-VALOR
           MOVE CALC-PAR-TAXA (CALC-PAR-IDX) TO CALC-GLI-TAXA
           MOVE CALC-PAR-TAXA-ORIGEM (CALC-PAR-IDX)
               TO CALC-GLI-TAXA-ORIGEM
           MOVE CALC-RESULT-DATA   TO CALC-GLI-DATA-LOTE
           MOVE CALC-RESULT-LOTE   TO CALC-GLI-LOTE
           MOVE CALC-VALOR-RESULTADO TO CALC-GLI-VALOR-MOEDA
           MOVE CALC-CASAS-DESTINO TO CALC-GLI-CASAS
           MOVE CALC-RESULT-CONTA  TO CALC-GLI-CONTA
           ADD CALC-GLI-NUM1  TO CALC-HASH-NUM1
           ADD CALC-GLI-VALOR TO CALC-HASH-VALOR
           WRITE CALC-GLI-DETALHE.
           EXIT.

       grava-header-interface.
           MOVE SPACES TO CALC-GLI-REG-CONTROLE
           MOVE '0' TO CALC-GLI-TIPO
           MOVE CALC-DATA-FECHAMENTO TO CALC-GLI-CTL-DATA
           MOVE 0 TO CALC-GLI-CTL-QTD
           MOVE 0 TO CALC-GLI-CTL-HASH1
           MOVE 0 TO CALC-GLI-CTL-HASHV
           WRITE CALC-GLI-REG-CONTROLE.
           EXIT.

       grava-trailer-interface.
           MOVE SPACES TO CALC-GLI-REG-CONTROLE
           MOVE '9' TO CALC-GLI-TIPO
           MOVE CALC-DATA-FECHAMENTO  TO CALC-GLI-CTL-DATA
           MOVE CALC-CONT-REAVALIADAS TO CALC-GLI-CTL-QTD
           MOVE CALC-HASH-NUM1        TO CALC-GLI-CTL-HASH1
           MOVE CALC-HASH-VALOR       TO CALC-GLI-CTL-HASHV
           WRITE CALC-GLI-REG-CONTROLE.
           EXIT.

       gera-relatorio.
           OPEN OUTPUT CALC-REL-FILE
           ACCEPT CALC-DATA-EMISSAO FROM DATE YYYYMMDD

           MOVE SPACES TO CALC-REL-LINHA
           STRING "REAVALIACAO CAMBIAL DO MES " DELIMITED BY SIZE
                  CALC-MES-REF                  DELIMITED BY SIZE
                  " - TAXA DE FECHAMENTO DE "   DELIMITED BY SIZE
                  CALC-DATA-FECH-X              DELIMITED BY SIZE
                  "   EMISSAO: "                DELIMITED BY SIZE
                  CALC-DATA-EMISSAO             DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE SPACES TO CALC-REL-LINHA
           STRING "PAR         QTD  TAXA FECH. O" DELIMITED BY SIZE
                  "      VALOR ORIGINAL" DELIMITED BY SIZE
                  "    VALOR REAVALIADO" DELIMITED BY SIZE
                  "     GANHO OU PERDA" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE 0 TO CALC-MOE-QTD-TAB
           PERFORM VARYING CALC-PAR-IDX FROM 1 BY 1
               UNTIL CALC-PAR-IDX > CALC-PAR-QTD-TAB
               PERFORM escreve-linha-par
               IF CALC-PAR-TEM-TAXA (CALC-PAR-IDX) = 'S'
                   PERFORM acumula-moeda
               END-IF
           END-PERFORM

           MOVE SPACES TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE SPACES TO CALC-REL-LINHA
           STRING "TOTAIS POR MOEDA DE DESTINO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           PERFORM VARYING CALC-MOE-IDX FROM 1 BY 1
               UNTIL CALC-MOE-IDX > CALC-MOE-QTD-TAB
               PERFORM escreve-linha-moeda
           END-PERFORM

           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           MOVE "CONVERSOES DO MES (OK):       " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-LIDAS                 TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "REAVALIADAS:                  " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-REAVALIADAS           TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "SEM TAXA DE FECHAMENTO:       " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-SEM-TAXA              TO CALC-CONT-ED
           PERFORM escreve-linha-total
           MOVE "ESTOURO NO CALCULO:           " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ESTOURO               TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE SPACES TO CALC-REL-LINHA
           STRING "FIM DO RELATORIO" DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA
           CLOSE CALC-REL-FILE
           DISPLAY "Relatorio de reavaliacao gravado em CALCREVR.".
           EXIT.

      * Par sem taxa de fechamento sai com o motivo no lugar da taxa
      * e dos valores reavaliados.
       escreve-linha-par.
           MOVE CALC-PAR-QTD (CALC-PAR-IDX)      TO CALC-CONT-ED
           MOVE CALC-PAR-ORIGINAL (CALC-PAR-IDX) TO CALC-ORIGINAL-ED
           MOVE SPACES TO CALC-REL-LINHA
           IF CALC-PAR-TEM-TAXA (CALC-PAR-IDX) = 'S'
               MOVE CALC-PAR-TAXA (CALC-PAR-IDX) TO CALC-TAXA-ED
               MOVE CALC-PAR-REAVALIADO (CALC-PAR-IDX)
                   TO CALC-REAVALIADO-ED
               MOVE CALC-PAR-RESULTADO (CALC-PAR-IDX)
                   TO CALC-RESULTADO-ED
               STRING CALC-PAR-ORIGEM (CALC-PAR-IDX)
                          DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      CALC-PAR-DESTINO (CALC-PAR-IDX)
                          DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-CONT-ED       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-TAXA-ED       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-PAR-TAXA-ORIGEM (CALC-PAR-IDX)
                          DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-ORIGINAL-ED   DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-REAVALIADO-ED DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-RESULTADO-ED  DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           ELSE
               STRING CALC-PAR-ORIGEM (CALC-PAR-IDX)
                          DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      CALC-PAR-DESTINO (CALC-PAR-IDX)
                          DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CALC-CONT-ED       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      "SEM TAXA DE FECHAMENTO: " DELIMITED BY SIZE
                      CALC-PAR-MOTIVO (CALC-PAR-IDX)
                          DELIMITED BY SIZE
                      " ORIGINAL " DELIMITED BY SIZE
                      CALC-ORIGINAL-ED   DELIMITED BY SIZE
                   INTO CALC-REL-LINHA
           END-IF
           WRITE CALC-REL-LINHA.
           EXIT.

       acumula-moeda.
           MOVE 0 TO CALC-MOE-POS
           PERFORM VARYING CALC-MOE-IDX FROM 1 BY 1
               UNTIL CALC-MOE-IDX > CALC-MOE-QTD-TAB
                   OR CALC-MOE-POS > 0
               IF CALC-MOE-CODIGO (CALC-MOE-IDX) =
                   CALC-PAR-DESTINO (CALC-PAR-IDX)
                   MOVE CALC-MOE-IDX TO CALC-MOE-POS
               END-IF
           END-PERFORM
           IF CALC-MOE-POS = 0
               ADD 1 TO CALC-MOE-QTD-TAB
               MOVE CALC-MOE-QTD-TAB TO CALC-MOE-POS
               MOVE CALC-PAR-DESTINO (CALC-PAR-IDX)
                   TO CALC-MOE-CODIGO (CALC-MOE-POS)
               MOVE 0 TO CALC-MOE-ORIGINAL (CALC-MOE-POS)
               MOVE 0 TO CALC-MOE-REAVALIADO (CALC-MOE-POS)
               MOVE 0 TO CALC-MOE-RESULTADO (CALC-MOE-POS)
           END-IF
           ADD CALC-PAR-ORIGINAL (CALC-PAR-IDX)
               TO CALC-MOE-ORIGINAL (CALC-MOE-POS)
           ADD CALC-PAR-REAVALIADO (CALC-PAR-IDX)
               TO CALC-MOE-REAVALIADO (CALC-MOE-POS)
           ADD CALC-PAR-RESULTADO (CALC-PAR-IDX)
               TO CALC-MOE-RESULTADO (CALC-MOE-POS).
           EXIT.

       escreve-linha-moeda.
           MOVE CALC-MOE-ORIGINAL (CALC-MOE-IDX)   TO CALC-ORIGINAL-ED
           MOVE CALC-MOE-REAVALIADO (CALC-MOE-IDX)
               TO CALC-REAVALIADO-ED
           MOVE CALC-MOE-RESULTADO (CALC-MOE-IDX)  TO CALC-RESULTADO-ED
           MOVE SPACES TO CALC-REL-LINHA
           STRING "MOEDA " DELIMITED BY SIZE
                  CALC-MOE-CODIGO (CALC-MOE-IDX) DELIMITED BY SIZE
                  "                      " DELIMITED BY SIZE
                  CALC-ORIGINAL-ED   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CALC-REAVALIADO-ED DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CALC-RESULTADO-ED  DELIMITED BY SIZE
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
