      * nenhum arquivo pode ser alterado daqui. As linhas de CALCAUD
      * anteriores ao campo de chave saem da consulta (chave em
      * branco); para elas continua valendo o CALCAUDR com filtros.
      * Com mais de um lote por dia a chave deixou de ser unica na
      * data: CALCRES e CALCSUSP passaram a ter data + lote + chave.
      * A consulta pede tambem o numero do lote; com data e lote
      * informados a leitura e direta, sem algum deles CALCRES e
      * CALCSUSP sao varridos e aparecem todos os lotes da chave. O
      * log e filtrado pela data e pelo lote quando a linha os
      * carrega.
      * Na conversao, a consulta mostra tambem o valor na moeda de
      * destino com as casas decimais da moeda, gravados em CALCRES
      * desde o cadastro de moedas; resultado anterior, sem as
      * casas, mostra so o valor de duas casas.
      * Com a tarifa de conversao (tabela CALCTAR), o valor gravado
      * da conversao passou a ser o liquido; a consulta mostra o
      * bruto, a tarifa e o spread e minima aplicados, do resultado
      * e da linha de auditoria, que ganhou bruto, tarifa e liquido.
      * CALCRES, CALCSUSP e a linha de auditoria ganharam no fim a
      * conta do cliente, junto com o cadastro de clientes
      * (CALCCLI), e a consulta mostra a conta em cada um. Incluida
      * a consulta por cliente: no lugar da chave o operador
      * responde C e informa a conta, e o programa mostra o nome do
      * cliente em CALCCLI, le CALCRES pela conta (chave alternada)
      * com uma linha por transacao - lote, chave, operacao, status,
      * par e valor - e varre CALCSUSP pelas suspensas da conta. A
      * mesa respondia essas perguntas por uma lista a parte.
      * CALC-RESULT-RECORD ganhou no fim a situacao do lancamento no
      * razao (data da extracao, situacao, motivo e data do retorno),
      * e a consulta do resultado a mostra quando ele ja foi
      * extraido.

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

           SELECT CALC-SUSP-FILE ASSIGN TO "CALCSUSP"
               RECORD KEY IS CALC-SUSP-CHAVE-SUSP
               FILE STATUS IS CALC-SUSP-STATUS.

           SELECT CALC-CLIENTE-FILE ASSIGN TO "CALCCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-CLI-CONTA
               FILE STATUS IS CALC-CLI-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDIT-STATUS.
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

       FD  CALC-SUSP-FILE.
       01  CALC-SUSP-RECORD.
           05 CALC-SUSP-CHAVE-SUSP.
               10 CALC-SUSP-DATA  PIC 9(8).
               10 CALC-SUSP-LOTE  PIC 9(2).
               10 CALC-SUSP-CHAVE PIC 9(6).
           05 CALC-SUSP-NUM1      PIC S9(7)V99.
           05 CALC-SUSP-NUM2      PIC S9(7)V99.
           05 CALC-SUSP-SITUACAO  PIC X(1).
               88 CALC-SUSP-PENDENTE  VALUE 'P'.
               88 CALC-SUSP-LIQUIDADA VALUE 'L'.
           05 CALC-SUSP-CONTA     PIC X(10).

       FD  CALC-CLIENTE-FILE.
       01  CALC-CLIENTE-RECORD.
           05 CALC-CLI-CONTA       PIC X(10).
           05 CALC-CLI-NOME        PIC X(30).
           05 CALC-CLI-SITUACAO    PIC X(1).
               88 CALC-CLI-ATIVO       VALUE 'A'.
               88 CALC-CLI-INATIVO     VALUE 'I'.

       FD  CALC-AUDIT-LOG.
       01  CALC-AUDIT-RECORD.
           05 CALC-AUDIT-TAXA-ORIGEM   PIC X(01).
           05 CALC-AUDIT-CHAVE         PIC X(06).
           05 CALC-AUDIT-POLITICA      PIC X(01).
           05 CALC-AUDIT-DATA-LOTE     PIC X(08).
           05 CALC-AUDIT-LOTE          PIC X(02).
           05 CALC-AUDIT-BRUTO         PIC S9(7)V999.
           05 CALC-AUDIT-TARIFA        PIC S9(7)V999.
           05 CALC-AUDIT-LIQUIDO       PIC S9(7)V999.
           05 CALC-AUDIT-CONTA         PIC X(10).

       WORKING-STORAGE SECTION.
       01 CALC-RESULT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 CALC-SUSP-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-CLI-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO  PIC X(05) VALUE 'FALSE'.
       01 controle-Loop     PIC X(05) VALUE 'TRUE'.
       01 CALC-CHAVE-NUM      PIC 9(06) VALUE 0.
       01 CALC-CHAVE-X        PIC X(06) VALUE SPACES.
       01 CALC-DATA-LOTE-DIG  PIC X(08) VALUE SPACES.
       01 CALC-LOTE-DIG       PIC X(02) VALUE SPACES.
       01 CALC-FILTRO-DATA    PIC 9(08) VALUE 0.
       01 CALC-FILTRO-LOTE    PIC 9(02) VALUE 0.
       01 CALC-POSICAO-INVALIDA PIC S9(4) COMP VALUE 0.
       01 CALC-CONTA-DIGITADA PIC X(10) VALUE SPACES.

       01 CALC-CONT-AUD-ACHADAS PIC 9(5) VALUE 0.
       01 CALC-CONT-RES-ACHADOS PIC 9(5) VALUE 0.
       01 CALC-CONT-SUSP-ACHADAS PIC 9(5) VALUE 0.
       01 CALC-CONT-REJEITADOS   PIC 9(5) VALUE 0.

       01 CALC-NUM1-ED       PIC -(7)9.99.
       01 CALC-NUM2-ED       PIC -(7)9.99.
       01 CALC-VALOR-ED      PIC -(7)9.99.
       01 CALC-RESTO-ED      PIC -(7)9.99.
       01 CALC-TAXA-ED       PIC -(5)9.9999.
       01 CALC-VALOR-MOEDA-ED PIC -(7)9.999.
       01 CALC-BRUTO-ED       PIC -(7)9.999.
       01 CALC-TARIFA-ED      PIC -(7)9.999.
       01 CALC-SPREAD-ED      PIC Z9.9999.
       01 CALC-MINIMA-ED      PIC Z(6)9.999.

       PROCEDURE DIVISION.

           PERFORM UNTIL controle-Loop = 'FALSE'
               DISPLAY " "
               DISPLAY "Consulta de transacao (somente leitura)"
               DISPLAY "Chave da transacao, ou C para consultar "
                   "por cliente (vazio = sair): "
               ACCEPT CALC-CHAVE-DIGITADA
               IF CALC-CHAVE-DIGITADA = SPACES
                   MOVE 'FALSE' TO controle-Loop
               ELSE
               IF CALC-CHAVE-DIGITADA = "C" OR "c"
                   PERFORM consulta-cliente
               ELSE
                   PERFORM consulta-transacao
               END-IF
               END-IF
           END-PERFORM

           IF CALC-RES-ABERTO = 'S'
               DISPLAY "Data do lote (AAAAMMDD, vazio = "
                   "qualquer): "
               ACCEPT CALC-DATA-LOTE-DIG
               DISPLAY "Numero do lote (vazio = qualquer): "
               ACCEPT CALC-LOTE-DIG
               PERFORM define-filtro-lote

               DISPLAY "======== TRANSACAO " CALC-CHAVE-NUM
                   " ========"
           END-IF.
           EXIT.

      * Data ou lote invalidos valem como nao informados.
       define-filtro-lote.
           MOVE 0 TO CALC-FILTRO-DATA
           MOVE 0 TO CALC-FILTRO-LOTE
           IF CALC-DATA-LOTE-DIG NOT = SPACES
               AND CALC-DATA-LOTE-DIG IS NUMERIC
               MOVE CALC-DATA-LOTE-DIG TO CALC-FILTRO-DATA
           END-IF
           IF CALC-LOTE-DIG NOT = SPACES
               AND CALC-LOTE-DIG IS NUMERIC
               MOVE CALC-LOTE-DIG TO CALC-FILTRO-LOTE
           END-IF.
           EXIT.

      * Com data e lote a leitura e direta pela chave completa; sem
      * algum deles CALCRES e varrido a partir da data (ou do
      * inicio) e aparecem todos os lotes com a chave.
       consulta-resultado.
           MOVE 0 TO CALC-CONT-RES-ACHADOS
           IF CALC-RES-ABERTO = 'N'
               DISPLAY "CALCRES : arquivo indisponivel"
           ELSE
               IF CALC-FILTRO-DATA > 0 AND CALC-FILTRO-LOTE > 0
                   MOVE CALC-FILTRO-DATA TO CALC-RESULT-DATA
                   MOVE CALC-FILTRO-LOTE TO CALC-RESULT-LOTE
                   MOVE CALC-CHAVE-NUM   TO CALC-RESULT-CHAVE
                   READ CALC-RESULT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM mostra-resultado
                   END-READ
               ELSE
                   PERFORM varre-resultados
               END-IF
               IF CALC-CONT-RES-ACHADOS = 0
                   DISPLAY "CALCRES : chave nao encontrada"
               END-IF
           END-IF.
           EXIT.

       varre-resultados.
           MOVE ZEROS TO CALC-RESULT-CHAVE-RES
           MOVE CALC-FILTRO-DATA TO CALC-RESULT-DATA
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-FILTRO-DATA > 0
                           AND CALC-RESULT-DATA NOT = CALC-FILTRO-DATA
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                       IF CALC-RESULT-CHAVE = CALC-CHAVE-NUM
                           AND (CALC-FILTRO-LOTE = 0
                               OR CALC-RESULT-LOTE = CALC-FILTRO-LOTE)
                           PERFORM mostra-resultado
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       mostra-resultado.
           ADD 1 TO CALC-CONT-RES-ACHADOS
           MOVE CALC-RESULT-NUM1  TO CALC-NUM1-ED
           MOVE CALC-RESULT-NUM2  TO CALC-NUM2-ED
           MOVE CALC-RESULT-VALOR TO CALC-VALOR-ED
           MOVE CALC-RESULT-RESTO TO CALC-RESTO-ED
           DISPLAY "CALCRES : lote " CALC-RESULT-LOTE
               " de " CALC-RESULT-DATA
               "  operacao " CALC-RESULT-OPERACAO
               "  status " CALC-RESULT-STATUS
               "  conta " CALC-RESULT-CONTA
           DISPLAY "          num1 " CALC-NUM1-ED
               "  num2 " CALC-NUM2-ED
           DISPLAY "          valor " CALC-VALOR-ED
                   "  taxa " CALC-TAXA-ED
                   "  origem " CALC-RESULT-TAXA-ORIGEM
                   " (C=cadastrada D=derivada)"
               IF CALC-RESULT-CASAS IS NUMERIC
                   MOVE CALC-RESULT-VALOR-MOEDA TO CALC-VALOR-MOEDA-ED
                   DISPLAY "          valor na moeda "
                       CALC-VALOR-MOEDA-ED
                       "  casas " CALC-RESULT-CASAS
               END-IF
               IF CALC-RESULT-SPREAD IS NUMERIC
                   AND CALC-RESULT-MINIMA IS NUMERIC
                   MOVE CALC-RESULT-BRUTO   TO CALC-BRUTO-ED
                   MOVE CALC-RESULT-TARIFA  TO CALC-TARIFA-ED
                   MOVE CALC-RESULT-SPREAD  TO CALC-SPREAD-ED
                   MOVE CALC-RESULT-MINIMA  TO CALC-MINIMA-ED
                   DISPLAY "          bruto " CALC-BRUTO-ED
                       "  tarifa " CALC-TARIFA-ED
                   DISPLAY "          spread % " CALC-SPREAD-ED
                       "  tarifa minima " CALC-MINIMA-ED
               END-IF
           END-IF
           IF CALC-RESULT-DATA-EXTRACAO IS NUMERIC
               DISPLAY "          razao: extraido em "
                   CALC-RESULT-DATA-EXTRACAO
                   "  situacao " CALC-RESULT-LANCAMENTO
                   " (E=aguardando A=aceito R=rejeitado)"
               IF CALC-RESULT-DATA-RETORNO IS NUMERIC
                   DISPLAY "          retorno em "
                       CALC-RESULT-DATA-RETORNO
                       "  " CALC-RESULT-MOTIVO-RAZAO
               END-IF
           END-IF.
           EXIT.

      * Com a data e o lote a suspensa e lida direto pela chave
      * completa; sem algum deles, as suspensas sao varridas, pois a
      * mesma chave pode ter suspensas de lotes diferentes.
       consulta-suspensa.
           MOVE 0 TO CALC-CONT-SUSP-ACHADAS
           IF CALC-SUSP-ABERTO = 'N'
               DISPLAY "CALCSUSP: arquivo indisponivel"
           ELSE
               IF CALC-FILTRO-DATA > 0 AND CALC-FILTRO-LOTE > 0
                   MOVE CALC-FILTRO-DATA   TO CALC-SUSP-DATA
                   MOVE CALC-FILTRO-LOTE   TO CALC-SUSP-LOTE
                   MOVE CALC-CHAVE-NUM     TO CALC-SUSP-CHAVE
                   READ CALC-SUSP-FILE
                       INVALID KEY

       varre-suspensas.
           MOVE ZEROS TO CALC-SUSP-CHAVE-SUSP
           MOVE CALC-FILTRO-DATA TO CALC-SUSP-DATA
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           START CALC-SUSP-FILE KEY NOT < CALC-SUSP-CHAVE-SUSP
               INVALID KEY
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-FILTRO-DATA > 0
                           AND CALC-SUSP-DATA NOT = CALC-FILTRO-DATA
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                       IF CALC-SUSP-CHAVE = CALC-CHAVE-NUM
                           AND (CALC-FILTRO-LOTE = 0
                               OR CALC-SUSP-LOTE = CALC-FILTRO-LOTE)
                           PERFORM mostra-suspensa
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
           ADD 1 TO CALC-CONT-SUSP-ACHADAS
           MOVE CALC-SUSP-NUM1 TO CALC-NUM1-ED
           MOVE CALC-SUSP-NUM2 TO CALC-NUM2-ED
           DISPLAY "CALCSUSP: lote " CALC-SUSP-LOTE
               " de " CALC-SUSP-DATA
               "  operacao " CALC-SUSP-OPERACAO
               "  motivo " CALC-SUSP-MOTIVO
               "  situacao " CALC-SUSP-SITUACAO
               " (P=pendente L=liquidada)"
           DISPLAY "          num1 " CALC-NUM1-ED
               "  num2 " CALC-NUM2-ED
               "  conta " CALC-SUSP-CONTA
           IF CALC-SUSP-OPERACAO = "C"
               DISPLAY "          par "
                   CALC-SUSP-MOEDA-ORIGEM "/"
           EXIT.

      * O log e varrido pela chave carimbada na linha; as linhas de
      * outros lotes com a mesma chave tambem aparecem, com a data
      * na frente - a chave so e unica dentro de um lote. Data e
      * lote informados filtram as linhas que os carregam; as linhas
      * gravadas antes do campo de lote continuam aparecendo.
       consulta-auditoria.
           MOVE 0 TO CALC-CONT-AUD-ACHADAS
           OPEN INPUT CALC-AUDIT-LOG
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           IF CALC-AUDIT-CHAVE = CALC-CHAVE-X
                               PERFORM filtra-linha-auditoria
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           EXIT.

       filtra-linha-auditoria.
           IF CALC-AUDIT-DATA-LOTE = SPACES
               OR CALC-AUDIT-DATA-LOTE IS NOT NUMERIC
               PERFORM mostra-linha-auditoria
           ELSE
           IF (CALC-FILTRO-DATA = 0
                   OR CALC-AUDIT-DATA-LOTE = CALC-FILTRO-DATA)
               AND (CALC-FILTRO-LOTE = 0
                   OR CALC-AUDIT-LOTE = CALC-FILTRO-LOTE)
               PERFORM mostra-linha-auditoria
           END-IF
           END-IF.
           EXIT.

       mostra-linha-auditoria.
           ADD 1 TO CALC-CONT-AUD-ACHADAS
           MOVE CALC-AUDIT-RESULTADO TO CALC-VALOR-ED
           DISPLAY "CALCAUD : " CALC-AUDIT-DATA " "
               CALC-AUDIT-HORA "  operador "
               CALC-AUDIT-OPERADOR "  sessao " CALC-AUDIT-SESSAO
               "  lote " CALC-AUDIT-LOTE
           DISPLAY "          " CALC-AUDIT-PARAGRAFO
               " status " CALC-AUDIT-STATUS-CALC
               "  resultado " CALC-VALOR-ED
               "  conta " CALC-AUDIT-CONTA
           IF CALC-AUDIT-OPERACAO = "C"
               MOVE CALC-AUDIT-TAXA TO CALC-TAXA-ED
               DISPLAY "          par "
                   "  taxa " CALC-TAXA-ED
                   "  origem " CALC-AUDIT-TAXA-ORIGEM
                   "  vigencia " CALC-AUDIT-VIGENCIA
               IF CALC-AUDIT-TARIFA IS NUMERIC
                   MOVE CALC-AUDIT-BRUTO   TO CALC-BRUTO-ED
                   MOVE CALC-AUDIT-TARIFA  TO CALC-TARIFA-ED
                   MOVE CALC-AUDIT-LIQUIDO TO CALC-VALOR-MOEDA-ED
                   DISPLAY "          bruto " CALC-BRUTO-ED
                       "  tarifa " CALC-TARIFA-ED
                       "  liquido " CALC-VALOR-MOEDA-ED
               END-IF
           END-IF.
           EXIT.

      * Consulta por cliente: o nome vem de CALCCLI (cadastro
      * indisponivel nao impede a consulta), os resultados saem de
      * CALCRES pela conta, que e chave alternada, na ordem em que
      * foram gravados, e as suspensas sao varridas por inteiro,
      * pois CALCSUSP nao tem indice pela conta.
       consulta-cliente.
           DISPLAY "Conta do cliente: "
           ACCEPT CALC-CONTA-DIGITADA
           IF CALC-CONTA-DIGITADA = SPACES
               DISPLAY "Conta em branco - consulta cancelada"
           ELSE
               DISPLAY "======== CLIENTE " CALC-CONTA-DIGITADA
                   " ========"
               OPEN INPUT CALC-CLIENTE-FILE
               IF CALC-CLI-STATUS NOT = '00'
                   DISPLAY "CALCCLI : cadastro indisponivel"
               ELSE
                   MOVE CALC-CONTA-DIGITADA TO CALC-CLI-CONTA
                   READ CALC-CLIENTE-FILE
                       INVALID KEY
                           DISPLAY "CALCCLI : conta nao cadastrada"
                       NOT INVALID KEY
                           DISPLAY "CALCCLI : " CALC-CLI-NOME
                               "  situacao " CALC-CLI-SITUACAO
                               " (A=ativo I=inativo)"
                   END-READ
                   CLOSE CALC-CLIENTE-FILE
               END-IF
               PERFORM consulta-resultados-cliente
               PERFORM consulta-suspensas-cliente
           END-IF.
           EXIT.

       consulta-resultados-cliente.
           MOVE 0 TO CALC-CONT-RES-ACHADOS
           MOVE 0 TO CALC-CONT-REJEITADOS
           IF CALC-RES-ABERTO = 'N'
               DISPLAY "CALCRES : arquivo indisponivel"
           ELSE
               MOVE CALC-CONTA-DIGITADA TO CALC-RESULT-CONTA
               MOVE 'FALSE' TO CALC-FIM-ARQUIVO
               START CALC-RESULT-FILE KEY = CALC-RESULT-CONTA
                   INVALID KEY
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
               END-START
               PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
                   READ CALC-RESULT-FILE NEXT
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           IF CALC-RESULT-CONTA NOT =
                               CALC-CONTA-DIGITADA
                               MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                           ELSE
                               PERFORM mostra-resultado-cliente
                           END-IF
                   END-READ
               END-PERFORM
               IF CALC-CONT-RES-ACHADOS = 0
                   DISPLAY "CALCRES : nenhuma transacao da conta"
               ELSE
                   DISPLAY "CALCRES : " CALC-CONT-RES-ACHADOS
                       " transacao(oes), " CALC-CONT-REJEITADOS
                       " rejeitada(s)"
               END-IF
           END-IF.
           EXIT.

       mostra-resultado-cliente.
           ADD 1 TO CALC-CONT-RES-ACHADOS
           IF CALC-RESULT-STATUS NOT = 'OK'
               ADD 1 TO CALC-CONT-REJEITADOS
           END-IF
           MOVE CALC-RESULT-VALOR TO CALC-VALOR-ED
           IF CALC-RESULT-OPERACAO = "C"
               MOVE CALC-RESULT-TAXA TO CALC-TAXA-ED
               DISPLAY "CALCRES : " CALC-RESULT-DATA
                   " lote " CALC-RESULT-LOTE
                   " chave " CALC-RESULT-CHAVE
                   "  C " CALC-RESULT-MOEDA-ORIGEM "/"
                   CALC-RESULT-MOEDA-DESTINO
                   "  taxa " CALC-TAXA-ED
                   "  valor " CALC-VALOR-ED
                   "  status " CALC-RESULT-STATUS
           ELSE
               DISPLAY "CALCRES : " CALC-RESULT-DATA
                   " lote " CALC-RESULT-LOTE
                   " chave " CALC-RESULT-CHAVE
                   "  " CALC-RESULT-OPERACAO
                   "  valor " CALC-VALOR-ED
                   "  status " CALC-RESULT-STATUS
           END-IF.
           EXIT.

       consulta-suspensas-cliente.
           MOVE 0 TO CALC-CONT-SUSP-ACHADAS
           IF CALC-SUSP-ABERTO = 'N'
               DISPLAY "CALCSUSP: arquivo indisponivel"
           ELSE
               MOVE ZEROS TO CALC-SUSP-CHAVE-SUSP
               MOVE 'FALSE' TO CALC-FIM-ARQUIVO
               START CALC-SUSP-FILE KEY NOT < CALC-SUSP-CHAVE-SUSP
                   INVALID KEY
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
               END-START
               PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
                   READ CALC-SUSP-FILE NEXT
                       AT END
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       NOT AT END
                           IF CALC-SUSP-CONTA = CALC-CONTA-DIGITADA
                               DISPLAY "CALCSUSP: chave "
                                   CALC-SUSP-CHAVE
                               PERFORM mostra-suspensa
                           END-IF
                   END-READ
               END-PERFORM
               IF CALC-CONT-SUSP-ACHADAS = 0
                   DISPLAY "CALCSUSP: nenhuma suspensa da conta"
               END-IF
           END-IF.
           EXIT.
