       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPERM.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de manutencao do controle de periodos
      * (CALCPER): depois que o CALCFECH fechava uma data e o
      * CALCVERF a provava, nada impedia movimento novo de cair
      * naquela data - um lote reprocessado, uma suspensa liquidada
      * no modo R ou uma taxa com vigencia retroativa mudavam os
      * numeros do mes ja informados. O arquivo guarda a situacao
      * de cada data: aberta (ou sem registro), fechada pelo
      * fechamento diario, ou bloqueada junto com o mes inteiro no
      * fechamento do ultimo dia do mes; o programa Calculadora, o
      * CALCRTEM, o CALCRTEA e o CALCRTEB recusam trabalho numa data
      * fechada ou bloqueada, com linha de auditoria de status PF.
      * Vale a regra do cadastro de operadores (CALCOPE): as opcoes
      * de manutencao (fechar data, bloquear mes, reabrir data)
      * exigem nivel supervisor - a listagem continua aberta a
      * qualquer operador cadastrado. A reabertura exige motivo,
      * que fica gravado no proprio registro da data junto com quem
      * reabriu e quando. Cada mudanca de situacao grava no log de
      * auditoria (CALCAUD) uma linha de antes e uma de depois, como
      * a manutencao de clientes: a data vai no campo de paragrafo
      * ("PER-" mais a data), a acao no campo de operacao e a
      * situacao no campo de moeda de destino. A listagem grava em
      * CALCPERL as datas de um mes com a situacao e o motivo.
      * Corrigido: a data e o mes digitados aceitavam datas que nao
      * existem (31 de abril, ano zero), que iam para a chave do
      * arquivo ou quebravam o calculo dos dias do mes; agora sao
      * conferidos como data de calendario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PER-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-PER-DATA
               FILE STATUS IS CALC-PER-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDIT-STATUS.

           SELECT CALC-LISTA-FILE ASSIGN TO "CALCPERL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-OPER-ID
               FILE STATUS IS CALC-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Uma data por registro; data sem registro esta aberta.
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

       FD  CALC-AUDIT-LOG.
       01  CALC-AUDIT-RECORD.
           05 CALC-AUDIT-NUM1          PIC S9(7)V99.
           05 CALC-AUDIT-NUM2          PIC S9(7)V99.
           05 CALC-AUDIT-OPERACAO      PIC X(1).
           05 CALC-AUDIT-RESULTADO     PIC S9(7)V99.
           05 CALC-AUDIT-RESTO         PIC S9(7)V99.
           05 CALC-AUDIT-PARAGRAFO     PIC X(15).
           05 CALC-AUDIT-STATUS-CALC   PIC X(02).
           05 CALC-AUDIT-MOEDA-ORIGEM  PIC X(03).
           05 CALC-AUDIT-MOEDA-DESTINO PIC X(03).
           05 CALC-AUDIT-TAXA          PIC S9(5)V9999.
           05 CALC-AUDIT-DATA          PIC 9(08).
           05 CALC-AUDIT-HORA          PIC 9(06).
           05 CALC-AUDIT-OPERADOR      PIC X(08).
           05 CALC-AUDIT-SESSAO        PIC 9(06).
           05 CALC-AUDIT-VIGENCIA      PIC 9(08).
           05 CALC-AUDIT-TAXA-ORIGEM   PIC X(01).
           05 CALC-AUDIT-CHAVE         PIC 9(06).
           05 CALC-AUDIT-POLITICA      PIC X(01).
           05 CALC-AUDIT-DATA-LOTE     PIC 9(08).
           05 CALC-AUDIT-LOTE          PIC 9(02).
           05 CALC-AUDIT-BRUTO         PIC S9(7)V999.
           05 CALC-AUDIT-TARIFA        PIC S9(7)V999.
           05 CALC-AUDIT-LIQUIDO       PIC S9(7)V999.
           05 CALC-AUDIT-CONTA         PIC X(10).

       FD  CALC-LISTA-FILE.
       01  CALC-LISTA-LINHA PIC X(80).

       FD  CALC-OPER-FILE.
       01  CALC-OPER-RECORD.
           05 CALC-OPER-ID         PIC X(8).
           05 CALC-OPER-NOME       PIC X(30).
           05 CALC-OPER-SITUACAO   PIC X(1).
               88 CALC-OPER-ATIVO      VALUE 'A'.
               88 CALC-OPER-INATIVO    VALUE 'I'.
           05 CALC-OPER-NIVEL      PIC X(1).
               88 CALC-OPER-SUPERVISOR VALUE 'S'.
               88 CALC-OPER-COMUM      VALUE 'O'.

       WORKING-STORAGE SECTION.
       01 CALC-OPCAO       PIC X(01).
           88 CALC-OPCAO-FECHAR    VALUE 'F'.
           88 CALC-OPCAO-BLOQUEAR  VALUE 'B'.
           88 CALC-OPCAO-REABRIR   VALUE 'R'.
           88 CALC-OPCAO-LISTAR    VALUE 'L'.
           88 CALC-OPCAO-SAIR      VALUE 'S'.
       01 controle-Loop    PIC X(05) VALUE 'TRUE'.
       01 CALC-FIM-ARQUIVO PIC X(05) VALUE 'FALSE'.

       01 CALC-PER-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.

       01 CALC-PER-ABERTO-ARQ  PIC X(01) VALUE 'N'.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-DATA-VALIDA     PIC X(01) VALUE 'N'.

       01 CALC-DATA-DIGITADA   PIC X(08) VALUE SPACES.
       01 CALC-MES-DIGITADO    PIC X(06) VALUE SPACES.
       01 CALC-MOTIVO-DIGITADO PIC X(30) VALUE SPACES.
       01 CALC-DATA-PERIODO    PIC 9(08) VALUE 0.
       01 CALC-DATA-PERIODO-X  PIC X(08) VALUE SPACES.

      * Dias do mes percorridos no bloqueio, em dias corridos.
       01 CALC-DIA-INICIAL     PIC 9(08) VALUE 0.
       01 CALC-DIA-INT         PIC S9(9) COMP VALUE 0.
       01 CALC-DIA-FIM-INT     PIC S9(9) COMP VALUE 0.
       01 CALC-CONT-BLOQUEADAS PIC 9(3) VALUE 0.

       01 CALC-SITUACAO-ANTES   PIC X(01) VALUE SPACE.
       01 CALC-SITUACAO-NOVA    PIC X(01) VALUE SPACE.
       01 CALC-MOTIVO-NOVO      PIC X(30) VALUE SPACES.
       01 CALC-MOMENTO-AUDITORIA PIC X(02).
           88 CALC-AUDIT-ANTES   VALUE 'AN'.
           88 CALC-AUDIT-DEPOIS  VALUE 'DP'.
       01 CALC-ACAO-AUDIT       PIC X(01) VALUE SPACE.
       01 CALC-SITUACAO-AUDIT   PIC X(01) VALUE SPACE.

       01 CALC-OPERADOR          PIC X(08) VALUE SPACES.
       01 CALC-OPER-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-SESSAO-AUTORIZADA PIC X(01) VALUE 'N'.
       01 CALC-NIVEL-OPERADOR    PIC X(01) VALUE SPACE.
           88 CALC-NIVEL-SUPERVISOR VALUE 'S'.
       01 CALC-SESSAO            PIC 9(06) VALUE 0.
       01 CALC-DATA-HOJE         PIC 9(08) VALUE 0.
       01 CALC-HORA-BRUTA.
           05 CALC-HORA-HHMMSS   PIC 9(06).
           05 FILLER             PIC 9(02).

       01 CALC-CONT-LISTADAS     PIC 9(5) VALUE 0.
       01 CALC-CONT-LISTADAS-ED  PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM abre-log-auditoria
           PERFORM abre-controle-periodos

           DISPLAY "Identificacao do operador: "
           ACCEPT CALC-OPERADOR
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-HORA-HHMMSS TO CALC-SESSAO

           PERFORM valida-operador-sessao
           IF CALC-SESSAO-AUTORIZADA = 'N'
               MOVE 'FALSE' TO controle-Loop
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM UNTIL controle-Loop = 'FALSE'
               DISPLAY " "
               DISPLAY "Controle de periodos (CALCPER)"
               DISPLAY "(F)echar data (B)loquear mes (R)eabrir data"
                   " (L)istar (S)air: "
               ACCEPT CALC-OPCAO

               EVALUATE TRUE
                   WHEN CALC-OPCAO-FECHAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM fecha-data
                       END-IF
                   WHEN CALC-OPCAO-BLOQUEAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM bloqueia-mes
                       END-IF
                   WHEN CALC-OPCAO-REABRIR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM reabre-data
                       END-IF
                   WHEN CALC-OPCAO-LISTAR
                       PERFORM lista-periodos
                   WHEN CALC-OPCAO-SAIR
                       MOVE 'FALSE' TO controle-Loop
                   WHEN OTHER
                       DISPLAY "Opcao invalida. Digite novamente."
               END-EVALUATE
           END-PERFORM

           IF CALC-PER-ABERTO-ARQ = 'S'
               CLOSE CALC-PER-FILE
           END-IF
           CLOSE CALC-AUDIT-LOG

           DISPLAY 'Pressione ENTER para sair.'
           ACCEPT CALC-OPCAO
           STOP RUN.

       abre-log-auditoria.
           OPEN EXTEND CALC-AUDIT-LOG
           IF CALC-AUDIT-STATUS = '35'
               OPEN OUTPUT CALC-AUDIT-LOG
               CLOSE CALC-AUDIT-LOG
               OPEN EXTEND CALC-AUDIT-LOG
           END-IF.
           EXIT.

       abre-controle-periodos.
           OPEN I-O CALC-PER-FILE
           IF CALC-PER-STATUS = '35'
               OPEN OUTPUT CALC-PER-FILE
               CLOSE CALC-PER-FILE
               OPEN I-O CALC-PER-FILE
           END-IF
           IF CALC-PER-STATUS = '00'
               MOVE 'S' TO CALC-PER-ABERTO-ARQ
           ELSE
               DISPLAY "Erro: controle de periodos indisponivel"
               MOVE 'FALSE' TO controle-Loop
           END-IF.
           EXIT.

      * A identificacao digitada precisa existir no cadastro de
      * operadores (CALCOPE) e estar ativa, senao a sessao e
      * recusada; o nivel de autorizacao fica guardado para as
      * opcoes de manutencao, que exigem supervisor.
       valida-operador-sessao.
           MOVE 'N' TO CALC-SESSAO-AUTORIZADA
           OPEN INPUT CALC-OPER-FILE
           IF CALC-OPER-STATUS NOT = '00'
               DISPLAY "Erro: cadastro de operadores (CALCOPE) "
                   "indisponivel - sessao recusada"
           ELSE
               MOVE CALC-OPERADOR TO CALC-OPER-ID
               READ CALC-OPER-FILE
                   INVALID KEY
                       DISPLAY "Erro: operador nao cadastrado - "
                           "sessao recusada"
                   NOT INVALID KEY
                       IF CALC-OPER-INATIVO
                           DISPLAY "Erro: operador inativo - "
                               "sessao recusada"
                       ELSE
                           MOVE CALC-OPER-NIVEL
                               TO CALC-NIVEL-OPERADOR
                           MOVE 'S' TO CALC-SESSAO-AUTORIZADA
                       END-IF
               END-READ
               CLOSE CALC-OPER-FILE
           END-IF.
           EXIT.

       exige-supervisor.
           IF NOT CALC-NIVEL-SUPERVISOR
               DISPLAY "Erro: opcao exige nivel supervisor"
           END-IF.
           EXIT.

      * A data precisa ser uma data de calendario valida, como a
      * data do fechamento - e chave do arquivo.
       obtem-data-periodo.
           DISPLAY "Data (AAAAMMDD): "
           ACCEPT CALC-DATA-DIGITADA
           IF CALC-DATA-DIGITADA IS NUMERIC
               MOVE CALC-DATA-DIGITADA TO CALC-DATA-PERIODO
           ELSE
               MOVE 0 TO CALC-DATA-PERIODO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (CALC-DATA-PERIODO) = 0
               MOVE 'S' TO CALC-DATA-VALIDA
           ELSE
               DISPLAY "Erro: data invalida"
               MOVE 'N' TO CALC-DATA-VALIDA
           END-IF.
           EXIT.

       le-periodo-por-chave.
           MOVE 'N' TO CALC-REGISTRO-ACHADO
           MOVE CALC-DATA-PERIODO TO CALC-PER-DATA
           READ CALC-PER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-REGISTRO-ACHADO
           END-READ.
           EXIT.

      * O fechamento manual e o mesmo que o CALCFECH faz no fim do
      * fechamento diario: a data passa a recusar movimento novo.
       fecha-data.
           PERFORM obtem-data-periodo
           IF CALC-DATA-VALIDA = 'S'
               PERFORM le-periodo-por-chave
               IF CALC-REGISTRO-ACHADO = 'S'
                   AND (CALC-PER-FECHADO OR CALC-PER-BLOQUEADO)
                   DISPLAY "Data ja esta fechada (situacao "
                       CALC-PER-SITUACAO ")."
               ELSE
                   MOVE 'F'    TO CALC-SITUACAO-NOVA
                   MOVE 'F'    TO CALC-ACAO-AUDIT
                   MOVE SPACES TO CALC-MOTIVO-NOVO
                   PERFORM grava-situacao-periodo
                   IF CALC-PER-STATUS = '00'
                       DISPLAY "Data fechada."
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * O bloqueio do mes marca todos os dias do mes, do dia 01 ao
      * ultimo, como bloqueados - inclusive os dias sem fechamento,
      * que de outra forma continuariam aceitando movimento.
       bloqueia-mes.
           DISPLAY "Mes a bloquear (AAAAMM): "
           ACCEPT CALC-MES-DIGITADO
           MOVE 0 TO CALC-DIA-INICIAL
           IF CALC-MES-DIGITADO IS NUMERIC
               MOVE CALC-MES-DIGITADO TO CALC-DATA-PERIODO-X (1:6)
               MOVE "01"              TO CALC-DATA-PERIODO-X (7:2)
               MOVE CALC-DATA-PERIODO-X TO CALC-DIA-INICIAL
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (CALC-DIA-INICIAL) = 0
               COMPUTE CALC-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(CALC-DIA-INICIAL)
               PERFORM calcula-fim-do-mes
               MOVE 0 TO CALC-CONT-BLOQUEADAS
               PERFORM UNTIL CALC-DIA-INT > CALC-DIA-FIM-INT
                   COMPUTE CALC-DATA-PERIODO =
                       FUNCTION DATE-OF-INTEGER(CALC-DIA-INT)
                   PERFORM bloqueia-dia
                   ADD 1 TO CALC-DIA-INT
               END-PERFORM
               DISPLAY "Mes bloqueado - datas alteradas: "
                   CALC-CONT-BLOQUEADAS
           ELSE
               DISPLAY "Erro: mes invalido"
           END-IF.
           EXIT.

      * O ultimo dia do mes e a vespera do dia 01 do mes seguinte.
       calcula-fim-do-mes.
           IF CALC-MES-DIGITADO (5:2) = "12"
               COMPUTE CALC-DIA-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(CALC-DIA-INICIAL + 8900)
                   - 1
           ELSE
               COMPUTE CALC-DIA-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(CALC-DIA-INICIAL + 100)
                   - 1
           END-IF.
           EXIT.

       bloqueia-dia.
           PERFORM le-periodo-por-chave
           IF CALC-REGISTRO-ACHADO = 'S' AND CALC-PER-BLOQUEADO
               CONTINUE
           ELSE
               MOVE 'B'    TO CALC-SITUACAO-NOVA
               MOVE 'B'    TO CALC-ACAO-AUDIT
               MOVE SPACES TO CALC-MOTIVO-NOVO
               PERFORM grava-situacao-periodo
               IF CALC-PER-STATUS = '00'
                   ADD 1 TO CALC-CONT-BLOQUEADAS
               END-IF
           END-IF.
           EXIT.

      * Reabrir e a unica forma de uma data fechada voltar a aceitar
      * movimento; o motivo e obrigatorio e fica no registro.
       reabre-data.
           PERFORM obtem-data-periodo
           IF CALC-DATA-VALIDA = 'S'
               PERFORM le-periodo-por-chave
               IF CALC-REGISTRO-ACHADO = 'N' OR CALC-PER-ABERTO
                   DISPLAY "Data ja esta aberta."
               ELSE
                   DISPLAY "Motivo da reabertura: "
                   ACCEPT CALC-MOTIVO-DIGITADO
                   IF CALC-MOTIVO-DIGITADO = SPACES
                       DISPLAY "Erro: motivo obrigatorio - data "
                           "mantida fechada"
                   ELSE
                       MOVE 'A' TO CALC-SITUACAO-NOVA
                       MOVE 'R' TO CALC-ACAO-AUDIT
                       MOVE CALC-MOTIVO-DIGITADO TO CALC-MOTIVO-NOVO
                       PERFORM grava-situacao-periodo
                       IF CALC-PER-STATUS = '00'
                           DISPLAY "Data reaberta."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * Grava a nova situacao da data lida em le-periodo-por-chave:
      * registro novo quando a data ainda nao tinha registro.
       grava-situacao-periodo.
           IF CALC-REGISTRO-ACHADO = 'S'
               MOVE CALC-PER-SITUACAO TO CALC-SITUACAO-ANTES
           ELSE
               MOVE SPACE TO CALC-SITUACAO-ANTES
           END-IF
           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-DATA-PERIODO   TO CALC-PER-DATA
           MOVE CALC-SITUACAO-NOVA  TO CALC-PER-SITUACAO
           MOVE CALC-OPERADOR       TO CALC-PER-RESPONSAVEL
           MOVE CALC-DATA-HOJE      TO CALC-PER-DATA-ALTERACAO
           MOVE CALC-HORA-HHMMSS    TO CALC-PER-HORA-ALTERACAO
           MOVE CALC-MOTIVO-NOVO    TO CALC-PER-MOTIVO
           IF CALC-REGISTRO-ACHADO = 'S'
               REWRITE CALC-PER-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao regravar a data: "
                           CALC-PER-STATUS
                   NOT INVALID KEY
                       PERFORM grava-auditoria-antes-depois
               END-REWRITE
           ELSE
               WRITE CALC-PER-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar a data: "
                           CALC-PER-STATUS
                   NOT INVALID KEY
                       PERFORM grava-auditoria-antes-depois
               END-WRITE
           END-IF.
           EXIT.

       lista-periodos.
           DISPLAY "Mes a listar (AAAAMM): "
           ACCEPT CALC-MES-DIGITADO
           IF CALC-MES-DIGITADO NOT NUMERIC
               DISPLAY "Erro: mes invalido"
           ELSE
               PERFORM gera-listagem-periodos
           END-IF.
           EXIT.

       gera-listagem-periodos.
           OPEN OUTPUT CALC-LISTA-FILE

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "CONTROLE DE PERIODOS - CALCPER   MES: "
                      DELIMITED BY SIZE
                  CALC-MES-DIGITADO DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "DATA     SIT RESPONS. ALTERADO EM     MOTIVO"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE 0 TO CALC-CONT-LISTADAS
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE CALC-MES-DIGITADO TO CALC-DATA-PERIODO-X (1:6)
           MOVE "00"              TO CALC-DATA-PERIODO-X (7:2)
           MOVE CALC-DATA-PERIODO-X TO CALC-PER-DATA
           START CALC-PER-FILE KEY NOT < CALC-PER-DATA
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START

           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-PER-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       MOVE CALC-PER-DATA TO CALC-DATA-PERIODO-X
                       IF CALC-DATA-PERIODO-X (1:6)
                           NOT = CALC-MES-DIGITADO
                           MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                       ELSE
                           PERFORM escreve-linha-periodo
                       END-IF
               END-READ
           END-PERFORM

           MOVE CALC-CONT-LISTADAS TO CALC-CONT-LISTADAS-ED
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "DATAS LISTADAS: "    DELIMITED BY SIZE
                  CALC-CONT-LISTADAS-ED DELIMITED BY SIZE
                  "  (DATA SEM REGISTRO ESTA ABERTA)"
                      DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           CLOSE CALC-LISTA-FILE
           DISPLAY "Listagem de periodos gravada em CALCPERL.".
           EXIT.

       escreve-linha-periodo.
           ADD 1 TO CALC-CONT-LISTADAS
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING CALC-PER-DATA           DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  CALC-PER-SITUACAO       DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PER-RESPONSAVEL    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PER-DATA-ALTERACAO DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PER-HORA-ALTERACAO DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PER-MOTIVO         DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA.
           EXIT.

      * A linha "antes" leva a situacao anterior e a linha "depois"
      * a gravada: a data mexida vai no paragrafo ("PER-" + data),
      * a acao (F, B ou R) no campo de operacao e a situacao no
      * campo de moeda de destino.
       grava-auditoria-antes-depois.
           MOVE 'AN' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-SITUACAO-ANTES TO CALC-SITUACAO-AUDIT
           PERFORM grava-linha-auditoria
           MOVE 'DP' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-PER-SITUACAO TO CALC-SITUACAO-AUDIT
           PERFORM grava-linha-auditoria.
           EXIT.

       grava-linha-auditoria.
           MOVE 0      TO CALC-AUDIT-NUM1
           MOVE 0      TO CALC-AUDIT-NUM2
           MOVE 0      TO CALC-AUDIT-RESULTADO
           MOVE 0      TO CALC-AUDIT-RESTO
           MOVE 0      TO CALC-AUDIT-TAXA
           MOVE 0      TO CALC-AUDIT-VIGENCIA
           MOVE SPACES TO CALC-AUDIT-PARAGRAFO
           STRING "PER-"        DELIMITED BY SIZE
                  CALC-PER-DATA DELIMITED BY SIZE
               INTO CALC-AUDIT-PARAGRAFO
           MOVE CALC-ACAO-AUDIT        TO CALC-AUDIT-OPERACAO
           MOVE CALC-MOMENTO-AUDITORIA TO CALC-AUDIT-STATUS-CALC
           MOVE SPACES TO CALC-AUDIT-MOEDA-ORIGEM
           MOVE SPACES TO CALC-AUDIT-MOEDA-DESTINO
           MOVE CALC-SITUACAO-AUDIT
               TO CALC-AUDIT-MOEDA-DESTINO (1:1)
           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-DATA-HOJE   TO CALC-AUDIT-DATA
           MOVE CALC-HORA-HHMMSS TO CALC-AUDIT-HORA
           MOVE CALC-OPERADOR    TO CALC-AUDIT-OPERADOR
           MOVE CALC-SESSAO      TO CALC-AUDIT-SESSAO
           MOVE SPACE TO CALC-AUDIT-TAXA-ORIGEM
           MOVE 0 TO CALC-AUDIT-CHAVE
           MOVE SPACE TO CALC-AUDIT-POLITICA
           MOVE 0 TO CALC-AUDIT-DATA-LOTE
           MOVE 0 TO CALC-AUDIT-LOTE
           MOVE 0 TO CALC-AUDIT-BRUTO
           MOVE 0 TO CALC-AUDIT-TARIFA
           MOVE 0 TO CALC-AUDIT-LIQUIDO
           MOVE SPACES TO CALC-AUDIT-CONTA
           WRITE CALC-AUDIT-RECORD.
           EXIT.
