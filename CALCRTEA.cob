       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRTEA.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de aprovacao das alteracoes de taxa de cambio:
      * ate aqui qualquer supervisor mudava sozinho uma taxa em uso
      * pelo CALCRTEM, e o CALCRTEB carregava o arquivo inteiro da
      * tesouraria direto em CALCRTE - a taxa da proxima conversao
      * era aprovada por quem a digitou. Agora inclusao, alteracao e
      * reativacao (manuais ou da carga) ficam pendentes no arquivo
      * CALCRTEP, e este programa apresenta cada pendencia em aberto
      * a um segundo supervisor, que a aprova, rejeita (com motivo
      * obrigatorio) ou pula. Quem digitou a pendencia nunca pode
      * decidi-la. Aprovada, a taxa e gravada em CALCRTE e so entao
      * passa a valer para a busca do paragrafo moeda; a decisao vai
      * para CALCAUD numa linha de aprovacao (status AP) ou de
      * rejeicao (status RJ) com a identificacao de quem digitou no
      * campo de paragrafo ("APR-"/"REJ-" mais a identificacao) e o
      * aprovador no carimbo de operador, seguida, na aprovacao, das
      * mesmas linhas de antes e depois da manutencao. Se a taxa
      * mudou depois da solicitacao (inclusao de par que ja ganhou
      * taxa, alteracao de taxa desativada no meio tempo), a
      * aprovacao e recusada e a pendencia fica para ser rejeitada.
      * A linha de auditoria ganhou no fim os valores bruto, tarifa
      * e liquido da conversao, junto com a tabela de tarifas de
      * conversao (CALCTAR); as linhas deste programa os gravam
      * zerados.
      * A linha de auditoria ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI); as linhas deste
      * programa a gravam em branco.
      * A aprovacao confere de novo a vigencia no controle de periodos
      * CALCPER: pendencia cuja vigencia cai numa data fechada ou
      * bloqueada, ou antes de uma, nao e aplicada - grava linha de
      * auditoria de status PF e fica para ser rejeitada. Sem CALCPER
      * legivel nenhuma aprovacao e aceita.
      * Corrigido: falha ao regravar a pendencia aprovada contava a
      * aprovacao e gravava a auditoria como se tivesse dado certo;
      * agora conta como pulada, com aviso de que a taxa ja foi
      * gravada.
      * Corrigido: a acao desconhecida saia cortada ("DESCONHECID");
      * o campo da acao passou a 12 posicoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RATE-FILE ASSIGN TO "CALCRTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-RATE-CHAVE
               FILE STATUS IS CALC-RATE-STATUS.

           SELECT CALC-PEND-FILE ASSIGN TO "CALCRTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-PEND-CHAVE
               FILE STATUS IS CALC-PEND-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDIT-STATUS.

           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-OPER-ID
               FILE STATUS IS CALC-OPER-STATUS.

           SELECT CALC-PER-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-PER-DATA
               FILE STATUS IS CALC-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * Alteracao de taxa aguardando a aprovacao de um segundo
      * supervisor; a chave e a mesma de CALCRTE.
       FD  CALC-PEND-FILE.
       01  CALC-PEND-RECORD.
           05 CALC-PEND-CHAVE.
               10 CALC-PEND-MOEDA-ORIGEM  PIC X(3).
               10 CALC-PEND-MOEDA-DESTINO PIC X(3).
               10 CALC-PEND-DATA-VIGENCIA PIC X(8).
           05 CALC-PEND-ACAO           PIC X(1).
               88 CALC-PEND-INCLUSAO   VALUE 'I'.
               88 CALC-PEND-ALTERACAO  VALUE 'A'.
               88 CALC-PEND-REATIVACAO VALUE 'R'.
           05 CALC-PEND-VALOR          PIC S9(5)V9999.
           05 CALC-PEND-VALOR-ANTES    PIC S9(5)V9999.
           05 CALC-PEND-ORIGEM         PIC X(1).
               88 CALC-PEND-MANUAL     VALUE 'M'.
               88 CALC-PEND-CARGA      VALUE 'C'.
           05 CALC-PEND-MAKER          PIC X(8).
           05 CALC-PEND-DATA-MAKER     PIC 9(8).
           05 CALC-PEND-HORA-MAKER     PIC 9(6).
           05 CALC-PEND-SITUACAO       PIC X(1).
               88 CALC-PEND-PENDENTE   VALUE 'P'.
               88 CALC-PEND-APROVADA   VALUE 'A'.
               88 CALC-PEND-REJEITADA  VALUE 'R'.
           05 CALC-PEND-CHECKER        PIC X(8).
           05 CALC-PEND-DATA-CHECKER   PIC 9(8).
           05 CALC-PEND-HORA-CHECKER   PIC 9(6).
           05 CALC-PEND-MOTIVO         PIC X(30).

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

      * Controle de periodos mantido pelo CALCPERM e pelo CALCFECH:
      * uma data por registro; data sem registro esta aberta.
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

       WORKING-STORAGE SECTION.
       01 CALC-DECISAO     PIC X(01).
           88 CALC-DECISAO-APROVAR  VALUE 'A'.
           88 CALC-DECISAO-REJEITAR VALUE 'R'.
           88 CALC-DECISAO-PULAR    VALUE 'P'.
           88 CALC-DECISAO-SAIR     VALUE 'S'.
       01 controle-Loop    PIC X(05) VALUE 'TRUE'.
       01 CALC-FIM-ARQUIVO PIC X(05) VALUE 'FALSE'.

       01 CALC-RATE-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-PEND-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.

       01 CALC-RTE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-PEND-ABERTO     PIC X(01) VALUE 'N'.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-APLICACAO-OK    PIC X(01) VALUE 'N'.
       01 CALC-MOTIVO-DIGITADO PIC X(30) VALUE SPACES.
       01 CALC-VIGENCIA-NUM    PIC 9(08) VALUE 0.

      * Controle de periodos: 'V' quando CALCPER ainda nao existe
      * (nenhuma data fechada).
       01 CALC-PER-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-PER-ABERTO-ARQ  PIC X(01) VALUE 'N'.
       01 CALC-FIM-PERIODOS    PIC X(05) VALUE 'FALSE'.
       01 CALC-PERIODO-ACHADO  PIC X(01) VALUE 'N'.
       01 CALC-DATA-PERIODO    PIC 9(08) VALUE 0.
       01 CALC-VIGENCIA-LIBERADA PIC X(01) VALUE 'N'.

       01 CALC-TAXA-ANTES        PIC S9(5)V9999 VALUE 0.
       01 CALC-SITUACAO-ANTES    PIC X(01) VALUE SPACE.
       01 CALC-MOMENTO-AUDITORIA PIC X(02).
           88 CALC-AUDIT-ANTES     VALUE 'AN'.
           88 CALC-AUDIT-DEPOIS    VALUE 'DP'.
           88 CALC-AUDIT-APROVACAO VALUE 'AP'.
           88 CALC-AUDIT-REJEICAO  VALUE 'RJ'.
           88 CALC-AUDIT-PERIODO   VALUE 'PF'.
       01 CALC-PARAGRAFO-AUDIT   PIC X(15) VALUE SPACES.

       01 CALC-OPERADOR          PIC X(08) VALUE SPACES.
       01 CALC-OPER-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-SESSAO-AUTORIZADA PIC X(01) VALUE 'N'.
       01 CALC-SESSAO            PIC 9(06) VALUE 0.
       01 CALC-DATA-HOJE         PIC 9(08) VALUE 0.
       01 CALC-HORA-BRUTA.
           05 CALC-HORA-HHMMSS   PIC 9(06).
           05 FILLER             PIC 9(02).

       01 CALC-DESC-ACAO         PIC X(12) VALUE SPACES.
       01 CALC-DESC-ORIGEM       PIC X(07) VALUE SPACES.
       01 CALC-TAXA-ED           PIC -(5)9.9999.
       01 CALC-TAXA-ANTES-ED     PIC -(5)9.9999.
       01 CALC-CONT-EXAMINADAS   PIC 9(5) VALUE 0.
       01 CALC-CONT-APROVADAS    PIC 9(5) VALUE 0.
       01 CALC-CONT-REJEITADAS   PIC 9(5) VALUE 0.
       01 CALC-CONT-PULADAS      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM abre-log-auditoria
           PERFORM abre-arquivo-taxas
           PERFORM abre-arquivo-pendentes
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

           IF controle-Loop = 'TRUE'
               PERFORM percorre-pendencias
               DISPLAY " "
               DISPLAY "Pendencias examinadas " CALC-CONT-EXAMINADAS
                   " aprovadas " CALC-CONT-APROVADAS
                   " rejeitadas " CALC-CONT-REJEITADAS
                   " puladas " CALC-CONT-PULADAS
           END-IF

           IF CALC-RTE-ABERTO = 'S'
               CLOSE CALC-RATE-FILE
           END-IF
           IF CALC-PEND-ABERTO = 'S'
               CLOSE CALC-PEND-FILE
           END-IF
           IF CALC-PER-ABERTO-ARQ = 'S'
               CLOSE CALC-PER-FILE
           END-IF
           CLOSE CALC-AUDIT-LOG

           DISPLAY 'Pressione ENTER para sair.'
           ACCEPT CALC-DECISAO
           STOP RUN.

       abre-log-auditoria.
           OPEN EXTEND CALC-AUDIT-LOG
           IF CALC-AUDIT-STATUS = '35'
               OPEN OUTPUT CALC-AUDIT-LOG
               CLOSE CALC-AUDIT-LOG
               OPEN EXTEND CALC-AUDIT-LOG
           END-IF.
           EXIT.

      * Aprovar e mexer em CALCRTE, entao vale a regra das opcoes de
      * manutencao do CALCRTEM: operador cadastrado, ativo e com
      * nivel supervisor.
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
                       IF NOT CALC-OPER-SUPERVISOR
                           DISPLAY "Erro: aprovacao de taxas exige "
                               "nivel supervisor - sessao recusada"
                       ELSE
                           MOVE 'S' TO CALC-SESSAO-AUTORIZADA
                       END-IF
                       END-IF
               END-READ
               CLOSE CALC-OPER-FILE
           END-IF.
           EXIT.

       abre-arquivo-taxas.
           OPEN I-O CALC-RATE-FILE
           IF CALC-RATE-STATUS = '35'
               OPEN OUTPUT CALC-RATE-FILE
               CLOSE CALC-RATE-FILE
               OPEN I-O CALC-RATE-FILE
           END-IF
           IF CALC-RATE-STATUS = '00'
               MOVE 'S' TO CALC-RTE-ABERTO
           ELSE
               DISPLAY "Erro: arquivo de taxas de cambio indisponivel"
               MOVE 'FALSE' TO controle-Loop
           END-IF.
           EXIT.

       abre-arquivo-pendentes.
           OPEN I-O CALC-PEND-FILE
           IF CALC-PEND-STATUS = '35'
               DISPLAY "Nenhuma alteracao de taxa pendente."
               MOVE 'FALSE' TO controle-Loop
           ELSE
           IF CALC-PEND-STATUS = '00'
               MOVE 'S' TO CALC-PEND-ABERTO
           ELSE
               DISPLAY "Erro: arquivo de taxas pendentes (CALCRTEP) "
                   "indisponivel"
               MOVE 'FALSE' TO controle-Loop
           END-IF
           END-IF.
           EXIT.

      * Sem o controle de periodos a sessao continua, mas nenhuma
      * pendencia pode ser aprovada - so rejeitada ou pulada.
       abre-controle-periodos.
           OPEN INPUT CALC-PER-FILE
           IF CALC-PER-STATUS = '00'
               MOVE 'S' TO CALC-PER-ABERTO-ARQ
           ELSE
           IF CALC-PER-STATUS = '35'
               MOVE 'V' TO CALC-PER-ABERTO-ARQ
           ELSE
               DISPLAY "Aviso: controle de periodos (CALCPER) "
                   "indisponivel - nenhuma aprovacao sera aceita"
           END-IF
           END-IF.
           EXIT.

      * As pendencias saem na ordem da chave (par + vigencia); as ja
      * decididas ficam no arquivo como historico e sao saltadas.
       percorre-pendencias.
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE LOW-VALUES TO CALC-PEND-CHAVE
           START CALC-PEND-FILE KEY NOT < CALC-PEND-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START

           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               OR controle-Loop = 'FALSE'
               READ CALC-PEND-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-PEND-PENDENTE
                           PERFORM decide-pendencia
                       END-IF
               END-READ
           END-PERFORM

           IF CALC-CONT-EXAMINADAS = 0
               DISPLAY "Nenhuma alteracao de taxa pendente."
           END-IF.
           EXIT.

       decide-pendencia.
           ADD 1 TO CALC-CONT-EXAMINADAS
           PERFORM mostra-pendencia
           IF CALC-PEND-MAKER = CALC-OPERADOR
               DISPLAY "Solicitacao digitada por voce - so outro "
                   "supervisor pode decidi-la."
               ADD 1 TO CALC-CONT-PULADAS
           ELSE
               DISPLAY "(A)provar (R)ejeitar (P)ular (S)air: "
               ACCEPT CALC-DECISAO
               EVALUATE TRUE
                   WHEN CALC-DECISAO-APROVAR
                       PERFORM aprova-pendencia
                   WHEN CALC-DECISAO-REJEITAR
                       PERFORM rejeita-pendencia
                   WHEN CALC-DECISAO-SAIR
                       MOVE 'FALSE' TO controle-Loop
                   WHEN CALC-DECISAO-PULAR
                       ADD 1 TO CALC-CONT-PULADAS
                   WHEN OTHER
                       DISPLAY "Opcao invalida - pendencia pulada."
                       ADD 1 TO CALC-CONT-PULADAS
               END-EVALUATE
           END-IF.
           EXIT.

       mostra-pendencia.
           EVALUATE TRUE
               WHEN CALC-PEND-INCLUSAO
                   MOVE "INCLUSAO"    TO CALC-DESC-ACAO
               WHEN CALC-PEND-ALTERACAO
                   MOVE "ALTERACAO"   TO CALC-DESC-ACAO
               WHEN CALC-PEND-REATIVACAO
                   MOVE "REATIVACAO"  TO CALC-DESC-ACAO
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO CALC-DESC-ACAO
           END-EVALUATE
           IF CALC-PEND-CARGA
               MOVE "CARGA"  TO CALC-DESC-ORIGEM
           ELSE
               MOVE "MANUAL" TO CALC-DESC-ORIGEM
           END-IF
           MOVE CALC-PEND-VALOR       TO CALC-TAXA-ED
           MOVE CALC-PEND-VALOR-ANTES TO CALC-TAXA-ANTES-ED
           DISPLAY " "
           DISPLAY "Par " CALC-PEND-MOEDA-ORIGEM "/"
               CALC-PEND-MOEDA-DESTINO
               "  vigencia " CALC-PEND-DATA-VIGENCIA
               "  " CALC-DESC-ACAO " (" CALC-DESC-ORIGEM ")"
           DISPLAY "  taxa atual " CALC-TAXA-ANTES-ED
               "  taxa proposta " CALC-TAXA-ED
           DISPLAY "  solicitada por " CALC-PEND-MAKER
               " em " CALC-PEND-DATA-MAKER " " CALC-PEND-HORA-MAKER.
           EXIT.

      * A taxa e conferida de novo no momento da aprovacao: se ela
      * mudou depois da solicitacao, a pendencia nao se aplica mais
      * e so resta rejeita-la.
       aprova-pendencia.
           MOVE 'N' TO CALC-APLICACAO-OK
           MOVE 'N' TO CALC-REGISTRO-ACHADO
           MOVE CALC-PEND-CHAVE TO CALC-RATE-CHAVE
           READ CALC-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-REGISTRO-ACHADO
           END-READ

           PERFORM confere-periodo-pendencia
           IF CALC-VIGENCIA-LIBERADA = 'S'
               EVALUATE TRUE
                   WHEN CALC-PEND-INCLUSAO
                       PERFORM aplica-inclusao
                   WHEN CALC-PEND-ALTERACAO
                       PERFORM aplica-alteracao
                   WHEN CALC-PEND-REATIVACAO
                       PERFORM aplica-reativacao
                   WHEN OTHER
                       DISPLAY "Erro: acao da pendencia desconhecida"
               END-EVALUATE
           END-IF

           IF CALC-APLICACAO-OK = 'S'
               ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT CALC-HORA-BRUTA FROM TIME
               MOVE 'A'              TO CALC-PEND-SITUACAO
               MOVE CALC-OPERADOR    TO CALC-PEND-CHECKER
               MOVE CALC-DATA-HOJE   TO CALC-PEND-DATA-CHECKER
               MOVE CALC-HORA-HHMMSS TO CALC-PEND-HORA-CHECKER
               MOVE SPACES           TO CALC-PEND-MOTIVO
               REWRITE CALC-PEND-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao regravar pendencia: "
                           CALC-PEND-STATUS
                       DISPLAY "Aviso: taxa ja gravada em CALCRTE - "
                           "conferir antes de aprovar de novo"
                       ADD 1 TO CALC-CONT-PULADAS
                   NOT INVALID KEY
                       MOVE 'AP' TO CALC-MOMENTO-AUDITORIA
                       PERFORM grava-auditoria-decisao
                       PERFORM grava-auditoria-antes-depois
                       ADD 1 TO CALC-CONT-APROVADAS
                       DISPLAY "Taxa aprovada - passa a valer."
               END-REWRITE
           ELSE
               ADD 1 TO CALC-CONT-PULADAS
           END-IF.
           EXIT.

      * A vigencia e conferida de novo contra o controle de
      * periodos: a data pode ter sido fechada depois da solicitacao.
      * Vigencia que alcanca uma data fechada ou bloqueada nao e
      * aplicada - grava a linha PF e a pendencia fica para ser
      * rejeitada, como a taxa que mudou no meio tempo.
       confere-periodo-pendencia.
           MOVE 'S' TO CALC-VIGENCIA-LIBERADA
           IF CALC-PER-ABERTO-ARQ = 'N'
               DISPLAY "Erro: controle de periodos (CALCPER) "
                   "indisponivel - aprovacao recusada"
               MOVE 'N' TO CALC-VIGENCIA-LIBERADA
           ELSE
           IF CALC-PER-ABERTO-ARQ = 'S'
               MOVE CALC-PEND-DATA-VIGENCIA TO CALC-DATA-PERIODO
               PERFORM procura-periodo-fechado
               IF CALC-PERIODO-ACHADO = 'S'
                   DISPLAY "Erro: vigencia alcanca a data fechada "
                       CALC-PER-DATA " (situacao " CALC-PER-SITUACAO
                       ") - rejeite a pendencia"
                   PERFORM grava-auditoria-periodo
                   MOVE 'N' TO CALC-VIGENCIA-LIBERADA
               END-IF
           END-IF
           END-IF.
           EXIT.

      * Procura, da data informada em diante, a primeira data fechada
      * ou bloqueada: uma vigencia vale dali para a frente, entao
      * qualquer data fechada depois dela teria os numeros mudados.
       procura-periodo-fechado.
           MOVE 'N' TO CALC-PERIODO-ACHADO
           MOVE CALC-DATA-PERIODO TO CALC-PER-DATA
           MOVE 'FALSE' TO CALC-FIM-PERIODOS
           START CALC-PER-FILE KEY NOT < CALC-PER-DATA
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-PERIODOS
           END-START
           PERFORM UNTIL CALC-FIM-PERIODOS = 'TRUE'
               READ CALC-PER-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-PERIODOS
                   NOT AT END
                       IF CALC-PER-FECHADO OR CALC-PER-BLOQUEADO
                           MOVE 'S' TO CALC-PERIODO-ACHADO
                           MOVE 'TRUE' TO CALC-FIM-PERIODOS
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       aplica-inclusao.
           IF CALC-REGISTRO-ACHADO = 'S'
               DISPLAY "Erro: o par ja ganhou taxa nessa vigencia "
                   "depois da solicitacao - rejeite a pendencia"
           ELSE
               MOVE CALC-PEND-CHAVE TO CALC-RATE-CHAVE
               MOVE CALC-PEND-VALOR TO CALC-RATE-VALOR
               MOVE 'A'   TO CALC-RATE-SITUACAO
               MOVE 0     TO CALC-TAXA-ANTES
               MOVE SPACE TO CALC-SITUACAO-ANTES
               WRITE CALC-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar taxa: "
                           CALC-RATE-STATUS
                   NOT INVALID KEY
                       MOVE 'S' TO CALC-APLICACAO-OK
               END-WRITE
           END-IF.
           EXIT.

       aplica-alteracao.
           IF CALC-REGISTRO-ACHADO = 'N'
               DISPLAY "Erro: a taxa nao existe mais - rejeite a "
                   "pendencia"
           ELSE
           IF CALC-RATE-INATIVA
               DISPLAY "Erro: a taxa foi desativada depois da "
                   "solicitacao - rejeite a pendencia"
           ELSE
               MOVE CALC-RATE-VALOR    TO CALC-TAXA-ANTES
               MOVE CALC-RATE-SITUACAO TO CALC-SITUACAO-ANTES
               MOVE CALC-PEND-VALOR    TO CALC-RATE-VALOR
               REWRITE CALC-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao regravar taxa: "
                           CALC-RATE-STATUS
                   NOT INVALID KEY
                       MOVE 'S' TO CALC-APLICACAO-OK
               END-REWRITE
           END-IF
           END-IF.
           EXIT.

       aplica-reativacao.
           IF CALC-REGISTRO-ACHADO = 'N'
               DISPLAY "Erro: a taxa nao existe mais - rejeite a "
                   "pendencia"
           ELSE
           IF CALC-RATE-ATIVA
               DISPLAY "Erro: a taxa ja foi reativada - rejeite a "
                   "pendencia"
           ELSE
               MOVE CALC-RATE-VALOR    TO CALC-TAXA-ANTES
               MOVE CALC-RATE-SITUACAO TO CALC-SITUACAO-ANTES
               MOVE 'A' TO CALC-RATE-SITUACAO
               REWRITE CALC-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao regravar taxa: "
                           CALC-RATE-STATUS
                   NOT INVALID KEY
                       MOVE 'S' TO CALC-APLICACAO-OK
               END-REWRITE
           END-IF
           END-IF.
           EXIT.

      * A rejeicao nao mexe em CALCRTE; o motivo e obrigatorio e
      * fica gravado na propria pendencia.
       rejeita-pendencia.
           DISPLAY "Motivo da rejeicao: "
           ACCEPT CALC-MOTIVO-DIGITADO
           IF CALC-MOTIVO-DIGITADO = SPACES
               DISPLAY "Erro: motivo obrigatorio - pendencia mantida"
               ADD 1 TO CALC-CONT-PULADAS
           ELSE
               ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT CALC-HORA-BRUTA FROM TIME
               MOVE 'R'                  TO CALC-PEND-SITUACAO
               MOVE CALC-OPERADOR        TO CALC-PEND-CHECKER
               MOVE CALC-DATA-HOJE       TO CALC-PEND-DATA-CHECKER
               MOVE CALC-HORA-HHMMSS     TO CALC-PEND-HORA-CHECKER
               MOVE CALC-MOTIVO-DIGITADO TO CALC-PEND-MOTIVO
               REWRITE CALC-PEND-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao regravar pendencia: "
                           CALC-PEND-STATUS
                       ADD 1 TO CALC-CONT-PULADAS
                   NOT INVALID KEY
                       MOVE 'RJ' TO CALC-MOMENTO-AUDITORIA
                       PERFORM grava-auditoria-decisao
                       ADD 1 TO CALC-CONT-REJEITADAS
                       DISPLAY "Pendencia rejeitada."
               END-REWRITE
           END-IF.
           EXIT.

      * A linha de decisao (AP ou RJ) leva a taxa proposta e a acao
      * no campo de operacao, a identificacao de quem digitou no
      * campo de paragrafo e o aprovador no carimbo de operador.
       grava-auditoria-decisao.
           MOVE CALC-PEND-DATA-VIGENCIA TO CALC-VIGENCIA-NUM
           MOVE SPACES TO CALC-PARAGRAFO-AUDIT
           IF CALC-AUDIT-APROVACAO
               STRING "APR-" DELIMITED BY SIZE
                      CALC-PEND-MAKER DELIMITED BY SIZE
                   INTO CALC-PARAGRAFO-AUDIT
           ELSE
               STRING "REJ-" DELIMITED BY SIZE
                      CALC-PEND-MAKER DELIMITED BY SIZE
                   INTO CALC-PARAGRAFO-AUDIT
           END-IF
           MOVE CALC-PEND-VALOR TO CALC-AUDIT-TAXA
           MOVE CALC-PEND-ACAO  TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

      * As mesmas linhas de antes e depois da manutencao (CALCRTEM
      * e CALCRTEB), com o nome da acao de origem no paragrafo: a
      * linha "antes" leva taxa e situacao anteriores, a "depois"
      * leva as gravadas, a situacao no campo de operacao e a
      * vigencia no campo proprio do leiaute.
       grava-auditoria-antes-depois.
           IF CALC-PEND-CARGA AND CALC-PEND-INCLUSAO
               MOVE "RTE-CARGA-INCL" TO CALC-PARAGRAFO-AUDIT
           ELSE
           IF CALC-PEND-CARGA AND CALC-PEND-ALTERACAO
               MOVE "RTE-CARGA-ALT"  TO CALC-PARAGRAFO-AUDIT
           ELSE
           IF CALC-PEND-INCLUSAO
               MOVE "RTE-INCLUSAO"   TO CALC-PARAGRAFO-AUDIT
           ELSE
           IF CALC-PEND-ALTERACAO
               MOVE "RTE-ALTERACAO"  TO CALC-PARAGRAFO-AUDIT
           ELSE
               MOVE "RTE-REATIVACAO" TO CALC-PARAGRAFO-AUDIT
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE CALC-RATE-DATA-VIGENCIA TO CALC-VIGENCIA-NUM
           MOVE 'AN' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-TAXA-ANTES     TO CALC-AUDIT-TAXA
           MOVE CALC-SITUACAO-ANTES TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria
           MOVE 'DP' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-RATE-VALOR    TO CALC-AUDIT-TAXA
           MOVE CALC-RATE-SITUACAO TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

      * A linha de recusa (PF) leva a taxa proposta e a acao no
      * campo de operacao; o aprovador vai no carimbo de operador.
       grava-auditoria-periodo.
           MOVE CALC-PEND-DATA-VIGENCIA TO CALC-VIGENCIA-NUM
           MOVE "PERIODO-FECHADO" TO CALC-PARAGRAFO-AUDIT
           MOVE 'PF' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-PEND-VALOR TO CALC-AUDIT-TAXA
           MOVE CALC-PEND-ACAO  TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

       grava-linha-auditoria.
           MOVE CALC-VIGENCIA-NUM TO CALC-AUDIT-VIGENCIA
           MOVE 0      TO CALC-AUDIT-NUM1
           MOVE 0      TO CALC-AUDIT-NUM2
           MOVE 0      TO CALC-AUDIT-RESULTADO
           MOVE 0      TO CALC-AUDIT-RESTO
           MOVE CALC-PARAGRAFO-AUDIT   TO CALC-AUDIT-PARAGRAFO
           MOVE CALC-MOMENTO-AUDITORIA TO CALC-AUDIT-STATUS-CALC
           MOVE CALC-PEND-MOEDA-ORIGEM TO CALC-AUDIT-MOEDA-ORIGEM
           MOVE CALC-PEND-MOEDA-DESTINO
               TO CALC-AUDIT-MOEDA-DESTINO
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
