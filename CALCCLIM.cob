       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCLIM.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de manutencao do cadastro de clientes
      * (CALCCLI): depois que a conversao entrava em CALCRES nao
      * havia como dizer para qual cliente ela tinha sido feita, e a
      * mesa mantinha uma lista a parte para responder as consultas
      * dos clientes e mandar as confirmacoes do mes. O cadastro
      * guarda a conta do cliente (a referencia que as agencias
      * mandam no detalhe do CALCTRAN), o nome e a situacao (ativa ou
      * inativa); o lote do programa Calculadora recusa a transacao
      * com conta desconhecida ou inativa (status CI), e a conta
      * segue para CALCRES, CALCSUSP, CALCAUD e o CALCGLI. Vale a
      * regra do cadastro de operadores (CALCOPE) adotada no
      * CALCMOEM: identificacao desconhecida ou inativa recusa a
      * sessao, e as opcoes de manutencao (incluir, alterar,
      * desativar, reativar) exigem nivel supervisor - a listagem
      * continua aberta a qualquer operador cadastrado. Inclusao,
      * alteracao, desativacao e reativacao gravam no log de
      * auditoria (CALCAUD) uma linha de antes e uma de depois, como
      * a manutencao de moedas: a conta vai no campo de paragrafo
      * ("CLI-" mais a conta) e no campo de conta do cliente, a acao
      * no campo de operacao e a situacao no campo de moeda de
      * destino. A listagem grava em CALCCLIL todos os clientes
      * cadastrados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-CLIENTE-FILE ASSIGN TO "CALCCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-CLI-CONTA
               FILE STATUS IS CALC-CLI-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDIT-STATUS.

           SELECT CALC-LISTA-FILE ASSIGN TO "CALCCLIL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-OPER-ID
               FILE STATUS IS CALC-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Um cliente por registro, pela conta de referencia que vem
      * no detalhe do CALCTRAN.
       FD  CALC-CLIENTE-FILE.
       01  CALC-CLIENTE-RECORD.
           05 CALC-CLI-CONTA       PIC X(10).
           05 CALC-CLI-NOME        PIC X(30).
           05 CALC-CLI-SITUACAO    PIC X(1).
               88 CALC-CLI-ATIVO       VALUE 'A'.
               88 CALC-CLI-INATIVO     VALUE 'I'.

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
           88 CALC-OPCAO-INCLUIR   VALUE 'I'.
           88 CALC-OPCAO-ALTERAR   VALUE 'A'.
           88 CALC-OPCAO-DESATIVAR VALUE 'D'.
           88 CALC-OPCAO-REATIVAR  VALUE 'R'.
           88 CALC-OPCAO-LISTAR    VALUE 'L'.
           88 CALC-OPCAO-SAIR      VALUE 'S'.
       01 controle-Loop    PIC X(05) VALUE 'TRUE'.
       01 CALC-FIM-ARQUIVO PIC X(05) VALUE 'FALSE'.

       01 CALC-CLI-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.

       01 CALC-CLI-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-CONTA-VALIDA    PIC X(01) VALUE 'N'.

       01 CALC-CONTA-DIGITADA   PIC X(10) VALUE SPACES.
       01 CALC-NOME-DIGITADO    PIC X(30) VALUE SPACES.

       01 CALC-SITUACAO-ANTES   PIC X(01) VALUE SPACE.
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

       01 CALC-CONT-LISTADOS     PIC 9(5) VALUE 0.
       01 CALC-CONT-LISTADOS-ED  PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM abre-log-auditoria
           PERFORM abre-cadastro-clientes

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
               DISPLAY "Manutencao de clientes (CALCCLI)"
               DISPLAY "(I)ncluir (A)lterar (D)esativar (R)eativar"
                   " (L)istar (S)air: "
               ACCEPT CALC-OPCAO

               EVALUATE TRUE
                   WHEN CALC-OPCAO-INCLUIR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM inclui-cliente
                       END-IF
                   WHEN CALC-OPCAO-ALTERAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM altera-cliente
                       END-IF
                   WHEN CALC-OPCAO-DESATIVAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM desativa-cliente
                       END-IF
                   WHEN CALC-OPCAO-REATIVAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM reativa-cliente
                       END-IF
                   WHEN CALC-OPCAO-LISTAR
                       PERFORM lista-clientes
                   WHEN CALC-OPCAO-SAIR
                       MOVE 'FALSE' TO controle-Loop
                   WHEN OTHER
                       DISPLAY "Opcao invalida. Digite novamente."
               END-EVALUATE
           END-PERFORM

           IF CALC-CLI-ABERTO = 'S'
               CLOSE CALC-CLIENTE-FILE
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

       abre-cadastro-clientes.
           OPEN I-O CALC-CLIENTE-FILE
           IF CALC-CLI-STATUS = '35'
               OPEN OUTPUT CALC-CLIENTE-FILE
               CLOSE CALC-CLIENTE-FILE
               OPEN I-O CALC-CLIENTE-FILE
           END-IF
           IF CALC-CLI-STATUS = '00'
               MOVE 'S' TO CALC-CLI-ABERTO
           ELSE
               DISPLAY "Erro: cadastro de clientes indisponivel"
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

      * A conta e chave e e com ela que o detalhe do CALCTRAN e
      * conferido; vem alinhada a esquerda, sem brancos na frente.
       obtem-conta-cliente.
           DISPLAY "Conta do cliente (ate 10 posicoes): "
           ACCEPT CALC-CONTA-DIGITADA
           IF CALC-CONTA-DIGITADA (1:1) NOT = SPACE
               MOVE 'S' TO CALC-CONTA-VALIDA
           ELSE
               DISPLAY "Erro: a conta deve vir alinhada a esquerda, "
                   "sem brancos na frente"
               MOVE 'N' TO CALC-CONTA-VALIDA
           END-IF.
           EXIT.

       le-cliente-por-chave.
           MOVE 'N' TO CALC-REGISTRO-ACHADO
           MOVE CALC-CONTA-DIGITADA TO CALC-CLI-CONTA
           READ CALC-CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-REGISTRO-ACHADO
           END-READ.
           EXIT.

       inclui-cliente.
           PERFORM obtem-conta-cliente
           IF CALC-CONTA-VALIDA = 'S'
               PERFORM le-cliente-por-chave
               IF CALC-REGISTRO-ACHADO = 'S'
                   DISPLAY "Erro: cliente ja cadastrado - "
                       "use (A)lterar"
               ELSE
                   DISPLAY "Nome do cliente: "
                   ACCEPT CALC-NOME-DIGITADO
                   IF CALC-NOME-DIGITADO = SPACES
                       DISPLAY "Nome em branco. Inclusao cancelada."
                   ELSE
                       MOVE CALC-CONTA-DIGITADA TO CALC-CLI-CONTA
                       MOVE CALC-NOME-DIGITADO  TO CALC-CLI-NOME
                       MOVE 'A'                 TO CALC-CLI-SITUACAO
                       MOVE SPACE TO CALC-SITUACAO-ANTES
                       MOVE 'I'   TO CALC-ACAO-AUDIT
                       WRITE CALC-CLIENTE-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao gravar cliente: "
                                   CALC-CLI-STATUS
                           NOT INVALID KEY
                               PERFORM grava-auditoria-antes-depois
                               DISPLAY "Cliente incluido."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * A conta e chave e nao se altera; a alteracao muda o nome.
       altera-cliente.
           PERFORM obtem-conta-cliente
           IF CALC-CONTA-VALIDA = 'S'
               PERFORM le-cliente-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: cliente nao cadastrado"
               ELSE
               IF CALC-CLI-INATIVO
                   DISPLAY "Erro: cliente desativado - use "
                       "(R)eativar antes de alterar"
               ELSE
                   MOVE CALC-CLI-SITUACAO TO CALC-SITUACAO-ANTES
                   DISPLAY "Nome atual: " CALC-CLI-NOME
                   DISPLAY "Novo nome do cliente: "
                   ACCEPT CALC-NOME-DIGITADO
                   IF CALC-NOME-DIGITADO = SPACES
                       DISPLAY "Nome em branco. Alteracao cancelada."
                   ELSE
                       MOVE CALC-NOME-DIGITADO TO CALC-CLI-NOME
                       MOVE 'A' TO CALC-ACAO-AUDIT
                       REWRITE CALC-CLIENTE-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao regravar cliente: "
                                   CALC-CLI-STATUS
                           NOT INVALID KEY
                               PERFORM grava-auditoria-antes-depois
                               DISPLAY "Cliente alterado."
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.
           EXIT.

      * A desativacao nao apaga o registro: marca a situacao como
      * inativa, e as transacoes do lote com a conta passam a ser
      * recusadas; o historico do cliente continua no extrato.
       desativa-cliente.
           PERFORM obtem-conta-cliente
           IF CALC-CONTA-VALIDA = 'S'
               PERFORM le-cliente-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: cliente nao cadastrado"
               ELSE
               IF CALC-CLI-INATIVO
                   DISPLAY "Cliente ja esta desativado."
               ELSE
                   MOVE CALC-CLI-SITUACAO TO CALC-SITUACAO-ANTES
                   MOVE 'I' TO CALC-CLI-SITUACAO
                   MOVE 'D' TO CALC-ACAO-AUDIT
                   REWRITE CALC-CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao regravar cliente: "
                               CALC-CLI-STATUS
                       NOT INVALID KEY
                           PERFORM grava-auditoria-antes-depois
                           DISPLAY "Cliente desativado."
                   END-REWRITE
               END-IF
               END-IF
           END-IF.
           EXIT.

       reativa-cliente.
           PERFORM obtem-conta-cliente
           IF CALC-CONTA-VALIDA = 'S'
               PERFORM le-cliente-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: cliente nao cadastrado"
               ELSE
               IF CALC-CLI-INATIVO
                   MOVE CALC-CLI-SITUACAO TO CALC-SITUACAO-ANTES
                   MOVE 'A' TO CALC-CLI-SITUACAO
                   MOVE 'R' TO CALC-ACAO-AUDIT
                   REWRITE CALC-CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao regravar cliente: "
                               CALC-CLI-STATUS
                       NOT INVALID KEY
                           PERFORM grava-auditoria-antes-depois
                           DISPLAY "Cliente reativado."
                   END-REWRITE
               ELSE
                   DISPLAY "Cliente ja esta ativo."
               END-IF
               END-IF
           END-IF.
           EXIT.

       lista-clientes.
           OPEN OUTPUT CALC-LISTA-FILE

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "LISTAGEM DE CLIENTES - CALCCLI"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "CONTA      NOME                           SIT"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE 0 TO CALC-CONT-LISTADOS
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE LOW-VALUES TO CALC-CLI-CONTA
           START CALC-CLIENTE-FILE KEY NOT < CALC-CLI-CONTA
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START

           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-CLIENTE-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       PERFORM escreve-linha-cliente
               END-READ
           END-PERFORM

           MOVE CALC-CONT-LISTADOS TO CALC-CONT-LISTADOS-ED
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "CLIENTES LISTADOS: " DELIMITED BY SIZE
                  CALC-CONT-LISTADOS-ED DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           CLOSE CALC-LISTA-FILE
           DISPLAY "Listagem de clientes gravada em CALCCLIL.".
           EXIT.

       escreve-linha-cliente.
           ADD 1 TO CALC-CONT-LISTADOS
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING CALC-CLI-CONTA     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CALC-CLI-NOME      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CALC-CLI-SITUACAO  DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA.
           EXIT.

      * A linha "antes" leva a situacao anterior e a linha "depois"
      * a gravada: a conta mexida vai no paragrafo ("CLI-" + conta)
      * e no campo de conta do cliente, a acao (I, A, D ou R) no
      * campo de operacao e a situacao no campo de moeda de destino.
       grava-auditoria-antes-depois.
           MOVE 'AN' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-SITUACAO-ANTES TO CALC-SITUACAO-AUDIT
           PERFORM grava-linha-auditoria
           MOVE 'DP' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-CLI-SITUACAO TO CALC-SITUACAO-AUDIT
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
           STRING "CLI-"         DELIMITED BY SIZE
                  CALC-CLI-CONTA DELIMITED BY SPACE
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
           MOVE CALC-CLI-CONTA TO CALC-AUDIT-CONTA
           WRITE CALC-AUDIT-RECORD.
           EXIT.
