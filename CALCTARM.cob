       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTARM.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de manutencao da tabela de tarifas de
      * conversao (CALCTAR): a comissao cobrada em cada conversao
      * era calculada depois, a mao, sobre o CALCFREL impresso. A
      * tabela e por par de moedas e faixa de valor - cada faixa e
      * identificada pelo limite superior do valor de origem (num1)
      * e traz o spread percentual aplicado sobre o valor convertido
      * e a tarifa minima, na moeda de destino. A conversao do
      * programa Calculadora usa a primeira faixa ativa do par cujo
      * limite cobre o valor; par sem faixa nao paga tarifa. Vale a
      * regra do cadastro de operadores (CALCOPE) adotada no CALCRTEM
      * e no CALCMOEM: identificacao desconhecida ou inativa recusa a
      * sessao, e as opcoes de manutencao (incluir, alterar,
      * desativar, reativar) exigem nivel supervisor - a listagem
      * continua aberta a qualquer operador cadastrado. As duas
      * moedas do par precisam estar ativas no cadastro de moedas
      * (CALCMOE) para a inclusao. Inclusao, alteracao, desativacao
      * e reativacao gravam no log de auditoria (CALCAUD) uma linha
      * de antes e uma de depois, como a manutencao de taxas: o par
      * nos campos de moeda, o limite da faixa no campo num1, o
      * spread no campo de taxa, a tarifa minima no campo de tarifa
      * e a situacao no campo de operacao. A listagem grava em
      * CALCTARL todas as faixas cadastradas.
      * A linha de auditoria ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI); as linhas deste
      * programa a gravam em branco.
      * Conversao com valor acima do limite de todas as faixas ativas
      * do par paga pela faixa ativa mais alta (antes saia sem tarifa);
      * so o par sem nenhuma faixa ativa nao paga tarifa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TARIFA-FILE ASSIGN TO "CALCTAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-TAR-CHAVE
               FILE STATUS IS CALC-TAR-STATUS.

           SELECT CALC-MOEDA-FILE ASSIGN TO "CALCMOE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-MOE-CODIGO
               FILE STATUS IS CALC-MOE-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDIT-STATUS.

           SELECT CALC-LISTA-FILE ASSIGN TO "CALCTARL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-OPER-ID
               FILE STATUS IS CALC-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Uma faixa de tarifa por registro: par de moedas mais o limite
      * superior do valor de origem. O spread e percentual sobre o
      * valor convertido; a tarifa minima e na moeda de destino.
       FD  CALC-TARIFA-FILE.
       01  CALC-TARIFA-RECORD.
           05 CALC-TAR-CHAVE.
               10 CALC-TAR-MOEDA-ORIGEM  PIC X(3).
               10 CALC-TAR-MOEDA-DESTINO PIC X(3).
               10 CALC-TAR-LIMITE        PIC 9(7)V99.
           05 CALC-TAR-SPREAD          PIC 9(2)V9999.
           05 CALC-TAR-MINIMA          PIC 9(7)V999.
           05 CALC-TAR-SITUACAO        PIC X(1).
               88 CALC-TAR-ATIVA       VALUE 'A'.
               88 CALC-TAR-INATIVA     VALUE 'I'.

       FD  CALC-MOEDA-FILE.
       01  CALC-MOEDA-RECORD.
           05 CALC-MOE-CODIGO      PIC X(3).
           05 CALC-MOE-NOME        PIC X(30).
           05 CALC-MOE-CASAS       PIC 9(1).
           05 CALC-MOE-SITUACAO    PIC X(1).
               88 CALC-MOE-ATIVA       VALUE 'A'.
               88 CALC-MOE-INATIVA     VALUE 'I'.

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

       01 CALC-TAR-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-MOE-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.

       01 CALC-TAR-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-MOE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-CHAVE-VALIDA    PIC X(01) VALUE 'N'.
       01 CALC-DADOS-VALIDOS   PIC X(01) VALUE 'N'.
       01 CALC-PAR-VALIDO      PIC X(01) VALUE 'N'.

       01 CALC-MOEDA-ORIGEM-DIG  PIC X(03) VALUE SPACES.
       01 CALC-MOEDA-DESTINO-DIG PIC X(03) VALUE SPACES.
       01 CALC-MOEDA-CONFERIDA   PIC X(03) VALUE SPACES.
       01 CALC-VALOR-DIGITADO    PIC X(12) VALUE SPACES.
       01 CALC-POSICAO-INVALIDA  PIC S9(4) COMP VALUE 0.
       01 CALC-LIMITE-DIGITADO   PIC 9(7)V99 VALUE 0.
       01 CALC-SPREAD-DIGITADO   PIC 9(2)V9999 VALUE 0.
       01 CALC-MINIMA-DIGITADA   PIC 9(7)V999 VALUE 0.

       01 CALC-SPREAD-ANTES      PIC 9(2)V9999 VALUE 0.
       01 CALC-MINIMA-ANTES      PIC 9(7)V999 VALUE 0.
       01 CALC-SITUACAO-ANTES    PIC X(01) VALUE SPACE.
       01 CALC-PARAGRAFO-AUDIT   PIC X(15) VALUE SPACES.
       01 CALC-MOMENTO-AUDITORIA PIC X(02).
           88 CALC-AUDIT-ANTES   VALUE 'AN'.
           88 CALC-AUDIT-DEPOIS  VALUE 'DP'.

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
       01 CALC-LIMITE-ED         PIC Z(6)9.99.
       01 CALC-SPREAD-ED         PIC Z9.9999.
       01 CALC-MINIMA-ED         PIC Z(6)9.999.

       PROCEDURE DIVISION.

           PERFORM abre-log-auditoria
           PERFORM abre-tabela-tarifas
           PERFORM abre-cadastro-moedas

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
               DISPLAY "Manutencao de tarifas de conversao (CALCTAR)"
               DISPLAY "(I)ncluir (A)lterar (D)esativar (R)eativar"
                   " (L)istar (S)air: "
               ACCEPT CALC-OPCAO

               EVALUATE TRUE
                   WHEN CALC-OPCAO-INCLUIR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM inclui-tarifa
                       END-IF
                   WHEN CALC-OPCAO-ALTERAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM altera-tarifa
                       END-IF
                   WHEN CALC-OPCAO-DESATIVAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM desativa-tarifa
                       END-IF
                   WHEN CALC-OPCAO-REATIVAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM reativa-tarifa
                       END-IF
                   WHEN CALC-OPCAO-LISTAR
                       PERFORM lista-tarifas
                   WHEN CALC-OPCAO-SAIR
                       MOVE 'FALSE' TO controle-Loop
                   WHEN OTHER
                       DISPLAY "Opcao invalida. Digite novamente."
               END-EVALUATE
           END-PERFORM

           IF CALC-TAR-ABERTO = 'S'
               CLOSE CALC-TARIFA-FILE
           END-IF
           IF CALC-MOE-ABERTO = 'S'
               CLOSE CALC-MOEDA-FILE
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

       abre-tabela-tarifas.
           OPEN I-O CALC-TARIFA-FILE
           IF CALC-TAR-STATUS = '35'
               OPEN OUTPUT CALC-TARIFA-FILE
               CLOSE CALC-TARIFA-FILE
               OPEN I-O CALC-TARIFA-FILE
           END-IF
           IF CALC-TAR-STATUS = '00'
               MOVE 'S' TO CALC-TAR-ABERTO
           ELSE
               DISPLAY "Erro: tabela de tarifas indisponivel"
               MOVE 'FALSE' TO controle-Loop
           END-IF.
           EXIT.

      * Sem o cadastro de moedas a manutencao segue, mas a inclusao
      * de faixa fica recusada, pois o par nao pode ser conferido.
       abre-cadastro-moedas.
           OPEN INPUT CALC-MOEDA-FILE
           IF CALC-MOE-STATUS = '00'
               MOVE 'S' TO CALC-MOE-ABERTO
           ELSE
               DISPLAY "Aviso: cadastro de moedas (CALCMOE) "
                   "indisponivel - inclusao de faixa recusada"
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

      * A faixa e identificada pelo par e pelo limite superior do
      * valor de origem; o limite precisa ser maior que zero.
       obtem-chave-tarifa.
           MOVE 'S' TO CALC-CHAVE-VALIDA
           DISPLAY "Moeda de origem (3 letras): "
           ACCEPT CALC-MOEDA-ORIGEM-DIG
           DISPLAY "Moeda de destino (3 letras): "
           ACCEPT CALC-MOEDA-DESTINO-DIG
           IF CALC-MOEDA-ORIGEM-DIG (3:1) = SPACE
               OR CALC-MOEDA-DESTINO-DIG (3:1) = SPACE
               DISPLAY "Erro: informe as duas moedas do par "
                   "com 3 letras"
               MOVE 'N' TO CALC-CHAVE-VALIDA
           ELSE
               MOVE 0 TO CALC-LIMITE-DIGITADO
               DISPLAY "Limite superior da faixa (valor de origem): "
               ACCEPT CALC-VALOR-DIGITADO
               MOVE FUNCTION TEST-NUMVAL(CALC-VALOR-DIGITADO)
                   TO CALC-POSICAO-INVALIDA
               IF CALC-POSICAO-INVALIDA = 0
                   COMPUTE CALC-LIMITE-DIGITADO =
                       FUNCTION NUMVAL(CALC-VALOR-DIGITADO)
               END-IF
               IF CALC-LIMITE-DIGITADO NOT > 0
                   DISPLAY "Erro: limite da faixa invalido"
                   MOVE 'N' TO CALC-CHAVE-VALIDA
               END-IF
           END-IF.
           EXIT.

      * Spread de 0 a 99,9999 por cento e tarifa minima nao negativa;
      * spread e minima zerados ao mesmo tempo nao fazem sentido
      * numa faixa - para nao cobrar, basta nao cadastrar o par.
       obtem-dados-tarifa.
           MOVE 'S' TO CALC-DADOS-VALIDOS
           MOVE 0 TO CALC-SPREAD-DIGITADO
           MOVE 0 TO CALC-MINIMA-DIGITADA
           DISPLAY "Spread (% sobre o valor convertido): "
           ACCEPT CALC-VALOR-DIGITADO
           MOVE FUNCTION TEST-NUMVAL(CALC-VALOR-DIGITADO)
               TO CALC-POSICAO-INVALIDA
           IF CALC-POSICAO-INVALIDA = 0
               AND FUNCTION NUMVAL(CALC-VALOR-DIGITADO) >= 0
               AND FUNCTION NUMVAL(CALC-VALOR-DIGITADO) < 100
               COMPUTE CALC-SPREAD-DIGITADO =
                   FUNCTION NUMVAL(CALC-VALOR-DIGITADO)
           ELSE
               DISPLAY "Erro: spread invalido"
               MOVE 'N' TO CALC-DADOS-VALIDOS
           END-IF
           IF CALC-DADOS-VALIDOS = 'S'
               DISPLAY "Tarifa minima (na moeda de destino): "
               ACCEPT CALC-VALOR-DIGITADO
               MOVE FUNCTION TEST-NUMVAL(CALC-VALOR-DIGITADO)
                   TO CALC-POSICAO-INVALIDA
               IF CALC-POSICAO-INVALIDA = 0
                   AND FUNCTION NUMVAL(CALC-VALOR-DIGITADO) >= 0
                   COMPUTE CALC-MINIMA-DIGITADA =
                       FUNCTION NUMVAL(CALC-VALOR-DIGITADO)
               ELSE
                   DISPLAY "Erro: tarifa minima invalida"
                   MOVE 'N' TO CALC-DADOS-VALIDOS
               END-IF
           END-IF
           IF CALC-DADOS-VALIDOS = 'S'
               AND CALC-SPREAD-DIGITADO = 0
               AND CALC-MINIMA-DIGITADA = 0
               DISPLAY "Erro: spread e tarifa minima zerados"
               MOVE 'N' TO CALC-DADOS-VALIDOS
           END-IF.
           EXIT.

      * As duas moedas do par precisam estar cadastradas e ativas em
      * CALCMOE, como na manutencao de taxas.
       confere-moedas-par.
           MOVE 'S' TO CALC-PAR-VALIDO
           IF CALC-MOE-ABERTO NOT = 'S'
               DISPLAY "Erro: cadastro de moedas (CALCMOE) "
                   "indisponivel - inclusao recusada"
               MOVE 'N' TO CALC-PAR-VALIDO
           ELSE
               MOVE CALC-MOEDA-ORIGEM-DIG TO CALC-MOEDA-CONFERIDA
               PERFORM confere-moeda-cadastrada
               IF CALC-PAR-VALIDO = 'S'
                   MOVE CALC-MOEDA-DESTINO-DIG
                       TO CALC-MOEDA-CONFERIDA
                   PERFORM confere-moeda-cadastrada
               END-IF
           END-IF.
           EXIT.

       confere-moeda-cadastrada.
           MOVE CALC-MOEDA-CONFERIDA TO CALC-MOE-CODIGO
           READ CALC-MOEDA-FILE
               INVALID KEY
                   DISPLAY "Erro: moeda " CALC-MOEDA-CONFERIDA
                       " nao cadastrada em CALCMOE"
                   MOVE 'N' TO CALC-PAR-VALIDO
               NOT INVALID KEY
                   IF CALC-MOE-INATIVA
                       DISPLAY "Erro: moeda " CALC-MOEDA-CONFERIDA
                           " esta desativada"
                       MOVE 'N' TO CALC-PAR-VALIDO
                   END-IF
           END-READ.
           EXIT.

       le-tarifa-por-chave.
           MOVE 'N' TO CALC-REGISTRO-ACHADO
           MOVE CALC-MOEDA-ORIGEM-DIG  TO CALC-TAR-MOEDA-ORIGEM
           MOVE CALC-MOEDA-DESTINO-DIG TO CALC-TAR-MOEDA-DESTINO
           MOVE CALC-LIMITE-DIGITADO   TO CALC-TAR-LIMITE
           READ CALC-TARIFA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-REGISTRO-ACHADO
           END-READ.
           EXIT.

       inclui-tarifa.
           PERFORM obtem-chave-tarifa
           IF CALC-CHAVE-VALIDA = 'S'
               PERFORM confere-moedas-par
           END-IF
           IF CALC-CHAVE-VALIDA = 'S' AND CALC-PAR-VALIDO = 'S'
               PERFORM le-tarifa-por-chave
               IF CALC-REGISTRO-ACHADO = 'S'
                   DISPLAY "Erro: faixa ja cadastrada - "
                       "use (A)lterar"
               ELSE
                   PERFORM obtem-dados-tarifa
                   IF CALC-DADOS-VALIDOS = 'N'
                       DISPLAY "Inclusao cancelada."
                   ELSE
                       MOVE CALC-MOEDA-ORIGEM-DIG
                           TO CALC-TAR-MOEDA-ORIGEM
                       MOVE CALC-MOEDA-DESTINO-DIG
                           TO CALC-TAR-MOEDA-DESTINO
                       MOVE CALC-LIMITE-DIGITADO TO CALC-TAR-LIMITE
                       MOVE CALC-SPREAD-DIGITADO TO CALC-TAR-SPREAD
                       MOVE CALC-MINIMA-DIGITADA TO CALC-TAR-MINIMA
                       MOVE 'A'                  TO CALC-TAR-SITUACAO
                       MOVE 0     TO CALC-SPREAD-ANTES
                       MOVE 0     TO CALC-MINIMA-ANTES
                       MOVE SPACE TO CALC-SITUACAO-ANTES
                       MOVE "TAR-INCLUSAO" TO CALC-PARAGRAFO-AUDIT
                       WRITE CALC-TARIFA-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao gravar faixa: "
                                   CALC-TAR-STATUS
                           NOT INVALID KEY
                               PERFORM grava-auditoria-antes-depois
                               DISPLAY "Faixa de tarifa incluida."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * A chave (par e limite) nao se altera; a alteracao muda o
      * spread e a tarifa minima. Os resultados ja gravados guardam
      * o spread e a minima com que foram tarifados, entao a mudanca
      * so vale para as conversoes seguintes.
       altera-tarifa.
           PERFORM obtem-chave-tarifa
           IF CALC-CHAVE-VALIDA = 'S'
               PERFORM le-tarifa-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: faixa nao cadastrada"
               ELSE
               IF CALC-TAR-INATIVA
                   DISPLAY "Erro: faixa desativada - use "
                       "(R)eativar antes de alterar"
               ELSE
                   MOVE CALC-TAR-SPREAD    TO CALC-SPREAD-ANTES
                   MOVE CALC-TAR-MINIMA    TO CALC-MINIMA-ANTES
                   MOVE CALC-TAR-SITUACAO  TO CALC-SITUACAO-ANTES
                   PERFORM obtem-dados-tarifa
                   IF CALC-DADOS-VALIDOS = 'N'
                       DISPLAY "Alteracao cancelada."
                   ELSE
                       MOVE CALC-SPREAD-DIGITADO TO CALC-TAR-SPREAD
                       MOVE CALC-MINIMA-DIGITADA TO CALC-TAR-MINIMA
                       MOVE "TAR-ALTERACAO" TO CALC-PARAGRAFO-AUDIT
                       REWRITE CALC-TARIFA-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao regravar faixa: "
                                   CALC-TAR-STATUS
                           NOT INVALID KEY
                               PERFORM grava-auditoria-antes-depois
                               DISPLAY "Faixa de tarifa alterada."
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.
           EXIT.

      * A desativacao nao apaga a faixa: a conversao passa a usar a
      * faixa ativa seguinte do par, ou nenhuma tarifa se nao houver.
       desativa-tarifa.
           PERFORM obtem-chave-tarifa
           IF CALC-CHAVE-VALIDA = 'S'
               PERFORM le-tarifa-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: faixa nao cadastrada"
               ELSE
               IF CALC-TAR-INATIVA
                   DISPLAY "Faixa ja esta desativada."
               ELSE
                   MOVE CALC-TAR-SPREAD    TO CALC-SPREAD-ANTES
                   MOVE CALC-TAR-MINIMA    TO CALC-MINIMA-ANTES
                   MOVE CALC-TAR-SITUACAO  TO CALC-SITUACAO-ANTES
                   MOVE 'I' TO CALC-TAR-SITUACAO
                   MOVE "TAR-DESATIVACAO" TO CALC-PARAGRAFO-AUDIT
                   REWRITE CALC-TARIFA-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao regravar faixa: "
                               CALC-TAR-STATUS
                       NOT INVALID KEY
                           PERFORM grava-auditoria-antes-depois
                           DISPLAY "Faixa de tarifa desativada."
                   END-REWRITE
               END-IF
               END-IF
           END-IF.
           EXIT.

       reativa-tarifa.
           PERFORM obtem-chave-tarifa
           IF CALC-CHAVE-VALIDA = 'S'
               PERFORM le-tarifa-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: faixa nao cadastrada"
               ELSE
               IF CALC-TAR-INATIVA
                   MOVE CALC-TAR-SPREAD    TO CALC-SPREAD-ANTES
                   MOVE CALC-TAR-MINIMA    TO CALC-MINIMA-ANTES
                   MOVE CALC-TAR-SITUACAO  TO CALC-SITUACAO-ANTES
                   MOVE 'A' TO CALC-TAR-SITUACAO
                   MOVE "TAR-REATIVACAO" TO CALC-PARAGRAFO-AUDIT
                   REWRITE CALC-TARIFA-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao regravar faixa: "
                               CALC-TAR-STATUS
                       NOT INVALID KEY
                           PERFORM grava-auditoria-antes-depois
                           DISPLAY "Faixa de tarifa reativada."
                   END-REWRITE
               ELSE
                   DISPLAY "Faixa ja esta ativa."
               END-IF
               END-IF
           END-IF.
           EXIT.

       lista-tarifas.
           OPEN OUTPUT CALC-LISTA-FILE

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "LISTAGEM DE TARIFAS DE CONVERSAO - CALCTAR"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "PAR         LIMITE  SPREAD %       MINIMA SIT"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE 0 TO CALC-CONT-LISTADAS
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE LOW-VALUES TO CALC-TAR-CHAVE
           START CALC-TARIFA-FILE KEY NOT < CALC-TAR-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START

           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-TARIFA-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       PERFORM escreve-linha-tarifa
               END-READ
           END-PERFORM

           MOVE CALC-CONT-LISTADAS TO CALC-CONT-LISTADAS-ED
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "FAIXAS LISTADAS: "   DELIMITED BY SIZE
                  CALC-CONT-LISTADAS-ED DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           CLOSE CALC-LISTA-FILE
           DISPLAY "Listagem de tarifas gravada em CALCTARL.".
           EXIT.

       escreve-linha-tarifa.
           ADD 1 TO CALC-CONT-LISTADAS
           MOVE CALC-TAR-LIMITE TO CALC-LIMITE-ED
           MOVE CALC-TAR-SPREAD TO CALC-SPREAD-ED
           MOVE CALC-TAR-MINIMA TO CALC-MINIMA-ED
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING CALC-TAR-MOEDA-ORIGEM  DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  CALC-TAR-MOEDA-DESTINO DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  CALC-LIMITE-ED         DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  CALC-SPREAD-ED         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  CALC-MINIMA-ED         DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  CALC-TAR-SITUACAO      DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA.
           EXIT.

      * A linha "antes" leva spread, minima e situacao anteriores e a
      * linha "depois" leva os gravados: o par nos campos de moeda, o
      * limite da faixa no campo num1, o spread no campo de taxa, a
      * minima no campo de tarifa e a situacao no campo de operacao,
      * como a manutencao de taxas.
       grava-auditoria-antes-depois.
           MOVE 'AN' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-SPREAD-ANTES   TO CALC-AUDIT-TAXA
           MOVE CALC-MINIMA-ANTES   TO CALC-AUDIT-TARIFA
           MOVE CALC-SITUACAO-ANTES TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria
           MOVE 'DP' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-TAR-SPREAD    TO CALC-AUDIT-TAXA
           MOVE CALC-TAR-MINIMA    TO CALC-AUDIT-TARIFA
           MOVE CALC-TAR-SITUACAO  TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

       grava-linha-auditoria.
           MOVE CALC-TAR-LIMITE TO CALC-AUDIT-NUM1
           MOVE 0      TO CALC-AUDIT-NUM2
           MOVE 0      TO CALC-AUDIT-RESULTADO
           MOVE 0      TO CALC-AUDIT-RESTO
           MOVE 0      TO CALC-AUDIT-VIGENCIA
           MOVE CALC-PARAGRAFO-AUDIT   TO CALC-AUDIT-PARAGRAFO
           MOVE CALC-MOMENTO-AUDITORIA TO CALC-AUDIT-STATUS-CALC
           MOVE CALC-TAR-MOEDA-ORIGEM  TO CALC-AUDIT-MOEDA-ORIGEM
           MOVE CALC-TAR-MOEDA-DESTINO TO CALC-AUDIT-MOEDA-DESTINO
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
           MOVE 0 TO CALC-AUDIT-LIQUIDO
           MOVE SPACES TO CALC-AUDIT-CONTA
           WRITE CALC-AUDIT-RECORD.
           EXIT.
