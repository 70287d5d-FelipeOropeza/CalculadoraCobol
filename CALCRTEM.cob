      * (consulta CALCCONS) e a politica de arredondamento aplicada
      * no fim do registro; as linhas de manutencao gravam chave
      * zero e politica em branco.
      * O leiaute de CALCAUD ganhou no fim a data e o numero do lote
      * da transacao de lote; as linhas de manutencao gravam os dois
      * zerados.
      * Dupla conferencia nas alteracoes de taxa: inclusao, alteracao
      * e reativacao nao mexem mais em CALCRTE - gravam uma pendencia
      * no arquivo de taxas pendentes (CALCRTEP) com o supervisor que
      * a digitou e o momento, e a taxa so passa a valer quando um
      * segundo supervisor a aprova no programa CALCRTEA. A pendencia
      * grava em CALCAUD uma linha de solicitacao (status SO) com a
      * taxa proposta. Um par + vigencia com pendencia em aberto
      * recusa nova solicitacao ate a decisao. A desativacao continua
      * imediata: retirar uma taxa nao faz nenhuma conversao usar um
      * valor nao conferido.
      * Inclusao, alteracao e reativacao passaram a conferir as duas
      * moedas do par no cadastro de moedas (CALCMOE, mantido pelo
      * novo programa CALCMOEM): moeda nao cadastrada ou inativa
      * recusa a solicitacao - antes so se conferia se o codigo
      * tinha 3 letras, e "USS" ou "EUE" entravam como par valido.
      * A desativacao continua aceitando qualquer par cadastrado,
      * para a taxa de uma moeda digitada errada poder ser retirada.
      * A linha de auditoria ganhou no fim os valores bruto, tarifa
      * e liquido da conversao, junto com a tabela de tarifas de
      * conversao (CALCTAR); as linhas deste programa os gravam
      * zerados.
      * A linha de auditoria ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI); as linhas deste
      * programa a gravam em branco.
      * Inclusao, alteracao e reativacao conferem a vigencia no
      * controle de periodos CALCPER: vigencia numa data fechada ou
      * bloqueada, ou anterior a uma, e recusada com linha de
      * auditoria de status PF (paragrafo PERIODO-FECHADO), pois
      * mudaria a taxa de dias ja fechados. A desativacao continua
      * imediata. Sem CALCPER legivel a sessao segue so com
      * listagem e desativacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
               RECORD KEY IS CALC-OPER-ID
               FILE STATUS IS CALC-OPER-STATUS.

           SELECT CALC-MOEDA-FILE ASSIGN TO "CALCMOE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-MOE-CODIGO
               FILE STATUS IS CALC-MOE-STATUS.

           SELECT CALC-PER-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-PER-DATA
               FILE STATUS IS CALC-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RATE-FILE.
               88 CALC-RATE-ATIVA      VALUE 'A'.
               88 CALC-RATE-INATIVA    VALUE 'I'.

      * Alteracao de taxa aguardando a aprovacao de um segundo
      * supervisor (CALCRTEA); a chave e a mesma de CALCRTE.
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
               88 CALC-OPER-SUPERVISOR VALUE 'S'.
               88 CALC-OPER-COMUM      VALUE 'O'.

       FD  CALC-MOEDA-FILE.
       01  CALC-MOEDA-RECORD.
           05 CALC-MOE-CODIGO      PIC X(3).
           05 CALC-MOE-NOME        PIC X(30).
           05 CALC-MOE-CASAS       PIC 9(1).
           05 CALC-MOE-SITUACAO    PIC X(1).
               88 CALC-MOE-ATIVA       VALUE 'A'.
               88 CALC-MOE-INATIVA     VALUE 'I'.

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
       01 CALC-OPCAO       PIC X(01).
           88 CALC-OPCAO-INCLUIR   VALUE 'I'.

       01 CALC-RATE-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.
       01 CALC-PEND-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-MOE-STATUS   PIC X(02) VALUE SPACES.

       01 CALC-RTE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-MOE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-MOEDA-CONFERIDA PIC X(03) VALUE SPACES.
       01 CALC-PEND-ABERTO     PIC X(01) VALUE 'N'.
       01 CALC-PEND-ACHADA     PIC X(01) VALUE 'N'.
       01 CALC-ACAO-SOLICITADA PIC X(01) VALUE SPACE.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-PAR-VALIDO      PIC X(01) VALUE 'N'.
       01 CALC-VIGENCIA-VALIDA PIC X(01) VALUE 'N'.
       01 CALC-VIGENCIA-NUM    PIC 9(08) VALUE 0.

      * Controle de periodos: 'V' quando CALCPER ainda nao existe
      * (nenhuma data fechada).
       01 CALC-PER-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-PER-ABERTO-ARQ  PIC X(01) VALUE 'N'.
       01 CALC-FIM-PERIODOS    PIC X(05) VALUE 'FALSE'.
       01 CALC-PERIODO-ACHADO  PIC X(01) VALUE 'N'.
       01 CALC-DATA-PERIODO    PIC 9(08) VALUE 0.

       01 CALC-MOEDA-ORIGEM-DIG  PIC X(03) VALUE SPACES.
       01 CALC-MOEDA-DESTINO-DIG PIC X(03) VALUE SPACES.
       01 CALC-VALOR-DIGITADO    PIC X(12) VALUE SPACES.
       01 CALC-MOMENTO-AUDITORIA PIC X(02).
           88 CALC-AUDIT-ANTES   VALUE 'AN'.
           88 CALC-AUDIT-DEPOIS  VALUE 'DP'.
           88 CALC-AUDIT-SOLICITACAO VALUE 'SO'.
           88 CALC-AUDIT-PERIODO     VALUE 'PF'.
       01 CALC-PARAGRAFO-AUDIT   PIC X(15) VALUE SPACES.

       01 CALC-OPERADOR          PIC X(08) VALUE SPACES.

           PERFORM abre-log-auditoria
           PERFORM abre-arquivo-taxas
           PERFORM abre-arquivo-pendentes
           PERFORM abre-cadastro-moedas
           PERFORM abre-controle-periodos

           DISPLAY "Identificacao do operador: "
           ACCEPT CALC-OPERADOR
           IF CALC-RTE-ABERTO = 'S'
               CLOSE CALC-RATE-FILE
           END-IF
           IF CALC-PEND-ABERTO = 'S'
               CLOSE CALC-PEND-FILE
           END-IF
           IF CALC-MOE-ABERTO = 'S'
               CLOSE CALC-MOEDA-FILE
           END-IF
           IF CALC-PER-ABERTO-ARQ = 'S'
               CLOSE CALC-PER-FILE
           END-IF
           CLOSE CALC-AUDIT-LOG

           DISPLAY 'Pressione ENTER para sair.'
           END-IF.
           EXIT.

       abre-arquivo-pendentes.
           OPEN I-O CALC-PEND-FILE
           IF CALC-PEND-STATUS = '35'
               OPEN OUTPUT CALC-PEND-FILE
               CLOSE CALC-PEND-FILE
               OPEN I-O CALC-PEND-FILE
           END-IF
           IF CALC-PEND-STATUS = '00'
               MOVE 'S' TO CALC-PEND-ABERTO
           ELSE
               DISPLAY "Erro: arquivo de taxas pendentes (CALCRTEP) "
                   "indisponivel"
               MOVE 'FALSE' TO controle-Loop
           END-IF.
           EXIT.

      * O cadastro de moedas so e consultado; sem ele a sessao
      * continua (a listagem e a desativacao nao dependem dele), mas
      * inclusao, alteracao e reativacao sao recusadas.
       abre-cadastro-moedas.
           OPEN INPUT CALC-MOEDA-FILE
           IF CALC-MOE-STATUS = '00'
               MOVE 'S' TO CALC-MOE-ABERTO
           ELSE
               DISPLAY "Aviso: cadastro de moedas (CALCMOE) "
                   "indisponivel - somente listagem e desativacao"
           END-IF.
           EXIT.

      * O controle de periodos tambem so e consultado; sem ele
      * inclusao, alteracao e reativacao sao recusadas, pois a
      * vigencia nao tem como ser conferida contra as datas fechadas.
       abre-controle-periodos.
           OPEN INPUT CALC-PER-FILE
           IF CALC-PER-STATUS = '00'
               MOVE 'S' TO CALC-PER-ABERTO-ARQ
           ELSE
           IF CALC-PER-STATUS = '35'
               MOVE 'V' TO CALC-PER-ABERTO-ARQ
           ELSE
               DISPLAY "Aviso: controle de periodos (CALCPER) "
                   "indisponivel - somente listagem e desativacao"
           END-IF
           END-IF.
           EXIT.

       obtem-par-moedas.
           DISPLAY "Moeda de origem (3 letras): "
           ACCEPT CALC-MOEDA-ORIGEM-DIG
           END-IF.
           EXIT.

      * As duas moedas do par precisam estar cadastradas e ativas em
      * CALCMOE; qualquer falha invalida o par.
       confere-moedas-par.
           IF CALC-MOE-ABERTO NOT = 'S'
               DISPLAY "Erro: cadastro de moedas (CALCMOE) "
                   "indisponivel - solicitacao recusada"
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

       obtem-valor-taxa.
           MOVE 0 TO CALC-VALOR-TAXA
           DISPLAY "Valor da taxa: "
           END-READ.
           EXIT.

      * Uma pendencia em aberto para o par + vigencia segura novas
      * solicitacoes ate o segundo supervisor decidir; pendencia ja
      * aprovada ou rejeitada e so historico e da lugar a nova.
       le-pendencia-por-chave.
           MOVE 'N' TO CALC-PEND-ACHADA
           MOVE CALC-MOEDA-ORIGEM-DIG  TO CALC-PEND-MOEDA-ORIGEM
           MOVE CALC-MOEDA-DESTINO-DIG TO CALC-PEND-MOEDA-DESTINO
           MOVE CALC-VIGENCIA-DIGITADA TO CALC-PEND-DATA-VIGENCIA
           READ CALC-PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-PEND-ACHADA
           END-READ.
           EXIT.

       confere-pendencia.
           PERFORM le-pendencia-por-chave
           IF CALC-PEND-ACHADA = 'S' AND CALC-PEND-PENDENTE
               DISPLAY "Erro: taxa ja tem alteracao pendente de "
                   "aprovacao (solicitada por " CALC-PEND-MAKER ")"
               MOVE 'N' TO CALC-VIGENCIA-VALIDA
           END-IF.
           EXIT.

       inclui-taxa.
           PERFORM obtem-chave-taxa
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM confere-pendencia
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM confere-moedas-par
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               MOVE 'I' TO CALC-ACAO-SOLICITADA
               PERFORM confere-periodo-vigencia
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM le-taxa-por-chave
               IF CALC-REGISTRO-ACHADO = 'S'
                           TO CALC-RATE-MOEDA-DESTINO
                       MOVE CALC-VIGENCIA-DIGITADA
                           TO CALC-RATE-DATA-VIGENCIA
                       MOVE 'I'   TO CALC-ACAO-SOLICITADA
                       MOVE 0     TO CALC-TAXA-ANTES
                       MOVE "RTE-INCLUSAO" TO CALC-PARAGRAFO-AUDIT
                       PERFORM grava-pendencia
                   END-IF
               END-IF
           END-IF.
      * muda somente o valor da taxa daquela vigencia.
       altera-taxa.
           PERFORM obtem-chave-taxa
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM confere-pendencia
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM confere-moedas-par
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               MOVE 'A' TO CALC-ACAO-SOLICITADA
               PERFORM confere-periodo-vigencia
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM le-taxa-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                       "antes de alterar"
               ELSE
                   MOVE CALC-RATE-VALOR    TO CALC-TAXA-ANTES
                   PERFORM obtem-valor-taxa
                   IF CALC-POSICAO-INVALIDA NOT = 0
                       DISPLAY "Entrada invalida. Alteracao "
                           "cancelada."
                   ELSE
                       MOVE 'A' TO CALC-ACAO-SOLICITADA
                       MOVE "RTE-ALTERACAO" TO CALC-PARAGRAFO-AUDIT
                       PERFORM grava-pendencia
                   END-IF
               END-IF
               END-IF
           END-IF.
           EXIT.

      * A reativacao devolve a taxa com o valor que ela tinha; o
      * valor proposto na pendencia e o proprio valor cadastrado.
       reativa-taxa.
           PERFORM obtem-chave-taxa
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM confere-pendencia
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM confere-moedas-par
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               MOVE 'R' TO CALC-ACAO-SOLICITADA
               PERFORM confere-periodo-vigencia
           END-IF
           IF CALC-PAR-VALIDO = 'S' AND CALC-VIGENCIA-VALIDA = 'S'
               PERFORM le-taxa-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
               ELSE
               IF CALC-RATE-INATIVA
                   MOVE CALC-RATE-VALOR    TO CALC-TAXA-ANTES
                   MOVE CALC-RATE-VALOR    TO CALC-VALOR-TAXA
                   MOVE 'R' TO CALC-ACAO-SOLICITADA
                   MOVE "RTE-REATIVACAO" TO CALC-PARAGRAFO-AUDIT
                   PERFORM grava-pendencia
               ELSE
                   DISPLAY "Taxa ja esta ativa."
               END-IF
           END-IF.
           EXIT.

      * Vigencia que alcanca uma data ja fechada ou bloqueada no
      * controle de periodos e recusada, com linha de auditoria PF:
      * a taxa nova mudaria os numeros de um periodo ja informado. A
      * desativacao nao passa por aqui - retirar uma taxa errada
      * continua imediato.
       confere-periodo-vigencia.
           IF CALC-PER-ABERTO-ARQ = 'N'
               DISPLAY "Erro: controle de periodos (CALCPER) "
                   "indisponivel - solicitacao recusada"
               MOVE 'N' TO CALC-VIGENCIA-VALIDA
           ELSE
           IF CALC-PER-ABERTO-ARQ = 'S'
               MOVE CALC-VIGENCIA-DIGITADA TO CALC-DATA-PERIODO
               PERFORM procura-periodo-fechado
               IF CALC-PERIODO-ACHADO = 'S'
                   DISPLAY "Erro: vigencia " CALC-VIGENCIA-DIGITADA
                       " alcanca a data fechada " CALC-PER-DATA
                       " (situacao " CALC-PER-SITUACAO
                       ") - solicitacao recusada"
                   PERFORM grava-auditoria-periodo
                   MOVE 'N' TO CALC-VIGENCIA-VALIDA
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

      * A solicitacao vai para CALCRTEP com quem a digitou e quando;
      * CALCRTE so muda na aprovacao (CALCRTEA). Uma pendencia ja
      * decidida para a mesma chave e substituida pela nova.
       grava-pendencia.
           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-RATE-MOEDA-ORIGEM  TO CALC-PEND-MOEDA-ORIGEM
           MOVE CALC-RATE-MOEDA-DESTINO TO CALC-PEND-MOEDA-DESTINO
           MOVE CALC-RATE-DATA-VIGENCIA TO CALC-PEND-DATA-VIGENCIA
           MOVE CALC-ACAO-SOLICITADA    TO CALC-PEND-ACAO
           MOVE CALC-VALOR-TAXA         TO CALC-PEND-VALOR
           MOVE CALC-TAXA-ANTES         TO CALC-PEND-VALOR-ANTES
           MOVE 'M'                     TO CALC-PEND-ORIGEM
           MOVE CALC-OPERADOR           TO CALC-PEND-MAKER
           MOVE CALC-DATA-HOJE          TO CALC-PEND-DATA-MAKER
           MOVE CALC-HORA-HHMMSS        TO CALC-PEND-HORA-MAKER
           MOVE 'P'                     TO CALC-PEND-SITUACAO
           MOVE SPACES                  TO CALC-PEND-CHECKER
           MOVE 0                       TO CALC-PEND-DATA-CHECKER
           MOVE 0                       TO CALC-PEND-HORA-CHECKER
           MOVE SPACES                  TO CALC-PEND-MOTIVO
           IF CALC-PEND-ACHADA = 'S'
               REWRITE CALC-PEND-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar pendencia: "
                           CALC-PEND-STATUS
                   NOT INVALID KEY
                       PERFORM grava-auditoria-solicitacao
               END-REWRITE
           ELSE
               WRITE CALC-PEND-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar pendencia: "
                           CALC-PEND-STATUS
                   NOT INVALID KEY
                       PERFORM grava-auditoria-solicitacao
               END-WRITE
           END-IF.
           EXIT.

       obtem-chave-taxa.
           PERFORM obtem-par-moedas
           IF CALC-PAR-VALIDO = 'S'
           PERFORM grava-linha-auditoria.
           EXIT.

      * A linha de solicitacao (SO) leva a taxa proposta e a acao
      * pedida no campo de operacao; o supervisor que a digitou vai
      * no carimbo de operador, como em toda linha do log.
       grava-auditoria-solicitacao.
           MOVE CALC-RATE-DATA-VIGENCIA TO CALC-VIGENCIA-NUM
           MOVE 'SO' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-PEND-VALOR TO CALC-AUDIT-TAXA
           MOVE CALC-PEND-ACAO  TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria
           DISPLAY "Solicitacao gravada - aguarda aprovacao de outro "
               "supervisor (CALCRTEA).".
           EXIT.

      * A linha de recusa (PF) leva o par, a vigencia pedida e a
      * acao recusada no campo de operacao, sem taxa.
       grava-auditoria-periodo.
           MOVE CALC-MOEDA-ORIGEM-DIG  TO CALC-RATE-MOEDA-ORIGEM
           MOVE CALC-MOEDA-DESTINO-DIG TO CALC-RATE-MOEDA-DESTINO
           MOVE CALC-VIGENCIA-DIGITADA TO CALC-VIGENCIA-NUM
           MOVE "PERIODO-FECHADO" TO CALC-PARAGRAFO-AUDIT
           MOVE 'PF' TO CALC-MOMENTO-AUDITORIA
           MOVE 0    TO CALC-AUDIT-TAXA
           MOVE CALC-ACAO-SOLICITADA TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

       grava-linha-auditoria.
           MOVE CALC-VIGENCIA-NUM TO CALC-AUDIT-VIGENCIA
           MOVE 0      TO CALC-AUDIT-NUM1
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
