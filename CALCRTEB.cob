      * (consulta CALCCONS) e a politica de arredondamento aplicada
      * no fim do registro; as linhas de manutencao gravam chave
      * zero e politica em branco.
      * O leiaute de CALCAUD ganhou no fim a data e o numero do lote
      * da transacao de lote; as linhas de manutencao gravam os dois
      * zerados.
      * Dupla conferencia nas alteracoes de taxa: a carga nao grava
      * mais em CALCRTE (que passa a ser aberto so para leitura).
      * Cada taxa nova ou com valor diferente do cadastrado vira uma
      * pendencia no arquivo de taxas pendentes (CALCRTEP), com o
      * operador da carga como quem a digitou, e so passa a valer
      * quando um segundo supervisor a aprova no CALCRTEA; a
      * solicitacao grava em CALCAUD uma linha de status SO. Valor
      * igual ao cadastrado, ou igual ao de uma pendencia em aberto
      * (carga rodada de novo), e contado como sem alteracao; valor
      * diferente de uma pendencia em aberto sai nas excecoes.
      * As duas moedas de cada registro passaram a ser conferidas no
      * cadastro de moedas (CALCMOE, mantido pelo novo programa
      * CALCMOEM): moeda nao cadastrada ou desativada sai nas
      * excecoes, em vez de virar par valido em CALCRTE por causa de
      * um "USS" digitado na tesouraria. Sem o cadastro a carga nao
      * e executada.
      * A linha de auditoria ganhou no fim os valores bruto, tarifa
      * e liquido da conversao, junto com a tabela de tarifas de
      * conversao (CALCTAR); as linhas deste programa os gravam
      * zerados.
      * A linha de auditoria ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI); as linhas deste
      * programa a gravam em branco.
      * Taxa nova ou alterada cuja vigencia cai numa data fechada ou
      * bloqueada do controle de periodos CALCPER, ou antes de uma, sai
      * nas excecoes (VIGENCIA ALCANCA DATA FECHADA) com linha de
      * auditoria de status PF, e a carga termina com RC 8. CALCPER
      * existente mas ilegivel impede a carga (RC 12), como o cadastro
      * de moedas.

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

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PARM-STATUS.
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

       FD  CALC-EXCECAO-FILE.
       01  CALC-EXCECAO-LINHA PIC X(80).
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

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida.
       FD  CALC-PARM-FILE.
       01 CALC-FEED-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-RATE-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.
       01 CALC-PEND-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-MOE-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO  PIC X(05) VALUE 'FALSE'.

       01 CALC-RTE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-MOE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-PEND-ABERTO     PIC X(01) VALUE 'N'.
       01 CALC-PEND-ACHADA     PIC X(01) VALUE 'N'.
       01 CALC-ACAO-SOLICITADA PIC X(01) VALUE SPACE.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-REGISTRO-VALIDO PIC X(01) VALUE 'N'.
       01 CALC-MOTIVO-EXCECAO  PIC X(40) VALUE SPACES.
       01 CALC-VALOR-TAXA      PIC S9(5)V9999 VALUE 0.
       01 CALC-VIGENCIA-NUM    PIC 9(08) VALUE 0.

      * Controle de periodos: 'V' quando CALCPER ainda nao existe
      * (nenhuma data fechada).
       01 CALC-PER-STATUS      PIC X(02) VALUE SPACES.
       01 CALC-PER-ABERTO-ARQ  PIC X(01) VALUE 'N'.
       01 CALC-FIM-PERIODOS    PIC X(05) VALUE 'FALSE'.
       01 CALC-PERIODO-ACHADO  PIC X(01) VALUE 'N'.
       01 CALC-DATA-PERIODO    PIC 9(08) VALUE 0.

       01 CALC-TAXA-ANTES        PIC S9(5)V9999 VALUE 0.
       01 CALC-MOMENTO-AUDITORIA PIC X(02).
           88 CALC-AUDIT-ANTES   VALUE 'AN'.
           88 CALC-AUDIT-DEPOIS  VALUE 'DP'.
           88 CALC-AUDIT-SOLICITACAO VALUE 'SO'.
           88 CALC-AUDIT-PERIODO     VALUE 'PF'.
       01 CALC-PARAGRAFO-AUDIT   PIC X(15) VALUE SPACES.

       01 CALC-OPERADOR          PIC X(08) VALUE SPACES.
       01 CALC-CONT-LIDAS        PIC 9(5) VALUE 0.
       01 CALC-CONT-INCLUIDAS    PIC 9(5) VALUE 0.
       01 CALC-CONT-ATUALIZADAS  PIC 9(5) VALUE 0.
       01 CALC-CONT-INALTERADAS  PIC 9(5) VALUE 0.
       01 CALC-CONT-RECUSADAS    PIC 9(5) VALUE 0.
       01 CALC-CONT-ED           PIC ZZZZ9.
       01 CALC-TOT-ROTULO        PIC X(21) VALUE SPACES.

           PERFORM abre-log-auditoria
           PERFORM abre-arquivo-taxas
           PERFORM abre-arquivo-pendentes
           PERFORM abre-cadastro-moedas
           PERFORM abre-controle-periodos

           PERFORM le-parametros
           IF CALC-EXEC-PARM = 'S'

           PERFORM valida-operador-sessao

           IF CALC-RTE-ABERTO = 'S' AND CALC-PEND-ABERTO = 'S'
               AND CALC-MOE-ABERTO = 'S'
               AND CALC-PER-ABERTO-ARQ NOT = 'N'
               IF CALC-SESSAO-AUTORIZADA = 'S'
                   PERFORM carrega-arquivo-tesouraria
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
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

           STOP RUN.
           END-IF.
           EXIT.

      * CALCRTE e so consultado: a taxa so muda na aprovacao.
       abre-arquivo-taxas.
           OPEN INPUT CALC-RATE-FILE
           IF CALC-RATE-STATUS = '35'
               OPEN OUTPUT CALC-RATE-FILE
               CLOSE CALC-RATE-FILE
               OPEN INPUT CALC-RATE-FILE
           END-IF
           IF CALC-RATE-STATUS = '00'
               MOVE 'S' TO CALC-RTE-ABERTO
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
               MOVE 12 TO RETURN-CODE
           END-IF.
           EXIT.

      * Sem o cadastro de moedas nao ha como conferir os pares do
      * arquivo, e a carga nao e executada.
       abre-cadastro-moedas.
           OPEN INPUT CALC-MOEDA-FILE
           IF CALC-MOE-STATUS = '00'
               MOVE 'S' TO CALC-MOE-ABERTO
           ELSE
               DISPLAY "Erro: cadastro de moedas (CALCMOE) "
                   "indisponivel - carga nao executada"
               MOVE 12 TO RETURN-CODE
           END-IF.
           EXIT.

      * Sem o controle de periodos nao ha como conferir as vigencias
      * contra as datas fechadas, e a carga nao e executada; arquivo
      * ainda inexistente quer dizer que nenhuma data foi fechada.
       abre-controle-periodos.
           OPEN INPUT CALC-PER-FILE
           IF CALC-PER-STATUS = '00'
               MOVE 'S' TO CALC-PER-ABERTO-ARQ
           ELSE
           IF CALC-PER-STATUS = '35'
               MOVE 'V' TO CALC-PER-ABERTO-ARQ
           ELSE
               DISPLAY "Erro: controle de periodos (CALCPER) "
                   "indisponivel - carga nao executada"
               MOVE 12 TO RETURN-CODE
           END-IF
           END-IF.
           EXIT.

       carrega-arquivo-tesouraria.
           OPEN INPUT CALC-FEED-FILE
           IF CALC-FEED-STATUS NOT = '00'
               CLOSE CALC-FEED-FILE

               DISPLAY "Carga de taxas: lidas " CALC-CONT-LIDAS
                   " inclusoes pendentes " CALC-CONT-INCLUIDAS
                   " alteracoes pendentes " CALC-CONT-ATUALIZADAS
                   " sem alteracao " CALC-CONT-INALTERADAS
                   " recusadas " CALC-CONT-RECUSADAS
               IF CALC-CONT-INCLUIDAS > 0 OR CALC-CONT-ATUALIZADAS > 0
                   DISPLAY "Taxas aguardam aprovacao no CALCRTEA"
               END-IF
               IF CALC-CONT-RECUSADAS > 0
                   DISPLAY "Excecoes da carga gravadas em CALCRTEX"
                   MOVE 8 TO RETURN-CODE
               ADD 1 TO CALC-CONT-RECUSADAS
               PERFORM imprime-excecao
           ELSE
               PERFORM grava-pendencia-feed
           END-IF.
           EXIT.

      * As mesmas regras da manutencao interativa: par com as duas
      * moedas de 3 letras (como obtem-par-moedas), cadastradas e
      * ativas em CALCMOE (como confere-moedas-par), vigencia com oito
      * digitos e mes e dia plausiveis (como obtem-data-vigencia) e
      * valor numerico - vigencia e chave, e uma nao-data viraria
      * uma chave deformada.
               MOVE "PAR DE MOEDAS INCOMPLETO"
                   TO CALC-MOTIVO-EXCECAO
           ELSE
               PERFORM confere-moedas-feed
           END-IF
           IF CALC-REGISTRO-VALIDO = 'S'
           IF NOT (CALC-FEED-VIGENCIA IS NUMERIC
               AND CALC-FEED-VIGENCIA (5:2) >= "01"
               AND CALC-FEED-VIGENCIA (5:2) <= "12"
           END-IF.
           EXIT.

       confere-moedas-feed.
           MOVE CALC-FEED-MOEDA-ORIGEM TO CALC-MOE-CODIGO
           READ CALC-MOEDA-FILE
               INVALID KEY
                   MOVE 'N' TO CALC-REGISTRO-VALIDO
                   MOVE "MOEDA DE ORIGEM NAO CADASTRADA"
                       TO CALC-MOTIVO-EXCECAO
               NOT INVALID KEY
                   IF CALC-MOE-INATIVA
                       MOVE 'N' TO CALC-REGISTRO-VALIDO
                       MOVE "MOEDA DE ORIGEM DESATIVADA"
                           TO CALC-MOTIVO-EXCECAO
                   END-IF
           END-READ
           IF CALC-REGISTRO-VALIDO = 'S'
               MOVE CALC-FEED-MOEDA-DESTINO TO CALC-MOE-CODIGO
               READ CALC-MOEDA-FILE
                   INVALID KEY
                       MOVE 'N' TO CALC-REGISTRO-VALIDO
                       MOVE "MOEDA DE DESTINO NAO CADASTRADA"
                           TO CALC-MOTIVO-EXCECAO
                   NOT INVALID KEY
                       IF CALC-MOE-INATIVA
                           MOVE 'N' TO CALC-REGISTRO-VALIDO
                           MOVE "MOEDA DE DESTINO DESATIVADA"
                               TO CALC-MOTIVO-EXCECAO
                       END-IF
               END-READ
           END-IF.
           EXIT.

      * Par sem taxa na vigencia vira pendencia de inclusao; par ja
      * cadastrado com valor diferente vira pendencia de alteracao;
      * taxa desativada nao e atualizada - a tesouraria mandou
      * retira-la, e so a (R)eativacao do CALCRTEM a traz de volta,
      * como na alteracao interativa.
       grava-pendencia-feed.
           MOVE 'N' TO CALC-REGISTRO-ACHADO
           MOVE CALC-FEED-MOEDA-ORIGEM  TO CALC-RATE-MOEDA-ORIGEM
           MOVE CALC-FEED-MOEDA-DESTINO TO CALC-RATE-MOEDA-DESTINO
               MOVE CALC-FEED-MOEDA-DESTINO
                   TO CALC-RATE-MOEDA-DESTINO
               MOVE CALC-FEED-VIGENCIA TO CALC-RATE-DATA-VIGENCIA
               MOVE 'I'   TO CALC-ACAO-SOLICITADA
               MOVE 0     TO CALC-TAXA-ANTES
               MOVE "RTE-CARGA-INCL" TO CALC-PARAGRAFO-AUDIT
               PERFORM confere-periodo-feed
           ELSE
           IF CALC-RATE-INATIVA
               ADD 1 TO CALC-CONT-RECUSADAS
                   TO CALC-MOTIVO-EXCECAO
               PERFORM imprime-excecao
           ELSE
           IF CALC-RATE-VALOR = CALC-VALOR-TAXA
               ADD 1 TO CALC-CONT-INALTERADAS
           ELSE
               MOVE 'A' TO CALC-ACAO-SOLICITADA
               MOVE CALC-RATE-VALOR TO CALC-TAXA-ANTES
               MOVE "RTE-CARGA-ALT" TO CALC-PARAGRAFO-AUDIT
               PERFORM confere-periodo-feed
           END-IF
           END-IF
           END-IF.
           EXIT.

      * Taxa nova ou alterada com vigencia que alcanca uma data ja
      * fechada ou bloqueada sai nas excecoes com linha de auditoria
      * PF, como na manutencao interativa; taxa sem alteracao nao
      * chega aqui, entao a carga rodada de novo nao gera excecao.
       confere-periodo-feed.
           MOVE 'N' TO CALC-PERIODO-ACHADO
           IF CALC-PER-ABERTO-ARQ = 'S'
               MOVE CALC-FEED-VIGENCIA TO CALC-DATA-PERIODO
               PERFORM procura-periodo-fechado
           END-IF
           IF CALC-PERIODO-ACHADO = 'S'
               ADD 1 TO CALC-CONT-RECUSADAS
               MOVE SPACES TO CALC-MOTIVO-EXCECAO
               STRING "VIGENCIA ALCANCA DATA FECHADA "
                          DELIMITED BY SIZE
                      CALC-PER-DATA DELIMITED BY SIZE
                   INTO CALC-MOTIVO-EXCECAO
               PERFORM grava-auditoria-periodo
               PERFORM imprime-excecao
           ELSE
               PERFORM confere-pendencia-feed
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

      * Pendencia em aberto com o mesmo valor e a carga rodada de
      * novo - nada a fazer; com valor diferente, so o supervisor
      * decide qual vale, e o registro sai nas excecoes.
       confere-pendencia-feed.
           MOVE 'N' TO CALC-PEND-ACHADA
           MOVE CALC-RATE-CHAVE TO CALC-PEND-CHAVE
           READ CALC-PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-PEND-ACHADA
           END-READ
           IF CALC-PEND-ACHADA = 'S' AND CALC-PEND-PENDENTE
               IF CALC-PEND-VALOR = CALC-VALOR-TAXA
                   ADD 1 TO CALC-CONT-INALTERADAS
               ELSE
                   ADD 1 TO CALC-CONT-RECUSADAS
                   MOVE "ALTERACAO PENDENTE DE APROVACAO"
                       TO CALC-MOTIVO-EXCECAO
                   PERFORM imprime-excecao
               END-IF
           ELSE
               PERFORM grava-pendencia
           END-IF.
           EXIT.

      * Uma pendencia ja decidida para a mesma chave e substituida
      * pela nova; CALCRTE so muda na aprovacao (CALCRTEA).
       grava-pendencia.
           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT CALC-HORA-BRUTA FROM TIME
           MOVE CALC-RATE-CHAVE      TO CALC-PEND-CHAVE
           MOVE CALC-ACAO-SOLICITADA TO CALC-PEND-ACAO
           MOVE CALC-VALOR-TAXA      TO CALC-PEND-VALOR
           MOVE CALC-TAXA-ANTES      TO CALC-PEND-VALOR-ANTES
           MOVE 'C'                  TO CALC-PEND-ORIGEM
           MOVE CALC-OPERADOR        TO CALC-PEND-MAKER
           MOVE CALC-DATA-HOJE       TO CALC-PEND-DATA-MAKER
           MOVE CALC-HORA-HHMMSS     TO CALC-PEND-HORA-MAKER
           MOVE 'P'                  TO CALC-PEND-SITUACAO
           MOVE SPACES               TO CALC-PEND-CHECKER
           MOVE 0                    TO CALC-PEND-DATA-CHECKER
           MOVE 0                    TO CALC-PEND-HORA-CHECKER
           MOVE SPACES               TO CALC-PEND-MOTIVO
           IF CALC-PEND-ACHADA = 'S'
               REWRITE CALC-PEND-RECORD
                   INVALID KEY
                       ADD 1 TO CALC-CONT-RECUSADAS
                       MOVE "ERRO DE GRAVACAO EM CALCRTEP"
                           TO CALC-MOTIVO-EXCECAO
                       PERFORM imprime-excecao
                   NOT INVALID KEY
                       PERFORM conta-solicitacao
               END-REWRITE
           ELSE
               WRITE CALC-PEND-RECORD
                   INVALID KEY
                       ADD 1 TO CALC-CONT-RECUSADAS
                       MOVE "ERRO DE GRAVACAO EM CALCRTEP"
                           TO CALC-MOTIVO-EXCECAO
                       PERFORM imprime-excecao
                   NOT INVALID KEY
                       PERFORM conta-solicitacao
               END-WRITE
           END-IF.
           EXIT.

       conta-solicitacao.
           IF CALC-PEND-INCLUSAO
               ADD 1 TO CALC-CONT-INCLUIDAS
           ELSE
               ADD 1 TO CALC-CONT-ATUALIZADAS
           END-IF
           PERFORM grava-auditoria-solicitacao.
           EXIT.

      * A mesma linha de solicitacao (SO) da manutencao interativa
      * (CALCRTEM): a taxa proposta, a acao pedida no campo de
      * operacao e a vigencia no campo proprio do leiaute.
       grava-auditoria-solicitacao.
           MOVE CALC-RATE-DATA-VIGENCIA TO CALC-VIGENCIA-NUM
           MOVE 'SO' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-PEND-VALOR TO CALC-AUDIT-TAXA
           MOVE CALC-PEND-ACAO  TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

      * A linha de recusa (PF) leva o par, a vigencia, a taxa
      * proposta e a acao recusada no campo de operacao.
       grava-auditoria-periodo.
           MOVE CALC-FEED-VIGENCIA TO CALC-VIGENCIA-NUM
           MOVE "PERIODO-FECHADO" TO CALC-PARAGRAFO-AUDIT
           MOVE 'PF' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-VALOR-TAXA      TO CALC-AUDIT-TAXA
           MOVE CALC-ACAO-SOLICITADA TO CALC-AUDIT-OPERACAO
           PERFORM grava-linha-auditoria.
           EXIT.

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

           MOVE CALC-CONT-LIDAS         TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "INCLUSOES PENDENTES: " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-INCLUIDAS     TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "ALTERACOES PENDENTES:" TO CALC-TOT-ROTULO
           MOVE CALC-CONT-ATUALIZADAS   TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "SEM ALTERACAO:       " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-INALTERADAS   TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "REGISTROS RECUSADOS: " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-RECUSADAS     TO CALC-CONT-ED
           PERFORM escreve-linha-total
