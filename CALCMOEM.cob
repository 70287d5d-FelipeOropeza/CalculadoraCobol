       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMOEM.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de manutencao do cadastro de moedas (CALCMOE):
      * ate aqui CALCRTEM e CALCRTEB so conferiam se o codigo da
      * moeda tinha 3 letras, e digitacoes como "USS" ou "EUE"
      * entravam em CALCRTE como pares validos - a conversao do lote
      * so recusava depois, com "taxa nao cadastrada". O cadastro
      * guarda o codigo ISO da moeda, o nome, a quantidade de casas
      * decimais (0 a 3 - o iene e o peso chileno nao tem centavos,
      * o dinar kuwaitiano tem tres casas) e a situacao (ativa ou
      * inativa). A manutencao de taxas, a carga da tesouraria e a
      * conversao do programa Calculadora recusam moeda desconhecida
      * ou inativa, e a conversao arredonda o valor convertido nas
      * casas da moeda de destino. Vale a regra do cadastro de
      * operadores (CALCOPE) adotada no CALCRTEM: identificacao
      * desconhecida ou inativa recusa a sessao, e as opcoes de
      * manutencao (incluir, alterar, desativar, reativar) exigem
      * nivel supervisor - a listagem continua aberta a qualquer
      * operador cadastrado. Inclusao, alteracao, desativacao e
      * reativacao gravam no log de auditoria (CALCAUD) uma linha de
      * antes e uma de depois, como a manutencao de operadores: o
      * codigo da moeda vai no campo de paragrafo ("MOE-" mais o
      * codigo) e no de moeda de origem, a acao no campo de
      * operacao, a situacao no campo de moeda de destino e as casas
      * decimais no campo num1. A listagem grava em CALCMOEL todas
      * as moedas cadastradas.
      * A linha de auditoria ganhou no fim os valores bruto, tarifa
      * e liquido da conversao, junto com a tabela de tarifas de
      * conversao (CALCTAR); as linhas deste programa os gravam
      * zerados.
      * A linha de auditoria ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI); as linhas deste
      * programa a gravam em branco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-MOEDA-FILE ASSIGN TO "CALCMOE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-MOE-CODIGO
               FILE STATUS IS CALC-MOE-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDIT-STATUS.

           SELECT CALC-LISTA-FILE ASSIGN TO "CALCMOEL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-OPER-ID
               FILE STATUS IS CALC-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Uma moeda por registro, pelo codigo ISO de 3 letras; as
      * casas decimais sao as do valor convertido para ela.
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

       01 CALC-MOE-STATUS   PIC X(02) VALUE SPACES.
       01 CALC-AUDIT-STATUS PIC X(02) VALUE SPACES.

       01 CALC-MOE-ABERTO      PIC X(01) VALUE 'N'.
       01 CALC-REGISTRO-ACHADO PIC X(01) VALUE 'N'.
       01 CALC-CODIGO-VALIDO   PIC X(01) VALUE 'N'.
       01 CALC-CASAS-VALIDAS   PIC X(01) VALUE 'N'.

       01 CALC-CODIGO-DIGITADO  PIC X(03) VALUE SPACES.
       01 CALC-NOME-DIGITADO    PIC X(30) VALUE SPACES.
       01 CALC-CASAS-DIGITADAS  PIC X(01) VALUE SPACE.

       01 CALC-SITUACAO-ANTES   PIC X(01) VALUE SPACE.
       01 CALC-CASAS-ANTES      PIC 9(01) VALUE 0.
       01 CALC-MOMENTO-AUDITORIA PIC X(02).
           88 CALC-AUDIT-ANTES   VALUE 'AN'.
           88 CALC-AUDIT-DEPOIS  VALUE 'DP'.
       01 CALC-ACAO-AUDIT       PIC X(01) VALUE SPACE.
       01 CALC-SITUACAO-AUDIT   PIC X(01) VALUE SPACE.
       01 CALC-CASAS-AUDIT      PIC 9(01) VALUE 0.

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
               DISPLAY "Manutencao de moedas (CALCMOE)"
               DISPLAY "(I)ncluir (A)lterar (D)esativar (R)eativar"
                   " (L)istar (S)air: "
               ACCEPT CALC-OPCAO

               EVALUATE TRUE
                   WHEN CALC-OPCAO-INCLUIR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM inclui-moeda
                       END-IF
                   WHEN CALC-OPCAO-ALTERAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM altera-moeda
                       END-IF
                   WHEN CALC-OPCAO-DESATIVAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM desativa-moeda
                       END-IF
                   WHEN CALC-OPCAO-REATIVAR
                       PERFORM exige-supervisor
                       IF CALC-NIVEL-SUPERVISOR
                           PERFORM reativa-moeda
                       END-IF
                   WHEN CALC-OPCAO-LISTAR
                       PERFORM lista-moedas
                   WHEN CALC-OPCAO-SAIR
                       MOVE 'FALSE' TO controle-Loop
                   WHEN OTHER
                       DISPLAY "Opcao invalida. Digite novamente."
               END-EVALUATE
           END-PERFORM

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

       abre-cadastro-moedas.
           OPEN I-O CALC-MOEDA-FILE
           IF CALC-MOE-STATUS = '35'
               OPEN OUTPUT CALC-MOEDA-FILE
               CLOSE CALC-MOEDA-FILE
               OPEN I-O CALC-MOEDA-FILE
           END-IF
           IF CALC-MOE-STATUS = '00'
               MOVE 'S' TO CALC-MOE-ABERTO
           ELSE
               DISPLAY "Erro: cadastro de moedas indisponivel"
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

      * O codigo e o ISO de 3 letras maiusculas; e chave, e e com ele
      * que CALCRTE, CALCRTEF e CALCTRAN sao conferidos.
       obtem-codigo-moeda.
           DISPLAY "Codigo ISO da moeda (3 letras): "
           ACCEPT CALC-CODIGO-DIGITADO
           IF CALC-CODIGO-DIGITADO IS ALPHABETIC-UPPER
               AND CALC-CODIGO-DIGITADO (1:1) NOT = SPACE
               AND CALC-CODIGO-DIGITADO (2:1) NOT = SPACE
               AND CALC-CODIGO-DIGITADO (3:1) NOT = SPACE
               MOVE 'S' TO CALC-CODIGO-VALIDO
           ELSE
               DISPLAY "Erro: o codigo da moeda deve ter 3 letras "
                   "maiusculas"
               MOVE 'N' TO CALC-CODIGO-VALIDO
           END-IF.
           EXIT.

      * O valor convertido e gravado com ate tres casas decimais,
      * entao a moeda pode ter de 0 a 3 casas.
       obtem-dados-moeda.
           DISPLAY "Nome da moeda: "
           ACCEPT CALC-NOME-DIGITADO
           DISPLAY "Casas decimais (0 a 3): "
           ACCEPT CALC-CASAS-DIGITADAS
           IF CALC-CASAS-DIGITADAS >= "0"
               AND CALC-CASAS-DIGITADAS <= "3"
               MOVE 'S' TO CALC-CASAS-VALIDAS
           ELSE
               MOVE 'N' TO CALC-CASAS-VALIDAS
           END-IF.
           EXIT.

       le-moeda-por-chave.
           MOVE 'N' TO CALC-REGISTRO-ACHADO
           MOVE CALC-CODIGO-DIGITADO TO CALC-MOE-CODIGO
           READ CALC-MOEDA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CALC-REGISTRO-ACHADO
           END-READ.
           EXIT.

       inclui-moeda.
           PERFORM obtem-codigo-moeda
           IF CALC-CODIGO-VALIDO = 'S'
               PERFORM le-moeda-por-chave
               IF CALC-REGISTRO-ACHADO = 'S'
                   DISPLAY "Erro: moeda ja cadastrada - "
                       "use (A)lterar"
               ELSE
                   PERFORM obtem-dados-moeda
                   IF CALC-CASAS-VALIDAS = 'N'
                       DISPLAY "Casas decimais invalidas. Inclusao "
                           "cancelada."
                   ELSE
                       MOVE CALC-CODIGO-DIGITADO TO CALC-MOE-CODIGO
                       MOVE CALC-NOME-DIGITADO   TO CALC-MOE-NOME
                       MOVE CALC-CASAS-DIGITADAS TO CALC-MOE-CASAS
                       MOVE 'A'                  TO CALC-MOE-SITUACAO
                       MOVE SPACE TO CALC-SITUACAO-ANTES
                       MOVE 0     TO CALC-CASAS-ANTES
                       MOVE 'I'   TO CALC-ACAO-AUDIT
                       WRITE CALC-MOEDA-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao gravar moeda: "
                                   CALC-MOE-STATUS
                           NOT INVALID KEY
                               PERFORM grava-auditoria-antes-depois
                               DISPLAY "Moeda incluida."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * O codigo e chave e nao se altera; a alteracao muda o nome e
      * as casas decimais. Os resultados ja gravados guardam as casas
      * com que foram arredondados, entao a mudanca so vale para as
      * conversoes seguintes.
       altera-moeda.
           PERFORM obtem-codigo-moeda
           IF CALC-CODIGO-VALIDO = 'S'
               PERFORM le-moeda-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: moeda nao cadastrada"
               ELSE
               IF CALC-MOE-INATIVA
                   DISPLAY "Erro: moeda desativada - use "
                       "(R)eativar antes de alterar"
               ELSE
                   MOVE CALC-MOE-SITUACAO TO CALC-SITUACAO-ANTES
                   MOVE CALC-MOE-CASAS    TO CALC-CASAS-ANTES
                   PERFORM obtem-dados-moeda
                   IF CALC-CASAS-VALIDAS = 'N'
                       DISPLAY "Casas decimais invalidas. Alteracao "
                           "cancelada."
                   ELSE
                       MOVE CALC-NOME-DIGITADO   TO CALC-MOE-NOME
                       MOVE CALC-CASAS-DIGITADAS TO CALC-MOE-CASAS
                       MOVE 'A' TO CALC-ACAO-AUDIT
                       REWRITE CALC-MOEDA-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao regravar moeda: "
                                   CALC-MOE-STATUS
                           NOT INVALID KEY
                               PERFORM grava-auditoria-antes-depois
                               DISPLAY "Moeda alterada."
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.
           EXIT.

      * A desativacao nao apaga o registro: marca a situacao como
      * inativa, e as taxas e conversoes com a moeda passam a ser
      * recusadas, como a desativacao de taxa no CALCRTEM.
       desativa-moeda.
           PERFORM obtem-codigo-moeda
           IF CALC-CODIGO-VALIDO = 'S'
               PERFORM le-moeda-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: moeda nao cadastrada"
               ELSE
               IF CALC-MOE-INATIVA
                   DISPLAY "Moeda ja esta desativada."
               ELSE
                   MOVE CALC-MOE-SITUACAO TO CALC-SITUACAO-ANTES
                   MOVE CALC-MOE-CASAS    TO CALC-CASAS-ANTES
                   MOVE 'I' TO CALC-MOE-SITUACAO
                   MOVE 'D' TO CALC-ACAO-AUDIT
                   REWRITE CALC-MOEDA-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao regravar moeda: "
                               CALC-MOE-STATUS
                       NOT INVALID KEY
                           PERFORM grava-auditoria-antes-depois
                           DISPLAY "Moeda desativada."
                   END-REWRITE
               END-IF
               END-IF
           END-IF.
           EXIT.

       reativa-moeda.
           PERFORM obtem-codigo-moeda
           IF CALC-CODIGO-VALIDO = 'S'
               PERFORM le-moeda-por-chave
               IF CALC-REGISTRO-ACHADO = 'N'
                   DISPLAY "Erro: moeda nao cadastrada"
               ELSE
               IF CALC-MOE-INATIVA
                   MOVE CALC-MOE-SITUACAO TO CALC-SITUACAO-ANTES
                   MOVE CALC-MOE-CASAS    TO CALC-CASAS-ANTES
                   MOVE 'A' TO CALC-MOE-SITUACAO
                   MOVE 'R' TO CALC-ACAO-AUDIT
                   REWRITE CALC-MOEDA-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao regravar moeda: "
                               CALC-MOE-STATUS
                       NOT INVALID KEY
                           PERFORM grava-auditoria-antes-depois
                           DISPLAY "Moeda reativada."
                   END-REWRITE
               ELSE
                   DISPLAY "Moeda ja esta ativa."
               END-IF
               END-IF
           END-IF.
           EXIT.

       lista-moedas.
           OPEN OUTPUT CALC-LISTA-FILE

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "LISTAGEM DE MOEDAS - CALCMOE"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "COD NOME                           CASAS SIT"
               DELIMITED BY SIZE INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           MOVE 0 TO CALC-CONT-LISTADAS
           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           MOVE LOW-VALUES TO CALC-MOE-CODIGO
           START CALC-MOEDA-FILE KEY NOT < CALC-MOE-CODIGO
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-ARQUIVO
           END-START

           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-MOEDA-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       PERFORM escreve-linha-moeda
               END-READ
           END-PERFORM

           MOVE CALC-CONT-LISTADAS TO CALC-CONT-LISTADAS-ED
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING "MOEDAS LISTADAS: "   DELIMITED BY SIZE
                  CALC-CONT-LISTADAS-ED DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA

           CLOSE CALC-LISTA-FILE
           DISPLAY "Listagem de moedas gravada em CALCMOEL.".
           EXIT.

       escreve-linha-moeda.
           ADD 1 TO CALC-CONT-LISTADAS
           MOVE SPACES TO CALC-LISTA-LINHA
           STRING CALC-MOE-CODIGO    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CALC-MOE-NOME      DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  CALC-MOE-CASAS     DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  CALC-MOE-SITUACAO  DELIMITED BY SIZE
               INTO CALC-LISTA-LINHA
           WRITE CALC-LISTA-LINHA.
           EXIT.

      * A linha "antes" leva situacao e casas anteriores e a linha
      * "depois" leva as gravadas: o codigo da moeda mexida vai no
      * paragrafo ("MOE-" + codigo) e na moeda de origem, a acao (I,
      * A, D ou R) no campo de operacao, a situacao no campo de
      * moeda de destino e as casas decimais no campo num1, que as
      * linhas de manutencao de moeda nao usam para calculo.
       grava-auditoria-antes-depois.
           MOVE 'AN' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-SITUACAO-ANTES TO CALC-SITUACAO-AUDIT
           MOVE CALC-CASAS-ANTES    TO CALC-CASAS-AUDIT
           PERFORM grava-linha-auditoria
           MOVE 'DP' TO CALC-MOMENTO-AUDITORIA
           MOVE CALC-MOE-SITUACAO TO CALC-SITUACAO-AUDIT
           MOVE CALC-MOE-CASAS    TO CALC-CASAS-AUDIT
           PERFORM grava-linha-auditoria.
           EXIT.

       grava-linha-auditoria.
           MOVE CALC-CASAS-AUDIT TO CALC-AUDIT-NUM1
           MOVE 0      TO CALC-AUDIT-NUM2
           MOVE 0      TO CALC-AUDIT-RESULTADO
           MOVE 0      TO CALC-AUDIT-RESTO
           MOVE 0      TO CALC-AUDIT-TAXA
           MOVE 0      TO CALC-AUDIT-VIGENCIA
           MOVE SPACES TO CALC-AUDIT-PARAGRAFO
           STRING "MOE-"          DELIMITED BY SIZE
                  CALC-MOE-CODIGO DELIMITED BY SIZE
               INTO CALC-AUDIT-PARAGRAFO
           MOVE CALC-ACAO-AUDIT        TO CALC-AUDIT-OPERACAO
           MOVE CALC-MOMENTO-AUDITORIA TO CALC-AUDIT-STATUS-CALC
           MOVE CALC-MOE-CODIGO TO CALC-AUDIT-MOEDA-ORIGEM
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
