      * do CALCRECN reproduzir o mesmo centavo de cada registro e
      * nao acusar "RESULTADO NAO RECALCULA" em toda divisao no dia
      * em que a regra mudar.
      * O header do CALCTRAN ganhou o numero sequencial do lote no
      * dia (CALC-TRANS-CTL-LOTE, no fim do registro de controle;
      * header sem o campo vale lote 01), e a data do lote mais esse
      * numero passaram a identificar o lote em todo o caminho de
      * lote: entram nas chaves de CALCRES, CALCSUSP e CALCRUN, no
      * checkpoint e no fim da linha de auditoria. O arquivo da
      * tarde ja pode rodar depois do da manha: antes ele era
      * recusado como "ja processado" ou, forcado pelo
      * reprocessamento, regravava os resultados da manha com os
      * mesmos numeros de chave. CALCRES deixou de ser recriado a
      * cada lote - acumula os lotes, e um lote rodado do inicio
      * apaga antes so os resultados dele mesmo. O modo (R) pode
      * ressubmeter as suspensas de um lote so.
      * A conversao passou a conferir as duas moedas no cadastro de
      * moedas (CALCMOE, mantido pelo novo programa CALCMOEM) antes
      * de procurar a taxa: moeda nao cadastrada ou desativada
      * recusa o calculo como IV - no lote a transacao cai em
      * CALCSUSP com o motivo, como as demais rejeicoes. O valor
      * convertido passou a ser arredondado (ou truncado, conforme
      * CALC-POLITICA-ARRED) nas casas decimais da moeda de destino
      * - zero para o iene ou o peso chileno, tres para o dinar
      * kuwaitiano - em vez de sempre em duas. CALC-RESULT-RECORD
      * ganhou no fim as casas aplicadas e o valor na moeda de
      * destino com ate tres casas; CALC-RESULT-VALOR continua em
      * duas casas (o valor da moeda cortado no centavo) para os
      * totais e programas que ja o somam. Nas demais operacoes as
      * casas sao 2 e o valor na moeda repete o resultado.
      * A conversao passou a cobrar a tarifa da tabela de tarifas
      * de conversao (CALCTAR, mantida pelo novo programa CALCTARM):
      * a faixa e a primeira ativa do par cujo limite cobre o valor
      * de origem, e a tarifa e o spread percentual sobre o valor
      * convertido (bruto), nunca menor que a tarifa minima da faixa
      * nem maior que o proprio bruto, arredondada nas casas da
      * moeda de destino pela mesma politica do valor. Par sem faixa
      * nao paga tarifa; tabela indisponivel recusa a conversao como
      * IV. O resultado da conversao passou a ser o valor liquido
      * (bruto menos tarifa), que e o que o cliente recebe;
      * CALC-RESULT-RECORD ganhou no fim o bruto, a tarifa, o spread
      * e a minima aplicados, e a linha de auditoria ganhou no fim o
      * bruto, a tarifa e o liquido. Nas demais operacoes bruto e
      * liquido repetem o resultado e a tarifa e zero.
      * O detalhe do CALCTRAN ganhou no fim a conta do cliente
      * (CALC-TRANS-CONTA), conferida no novo cadastro de clientes
      * (CALCCLI, mantido pelo novo programa CALCCLIM): conta
      * desconhecida ou inativa recusa a transacao com o status
      * proprio CI, antes de qualquer calculo, e ela vai para CALCSUSP
      * como as demais rejeicoes - o modo (R) deixa corrigir a conta.
      * Conta em branco continua aceita (transacoes internas e
      * arquivos de agencia que ainda nao mandam a conta). A conta
      * segue para CALCRES (chave alternada com duplicidade, para o
      * extrato por cliente do novo programa CALCEXTC e a consulta
      * por cliente do CALCCONS), CALCSUSP e o fim da linha de
      * auditoria; no modo interativo ela sai em branco. Antes a
      * mesa mantinha uma lista a parte para saber de qual cliente
      * era cada conversao.
      * CALC-RESULT-RECORD ganhou no fim a situacao do lancamento no
      * razao (data da extracao, situacao, motivo e data do retorno),
      * mantida pelo CALCGLEX e pelo novo CALCGLRT. Resultado gravado
      * ou regravado aqui - no lote, no reprocessamento do lote ou na
      * liquidacao de suspensa - sai com a situacao em branco, para a
      * proxima extracao levar ao razao o resultado novo.
      * Lote e liquidacao de suspensa conferem a data no controle de
      * periodos CALCPER (mantido pelo novo CALCPERM e fechado pelo
      * CALCFECH): lote com data fechada ou bloqueada e recusado inteiro
      * (RC 12) e suspensa de data fechada continua pendente no modo R,
      * ambos com linha de auditoria de status PF (paragrafo
      * PERIODO-FECHADO). CALCPER existente mas ilegivel tambem recusa,
      * pois a data nao tem como ser conferida.
      * Corrigido: o lote rodado de novo do inicio apagava tambem os
      * resultados ja extraidos para o razao (data de extracao
      * preenchida), e o resultado novo seria lancado outra vez. Agora o
      * lote e recusado com codigo de retorno 12 se algum resultado dele
      * ja foi extraido; o estorno no razao vem antes do reprocesso.
      * Corrigido: conversao com valor acima do limite de todas as
      * faixas ativas do par saia sem tarifa; agora paga pela faixa
      * ativa mais alta do par.
      * Corrigido: moeda nao limpava a taxa e a vigencia achadas na
      * conversao anterior antes da busca; agora limpa no inicio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RESULT-CHAVE-RES
               ALTERNATE RECORD KEY IS CALC-RESULT-CONTA
                   WITH DUPLICATES
               FILE STATUS IS CALC-RESULT-FILE-STATUS.

           SELECT CALC-AUDIT-LOG   ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PARM-STATUS.

           SELECT CALC-MOEDA-FILE ASSIGN TO "CALCMOE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-MOE-CODIGO
               FILE STATUS IS CALC-MOE-STATUS.

           SELECT CALC-TARIFA-FILE ASSIGN TO "CALCTAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-TAR-CHAVE
               FILE STATUS IS CALC-TAR-STATUS.

           SELECT CALC-CLIENTE-FILE ASSIGN TO "CALCCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-CLI-CONTA
               FILE STATUS IS CALC-CLI-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RUN-CHAVE
               FILE STATUS IS CALC-RUN-STATUS.

           SELECT CALC-PER-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-PER-DATA
               FILE STATUS IS CALC-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
           05 CALC-TRANS-OPERACAO  PIC X(1).
           05 CALC-TRANS-MOEDA-ORIGEM  PIC X(3).
           05 CALC-TRANS-MOEDA-DESTINO PIC X(3).
           05 CALC-TRANS-CONTA         PIC X(10).
       01  CALC-TRANS-REG-CONTROLE.
           05 FILLER                   PIC X(1).
           05 CALC-TRANS-CTL-DATA      PIC 9(8).
           05 CALC-TRANS-CTL-QTD       PIC 9(6).
           05 CALC-TRANS-CTL-HASH1     PIC S9(13)V99.
           05 CALC-TRANS-CTL-HASH2     PIC S9(13)V99.
           05 CALC-TRANS-CTL-LOTE      PIC X(2).

      * A chave do resultado e a data do lote, o numero do lote no
      * dia e a chave da transacao, que so e unica dentro do lote.
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

       FD  CALC-CHECKPOINT-FILE.
       01  CALC-CHECKPOINT-RECORD.
           05 CALC-CKPT-DATA         PIC 9(8).
           05 CALC-CKPT-LOTE         PIC 9(2).
           05 CALC-CKPT-ULTIMA-CHAVE PIC 9(6).

       FD  CALC-SUMMARY-FILE.
           05 CALC-SES-CONT     PIC 9(5).
           05 CALC-SES-TOTAL    PIC S9(13)V99.

      * A chave da suspensa e a data do lote, o numero do lote no
      * dia e a chave da transacao: a chave sozinha so e unica
      * dentro de um lote, e uma rejeicao de hoje nao pode apagar a
      * pendente de ontem (ou do lote da manha) com o mesmo numero.
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

       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
               88 CALC-OPER-SUPERVISOR VALUE 'S'.
               88 CALC-OPER-COMUM      VALUE 'O'.

      * Cadastro de moedas: codigo ISO, nome, casas decimais do
      * valor convertido para a moeda e situacao.
       FD  CALC-MOEDA-FILE.
       01  CALC-MOEDA-RECORD.
           05 CALC-MOE-CODIGO      PIC X(3).
           05 CALC-MOE-NOME        PIC X(30).
           05 CALC-MOE-CASAS       PIC 9(1).
           05 CALC-MOE-SITUACAO    PIC X(1).
               88 CALC-MOE-ATIVA       VALUE 'A'.
               88 CALC-MOE-INATIVA     VALUE 'I'.

      * Tabela de tarifas de conversao: uma faixa por par de moedas e
      * limite superior do valor de origem, com o spread percentual
      * e a tarifa minima na moeda de destino.
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

      * Cadastro de clientes: a conta de referencia que vem no
      * detalhe do CALCTRAN, o nome e a situacao.
       FD  CALC-CLIENTE-FILE.
       01  CALC-CLIENTE-RECORD.
           05 CALC-CLI-CONTA       PIC X(10).
           05 CALC-CLI-NOME        PIC X(30).
           05 CALC-CLI-SITUACAO    PIC X(1).
               88 CALC-CLI-ATIVO       VALUE 'A'.
               88 CALC-CLI-INATIVO     VALUE 'I'.

      * Uma linha por programa da cadeia: o nome do programa nas
      * oito primeiras colunas e as respostas dele em seguida, nas
      * posicoes fixas que cada programa declara.
       01  CALC-RUN-RECORD.
           05 CALC-RUN-CHAVE.
               10 CALC-RUN-DATA        PIC 9(8).
               10 CALC-RUN-LOTE        PIC 9(2).
               10 CALC-RUN-HORA-INICIO PIC 9(6).
           05 CALC-RUN-HORA-FIM     PIC 9(6).
           05 CALC-RUN-OPERADOR     PIC X(8).
               88 CALC-RUN-ABORTADO    VALUE 'AB'.
           05 CALC-RUN-RETORNO      PIC 9(2).

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

       WORKING-STORAGE SECTION.
       01 num1       PIC S9(7)V99.
           88 CALC-CALCULO-ESTOUROU    VALUE 'OV'.
           88 CALC-CALCULO-ZERO        VALUE 'ZD'.
           88 CALC-CALCULO-TAXA-VELHA  VALUE 'TV'.
           88 CALC-CALCULO-CLIENTE     VALUE 'CI'.
           88 CALC-CALCULO-PERIODO     VALUE 'PF'.

       01 CALC-RESULTADO-ED PIC -(7)9.99.
       01 CALC-RESTO-ED     PIC -(7)9.99.
       01 CALC-PERNA2-VIGENCIA  PIC X(08) VALUE SPACES.
       01 CALC-PERNA2-SITUACAO  PIC X(01) VALUE SPACE.

      * O valor convertido e calculado ja escalado pelas casas da
      * moeda de destino (inteiro), para o arredondamento ou o
      * truncamento cair na ultima casa da moeda, e depois volta a
      * escala normal em CALC-VALOR-MOEDA.
       01 CALC-MOE-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-MOE-ABERTO       PIC X(01) VALUE 'N'.
       01 CALC-MOEDAS-VALIDAS   PIC X(01) VALUE 'N'.
       01 CALC-MOEDA-CONFERIDA  PIC X(03) VALUE SPACES.
       01 CALC-CASAS-DESTINO    PIC 9(01) VALUE 2.
       01 CALC-FATOR-CASAS      PIC 9(04) VALUE 100.
       01 CALC-VALOR-ESCALADO   PIC S9(10) VALUE 0.
       01 CALC-VALOR-MOEDA      PIC S9(7)V999 VALUE 0.
       01 CALC-VALOR-MOEDA-ED   PIC -(7)9.999.

      * Tarifa da conversao: o bruto e o valor convertido antes da
      * tarifa; o liquido fica em CALC-VALOR-MOEDA e no resultado.
       01 CALC-TAR-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-TAR-ABERTO       PIC X(01) VALUE 'N'.
       01 CALC-FAIXA-ACHADA     PIC X(01) VALUE 'N'.
       01 CALC-FIM-FAIXAS       PIC X(05) VALUE 'FALSE'.
       01 CALC-VALOR-BRUTO      PIC S9(7)V999 VALUE 0.
       01 CALC-VALOR-TARIFA     PIC S9(7)V999 VALUE 0.
       01 CALC-SPREAD-APLICADO  PIC 9(2)V9999 VALUE 0.
       01 CALC-MINIMA-APLICADA  PIC 9(7)V999 VALUE 0.
       01 CALC-NUM1-ABSOLUTO    PIC 9(7)V99 VALUE 0.
       01 CALC-BRUTO-ABSOLUTO   PIC 9(7)V999 VALUE 0.
       01 CALC-TARIFA-ABSOLUTA  PIC 9(7)V999 VALUE 0.
       01 CALC-TARIFA-ESCALADA  PIC 9(10) VALUE 0.
       01 CALC-VALOR-TARIFA-ED  PIC -(7)9.999.

       01 CALC-CLI-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-CLI-ABERTO       PIC X(01) VALUE 'N'.
       01 CALC-CLIENTE-VALIDO   PIC X(01) VALUE 'S'.
       01 CALC-CONTA-AUDITORIA  PIC X(10) VALUE SPACES.
       01 CALC-CONTA-DIGITADA   PIC X(10) VALUE SPACES.

       01 CALC-DATA-LOTE        PIC 9(08) VALUE 0.
       01 CALC-SEQ-LOTE         PIC 9(02) VALUE 0.
       01 CALC-HEADER-OK        PIC X(01) VALUE 'N'.
       01 CALC-TRAILER-VISTO    PIC X(01) VALUE 'N'.
       01 CALC-LOTE-ABORTADO    PIC X(01) VALUE 'N'.

       01 CALC-CKPT-STATUS          PIC X(02) VALUE SPACES.
       01 CALC-CKPT-ULTIMA-CHAVE-WS PIC 9(6)  VALUE 0.
       01 CALC-CKPT-DATA-WS         PIC 9(8)  VALUE 0.
       01 CALC-CKPT-LOTE-WS         PIC 9(2)  VALUE 0.
       01 CALC-FIM-RESULTADOS       PIC X(05) VALUE 'FALSE'.
       01 CALC-CONT-LIMPOS          PIC 9(6)  VALUE 0.
       01 CALC-CONT-JA-EXTRAIDOS    PIC 9(6)  VALUE 0.
       01 CALC-CONTADOR-LOTE        PIC 9(6)  VALUE 0.
       01 CALC-INTERVALO-CHECKPOINT PIC 9(3)  VALUE 10.

       01 CALC-LOTE-JA-RODADO   PIC X(01) VALUE 'N'.
       01 CALC-LOTE-RECUSADO    PIC X(01) VALUE 'N'.
       01 CALC-RESP-REPROC      PIC X(01) VALUE 'N'.

      * Situacao da data consultada no controle de periodos; 'X'
      * quando CALCPER existe mas nao pode ser lido.
       01 CALC-PER-STATUS       PIC X(02) VALUE SPACES.
       01 CALC-PER-ABERTO-ARQ   PIC X(01) VALUE 'N'.
       01 CALC-DATA-PERIODO     PIC 9(08) VALUE 0.
       01 CALC-SITUACAO-PERIODO PIC X(01) VALUE 'A'.
           88 CALC-PERIODO-ABERTO        VALUE 'A'.
           88 CALC-PERIODO-FECHADO       VALUES 'F' 'B'.
           88 CALC-PERIODO-SEM-CONTROLE  VALUE 'X'.
       01 CALC-RUN-HORA-INI-WS  PIC 9(06) VALUE 0.
       01 CALC-CONT-REJ-LOTE    PIC 9(06) VALUE 0.

      * auditoria; fica em zeros no modo interativo, que nao tem
      * chave.
       01 CALC-CHAVE-AUDITORIA  PIC 9(06) VALUE 0.
       01 CALC-DATA-LOTE-AUDITORIA PIC 9(08) VALUE 0.
       01 CALC-LOTE-AUDITORIA   PIC 9(02) VALUE 0.
       01 CALC-SESSAO-AUTORIZADA PIC X(01) VALUE 'N'.
       01 CALC-SESSAO       PIC 9(06) VALUE 0.
       01 CALC-DATA-HOJE    PIC 9(08) VALUE 0.
       01 CALC-SUSP-NUM1-ORIG   PIC S9(7)V99 VALUE 0.
       01 CALC-SUSP-NUM2-ORIG   PIC S9(7)V99 VALUE 0.
       01 CALC-SUSP-OPER-ORIG   PIC X(01) VALUE SPACE.
       01 CALC-FILTRO-DATA-DIG  PIC X(08) VALUE SPACES.
       01 CALC-FILTRO-LOTE-DIG  PIC X(02) VALUE SPACES.
       01 CALC-FILTRO-DATA      PIC 9(08) VALUE 0.
       01 CALC-FILTRO-LOTE      PIC 9(02) VALUE 0.

       01 CALC-REL-NOME     PIC X(15).
       01 CALC-REL-CONT     PIC 9(5).
                           MOVE CALC-RESTO-CALCULO TO CALC-RESTO-ED
                           DISPLAY "Resto da divisao: " CALC-RESTO-ED
                       END-IF
                       IF operacao = "C"
                           MOVE CALC-VALOR-BRUTO TO CALC-VALOR-MOEDA-ED
                           MOVE CALC-VALOR-TARIFA
                               TO CALC-VALOR-TARIFA-ED
                           DISPLAY "Valor bruto: " CALC-VALOR-MOEDA-ED
                               "  tarifa: " CALC-VALOR-TARIFA-ED
                           MOVE CALC-VALOR-MOEDA TO CALC-VALOR-MOEDA-ED
                           DISPLAY "Liquido em " CALC-MOEDA-DESTINO
                               " (" CALC-CASAS-DESTINO " casas): "
                               CALC-VALOR-MOEDA-ED
                       END-IF
                       MOVE resultado TO CALC-ULT-RESULTADO
                       PERFORM registra-fita
                       PERFORM mostra-fita
           IF CALC-RTE-ABERTO = 'S'
               CLOSE CALC-RATE-FILE
           END-IF
           IF CALC-MOE-ABERTO = 'S'
               CLOSE CALC-MOEDA-FILE
           END-IF
           IF CALC-TAR-ABERTO = 'S'
               CLOSE CALC-TARIFA-FILE
           END-IF
           IF CALC-CLI-ABERTO = 'S'
               CLOSE CALC-CLIENTE-FILE
           END-IF
           IF CALC-PER-ABERTO-ARQ = 'S'
               CLOSE CALC-PER-FILE
           END-IF

           PERFORM gera-relatorio-resumo

               MOVE 0          TO CALC-TAXA-APLICADA
               MOVE SPACE      TO CALC-TAXA-ORIGEM-APLICADA
               MOVE 'N'        TO CALC-TAXA-ACHADA
               MOVE 0          TO CALC-VALOR-BRUTO
               MOVE 0          TO CALC-VALOR-TARIFA
               MOVE 0          TO CALC-VALOR-MOEDA
               PERFORM grava-auditoria
           END-IF.
           EXIT.
           MOVE 'S'  TO CALC-CALCULO-OK
           MOVE 0    TO CALC-RESTO-CALCULO
           MOVE 'OK' TO CALC-STATUS-CALCULO
           MOVE 2    TO CALC-CASAS-DESTINO
           MOVE 0    TO CALC-VALOR-MOEDA
           MOVE 0    TO CALC-VALOR-BRUTO
           MOVE 0    TO CALC-VALOR-TARIFA
           MOVE 0    TO CALC-SPREAD-APLICADO
           MOVE 0    TO CALC-MINIMA-APLICADA

      * A politica de arredondamento so vale nas operacoes que
      * podem perder casas (divisao, potencia e conversao); nas
           IF CALC-CALCULO-OK NOT = 'S'
               MOVE 0 TO resultado
               MOVE 0 TO CALC-RESTO-CALCULO
               MOVE 0 TO CALC-VALOR-MOEDA
               MOVE 0 TO CALC-VALOR-BRUTO
               MOVE 0 TO CALC-VALOR-TARIFA
           END-IF
           IF operacao NOT = "C"
               MOVE resultado TO CALC-VALOR-MOEDA
               MOVE resultado TO CALC-VALOR-BRUTO
           END-IF

           PERFORM grava-auditoria
               ELSE
                   MOVE 0 TO CALC-AUDIT-VIGENCIA
               END-IF
               MOVE CALC-VALOR-BRUTO   TO CALC-AUDIT-BRUTO
               MOVE CALC-VALOR-TARIFA  TO CALC-AUDIT-TARIFA
               MOVE CALC-VALOR-MOEDA   TO CALC-AUDIT-LIQUIDO
           ELSE
               MOVE num2   TO CALC-AUDIT-NUM2
               MOVE SPACES TO CALC-AUDIT-MOEDA-ORIGEM
               MOVE 0      TO CALC-AUDIT-TAXA
               MOVE 0      TO CALC-AUDIT-VIGENCIA
               MOVE SPACE  TO CALC-AUDIT-TAXA-ORIGEM
               MOVE resultado TO CALC-AUDIT-BRUTO
               MOVE 0         TO CALC-AUDIT-TARIFA
               MOVE resultado TO CALC-AUDIT-LIQUIDO
           END-IF

           ACCEPT CALC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE CALC-SESSAO      TO CALC-AUDIT-SESSAO
           MOVE CALC-CHAVE-AUDITORIA TO CALC-AUDIT-CHAVE
           MOVE CALC-POLITICA-APLICADA TO CALC-AUDIT-POLITICA
           MOVE CALC-DATA-LOTE-AUDITORIA TO CALC-AUDIT-DATA-LOTE
           MOVE CALC-LOTE-AUDITORIA      TO CALC-AUDIT-LOTE
           MOVE CALC-CONTA-AUDITORIA     TO CALC-AUDIT-CONTA

           WRITE CALC-AUDIT-RECORD
           EXIT.
               DISPLAY "Erro: arquivo de transacoes indisponivel"
           ELSE
               PERFORM valida-header-lote
               IF CALC-HEADER-OK = 'S'
                   PERFORM confere-checkpoint-lote
               END-IF
               IF CALC-HEADER-OK = 'S'
                   PERFORM confere-periodo-lote
               END-IF
               IF CALC-HEADER-OK = 'S'
                   PERFORM confere-registro-execucoes
                   IF CALC-LOTE-RECUSADO = 'S'

      * Tanto o lote completo quanto o abortado por controle zeram o
      * checkpoint: no abortado o arquivo esta errado, e o arquivo
      * corrigido deve ser reprocessado do inicio, refazendo os
      * resultados parciais do lote (abre-arquivo-resultado apaga
      * os resultados do lote quando nao ha checkpoint). O
      * checkpoint so fica de pe quando o lote morre sem chegar na
      * conferencia, que e o caso de restart original.
                   MOVE 0 TO CALC-CKPT-ULTIMA-CHAVE-WS
                   PERFORM grava-checkpoint
                   PERFORM encerra-registro-execucao
           EXIT.

      * Antes de comecar, o registro de execucoes e conferido: um
      * CALCTRAN cuja data e numero de lote do header ja foram
      * processados ate o fim (disposicao CO) so roda de novo com
      * confirmacao explicita -
      * no terminal, ou pelo campo de reprocessamento da linha
      * CALCULAD do arquivo de parametros. Registro indisponivel
      * tambem recusa o lote: sem ele a protecao nao tem como ser
       procura-execucao-completa.
           MOVE 'FALSE' TO CALC-FIM-REGISTRO
           MOVE CALC-DATA-LOTE TO CALC-RUN-DATA
           MOVE CALC-SEQ-LOTE  TO CALC-RUN-LOTE
           MOVE 0              TO CALC-RUN-HORA-INICIO
           START CALC-RUN-FILE KEY NOT < CALC-RUN-CHAVE
               INVALID KEY
                       MOVE 'TRUE' TO CALC-FIM-REGISTRO
                   NOT AT END
                       IF CALC-RUN-DATA NOT = CALC-DATA-LOTE
                           OR CALC-RUN-LOTE NOT = CALC-SEQ-LOTE
                           MOVE 'TRUE' TO CALC-FIM-REGISTRO
                       ELSE
                           IF CALC-RUN-COMPLETADO
           EXIT.

       confirma-reprocessamento.
           DISPLAY "Aviso: lote " CALC-SEQ-LOTE " com data "
               CALC-DATA-LOTE " ja foi processado ate o fim"
           IF CALC-EXEC-PARM = 'S'
               IF CALC-PARM-REPROC-WS = 'S'
                   DISPLAY "Reprocessamento autorizado pelo "
               ACCEPT CALC-HORA-BRUTA FROM TIME
               MOVE CALC-HORA-HHMMSS TO CALC-RUN-HORA-INI-WS
               MOVE CALC-DATA-LOTE     TO CALC-RUN-DATA
               MOVE CALC-SEQ-LOTE      TO CALC-RUN-LOTE
               MOVE CALC-RUN-HORA-INI-WS TO CALC-RUN-HORA-INICIO
               MOVE 0                  TO CALC-RUN-HORA-FIM
               MOVE CALC-OPERADOR      TO CALC-RUN-OPERADOR
           IF CALC-RUN-ABERTO = 'S'
               ACCEPT CALC-HORA-BRUTA FROM TIME
               MOVE CALC-DATA-LOTE       TO CALC-RUN-DATA
               MOVE CALC-SEQ-LOTE        TO CALC-RUN-LOTE
               MOVE CALC-RUN-HORA-INI-WS TO CALC-RUN-HORA-INICIO
               MOVE CALC-HORA-HHMMSS     TO CALC-RUN-HORA-FIM
               MOVE CALC-OPERADOR        TO CALC-RUN-OPERADOR

      * O header ('0') e obrigatorio e deve trazer a data do proprio
      * processamento; lote com data errada ou sem header nao comeca.
      * O numero do lote no dia vem no fim do header; header antigo,
      * sem o campo, vale lote 01.
       valida-header-lote.
           MOVE 'N' TO CALC-HEADER-OK
           ACCEPT CALC-DATA-LOTE FROM DATE YYYYMMDD
                               CALC-DATA-LOTE ") - lote recusado"
                           MOVE 12 TO RETURN-CODE
                       ELSE
                       IF CALC-TRANS-CTL-LOTE = SPACES
                           MOVE 1   TO CALC-SEQ-LOTE
                           MOVE 'S' TO CALC-HEADER-OK
                       ELSE
                       IF CALC-TRANS-CTL-LOTE IS NUMERIC
                           AND CALC-TRANS-CTL-LOTE NOT = "00"
                           MOVE CALC-TRANS-CTL-LOTE TO CALC-SEQ-LOTE
                           MOVE 'S' TO CALC-HEADER-OK
                       ELSE
                           DISPLAY "Erro: numero do lote no header ("
                               CALC-TRANS-CTL-LOTE
                               ") invalido - lote recusado"
                           MOVE 12 TO RETURN-CODE
                       END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ
           IF CALC-HEADER-OK = 'S'
               DISPLAY "Lote " CALC-SEQ-LOTE " de " CALC-DATA-LOTE
           END-IF.
           EXIT.

      * Um checkpoint pendente e de um lote que morreu no meio; outro
      * lote do dia nao pode rodar por cima dele, senao o restart
      * daquele lote se perderia (o checkpoint e um so). O lote
      * morto precisa ser retomado primeiro.
       confere-checkpoint-lote.
           IF CALC-CKPT-ULTIMA-CHAVE-WS > 0
               AND (CALC-CKPT-DATA-WS NOT = CALC-DATA-LOTE
                    OR CALC-CKPT-LOTE-WS NOT = CALC-SEQ-LOTE)
               DISPLAY "Erro: checkpoint pendente do lote "
                   CALC-CKPT-LOTE-WS " de " CALC-CKPT-DATA-WS
                   " - retomar aquele lote antes de processar outro"
               MOVE 'N' TO CALC-HEADER-OK
               MOVE 12 TO RETURN-CODE
           END-IF.
           EXIT.

      * Lote cuja data ja foi fechada (ou bloqueada com o mes) no
      * controle de periodos e recusado inteiro, com uma linha de
      * auditoria PF: os totais daquela data ja foram informados.
      * A data so volta a aceitar lote reaberta pelo CALCPERM.
       confere-periodo-lote.
           MOVE CALC-DATA-LOTE TO CALC-DATA-PERIODO
           PERFORM consulta-periodo
           IF CALC-PERIODO-SEM-CONTROLE
               DISPLAY "Erro: controle de periodos (CALCPER) "
                   "indisponivel - lote nao processado"
               MOVE 'N' TO CALC-HEADER-OK
               MOVE 12 TO RETURN-CODE
           ELSE
           IF CALC-PERIODO-FECHADO
               DISPLAY "Erro: data " CALC-DATA-LOTE " ja fechada "
                   "(situacao " CALC-SITUACAO-PERIODO
                   ") - lote " CALC-SEQ-LOTE " recusado"
               MOVE 0               TO num1
               MOVE 0               TO num2
               MOVE SPACE           TO operacao
               MOVE 0               TO CALC-CHAVE-AUDITORIA
               MOVE CALC-DATA-LOTE  TO CALC-DATA-LOTE-AUDITORIA
               MOVE CALC-SEQ-LOTE   TO CALC-LOTE-AUDITORIA
               MOVE SPACES          TO CALC-CONTA-AUDITORIA
               PERFORM recusa-periodo-fechado
               MOVE 'N' TO CALC-HEADER-OK
               MOVE 12 TO RETURN-CODE
           END-IF
           END-IF.
           EXIT.

      * Consulta a situacao de CALC-DATA-PERIODO. O arquivo fica
      * aberto ate o fim da execucao; arquivo ainda inexistente quer
      * dizer que nenhuma data foi fechada.
       consulta-periodo.
           MOVE 'A' TO CALC-SITUACAO-PERIODO
           IF CALC-PER-ABERTO-ARQ = 'N'
               OPEN INPUT CALC-PER-FILE
               IF CALC-PER-STATUS = '00'
                   MOVE 'S' TO CALC-PER-ABERTO-ARQ
               ELSE
               IF CALC-PER-STATUS = '35'
                   MOVE 'V' TO CALC-PER-ABERTO-ARQ
               ELSE
                   MOVE 'E' TO CALC-PER-ABERTO-ARQ
               END-IF
               END-IF
           END-IF
           IF CALC-PER-ABERTO-ARQ = 'E'
               MOVE 'X' TO CALC-SITUACAO-PERIODO
           ELSE
           IF CALC-PER-ABERTO-ARQ = 'S' AND CALC-DATA-PERIODO > 0
               MOVE CALC-DATA-PERIODO TO CALC-PER-DATA
               READ CALC-PER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CALC-PER-SITUACAO TO CALC-SITUACAO-PERIODO
               END-READ
           END-IF
           END-IF.
           EXIT.

      * Erro estrutural (registro depois do trailer, trailer em
           EXIT.

      * O arquivo fica sempre aberto em I-O, para a regravacao por
      * chave valer em qualquer modo, e acumula os lotes (a chave
      * carrega a data e o numero do lote). Lote rodado do inicio
      * apaga antes os resultados que ele mesmo tenha deixado numa
      * execucao anterior, e nada dos outros lotes - salvo se algum
      * deles ja foi extraido para o razao: ai o lote e recusado,
      * pois o resultado novo iria de novo para o razao sem que o
      * lancamento antigo fosse estornado. Restart reabre
      * o existente e segue. Se o restart nao encontra o arquivo, o
      * checkpoint e zerado e o lote reprocessa do inicio, senao as
      * transacoes puladas ficariam sem resultado para sempre.
       abre-arquivo-resultado.
           OPEN I-O CALC-RESULT-FILE
           IF CALC-RESULT-FILE-STATUS = '35'
               IF CALC-CKPT-ULTIMA-CHAVE-WS > 0
                   DISPLAY "Aviso: arquivo de resultados do restart "
                       "nao encontrado - reprocessando do inicio"
                   MOVE 0 TO CALC-CKPT-ULTIMA-CHAVE-WS
                   PERFORM grava-checkpoint
               END-IF
               PERFORM cria-arquivo-resultado
           ELSE
               IF CALC-RESULT-FILE-STATUS = '00'
                   AND CALC-CKPT-ULTIMA-CHAVE-WS = 0
                   PERFORM conta-resultados-extraidos
                   IF CALC-CONT-JA-EXTRAIDOS > 0
                       DISPLAY "Erro: " CALC-CONT-JA-EXTRAIDOS
                           " resultado(s) do lote " CALC-SEQ-LOTE
                           " ja extraido(s) para o razao - estornar "
                           "no razao antes de reprocessar"
                       DISPLAY "Lote nao processado"
                       CLOSE CALC-RESULT-FILE
                       MOVE 'N' TO CALC-HEADER-OK
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM limpa-resultados-do-lote
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * Resultado extraido e o que tem data de extracao numerica,
      * qualquer que seja o retorno do razao (E, A ou R).
       conta-resultados-extraidos.
           MOVE 0 TO CALC-CONT-JA-EXTRAIDOS
           MOVE CALC-DATA-LOTE TO CALC-RESULT-DATA
           MOVE CALC-SEQ-LOTE  TO CALC-RESULT-LOTE
           MOVE 0              TO CALC-RESULT-CHAVE
           MOVE 'FALSE' TO CALC-FIM-RESULTADOS
           START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-RESULTADOS
           END-START
           PERFORM UNTIL CALC-FIM-RESULTADOS = 'TRUE'
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-RESULTADOS
                   NOT AT END
                       IF CALC-RESULT-DATA NOT = CALC-DATA-LOTE
                           OR CALC-RESULT-LOTE NOT = CALC-SEQ-LOTE
                           MOVE 'TRUE' TO CALC-FIM-RESULTADOS
                       ELSE
                           IF CALC-RESULT-DATA-EXTRACAO IS NUMERIC
                               ADD 1 TO CALC-CONT-JA-EXTRAIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       limpa-resultados-do-lote.
           MOVE 0 TO CALC-CONT-LIMPOS
           MOVE CALC-DATA-LOTE TO CALC-RESULT-DATA
           MOVE CALC-SEQ-LOTE  TO CALC-RESULT-LOTE
           MOVE 0              TO CALC-RESULT-CHAVE
           MOVE 'FALSE' TO CALC-FIM-RESULTADOS
           START CALC-RESULT-FILE KEY NOT < CALC-RESULT-CHAVE-RES
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-RESULTADOS
           END-START
           PERFORM UNTIL CALC-FIM-RESULTADOS = 'TRUE'
               READ CALC-RESULT-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-RESULTADOS
                   NOT AT END
                       IF CALC-RESULT-DATA NOT = CALC-DATA-LOTE
                           OR CALC-RESULT-LOTE NOT = CALC-SEQ-LOTE
                           MOVE 'TRUE' TO CALC-FIM-RESULTADOS
                       ELSE
                           DELETE CALC-RESULT-FILE
                               INVALID KEY
                                   DISPLAY "Aviso: falha ao apagar o "
                                       "resultado " CALC-RESULT-CHAVE
                               NOT INVALID KEY
                                   ADD 1 TO CALC-CONT-LIMPOS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           IF CALC-CONT-LIMPOS > 0
               DISPLAY "Resultados anteriores do lote apagados: "
                   CALC-CONT-LIMPOS
           END-IF.
           EXIT.


       le-checkpoint.
           MOVE 0 TO CALC-CKPT-ULTIMA-CHAVE-WS
           MOVE 0 TO CALC-CKPT-DATA-WS
           MOVE 0 TO CALC-CKPT-LOTE-WS
           OPEN INPUT CALC-CHECKPOINT-FILE
           IF CALC-CKPT-STATUS = '00'
               READ CALC-CHECKPOINT-FILE
                   NOT AT END
                       MOVE CALC-CKPT-ULTIMA-CHAVE
                           TO CALC-CKPT-ULTIMA-CHAVE-WS
                       MOVE CALC-CKPT-DATA TO CALC-CKPT-DATA-WS
                       MOVE CALC-CKPT-LOTE TO CALC-CKPT-LOTE-WS
               END-READ
               CLOSE CALC-CHECKPOINT-FILE
           END-IF.
           EXIT.

       grava-checkpoint.
           MOVE CALC-DATA-LOTE            TO CALC-CKPT-DATA
           MOVE CALC-SEQ-LOTE             TO CALC-CKPT-LOTE
           MOVE CALC-CKPT-ULTIMA-CHAVE-WS TO CALC-CKPT-ULTIMA-CHAVE
           OPEN OUTPUT CALC-CHECKPOINT-FILE
           WRITE CALC-CHECKPOINT-RECORD
           MOVE CALC-TRANS-NUM2     TO num2
           MOVE CALC-TRANS-OPERACAO TO operacao
           MOVE CALC-TRANS-CHAVE    TO CALC-CHAVE-AUDITORIA
           MOVE CALC-DATA-LOTE      TO CALC-DATA-LOTE-AUDITORIA
           MOVE CALC-SEQ-LOTE       TO CALC-LOTE-AUDITORIA
           MOVE CALC-TRANS-CONTA    TO CALC-CONTA-AUDITORIA
           MOVE 2                   TO CALC-CASAS-DESTINO
           MOVE 0                   TO CALC-VALOR-MOEDA
           MOVE 0                   TO CALC-VALOR-BRUTO
           MOVE 0                   TO CALC-VALOR-TARIFA
           MOVE 0                   TO CALC-SPREAD-APLICADO
           MOVE 0                   TO CALC-MINIMA-APLICADA

      * A conta do cliente e conferida antes de qualquer calculo:
      * conta desconhecida ou inativa rejeita a transacao como CI.
      * Na conversao, moeda confere o par no cadastro de moedas
      * antes da taxa: moeda desconhecida ou inativa rejeita a
      * transacao como IV, e ela vai para CALCSUSP como as demais.
           PERFORM confere-cliente-transacao
           IF CALC-CLIENTE-VALIDO = 'N'
               MOVE CALC-TRANS-MOEDA-ORIGEM  TO CALC-MOEDA-ORIGEM
               MOVE CALC-TRANS-MOEDA-DESTINO TO CALC-MOEDA-DESTINO
               PERFORM recusa-cliente-invalido
           ELSE
           EVALUATE operacao
               WHEN "+"
               WHEN "-"
                   MOVE SPACE      TO CALC-POLITICA-APLICADA
                   PERFORM grava-auditoria
           END-EVALUATE
           END-IF

           MOVE CALC-DATA-LOTE      TO CALC-RESULT-DATA
           MOVE CALC-SEQ-LOTE       TO CALC-RESULT-LOTE
           MOVE CALC-TRANS-CHAVE    TO CALC-RESULT-CHAVE
           MOVE CALC-TRANS-NUM1     TO CALC-RESULT-NUM1
           MOVE CALC-TRANS-NUM2     TO CALC-RESULT-NUM2
           MOVE CALC-RESTO-CALCULO  TO CALC-RESULT-RESTO
           MOVE CALC-STATUS-CALCULO TO CALC-RESULT-STATUS
           MOVE CALC-POLITICA-APLICADA TO CALC-RESULT-POLITICA
           MOVE CALC-CASAS-DESTINO  TO CALC-RESULT-CASAS
           MOVE CALC-VALOR-MOEDA    TO CALC-RESULT-VALOR-MOEDA
           MOVE CALC-VALOR-BRUTO    TO CALC-RESULT-BRUTO
           MOVE CALC-VALOR-TARIFA   TO CALC-RESULT-TARIFA
           MOVE CALC-SPREAD-APLICADO TO CALC-RESULT-SPREAD
           MOVE CALC-MINIMA-APLICADA TO CALC-RESULT-MINIMA
           MOVE CALC-TRANS-CONTA    TO CALC-RESULT-CONTA
           MOVE SPACES              TO CALC-RESULT-DATA-EXTRACAO
           MOVE SPACE               TO CALC-RESULT-LANCAMENTO
           MOVE SPACES              TO CALC-RESULT-MOTIVO-RAZAO
           MOVE SPACES              TO CALC-RESULT-DATA-RETORNO
           IF operacao = "C"
               MOVE CALC-TRANS-MOEDA-ORIGEM
                   TO CALC-RESULT-MOEDA-ORIGEM
                   TO CALC-SUSP-MOEDA-DESTINO
               MOVE CALC-STATUS-CALCULO TO CALC-SUSP-MOTIVO
               MOVE CALC-DATA-LOTE      TO CALC-SUSP-DATA
               MOVE CALC-SEQ-LOTE       TO CALC-SUSP-LOTE
               MOVE CALC-TRANS-CONTA    TO CALC-SUSP-CONTA
               MOVE 'P' TO CALC-SUSP-SITUACAO
               WRITE CALC-SUSP-RECORD
                   INVALID KEY
      * hora se quiser, refaz o calculo de hoje, regrava o resultado
      * da chave original em CALCRES e marca a suspensa como
      * liquidada; a que ainda falhar continua pendente, com o motivo
      * atualizado. O operador pode limitar a ressubmissao a um lote
      * (data e numero do lote) ou a todos os lotes de uma data.
       processa-ressubmissao.
           ACCEPT CALC-DATA-CALCULO FROM DATE YYYYMMDD
           PERFORM obtem-filtro-lote
           OPEN I-O CALC-SUSP-FILE
           IF CALC-SUSP-STATUS = '35'
               DISPLAY "Sem transacoes suspensas para ressubmeter."
           END-IF.
           EXIT.

      * Data em branco ressubmete as suspensas de todos os lotes;
      * com data, o numero do lote em branco pega todos os lotes
      * daquela data.
       obtem-filtro-lote.
           MOVE 0 TO CALC-FILTRO-DATA
           MOVE 0 TO CALC-FILTRO-LOTE
           DISPLAY "Data do lote a ressubmeter (AAAAMMDD, vazio = "
               "todos os lotes): "
           ACCEPT CALC-FILTRO-DATA-DIG
           IF CALC-FILTRO-DATA-DIG NOT = SPACES
               IF CALC-FILTRO-DATA-DIG IS NUMERIC
                   MOVE CALC-FILTRO-DATA-DIG TO CALC-FILTRO-DATA
                   DISPLAY "Numero do lote (vazio = todos os lotes "
                       "da data): "
                   ACCEPT CALC-FILTRO-LOTE-DIG
                   IF CALC-FILTRO-LOTE-DIG NOT = SPACES
                       IF CALC-FILTRO-LOTE-DIG IS NUMERIC
                           MOVE CALC-FILTRO-LOTE-DIG
                               TO CALC-FILTRO-LOTE
                       ELSE
                           DISPLAY "Numero de lote invalido - "
                               "considerando todos os lotes da data"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Data invalida - considerando todos os "
                       "lotes"
               END-IF
           END-IF.
           EXIT.

       percorre-suspensas.
           MOVE ZEROS TO CALC-SUSP-CHAVE-SUSP
           MOVE CALC-FILTRO-DATA TO CALC-SUSP-DATA
           MOVE CALC-FILTRO-LOTE TO CALC-SUSP-LOTE
           MOVE 'FALSE' TO CALC-FIM-SUSPENSAS
           START CALC-SUSP-FILE KEY NOT < CALC-SUSP-CHAVE-SUSP
               INVALID KEY
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-SUSPENSAS
                   NOT AT END
                       IF CALC-FILTRO-DATA > 0
                           AND (CALC-SUSP-DATA NOT = CALC-FILTRO-DATA
                            OR (CALC-FILTRO-LOTE > 0
                                AND CALC-SUSP-LOTE NOT =
                                    CALC-FILTRO-LOTE))
                           MOVE 'TRUE' TO CALC-FIM-SUSPENSAS
                       ELSE
                           IF CALC-SUSP-PENDENTE
                               PERFORM confere-periodo-suspensa
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      * Suspensa de uma data ja fechada nao e liquidada: o
      * resultado entraria nos totais de uma data ja informada. Ela
      * continua pendente, com uma linha de auditoria PF, ate a data
      * ser reaberta pelo CALCPERM.
       confere-periodo-suspensa.
           MOVE CALC-SUSP-DATA TO CALC-DATA-PERIODO
           PERFORM consulta-periodo
           IF CALC-PERIODO-ABERTO
               PERFORM reprocessa-suspensa
           ELSE
               ADD 1 TO CALC-CONT-SUSP-LIDAS
               ADD 1 TO CALC-CONT-SUSP-PEND
               IF CALC-PERIODO-SEM-CONTROLE
                   DISPLAY "Suspensa " CALC-SUSP-CHAVE
                       " do lote " CALC-SUSP-LOTE " de "
                       CALC-SUSP-DATA " mantida pendente - controle "
                       "de periodos (CALCPER) indisponivel"
               ELSE
                   DISPLAY "Suspensa " CALC-SUSP-CHAVE
                       " do lote " CALC-SUSP-LOTE " de "
                       CALC-SUSP-DATA " mantida pendente - data ja "
                       "fechada (situacao " CALC-SITUACAO-PERIODO ")"
                   MOVE CALC-SUSP-NUM1     TO num1
                   MOVE CALC-SUSP-NUM2     TO num2
                   MOVE CALC-SUSP-OPERACAO TO operacao
                   MOVE CALC-SUSP-CHAVE    TO CALC-CHAVE-AUDITORIA
                   MOVE CALC-SUSP-DATA     TO CALC-DATA-LOTE-AUDITORIA
                   MOVE CALC-SUSP-LOTE     TO CALC-LOTE-AUDITORIA
                   MOVE CALC-SUSP-CONTA    TO CALC-CONTA-AUDITORIA
                   MOVE CALC-SUSP-MOEDA-ORIGEM  TO CALC-MOEDA-ORIGEM
                   MOVE CALC-SUSP-MOEDA-DESTINO TO CALC-MOEDA-DESTINO
                   PERFORM recusa-periodo-fechado
               END-IF
           END-IF.
           EXIT.

       reprocessa-suspensa.
           ADD 1 TO CALC-CONT-SUSP-LIDAS
           DISPLAY "Suspensa " CALC-SUSP-CHAVE
               " do lote " CALC-SUSP-LOTE " de " CALC-SUSP-DATA
               " operacao " CALC-SUSP-OPERACAO
               " motivo " CALC-SUSP-MOTIVO
               " conta " CALC-SUSP-CONTA
      * Os valores originais sao guardados antes da correcao: e com
      * eles que o registro de rejeicao ja gravado em CALCRES e
      * reconhecido como sendo desta mesma transacao.
           MOVE CALC-SUSP-NUM2     TO num2
           MOVE CALC-SUSP-OPERACAO TO operacao
           MOVE CALC-SUSP-CHAVE    TO CALC-CHAVE-AUDITORIA
           MOVE CALC-SUSP-DATA     TO CALC-DATA-LOTE-AUDITORIA
           MOVE CALC-SUSP-LOTE     TO CALC-LOTE-AUDITORIA
           MOVE CALC-SUSP-CONTA    TO CALC-CONTA-AUDITORIA
           MOVE 2                  TO CALC-CASAS-DESTINO
           MOVE 0                  TO CALC-VALOR-MOEDA
           MOVE 0                  TO CALC-VALOR-BRUTO
           MOVE 0                  TO CALC-VALOR-TARIFA
           MOVE 0                  TO CALC-SPREAD-APLICADO
           MOVE 0                  TO CALC-MINIMA-APLICADA

           PERFORM confere-cliente-transacao
           IF CALC-CLIENTE-VALIDO = 'N'
               MOVE CALC-SUSP-MOEDA-ORIGEM  TO CALC-MOEDA-ORIGEM
               MOVE CALC-SUSP-MOEDA-DESTINO TO CALC-MOEDA-DESTINO
               PERFORM recusa-cliente-invalido
           ELSE
           EVALUATE operacao
               WHEN "+"
               WHEN "-"
                   MOVE SPACE      TO CALC-POLITICA-APLICADA
                   PERFORM grava-auditoria
           END-EVALUATE
           END-IF

           PERFORM grava-resultado-suspensa

                   DISPLAY "Moeda de destino (3 letras): "
                   ACCEPT CALC-SUSP-MOEDA-DESTINO
               END-IF
               DISPLAY "Conta do cliente (vazio = mantem "
                   CALC-SUSP-CONTA "): "
               ACCEPT CALC-CONTA-DIGITADA
               IF CALC-CONTA-DIGITADA NOT = SPACES
                   MOVE CALC-CONTA-DIGITADA TO CALC-SUSP-CONTA
               END-IF
           ELSE
               DISPLAY "Correcao invalida - registro mantido "
                   "como esta"

      * Antes de regravar, confere que o registro que ja esta em
      * CALCRES com essa chave e da mesma transacao (mesmos numeros e
      * operacao da suspensa): um lote rodado de novo do inicio refaz
      * os resultados dele, e uma suspensa da execucao anterior nao
      * pode atropelar o resultado valido de outra transacao que
      * ficou com o mesmo numero de chave no arquivo corrigido.
       grava-resultado-suspensa.
           MOVE 'N' TO CALC-RESULT-CONFLITO
           MOVE CALC-SUSP-DATA  TO CALC-RESULT-DATA
           MOVE CALC-SUSP-LOTE  TO CALC-RESULT-LOTE
           MOVE CALC-SUSP-CHAVE TO CALC-RESULT-CHAVE
           READ CALC-RESULT-FILE
               INVALID KEY
           END-READ

           IF CALC-RESULT-CONFLITO = 'N'
           MOVE CALC-SUSP-DATA      TO CALC-RESULT-DATA
           MOVE CALC-SUSP-LOTE      TO CALC-RESULT-LOTE
           MOVE CALC-SUSP-CHAVE     TO CALC-RESULT-CHAVE
           MOVE CALC-SUSP-NUM1      TO CALC-RESULT-NUM1
           MOVE CALC-SUSP-NUM2      TO CALC-RESULT-NUM2
           MOVE CALC-RESTO-CALCULO  TO CALC-RESULT-RESTO
           MOVE CALC-STATUS-CALCULO TO CALC-RESULT-STATUS
           MOVE CALC-POLITICA-APLICADA TO CALC-RESULT-POLITICA
           MOVE CALC-CASAS-DESTINO  TO CALC-RESULT-CASAS
           MOVE CALC-VALOR-MOEDA    TO CALC-RESULT-VALOR-MOEDA
           MOVE CALC-VALOR-BRUTO    TO CALC-RESULT-BRUTO
           MOVE CALC-VALOR-TARIFA   TO CALC-RESULT-TARIFA
           MOVE CALC-SPREAD-APLICADO TO CALC-RESULT-SPREAD
           MOVE CALC-MINIMA-APLICADA TO CALC-RESULT-MINIMA
           MOVE CALC-SUSP-CONTA     TO CALC-RESULT-CONTA
           MOVE SPACES              TO CALC-RESULT-DATA-EXTRACAO
           MOVE SPACE               TO CALC-RESULT-LANCAMENTO
           MOVE SPACES              TO CALC-RESULT-MOTIVO-RAZAO
           MOVE SPACES              TO CALC-RESULT-DATA-RETORNO
           IF CALC-SUSP-OPERACAO = "C"
               MOVE CALC-SUSP-MOEDA-ORIGEM
                   TO CALC-RESULT-MOEDA-ORIGEM
           END-IF.
           EXIT.

      * Conta em branco e aceita (transacoes internas e arquivos de
      * agencia que ainda nao mandam a conta); conta informada
      * precisa estar cadastrada e ativa em CALCCLI. O cadastro fica
      * aberto ate o fim da execucao; indisponivel, recusa toda
      * transacao que traz conta, pois ela nao tem como ser
      * conferida.
       confere-cliente-transacao.
           MOVE 'S' TO CALC-CLIENTE-VALIDO
           IF CALC-CONTA-AUDITORIA NOT = SPACES
               IF CALC-CLI-ABERTO = 'N'
                   OPEN INPUT CALC-CLIENTE-FILE
                   IF CALC-CLI-STATUS = '00'
                       MOVE 'S' TO CALC-CLI-ABERTO
                   ELSE
                       DISPLAY "Erro: cadastro de clientes (CALCCLI) "
                           "indisponivel"
                   END-IF
               END-IF
               IF CALC-CLI-ABERTO NOT = 'S'
                   MOVE 'N' TO CALC-CLIENTE-VALIDO
               ELSE
                   MOVE CALC-CONTA-AUDITORIA TO CALC-CLI-CONTA
                   READ CALC-CLIENTE-FILE
                       INVALID KEY
                           DISPLAY "Erro: conta " CALC-CONTA-AUDITORIA
                               " nao cadastrada"
                           MOVE 'N' TO CALC-CLIENTE-VALIDO
                       NOT INVALID KEY
                           IF CALC-CLI-INATIVO
                               DISPLAY "Erro: conta "
                                   CALC-CONTA-AUDITORIA " desativada"
                               MOVE 'N' TO CALC-CLIENTE-VALIDO
                           END-IF
                   END-READ
               END-IF
           END-IF.
           EXIT.

      * A transacao recusada pela conta nao chega a ser calculada:
      * sai com valor zero e status CI, sem taxa, e a linha de
      * auditoria leva o paragrafo CLIENTE. Como as demais
      * rejeicoes, nao entra nos totais da sessao.
       recusa-cliente-invalido.
           MOVE 'CI'      TO CALC-STATUS-CALCULO
           MOVE 'N'       TO CALC-CALCULO-OK
           MOVE 0         TO resultado
           MOVE 0         TO CALC-RESTO-CALCULO
           MOVE 0         TO CALC-TAXA-APLICADA
           MOVE 'N'       TO CALC-TAXA-ACHADA
           MOVE SPACE     TO CALC-TAXA-ORIGEM-APLICADA
           MOVE SPACE     TO CALC-POLITICA-APLICADA
           MOVE "CLIENTE" TO CALC-PARAGRAFO
           PERFORM grava-auditoria.
           EXIT.

      * Trabalho recusado por data fechada tambem nao e calculado:
      * valor zero, status PF, paragrafo PERIODO-FECHADO.
       recusa-periodo-fechado.
           MOVE 'PF'      TO CALC-STATUS-CALCULO
           MOVE 'N'       TO CALC-CALCULO-OK
           MOVE 0         TO resultado
           MOVE 0         TO CALC-RESTO-CALCULO
           MOVE 0         TO CALC-TAXA-APLICADA
           MOVE 'N'       TO CALC-TAXA-ACHADA
           MOVE SPACE     TO CALC-TAXA-ORIGEM-APLICADA
           MOVE SPACE     TO CALC-POLITICA-APLICADA
           MOVE 0         TO CALC-VALOR-BRUTO
           MOVE 0         TO CALC-VALOR-TARIFA
           MOVE 0         TO CALC-VALOR-MOEDA
           MOVE "PERIODO-FECHADO" TO CALC-PARAGRAFO
           PERFORM grava-auditoria.
           EXIT.

      * A taxa aplicada e a de vigencia mais recente que nao passa da
      * data do calculo; se essa taxa esta desativada ou mais velha
      * que o limite de dias, a conversao e recusada - nunca se volta
      * para uma taxa anterior, que a tesouraria ja substituiu.
      * Antes da taxa, as duas moedas sao conferidas no cadastro de
      * moedas, de onde vem tambem as casas decimais da moeda de
      * destino para o arredondamento do valor convertido.
       moeda.
           MOVE 0 TO CALC-TAXA-APLICADA
           MOVE SPACE TO CALC-TAXA-ORIGEM-APLICADA
           MOVE 'N' TO CALC-TAXA-ACHADA
           MOVE SPACES TO CALC-VIGENCIA-ACHADA
           PERFORM confere-moedas-conversao
           IF CALC-MOEDAS-VALIDAS = 'S'
               PERFORM abre-arquivo-taxas-se-preciso
           END-IF
           IF CALC-MOEDAS-VALIDAS = 'N'
               MOVE 'N'  TO CALC-CALCULO-OK
               MOVE 'IV' TO CALC-STATUS-CALCULO
           ELSE
           IF CALC-RTE-ABERTO NOT = 'S'
               MOVE 'N'  TO CALC-CALCULO-OK
               MOVE 'IV' TO CALC-STATUS-CALCULO
               END-IF

               IF CALC-CALCULO-OK = 'S'
                   PERFORM arredonda-conversao
               END-IF
               IF CALC-CALCULO-OK = 'S'
                   PERFORM aplica-tarifa-conversao
                   IF CALC-CALCULO-OK = 'S'
                       MOVE CALC-VALOR-ACHADO TO CALC-TAXA-APLICADA
                   END-IF
               END-IF
           END-IF
           END-IF

      * A origem da taxa e a da taxa realmente aplicada: conversao
      * recusada (nao cadastrada, desativada, vencida ou estouro)
           IF CALC-RTE-ABERTO = 'S' AND NOT CALC-MODO-BATCH
               CLOSE CALC-RATE-FILE
               MOVE 'N' TO CALC-RTE-ABERTO
           END-IF
           IF CALC-MOE-ABERTO = 'S' AND NOT CALC-MODO-BATCH
               CLOSE CALC-MOEDA-FILE
               MOVE 'N' TO CALC-MOE-ABERTO
           END-IF
           IF CALC-TAR-ABERTO = 'S' AND NOT CALC-MODO-BATCH
               CLOSE CALC-TARIFA-FILE
               MOVE 'N' TO CALC-TAR-ABERTO
           END-IF.
           EXIT.

      * O produto e calculado escalado pelas casas da moeda de
      * destino, num campo inteiro: o ROUNDED (politica 'A') ou o
      * truncamento (politica 'T') cai assim na ultima casa da
      * moeda, qualquer que seja ela. O resultado de duas casas e
      * o valor da moeda cortado no centavo.
       arredonda-conversao.
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
           IF CALC-POLITICA-ARRED = 'A'
               COMPUTE CALC-VALOR-ESCALADO ROUNDED =
                   num1 * CALC-VALOR-ACHADO * CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'N'  TO CALC-CALCULO-OK
               END-COMPUTE
           ELSE
               COMPUTE CALC-VALOR-ESCALADO =
                   num1 * CALC-VALOR-ACHADO * CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'N'  TO CALC-CALCULO-OK
               END-COMPUTE
           END-IF
           IF CALC-CALCULO-OK = 'S'
               COMPUTE CALC-VALOR-MOEDA =
                   CALC-VALOR-ESCALADO / CALC-FATOR-CASAS
                   ON SIZE ERROR
                       MOVE 'N'  TO CALC-CALCULO-OK
               END-COMPUTE
           END-IF
           IF CALC-CALCULO-OK = 'S'
               MOVE CALC-VALOR-MOEDA TO resultado
           ELSE
               DISPLAY "Erro: resultado muito grande para o campo"
               MOVE 'OV' TO CALC-STATUS-CALCULO
               MOVE 0    TO CALC-VALOR-MOEDA
           END-IF.
           EXIT.

      * A tarifa sai do valor bruto ja arredondado: spread sobre o
      * bruto, escalado pelas casas da moeda de destino como o
      * proprio valor (ROUNDED na politica 'A', truncado na 'T'),
      * nunca menor que a minima da faixa nem maior que o bruto, com
      * o sinal do bruto. O liquido (bruto menos tarifa) passa a ser
      * o valor da conversao. Sem faixa ativa para o par a tarifa e
      * zero; tabela indisponivel recusa a conversao, como o arquivo
      * de taxas indisponivel.
       aplica-tarifa-conversao.
           MOVE CALC-VALOR-MOEDA TO CALC-VALOR-BRUTO
           MOVE 0 TO CALC-VALOR-TARIFA
           MOVE 0 TO CALC-SPREAD-APLICADO
           MOVE 0 TO CALC-MINIMA-APLICADA
           IF CALC-TAR-ABERTO = 'N'
               OPEN INPUT CALC-TARIFA-FILE
               IF CALC-TAR-STATUS = '00'
                   MOVE 'S' TO CALC-TAR-ABERTO
               ELSE
                   DISPLAY "Erro: tabela de tarifas (CALCTAR) "
                       "indisponivel"
               END-IF
           END-IF
           IF CALC-TAR-ABERTO NOT = 'S'
               MOVE 'N'  TO CALC-CALCULO-OK
               MOVE 'IV' TO CALC-STATUS-CALCULO
               MOVE 0    TO CALC-VALOR-BRUTO
               MOVE 0    TO CALC-VALOR-MOEDA
               MOVE 0    TO resultado
           ELSE
               PERFORM procura-faixa-tarifa
               IF CALC-FAIXA-ACHADA = 'S'
                   PERFORM calcula-tarifa
               END-IF
               COMPUTE CALC-VALOR-MOEDA =
                   CALC-VALOR-BRUTO - CALC-VALOR-TARIFA
               MOVE CALC-VALOR-MOEDA TO resultado
           END-IF.
           EXIT.

      * A faixa e a primeira ativa do par cujo limite cobre o valor
      * de origem (em modulo): a leitura posiciona no par com o valor
      * e segue ate achar uma faixa ativa ou mudar de par. Valor
      * acima do limite de todas as faixas ativas paga pela mais
      * alta delas, e nao fica sem tarifa.
       procura-faixa-tarifa.
           MOVE 'N' TO CALC-FAIXA-ACHADA
           IF num1 < 0
               COMPUTE CALC-NUM1-ABSOLUTO = 0 - num1
           ELSE
               MOVE num1 TO CALC-NUM1-ABSOLUTO
           END-IF
           MOVE CALC-MOEDA-ORIGEM  TO CALC-TAR-MOEDA-ORIGEM
           MOVE CALC-MOEDA-DESTINO TO CALC-TAR-MOEDA-DESTINO
           MOVE CALC-NUM1-ABSOLUTO TO CALC-TAR-LIMITE
           MOVE 'FALSE' TO CALC-FIM-FAIXAS
           START CALC-TARIFA-FILE KEY NOT < CALC-TAR-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-FAIXAS
           END-START
           PERFORM UNTIL CALC-FIM-FAIXAS = 'TRUE'
               READ CALC-TARIFA-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-FAIXAS
                   NOT AT END
                       IF CALC-TAR-MOEDA-ORIGEM NOT = CALC-MOEDA-ORIGEM
                           OR CALC-TAR-MOEDA-DESTINO
                               NOT = CALC-MOEDA-DESTINO
                           MOVE 'TRUE' TO CALC-FIM-FAIXAS
                       ELSE
                       IF CALC-TAR-ATIVA
                           MOVE 'S' TO CALC-FAIXA-ACHADA
                           MOVE CALC-TAR-SPREAD
                               TO CALC-SPREAD-APLICADO
                           MOVE CALC-TAR-MINIMA
                               TO CALC-MINIMA-APLICADA
                           MOVE 'TRUE' TO CALC-FIM-FAIXAS
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CALC-FAIXA-ACHADA = 'N'
               PERFORM procura-maior-faixa-tarifa
           END-IF.
           EXIT.

      * Le o par inteiro, do menor limite ao maior; fica a ultima
      * faixa ativa lida.
       procura-maior-faixa-tarifa.
           MOVE CALC-MOEDA-ORIGEM  TO CALC-TAR-MOEDA-ORIGEM
           MOVE CALC-MOEDA-DESTINO TO CALC-TAR-MOEDA-DESTINO
           MOVE 0                  TO CALC-TAR-LIMITE
           MOVE 'FALSE' TO CALC-FIM-FAIXAS
           START CALC-TARIFA-FILE KEY NOT < CALC-TAR-CHAVE
               INVALID KEY
                   MOVE 'TRUE' TO CALC-FIM-FAIXAS
           END-START
           PERFORM UNTIL CALC-FIM-FAIXAS = 'TRUE'
               READ CALC-TARIFA-FILE NEXT
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-FAIXAS
                   NOT AT END
                       IF CALC-TAR-MOEDA-ORIGEM NOT = CALC-MOEDA-ORIGEM
                           OR CALC-TAR-MOEDA-DESTINO
                               NOT = CALC-MOEDA-DESTINO
                           MOVE 'TRUE' TO CALC-FIM-FAIXAS
                       ELSE
                       IF CALC-TAR-ATIVA
                           MOVE 'S' TO CALC-FAIXA-ACHADA
                           MOVE CALC-TAR-SPREAD
                               TO CALC-SPREAD-APLICADO
                           MOVE CALC-TAR-MINIMA
                               TO CALC-MINIMA-APLICADA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       calcula-tarifa.
           IF CALC-VALOR-BRUTO < 0
               COMPUTE CALC-BRUTO-ABSOLUTO = 0 - CALC-VALOR-BRUTO
           ELSE
               MOVE CALC-VALOR-BRUTO TO CALC-BRUTO-ABSOLUTO
           END-IF
           IF CALC-POLITICA-ARRED = 'A'
               COMPUTE CALC-TARIFA-ESCALADA ROUNDED =
                   CALC-BRUTO-ABSOLUTO * CALC-SPREAD-APLICADO / 100
                   * CALC-FATOR-CASAS
           ELSE
               COMPUTE CALC-TARIFA-ESCALADA =
                   CALC-BRUTO-ABSOLUTO * CALC-SPREAD-APLICADO / 100
                   * CALC-FATOR-CASAS
           END-IF
           COMPUTE CALC-TARIFA-ABSOLUTA =
               CALC-TARIFA-ESCALADA / CALC-FATOR-CASAS
           IF CALC-TARIFA-ABSOLUTA < CALC-MINIMA-APLICADA
               MOVE CALC-MINIMA-APLICADA TO CALC-TARIFA-ABSOLUTA
           END-IF
           IF CALC-TARIFA-ABSOLUTA > CALC-BRUTO-ABSOLUTO
               MOVE CALC-BRUTO-ABSOLUTO TO CALC-TARIFA-ABSOLUTA
           END-IF
           IF CALC-VALOR-BRUTO < 0
               COMPUTE CALC-VALOR-TARIFA = 0 - CALC-TARIFA-ABSOLUTA
           ELSE
               MOVE CALC-TARIFA-ABSOLUTA TO CALC-VALOR-TARIFA
           END-IF.
           EXIT.

      * Cadastro indisponivel recusa a conversao, como o arquivo de
      * taxas indisponivel: sem ele nao ha como conferir as moedas.
       confere-moedas-conversao.
           MOVE 'S' TO CALC-MOEDAS-VALIDAS
           IF CALC-MOE-ABERTO = 'N'
               OPEN INPUT CALC-MOEDA-FILE
               IF CALC-MOE-STATUS = '00'
                   MOVE 'S' TO CALC-MOE-ABERTO
               ELSE
                   DISPLAY "Erro: cadastro de moedas (CALCMOE) "
                       "indisponivel"
               END-IF
           END-IF
           IF CALC-MOE-ABERTO NOT = 'S'
               MOVE 'N' TO CALC-MOEDAS-VALIDAS
           ELSE
               MOVE CALC-MOEDA-ORIGEM TO CALC-MOEDA-CONFERIDA
               PERFORM confere-moeda-cadastrada
               IF CALC-MOEDAS-VALIDAS = 'S'
                   MOVE CALC-MOEDA-DESTINO TO CALC-MOEDA-CONFERIDA
                   PERFORM confere-moeda-cadastrada
                   IF CALC-MOEDAS-VALIDAS = 'S'
                       MOVE CALC-MOE-CASAS TO CALC-CASAS-DESTINO
                   END-IF
               END-IF
           END-IF.
           EXIT.

       confere-moeda-cadastrada.
           MOVE CALC-MOEDA-CONFERIDA TO CALC-MOE-CODIGO
           READ CALC-MOEDA-FILE
               INVALID KEY
                   DISPLAY "Erro: moeda " CALC-MOEDA-CONFERIDA
                       " nao cadastrada"
                   MOVE 'N' TO CALC-MOEDAS-VALIDAS
               NOT INVALID KEY
                   IF CALC-MOE-INATIVA
                       DISPLAY "Erro: moeda " CALC-MOEDA-CONFERIDA
                           " desativada"
                       MOVE 'N' TO CALC-MOEDAS-VALIDAS
                   END-IF
           END-READ.
           EXIT.

       abre-arquivo-taxas-se-preciso.
           IF CALC-RTE-ABERTO = 'N'
               OPEN INPUT CALC-RATE-FILE
