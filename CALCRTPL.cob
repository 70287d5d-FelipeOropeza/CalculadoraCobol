       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRTPL.

      * Historico de alteracoes
      * ------------------------------------------------------------
      * Programa novo de listagem das alteracoes de taxa ainda
      * pendentes de aprovacao (arquivo CALCRTEP), para o operador
      * da noite: uma linha por pendencia em aberto com par,
      * vigencia, acao pedida, taxa atual e proposta, origem
      * (manual pelo CALCRTEM ou carga pelo CALCRTEB), quem digitou
      * e quando, com contagem por origem no fim. A listagem sai em
      * CALCRTPR. Sobrando pendencia, o job termina com codigo de
      * retorno 4, para o escalonador avisar que ha taxa nova que
      * ainda nao vale - as conversoes seguem na taxa anterior ate
      * um segundo supervisor aprovar no CALCRTEA.
      * Corrigido: a acao desconhecida saia cortada ("DESCONHECID");
      * a coluna da acao passou a 12 posicoes, com o cabecalho ajustado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PEND-FILE ASSIGN TO "CALCRTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALC-PEND-CHAVE
               FILE STATUS IS CALC-PEND-STATUS.

           SELECT CALC-REL-FILE ASSIGN TO "CALCRTPR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALC-REL-FILE.
       01  CALC-REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       01 CALC-PEND-STATUS  PIC X(02) VALUE SPACES.
       01 CALC-FIM-ARQUIVO  PIC X(05) VALUE 'FALSE'.

       01 CALC-CONT-PENDENTES  PIC 9(5) VALUE 0.
       01 CALC-CONT-MANUAIS    PIC 9(5) VALUE 0.
       01 CALC-CONT-CARGA      PIC 9(5) VALUE 0.
       01 CALC-CONT-ED         PIC ZZZZ9.
       01 CALC-TOT-ROTULO      PIC X(30) VALUE SPACES.
       01 CALC-DESC-ACAO       PIC X(12) VALUE SPACES.
       01 CALC-DESC-ORIGEM     PIC X(07) VALUE SPACES.
       01 CALC-TAXA-ED         PIC -(5)9.9999.
       01 CALC-TAXA-ANTES-ED   PIC -(5)9.9999.
       01 CALC-DATA-EMISSAO    PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT CALC-PEND-FILE
           IF CALC-PEND-STATUS = '35'
               DISPLAY "Arquivo de taxas pendentes (CALCRTEP) ainda "
                   "nao existe - nada a listar"
           ELSE
           IF CALC-PEND-STATUS NOT = '00'
               DISPLAY "Erro: arquivo de taxas pendentes indisponivel"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM lista-pendencias
               CLOSE CALC-PEND-FILE
               IF CALC-CONT-PENDENTES > 0
                   DISPLAY CALC-CONT-PENDENTES " alteracao(oes) de "
                       "taxa aguardando aprovacao no CALCRTEA"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           END-IF

           STOP RUN.

       lista-pendencias.
           OPEN OUTPUT CALC-REL-FILE
           ACCEPT CALC-DATA-EMISSAO FROM DATE YYYYMMDD

           MOVE SPACES TO CALC-REL-LINHA
           STRING "ALTERACOES DE TAXA PENDENTES DE APROVACAO - "
                      DELIMITED BY SIZE
                  "CALCRTEP   EMISSAO: " DELIMITED BY SIZE
                  CALC-DATA-EMISSAO DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE SPACES TO CALC-REL-LINHA
           STRING "PAR     VIGENCIA ACAO          TAXA ATUAL "
                      DELIMITED BY SIZE
                  "   PROPOSTA ORIGEM  DIGITADA POR DATA     HORA"
                      DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE 'FALSE' TO CALC-FIM-ARQUIVO
           PERFORM UNTIL CALC-FIM-ARQUIVO = 'TRUE'
               READ CALC-PEND-FILE
                   AT END
                       MOVE 'TRUE' TO CALC-FIM-ARQUIVO
                   NOT AT END
                       IF CALC-PEND-PENDENTE
                           PERFORM escreve-linha-pendencia
                       END-IF
               END-READ
           END-PERFORM

           PERFORM imprime-totais
           CLOSE CALC-REL-FILE
           DISPLAY "Listagem de pendencias gravada em CALCRTPR.".
           EXIT.

       escreve-linha-pendencia.
           ADD 1 TO CALC-CONT-PENDENTES
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
               ADD 1 TO CALC-CONT-CARGA
               MOVE "CARGA"  TO CALC-DESC-ORIGEM
           ELSE
               ADD 1 TO CALC-CONT-MANUAIS
               MOVE "MANUAL" TO CALC-DESC-ORIGEM
           END-IF
           MOVE CALC-PEND-VALOR       TO CALC-TAXA-ED
           MOVE CALC-PEND-VALOR-ANTES TO CALC-TAXA-ANTES-ED

           MOVE SPACES TO CALC-REL-LINHA
           STRING CALC-PEND-MOEDA-ORIGEM  DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  CALC-PEND-MOEDA-DESTINO DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PEND-DATA-VIGENCIA DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-DESC-ACAO          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-TAXA-ANTES-ED      DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-TAXA-ED            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-DESC-ORIGEM        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PEND-MAKER         DELIMITED BY SIZE
                  "     "                 DELIMITED BY SIZE
                  CALC-PEND-DATA-MAKER    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  CALC-PEND-HORA-MAKER    DELIMITED BY SIZE
               INTO CALC-REL-LINHA
           WRITE CALC-REL-LINHA.
           EXIT.

       imprime-totais.
           MOVE ALL "-" TO CALC-REL-LINHA
           WRITE CALC-REL-LINHA

           MOVE "PENDENCIAS EM ABERTO:        " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-PENDENTES             TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "  MANUAIS (CALCRTEM):        " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-MANUAIS               TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE "  DA CARGA (CALCRTEB):       " TO CALC-TOT-ROTULO
           MOVE CALC-CONT-CARGA                 TO CALC-CONT-ED
           PERFORM escreve-linha-total

           MOVE SPACES TO CALC-REL-LINHA
           STRING "FIM DO RELATORIO" DELIMITED BY SIZE
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
