      * sao mais velhas que qualquer carimbo. A data de corte vem
      * do terminal ou, na execucao desassistida, da linha CALCRETN
      * do arquivo de parametros CALCPARM.
      * A chave de CALCSUSP ganhou o numero do lote (data + lote +
      * chave) e a linha de CALCAUD ganhou no fim a data e o numero
      * do lote; o historico e o arquivo de trabalho acompanham o
      * novo tamanho da linha.
      * O leiaute da linha de auditoria ganhou no fim os valores
      * bruto, tarifa e liquido da conversao, junto com a tabela de
      * tarifas de conversao (CALCTAR): as linhas do historico
      * (CALCAUDH) e da area de trabalho (CALCAUDW) passaram a 153
      * posicoes, para a linha ser copiada inteira.
      * A linha de auditoria e o registro de CALCSUSP ganharam no fim
      * a conta do cliente, junto com o cadastro de clientes
      * (CALCCLI): as linhas do historico e da area de trabalho
      * passaram a 163 posicoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CALC-AUDIT-TAXA-ORIGEM   PIC X(01).
           05 CALC-AUDIT-CHAVE         PIC X(06).
           05 CALC-AUDIT-POLITICA      PIC X(01).
           05 CALC-AUDIT-DATA-LOTE     PIC X(08).
           05 CALC-AUDIT-LOTE          PIC X(02).
           05 CALC-AUDIT-BRUTO         PIC S9(7)V999.
           05 CALC-AUDIT-TARIFA        PIC S9(7)V999.
           05 CALC-AUDIT-LIQUIDO       PIC S9(7)V999.
           05 CALC-AUDIT-CONTA         PIC X(10).

       FD  CALC-AUDH-FILE.
       01  CALC-AUDH-LINHA PIC X(163).

       FD  CALC-AUDW-FILE.
       01  CALC-AUDW-LINHA PIC X(163).

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

       FD  CALC-TOT-FILE.
       01  CALC-TOT-RECORD.
               DELETE CALC-SUSP-FILE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao expurgar suspensa "
                           CALC-SUSP-CHAVE " do lote " CALC-SUSP-LOTE
                           " - registro mantido"
                       ADD 1 TO CALC-CONT-SUSP-MANTIDAS
                   NOT INVALID KEY
                       ADD 1 TO CALC-CONT-SUSP-EXPURGADAS
