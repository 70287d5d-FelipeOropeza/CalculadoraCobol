      * escalonador. A data vem do terminal (vazio vale hoje) ou,
      * na execucao desassistida, da linha CALCVERF do arquivo de
      * parametros CALCPARM.
      * O leiaute de CALCAUD ganhou no fim a data e o numero do lote
      * da transacao; a verificacao continua somando por data do
      * carimbo, todos os lotes do dia juntos.
      * As linhas da dupla conferencia de taxas (solicitacao SO,
      * aprovacao AP e rejeicao RJ) sao de manutencao e ficam de fora
      * como as linhas AN/DP.
      * O leiaute da linha de auditoria ganhou no fim os valores
      * bruto, tarifa e liquido da conversao, junto com a tabela de
      * tarifas de conversao (CALCTAR); a leitura nao muda.
      * O leiaute da linha de auditoria ganhou no fim a conta do
      * cliente, junto com o cadastro de clientes (CALCCLI); a
      * leitura nao muda.
      * As linhas de recusa por data fechada no controle de periodos
      * (status PF, gravadas pelo programa Calculadora e pelos programas
      * de taxa) ficam de fora como as de manutencao.

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

       FD  CALC-TOT-FILE.
       01  CALC-TOT-RECORD.

      * So entram nos totais de sessao - e portanto no mestre - as
      * linhas de calculo com status OK e as linhas INVALIDA; as
      * linhas de manutencao (AN/DP, e SO/AP/RJ da dupla conferencia
      * de taxas) e as de calculo rejeitado
      * (ZD, OV, TV, CI e IV de operacao real) ficam de fora, entao
      * ficam de fora daqui tambem. As linhas PF (trabalho recusado
      * por data fechada, no lote, no modo R ou na manutencao de
      * taxas) nao sao calculo nenhum e nem entram na contagem.
       acumula-linha-auditoria.
           IF CALC-AUDIT-DATA NOT = CALC-DATA-VERIF-X
               CONTINUE
           ELSE
           IF CALC-AUDIT-STATUS-CALC = 'AN'
               OR CALC-AUDIT-STATUS-CALC = 'DP'
               OR CALC-AUDIT-STATUS-CALC = 'SO'
               OR CALC-AUDIT-STATUS-CALC = 'AP'
               OR CALC-AUDIT-STATUS-CALC = 'RJ'
               OR CALC-AUDIT-STATUS-CALC = 'PF'
               CONTINUE
           ELSE
               ADD 1 TO CALC-CONT-DO-DIA
