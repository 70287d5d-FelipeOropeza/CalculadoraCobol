      * (consulta CALCCONS) e a politica de arredondamento aplicada
      * no fim do registro; as linhas de manutencao gravam chave
      * zero e politica em branco.
      * O leiaute de CALCAUD ganhou no fim a data e o numero do lote
      * da transacao de lote; as linhas de manutencao gravam os dois
      * zerados.
      * A linha de auditoria ganhou no fim os valores bruto, tarifa
      * e liquido da conversao, junto com a tabela de tarifas de
      * conversao (CALCTAR); as linhas deste programa os gravam
      * zerados.
      * A linha de auditoria ganhou no fim a conta do cliente, junto
      * com o cadastro de clientes (CALCCLI); as linhas deste
      * programa a gravam em branco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
