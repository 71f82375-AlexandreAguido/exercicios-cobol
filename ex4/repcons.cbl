       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPCONS.
      *este programa fecha o mes dos emprestimos consignados depois
      *da folha mensal: le DESCCONS.DAT (uma linha por contrato com
      *o devido, o descontado dentro da margem e a nova situacao do
      *contrato, gravada pela folha) e da baixa em CONSIG.DAT,
      *avancando o contador de parcelas e o saldo a compensar. cada
      *credor recebe em REMCONS.DAT um lote de repasse (header "H"
      *com credor, empresa do BANCOCTL.DAT, periodo e ciclo,
      *registros "D" por contrato descontado e trailer "T" com a
      *contagem e o total), e RELCONS.DAT lista por credor o devido,
      *o descontado e o que nao coube na margem e ficou para o mes
      *seguinte. linha de DESCCONS.DAT sem contrato em CONSIG.DAT e
      *listada como excecao no fim do relatorio. a baixa grava
      *valores absolutos, entao o passo pode ser rodado de novo no
      *mesmo ciclo sem avancar o contrato duas vezes; antes de
      *regravar o mestre a geracao anterior vai para BKPCONS, como
      *no MANUTFUNC. no fechamento, uma linha de auditoria e
      *acrescentada a AUDITLOG.DAT, no mesmo layout dos demais
      *programas do job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT CONSIG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.

           SELECT DESCCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESC-STATUS.

           SELECT BANCOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCTL-STATUS.

      * copia de geracao anterior do mestre, com o numero do ciclo
      * no nome (BKPCONSNNNNNN.DAT), como o BKPFUNC do MANUTFUNC.
           SELECT BKPCONS ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT REMCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * contratos de emprestimo consignado (mesmo layout do PGR1 e do
      * MANUTCONS). CONS-PERIODO-ULT e o ultimo periodo baixado e
      * CONS-PAGAS-ANT/CONS-PENDENTE-ANT a situacao antes dessa
      * baixa, lida pela folha quando o mesmo periodo roda de novo.
           FD CONSIG
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CONSIG.DAT".

             01 REG-CONSIG.
                02 CONS-CODIGO PIC 9(5).
                02 CONS-CONTRATO PIC X(12).
                02 CONS-CREDOR PIC 9(3).
                02 CONS-PARCELA PIC 9(6)V99.
                02 CONS-QTD-PARC PIC 9(3).
                02 CONS-PARC-PAGAS PIC 9(3).
                02 CONS-PENDENTE PIC 9(7)V99.
                02 CONS-PERIODO-ULT PIC 9(6).
                02 CONS-PAGAS-ANT PIC 9(3).
                02 CONS-PENDENTE-ANT PIC 9(7)V99.

           FD DESCCONS
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DESCCONS.DAT".

             01 REG-DESCCONS.
                02 DCON-CODIGO PIC 9(5).
                02 DCON-CONTRATO PIC X(12).
                02 DCON-CREDOR PIC 9(3).
                02 DCON-PERIODO PIC 9(6).
                02 DCON-PARCELA PIC 9(6)V99.
                02 DCON-DEVIDO PIC 9(7)V99.
                02 DCON-DESCONTADO PIC 9(7)V99.
                02 DCON-PENDENTE PIC 9(7)V99.
                02 DCON-PARC-PAGAS PIC 9(3).
                02 DCON-QTD-PARC PIC 9(3).
                02 DCON-CICLO PIC 9(6).

           FD BANCOCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "BANCOCTL.DAT".

             01 REG-BANCOCTL.
                02 BCTL-EMPRESA PIC 9(14).
                02 BCTL-SEQUENCIA PIC 9(6).

           FD BKPCONS
             LABEL RECORD ARE STANDARD.

             01 REG-BKPCONS PIC X(61).

      * repasse aos credores: um lote H/D/T por credor, montado nas
      * areas REG-REM-* de working-storage e gravado FROM, o mesmo
      * esquema da remessa bancaria da folha.
           FD REMCONS
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "REMCONS.DAT".

             01 REG-REMCONS PIC X(60).

           FD RELCONS
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELCONS.DAT".

             01 REG-RELCONS PIC X(80).

           FD AUDITLOG
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "AUDITLOG.DAT".

             01 REG-AUDITLOG PIC X(80).

      * cartao de ciclo compartilhado pelo job: numero da execucao e
      * data de processamento, avancado por CICLOADV no fim do job
      * com sucesso; sem cartao vale ciclo zero (rodada avulsa).
           FD CICLOCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CICLOCTL.DAT".

             01 REG-CICLOCTL.
                02 CICLO-NUM PIC 9(6).
                02 CICLO-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
           77 WS-CONS-STATUS PIC X(2).
           77 WS-DESC-STATUS PIC X(2).
           77 WS-BCTL-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-BCTL-EMPRESA PIC 9(14) VALUE 0.
           77 FLAG-CONS PIC 9(1) VALUE 0.
           77 FLAG-DESC PIC 9(1) VALUE 0.
           77 WS-QTD-CONS PIC 9(3) VALUE 0.
           77 WS-QTD-DESC PIC 9(3) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-REM PIC 9(6) VALUE 0.
           77 WS-QTD-EXC PIC 9(4) VALUE 0.
           77 WS-IDX PIC 9(3) VALUE 0.
           77 WS-IDX-ACHADO PIC 9(3) VALUE 0.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-PERIODO PIC 9(6) VALUE 0.
           77 WS-CREDOR PIC 9(3) VALUE 0.
           77 WS-CREDOR-ANT PIC 9(4) VALUE 0.
           77 WS-CREDOR-ACHOU PIC X(1) VALUE "N".
           77 WS-LOTE-QTD PIC 9(6) VALUE 0.
           77 WS-LOTE-TOTAL PIC 9(12)V99 VALUE 0.
           77 WS-LOTE-PEND PIC 9(12)V99 VALUE 0.
           77 WS-GERAL-TOTAL PIC 9(12)V99 VALUE 0.
           77 WS-GERAL-PEND PIC 9(12)V99 VALUE 0.

      * disciplina de copia de seguranca antes do OPEN OUTPUT que
      * regrava CONSIG.DAT no lugar, a mesma do MANUTFUNC: a copia
      * do ciclo ja existente num rerun nao e regravada.
           77 WS-BKP-STATUS PIC X(2).
           77 WS-BKP-EXISTE PIC X(1) VALUE "N".
           77 WS-QTD-GRAVADOS PIC 9(6) VALUE 0.
           77 WS-QTD-MESTRE-FIM PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.

           01 WS-BKP-NOME PIC X(17) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
             02 FILLER PIC X(7).
             02 BKP-NOME-CICLO PIC 9(6).
             02 FILLER PIC X(4).

           01 TAB-CONS.
             02 TAB-CONS-ITEM OCCURS 500 TIMES.
                03 TAB-CONS-CODIGO PIC 9(5).
                03 TAB-CONS-CONTRATO PIC X(12).
                03 TAB-CONS-CREDOR PIC 9(3).
                03 TAB-CONS-PARCELA PIC 9(6)V99.
                03 TAB-CONS-QTD-PARC PIC 9(3).
                03 TAB-CONS-PAGAS PIC 9(3).
                03 TAB-CONS-PENDENTE PIC 9(7)V99.
                03 TAB-CONS-PERIODO-ULT PIC 9(6).
                03 TAB-CONS-PAGAS-ANT PIC 9(3).
                03 TAB-CONS-PENDENTE-ANT PIC 9(7)V99.

      * linhas de DESCCONS.DAT, uma por contrato: uma linha repetida
      * (restart da folha depois de gravar e antes do checkpoint)
      * substitui a anterior em vez de somar.
           01 TAB-DESC.
             02 TAB-DESC-ITEM OCCURS 500 TIMES.
                03 TAB-DESC-CODIGO PIC 9(5).
                03 TAB-DESC-CONTRATO PIC X(12).
                03 TAB-DESC-CREDOR PIC 9(3).
                03 TAB-DESC-DEVIDO PIC 9(7)V99.
                03 TAB-DESC-DESCONTADO PIC 9(7)V99.
                03 TAB-DESC-PENDENTE PIC 9(7)V99.
                03 TAB-DESC-PAGAS PIC 9(3).
                03 TAB-DESC-QTD-PARC PIC 9(3).
                03 TAB-DESC-ACHOU PIC X(1).

      * AUD-GRAVADOS registra os registros "D" de repasse gravados em
      * REMCONS.DAT; AUD-GRAVADOS-2 os contratos regravados em
      * CONSIG.DAT.
           01 LIN-AUDITLOG.
             02 AUD-PROGRAMA PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-DATA-HORA PIC X(21).
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-LIDOS PIC 9(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-GRAVADOS PIC 9(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-REJEITADOS PIC 9(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-GRAVADOS-2 PIC 9(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-CICLO PIC 9(6).

           01 REG-REM-HEADER.
             02 RH-TIPO PIC X(1) VALUE "H".
             02 RH-CREDOR PIC 9(3).
             02 RH-EMPRESA PIC 9(14).
             02 RH-PERIODO PIC 9(6).
             02 RH-CICLO PIC 9(6).
             02 FILLER PIC X(30) VALUE SPACES.

           01 REG-REM-DET.
             02 RD-TIPO PIC X(1) VALUE "D".
             02 RD-CONTRATO PIC X(12).
             02 RD-CODIGO PIC 9(5).
             02 RD-PARCELA PIC 9(3).
             02 RD-QTD-PARC PIC 9(3).
             02 RD-VALOR PIC 9(7)V99.
             02 FILLER PIC X(27) VALUE SPACES.

           01 REG-REM-TRAILER.
             02 RT-TIPO PIC X(1) VALUE "T".
             02 RT-CREDOR PIC 9(3).
             02 RT-QTD PIC 9(6).
             02 RT-TOTAL PIC 9(12)V99.
             02 FILLER PIC X(36) VALUE SPACES.

           01 CAB-CONS.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(32)
                VALUE "REPASSE DE CONSIGNADOS - PERIODO".
             02 FILLER PIC X(1) VALUE SPACE.
             02 CAB-CONS-PERIODO PIC 9(6).
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-CONS-CICLO PIC 9(6).

           01 CAB-CREDOR.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(7) VALUE "CREDOR ".
             02 CAB-CREDOR-COD PIC 9(3).

           01 CAB-COLUNAS.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(7) VALUE "CODIGO ".
             02 FILLER PIC X(13) VALUE "CONTRATO".
             02 FILLER PIC X(8) VALUE "PARCELA".
             02 FILLER PIC X(14) VALUE "       DEVIDO".
             02 FILLER PIC X(14) VALUE "   DESCONTADO".
             02 FILLER PIC X(14) VALUE "  A COMPENSAR".

           01 DET-CONS.
             02 FILLER PIC X(5) VALUE SPACES.
             02 DET-CONS-COD PIC 9(5).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-CONS-CONTRATO PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-CONS-PAGAS PIC ZZ9.
             02 FILLER PIC X(1) VALUE "/".
             02 DET-CONS-QTD PIC 999.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-CONS-DEVIDO PIC Z.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-CONS-DESC PIC Z.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-CONS-PEND PIC Z.ZZZ.ZZ9,99.

           01 TOT-CREDOR.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(13) VALUE "TOTAL CREDOR ".
             02 TOT-CREDOR-COD PIC 9(3).
             02 FILLER PIC X(12) VALUE " REPASSADO  ".
             02 TOT-CREDOR-VALOR PIC ZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(13) VALUE " A COMPENSAR ".
             02 TOT-CREDOR-PEND PIC ZZ.ZZZ.ZZ9,99.

           01 TOT-GERAL.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "TOTAL GERAL REPASSADO".
             02 TOT-GERAL-VALOR PIC ZZ.ZZZ.ZZ9,99.

           01 TOT-GERAL-PEND.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "TOTAL GERAL A COMPENSAR".
             02 TOT-GERAL-PEND-VALOR PIC ZZ.ZZZ.ZZ9,99.

           01 CAB-EXC.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(40)
                VALUE "DESCONTOS SEM CONTRATO EM CONSIG.DAT".

           01 DET-EXC.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "COD ".
             02 DET-EXC-COD PIC 9(5).
             02 FILLER PIC X(11) VALUE " CONTRATO ".
             02 DET-EXC-CONTRATO PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-EXC-VALOR PIC Z.ZZZ.ZZ9,99.

           01 TOT-EXC.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL DE EXCECOES         ".
             02 TOT-EXC-QTD PIC ZZZ9.

       PROCEDURE DIVISION.
       PROG-REPCONS.
           PERFORM LER-CICLO.
           PERFORM LER-CARTAO-BANCO.
           PERFORM CARREGAR-CONSIG.
           PERFORM CARREGAR-DESCONTOS.
           PERFORM BAIXAR-CONTRATOS.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM GRAVAR-MASTER.
           PERFORM ABRIR.
           PERFORM REPASSAR-CREDORES.
           PERFORM LISTAR-EXCECOES.
           PERFORM FIM.

       LER-CICLO.
           MOVE 0 TO WS-CICLO-NUM.
           MOVE 0 TO WS-CICLO-DATA.
           OPEN INPUT CICLOCTL.
           IF WS-CICLO-STATUS EQUAL "00"
             READ CICLOCTL
               AT END CONTINUE
               NOT AT END
                 MOVE CICLO-NUM TO WS-CICLO-NUM
                 MOVE CICLO-DATA TO WS-CICLO-DATA
             END-READ
             CLOSE CICLOCTL.

      * so a empresa do cartao entra no header do repasse; a
      * sequencia de remessa pertence a remessa bancaria da folha e
      * nao e avancada aqui.
       LER-CARTAO-BANCO.
           OPEN INPUT BANCOCTL.
           IF WS-BCTL-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: BANCOCTL.DAT AUSENTE OU ILEGIVEL"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           READ BANCOCTL
             AT END
               DISPLAY "ERRO: BANCOCTL.DAT VAZIO"
               CLOSE BANCOCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE BCTL-EMPRESA TO WS-BCTL-EMPRESA
           END-READ.
           CLOSE BANCOCTL.

      * sem CONSIG.DAT nao ha contrato a baixar; DESCCONS.DAT ainda
      * e lido para que um desconto sem contrato apareca na excecao.
       CARREGAR-CONSIG.
           MOVE 0 TO WS-QTD-CONS.
           MOVE 0 TO FLAG-CONS.
           OPEN INPUT CONSIG.
           IF WS-CONS-STATUS EQUAL "00"
             PERFORM GUARDAR-CONTRATO UNTIL FLAG-CONS EQUAL 1
             CLOSE CONSIG.

       GUARDAR-CONTRATO.
           READ CONSIG
             AT END MOVE 1 TO FLAG-CONS
             NOT AT END
               IF WS-QTD-CONS EQUAL 500
                 DISPLAY "ERRO: CONSIG.DAT EXCEDE LIMITE 500"
                 CLOSE CONSIG
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-CONS = WS-QTD-CONS + 1
               MOVE CONS-CODIGO TO TAB-CONS-CODIGO(WS-QTD-CONS)
               MOVE CONS-CONTRATO TO
                 TAB-CONS-CONTRATO(WS-QTD-CONS)
               MOVE CONS-CREDOR TO TAB-CONS-CREDOR(WS-QTD-CONS)
               MOVE CONS-PARCELA TO TAB-CONS-PARCELA(WS-QTD-CONS)
               MOVE CONS-QTD-PARC TO
                 TAB-CONS-QTD-PARC(WS-QTD-CONS)
               MOVE CONS-PARC-PAGAS TO
                 TAB-CONS-PAGAS(WS-QTD-CONS)
               MOVE CONS-PENDENTE TO
                 TAB-CONS-PENDENTE(WS-QTD-CONS)
               MOVE CONS-PERIODO-ULT TO
                 TAB-CONS-PERIODO-ULT(WS-QTD-CONS)
               MOVE CONS-PAGAS-ANT TO
                 TAB-CONS-PAGAS-ANT(WS-QTD-CONS)
               MOVE CONS-PENDENTE-ANT TO
                 TAB-CONS-PENDENTE-ANT(WS-QTD-CONS)
           END-READ.

      * DESCCONS.DAT e obrigatorio: a folha sempre grava o arquivo,
      * mesmo vazio; ausente quer dizer que o STEP030 nao rodou.
       CARREGAR-DESCONTOS.
           MOVE 0 TO WS-QTD-DESC.
           MOVE 0 TO FLAG-DESC.
           OPEN INPUT DESCCONS.
           IF WS-DESC-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: DESCCONS.DAT AUSENTE OU ILEGIVEL"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LER-DESCONTO UNTIL FLAG-DESC EQUAL 1.
           CLOSE DESCCONS.

       LER-DESCONTO.
           READ DESCCONS
             AT END MOVE 1 TO FLAG-DESC
             NOT AT END
               COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1
               MOVE DCON-PERIODO TO WS-PERIODO
               PERFORM GUARDAR-DESCONTO
           END-READ.

       GUARDAR-DESCONTO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM COMPARAR-DESCONTO
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-DESC.
           IF WS-IDX-ACHADO EQUAL 0
             IF WS-QTD-DESC EQUAL 500
               DISPLAY "ERRO: DESCCONS.DAT EXCEDE LIMITE 500"
               CLOSE DESCCONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-QTD-DESC = WS-QTD-DESC + 1
             MOVE WS-QTD-DESC TO WS-IDX-ACHADO
           END-IF.
           MOVE DCON-CODIGO TO TAB-DESC-CODIGO(WS-IDX-ACHADO).
           MOVE DCON-CONTRATO TO TAB-DESC-CONTRATO(WS-IDX-ACHADO).
           MOVE DCON-CREDOR TO TAB-DESC-CREDOR(WS-IDX-ACHADO).
           MOVE DCON-DEVIDO TO TAB-DESC-DEVIDO(WS-IDX-ACHADO).
           MOVE DCON-DESCONTADO TO TAB-DESC-DESCONTADO(WS-IDX-ACHADO).
           MOVE DCON-PENDENTE TO TAB-DESC-PENDENTE(WS-IDX-ACHADO).
           MOVE DCON-PARC-PAGAS TO TAB-DESC-PAGAS(WS-IDX-ACHADO).
           MOVE DCON-QTD-PARC TO TAB-DESC-QTD-PARC(WS-IDX-ACHADO).
           MOVE "N" TO TAB-DESC-ACHOU(WS-IDX-ACHADO).

       COMPARAR-DESCONTO.
           IF TAB-DESC-CONTRATO(WS-IDX) EQUAL DCON-CONTRATO
             MOVE WS-IDX TO WS-IDX-ACHADO.

      * a situacao anterior so e guardada na primeira baixa do
      * periodo; numa segunda baixa do mesmo periodo (folha reaberta)
      * ela continua sendo a de antes da primeira.
       BAIXAR-CONTRATOS.
           PERFORM BAIXAR-CONTRATO
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-DESC.

       BAIXAR-CONTRATO.
           PERFORM LOCALIZAR-CONTRATO.
           IF WS-ACHOU EQUAL "S"
             MOVE "S" TO TAB-DESC-ACHOU(WS-IDX)
             IF TAB-CONS-PERIODO-ULT(WS-IDX-ACHADO)
               NOT EQUAL WS-PERIODO
               MOVE TAB-CONS-PAGAS(WS-IDX-ACHADO) TO
                 TAB-CONS-PAGAS-ANT(WS-IDX-ACHADO)
               MOVE TAB-CONS-PENDENTE(WS-IDX-ACHADO) TO
                 TAB-CONS-PENDENTE-ANT(WS-IDX-ACHADO)
               MOVE WS-PERIODO TO
                 TAB-CONS-PERIODO-ULT(WS-IDX-ACHADO)
             END-IF
             MOVE TAB-DESC-PAGAS(WS-IDX) TO
               TAB-CONS-PAGAS(WS-IDX-ACHADO)
             MOVE TAB-DESC-PENDENTE(WS-IDX) TO
               TAB-CONS-PENDENTE(WS-IDX-ACHADO).

      * varredura linear com saida no primeiro achado; o numero do
      * contrato e a chave.
       LOCALIZAR-CONTRATO.
           MOVE "N" TO WS-ACHOU.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM COMPARAR-CONTRATO
             VARYING WS-IDX-ACHADO FROM 1 BY 1
             UNTIL WS-IDX-ACHADO > WS-QTD-CONS
             OR WS-ACHOU EQUAL "S".
           IF WS-ACHOU EQUAL "S"
             COMPUTE WS-IDX-ACHADO = WS-IDX-ACHADO - 1.

       COMPARAR-CONTRATO.
           IF TAB-CONS-CONTRATO(WS-IDX-ACHADO)
             EQUAL TAB-DESC-CONTRATO(WS-IDX)
             MOVE "S" TO WS-ACHOU.

       COPIAR-MESTRE-BACKUP.
           MOVE "BKPCONS000000.DAT" TO WS-BKP-NOME.
           MOVE WS-CICLO-NUM TO BKP-NOME-CICLO.
           MOVE "N" TO WS-BKP-EXISTE.
           OPEN INPUT BKPCONS.
           IF WS-BKP-STATUS EQUAL "00"
             READ BKPCONS
               AT END CONTINUE
               NOT AT END MOVE "S" TO WS-BKP-EXISTE
             END-READ
             CLOSE BKPCONS.
           IF WS-BKP-EXISTE EQUAL "N"
             MOVE 0 TO FLAG-BKP
             OPEN INPUT CONSIG
             IF WS-CONS-STATUS EQUAL "00"
               OPEN OUTPUT BKPCONS
               PERFORM COPIAR-REG-BACKUP UNTIL FLAG-BKP EQUAL 1
               CLOSE CONSIG BKPCONS.

       COPIAR-REG-BACKUP.
           READ CONSIG
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END WRITE REG-BKPCONS FROM REG-CONSIG
           END-READ.

       GRAVAR-MASTER.
           OPEN OUTPUT CONSIG.
           PERFORM GRAVAR-CONTRATO
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-CONS.
           CLOSE CONSIG.

       GRAVAR-CONTRATO.
           MOVE TAB-CONS-CODIGO(WS-IDX) TO CONS-CODIGO.
           MOVE TAB-CONS-CONTRATO(WS-IDX) TO CONS-CONTRATO.
           MOVE TAB-CONS-CREDOR(WS-IDX) TO CONS-CREDOR.
           MOVE TAB-CONS-PARCELA(WS-IDX) TO CONS-PARCELA.
           MOVE TAB-CONS-QTD-PARC(WS-IDX) TO CONS-QTD-PARC.
           MOVE TAB-CONS-PAGAS(WS-IDX) TO CONS-PARC-PAGAS.
           MOVE TAB-CONS-PENDENTE(WS-IDX) TO CONS-PENDENTE.
           MOVE TAB-CONS-PERIODO-ULT(WS-IDX) TO CONS-PERIODO-ULT.
           MOVE TAB-CONS-PAGAS-ANT(WS-IDX) TO CONS-PAGAS-ANT.
           MOVE TAB-CONS-PENDENTE-ANT(WS-IDX) TO CONS-PENDENTE-ANT.
           COMPUTE WS-QTD-GRAVADOS = WS-QTD-GRAVADOS + 1.
           WRITE REG-CONSIG.

      * confere o mestre regravado contra a quantidade gravada da
      * tabela; divergencia derruba o passo com RC=8 para a operacao
      * restaurar a geracao anterior de BKPCONS antes da proxima
      * folha.
       CONFERIR-MESTRE.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-FIM.
           OPEN INPUT CONSIG.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE CONSIG.
           IF WS-QTD-MESTRE-FIM NOT EQUAL WS-QTD-GRAVADOS
             DISPLAY "ERRO: CONSIG.DAT COM " WS-QTD-MESTRE-FIM
               " REGISTROS, ESPERADOS " WS-QTD-GRAVADOS
               " - RESTAURAR BKPCONS"
             MOVE 8 TO RETURN-CODE.

       CONTAR-REG-FIM.
           READ CONSIG
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-FIM = WS-QTD-MESTRE-FIM + 1
           END-READ.

       ABRIR.
           OPEN OUTPUT REMCONS.
           OPEN OUTPUT RELCONS.
           MOVE WS-PERIODO TO CAB-CONS-PERIODO.
           MOVE WS-CICLO-NUM TO CAB-CONS-CICLO.
           WRITE REG-RELCONS FROM CAB-CONS AFTER ADVANCING PAGE.

      * um lote por credor, em ordem crescente de codigo: a cada
      * volta procura o menor credor acima do ultimo ja repassado.
       REPASSAR-CREDORES.
           MOVE 0 TO WS-GERAL-TOTAL.
           MOVE 0 TO WS-GERAL-PEND.
           MOVE 0 TO WS-CREDOR-ANT.
           MOVE "S" TO WS-CREDOR-ACHOU.
           PERFORM REPASSAR-PROXIMO-CREDOR
             UNTIL WS-CREDOR-ACHOU EQUAL "N".
           MOVE WS-GERAL-TOTAL TO TOT-GERAL-VALOR.
           WRITE REG-RELCONS FROM TOT-GERAL AFTER ADVANCING 2 LINES.
           MOVE WS-GERAL-PEND TO TOT-GERAL-PEND-VALOR.
           WRITE REG-RELCONS FROM TOT-GERAL-PEND
             AFTER ADVANCING 1 LINES.

       REPASSAR-PROXIMO-CREDOR.
           PERFORM PROXIMO-CREDOR.
           IF WS-CREDOR-ACHOU EQUAL "S"
             PERFORM REPASSAR-UM-CREDOR
             COMPUTE WS-CREDOR-ANT = WS-CREDOR + 1.

       PROXIMO-CREDOR.
           MOVE "N" TO WS-CREDOR-ACHOU.
           PERFORM COMPARAR-CREDOR
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-DESC.

       COMPARAR-CREDOR.
           IF TAB-DESC-ACHOU(WS-IDX) EQUAL "S"
             AND TAB-DESC-CREDOR(WS-IDX) >= WS-CREDOR-ANT
             IF WS-CREDOR-ACHOU EQUAL "N"
               OR TAB-DESC-CREDOR(WS-IDX) < WS-CREDOR
               MOVE TAB-DESC-CREDOR(WS-IDX) TO WS-CREDOR
               MOVE "S" TO WS-CREDOR-ACHOU.

      * o lote de repasse so leva o que foi descontado; o relatorio
      * lista tambem o contrato sem margem, com o que ficou para
      * compensar.
       REPASSAR-UM-CREDOR.
           MOVE 0 TO WS-LOTE-QTD.
           MOVE 0 TO WS-LOTE-TOTAL.
           MOVE 0 TO WS-LOTE-PEND.
           MOVE WS-CREDOR TO RH-CREDOR.
           MOVE WS-BCTL-EMPRESA TO RH-EMPRESA.
           MOVE WS-PERIODO TO RH-PERIODO.
           MOVE WS-CICLO-NUM TO RH-CICLO.
           WRITE REG-REMCONS FROM REG-REM-HEADER.
           MOVE WS-CREDOR TO CAB-CREDOR-COD.
           WRITE REG-RELCONS FROM CAB-CREDOR AFTER ADVANCING 2 LINES.
           WRITE REG-RELCONS FROM CAB-COLUNAS AFTER ADVANCING 1 LINES.
           PERFORM REPASSAR-SE-DO-CREDOR
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-DESC.
           MOVE WS-CREDOR TO RT-CREDOR.
           MOVE WS-LOTE-QTD TO RT-QTD.
           MOVE WS-LOTE-TOTAL TO RT-TOTAL.
           WRITE REG-REMCONS FROM REG-REM-TRAILER.
           MOVE WS-CREDOR TO TOT-CREDOR-COD.
           MOVE WS-LOTE-TOTAL TO TOT-CREDOR-VALOR.
           MOVE WS-LOTE-PEND TO TOT-CREDOR-PEND.
           WRITE REG-RELCONS FROM TOT-CREDOR AFTER ADVANCING 1 LINES.
           COMPUTE WS-GERAL-TOTAL = WS-GERAL-TOTAL + WS-LOTE-TOTAL.
           COMPUTE WS-GERAL-PEND = WS-GERAL-PEND + WS-LOTE-PEND.

       REPASSAR-SE-DO-CREDOR.
           IF TAB-DESC-ACHOU(WS-IDX) EQUAL "S"
             AND TAB-DESC-CREDOR(WS-IDX) EQUAL WS-CREDOR
             PERFORM REPASSAR-CONTRATO.

       REPASSAR-CONTRATO.
           MOVE TAB-DESC-CODIGO(WS-IDX) TO DET-CONS-COD.
           MOVE TAB-DESC-CONTRATO(WS-IDX) TO DET-CONS-CONTRATO.
           MOVE TAB-DESC-PAGAS(WS-IDX) TO DET-CONS-PAGAS.
           MOVE TAB-DESC-QTD-PARC(WS-IDX) TO DET-CONS-QTD.
           MOVE TAB-DESC-DEVIDO(WS-IDX) TO DET-CONS-DEVIDO.
           MOVE TAB-DESC-DESCONTADO(WS-IDX) TO DET-CONS-DESC.
           MOVE TAB-DESC-PENDENTE(WS-IDX) TO DET-CONS-PEND.
           WRITE REG-RELCONS FROM DET-CONS AFTER ADVANCING 1 LINES.
           COMPUTE WS-LOTE-PEND = WS-LOTE-PEND
             + TAB-DESC-PENDENTE(WS-IDX).
           IF TAB-DESC-DESCONTADO(WS-IDX) > 0
             MOVE TAB-DESC-CONTRATO(WS-IDX) TO RD-CONTRATO
             MOVE TAB-DESC-CODIGO(WS-IDX) TO RD-CODIGO
             MOVE TAB-DESC-PAGAS(WS-IDX) TO RD-PARCELA
             MOVE TAB-DESC-QTD-PARC(WS-IDX) TO RD-QTD-PARC
             MOVE TAB-DESC-DESCONTADO(WS-IDX) TO RD-VALOR
             WRITE REG-REMCONS FROM REG-REM-DET
             COMPUTE WS-LOTE-QTD = WS-LOTE-QTD + 1
             COMPUTE WS-QTD-REM = WS-QTD-REM + 1
             COMPUTE WS-LOTE-TOTAL = WS-LOTE-TOTAL
               + TAB-DESC-DESCONTADO(WS-IDX).

      * desconto sem contrato (contrato excluido do CONSIG.DAT depois
      * da folha): o valor ja saiu do liquido e precisa ser devolvido
      * ou repassado na mao, entao fica listado e fora do lote.
       LISTAR-EXCECOES.
           WRITE REG-RELCONS FROM CAB-EXC AFTER ADVANCING 3 LINES.
           PERFORM LISTAR-SE-EXCECAO
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-DESC.
           MOVE WS-QTD-EXC TO TOT-EXC-QTD.
           WRITE REG-RELCONS FROM TOT-EXC AFTER ADVANCING 1 LINES.

       LISTAR-SE-EXCECAO.
           IF TAB-DESC-ACHOU(WS-IDX) EQUAL "N"
             COMPUTE WS-QTD-EXC = WS-QTD-EXC + 1
             MOVE TAB-DESC-CODIGO(WS-IDX) TO DET-EXC-COD
             MOVE TAB-DESC-CONTRATO(WS-IDX) TO DET-EXC-CONTRATO
             MOVE TAB-DESC-DESCONTADO(WS-IDX) TO DET-EXC-VALOR
             WRITE REG-RELCONS FROM DET-EXC AFTER ADVANCING 1 LINES.

       FIM.
           CLOSE REMCONS RELCONS.
           PERFORM CONFERIR-MESTRE.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "REPCONS" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-REM TO AUD-GRAVADOS.
           MOVE WS-QTD-EXC TO AUD-REJEITADOS.
           MOVE WS-QTD-GRAVADOS TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
