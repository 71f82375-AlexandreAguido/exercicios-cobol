       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTCONS.
      *este programa aplica um arquivo de movimentos (inclusao,
      *alteracao, exclusao) contra o cadastro de contratos de
      *emprestimo consignado CONSIG.DAT, a mesma disciplina que
      *MANUTFUNC da ao CADFUNC.DAT. o contrato (numero dado pelo
      *credor) e a chave; o funcionario do movimento precisa existir
      *no CADFUNC.DAT. movimentos rejeitados (contrato duplicado na
      *inclusao, contrato nao encontrado ou de outro funcionario na
      *alteracao/exclusao, funcionario inexistente, parcela ou
      *quantidade zerada, ou tipo de movimento invalido) vao para o
      *relatorio de excecao ERROMCONS.DAT e para o arquivo de
      *suspensos MOVCSUSP.DAT, no mesmo layout de MOVCONS.DAT.
      *todo movimento aceito grava em MOVCHIST.DAT um registro de
      *trilha com os valores antes/depois. o saldo a compensar e a
      *situacao da ultima baixa (REPCONS) nao sao alterados aqui.
      *no fechamento, uma linha de auditoria e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT CONSIG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.

           SELECT MOVCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

      * copia de geracao anterior do mestre, com o numero do ciclo
      * no nome (BKPCONSNNNNNN.DAT), como o BKPFUNC do MANUTFUNC.
           SELECT BKPCONS ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT ERROMCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVCHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVCSUSP ASSIGN TO DISK
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
      * REPCONS). os campos a partir de CONS-PENDENTE sao mantidos
      * pela baixa mensal e so copiados aqui.
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

           FD BKPCONS
             LABEL RECORD ARE STANDARD.

             01 REG-BKPCONS PIC X(61).

      * MCON-PARC-PAGAS permite cadastrar contrato ja em andamento
      * (portabilidade, implantacao) com as parcelas ja quitadas.
           FD MOVCONS
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVCONS.DAT".

             01 REG-MOVCONS.
                02 MCON-TIPO PIC X(1).
                02 MCON-CODIGO PIC 9(5).
                02 MCON-CONTRATO PIC X(12).
                02 MCON-CREDOR PIC 9(3).
                02 MCON-PARCELA PIC 9(6)V99.
                02 MCON-QTD-PARC PIC 9(3).
                02 MCON-PARC-PAGAS PIC 9(3).

           FD CADFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CADFUNC.DAT".

             01 REGFUNC.
                02 CODIGO PIC 9(5).
                02 FILLER PIC X(52).

           FD ERROMCONS
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "ERROMCONS.DAT".

             01 REG-ERROMCONS PIC X(80).

           FD MOVCHIST
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVCHIST.DAT".

             01 REG-MOVCHIST.
                02 CHIST-TIPO PIC X(1).
                02 CHIST-CONTRATO PIC X(12).
                02 CHIST-CODIGO PIC 9(5).
                02 CHIST-CREDOR-ANTES PIC 9(3).
                02 CHIST-PARCELA-ANTES PIC 9(6)V99.
                02 CHIST-QTD-ANTES PIC 9(3).
                02 CHIST-PAGAS-ANTES PIC 9(3).
                02 CHIST-CREDOR-DEPOIS PIC 9(3).
                02 CHIST-PARCELA-DEPOIS PIC 9(6)V99.
                02 CHIST-QTD-DEPOIS PIC 9(3).
                02 CHIST-PAGAS-DEPOIS PIC 9(3).

           FD MOVCSUSP
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVCSUSP.DAT".

             01 REG-MOVCSUSP.
                02 CSUSP-TIPO PIC X(1).
                02 CSUSP-CODIGO PIC 9(5).
                02 CSUSP-CONTRATO PIC X(12).
                02 CSUSP-CREDOR PIC 9(3).
                02 CSUSP-PARCELA PIC 9(6)V99.
                02 CSUSP-QTD-PARC PIC 9(3).
                02 CSUSP-PARC-PAGAS PIC 9(3).

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
           77 FLAG-CONS PIC 9(1) VALUE 0.
           77 FLAG-MOV PIC 9(1) VALUE 0.
           77 FLAG-FUNC PIC 9(1) VALUE 0.
           77 WS-CONS-STATUS PIC X(2).
           77 WS-QTD-CONS PIC 9(4) VALUE 0.
           77 WS-QTD-FUNC PIC 9(4) VALUE 0.
           77 WS-QTD-INC PIC 9(4) VALUE 0.
           77 WS-QTD-ALT PIC 9(4) VALUE 0.
           77 WS-QTD-EXC PIC 9(4) VALUE 0.
           77 WS-QTD-REJ PIC 9(4) VALUE 0.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-FUNC-OK PIC X(1) VALUE "N".
           77 WS-IDX-CONS PIC 9(3) VALUE 0.
           77 WS-IDX-FUNC PIC 9(3) VALUE 0.
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.

      * disciplina de copia de seguranca antes do OPEN OUTPUT que
      * regrava CONSIG.DAT no lugar, a mesma do MANUTFUNC: num rerun
      * do mesmo ciclo a copia ja existente NAO e regravada. sem
      * CONSIG.DAT (primeira implantacao) nao ha o que copiar.
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

      * AUD-GRAVADOS registra os movimentos aplicados ao mestre
      * (inclusoes + alteracoes + exclusoes); AUD-GRAVADOS-2 fica
      * zerado, como em MANUTFUNC.
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
                03 TAB-CONS-ATIVO PIC X(1).

      * codigos do CADFUNC.DAT, so para validar o funcionario.
           01 TAB-FUNCS.
             02 TAB-FUNC-CODIGO PIC 9(5) OCCURS 500 TIMES.

           01 CAB-ERRO.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "RELATORIO DE EXCECAO - MOVCONS.DAT".

           01 DET-ERRO.
             02 FILLER PIC X(4) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "COD ".
             02 DET-COD PIC 9(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-CONTRATO PIC X(12).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-TIPO PIC X(1).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-MOTIVO PIC X(30).

           01 TOT-ERRO.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL DE MOVS REJEITADOS ".
             02 TOT-QTD-REJ PIC ZZZ9.

       PROCEDURE DIVISION.
       PROG-MANUTCONS.
           PERFORM LER-CICLO.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM CARREGAR-FUNCS.
           PERFORM ABRIR.
           PERFORM CARREGAR-MASTER.
           PERFORM LEITURA-MOV.
           PERFORM PROCESSAR-MOV UNTIL FLAG-MOV EQUAL 1.
           PERFORM GRAVAR-MASTER.
           PERFORM FIM.

      * corta a copia de geracao anterior (uma por ciclo) antes de
      * qualquer alteracao no mestre.
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
           IF WS-BKP-EXISTE EQUAL "S"
             CONTINUE
           ELSE
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

       CARREGAR-FUNCS.
           MOVE 0 TO FLAG-FUNC.
           OPEN INPUT CADFUNC.
           PERFORM GUARDAR-FUNC UNTIL FLAG-FUNC EQUAL 1.
           CLOSE CADFUNC.

       GUARDAR-FUNC.
           READ CADFUNC
             AT END MOVE 1 TO FLAG-FUNC
             NOT AT END
               IF WS-QTD-FUNC EQUAL 500
                 DISPLAY "ERRO: CADFUNC.DAT EXCEDE O LIMITE DE 500"
                 CLOSE CADFUNC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-FUNC = WS-QTD-FUNC + 1
               MOVE CODIGO TO TAB-FUNC-CODIGO(WS-QTD-FUNC)
           END-READ.

       ABRIR.
           OPEN INPUT MOVCONS.
           OPEN OUTPUT ERROMCONS.
           OPEN OUTPUT MOVCHIST.
           OPEN OUTPUT MOVCSUSP.
           WRITE REG-ERROMCONS FROM CAB-ERRO.

      * sem CONSIG.DAT o cadastro comeca vazio: a primeira carga de
      * contratos entra toda por inclusao.
       CARREGAR-MASTER.
           MOVE 0 TO FLAG-CONS.
           OPEN INPUT CONSIG.
           IF WS-CONS-STATUS EQUAL "00"
             PERFORM LEITURA-CONS
             PERFORM GUARDAR-CONTRATO UNTIL FLAG-CONS EQUAL 1
             CLOSE CONSIG.

       GUARDAR-CONTRATO.
           IF WS-QTD-CONS EQUAL 500
             DISPLAY "ERRO: CONSIG.DAT EXCEDE O LIMITE DE 500"
             CLOSE CONSIG MOVCONS ERROMCONS MOVCHIST MOVCSUSP
             MOVE 8 TO RETURN-CODE
             STOP RUN
           ELSE
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
             MOVE "S" TO TAB-CONS-ATIVO(WS-QTD-CONS).
           PERFORM LEITURA-CONS.

       LEITURA-CONS.
           READ CONSIG AT END MOVE 1 TO FLAG-CONS.

       LEITURA-MOV.
           READ MOVCONS AT END MOVE 1 TO FLAG-MOV.

       PROCESSAR-MOV.
           EVALUATE MCON-TIPO
             WHEN "I" PERFORM INCLUIR-CONTRATO
             WHEN "A" PERFORM ALTERAR-CONTRATO
             WHEN "E" PERFORM EXCLUIR-CONTRATO
             WHEN OTHER PERFORM REJEITAR-TIPO-INVALIDO
           END-EVALUATE.
           PERFORM LEITURA-MOV.

       LOCALIZAR-CONTRATO.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IDX-CONS.
           PERFORM UNTIL WS-IDX-CONS > WS-QTD-CONS
             OR WS-ACHOU EQUAL "S"
             IF TAB-CONS-CONTRATO(WS-IDX-CONS) EQUAL MCON-CONTRATO
               AND TAB-CONS-ATIVO(WS-IDX-CONS) EQUAL "S"
               MOVE "S" TO WS-ACHOU
             ELSE
               COMPUTE WS-IDX-CONS = WS-IDX-CONS + 1.

       LOCALIZAR-FUNC.
           MOVE "N" TO WS-FUNC-OK.
           MOVE 1 TO WS-IDX-FUNC.
           PERFORM UNTIL WS-IDX-FUNC > WS-QTD-FUNC
             OR WS-FUNC-OK EQUAL "S"
             IF TAB-FUNC-CODIGO(WS-IDX-FUNC) EQUAL MCON-CODIGO
               MOVE "S" TO WS-FUNC-OK
             ELSE
               COMPUTE WS-IDX-FUNC = WS-IDX-FUNC + 1.

       INCLUIR-CONTRATO.
           PERFORM LOCALIZAR-CONTRATO.
           PERFORM LOCALIZAR-FUNC.
           IF WS-ACHOU EQUAL "S"
             MOVE "CONTRATO JA EXISTE" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF WS-FUNC-OK EQUAL "N"
               MOVE "FUNCIONARIO NAO CADASTRADO" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               IF MCON-PARCELA NOT > 0 OR MCON-QTD-PARC NOT > 0
                 OR MCON-PARC-PAGAS > MCON-QTD-PARC
                 MOVE "PARCELA/QUANTIDADE INVALIDA" TO DET-MOTIVO
                 PERFORM GRAVA-ERRO
               ELSE
                 IF WS-QTD-CONS EQUAL 500
                   MOVE "TABELA DE CONTRATOS CHEIA" TO DET-MOTIVO
                   PERFORM GRAVA-ERRO
                 ELSE
                   COMPUTE WS-QTD-CONS = WS-QTD-CONS + 1
                   MOVE MCON-CODIGO TO TAB-CONS-CODIGO(WS-QTD-CONS)
                   MOVE MCON-CONTRATO TO
                     TAB-CONS-CONTRATO(WS-QTD-CONS)
                   MOVE MCON-CREDOR TO TAB-CONS-CREDOR(WS-QTD-CONS)
                   MOVE MCON-PARCELA TO
                     TAB-CONS-PARCELA(WS-QTD-CONS)
                   MOVE MCON-QTD-PARC TO
                     TAB-CONS-QTD-PARC(WS-QTD-CONS)
                   MOVE MCON-PARC-PAGAS TO
                     TAB-CONS-PAGAS(WS-QTD-CONS)
                   MOVE 0 TO TAB-CONS-PENDENTE(WS-QTD-CONS)
                   MOVE 0 TO TAB-CONS-PERIODO-ULT(WS-QTD-CONS)
                   MOVE 0 TO TAB-CONS-PAGAS-ANT(WS-QTD-CONS)
                   MOVE 0 TO TAB-CONS-PENDENTE-ANT(WS-QTD-CONS)
                   MOVE "S" TO TAB-CONS-ATIVO(WS-QTD-CONS)
                   COMPUTE WS-QTD-INC = WS-QTD-INC + 1
                   PERFORM GRAVA-HIST-INCLUSAO.

      * alteracao renegocia o contrato (credor, parcela, prazo ou
      * parcelas quitadas); o saldo a compensar continua o mesmo.
       ALTERAR-CONTRATO.
           PERFORM LOCALIZAR-CONTRATO.
           IF WS-ACHOU EQUAL "N"
             MOVE "CONTRATO NAO ENCONTRADO" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF TAB-CONS-CODIGO(WS-IDX-CONS) NOT EQUAL MCON-CODIGO
               MOVE "CONTRATO DE OUTRO FUNCIONARIO" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               IF MCON-PARCELA NOT > 0 OR MCON-QTD-PARC NOT > 0
                 OR MCON-PARC-PAGAS > MCON-QTD-PARC
                 MOVE "PARCELA/QUANTIDADE INVALIDA" TO DET-MOTIVO
                 PERFORM GRAVA-ERRO
               ELSE
                 PERFORM GRAVA-HIST-ALTERACAO
                 MOVE MCON-CREDOR TO TAB-CONS-CREDOR(WS-IDX-CONS)
                 MOVE MCON-PARCELA TO TAB-CONS-PARCELA(WS-IDX-CONS)
                 MOVE MCON-QTD-PARC TO
                   TAB-CONS-QTD-PARC(WS-IDX-CONS)
                 MOVE MCON-PARC-PAGAS TO
                   TAB-CONS-PAGAS(WS-IDX-CONS)
                 COMPUTE WS-QTD-ALT = WS-QTD-ALT + 1.

       EXCLUIR-CONTRATO.
           PERFORM LOCALIZAR-CONTRATO.
           IF WS-ACHOU EQUAL "N"
             MOVE "CONTRATO NAO ENCONTRADO" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF TAB-CONS-CODIGO(WS-IDX-CONS) NOT EQUAL MCON-CODIGO
               MOVE "CONTRATO DE OUTRO FUNCIONARIO" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               PERFORM GRAVA-HIST-EXCLUSAO
               MOVE "N" TO TAB-CONS-ATIVO(WS-IDX-CONS)
               COMPUTE WS-QTD-EXC = WS-QTD-EXC + 1.

       REJEITAR-TIPO-INVALIDO.
           MOVE "TIPO DE MOVIMENTO INVALIDO" TO DET-MOTIVO
           PERFORM GRAVA-ERRO.

      * grava a trilha de auditoria de um movimento aceito, com
      * credor, parcela, prazo e parcelas pagas antes e depois.
       GRAVA-HIST-INCLUSAO.
           MOVE "I" TO CHIST-TIPO.
           MOVE MCON-CONTRATO TO CHIST-CONTRATO.
           MOVE MCON-CODIGO TO CHIST-CODIGO.
           MOVE 0 TO CHIST-CREDOR-ANTES.
           MOVE 0 TO CHIST-PARCELA-ANTES.
           MOVE 0 TO CHIST-QTD-ANTES.
           MOVE 0 TO CHIST-PAGAS-ANTES.
           MOVE MCON-CREDOR TO CHIST-CREDOR-DEPOIS.
           MOVE MCON-PARCELA TO CHIST-PARCELA-DEPOIS.
           MOVE MCON-QTD-PARC TO CHIST-QTD-DEPOIS.
           MOVE MCON-PARC-PAGAS TO CHIST-PAGAS-DEPOIS.
           WRITE REG-MOVCHIST.

       GRAVA-HIST-ALTERACAO.
           MOVE "A" TO CHIST-TIPO.
           MOVE MCON-CONTRATO TO CHIST-CONTRATO.
           MOVE MCON-CODIGO TO CHIST-CODIGO.
           MOVE TAB-CONS-CREDOR(WS-IDX-CONS) TO CHIST-CREDOR-ANTES.
           MOVE TAB-CONS-PARCELA(WS-IDX-CONS) TO CHIST-PARCELA-ANTES.
           MOVE TAB-CONS-QTD-PARC(WS-IDX-CONS) TO CHIST-QTD-ANTES.
           MOVE TAB-CONS-PAGAS(WS-IDX-CONS) TO CHIST-PAGAS-ANTES.
           MOVE MCON-CREDOR TO CHIST-CREDOR-DEPOIS.
           MOVE MCON-PARCELA TO CHIST-PARCELA-DEPOIS.
           MOVE MCON-QTD-PARC TO CHIST-QTD-DEPOIS.
           MOVE MCON-PARC-PAGAS TO CHIST-PAGAS-DEPOIS.
           WRITE REG-MOVCHIST.

       GRAVA-HIST-EXCLUSAO.
           MOVE "E" TO CHIST-TIPO.
           MOVE MCON-CONTRATO TO CHIST-CONTRATO.
           MOVE MCON-CODIGO TO CHIST-CODIGO.
           MOVE TAB-CONS-CREDOR(WS-IDX-CONS) TO CHIST-CREDOR-ANTES.
           MOVE TAB-CONS-PARCELA(WS-IDX-CONS) TO CHIST-PARCELA-ANTES.
           MOVE TAB-CONS-QTD-PARC(WS-IDX-CONS) TO CHIST-QTD-ANTES.
           MOVE TAB-CONS-PAGAS(WS-IDX-CONS) TO CHIST-PAGAS-ANTES.
           MOVE 0 TO CHIST-CREDOR-DEPOIS.
           MOVE 0 TO CHIST-PARCELA-DEPOIS.
           MOVE 0 TO CHIST-QTD-DEPOIS.
           MOVE 0 TO CHIST-PAGAS-DEPOIS.
           WRITE REG-MOVCHIST.

      * movimento rejeitado: grava no relatorio de excecao e tambem
      * no arquivo de suspensos, no layout de REG-MOVCONS, para que
      * uma versao corrigida seja realimentada no proximo ciclo.
       GRAVA-ERRO.
           COMPUTE WS-QTD-REJ = WS-QTD-REJ + 1.
           MOVE MCON-CODIGO TO DET-COD.
           MOVE MCON-CONTRATO TO DET-CONTRATO.
           MOVE MCON-TIPO TO DET-TIPO.
           WRITE REG-ERROMCONS FROM DET-ERRO.
           WRITE REG-MOVCSUSP FROM REG-MOVCONS.

       GRAVAR-MASTER.
           OPEN OUTPUT CONSIG.
           PERFORM VARYING WS-IDX-CONS FROM 1 BY 1
             UNTIL WS-IDX-CONS > WS-QTD-CONS
             IF TAB-CONS-ATIVO(WS-IDX-CONS) EQUAL "S"
               MOVE TAB-CONS-CODIGO(WS-IDX-CONS) TO CONS-CODIGO
               MOVE TAB-CONS-CONTRATO(WS-IDX-CONS) TO CONS-CONTRATO
               MOVE TAB-CONS-CREDOR(WS-IDX-CONS) TO CONS-CREDOR
               MOVE TAB-CONS-PARCELA(WS-IDX-CONS) TO CONS-PARCELA
               MOVE TAB-CONS-QTD-PARC(WS-IDX-CONS) TO CONS-QTD-PARC
               MOVE TAB-CONS-PAGAS(WS-IDX-CONS) TO CONS-PARC-PAGAS
               MOVE TAB-CONS-PENDENTE(WS-IDX-CONS) TO CONS-PENDENTE
               MOVE TAB-CONS-PERIODO-ULT(WS-IDX-CONS) TO
                 CONS-PERIODO-ULT
               MOVE TAB-CONS-PAGAS-ANT(WS-IDX-CONS) TO CONS-PAGAS-ANT
               MOVE TAB-CONS-PENDENTE-ANT(WS-IDX-CONS) TO
                 CONS-PENDENTE-ANT
               COMPUTE WS-QTD-GRAVADOS = WS-QTD-GRAVADOS + 1
               WRITE REG-CONSIG.
           CLOSE CONSIG.

      * confere o mestre regravado contra a quantidade de registros
      * efetivamente gravados da tabela; divergencia derruba o passo
      * com RC=8 para a operacao restaurar a geracao anterior de
      * BKPCONS antes de a folha descontar sobre um mestre truncado.
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

       FIM.
           MOVE WS-QTD-REJ TO TOT-QTD-REJ.
           WRITE REG-ERROMCONS FROM TOT-ERRO.
           CLOSE MOVCONS ERROMCONS MOVCHIST MOVCSUSP.
           PERFORM CONFERIR-MESTRE.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.


      * cartao de ciclo: amarra as saidas e a linha de AUDITLOG
      * desta execucao a um numero de rodada.
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

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "MANUTCON" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           COMPUTE AUD-LIDOS = WS-QTD-INC + WS-QTD-ALT
             + WS-QTD-EXC + WS-QTD-REJ.
           COMPUTE AUD-GRAVADOS = WS-QTD-INC + WS-QTD-ALT
             + WS-QTD-EXC.
           MOVE WS-QTD-REJ TO AUD-REJEITADOS.
           MOVE 0 TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
