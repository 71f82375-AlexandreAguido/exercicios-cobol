       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRAALU.
      *este programa faz a virada de ano letivo do cadastro de
      *alunos ARQALU.DAT, rodado uma vez no fim do ano depois do
      *modo M (segunda chamada) do EX3. le o ARQREP.DAT final da
      *segunda chamada e a tabela de progressao de turmas
      *PROGTUR.DAT (turma atual -> turma do ano seguinte; turma
      *seguinte em branco marca a turma de formandos). o aluno
      *aprovado passa para a turma seguinte, o reprovado (por nota
      *ou por frequencia, REP-MOTIVO) fica na mesma TURMA-ALU, e
      *NOTA-ALU volta a zero para o ano novo. formandos e alunos
      *listados em DESIST.DAT (desistentes/transferidos) saem do
      *mestre e sao acrescentados ao cadastro de ex-alunos
      *EXALUNO.DAT. aluno de turma ausente da tabela de progressao
      *nao e mexido e sai no relatorio como excecao (RC=4).
      *antes de alterar o mestre corta a copia de geracao anterior
      *BKPALU do ciclo, como o MANUTALU e o modo M, e no fim confere
      *a contagem do mestre. o relatorio RELVIRA.DAT traz as
      *excecoes e as contagens por turma de origem e de destino.
      *a releitura do mestre no fim (CONFERIR-MESTRE) grava o selo
      *SELOALU.DAT (contagem, soma de MAT-ALU e de NOTA-ALU e
      *ciclo), conferido pelo CONFMEST no inicio da rodada seguinte
      *do FOLHA.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

      * copia de geracao anterior do mestre, com o numero do ciclo
      * no nome (BKPALUNNNNNN.DAT): ASSIGN por variavel, como o
      * historico mensal do ARCHLOG.
           SELECT BKPALU ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT ARQREP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT PROGTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROG-STATUS.

           SELECT OPTIONAL DESIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DES-STATUS.

           SELECT EXALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXA-STATUS.

           SELECT RELVIRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT SELOALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD ARQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ARQALU.DAT".

             01 REGALU.
                02 MAT-ALU PIC 9(6).
                02 NOM-ALU PIC X(20).
                02 NOTA-ALU PIC 9(2).
                02 TURMA-ALU PIC X(3).

           FD BKPALU
             LABEL RECORD ARE STANDARD.

             01 REG-BKPALU PIC X(31).

      * reprovados do ano gravados pelo STEP020, no layout do EX3;
      * a ultima linha e o trailer de totais, sem matricula numerica.
           FD ARQREP
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ARQREP.DAT".

             01 REGREP.
               02 REP-MAT-ALU PIC 9(6).
               02 REP-NOM-ALU PIC X(20).
               02 REP-GRAU PIC X(1).
               02 REP-MOTIVO PIC X(1).

             01 REGREP-TRAILER.
               02 TR-MARCA PIC X(6).
               02 TR-QTD-LIDOS PIC 9(6).
               02 TR-QTD-REPROV PIC 9(6).
               02 TR-CICLO PIC 9(6).

      * tabela de progressao: uma linha por turma com a turma do ano
      * seguinte; PROG-PROXIMA em branco marca turma de formandos.
           FD PROGTUR
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PROGTUR.DAT".

             01 REG-PROGTUR.
                02 PROG-TURMA PIC X(3).
                02 PROG-PROXIMA PIC X(3).

      * matriculas de alunos que deixaram a escola no ano (desistencia
      * ou transferencia), digitadas pela secretaria; sem cartao,
      * ninguem sai do mestre como desistente.
           FD DESIST
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DESIST.DAT".

             01 REG-DESIST.
                02 DES-MAT-ALU PIC 9(6).

      * cadastro de ex-alunos, acumulado ano a ano (nunca recriado):
      * EXA-MOTIVO "F" formando, "D" desistente.
           FD EXALUNO
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "EXALUNO.DAT".

             01 REG-EXALUNO.
                02 EXA-MAT-ALU PIC 9(6).
                02 EXA-NOM-ALU PIC X(20).
                02 EXA-TURMA-ALU PIC X(3).
                02 EXA-NOTA-ALU PIC 9(2).
                02 EXA-MOTIVO PIC X(1).
                02 EXA-CICLO PIC 9(6).
                02 EXA-DATA PIC 9(8).

           FD RELVIRA
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELVIRA.DAT".

             01 REG-RELVIRA PIC X(80).

           FD AUDITLOG
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "AUDITLOG.DAT".

             01 REG-AUDITLOG PIC X(80).

      * selo do mestre no fechamento: quem gravou, ciclo, contagem
      * de registros e somas de controle de MAT-ALU e NOTA-ALU.
           FD SELOALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "SELOALU.DAT".

             01 REG-SELOALU.
                02 SELO-PROGRAMA PIC X(8).
                02 SELO-CICLO PIC 9(6).
                02 SELO-QTD PIC 9(6).
                02 SELO-SOMA-CHAVE PIC 9(12).
                02 SELO-SOMA-VALOR PIC 9(12)V99.
                02 SELO-DATA-HORA PIC X(21).

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
           77 FLAG-ALU PIC 9(1) VALUE 0.
           77 FLAG-REP PIC 9(1) VALUE 0.
           77 FLAG-PROG PIC 9(1) VALUE 0.
           77 FLAG-DES PIC 9(1) VALUE 0.
           77 FLAG-AUD PIC 9(1) VALUE 0.
           77 WS-ALU-STATUS PIC X(2).
           77 WS-REP-STATUS PIC X(2).
           77 WS-PROG-STATUS PIC X(2).
           77 WS-DES-STATUS PIC X(2).
           77 WS-EXA-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-TRAILER-OK PIC X(1) VALUE "N".
           77 WS-JA-VIRADO PIC X(1) VALUE "N".

      * contadores gerais da virada
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-PROMOV PIC 9(6) VALUE 0.
           77 WS-QTD-RETIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-FORMADOS PIC 9(6) VALUE 0.
           77 WS-QTD-DESIST PIC 9(6) VALUE 0.
           77 WS-QTD-SEMPROG PIC 9(6) VALUE 0.
           77 WS-QTD-DES-SEMCAD PIC 9(6) VALUE 0.

      * disciplina de copia de seguranca antes de alterar o mestre
      * no lugar: a geracao anterior do ciclo fica em BKPALU e o
      * RESTMAST devolve a copia quando uma rodada corrompe o
      * arquivo. num rerun do mesmo ciclo a copia ja existente NAO e
      * regravada, senao o mestre ja meio-alterado da rodada caida
      * sobrescreveria a unica geracao boa.
           77 WS-BKP-STATUS PIC X(2).
           77 WS-BKP-EXISTE PIC X(1) VALUE "N".
           77 WS-QTD-MESTRE-INI PIC 9(6) VALUE 0.
           77 WS-QTD-MESTRE-FIM PIC 9(6) VALUE 0.
           77 WS-QTD-ESPERADA PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.
           77 WS-SELO-SOMA-CHAVE PIC 9(12) VALUE 0.
           77 WS-SELO-SOMA-VALOR PIC 9(12)V99 VALUE 0.

           01 WS-BKP-NOME PIC X(16) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
             02 FILLER PIC X(6).
             02 BKP-NOME-CICLO PIC 9(6).
             02 FILLER PIC X(4).

      * reprovados de ARQREP.DAT, consultados por matricula durante
      * a varredura do mestre.
           01 TAB-REPROV.
             02 TAB-REPROV-ITEM OCCURS 2000 TIMES.
                03 TAB-REP-MAT PIC 9(6).
                03 TAB-REP-MOTIVO PIC X(1).
           77 WS-QTD-REPROV PIC 9(4) VALUE 0.
           77 WS-REP-IDX PIC 9(4) VALUE 0.
           77 WS-REP-ACHOU PIC X(1) VALUE "N".
           77 WS-REP-MOTIVO PIC X(1) VALUE SPACE.

           01 TAB-PROGTUR.
             02 TAB-PROG-ITEM OCCURS 100 TIMES.
                03 TAB-PROG-TURMA PIC X(3).
                03 TAB-PROG-PROXIMA PIC X(3).
           77 WS-QTD-PROG PIC 9(3) VALUE 0.
           77 WS-PROG-IDX PIC 9(3) VALUE 0.
           77 WS-PROG-ACHOU PIC X(1) VALUE "N".
           77 WS-PROG-PROXIMA PIC X(3) VALUE SPACES.

      * TAB-DES-USADO marca a matricula achada no mestre; as que
      * sobram no fim saem no relatorio como desistente sem cadastro.
           01 TAB-DESIST.
             02 TAB-DES-ITEM OCCURS 500 TIMES.
                03 TAB-DES-MAT PIC 9(6).
                03 TAB-DES-USADO PIC X(1).
           77 WS-QTD-DES PIC 9(3) VALUE 0.
           77 WS-DES-IDX PIC 9(3) VALUE 0.
           77 WS-DES-ACHOU PIC X(1) VALUE "N".

      * contagens por turma de origem (turma do ano que fecha) e por
      * turma de destino (turma do ano novo, promovidos + retidos).
           01 TAB-ORIGEM.
             02 TAB-ORI-ITEM OCCURS 100 TIMES.
                03 TAB-ORI-TURMA PIC X(3).
                03 TAB-ORI-PROMOV PIC 9(4).
                03 TAB-ORI-RETIDOS PIC 9(4).
                03 TAB-ORI-FORMADOS PIC 9(4).
                03 TAB-ORI-DESIST PIC 9(4).
                03 TAB-ORI-SEMPROG PIC 9(4).
           77 WS-QTD-ORI PIC 9(3) VALUE 0.
           77 WS-ORI-IDX PIC 9(3) VALUE 0.
           77 WS-SUB-ORI PIC 9(3) VALUE 0.

           01 TAB-DESTINO.
             02 TAB-DST-ITEM OCCURS 100 TIMES.
                03 TAB-DST-TURMA PIC X(3).
                03 TAB-DST-PROMOV PIC 9(4).
                03 TAB-DST-RETIDOS PIC 9(4).
           77 WS-QTD-DST PIC 9(3) VALUE 0.
           77 WS-DST-IDX PIC 9(3) VALUE 0.
           77 WS-TURMA-BUSCA PIC X(3) VALUE SPACES.

      * AUD-LIDOS registra os alunos lidos do mestre; AUD-GRAVADOS
      * os regravados para o ano novo (promovidos + retidos);
      * AUD-REJEITADOS os de turma sem progressao (nao alterados);
      * AUD-GRAVADOS-2 os que sairam para EXALUNO.DAT (formandos +
      * desistentes).
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

           01 CAB-VIRA.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(34)
                VALUE "VIRADA DE ANO LETIVO - ARQALU.DAT".
             02 FILLER PIC X(8) VALUE " CICLO ".
             02 CAB-VIRA-CICLO PIC 9(6).

           01 CAB-VIRA-EXC.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "EXCECOES".

           01 DET-VIRA-EXC.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "MAT ".
             02 DET-EXC-MAT PIC 9(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-EXC-NOM PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-EXC-TURMA PIC X(3).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-EXC-MOTIVO PIC X(25).

           01 CAB-VIRA-ORI.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(14) VALUE "TURMA ORIGEM".
             02 FILLER PIC X(33)
                VALUE "PROMOV RETIDO FORMAD DESIST SPROG".

           01 DET-VIRA-ORI.
             02 FILLER PIC X(10) VALUE SPACES.
             02 DET-ORI-TURMA PIC X(3).
             02 FILLER PIC X(11) VALUE SPACES.
             02 DET-ORI-PROMOV PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-ORI-RETIDOS PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-ORI-FORMADOS PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-ORI-DESIST PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-ORI-SEMPROG PIC ZZZ9.

           01 CAB-VIRA-DST.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(14) VALUE "TURMA DESTINO".
             02 FILLER PIC X(24)
                VALUE "PROMOV RETIDO     TOTAL".

           01 DET-VIRA-DST.
             02 FILLER PIC X(10) VALUE SPACES.
             02 DET-DST-TURMA PIC X(3).
             02 FILLER PIC X(11) VALUE SPACES.
             02 DET-DST-PROMOV PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-DST-RETIDOS PIC ZZZ9.
             02 FILLER PIC X(6) VALUE SPACES.
             02 DET-DST-TOTAL PIC ZZZ9.

           01 TOT-VIRA.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(10) VALUE "LIDOS".
             02 TOT-VIRA-LIDOS PIC ZZZZZ9.
             02 FILLER PIC X(12) VALUE "  PROMOVIDOS".
             02 TOT-VIRA-PROMOV PIC ZZZZZ9.
             02 FILLER PIC X(9) VALUE "  RETIDOS".
             02 TOT-VIRA-RETIDOS PIC ZZZZZ9.

           01 TOT-VIRA2.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(10) VALUE "FORMANDOS".
             02 TOT-VIRA-FORMADOS PIC ZZZZZ9.
             02 FILLER PIC X(12) VALUE "  DESISTENT.".
             02 TOT-VIRA-DESIST PIC ZZZZZ9.
             02 FILLER PIC X(9) VALUE "  SEM PRG".
             02 TOT-VIRA-SEMPROG PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROG-VIRAALU.
           PERFORM LER-CICLO.
           PERFORM VERIFICAR-VIRADA-CICLO.
           PERFORM CARREGAR-PROGTUR.
           PERFORM CARREGAR-REPROV.
           PERFORM CARREGAR-DESIST.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM ABRIR.
           PERFORM LEITURA-ALU.
           PERFORM PROCESSAR-ALU UNTIL FLAG-ALU EQUAL 1.
           PERFORM FIM.

      * a virada nao pode rodar duas vezes no mesmo ciclo: a segunda
      * passada promoveria de novo quem ja foi promovido. uma rodada
      * que caiu no meio e refeita depois de devolver o BKPALU do
      * ciclo via RESTMAST: so a rodada que termina sem RC=8 grava
      * a linha VIRAALU no log (ver FIM), entao a que caiu na
      * conferencia do mestre ou antes dela nao bloqueia a repeticao.
       VERIFICAR-VIRADA-CICLO.
           MOVE "N" TO WS-JA-VIRADO.
           IF WS-CICLO-NUM > 0
             OPEN INPUT AUDITLOG
             IF WS-AUD-STATUS EQUAL "00"
               MOVE 0 TO FLAG-AUD
               PERFORM LER-AUDITLOG-VIRADA UNTIL FLAG-AUD EQUAL 1
               CLOSE AUDITLOG.
           IF WS-JA-VIRADO EQUAL "S"
             DISPLAY "ERRO: VIRADA JA EXECUTADA NO CICLO "
               WS-CICLO-NUM
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LER-AUDITLOG-VIRADA.
           READ AUDITLOG
             AT END MOVE 1 TO FLAG-AUD
             NOT AT END
               MOVE REG-AUDITLOG TO LIN-AUDITLOG
               IF AUD-PROGRAMA EQUAL "VIRAALU"
                 AND AUD-CICLO EQUAL WS-CICLO-NUM
                 MOVE "S" TO WS-JA-VIRADO
               END-IF
           END-READ.

      * tabela de progressao obrigatoria: sem ela nao ha como decidir
      * a turma de ninguem, entao o passo para antes de tocar no
      * mestre.
       CARREGAR-PROGTUR.
           OPEN INPUT PROGTUR.
           IF WS-PROG-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA PROGTUR.DAT FS=" WS-PROG-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           MOVE 0 TO FLAG-PROG.
           MOVE 0 TO WS-QTD-PROG.
           PERFORM GUARDAR-PROGTUR UNTIL FLAG-PROG EQUAL 1.
           CLOSE PROGTUR.
           IF WS-QTD-PROG EQUAL 0
             DISPLAY "ERRO: PROGTUR.DAT VAZIO"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       GUARDAR-PROGTUR.
           READ PROGTUR
             AT END MOVE 1 TO FLAG-PROG
             NOT AT END
               IF WS-QTD-PROG EQUAL 100
                 DISPLAY "ERRO: PROGTUR.DAT EXCEDE LIMITE 100"
                 CLOSE PROGTUR
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 COMPUTE WS-QTD-PROG = WS-QTD-PROG + 1
                 MOVE PROG-TURMA TO TAB-PROG-TURMA(WS-QTD-PROG)
                 MOVE PROG-PROXIMA TO
                   TAB-PROG-PROXIMA(WS-QTD-PROG)
               END-IF
           END-READ.

      * ARQREP.DAT tem de ser o arquivo completo, fechado pelo
      * trailer "TOTAIS"; um arquivo truncado faria reprovados
      * serem promovidos em silencio.
       CARREGAR-REPROV.
           OPEN INPUT ARQREP.
           IF WS-REP-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQREP.DAT FS=" WS-REP-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           MOVE 0 TO FLAG-REP.
           MOVE 0 TO WS-QTD-REPROV.
           MOVE "N" TO WS-TRAILER-OK.
           PERFORM LER-REPROV UNTIL FLAG-REP EQUAL 1.
           CLOSE ARQREP.
           IF WS-TRAILER-OK EQUAL "N"
             DISPLAY "ERRO: ARQREP.DAT SEM TRAILER DE TOTAIS"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LER-REPROV.
           READ ARQREP
             AT END MOVE 1 TO FLAG-REP
             NOT AT END PERFORM GUARDAR-REPROV
           END-READ.

       GUARDAR-REPROV.
           IF TR-MARCA EQUAL "TOTAIS"
             MOVE "S" TO WS-TRAILER-OK
           ELSE
             IF REP-MAT-ALU IS NUMERIC
               IF WS-QTD-REPROV EQUAL 2000
                 DISPLAY "ERRO: ARQREP.DAT EXCEDE LIMITE 2000"
                 CLOSE ARQREP
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 COMPUTE WS-QTD-REPROV = WS-QTD-REPROV + 1
                 MOVE REP-MAT-ALU TO TAB-REP-MAT(WS-QTD-REPROV)
                 MOVE REP-MOTIVO TO TAB-REP-MOTIVO(WS-QTD-REPROV).

       CARREGAR-DESIST.
           MOVE 0 TO WS-QTD-DES.
           OPEN INPUT DESIST.
           IF WS-DES-STATUS EQUAL "00"
             MOVE 0 TO FLAG-DES
             PERFORM GUARDAR-DESIST UNTIL FLAG-DES EQUAL 1
             CLOSE DESIST.

       GUARDAR-DESIST.
           READ DESIST
             AT END MOVE 1 TO FLAG-DES
             NOT AT END
               IF WS-QTD-DES EQUAL 500
                 DISPLAY "ERRO: DESIST.DAT EXCEDE LIMITE 500"
                 CLOSE DESIST
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 IF DES-MAT-ALU IS NUMERIC
                   COMPUTE WS-QTD-DES = WS-QTD-DES + 1
                   MOVE DES-MAT-ALU TO TAB-DES-MAT(WS-QTD-DES)
                   MOVE "N" TO TAB-DES-USADO(WS-QTD-DES)
                 END-IF
               END-IF
           END-READ.

      * corta a copia de geracao anterior (uma por ciclo) e conta os
      * registros do mestre antes de qualquer alteracao; a contagem
      * inicial alimenta a conferencia de CONFERIR-MESTRE no fim.
       COPIAR-MESTRE-BACKUP.
           MOVE "BKPALU000000.DAT" TO WS-BKP-NOME.
           MOVE WS-CICLO-NUM TO BKP-NOME-CICLO.
           MOVE "N" TO WS-BKP-EXISTE.
           OPEN INPUT BKPALU.
           IF WS-BKP-STATUS EQUAL "00"
             READ BKPALU
               AT END CONTINUE
               NOT AT END MOVE "S" TO WS-BKP-EXISTE
             END-READ
             CLOSE BKPALU.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-INI.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           IF WS-BKP-EXISTE EQUAL "N"
             OPEN OUTPUT BKPALU.
           PERFORM COPIAR-REG-BACKUP UNTIL FLAG-BKP EQUAL 1.
           IF WS-BKP-EXISTE EQUAL "N"
             CLOSE BKPALU.
           CLOSE ARQALU.

       COPIAR-REG-BACKUP.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-INI = WS-QTD-MESTRE-INI + 1
               IF WS-BKP-EXISTE EQUAL "N"
                 WRITE REG-BKPALU FROM REGALU
               END-IF
           END-READ.

      * confere a contagem do mestre regravado contra a contagem
      * inicial menos os alunos que sairam para EXALUNO.DAT;
      * divergencia derruba o passo com RC=8 para a operacao
      * restaurar a geracao anterior via RESTMAST.
       CONFERIR-MESTRE.
           COMPUTE WS-QTD-ESPERADA = WS-QTD-MESTRE-INI
             - WS-QTD-FORMADOS - WS-QTD-DESIST.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-FIM.
           MOVE 0 TO WS-SELO-SOMA-CHAVE.
           MOVE 0 TO WS-SELO-SOMA-VALOR.
           OPEN INPUT ARQALU.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE ARQALU.
           PERFORM GRAVAR-SELO.
           IF WS-QTD-MESTRE-FIM NOT EQUAL WS-QTD-ESPERADA
             DISPLAY "ERRO: ARQALU.DAT COM " WS-QTD-MESTRE-FIM
               " REGISTROS, ESPERADOS " WS-QTD-ESPERADA
               " - RESTAURAR VIA RESTMAST"
             MOVE 8 TO RETURN-CODE.

       CONTAR-REG-FIM.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-FIM = WS-QTD-MESTRE-FIM + 1
               COMPUTE WS-SELO-SOMA-CHAVE = WS-SELO-SOMA-CHAVE + MAT-ALU
               COMPUTE WS-SELO-SOMA-VALOR =
                 WS-SELO-SOMA-VALOR + NOTA-ALU
           END-READ.

      * o selo retrata o mestre como esta no fechamento, mesmo quando
      * a contagem acima nao bateu (o erro ja foi acusado).
       GRAVAR-SELO.
           OPEN OUTPUT SELOALU.
           MOVE "VIRAALU" TO SELO-PROGRAMA.
           MOVE WS-CICLO-NUM TO SELO-CICLO.
           MOVE WS-QTD-MESTRE-FIM TO SELO-QTD.
           MOVE WS-SELO-SOMA-CHAVE TO SELO-SOMA-CHAVE.
           MOVE WS-SELO-SOMA-VALOR TO SELO-SOMA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO SELO-DATA-HORA.
           WRITE REG-SELOALU.
           CLOSE SELOALU.

      * EXALUNO.DAT acumula os anos anteriores: abre em EXTEND e so
      * cria o arquivo na primeira virada.
       ABRIR.
           OPEN I-O ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           OPEN EXTEND EXALUNO.
           IF WS-EXA-STATUS NOT EQUAL "00"
             OPEN OUTPUT EXALUNO.
           OPEN OUTPUT RELVIRA.
           MOVE WS-CICLO-NUM TO CAB-VIRA-CICLO.
           WRITE REG-RELVIRA FROM CAB-VIRA.
           WRITE REG-RELVIRA FROM CAB-VIRA-EXC.

      * varredura sequencial do mestre indexado: cada aluno e
      * regravado (REWRITE) ou excluido (DELETE) na posicao corrente,
      * sem mudar a chave, entao a leitura NEXT segue na ordem.
       LEITURA-ALU.
           READ ARQALU NEXT AT END MOVE 1 TO FLAG-ALU.

      * o desistente sai antes de qualquer outra regra; o reprovado
      * por nota que passou na segunda chamada ja tem NOTA-ALU
      * revisada no mestre pelo modo M (6 ou mais) e e promovido.
       PROCESSAR-ALU.
           COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1.
           MOVE TURMA-ALU TO WS-TURMA-BUSCA.
           PERFORM LOCALIZAR-ORIGEM.
           PERFORM LOCALIZAR-DESIST.
           IF WS-DES-ACHOU EQUAL "S"
             PERFORM DESLIGAR-DESISTENTE
           ELSE
             PERFORM LOCALIZAR-PROGTUR
             IF WS-PROG-ACHOU EQUAL "N"
               PERFORM REJEITAR-SEM-PROGRESSAO
             ELSE
               PERFORM LOCALIZAR-REPROV
               IF WS-REP-ACHOU EQUAL "S"
                 AND (WS-REP-MOTIVO EQUAL "F" OR NOTA-ALU < 6)
                 PERFORM RETER-ALUNO
               ELSE
                 IF WS-PROG-PROXIMA EQUAL SPACES
                   PERFORM DESLIGAR-FORMANDO
                 ELSE
                   PERFORM PROMOVER-ALUNO.
           PERFORM LEITURA-ALU.

       LOCALIZAR-DESIST.
           MOVE "N" TO WS-DES-ACHOU.
           IF WS-QTD-DES > 0
             PERFORM COMPARAR-DESIST
               VARYING WS-DES-IDX FROM 1 BY 1
               UNTIL WS-DES-IDX > WS-QTD-DES
                 OR WS-DES-ACHOU EQUAL "S".

       COMPARAR-DESIST.
           IF TAB-DES-MAT(WS-DES-IDX) EQUAL MAT-ALU
             MOVE "S" TO WS-DES-ACHOU
             MOVE "S" TO TAB-DES-USADO(WS-DES-IDX).

       LOCALIZAR-PROGTUR.
           MOVE "N" TO WS-PROG-ACHOU.
           MOVE SPACES TO WS-PROG-PROXIMA.
           PERFORM COMPARAR-PROGTUR
             VARYING WS-PROG-IDX FROM 1 BY 1
             UNTIL WS-PROG-IDX > WS-QTD-PROG
               OR WS-PROG-ACHOU EQUAL "S".

       COMPARAR-PROGTUR.
           IF TAB-PROG-TURMA(WS-PROG-IDX) EQUAL TURMA-ALU
             MOVE "S" TO WS-PROG-ACHOU
             MOVE TAB-PROG-PROXIMA(WS-PROG-IDX) TO
               WS-PROG-PROXIMA.

       LOCALIZAR-REPROV.
           MOVE "N" TO WS-REP-ACHOU.
           MOVE SPACE TO WS-REP-MOTIVO.
           IF WS-QTD-REPROV > 0
             PERFORM COMPARAR-REPROV
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-QTD-REPROV
                 OR WS-REP-ACHOU EQUAL "S".

       COMPARAR-REPROV.
           IF TAB-REP-MAT(WS-REP-IDX) EQUAL MAT-ALU
             MOVE "S" TO WS-REP-ACHOU
             MOVE TAB-REP-MOTIVO(WS-REP-IDX) TO WS-REP-MOTIVO.

      * localiza (ou abre) a linha da turma de origem em
      * TAB-ORIGEM; WS-ORI-IDX fica apontando para ela.
       LOCALIZAR-ORIGEM.
           MOVE 0 TO WS-ORI-IDX.
           IF WS-QTD-ORI > 0
             PERFORM COMPARAR-ORIGEM
               VARYING WS-SUB-ORI FROM 1 BY 1
               UNTIL WS-SUB-ORI > WS-QTD-ORI OR WS-ORI-IDX > 0.
           IF WS-ORI-IDX EQUAL 0
             IF WS-QTD-ORI EQUAL 100
               DISPLAY "ERRO: MAIS DE 100 TURMAS NO MESTRE"
               CLOSE ARQALU EXALUNO RELVIRA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             ELSE
               COMPUTE WS-QTD-ORI = WS-QTD-ORI + 1
               MOVE WS-QTD-ORI TO WS-ORI-IDX
               MOVE WS-TURMA-BUSCA TO TAB-ORI-TURMA(WS-ORI-IDX)
               MOVE 0 TO TAB-ORI-PROMOV(WS-ORI-IDX)
               MOVE 0 TO TAB-ORI-RETIDOS(WS-ORI-IDX)
               MOVE 0 TO TAB-ORI-FORMADOS(WS-ORI-IDX)
               MOVE 0 TO TAB-ORI-DESIST(WS-ORI-IDX)
               MOVE 0 TO TAB-ORI-SEMPROG(WS-ORI-IDX).

       COMPARAR-ORIGEM.
           IF TAB-ORI-TURMA(WS-SUB-ORI) EQUAL WS-TURMA-BUSCA
             MOVE WS-SUB-ORI TO WS-ORI-IDX.

      * mesmo esquema de LOCALIZAR-ORIGEM para a turma de destino
      * em WS-TURMA-BUSCA; WS-DST-IDX fica apontando para ela.
       LOCALIZAR-DESTINO.
           MOVE 0 TO WS-DST-IDX.
           IF WS-QTD-DST > 0
             PERFORM COMPARAR-DESTINO
               VARYING WS-SUB-ORI FROM 1 BY 1
               UNTIL WS-SUB-ORI > WS-QTD-DST OR WS-DST-IDX > 0.
           IF WS-DST-IDX EQUAL 0
             IF WS-QTD-DST EQUAL 100
               DISPLAY "ERRO: MAIS DE 100 TURMAS DE DESTINO"
               CLOSE ARQALU EXALUNO RELVIRA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             ELSE
               COMPUTE WS-QTD-DST = WS-QTD-DST + 1
               MOVE WS-QTD-DST TO WS-DST-IDX
               MOVE WS-TURMA-BUSCA TO TAB-DST-TURMA(WS-DST-IDX)
               MOVE 0 TO TAB-DST-PROMOV(WS-DST-IDX)
               MOVE 0 TO TAB-DST-RETIDOS(WS-DST-IDX).

       COMPARAR-DESTINO.
           IF TAB-DST-TURMA(WS-SUB-ORI) EQUAL WS-TURMA-BUSCA
             MOVE WS-SUB-ORI TO WS-DST-IDX.

       PROMOVER-ALUNO.
           MOVE WS-PROG-PROXIMA TO TURMA-ALU.
           MOVE 0 TO NOTA-ALU.
           REWRITE REGALU.
           COMPUTE WS-QTD-PROMOV = WS-QTD-PROMOV + 1.
           COMPUTE TAB-ORI-PROMOV(WS-ORI-IDX) =
             TAB-ORI-PROMOV(WS-ORI-IDX) + 1.
           MOVE WS-PROG-PROXIMA TO WS-TURMA-BUSCA.
           PERFORM LOCALIZAR-DESTINO.
           COMPUTE TAB-DST-PROMOV(WS-DST-IDX) =
             TAB-DST-PROMOV(WS-DST-IDX) + 1.

       RETER-ALUNO.
           MOVE 0 TO NOTA-ALU.
           REWRITE REGALU.
           COMPUTE WS-QTD-RETIDOS = WS-QTD-RETIDOS + 1.
           COMPUTE TAB-ORI-RETIDOS(WS-ORI-IDX) =
             TAB-ORI-RETIDOS(WS-ORI-IDX) + 1.
           MOVE TURMA-ALU TO WS-TURMA-BUSCA.
           PERFORM LOCALIZAR-DESTINO.
           COMPUTE TAB-DST-RETIDOS(WS-DST-IDX) =
             TAB-DST-RETIDOS(WS-DST-IDX) + 1.

       DESLIGAR-FORMANDO.
           MOVE "F" TO EXA-MOTIVO.
           PERFORM GRAVA-EXALUNO.
           DELETE ARQALU.
           COMPUTE WS-QTD-FORMADOS = WS-QTD-FORMADOS + 1.
           COMPUTE TAB-ORI-FORMADOS(WS-ORI-IDX) =
             TAB-ORI-FORMADOS(WS-ORI-IDX) + 1.

       DESLIGAR-DESISTENTE.
           MOVE "D" TO EXA-MOTIVO.
           PERFORM GRAVA-EXALUNO.
           DELETE ARQALU.
           COMPUTE WS-QTD-DESIST = WS-QTD-DESIST + 1.
           COMPUTE TAB-ORI-DESIST(WS-ORI-IDX) =
             TAB-ORI-DESIST(WS-ORI-IDX) + 1.

      * ex-aluno guarda a turma e a nota finais do ultimo ano
      * cursado, antes da exclusao do mestre.
       GRAVA-EXALUNO.
           MOVE MAT-ALU TO EXA-MAT-ALU.
           MOVE NOM-ALU TO EXA-NOM-ALU.
           MOVE TURMA-ALU TO EXA-TURMA-ALU.
           MOVE NOTA-ALU TO EXA-NOTA-ALU.
           MOVE WS-CICLO-NUM TO EXA-CICLO.
           MOVE WS-CICLO-DATA TO EXA-DATA.
           WRITE REG-EXALUNO.

      * turma fora da tabela de progressao: o aluno fica como esta
      * (turma e nota do ano que fecha) ate a tabela ser corrigida e
      * o aluno acertado pelo MANUTALU.
       REJEITAR-SEM-PROGRESSAO.
           COMPUTE WS-QTD-SEMPROG = WS-QTD-SEMPROG + 1.
           COMPUTE TAB-ORI-SEMPROG(WS-ORI-IDX) =
             TAB-ORI-SEMPROG(WS-ORI-IDX) + 1.
           MOVE MAT-ALU TO DET-EXC-MAT.
           MOVE NOM-ALU TO DET-EXC-NOM.
           MOVE TURMA-ALU TO DET-EXC-TURMA.
           MOVE "TURMA SEM PROGRESSAO" TO DET-EXC-MOTIVO.
           WRITE REG-RELVIRA FROM DET-VIRA-EXC.

      * matricula de DESIST.DAT que nao estava no mestre: erro de
      * digitacao ou aluno ja excluido; nada a fazer alem de listar.
       LISTAR-DESIST-SEMCAD.
           PERFORM LISTAR-SE-SEMCAD
             VARYING WS-DES-IDX FROM 1 BY 1
             UNTIL WS-DES-IDX > WS-QTD-DES.

       LISTAR-SE-SEMCAD.
           IF TAB-DES-USADO(WS-DES-IDX) EQUAL "N"
             COMPUTE WS-QTD-DES-SEMCAD = WS-QTD-DES-SEMCAD + 1
             MOVE TAB-DES-MAT(WS-DES-IDX) TO DET-EXC-MAT
             MOVE SPACES TO DET-EXC-NOM
             MOVE SPACES TO DET-EXC-TURMA
             MOVE "DESISTENTE SEM CADASTRO" TO DET-EXC-MOTIVO
             WRITE REG-RELVIRA FROM DET-VIRA-EXC.

       IMPRIMIR-TURMAS.
           WRITE REG-RELVIRA FROM CAB-VIRA-ORI.
           PERFORM IMPRIMIR-LINHA-ORI
             VARYING WS-ORI-IDX FROM 1 BY 1
             UNTIL WS-ORI-IDX > WS-QTD-ORI.
           WRITE REG-RELVIRA FROM CAB-VIRA-DST.
           PERFORM IMPRIMIR-LINHA-DST
             VARYING WS-DST-IDX FROM 1 BY 1
             UNTIL WS-DST-IDX > WS-QTD-DST.

       IMPRIMIR-LINHA-ORI.
           MOVE TAB-ORI-TURMA(WS-ORI-IDX) TO DET-ORI-TURMA.
           MOVE TAB-ORI-PROMOV(WS-ORI-IDX) TO DET-ORI-PROMOV.
           MOVE TAB-ORI-RETIDOS(WS-ORI-IDX) TO DET-ORI-RETIDOS.
           MOVE TAB-ORI-FORMADOS(WS-ORI-IDX) TO DET-ORI-FORMADOS.
           MOVE TAB-ORI-DESIST(WS-ORI-IDX) TO DET-ORI-DESIST.
           MOVE TAB-ORI-SEMPROG(WS-ORI-IDX) TO DET-ORI-SEMPROG.
           WRITE REG-RELVIRA FROM DET-VIRA-ORI.

       IMPRIMIR-LINHA-DST.
           MOVE TAB-DST-TURMA(WS-DST-IDX) TO DET-DST-TURMA.
           MOVE TAB-DST-PROMOV(WS-DST-IDX) TO DET-DST-PROMOV.
           MOVE TAB-DST-RETIDOS(WS-DST-IDX) TO DET-DST-RETIDOS.
           COMPUTE DET-DST-TOTAL = TAB-DST-PROMOV(WS-DST-IDX)
             + TAB-DST-RETIDOS(WS-DST-IDX).
           WRITE REG-RELVIRA FROM DET-VIRA-DST.

       ESCREVER-TOTAIS-VIRA.
           MOVE WS-QTD-LIDOS TO TOT-VIRA-LIDOS.
           MOVE WS-QTD-PROMOV TO TOT-VIRA-PROMOV.
           MOVE WS-QTD-RETIDOS TO TOT-VIRA-RETIDOS.
           WRITE REG-RELVIRA FROM TOT-VIRA.
           MOVE WS-QTD-FORMADOS TO TOT-VIRA-FORMADOS.
           MOVE WS-QTD-DESIST TO TOT-VIRA-DESIST.
           MOVE WS-QTD-SEMPROG TO TOT-VIRA-SEMPROG.
           WRITE REG-RELVIRA FROM TOT-VIRA2.

      * aluno sem progressao ou desistente sem cadastro devolve RC=4
      * para a secretaria conferir o relatorio; a conferencia do
      * mestre, quando diverge, sobe para RC=8. com RC=8 a linha de
      * AUDITLOG nao e gravada, para que a virada refeita depois do
      * RESTMAST nao seja recusada como ja executada no ciclo.
       FIM.
           PERFORM LISTAR-DESIST-SEMCAD.
           PERFORM IMPRIMIR-TURMAS.
           PERFORM ESCREVER-TOTAIS-VIRA.
           CLOSE ARQALU EXALUNO RELVIRA.
           IF WS-QTD-SEMPROG > 0 OR WS-QTD-DES-SEMCAD > 0
             MOVE 4 TO RETURN-CODE.
           PERFORM CONFERIR-MESTRE.
           IF RETURN-CODE NOT EQUAL 8
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
           MOVE "VIRAALU" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           COMPUTE AUD-GRAVADOS = WS-QTD-PROMOV + WS-QTD-RETIDOS.
           MOVE WS-QTD-SEMPROG TO AUD-REJEITADOS.
           COMPUTE AUD-GRAVADOS-2 = WS-QTD-FORMADOS + WS-QTD-DESIST.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
